identification division.
program-id. AOC2024REJRETURN.

*> Reject return transmission to upstream: the rejects nobody here
*> can correct go back to the feed that sent them, in the framing
*> AOC2024INTAKE takes in and AOC2024OUTBOUND sends out. Every day
*> directory's OPEN rejects - as the recycle workflow tracks them in
*> reject-status - are gathered into one transmission holding an
*> HDR section per directory and a TRL trailer naming the section
*> count:
*>     HDR <day-directory> <business-date> <reject-count>
*>     <program> <ordinal> <record-number> <reason> <original text>
*>     ...
*>     TRL <section-count>
*> in fixed columns - program-id 1-12, return reference (the reject's
*> reject-status ordinal) 14-23, input record number 25-34, reason
*> code 36-55, the original input line from column 57 - plus the
*> companion .manifest (record and byte counts) and a
*> transmission-log row, as every outbound send gets. The rejects
*> sent are marked RETURNED in reject-status, so the next return does
*> not send them again and the month-end close still sees them as
*> outstanding.
*>
*> Upstream corrects at source and sends the corrections back through
*> intake in a section flagged CORRECTIONS, one line per returned
*> reject naming its program and return reference:
*>     HDR <day-directory> <business-date> <count> CORRECTIONS
*>     <program> <ordinal> <corrected input line>
*> Intake matches each line to its RETURNED reject and hands it to
*> the recycle workflow as a correction transaction.
*>
*> AOC2024REJRETURN_DAY limits the gather to one directory. A reject
*> last dispositioned in a certified month is left OPEN and reported:
*> the month must be reopened before its rejects change standing.
*>
*> Return code: 0 transmission written, or nothing OPEN to return;
*> 4 some rejects held back by a closed month; 8 job-registry missing.

environment division.
input-output section.
file-control.
       select StatusFile assign to wsStatusFilename
           organization is line sequential
           file status is wsStatusStatus.
       select RejectedRecords assign to wsRejectFilename
           organization is line sequential
           file status is wsRejectStatus.
       select ReturnFile assign to wsReturnFilename
           organization is line sequential
           file status is wsReturnStatus.
       select TransmissionLog assign to 'transmission-log'
           organization is line sequential
           file status is wsTransLogStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.

data division.
file section.
*> The reject-status row as driver/recycle.cob writes it.
FD StatusFile.
01 StatusLine.
    02 StProgram pic X(12).
    02 StGap1    pic X(1).
    02 StRecNum  pic 9(10).
    02 StGap2    pic X(1).
    02 StStatus  pic X(12).
    02 StGap3    pic X(1).
    02 StDate    pic X(8).
    02 StGap4    pic X(1).
    02 StReason  pic X(20).
    02 StGap5    pic X(1).
    02 StOrdinal pic 9(10).

copy "RejectRecord.cpy"
    replacing ==:FILE-NAME:== by ==RejectedRecords==.

FD ReturnFile.
01 ReturnLine pic X(140).

FD TransmissionLog.
01 TransLogLine pic X(130).

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsStatusFilename pic X(40).
       01 wsStatusStatus pic X(2).
       01 wsRejectFilename pic X(40).
       01 wsRejectStatus pic X(2).
       01 wsReturnFilename pic X(60).
       01 wsReturnStatus pic X(2).
       01 wsTransLogStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsShellCmd pic X(250).
       01 wsOperatorId pic X(12) value spaces.
       01 wsDayFilter pic X(10) value spaces.
       01 wsToday pic X(8).
       01 wsStamp pic X(19).
       01 wsMonthClosed pic X(1).  *> month-close standing, via AOC2024MCLOSE

*> The day directories the registry's jobs live in.
       01 wsDirs.
           05 wsDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirScan binary-short.
       01 wsDirIdx binary-short.

*> One directory's reject-status rows, held for the rewrite, with the
*> original text of each OPEN one picked out of rejected-records.
       01 wsMaxRejects pic 9(4) value 5000.
       01 wsRejects.
           05 wsReject occurs 5000 times.
               10 wsRjProgram pic X(12).
               10 wsRjRecNum pic 9(10).
               10 wsRjStatus pic X(12).
               10 wsRjDate pic X(8).
               10 wsRjReason pic X(20).
               10 wsRjOrdinal pic 9(10).
               10 wsRjSend pic X(1).
               10 wsRjText pic X(80).
       01 wsRejectCount pic 9(4) value 0.
       01 wsSendCount pic 9(4) value 0.
       01 wsI pic 9(4).

       01 wsSectionCount pic 9(3) value 0.
       01 wsReturnedTotal pic 9(6) value 0.
       01 wsHeldBack pic 9(6) value 0.
       01 wsFileOpen pic A(1) value "n".
       01 wsCountDisplay pic Z(5)9.

*> One returned reject as the transmission carries it.
       01 wsReturnRow.
           05 wsRrProgram pic X(12).
           05 filler pic X(1) value space.
           05 wsRrOrdinal pic 9(10).
           05 filler pic X(1) value space.
           05 wsRrRecNum pic 9(10).
           05 filler pic X(1) value space.
           05 wsRrReason pic X(20).
           05 filler pic X(1) value space.
           05 wsRrText pic X(80).

procedure division.
       *> the shop business date, so a return sent from the night
       *> window dates its RETURNED marks with the night it belongs to
       call "AOC2024BDATE" using wsToday
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsDayFilter from environment "AOC2024REJRETURN_DAY"
           on exception continue
       end-accept

       perform LoadRegistry

       move spaces to wsReturnFilename
       string
           "reject-return-" delimited by size
           wsToday delimited by size
           "-" delimited by size
           function current-date(9:6) delimited by size
           into wsReturnFilename
       end-string

       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
           if wsDayFilter = spaces or wsDayFilter = wsDir(wsDirIdx)
               perform ReturnDirectory
           end-if
       end-perform

       if wsFileOpen = "n"
           display "REJRETURN: no OPEN rejects to return"
           if wsHeldBack > 0
               display "REJRETURN: " wsHeldBack " reject(s) held back"
                   " by a closed month"
               move 4 to return-code
           end-if
           stop run
       end-if

       move spaces to ReturnLine
       move wsSectionCount to wsCountDisplay
       string
           "TRL " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ReturnLine
       end-string
       write ReturnLine
       close ReturnFile

       perform WriteManifest
       perform LogTransmission

       display "REJRETURN: " wsReturnedTotal " reject(s) in "
           wsSectionCount " section(s) written to "
           function trim(wsReturnFilename)
       if wsHeldBack > 0
           display "REJRETURN: " wsHeldBack " reject(s) held back"
               " by a closed month"
           move 4 to return-code
       end-if
       stop run.

*> One directory: its OPEN rejects become one section, and - once the
*> section is written - RETURNED in its reject-status.
ReturnDirectory.
       move spaces to wsStatusFilename
       string
           function trim(wsDir(wsDirIdx)) delimited by size
           "/reject-status" delimited by size
           into wsStatusFilename
       end-string
       move 0 to wsRejectCount
       move 0 to wsSendCount
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input StatusFile
       if wsStatusStatus not = "00"
           exit paragraph
       end-if
       perform ReadStatusLoop
       close StatusFile
       if wsSendCount = 0
           exit paragraph
       end-if

       perform PickOriginalText

       if wsFileOpen = "n"
           open output ReturnFile
           move "y" to wsFileOpen
       end-if
       add 1 to wsSectionCount
       move wsSendCount to wsCountDisplay
       move spaces to ReturnLine
       string
           "HDR " delimited by size
           function trim(wsDir(wsDirIdx)) delimited by size
           " " delimited by size
           wsToday delimited by size
           " " delimited by size
           function trim(wsCountDisplay) delimited by size
           into ReturnLine
       end-string
       write ReturnLine
       perform varying wsI from 1 by 1 until wsI > wsRejectCount
           if wsRjSend(wsI) = "Y"
               move wsRjProgram(wsI) to wsRrProgram
               move wsRjOrdinal(wsI) to wsRrOrdinal
               move wsRjRecNum(wsI) to wsRrRecNum
               move wsRjReason(wsI) to wsRrReason
               move wsRjText(wsI) to wsRrText
               move wsReturnRow to ReturnLine
               write ReturnLine
               move "RETURNED" to wsRjStatus(wsI)
               move wsToday to wsRjDate(wsI)
           end-if
       end-perform
       add wsSendCount to wsReturnedTotal
       perform RewriteStatusFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadStatusLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==StatusFile==
              ==:RECORD-NAME:== BY ==StatusLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackStatusRow==.

StackStatusRow.
       if wsRejectCount >= wsMaxRejects
           display "REJRETURN: more than " wsMaxRejects
               " tracked rejects in " function trim(wsDir(wsDirIdx))
               "; run housekeeping first"
           move 8 to return-code
           stop run
       end-if
       add 1 to wsRejectCount
       move StProgram to wsRjProgram(wsRejectCount)
       move StRecNum to wsRjRecNum(wsRejectCount)
       move StStatus to wsRjStatus(wsRejectCount)
       move StDate to wsRjDate(wsRejectCount)
       move StReason to wsRjReason(wsRejectCount)
       if StOrdinal numeric
           move StOrdinal to wsRjOrdinal(wsRejectCount)
       else
           move 0 to wsRjOrdinal(wsRejectCount)
       end-if
       move "N" to wsRjSend(wsRejectCount)
       move spaces to wsRjText(wsRejectCount)
       if StStatus not = "OPEN" or wsRjOrdinal(wsRejectCount) = 0
           exit paragraph
       end-if
       *> a certified month is evidence, not a work area
       call "AOC2024MCLOSE" using StDate(1:6) wsMonthClosed
       if wsMonthClosed = "Y"
           add 1 to wsHeldBack
           display "REJRETURN: " function trim(wsDir(wsDirIdx)) " "
               function trim(StProgram) " ordinal " StOrdinal
               " is in closed month " StDate(1:6) " - not returned"
           exit paragraph
       end-if
       move "Y" to wsRjSend(wsRejectCount)
       add 1 to wsSendCount.

*> The original input line of every reject being returned, out of the
*> append-only rejected-records file, where a reject's ordinal is its
*> row position.
PickOriginalText.
       move spaces to wsRejectFilename
       string
           function trim(wsDir(wsDirIdx)) delimited by size
           "/rejected-records" delimited by size
           into wsRejectFilename
       end-string
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input RejectedRecords
       if wsRejectStatus = "00"
           perform ReadRejectsLoop
           close RejectedRecords
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRejectsLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RejectedRecords==
              ==:RECORD-NAME:== BY ==RejectLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TakeRejectText==.

TakeRejectText.
       perform varying wsI from 1 by 1 until wsI > wsRejectCount
           if wsRjSend(wsI) = "Y"
                   and wsRjOrdinal(wsI) = wsRecordsRead
               move RejectText to wsRjText(wsI)
           end-if
       end-perform.

*> Rewrites the directory's reject-status from the held rows, in the
*> layout and order driver/recycle.cob keeps.
RewriteStatusFile.
       open output StatusFile
       perform varying wsI from 1 by 1 until wsI > wsRejectCount
           move spaces to StGap1
           move spaces to StGap2
           move spaces to StGap3
           move spaces to StGap4
           move spaces to StGap5
           move wsRjProgram(wsI) to StProgram
           move wsRjRecNum(wsI) to StRecNum
           move wsRjStatus(wsI) to StStatus
           move wsRjDate(wsI) to StDate
           move wsRjReason(wsI) to StReason
           move wsRjOrdinal(wsI) to StOrdinal
           write StatusLine
       end-perform
       close StatusFile.

*> The companion manifest: the transmission's own record and byte
*> counts, as driver/outbound.cob writes for its sends.
WriteManifest.
       move spaces to wsShellCmd
       string
           "echo $(wc -l < " delimited by size
           wsReturnFilename delimited by space
           ") $(wc -c < " delimited by size
           wsReturnFilename delimited by space
           ") > " delimited by size
           function trim(wsReturnFilename) delimited by size
           ".manifest" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

LogTransmission.
       open extend TransmissionLog
       if wsTransLogStatus not = "00"
           open output TransmissionLog
       end-if
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           function current-date(5:2) delimited by size
           "-" delimited by size
           function current-date(7:2) delimited by size
           " " delimited by size
           function current-date(9:2) delimited by size
           ":" delimited by size
           function current-date(11:2) delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           into wsStamp
       end-string
       move wsSectionCount to wsCountDisplay
       move spaces to TransLogLine
       string
           wsStamp delimited by size
           " RETURNED " delimited by size
           function trim(wsReturnFilename) delimited by size
           " sections=" delimited by size
           function trim(wsCountDisplay) delimited by size
           " operator=" delimited by size
           wsOperatorId delimited by size
           into TransLogLine
       end-string
       write TransLogLine
       close TransmissionLog.

LoadRegistry.
       call "AOC2024YEAR" using wsProcYear
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "REJRETURN: job-registry not found - nothing to"
               " return"
           move 8 to return-code
           stop run
       end-if
       perform ReadRegistryLoop
       close RegistryFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRegistryRead==
              ==:PROCESS-ROW:== BY ==perform StackRegistryDir==.

StackRegistryDir.
       if RegSeq not numeric
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           *> a row scoped to another season's cycle
           exit paragraph
       end-if
       if RegPhase = "P"
           *> a driver-side post-cycle step, not a daily job
           exit paragraph
       end-if
       perform varying wsDirScan from 1 by 1
               until wsDirScan > wsDirCount
           if wsDir(wsDirScan) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.

end program AOC2024REJRETURN.
