identification division.
program-id. AOC2024REPLSTATUS.

*> Replication status for the shift lead: how far behind the standby
*> is. Sets the primary's replication-log (every delta package
*> AOC2024REPLICATE shipped) beside the standby's replication-applied
*> (every package AOC2024REPLAPPLY applied or refused there), read
*> through the mounted standby root AOC2024_STANDBY_ROOT names
*> (environment, else the parameters file) or from the path
*> AOC2024REPLSTATUS_APPLIED names when the standby's log has been
*> fetched some other way.
*>
*> The lag is given three ways: packages shipped but not applied;
*> cycles - cycle-ledger rows that ended after the last applied
*> package was captured, whose work the standby does not hold; and
*> hours since that capture, which is how old the standby's copy is
*> right now. The packages still outstanding are listed, and a
*> refusal since the last apply is called out, since nothing more
*> will apply until it is dealt with.
*>
*> Writes the fixed-name replication-status-report, with a dated
*> generation kept the way the job reports keep theirs.
*>
*> Return code: 0 standby current; 4 standby behind, refusing, or
*> its position unknown.

environment division.
input-output section.
file-control.
       select ReplLog assign to 'replication-log'
           organization is line sequential
           file status is wsReplLogStatus.
       select ReplApplied assign to wsAppliedFilename
           organization is line sequential
           file status is wsAppliedStatus.
       select CycleLedger assign to 'cycle-ledger'
           organization is line sequential
           file status is wsCycleLedgerStatus.
       select StatusReport assign to 'replication-status-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "ReplicationRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReplLog==.

FD ReplApplied.
01 AppliedLine.
   02 ApStamp    pic X(19).
   02 filler     pic X(1).
   02 ApEvent    pic X(8).
   02 filler     pic X(1).
   02 ApSeq      pic 9(6).
   02 filler     pic X(1).
   02 ApCycle    pic X(15).
   02 filler     pic X(1).
   02 ApCaptured pic X(19).
   02 filler     pic X(1).
   02 ApFiles    pic 9(4).
   02 filler     pic X(1).
   02 ApBytes    pic 9(12).
   02 filler     pic X(1).
   02 ApPackage  pic X(60).

copy "CycleLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==CycleLedger==.

FD StatusReport.
01 StatusReportLine pic X(132).

working-storage section.
       01 wsReplLogStatus pic X(2).
       01 wsAppliedStatus pic X(2).
       01 wsCycleLedgerStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40) value "replication-status-report".
       01 wsReportProgram pic X(20) value "AOC2024REPLSTATUS".
       01 wsReportTitle pic X(40) value "REPLICATION STATUS".
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsStandbyRoot pic X(100) value spaces.
       01 wsAppliedFilename pic X(120) value spaces.
       01 wsNow pic X(19).

*> The shipped packages, for the outstanding list.
       01 wsMaxShipped pic 9(4) value 2000.
       01 wsShippedTable.
           05 wsShipped occurs 2000 times.
               10 wsSpSeq pic 9(6).
               10 wsSpCycle pic X(15).
               10 wsSpCaptured pic X(19).
               10 wsSpFiles pic 9(4).
               10 wsSpBytes pic 9(12).
       01 wsShippedCount pic 9(4) value 0.
       01 wsShippedDropped pic 9(5) value 0.
       01 wsP pic 9(4).
       01 wsLastShipped pic 9(6) value 0.
       01 wsLastShipCycle pic X(15) value spaces.
       01 wsLastShipCaptured pic X(19) value spaces.

*> The standby's position.
       01 wsStandbyKnown pic A(1) value "n".
       01 wsLastApplied pic 9(6) value 0.
       01 wsLastApplyCycle pic X(15) value spaces.
       01 wsLastApplyCaptured pic X(19) value spaces.
       01 wsLastApplyStamp pic X(19) value spaces.
       01 wsRefusalSeq pic 9(6) value 0.
       01 wsRefusalStamp pic X(19) value spaces.
       01 wsRefusalReason pic X(60) value spaces.

       01 wsBehindPackages pic 9(6) value 0.
       01 wsBehindCycles pic 9(5) value 0.
       01 wsCyclesOnLedger pic 9(5) value 0.
       01 wsBehindSeconds pic 9(12) value 0.
       01 wsBehindHours pic 9(7)v9 value 0.
       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).
       01 wsNowSeconds pic 9(12).

       01 wsSeqDisplay pic Z(5)9.
       01 wsCountDisplay pic Z(4)9.
       01 wsHoursDisplay pic Z(6)9.9.
       01 wsFilesDisplay pic Z(3)9.
       01 wsBytesDisplay pic Z(11)9.

procedure division.
       accept wsStandbyRoot from environment "AOC2024_STANDBY_ROOT"
           on exception continue
       end-accept
       if wsStandbyRoot = spaces
           move "AOC2024_STANDBY_ROOT" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue to wsStandbyRoot
       end-if
       accept wsAppliedFilename
           from environment "AOC2024REPLSTATUS_APPLIED"
           on exception continue
       end-accept
       if wsAppliedFilename = spaces and wsStandbyRoot not = spaces
           string
               function trim(wsStandbyRoot) delimited by size
               "/replication-applied" delimited by size
               into wsAppliedFilename
           end-string
       end-if
       move spaces to wsNow
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
           into wsNow
       end-string

       move "n" to wsEof
       move 0 to wsRecordsRead
       open input ReplLog
       if wsReplLogStatus = "00"
           perform ReadReplLogLoop
           close ReplLog
       end-if

       if wsAppliedFilename not = spaces
           move "n" to wsEof
           move 0 to wsRecordsRead
           open input ReplApplied
           if wsAppliedStatus = "00"
               move "y" to wsStandbyKnown
               perform ReadAppliedLoop
               close ReplApplied
           end-if
       end-if

       perform MeasureLag

       open output StatusReport
       perform WriteHeader
       perform WritePositions
       perform WriteOutstanding
       close StatusReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move wsBehindPackages to wsSeqDisplay
       move wsBehindCycles to wsCountDisplay
       move wsBehindHours to wsHoursDisplay
       evaluate true
           when wsStandbyKnown = "n"
               display "REPLSTATUS: standby position unknown - "
                   wsLastShipped " package(s) shipped"
               move 4 to return-code
           when wsBehindPackages = 0 and wsRefusalSeq = 0
               display "REPLSTATUS: standby current at package "
                   wsLastApplied
           when other
               display "REPLSTATUS: standby behind by "
                   function trim(wsSeqDisplay) " package(s), "
                   function trim(wsCountDisplay) " cycle(s), "
                   function trim(wsHoursDisplay) " hour(s)"
               move 4 to return-code
       end-evaluate
       stop run.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadReplLogLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ReplLog==
              ==:RECORD-NAME:== BY ==ReplLogLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackShippedRow==.

StackShippedRow.
       if RlEvent not = "SHIPPED" or RlSeq not numeric
           exit paragraph
       end-if
       if RlSeq > wsLastShipped
           move RlSeq to wsLastShipped
           move RlCycle to wsLastShipCycle
           move RlCaptured to wsLastShipCaptured
       end-if
       if wsShippedCount >= wsMaxShipped
           add 1 to wsShippedDropped
           exit paragraph
       end-if
       add 1 to wsShippedCount
       move RlSeq to wsSpSeq(wsShippedCount)
       move RlCycle to wsSpCycle(wsShippedCount)
       move RlCaptured to wsSpCaptured(wsShippedCount)
       move RlFiles to wsSpFiles(wsShippedCount)
       move RlBytes to wsSpBytes(wsShippedCount).

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAppliedLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ReplApplied==
              ==:RECORD-NAME:== BY ==AppliedLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform NoteAppliedRow==.

*> The highest package applied is the standby's position; a refusal
*> logged after it is the reason it has not moved since.
NoteAppliedRow.
       if ApSeq not numeric
           exit paragraph
       end-if
       evaluate ApEvent
           when "APPLIED"
               if ApSeq > wsLastApplied
                   move ApSeq to wsLastApplied
                   move ApCycle to wsLastApplyCycle
                   move ApCaptured to wsLastApplyCaptured
                   move ApStamp to wsLastApplyStamp
               end-if
               if ApSeq >= wsRefusalSeq
                   move 0 to wsRefusalSeq
               end-if
           when "REFUSED"
               move ApSeq to wsRefusalSeq
               move ApStamp to wsRefusalStamp
               move ApPackage to wsRefusalReason
       end-evaluate.

MeasureLag.
       if wsLastShipped > wsLastApplied
           compute wsBehindPackages = wsLastShipped - wsLastApplied
       end-if

       move "n" to wsEof
       open input CycleLedger
       if wsCycleLedgerStatus = "00"
           perform until wsEof = "y"
               read CycleLedger
                   at end move "y" to wsEof
                   not at end
                       add 1 to wsCyclesOnLedger
                       if ClEnd > wsLastApplyCaptured
                           add 1 to wsBehindCycles
                       end-if
               end-read
           end-perform
           close CycleLedger
       end-if

       if wsLastApplyCaptured = spaces
           exit paragraph
       end-if
       move wsNow to wsStampWork
       perform StampToSeconds
       move wsStampSeconds to wsNowSeconds
       move wsLastApplyCaptured to wsStampWork
       perform StampToSeconds
       if wsNowSeconds > wsStampSeconds
           compute wsBehindSeconds = wsNowSeconds - wsStampSeconds
           compute wsBehindHours rounded = wsBehindSeconds / 3600
       end-if.

*> Converts the "YYYY-MM-DD HH:MM:SS" stamp in wsStampWork into a
*> count of seconds since the standard date epoch - the same
*> arithmetic driver/opslog.cob uses.
StampToSeconds.
       move 0 to wsStampSeconds
       string
           wsStampWork(1:4) delimited by size
           wsStampWork(6:2) delimited by size
           wsStampWork(9:2) delimited by size
           into wsStampDate
       end-string
       if wsStampDate not numeric
           exit paragraph
       end-if
       compute wsStampSeconds =
           (function integer-of-date(wsStampDate) * 86400)
           + (function numval(wsStampWork(12:2)) * 3600)
           + (function numval(wsStampWork(15:2)) * 60)
           + function numval(wsStampWork(18:2)).

WriteHeader.
       move spaces to StatusReportLine
       string
           "REPLICATION STATUS - standby lag as at " delimited by size
           wsNow delimited by size
           into StatusReportLine
       end-string
       write StatusReportLine
       move spaces to StatusReportLine
       write StatusReportLine.

WritePositions.
       move spaces to StatusReportLine
       if wsLastShipped = 0
           move "Primary: no package shipped yet" to StatusReportLine
       else
           string
               "Primary: last package shipped " delimited by size
               wsLastShipped delimited by size
               " cycle " delimited by size
               wsLastShipCycle delimited by size
               " captured " delimited by size
               wsLastShipCaptured delimited by size
               into StatusReportLine
           end-string
       end-if
       write StatusReportLine

       move spaces to StatusReportLine
       evaluate true
           when wsStandbyKnown = "n" and wsAppliedFilename = spaces
               move
                   "Standby: position unknown - AOC2024_STANDBY_ROOT unset"
                   to StatusReportLine
           when wsStandbyKnown = "n"
               string
                   "Standby: position unknown - cannot read "
                       delimited by size
                   function trim(wsAppliedFilename) delimited by size
                   into StatusReportLine
               end-string
           when wsLastApplied = 0
               move "Standby: no package applied yet"
                   to StatusReportLine
           when other
               string
                   "Standby: last package applied " delimited by size
                   wsLastApplied delimited by size
                   " cycle " delimited by size
                   wsLastApplyCycle delimited by size
                   " captured " delimited by size
                   wsLastApplyCaptured delimited by size
                   " applied " delimited by size
                   wsLastApplyStamp delimited by size
                   into StatusReportLine
               end-string
       end-evaluate
       write StatusReportLine

       if wsRefusalSeq > 0
           move spaces to StatusReportLine
           string
               "REFUSED: package " delimited by size
               wsRefusalSeq delimited by size
               " at " delimited by size
               wsRefusalStamp delimited by size
               " - " delimited by size
               wsRefusalReason delimited by size
               into StatusReportLine
           end-string
           write StatusReportLine
           move "  nothing more applies until it is re-shipped or the gap filled"
               to StatusReportLine
           write StatusReportLine
       end-if

       if wsStandbyKnown = "y"
           move wsBehindPackages to wsSeqDisplay
           move wsBehindCycles to wsCountDisplay
           move spaces to StatusReportLine
           if wsLastApplyCaptured = spaces
               string
                   "Behind: " delimited by size
                   function trim(wsSeqDisplay) delimited by size
                   " package(s), " delimited by size
                   function trim(wsCountDisplay) delimited by size
                   " cycle(s) - the standby holds no copy yet"
                       delimited by size
                   into StatusReportLine
               end-string
           else
               move wsBehindHours to wsHoursDisplay
               string
                   "Behind: " delimited by size
                   function trim(wsSeqDisplay) delimited by size
                   " package(s), " delimited by size
                   function trim(wsCountDisplay) delimited by size
                   " cycle(s), " delimited by size
                   function trim(wsHoursDisplay) delimited by size
                   " hour(s) since the standby's copy was captured"
                       delimited by size
                   into StatusReportLine
               end-string
           end-if
           write StatusReportLine
       end-if
       move spaces to StatusReportLine
       write StatusReportLine.

WriteOutstanding.
       move "---- shipped, not yet applied ----" to StatusReportLine
       write StatusReportLine
       move spaces to StatusReportLine
       move "Package" to StatusReportLine(3:7)
       move "Cycle" to StatusReportLine(12:5)
       move "Captured" to StatusReportLine(29:8)
       move "Files" to StatusReportLine(49:5)
       move "Bytes" to StatusReportLine(63:5)
       write StatusReportLine
       if wsBehindPackages = 0
           move "  (none)" to StatusReportLine
           write StatusReportLine
       end-if
       perform varying wsP from 1 by 1 until wsP > wsShippedCount
           if wsSpSeq(wsP) > wsLastApplied
               move wsSpFiles(wsP) to wsFilesDisplay
               move wsSpBytes(wsP) to wsBytesDisplay
               move spaces to StatusReportLine
               string
                   "  " delimited by size
                   wsSpSeq(wsP) delimited by size
                   "   " delimited by size
                   wsSpCycle(wsP) delimited by size
                   "  " delimited by size
                   wsSpCaptured(wsP) delimited by size
                   "  " delimited by size
                   wsFilesDisplay delimited by size
                   "  " delimited by size
                   wsBytesDisplay delimited by size
                   into StatusReportLine
               end-string
               write StatusReportLine
           end-if
       end-perform
       if wsShippedDropped > 0
           move wsShippedDropped to wsCountDisplay
           move spaces to StatusReportLine
           string
               "  ... " delimited by size
               function trim(wsCountDisplay) delimited by size
               " older shipment(s) not listed (see replication-log)"
                   delimited by size
               into StatusReportLine
           end-string
           write StatusReportLine
       end-if.

end program AOC2024REPLSTATUS.
