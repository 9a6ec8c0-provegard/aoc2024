identification division.
program-id. AOC2024WORKLIST.

*> The exceptions worklist builder. A morning's problems used to
*> arrive as seven separate files, each reviewed on its own menu
*> screen or on none; this gathers every open exception into the one
*> append-only exceptions-worklist (WorklistRecord.cpy) the menu's
*> worklist screen works from. The sources, and what each item is:
*>   REJECT      a rejected-records row in a day directory that
*>               reject-status does not show dispositioned (LOW)
*>   ANOMALY     an anomaly-report finding nobody has acknowledged
*>               (MED)
*>   INVARIANT   an invariant-report BREAK - read off the anomaly-
*>               report rows, code INVARIANT, the invariant verifier
*>               writes for each one, so the acknowledgment that
*>               clears the anomaly clears the item (HIGH)
*>   CONFIRM     a confirmation-report MISMATCH or MISSING (HIGH)
*>   CUSTODY     a day directory's custody-report BREAK lines (HIGH)
*>   BALANCE     a balancing-report OUT-OF-BALANCE run (HIGH) or
*>               LINECOUNT-MISMATCH (MED)
*>   QUARANTINE  a drop sitting in a day directory's quarantine/
*>               (MED)
*> An exception already on the worklist - open, claimed or closed -
*> is never added twice; an operator's close stands.
*>
*> Items close themselves when the source shows them fixed: the
*> reject CORRECTED, RESUBMITTED or WRITTEN-OFF on reject-status; the
*> anomaly on anomaly-acks; the program MATCHing on a confirmation-
*> report for the same business date; the directory with no BREAK on
*> a complete custody-report for the same date; the latest balancing-
*> report line for the run BALANCED or LINECOUNT-OK; the drop gone
*> from quarantine/ (released or discarded - the quarantine-log's
*> last word on it becomes the closing note). A report that has
*> simply been regenerated for another date proves nothing and
*> closes nothing.
*>
*> Runs from the repository root, as a post-cycle step or by hand.
*>
*> Return code: 0 worklist brought up to date, 8 the worklist could
*> not be written.

environment division.
input-output section.
file-control.
       select WorklistFile assign to 'exceptions-worklist'
           organization is line sequential
           file status is wsWorklistStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select RejectedRecords assign to wsViewFilename
           organization is line sequential
           file status is wsViewStatus.
       select StatusFile assign to wsViewFilename
           organization is line sequential
           file status is wsViewStatus.
       select AnomalyReport assign to 'anomaly-report'
           organization is line sequential
           file status is wsAnomalyStatus.
       select AckFile assign to 'anomaly-acks'
           organization is line sequential
           file status is wsAckStatus.
       select SourceReport assign to wsViewFilename
           organization is line sequential
           file status is wsViewStatus.
       select Candidate assign to '.worklist-candidate'
           organization is line sequential
           file status is wsCandidateStatus.

data division.
file section.
copy "WorklistRecord.cpy"
    replacing ==:FILE-NAME:== by ==WorklistFile==.

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "RejectRecord.cpy"
    replacing ==:FILE-NAME:== by ==RejectedRecords==.

*> driver/recycle.cob's reject-status row: where a tracked reject
*> stands, keyed by its ordinal in rejected-records.
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

copy "AnomalyRecord.cpy"
    replacing ==:FILE-NAME:== by ==AnomalyReport==.

copy "AckRecord.cpy"
    replacing ==:FILE-NAME:== by ==AckFile==.

*> confirmation-report, custody-report, balancing-report and a day's
*> quarantine-log, one at a time.
FD SourceReport.
01 SourceReportLine pic X(200).

*> Transient listing of a day directory's quarantine/, the same
*> candidate-file technique InputDropResolve.cpy uses to list drops.
FD Candidate.
01 CandidateLine pic X(100).

working-storage section.
       01 wsWorklistStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsViewStatus pic X(2).
       01 wsAnomalyStatus pic X(2).
       01 wsAckStatus pic X(2).
       01 wsCandidateStatus pic X(2).
       01 wsViewFilename pic X(60).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsBusDate pic X(8).
       01 wsToday pic X(8).
       01 wsNow pic X(19).
       01 wsShellCmd pic X(200).

*> The day directories the registry's jobs live in - the same
*> derivation driver/balance.cob uses - and each daily job's
*> directory, so a finding that names only a program gets its feed.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirIdx binary-short.
       01 wsDirScan binary-short.
       01 wsMaxJobs pic 9(3) value 200.
       01 wsJobs.
           05 wsJobEntry occurs 200 times.
               10 wsJobProgram pic X(16).
               10 wsJobDir pic X(10).
       01 wsJobCount pic 9(3) value 0.
       01 wsJobIdx pic 9(3).

*> Every item's standing - the last worklist row for its id, whole,
*> read by position the way the menu reads the incident register:
*> WlStatus (16:8), WlSource (71:10), WlFeed (87:10), WlDate
*> (115:8), WlKey (124:40).
       01 wsMaxItems pic 9(5) value 20000.
       01 wsItems.
           05 wsItemRow pic X(345) occurs 20000 times.
       01 wsItemCount pic 9(5) value 0.
       01 wsItemIdx pic 9(5).
       01 wsItemFound pic 9(5).
       01 wsSeq pic 9(4).
       01 wsSeqHigh pic 9(4) value 0.
       01 wsSeqFull pic A(1) value "n".

*> The finding in hand, as a source reports it: open at the source
*> (O) or shown fixed there (F), with the note a fix closes it with.
       01 wsFdSource pic X(10).
       01 wsFdSeverity pic X(4).
       01 wsFdFeed pic X(10).
       01 wsFdProgram pic X(16).
       01 wsFdDate pic X(8).
       01 wsFdKey pic X(40).
       01 wsFdDesc pic X(80).
       01 wsFdState pic X(1).
       01 wsFdFixNote pic X(80).

*> One day directory's reject-status, by ordinal.
       01 wsMaxTracked pic 9(4) value 5000.
       01 wsTracked.
           05 wsTrackedEntry occurs 5000 times.
               10 wsTrOrdinal pic 9(10).
               10 wsTrStatus pic X(12).
               10 wsTrDate pic X(8).
       01 wsTrackedCount pic 9(4).
       01 wsTrIdx pic 9(4).
       01 wsTrFound pic 9(4).
       01 wsRejectOrdinal pic 9(10).
       01 wsRecNumDisplay pic Z(9)9.

*> anomaly-acks, keyed the way reconcile keys its findings.
       01 wsMaxAcks pic 9(4) value 5000.
       01 wsAcks.
           05 wsAckEntry occurs 5000 times.
               10 wsAckKey pic X(32).
               10 wsAckBy pic X(12).
       01 wsAckCount pic 9(4) value 0.
       01 wsAckIdx pic 9(4).
       01 wsAckFound pic 9(4).

*> A report's business date, whether it ran to its trailer, and the
*> day directories its BREAK lines name.
       01 wsRptDate pic X(8).
       01 wsRptComplete pic A(1).
       01 wsTok1 pic X(20).
       01 wsTok2 pic X(20).
       01 wsTok3 pic X(20).
       01 wsBrokenDirs.
           05 wsBrokenDir pic X(10) occurs 40 times.
       01 wsBrokenCount binary-short.
       01 wsBrokenIdx binary-short.
       01 wsBrokenFound pic A(1).

*> The balancing-report's verdicts, the last one per run and check:
*> every failing run, and every passing run an open item waits on.
       01 wsMaxVerdicts pic 9(4) value 5000.
       01 wsVerdicts.
           05 wsVerdictEntry occurs 5000 times.
               10 wsVdKey pic X(40).
               10 wsVdState pic X(1).
               10 wsVdLine pic X(80).
       01 wsVerdictCount pic 9(4) value 0.
       01 wsVdIdx pic 9(4).
       01 wsVdFound pic 9(4).
       01 wsVdKeyWork pic X(40).
       01 wsVdCheck pic X(5).
       01 wsVdPass pic A(1).
       01 wsVdFail pic A(1).
       01 wsVdHasItem pic A(1).

*> One day directory's quarantined drops.
       01 wsQuarDrops.
           05 wsQuarDrop pic X(40) occurs 100 times.
       01 wsQuarCount pic 9(3).
       01 wsQuarIdx pic 9(3).
       01 wsQuarFound pic A(1).
       01 wsHitCount pic 9(3).
       01 wsLogWord pic X(80).

       01 wsNewCount pic 9(5) value 0.
       01 wsClosedCount pic 9(5) value 0.
       01 wsOpenCount pic 9(5) value 0.
       01 wsHighCount pic 9(5) value 0.
       01 wsUnclaimedCount pic 9(5) value 0.

procedure division.
       call "AOC2024YEAR" using wsProcYear
       call "AOC2024BDATE" using wsBusDate
       move function current-date(1:8) to wsToday
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

       perform LoadRegistryDirs
       perform LoadWorklist
       perform LoadAcks

       open extend WorklistFile
       if wsWorklistStatus not = "00"
           open output WorklistFile
       end-if
       if wsWorklistStatus not = "00"
           display "WORKLIST: cannot write exceptions-worklist"
           move 8 to return-code
           stop run
       end-if

       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           perform GatherRejects
           perform GatherQuarantine
       end-perform
       perform GatherAnomalies
       perform CloseAcknowledged
       perform GatherConfirmations
       perform GatherCustody
       perform GatherBalance

       close WorklistFile

       perform varying wsItemIdx from 1 by 1
               until wsItemIdx > wsItemCount
           if wsItemRow(wsItemIdx)(16:8) not = "CLOSED"
               add 1 to wsOpenCount
               if wsItemRow(wsItemIdx)(82:4) = "HIGH"
                   add 1 to wsHighCount
               end-if
               if wsItemRow(wsItemIdx)(58:12) = spaces
                   add 1 to wsUnclaimedCount
               end-if
           end-if
       end-perform
       display "WORKLIST: " wsNewCount " new item(s), " wsClosedCount
           " closed at source; " wsOpenCount " open (" wsHighCount
           " HIGH, " wsUnclaimedCount " unclaimed)"
       if wsSeqFull = "y"
           display "WORKLIST: today's item numbers are used up -"
               " the rest are added on the next run"
       end-if

       stop run.

*> Each item's standing: the worklist is append-only, so a later row
*> for an id replaces what an earlier one said.
LoadWorklist.
       open input WorklistFile
       if wsWorklistStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadWorklistLoop
       close WorklistFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadWorklistLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==WorklistFile==
              ==:RECORD-NAME:== BY ==WorklistLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackWorklistRow==.

StackWorklistRow.
       if WlId(1:2) not = "EX"
           exit paragraph
       end-if
       if WlId(3:8) = wsToday and WlId(11:4) numeric
           move WlId(11:4) to wsSeq
           if wsSeq > wsSeqHigh
               move wsSeq to wsSeqHigh
           end-if
       end-if
       move 0 to wsItemFound
       perform varying wsItemIdx from wsItemCount by -1
               until wsItemIdx < 1 or wsItemFound > 0
           if wsItemRow(wsItemIdx)(1:14) = WlId
               move wsItemIdx to wsItemFound
           end-if
       end-perform
       if wsItemFound = 0
           if wsItemCount >= wsMaxItems
               display "ERROR: more than " wsMaxItems
                   " items on exceptions-worklist"
               move 8 to return-code
               stop run
           end-if
           add 1 to wsItemCount
           move wsItemCount to wsItemFound
       end-if
       move WorklistLine to wsItemRow(wsItemFound).

LoadAcks.
       open input AckFile
       if wsAckStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadAckLoop
       close AckFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAckLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AckFile==
              ==:RECORD-NAME:== BY ==AckLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackAckRow==.

StackAckRow.
       if AckProgram = spaces or wsAckCount >= wsMaxAcks
           exit paragraph
       end-if
       add 1 to wsAckCount
       move spaces to wsAckKey(wsAckCount)
       string
           AckProgram delimited by size
           AckCode delimited by size
           AckRunDate delimited by size
           into wsAckKey(wsAckCount)
       end-string
       move AckOperator to wsAckBy(wsAckCount).

*> ----------------------------------------------------------------
*> Rejects: every rejected-records row, judged against the day's
*> reject-status. A reject recycle has not yet tracked is open.
GatherRejects.
       move 0 to wsTrackedCount
       move spaces to wsViewFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/reject-status" delimited by size
           into wsViewFilename
       end-string
       open input StatusFile
       if wsViewStatus = "00"
           move "n" to wsEof
           move 0 to wsRecordsRead
           perform ReadStatusLoop
           close StatusFile
       end-if

       move spaces to wsViewFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/rejected-records" delimited by size
           into wsViewFilename
       end-string
       open input RejectedRecords
       if wsViewStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRejectOrdinal
       perform ReadRejectLoop
       close RejectedRecords.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadStatusLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==StatusFile==
              ==:RECORD-NAME:== BY ==StatusLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackStatusRow==.

StackStatusRow.
       if StOrdinal not numeric or wsTrackedCount >= wsMaxTracked
           exit paragraph
       end-if
       add 1 to wsTrackedCount
       move StOrdinal to wsTrOrdinal(wsTrackedCount)
       move StStatus to wsTrStatus(wsTrackedCount)
       move StDate to wsTrDate(wsTrackedCount).

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRejectLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RejectedRecords==
              ==:RECORD-NAME:== BY ==RejectLine==
              ==:RECORD-NUM:==  BY ==wsRejectOrdinal==
              ==:PROCESS-ROW:== BY ==perform JudgeReject==.

JudgeReject.
       move 0 to wsTrFound
       perform varying wsTrIdx from 1 by 1
               until wsTrIdx > wsTrackedCount or wsTrFound > 0
           if wsTrOrdinal(wsTrIdx) = wsRejectOrdinal
               move wsTrIdx to wsTrFound
           end-if
       end-perform

       move "REJECT" to wsFdSource
       move "LOW" to wsFdSeverity
       move wsResultDir(wsDirIdx) to wsFdFeed
       move RejectProgram to wsFdProgram
       move spaces to wsFdKey
       string
           RejectProgram delimited by size
           " " delimited by size
           wsRejectOrdinal delimited by size
           into wsFdKey
       end-string
       move RejectRecNum to wsRecNumDisplay
       move spaces to wsFdDesc
       string
           "record " delimited by size
           function trim(wsRecNumDisplay) delimited by size
           " rejected: " delimited by size
           function trim(RejectReason) delimited by size
           " - " delimited by size
           RejectText delimited by size
           into wsFdDesc
       end-string
       move "O" to wsFdState
       move wsBusDate to wsFdDate
       if wsTrFound > 0
           move wsTrDate(wsTrFound) to wsFdDate
           if wsTrStatus(wsTrFound) not = "OPEN"
                   and wsTrStatus(wsTrFound) not = "RETURNED"
               move "F" to wsFdState
               move spaces to wsFdFixNote
               string
                   "reject " delimited by size
                   function trim(wsTrStatus(wsTrFound))
                       delimited by size
                   " on reject-status " delimited by size
                   wsTrDate(wsTrFound) delimited by size
                   into wsFdFixNote
               end-string
           end-if
       end-if
       perform ApplyFinding.

*> ----------------------------------------------------------------
*> Quarantine: each drop in the day's quarantine/ is open; an open
*> item whose drop has left it was released or discarded, and the
*> quarantine-log says which.
GatherQuarantine.
       move 0 to wsQuarCount
       move spaces to wsShellCmd
       string
           "ls -1 " delimited by size
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/quarantine 2>/dev/null | grep -v manifest"
               " > .worklist-candidate" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       open input Candidate
       if wsCandidateStatus = "00"
           perform until 1 = 2
               read Candidate
                   at end exit perform
               end-read
               if CandidateLine not = spaces and wsQuarCount < 100
                   add 1 to wsQuarCount
                   move CandidateLine(1:40) to wsQuarDrop(wsQuarCount)
               end-if
           end-perform
           close Candidate
       end-if
       call "SYSTEM" using "rm -f .worklist-candidate"
       move 0 to return-code

       move spaces to wsViewFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/quarantine-log" delimited by size
           into wsViewFilename
       end-string

       move "QUARANTINE" to wsFdSource
       move "MED" to wsFdSeverity
       move wsResultDir(wsDirIdx) to wsFdFeed
       move spaces to wsFdProgram
       move "O" to wsFdState
       perform varying wsQuarIdx from 1 by 1
               until wsQuarIdx > wsQuarCount
           move wsQuarDrop(wsQuarIdx) to wsFdKey
           perform ReadQuarantineLog
           perform ApplyFinding
       end-perform

       move "F" to wsFdState
       perform varying wsItemIdx from 1 by 1
               until wsItemIdx > wsItemCount
           if wsItemRow(wsItemIdx)(16:8) not = "CLOSED"
                   and wsItemRow(wsItemIdx)(71:10) = "QUARANTINE"
                   and wsItemRow(wsItemIdx)(87:10) = wsFdFeed
               move "n" to wsQuarFound
               perform varying wsQuarIdx from 1 by 1
                       until wsQuarIdx > wsQuarCount
                   if wsQuarDrop(wsQuarIdx)
                           = wsItemRow(wsItemIdx)(124:40)
                       move "y" to wsQuarFound
                   end-if
               end-perform
               if wsQuarFound = "n"
                   move wsItemRow(wsItemIdx)(124:40) to wsFdKey
                   perform ReadQuarantineLog
                   move spaces to wsFdFixNote
                   string
                       "left quarantine - " delimited by size
                       function trim(wsLogWord) delimited by size
                       into wsFdFixNote
                   end-string
                   move wsItemIdx to wsItemFound
                   perform CloseItem
               end-if
           end-if
       end-perform.

*> The drop's story on the day's quarantine-log: the line DROPCHK
*> wrote when it moved the drop gives the date and the description,
*> the last line naming the drop (a RELEASED or DISCARDED
*> disposition, once there is one) gives wsLogWord.
ReadQuarantineLog.
       move spaces to wsFdDate
       move "drop held in quarantine" to wsFdDesc
       move spaces to wsLogWord
       open input SourceReport
       if wsViewStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read SourceReport
               at end exit perform
           end-read
           move 0 to wsHitCount
           inspect SourceReportLine tallying wsHitCount
               for all wsFdKey(1:function length(function trim(wsFdKey)))
           if wsHitCount > 0
               move SourceReportLine(10:80) to wsLogWord
               move 0 to wsHitCount
               inspect SourceReportLine tallying wsHitCount
                   for all " quarantined: "
               if wsHitCount > 0
                   move SourceReportLine(1:8) to wsFdDate
                   move SourceReportLine(10:80) to wsFdDesc
               end-if
           end-if
       end-perform
       close SourceReport.

*> ----------------------------------------------------------------
*> Anomalies and invariant breaks: the anomaly-report's NEW rows
*> nobody has acknowledged.
GatherAnomalies.
       open input AnomalyReport
       if wsAnomalyStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadAnomalyLoop
       close AnomalyReport.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAnomalyLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AnomalyReport==
              ==:RECORD-NAME:== BY ==AnomalyLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform JudgeAnomaly==.

JudgeAnomaly.
       if AnomalyProgram = spaces
               or (AnomalyStatus not = "NEW" and AnomalyStatus
                   not = "ACKD")
           exit paragraph
       end-if
       move spaces to wsFdKey
       string
           AnomalyProgram delimited by size
           AnomalyCode delimited by size
           AnomalyRunDate delimited by size
           into wsFdKey
       end-string
       move 0 to wsAckFound
       perform varying wsAckIdx from 1 by 1
               until wsAckIdx > wsAckCount or wsAckFound > 0
           if wsAckKey(wsAckIdx) = wsFdKey(1:32)
               move wsAckIdx to wsAckFound
           end-if
       end-perform
       if AnomalyStatus = "ACKD" or wsAckFound > 0
           *> closed, if it is on the worklist at all, by
           *> CloseAcknowledged
           exit paragraph
       end-if

       if AnomalyCode = "INVARIANT"
           move "INVARIANT" to wsFdSource
           move "HIGH" to wsFdSeverity
       else
           move "ANOMALY" to wsFdSource
           move "MED" to wsFdSeverity
       end-if
       move AnomalyProgram to wsFdProgram
       perform LookupProgramDir
       move AnomalyRunDate to wsFdDate
       move spaces to wsFdDesc
       string
           function trim(AnomalyCode) delimited by size
           ": " delimited by size
           AnomalyDetail delimited by size
           into wsFdDesc
       end-string
       move "O" to wsFdState
       perform ApplyFinding.

*> An anomaly or invariant item is fixed once anomaly-acks carries
*> its program, code and run date - whether or not the finding is
*> still on tonight's report.
CloseAcknowledged.
       perform varying wsItemIdx from 1 by 1
               until wsItemIdx > wsItemCount
           if wsItemRow(wsItemIdx)(16:8) not = "CLOSED"
                   and (wsItemRow(wsItemIdx)(71:10) = "ANOMALY"
                   or wsItemRow(wsItemIdx)(71:10) = "INVARIANT")
               move 0 to wsAckFound
               perform varying wsAckIdx from 1 by 1
                       until wsAckIdx > wsAckCount or wsAckFound > 0
                   if wsAckKey(wsAckIdx)
                           = wsItemRow(wsItemIdx)(124:32)
                       move wsAckIdx to wsAckFound
                   end-if
               end-perform
               if wsAckFound > 0
                   move spaces to wsFdFixNote
                   string
                       "acknowledged on anomaly-acks by "
                           delimited by size
                       wsAckBy(wsAckFound) delimited by space
                       into wsFdFixNote
                   end-string
                   move wsItemIdx to wsItemFound
                   perform CloseItem
               end-if
           end-if
       end-perform.

*> ----------------------------------------------------------------
*> Confirmation: MISMATCH and MISSING lines are open, MATCH lines
*> fix the same program's item for the same business date.
GatherConfirmations.
       move "confirmation-report" to wsViewFilename
       open input SourceReport
       if wsViewStatus not = "00"
           exit paragraph
       end-if
       move spaces to wsRptDate
       perform until 1 = 2
           read SourceReport
               at end exit perform
           end-read
           if SourceReportLine(1:36)
                   = "Confirmation match for business date"
               move SourceReportLine(38:8) to wsRptDate
           end-if
           move spaces to wsTok1 wsTok2
           unstring SourceReportLine delimited by all space
               into wsTok1 wsTok2
           end-unstring
           if wsRptDate not = spaces
                   and (wsTok1 = "MATCH" or wsTok1 = "MISMATCH"
                   or wsTok1 = "MISSING")
               perform JudgeConfirmLine
           end-if
       end-perform
       close SourceReport.

JudgeConfirmLine.
       move "CONFIRM" to wsFdSource
       move "HIGH" to wsFdSeverity
       move wsTok2 to wsFdProgram
       perform LookupProgramDir
       move wsRptDate to wsFdDate
       move spaces to wsFdKey
       string
           wsTok2 delimited by space
           " " delimited by size
           wsRptDate delimited by size
           into wsFdKey
       end-string
       move SourceReportLine(1:80) to wsFdDesc
       if wsTok1 = "MATCH"
           move "F" to wsFdState
           move spaces to wsFdFixNote
           string
               "matched upstream on the confirmation-report for "
                   delimited by size
               wsRptDate delimited by size
               into wsFdFixNote
           end-string
       else
           move "O" to wsFdState
       end-if
       perform ApplyFinding.

*> ----------------------------------------------------------------
*> Custody: one item per day directory per business date, however
*> many links broke. A complete report for the same date that names
*> no BREAK for the directory fixes it.
GatherCustody.
       move "custody-report" to wsViewFilename
       open input SourceReport
       if wsViewStatus not = "00"
           exit paragraph
       end-if
       move spaces to wsRptDate
       move "n" to wsRptComplete
       move 0 to wsBrokenCount
       perform until 1 = 2
           read SourceReport
               at end exit perform
           end-read
           if SourceReportLine(1:47)
                   = "Chain-of-custody verification for business date"
               move SourceReportLine(49:8) to wsRptDate
           end-if
           if SourceReportLine(1:16) = "Chains verified:"
               move "y" to wsRptComplete
           end-if
           move spaces to wsTok1 wsTok2
           unstring SourceReportLine delimited by all space
               into wsTok1 wsTok2
           end-unstring
           if wsTok1 = "BREAK" and wsRptDate not = spaces
               perform JudgeCustodyLine
           end-if
       end-perform
       close SourceReport

       if wsRptComplete not = "y" or wsRptDate = spaces
           exit paragraph
       end-if
       perform varying wsItemIdx from 1 by 1
               until wsItemIdx > wsItemCount
           if wsItemRow(wsItemIdx)(16:8) not = "CLOSED"
                   and wsItemRow(wsItemIdx)(71:10) = "CUSTODY"
                   and wsItemRow(wsItemIdx)(115:8) = wsRptDate
               move "n" to wsBrokenFound
               perform varying wsBrokenIdx from 1 by 1
                       until wsBrokenIdx > wsBrokenCount
                   if wsBrokenDir(wsBrokenIdx)
                           = wsItemRow(wsItemIdx)(87:10)
                       move "y" to wsBrokenFound
                   end-if
               end-perform
               if wsBrokenFound = "n"
                   move spaces to wsFdFixNote
                   string
                       "chain whole on the custody-report for "
                           delimited by size
                       wsRptDate delimited by size
                       into wsFdFixNote
                   end-string
                   move wsItemIdx to wsItemFound
                   perform CloseItem
               end-if
           end-if
       end-perform.

JudgeCustodyLine.
       move "n" to wsBrokenFound
       perform varying wsBrokenIdx from 1 by 1
               until wsBrokenIdx > wsBrokenCount
           if wsBrokenDir(wsBrokenIdx) = wsTok2
               move "y" to wsBrokenFound
           end-if
       end-perform
       if wsBrokenFound = "y"
           exit paragraph
       end-if
       if wsBrokenCount < 40
           add 1 to wsBrokenCount
           move wsTok2 to wsBrokenDir(wsBrokenCount)
       end-if
       move "CUSTODY" to wsFdSource
       move "HIGH" to wsFdSeverity
       move wsTok2 to wsFdFeed
       move spaces to wsFdProgram
       move wsRptDate to wsFdDate
       move wsRptDate to wsFdKey
       move SourceReportLine(7:80) to wsFdDesc
       move "O" to wsFdState
       perform ApplyFinding.

*> ----------------------------------------------------------------
*> Balance: the report lists every recorded run, oldest first, so a
*> run's last line is its verdict - a rerun that balances fixes the
*> failure before it. Only the failing runs, and the passing ones an
*> open item waits on, are kept.
GatherBalance.
       move "balancing-report" to wsViewFilename
       open input SourceReport
       if wsViewStatus not = "00"
           exit paragraph
       end-if
       move 0 to wsVerdictCount
       perform until 1 = 2
           read SourceReport
               at end exit perform
           end-read
           perform StackVerdict
       end-perform
       close SourceReport

       move "BALANCE" to wsFdSource
       perform varying wsVdIdx from 1 by 1
               until wsVdIdx > wsVerdictCount
           move wsVdKey(wsVdIdx) to wsFdKey
           move wsVdKey(wsVdIdx)(1:12) to wsFdProgram
           perform LookupProgramDir
           move wsVdKey(wsVdIdx)(14:8) to wsFdDate
           move wsVdLine(wsVdIdx) to wsFdDesc
           move wsVdState(wsVdIdx) to wsFdState
           if wsVdKey(wsVdIdx)(23:5) = "LINES"
               move "MED" to wsFdSeverity
           else
               move "HIGH" to wsFdSeverity
           end-if
           move spaces to wsFdFixNote
           string
               "latest balancing-report line: " delimited by size
               wsVdLine(wsVdIdx)(14:50) delimited by size
               into wsFdFixNote
           end-string
           perform ApplyFinding
       end-perform.

StackVerdict.
       move spaces to wsTok1 wsTok2 wsTok3
       unstring SourceReportLine delimited by all space
           into wsTok1 wsTok2 wsTok3
       end-unstring
       move "n" to wsVdPass
       move "n" to wsVdFail
       evaluate wsTok3
           when "BALANCED"
               move "BAL" to wsVdCheck
               move "y" to wsVdPass
           when "OUT-OF-BALANCE"
               move "BAL" to wsVdCheck
               move "y" to wsVdFail
           when "LINECOUNT-OK"
               move "LINES" to wsVdCheck
               move "y" to wsVdPass
           when "LINECOUNT-MISMATCH"
               move "LINES" to wsVdCheck
               move "y" to wsVdFail
           when other
               exit paragraph
       end-evaluate
       move spaces to wsVdKeyWork
       string
           SourceReportLine(1:12) delimited by size
           " " delimited by size
           wsTok2 delimited by space
           " " delimited by size
           wsVdCheck delimited by space
           into wsVdKeyWork
       end-string
       move 0 to wsVdFound
       perform varying wsVdIdx from 1 by 1
               until wsVdIdx > wsVerdictCount or wsVdFound > 0
           if wsVdKey(wsVdIdx) = wsVdKeyWork
               move wsVdIdx to wsVdFound
           end-if
       end-perform
       if wsVdFound = 0 and wsVdPass = "y"
           *> a clean run matters only to an item still open on it
           move "n" to wsVdHasItem
           perform varying wsItemIdx from 1 by 1
                   until wsItemIdx > wsItemCount or wsVdHasItem = "y"
               if wsItemRow(wsItemIdx)(16:8) not = "CLOSED"
                       and wsItemRow(wsItemIdx)(71:10) = "BALANCE"
                       and wsItemRow(wsItemIdx)(124:40) = wsVdKeyWork
                   move "y" to wsVdHasItem
               end-if
           end-perform
           if wsVdHasItem = "n"
               exit paragraph
           end-if
       end-if
       if wsVdFound = 0
           if wsVerdictCount >= wsMaxVerdicts
               exit paragraph
           end-if
           add 1 to wsVerdictCount
           move wsVerdictCount to wsVdFound
           move wsVdKeyWork to wsVdKey(wsVdFound)
       end-if
       if wsVdFail = "y"
           move "O" to wsVdState(wsVdFound)
       else
           move "F" to wsVdState(wsVdFound)
       end-if
       move SourceReportLine(1:80) to wsVdLine(wsVdFound).

*> ----------------------------------------------------------------
*> One finding against the worklist. Open at the source: added as a
*> new OPEN item unless the worklist already has it, in any state.
*> Fixed at the source: the item still open on it is closed.
ApplyFinding.
       if wsFdKey = spaces
           exit paragraph
       end-if
       move 0 to wsItemFound
       perform varying wsItemIdx from 1 by 1
               until wsItemIdx > wsItemCount
           if wsItemRow(wsItemIdx)(71:10) = wsFdSource
                   and wsItemRow(wsItemIdx)(87:10) = wsFdFeed
                   and wsItemRow(wsItemIdx)(124:40) = wsFdKey
               move wsItemIdx to wsItemFound
           end-if
       end-perform

       if wsFdState = "F"
           if wsItemFound > 0
               if wsItemRow(wsItemFound)(16:8) not = "CLOSED"
                   perform CloseItem
               end-if
           end-if
           exit paragraph
       end-if

       if wsItemFound > 0 or wsSeqFull = "y"
           exit paragraph
       end-if
       if wsItemCount >= wsMaxItems or wsSeqHigh >= 9999
           move "y" to wsSeqFull
           exit paragraph
       end-if
       add 1 to wsSeqHigh
       move spaces to WorklistLine
       string
           "EX" delimited by size
           wsToday delimited by size
           wsSeqHigh delimited by size
           into WlId
       end-string
       move "OPEN" to WlStatus
       move wsNow to WlStamp
       move "AUTO" to WlOperator
       move wsFdSource to WlSource
       move wsFdSeverity to WlSeverity
       move wsFdFeed to WlFeed
       move wsFdProgram to WlProgram
       move wsFdDate to WlDate
       move wsFdKey to WlKey
       move wsNow to WlOpened
       move wsFdDesc to WlDesc
       write WorklistLine
       add 1 to wsItemCount
       move WorklistLine to wsItemRow(wsItemCount)
       add 1 to wsNewCount.

*> The closing row for item wsItemFound: the builder's own, with
*> what the source showed as its note; the owner stays on it.
CloseItem.
       move wsItemRow(wsItemFound) to WorklistLine
       move "CLOSED" to WlStatus
       move wsNow to WlStamp
       move "AUTO" to WlOperator
       move wsFdFixNote to WlNote
       write WorklistLine
       move WorklistLine to wsItemRow(wsItemFound)
       add 1 to wsClosedCount.

*> The first daily job on the registry for the program names its
*> day directory.
LookupProgramDir.
       move spaces to wsFdFeed
       perform varying wsJobIdx from 1 by 1
               until wsJobIdx > wsJobCount or wsFdFeed not = spaces
           if wsJobProgram(wsJobIdx) = wsFdProgram
               move wsJobDir(wsJobIdx) to wsFdFeed
           end-if
       end-perform.

*> Derives the distinct day directories from the shared
*> job-registry, one entry per directory seen, the way
*> driver/balance.cob does, keeping each job's directory alongside.
LoadRegistryDirs.
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "WORKLIST: job-registry not found"
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
       if wsJobCount < wsMaxJobs
           add 1 to wsJobCount
           move RegProgram to wsJobProgram(wsJobCount)
           move RegDir to wsJobDir(wsJobCount)
       end-if
       perform varying wsDirScan from 1 by 1
               until wsDirScan > wsDirCount
           if wsResultDir(wsDirScan) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
end program AOC2024WORKLIST.
