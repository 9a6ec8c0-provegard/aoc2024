identification division.
program-id. AOC2024STATUSEXP.

*> The monitoring dashboard's status feed: one JSON document,
*> cycle-status.json, in place of the wall screen scraping the menu's
*> status board text. The nightly driver runs this at every unit
*> completion and once more as the cycle ends; it can equally be run
*> by hand or on a timer. The document carries
*>   - the cycle: id, state (RUNNING while the cycle lock is held,
*>     then COMPLETED, COMPLETED-WITH-WARNINGS, COMPLETED-WITH-
*>     FAILURES or STOPPED off its cycle-ledger row, NOT-RUN with
*>     no row), start, and the projected finish the cycle-progress
*>     feed computes
*>   - every registry job for the processing year: its latest status
*>     (the driver's STEP rows on the progress feed, else the day's
*>     audit-trail the way the status board reads it), its return
*>     code, and the elapsed seconds of its latest run; for the
*>     weekly, monthly and periodic post-cycle jobs also their run
*>     frequency, the date it next falls due and, when the last date
*>     it fell due has no run since, that date as missedDue - the
*>     same reading the status board gives
*>   - the open alerts on the alert feed, the anomaly-report findings
*>     nobody has acknowledged, and the milestone-report verdicts
*> Unknown values are JSON null.
*>
*> The document is built in .cycle-status.json.tmp and renamed over
*> cycle-status.json only once complete, so the dashboard always
*> reads a whole document - last run's or this run's, never half.
*>
*> The cycle id comes from AOC2024_CYCLE, else the progress feed's
*> CYCLE line, else the newest cycle-ledger row.
*>
*> Return code: 0 document written, 8 it could not be written.

environment division.
input-output section.
file-control.
       select JsonFile assign to '.cycle-status.json.tmp'
           organization is line sequential
           file status is wsJsonStatus.
       select ProgressFile assign to 'cycle-progress'
           organization is line sequential
           file status is wsProgressStatus.
       select LockFile assign to 'cycle-lock'
           organization is line sequential
           file status is wsLockStatus.
       select CycleLedger assign to 'cycle-ledger'
           organization is line sequential
           file status is wsLedgerStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select AuditView assign to wsAuditFilename
           organization is line sequential
           file status is wsAuditStatus.
       select AlertFile assign to 'alerts'
           organization is line sequential
           file status is wsAlertStatus.
       select AnomalyReport assign to 'anomaly-report'
           organization is line sequential
           file status is wsAnomalyStatus.
       select MilestoneReport assign to 'milestone-report'
           organization is line sequential
           file status is wsMilestoneStatus.

data division.
file section.
FD JsonFile.
01 JsonLine pic X(500).

FD ProgressFile.
01 ProgressLine pic X(100).

FD LockFile.
01 LockLine pic X(80).

copy "CycleLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==CycleLedger==.

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditView==.

copy "AlertRecord.cpy"
    replacing ==:FILE-NAME:== by ==AlertFile==.

copy "AnomalyRecord.cpy"
    replacing ==:FILE-NAME:== by ==AnomalyReport==.

FD MilestoneReport.
01 MilestoneReportLine pic X(130).

working-storage section.
       01 wsJsonStatus pic X(2).
       01 wsProgressStatus pic X(2).
       01 wsLockStatus pic X(2).
       01 wsLedgerStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAlertStatus pic X(2).
       01 wsAnomalyStatus pic X(2).
       01 wsMilestoneStatus pic X(2).
       01 wsRegistryEof pic A(1).
       01 wsRegistryRead pic 9(10).
       01 wsAuditFilename pic X(40).
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsShellCmd pic X(120).
       01 wsNow pic X(19).
       01 wsToday pic X(8).

*> The cycle as the progress feed, the lock and the ledger tell it.
       01 wsCycleId pic X(15) value spaces.
       01 wsFeedCycle pic X(15) value spaces.
       01 wsLedgerNewest pic A(1).
       01 wsCycleState pic X(24).
       01 wsCycleStarted pic X(19) value spaces.
       01 wsProjected pic X(19) value spaces.
       01 wsTok1 pic X(16).
       01 wsTok2 pic X(16).
       01 wsTok3 pic X(19).
       01 wsTok4 pic X(19).
       01 wsTok5 pic X(19).

*> The driver's STEP rows off the progress feed.
       01 wsMaxSteps pic 9(2) value 80.
       01 wsSteps.
           05 wsStepEntry occurs 80 times.
               10 wsStepProgram pic X(16).
               10 wsStepState pic X(10).
               10 wsStepRc pic X(5).
       01 wsStepCount pic 9(2) value 0.
       01 wsStepIdx pic 9(2).
       01 wsStepFound pic 9(2).

*> One job as it goes out.
       01 wsJobStatus pic X(16).
       01 wsJobRc pic X(5).
       01 wsJobStart pic X(19).
       01 wsJobEnd pic X(19).
       01 wsJobElapsed pic X(12).
       01 wsElapsedDisplay pic Z(8)9.
       01 wsAuditState pic X(16).
       01 wsJobFreq pic X(10).
       01 wsJobNextDue pic X(8).
       01 wsJobMissedDue pic X(8).
       01 wsSchedToday pic X(8).  *> a scheduled job's dates, via AOC2024SCHED
       01 wsSchedDue pic X(1).
       01 wsSchedNext pic X(8).
       01 wsSchedLast pic X(8).
       01 wsSchedAfter pic X(8).
       01 wsSchedAfterNum pic 9(8).
       01 wsSchedRanOn pic X(8).

       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).
       01 wsStartSeconds pic 9(12).
       01 wsElapsedSecs pic 9(9).

*> JSON building: the line in hand and where the next text goes, the
*> value being escaped, and the array item held back until the next
*> one shows whether it needs a trailing comma.
       01 wsJsonPtr pic 9(3).
       01 wsJsonFirst pic A(1).
       01 wsJsonKey pic X(30).
       01 wsJsonIn pic X(200).
       01 wsJsonOut pic X(420).
       01 wsJsonRaw pic X(20).
       01 wsJsonInLen pic 9(3).
       01 wsJsonOutLen pic 9(3).
       01 wsJsonIdx pic 9(3).
       01 wsJsonChar pic X(1).
       01 wsObjectLine pic X(500).
       01 wsHeldItem pic X(500).
       01 wsHeldFlag pic A(1).
       01 wsItemCount pic 9(5).
       01 wsCountDisplay pic Z(4)9.

procedure division.
       call "AOC2024YEAR" using wsProcYear
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
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       perform LoadProgressFeed
       perform ResolveCycleState

       open output JsonFile
       if wsJsonStatus not = "00"
           display "STATUSEXP: cannot write .cycle-status.json.tmp"
           move 8 to return-code
           stop run
       end-if
       move "{" to JsonLine
       write JsonLine
       perform WriteCycleSection
       perform WriteJobsSection
       perform WriteAlertsSection
       perform WriteAnomaliesSection
       perform WriteMilestonesSection
       move "}" to JsonLine
       write JsonLine
       close JsonFile

       call "SYSTEM" using
           "mv -f .cycle-status.json.tmp cycle-status.json"
       if return-code not = 0
           display "STATUSEXP: could not put cycle-status.json in place"
           move 8 to return-code
           stop run
       end-if
       display "STATUSEXP: cycle-status.json written for cycle "
           function trim(wsCycleId) " (" function trim(wsCycleState)
           ")"
       move 0 to return-code
       stop run.

*> The progress feed the driver rewrites on every poll: the CYCLE
*> header, the STEP rows and the PROJECTED finish. A feed left by
*> some other cycle says nothing about this one and is set aside.
LoadProgressFeed.
       open input ProgressFile
       if wsProgressStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read ProgressFile
               at end exit perform
           end-read
           move spaces to wsTok1
           move spaces to wsTok2
           move spaces to wsTok3
           move spaces to wsTok4
           move spaces to wsTok5
           unstring ProgressLine delimited by all spaces
               into wsTok1 wsTok2 wsTok3 wsTok4 wsTok5
           end-unstring
           evaluate wsTok1
               when "CYCLE"
                   move wsTok2 to wsFeedCycle
                   string
                       wsTok4(1:10) delimited by size
                       " " delimited by size
                       wsTok5(1:8) delimited by size
                       into wsCycleStarted
                   end-string
               when "STEP"
                   if wsStepCount < wsMaxSteps
                       add 1 to wsStepCount
                       move wsTok2 to wsStepProgram(wsStepCount)
                       move wsTok4 to wsStepState(wsStepCount)
                       move wsTok5 to wsStepRc(wsStepCount)
                   end-if
               when "PROJECTED"
                   move ProgressLine(11:19) to wsProjected
           end-evaluate
       end-perform
       close ProgressFile
       if wsCycleId = spaces
           move wsFeedCycle to wsCycleId
       end-if
       if wsFeedCycle not = wsCycleId
           move 0 to wsStepCount
           move spaces to wsCycleStarted
           move spaces to wsProjected
       end-if.

*> RUNNING while the cycle lock is held; otherwise the cycle's
*> ledger row gives its verdict, and with no row it has not run.
ResolveCycleState.
       open input LockFile
       if wsLockStatus = "00"
           close LockFile
           move "RUNNING" to wsCycleState
           exit paragraph
       end-if

       move "NOT-RUN" to wsCycleState
       perform FindNewestLedgerRow.

*> Reads the ledger for the cycle's row (the newest row when no
*> cycle id is known yet) and turns its counts into a verdict.
FindNewestLedgerRow.
       move "n" to wsLedgerNewest
       if wsCycleId = spaces
           move "y" to wsLedgerNewest
       end-if
       open input CycleLedger
       if wsLedgerStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read CycleLedger
               at end exit perform
           end-read
           if wsLedgerNewest = "y"
               move ClCycleId to wsCycleId
           end-if
           if ClCycleId = wsCycleId and wsCycleState not = "RUNNING"
               if wsCycleStarted = spaces
                   move ClStart to wsCycleStarted
               end-if
               evaluate true
                   when ClStop > 0
                       move "STOPPED" to wsCycleState
                   when ClFail > 0 or ClLate > 0 or ClHeld > 0
                       move "COMPLETED-WITH-FAILURES" to wsCycleState
                   when ClWarn > 0
                       move "COMPLETED-WITH-WARNINGS" to wsCycleState
                   when other
                       move "COMPLETED" to wsCycleState
               end-evaluate
           end-if
       end-perform
       close CycleLedger.

WriteCycleSection.
       move spaces to JsonLine
       move 1 to wsJsonPtr
       string
           '  "generated": "' delimited by size
           wsNow delimited by size
           '",' delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string
       write JsonLine
       perform StartObjectLine
       move '  "cycle": {' to JsonLine
       move 13 to wsJsonPtr
       move "id" to wsJsonKey
       move wsCycleId to wsJsonIn
       perform PutStringField
       move "state" to wsJsonKey
       move wsCycleState to wsJsonIn
       perform PutStringField
       move "started" to wsJsonKey
       move wsCycleStarted to wsJsonIn
       perform PutStringOrNull
       move "projectedFinish" to wsJsonKey
       move wsProjected to wsJsonIn
       perform PutStringOrNull
       string
           "}," delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string
       write JsonLine.

*> Every registry job for the processing year, in run order.
WriteJobsSection.
       move '  "jobs": [' to JsonLine
       write JsonLine
       move "n" to wsHeldFlag
       move "n" to wsRegistryEof
       move 0 to wsRegistryRead
       open input RegistryFile
       if wsRegistryStatus = "00"
           perform ReadJobRegistryLoop
           close RegistryFile
       end-if
       perform FlushHeldItem
       move "  ]," to JsonLine
       write JsonLine.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadJobRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRegistryRead==
              ==:PROCESS-ROW:== BY ==perform ExportOneJob==.

*> One job: the driver's word for it when tonight's progress feed
*> has a STEP row, else what the day's audit-trail says; its return
*> code from the STEP row; its elapsed seconds from the START and
*> END (or ERROR) rows of its latest run - to now while it runs.
ExportOneJob.
       if RegSeq not numeric
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           exit paragraph
       end-if
       move spaces to wsSchedRanOn
       perform ReadJobAudit
       perform JudgeJobSchedule

       move spaces to wsJobRc
       move 0 to wsStepFound
       perform varying wsStepIdx from 1 by 1
               until wsStepIdx > wsStepCount or wsStepFound > 0
           if wsStepProgram(wsStepIdx) = RegProgram
               move wsStepIdx to wsStepFound
           end-if
       end-perform
       evaluate true
           when function upper-case(RegEnabled) not = "Y"
               move "DISABLED" to wsJobStatus
           when wsStepFound > 0
               move wsStepState(wsStepFound) to wsJobStatus
               if wsStepRc(wsStepFound) not = "-"
                   move wsStepRc(wsStepFound) to wsJobRc
               end-if
           when other
               move wsAuditState to wsJobStatus
       end-evaluate

       move spaces to wsJobElapsed
       if wsJobStart not = spaces
           move wsJobStart to wsStampWork
           perform StampToSeconds
           move wsStampSeconds to wsStartSeconds
           if wsJobEnd not = spaces
               move wsJobEnd to wsStampWork
           else
               move wsNow to wsStampWork
           end-if
           perform StampToSeconds
           move 0 to wsElapsedSecs
           if wsStampSeconds > wsStartSeconds
               compute wsElapsedSecs = wsStampSeconds - wsStartSeconds
           end-if
           move wsElapsedSecs to wsElapsedDisplay
           move function trim(wsElapsedDisplay) to wsJobElapsed
       end-if

       perform StartObjectLine
       move "program" to wsJsonKey
       move RegProgram to wsJsonIn
       perform PutStringField
       move "directory" to wsJsonKey
       move RegDir to wsJsonIn
       perform PutStringField
       move "label" to wsJsonKey
       move RegLabel to wsJsonIn
       perform PutStringField
       move "status" to wsJsonKey
       move wsJobStatus to wsJsonIn
       perform PutStringField
       move "returnCode" to wsJsonKey
       move wsJobRc to wsJsonRaw
       perform PutRawOrNull
       move "lastStarted" to wsJsonKey
       move wsJobStart to wsJsonIn
       perform PutStringOrNull
       move "elapsedSeconds" to wsJsonKey
       move wsJobElapsed to wsJsonRaw
       perform PutRawOrNull
       move "frequency" to wsJsonKey
       move wsJobFreq to wsJsonIn
       perform PutStringOrNull
       move "nextDue" to wsJsonKey
       move wsJobNextDue to wsJsonIn
       perform PutStringOrNull
       move "missedDue" to wsJsonKey
       move wsJobMissedDue to wsJsonIn
       perform PutStringOrNull
       perform EndObjectLine.

*> A post-cycle job on a frequency of its own: when it next falls
*> due (past today's, once today's run is in) and the date a run
*> was due and never happened, the status board's reading of it.
JudgeJobSchedule.
       move spaces to wsJobFreq
       move spaces to wsJobNextDue
       move spaces to wsJobMissedDue
       if RegPhase not = "P" or RegFreq = spaces
               or function upper-case(RegFreq) = "DAILY"
           exit paragraph
       end-if
       move function upper-case(RegFreq) to wsJobFreq
       call "AOC2024BDATE" using wsSchedToday
       call "AOC2024SCHED" using wsJobFreq wsSchedToday wsSchedDue
           wsSchedNext wsSchedLast
       if wsSchedNext = spaces
           exit paragraph
       end-if
       if wsSchedLast not = spaces
               and (wsSchedRanOn = spaces or wsSchedRanOn < wsSchedLast)
           move wsSchedLast to wsJobMissedDue
       end-if
       if wsSchedRanOn not = spaces and wsSchedRanOn >= wsSchedNext
           move function date-of-integer(
               function integer-of-date(function numval(wsSchedNext))
               + 1) to wsSchedAfterNum
           move wsSchedAfterNum to wsSchedAfter
           call "AOC2024SCHED" using wsJobFreq wsSchedAfter
               wsSchedDue wsSchedNext wsSchedLast
       end-if
       move wsSchedNext to wsJobNextDue.

*> The job's latest run on its trail: this cycle's rows when the
*> cycle id is known, else today's. Post-cycle steps run from the
*> repository root and write the root trail.
ReadJobAudit.
       move spaces to wsJobStart
       move spaces to wsJobEnd
       move "NOT-RUN" to wsAuditState
       move spaces to wsAuditFilename
       if RegDir = "driver"
           move "audit-trail" to wsAuditFilename
       else
           string
               function trim(RegDir) delimited by size
               "/audit-trail" delimited by size
               into wsAuditFilename
           end-string
       end-if
       open input AuditView
       if wsAuditStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read AuditView
               at end exit perform
           end-read
           perform JudgeAuditRow
       end-perform
       close AuditView.

JudgeAuditRow.
       if AuditProgram = RegProgram
               or (AuditProgram = "AOC2024DRIVER"
                   and AuditEvent = "SCHEDRUN"
                   and AuditDetail(1:16) = RegProgram)
           *> the newest run on any date, for a scheduled job's
           *> missed-run test
           move spaces to wsSchedRanOn
           string
               AuditTimestamp(1:4) delimited by size
               AuditTimestamp(6:2) delimited by size
               AuditTimestamp(9:2) delimited by size
               into wsSchedRanOn
           end-string
       end-if
       if AuditProgram not = RegProgram
           exit paragraph
       end-if
       if wsCycleId not = spaces and AuditCycle not = spaces
           if AuditCycle not = wsCycleId
               exit paragraph
           end-if
       else
           if AuditTimestamp(1:4) not = wsToday(1:4)
                   or AuditTimestamp(6:2) not = wsToday(5:2)
                   or AuditTimestamp(9:2) not = wsToday(7:2)
               exit paragraph
           end-if
       end-if
       evaluate AuditEvent
           when "START"
               move "RUNNING" to wsAuditState
               move AuditTimestamp to wsJobStart
               move spaces to wsJobEnd
           when "END"
               move "COMPLETED" to wsAuditState
               move AuditTimestamp to wsJobEnd
           when "ERROR"
               move "FAILED" to wsAuditState
               move AuditTimestamp to wsJobEnd
       end-evaluate.

*> Everything on the alert feed - the menu's review clears it once
*> dealt with, so what is there is open.
WriteAlertsSection.
       move '  "alerts": {' to JsonLine
       write JsonLine
       move '    "items": [' to JsonLine
       write JsonLine
       move "n" to wsHeldFlag
       move 0 to wsItemCount
       open input AlertFile
       if wsAlertStatus = "00"
           perform until 1 = 2
               read AlertFile
                   at end exit perform
               end-read
               add 1 to wsItemCount
               perform StartObjectLine
               move "severity" to wsJsonKey
               move AlertSeverity to wsJsonIn
               perform PutStringField
               move "program" to wsJsonKey
               move AlertProgram to wsJsonIn
               perform PutStringField
               move "raised" to wsJsonKey
               move AlertStamp to wsJsonIn
               perform PutStringField
               move "detail" to wsJsonKey
               move AlertDetail to wsJsonIn
               perform PutStringField
               perform EndObjectLine
           end-perform
           close AlertFile
       end-if
       perform FlushHeldItem
       move '    ],' to JsonLine
       write JsonLine
       perform WriteItemCountLine
       move '  },' to JsonLine
       write JsonLine.

*> The anomaly-report findings still NEW - not yet acknowledged.
WriteAnomaliesSection.
       move '  "anomalies": {' to JsonLine
       write JsonLine
       move '    "items": [' to JsonLine
       write JsonLine
       move "n" to wsHeldFlag
       move 0 to wsItemCount
       open input AnomalyReport
       if wsAnomalyStatus = "00"
           perform until 1 = 2
               read AnomalyReport
                   at end exit perform
               end-read
               if AnomalyStatus not = "ACKD"
                   add 1 to wsItemCount
                   perform StartObjectLine
                   move "program" to wsJsonKey
                   move AnomalyProgram to wsJsonIn
                   perform PutStringField
                   move "code" to wsJsonKey
                   move AnomalyCode to wsJsonIn
                   perform PutStringField
                   move "runDate" to wsJsonKey
                   move AnomalyRunDate to wsJsonIn
                   perform PutStringField
                   move "detail" to wsJsonKey
                   move AnomalyDetail to wsJsonIn
                   perform PutStringField
                   perform EndObjectLine
               end-if
           end-perform
           close AnomalyReport
       end-if
       perform FlushHeldItem
       move '    ],' to JsonLine
       write JsonLine
       perform WriteItemCountLine
       move '  },' to JsonLine
       write JsonLine.

WriteItemCountLine.
       move wsItemCount to wsCountDisplay
       move spaces to JsonLine
       move 1 to wsJsonPtr
       string
           '    "count": ' delimited by size
           function trim(wsCountDisplay) delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string
       write JsonLine.

*> The milestone monitor's last verdicts: MET, PENDING or MISSED,
*> the deadline, the kind and what it watches.
WriteMilestonesSection.
       move '  "milestones": [' to JsonLine
       write JsonLine
       move "n" to wsHeldFlag
       open input MilestoneReport
       if wsMilestoneStatus = "00"
           perform until 1 = 2
               read MilestoneReport
                   at end exit perform
               end-read
               move spaces to wsTok1
               move spaces to wsTok2
               move spaces to wsTok3
               move spaces to wsTok4
               unstring MilestoneReportLine delimited by all spaces
                   into wsTok1 wsTok2 wsTok3 wsTok4
               end-unstring
               if wsTok1 = "MET" or wsTok1 = "PENDING"
                       or wsTok1 = "MISSED"
                   if wsTok4(1:1) = "("
                       move spaces to wsTok4
                   end-if
                   perform StartObjectLine
                   move "state" to wsJsonKey
                   move wsTok1 to wsJsonIn
                   perform PutStringField
                   move "deadline" to wsJsonKey
                   move wsTok2 to wsJsonIn
                   perform PutStringField
                   move "kind" to wsJsonKey
                   move wsTok3 to wsJsonIn
                   perform PutStringField
                   move "target" to wsJsonKey
                   move wsTok4 to wsJsonIn
                   perform PutStringOrNull
                   perform EndObjectLine
               end-if
           end-perform
           close MilestoneReport
       end-if
       perform FlushHeldItem
       move '  ]' to JsonLine
       write JsonLine.

*> An array item line is opened here and its fields appended by the
*> Put paragraphs; EndObjectLine holds it back until the next item
*> (or the end of the array) shows whether it takes a comma.
StartObjectLine.
       move spaces to JsonLine
       move '    {' to JsonLine
       move 6 to wsJsonPtr
       move "y" to wsJsonFirst.

EndObjectLine.
       string
           "}" delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string
       move JsonLine to wsObjectLine
       if wsHeldFlag = "y"
           perform WriteHeldWithComma
       end-if
       move wsObjectLine to wsHeldItem
       move "y" to wsHeldFlag.

WriteHeldWithComma.
       move function length(function trim(wsHeldItem trailing))
           to wsJsonOutLen
       move "," to wsHeldItem(wsJsonOutLen + 1:1)
       write JsonLine from wsHeldItem.

FlushHeldItem.
       if wsHeldFlag = "y"
           move wsHeldItem to JsonLine
           write JsonLine
       end-if
       move "n" to wsHeldFlag.

PutFieldKey.
       if wsJsonFirst = "n"
           string
               ", " delimited by size
               into JsonLine
               with pointer wsJsonPtr
           end-string
       end-if
       move "n" to wsJsonFirst
       string
           '"' delimited by size
           function trim(wsJsonKey) delimited by size
           '": ' delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string.

PutStringField.
       perform PutFieldKey
       perform EscapeJsonValue
       string
           '"' delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string
       if wsJsonOutLen > 0
           string
               wsJsonOut(1:wsJsonOutLen) delimited by size
               into JsonLine
               with pointer wsJsonPtr
           end-string
       end-if
       string
           '"' delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string.

PutStringOrNull.
       if wsJsonIn = spaces
           move spaces to wsJsonRaw
           perform PutRawOrNull
       else
           perform PutStringField
       end-if.

PutRawOrNull.
       perform PutFieldKey
       if wsJsonRaw = spaces
           move "null" to wsJsonRaw
       end-if
       string
           function trim(wsJsonRaw) delimited by size
           into JsonLine
           with pointer wsJsonPtr
       end-string.

*> The value in wsJsonIn, trailing spaces dropped, with the quote
*> and backslash escaped and any control character made a space -
*> alert and anomaly detail is free text.
EscapeJsonValue.
       move spaces to wsJsonOut
       move 0 to wsJsonOutLen
       if wsJsonIn = spaces
           exit paragraph
       end-if
       move function length(function trim(wsJsonIn trailing))
           to wsJsonInLen
       perform varying wsJsonIdx from 1 by 1
               until wsJsonIdx > wsJsonInLen
           move wsJsonIn(wsJsonIdx:1) to wsJsonChar
           if wsJsonChar = '"' or wsJsonChar = "\"
               add 1 to wsJsonOutLen
               move "\" to wsJsonOut(wsJsonOutLen:1)
           end-if
           if wsJsonChar < " "
               move " " to wsJsonChar
           end-if
           add 1 to wsJsonOutLen
           move wsJsonChar to wsJsonOut(wsJsonOutLen:1)
       end-perform.

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

end program AOC2024STATUSEXP.
