       select WorkQueue assign to 'work-queue'
           organization is line sequential
           file status is wsQueueStatus.
       select RecallRegister assign to 'recall-register'
           organization is line sequential
           file status is wsRecallStatus.
       select ApprovalFile assign to 'pending-approvals'
           organization is line sequential
           file status is wsApprovalStatus.
       select ShiftJournal assign to 'shift-journal'
           organization is line sequential
           file status is wsShiftJournalStatus.
       select CredentialFile assign to 'operator-credentials'
           organization is line sequential
           file status is wsCredStatus.
       select SecurityLog assign to 'security-events'
           organization is line sequential
           file status is wsSecStatus.
       select PageRegister assign to 'page-register'
           organization is line sequential
           file status is wsPageStatus.
       select PageAcks assign to 'page-acks'
           organization is line sequential
           file status is wsPageAckStatus.
       select FeedNotices assign to 'feed-notices'
           organization is line sequential
           file status is wsFnStatus.
       select NoticeResponses assign to 'feed-notice-responses'
           organization is line sequential
           file status is wsFnRespStatus.
       select IncidentFile assign to 'incident-register'
           organization is line sequential
           file status is wsIncidentStatus.
       select WorklistFile assign to 'exceptions-worklist'
           organization is line sequential
           file status is wsWorklistStatus.
       select PubReleaseFile assign to 'publication-releases'
           organization is line sequential
           file status is wsPubReleaseStatus.
       select CauseFile assign to 'incident-causes'
           organization is line sequential
           file status is wsCauseStatus.
       select RunbookFile assign to 'runbook'
           organization is line sequential
           file status is wsRunbookStatus.
       select RunbookJournal assign to 'runbook-journal'
           organization is line sequential
           file status is wsRbJournalStatus.
       select ControlView assign to wsCiControlFilename
           organization is line sequential
           file status is wsCiControlStatus.
       select LineageView assign to wsCiLineageFilename
           organization is line sequential
           file status is wsCiLineageStatus.
       select MilestoneView assign to wsCiMilestoneFilename
           organization is line sequential
           file status is wsCiMilestoneStatus.

data division.
file section.
copy "WorkQueueRecord.cpy"
    replacing ==:FILE-NAME:== by ==WorkQueue==.

copy "RecallRecord.cpy"
    replacing ==:FILE-NAME:== by ==RecallRegister==.

copy "ApprovalRecord.cpy"
    replacing ==:FILE-NAME:== by ==ApprovalFile==.

*> Who changed what on the operators file: one stamped row per
*> maintenance action, append-only, like every other journal here.
FD OperatorJournal.
01 OpJournalLine pic X(200).

*> Who changed which tuning value, from what to what, effective
*> when, and why - the history the RECON_BANDK mystery lacked.
FD ShiftJournal.
01 ShiftJournalLine pic X(150).

copy "CredentialRecord.cpy"
    replacing ==:FILE-NAME:== by ==CredentialFile==.

copy "SecurityRecord.cpy"
    replacing ==:FILE-NAME:== by ==SecurityLog==.

copy "PageRecord.cpy"
    replacing ==:FILE-NAME:== by ==PageRegister==.

*> The on-call acknowledgement return file AOC2024ALERTDISP takes in
*> on its next run: "ACK <page-id> <operator> <stamp>" per line.
FD PageAcks.
01 PageAckLine pic X(120).

copy "FeedNoticeRecord.cpy"
    replacing ==:FILE-NAME:== by ==FeedNotices==.

*> The feed-notice response return file AOC2024CORRESP takes in on
*> its next run: "RESP <reference> <operator> <stamp> <note>".
FD NoticeResponses.
01 NoticeResponseLine pic X(200).

copy "IncidentRecord.cpy"
    replacing ==:FILE-NAME:== by ==IncidentFile==.

copy "WorklistRecord.cpy"
    replacing ==:FILE-NAME:== by ==WorklistFile==.

copy "PubReleaseRecord.cpy"
    replacing ==:FILE-NAME:== by ==PubReleaseFile==.

*> The maintained root-cause list: "CAUSE <code> <description>".
FD CauseFile.
01 CauseLine pic X(100).

*> The runbook library: RUNBOOK entry lines and the RESTART, STEP,
*> CONTACT and ESCALATE lines under them.
FD RunbookFile.
01 RunbookLine pic X(130).

*> Who changed which runbook entry, and from what to what - kept
*> the way the operators and parameters files' changes are.
FD RunbookJournal.
01 RbJournalLine pic X(250).

*> The cycle inspector's readers: a day's control-totals and
*> run-lineage, and a night's milestone verdicts.
copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlView==.

copy "LineageRecord.cpy"
    replacing ==:FILE-NAME:== by ==LineageView==.

FD MilestoneView.
01 MilestoneViewLine pic X(200).

working-storage section.
       01 wsResultLogFilename pic X(40).
       01 wsResultStatus pic X(2).
           88 wsChoiceQuarantine value "K" "k".
           88 wsChoiceSignoff value "F" "f".
           88 wsChoiceJournal value "N" "n".
           88 wsChoicePages value "G" "g".
           88 wsChoiceIncidents value "I" "i".
           88 wsChoiceRunbook value "B" "b".
           88 wsChoiceWorklist value "W" "w".
           88 wsChoicePubHolds value "H" "h".
           88 wsChoiceRecall value "L" "l".
           88 wsChoiceInspect value "V" "v".
           88 wsChoiceNotices value "U" "u".
           88 wsChoiceExit value "9".
           88 wsChoiceValid value "1" "2" "3" "4" "5" "6" "7" "8"
               "9" "P" "p" "S" "s" "R" "r" "J" "j" "C" "c"
               "T" "t" "Q" "q" "A" "a" "O" "o" "K" "k"
               "F" "f" "N" "n" "G" "g" "I" "i" "B" "b" "W" "w"
               "H" "h" "L" "l" "V" "v" "U" "u".

       01 wsConfirm pic X(1).
       01 wsAlertStatus pic X(2).
       01 wsAlertCountDisplay pic Z(4)9.

       01 wsAckStatus pic X(2).
       01 wsPageStatus pic X(2).
       01 wsPageAckStatus pic X(2).
       01 wsPageOpenCount pic 9(5).
       01 wsPageOpenDisplay pic Z(4)9.
       01 wsPageAckId pic X(14).
       01 wsPageAckFound pic A(1).
       01 wsFnStatus pic X(2).
       01 wsFnRespStatus pic X(2).
       01 wsFnOpenCount pic 9(5).
       01 wsFnOpenDisplay pic Z(4)9.
       01 wsFnPickId pic X(14).
       01 wsFnPickFound pic A(1).
       01 wsFnNote pic X(100).

*> The incident register as the menu works it: each incident's
*> standing row (the last one written for its id).
       01 wsIncidentStatus pic X(2).
       01 wsCauseStatus pic X(2).
       01 wsMaxIncidents pic 9(4) value 1000.
       01 wsIncidents.
           05 wsIncLast pic X(210) occurs 1000 times.
       01 wsIncCount pic 9(4).
       01 wsIncIdx pic 9(4).
       01 wsIncFound pic 9(4).
       01 wsIncOpenCount pic 9(5).
       01 wsIncOpenDisplay pic Z(4)9.
       01 wsIncPick pic X(14).
       01 wsIncAction pic X(1).
       01 wsIncNoteText pic X(80).
       01 wsIncCauseCode pic X(8).
       01 wsCauses.
           05 wsCauseEntry occurs 20 times.
               10 wsCauseCode pic X(8).
               10 wsCauseText pic X(80).
       01 wsCauseCount pic 9(2).
       01 wsCauseIdx pic 9(2).
       01 wsCauseOk pic A(1).
       01 wsCauseTok1 pic X(10).
       01 wsCauseTok2 pic X(10).
       01 wsCausePtr pic 9(3).
       01 wsPickInput pic X(5).

*> The exceptions worklist as the menu works it: each item's
*> standing row (the last one written for its id).
       01 wsWorklistStatus pic X(2).
       01 wsMaxWlItems pic 9(5) value 20000.
       01 wsWorklist.
           05 wsWlLast pic X(345) occurs 20000 times.
       01 wsWlCount pic 9(5).
       01 wsWlIdx pic 9(5).
       01 wsWlFound pic 9(5).
       01 wsWlOpenCount pic 9(5).
       01 wsWlOpenDisplay pic Z(4)9.
       01 wsWlUnclaimed pic 9(5).
       01 wsWlUnclaimedDisplay pic Z(4)9.
       01 wsWlShown pic 9(3).
       01 wsWlSeverity pic X(4).
       01 wsWlSourceFilter pic X(10).
       01 wsWlFeedFilter pic X(10).
       01 wsWlPick pic X(14).
       01 wsWlAction pic X(1).
       01 wsWlNoteText pic X(80).

*> The publication-hold screen: the date reviewed and the gate's
*> answer for the job in hand.
       01 wsPubReleaseStatus pic X(2).
       01 wsPubDate pic X(8).
       01 wsPubProgram pic X(12).
       01 wsPubVerdict pic X(8).
       01 wsPubReason pic X(60).
       01 wsPubNote pic X(80).
       01 wsPubHeldCount pic 9(3).
       01 wsPubSendCount pic 9(3).
       01 wsPickNo pic 9(3).

*> The runbook screen's working set: the runbook file held whole
*> for display and the maintenance rewrite, comment lines riding
*> along untouched the way the operators file's do, and the entry
*> in hand - its RUNBOOK line and its last line.
       01 wsRunbookStatus pic X(2).
       01 wsRbJournalStatus pic X(2).
       01 wsMaxRbLines pic 9(3) value 500.
       01 wsRbLines.
           05 wsRbLineT pic X(130) occurs 500 times.
       01 wsRbLineCount pic 9(3).
       01 wsRbIdx pic 9(3).
       01 wsRbMove pic 9(3).
       01 wsRbFirst pic 9(3).
       01 wsRbLast pic 9(3).
       01 wsRbFound pic 9(3).
       01 wsRbPick pic X(24).
       01 wsRbProgram pic X(16).
       01 wsRbRc pic X(3).
       01 wsRbEntryKey pic X(20).
       01 wsRbLineKey pic X(20).
       01 wsRbTok1 pic X(10).
       01 wsRbTok2 pic X(16).
       01 wsRbTok3 pic X(10).
       01 wsRbAction pic X(1).
       01 wsRbKeyword pic X(10).
       01 wsRbText pic X(110).
       01 wsRbNewLine pic X(130).
       01 wsRbOldLine pic X(130).
       01 wsRbLineNo pic Z(2)9.
       01 wsRbChanged pic A(1).
       01 wsRbJournalDetail pic X(200).

       01 wsOperatorsStatus pic X(2).
       01 wsOperatorId pic X(12).

       01 wsOpMaintRole pic X(5).
       01 wsOpMaintName pic X(40).
       01 wsOpJournalDetail pic X(60).
       01 wsOpJournalOverride pic X(60) value spaces.

*> The operators file held whole for maintenance rewrites, comment
*> lines riding along untouched the way parameter maintenance keeps
       01 wsSjText pic X(100).
       01 wsSignonTry pic 9(1).
       01 wsSignonOk pic A(1).

*> Sign-on credentials: the operator-credentials file held whole for
*> the in-place rewrite every sign-on outcome makes, the credential
*> typed (never kept past the hash), and the console's limits - the
*> consecutive failures that lock an operator out and the idle
*> minutes after which the console signs itself off (0 never),
*> both tunable in the parameter file.
       01 wsCredStatus pic X(2).
       01 wsSecStatus pic X(2).
       01 wsMaxCredLines pic 9(3) value 100.
       01 wsCredLines.
           05 wsCredLineT pic X(100) occurs 100 times.
       01 wsCredCount pic 9(3).
       01 wsCredIdx pic 9(3).
       01 wsCredFoundIdx pic 9(3).
       01 wsCredIn pic X(30).
       01 wsCredNew pic X(30).
       01 wsCredAgain pic X(30).
       01 wsCredHash pic X(20).
       01 wsCredOperator pic X(12).
       01 wsCredLen pic 9(2).
       01 wsCredMinLen pic 9(2) value 6.
       01 wsCredOk pic A(1).
       01 wsCredEvent pic X(10).
       01 wsMaxFail pic 9(2) value 5.
       01 wsIdleMinutes pic 9(4) value 15.
       01 wsMenuShownSeconds pic 9(12).
       01 wsIdleSeconds pic 9(12).
       01 wsTuneKey pic X(30).
       01 wsTuneValue pic X(100).
       01 wsSecOperator pic X(12).
       01 wsSecEvent pic X(10).
       01 wsSecDetail pic X(60).
       01 wsFailDisplay pic Z9.
       01 wsIdleDisplay pic Z(11)9.
       01 wsIdleMinDisplay pic Z(3)9.
       01 wsAlertSeverityWork pic X(8) value "WARN".
       01 wsAlertDetailWork pic X(80).
       01 wsOperatorTok pic X(12).
       01 wsOperatorsEof pic A(1).
       01 wsLaunchCmd pic X(120).
       01 wsParamNote pic X(40).
       01 wsParamOldValue pic X(100).
       01 wsParamEffText pic X(8).
       01 wsParamJournalPtr pic 9(3).
       01 wsParamDictValue pic X(100).
       01 wsParamDictVerdict pic X(1).  *> V U B N, or M mid-month
       01 wsParamDictDefault pic X(100).
       01 wsParamDictMidMonth pic X(1).
       01 wsParamDictReason pic X(60).
       01 wsParamBusDate pic X(8).
       01 wsFreezeProgram pic X(16) value "AOC2024MENU".
       01 wsFreezeOverride pic X(60).
       01 wsFreezeVerdict pic X(1).  *> C clear, O override, R/N refused
       01 wsFreezeReason pic X(60).
       01 wsFreezeGo pic A(1).
       01 wsJournalPtr pic 9(3).

*> The parameter file held whole for the rewrite when a value is
*> changed; comment lines ride along untouched.
       01 wsRegistryRead pic 9(10).
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsReadyStatus pic X(2).
       01 wsReadyCmd pic X(200).
       01 wsToday pic X(8).
       01 wsBoardJobs.
           05 wsBoardJob occurs 60 times indexed by bj.
               10 wsBjProgram pic X(16).
               10 wsBjLabel pic X(40).
               10 wsBjDir pic X(10).
               10 wsBjState pic X(16).
               10 wsBjStamp pic X(19).
               10 wsBjFreq pic X(10).
       01 wsBoardCount binary-short.
       01 wsBoardIdx binary-short.
       01 wsBoardFlag pic X(3).
       01 wsSchedToday pic X(8).  *> a scheduled job's dates, via AOC2024SCHED
       01 wsSchedDue pic X(1).
       01 wsSchedNext pic X(8).
       01 wsSchedLast pic X(8).
       01 wsSchedAfter pic X(8).
       01 wsSchedAfterNum pic 9(8).
       01 wsSchedRanOn pic X(8).
       01 wsSchedStampDate pic X(8).

       01 wsMovementFilename pic X(60).
       01 wsMovementStatus pic X(2).
*> The dual-control ledger held whole for the in-place approve/deny
*> rewrite, one mirror of ApprovalRecord.cpy for the row in hand.
       01 wsApprRows.
           05 wsApprRow pic X(185) occurs 200 times.
       01 wsApprCount pic 9(3).
       01 wsApprChainMode pic X(1).
       01 wsApprBreakRow pic 9(3).
       01 wsApprIdx pic 9(3).
       01 wsApprWork.
           05 wsApWkStatus    pic X(4).
       01 wsNowSeconds pic 9(12).
       01 wsQueueProgram pic X(12).
       01 wsQueueDrop pic X(40).
       01 wsRecallStatus pic X(2).
       01 wsRecallDays pic 9(3).
       01 wsRecallDaysIn pic X(3).
       01 wsRecallOpen pic X(9).
       01 wsRecallOpenUntil pic X(8).
       01 wsCatDayFilter pic X(10).
       01 wsCatFromText pic X(8).
       01 wsCatToText pic X(8).
       01 wsCatDropDate pic X(8).
       01 wsCatDropLen pic 9(3).
       01 wsCatShown pic 9(5).
       01 wsCatHeld pic 9(5).
       01 wsCatBase pic X(200).
       01 wsCatHoldDir pic X(10).
       01 wsCatHoldDate pic X(8).
       01 wsCatHoldVerdict pic X(1).
       01 wsCatHoldId pic X(10).

*> The cycle inspector: one cycle's night off every file that
*> records it - its ledger row, the day and root audit trails'
*> rows stamped with its cycle id, the alerts raised while it ran,
*> the anomalies, milestones and control and lineage rows of its
*> business date, and its sign-off.
       01 wsCiControlFilename pic X(40).
       01 wsCiControlStatus pic X(2).
       01 wsCiLineageFilename pic X(40).
       01 wsCiLineageStatus pic X(2).
       01 wsCiMilestoneFilename pic X(40).
       01 wsCiMilestoneStatus pic X(2).
       01 wsCiId pic X(15).
       01 wsCiDate pic X(8).
       01 wsCiStart pic X(19).
       01 wsCiEnd pic X(19).
       01 wsCiFound pic A(1).
       01 wsCiFirstShown pic 9(3).
       01 wsCiShown pic 9(5).
       01 wsCiDirs.
           05 wsCiDir occurs 40 times.
               10 wsCiDirName pic X(10).
               10 wsCiDirFirst pic X(19).
               10 wsCiDirLast pic X(19).
               10 wsCiDirRc pic 9(1).
               10 wsCiDirSteps pic 9(3).
               10 wsCiDirRetries pic 9(3).
       01 wsCiDirCount pic 9(2).
       01 wsCiD pic 9(2).
       01 wsCiDirFound pic 9(2).
       01 wsCiUnitCount pic 9(2).
*> One unit's steps as its trail rows go by, and its business
*> date's control rows - an END over rejected or excepted records
*> is rc 4, the way the jobs set it.
       01 wsCiSteps.
           05 wsCiStep occurs 20 times.
               10 wsCiStepProgram pic X(16).
               10 wsCiStepStarts pic 9(3).
       01 wsCiStepCount pic 9(2).
       01 wsCiS pic 9(2).
       01 wsCiStepFound pic 9(2).
       01 wsCiCtls.
           05 wsCiCtl occurs 20 times.
               10 wsCiCtlProgram pic X(12).
               10 wsCiCtlWarn pic A(1).
       01 wsCiCtlCount pic 9(2).
       01 wsCiStepRc pic 9(1).
*> The timeline, kept in stamp order as the events are gathered.
       01 wsCiEvents.
           05 wsCiEvent occurs 300 times.
               10 wsCiEvStamp pic X(19).
               10 wsCiEvText pic X(100).
       01 wsCiEvCount pic 9(3).
       01 wsCiEvDropped pic 9(5).
       01 wsCiE pic 9(3).
       01 wsCiEvAt pic 9(3).
       01 wsCiNewStamp pic X(19).
       01 wsCiNewText pic X(100).
       01 wsCiNum pic Z(4)9.
       01 wsCiNum2 pic Z(4)9.
       01 wsCiDrillDone pic A(1).

       01 wsDone pic A(1) value "n".
           88 wsIsDone value "y".
                   perform SignOffCycle
               when wsChoiceJournal
                   perform WriteShiftJournal
               when wsChoicePages
                   perform AcknowledgePage
               when wsChoiceIncidents
                   perform WorkIncidents
               when wsChoiceRunbook
                   perform ShowRunbook
               when wsChoiceWorklist
                   perform WorkWorklist
               when wsChoicePubHolds
                   perform ReviewPublicationHolds
               when wsChoiceRecall
                   perform RequestArchiveRecall
               when wsChoiceInspect
                   perform InspectCycle
               when wsChoiceNotices
                   perform RecordNoticeResponse
               when wsChoiceExit
                   move "y" to wsDone
           end-evaluate
*> The one-lookup answer to "prove you processed the August 12
*> day03 drop": searches the archive catalog every archival appends
*> to, by day directory and business-date range (the drop's own
*> -YYYYMMDD suffix). A drop an active legal hold covers is marked
*> HELD with the hold's id, judged against the legal-holds file as
*> it stands now rather than the catalog's last refresh.
QueryArchiveCatalog.
       display "Day directory filter (blank for all): "
           with no advancing
       end-if

       move 0 to wsCatShown
       move 0 to wsCatHeld
       move spaces to wsCatHoldDir
       move spaces to wsCatHoldDate
       call "AOC2024HOLDCHK" using wsCatHoldDir wsCatHoldDate
           wsCatHoldVerdict wsCatHoldId
       move "n" to wsEof
       open input ArchiveCatalog
       if wsCatalogStatus not = "00"
           end-read
       end-perform
       close ArchiveCatalog
       display wsCatShown " catalog row(s) matched, " wsCatHeld
           " under legal hold"
       display "columns: day drop program run-date record-count"
           " checksum [RECALL status date] [HELD hold-id]".

JudgeCatalogRow.
       move spaces to wsCatTokDay
           exit paragraph
       end-if
       add 1 to wsCatShown
       move spaces to wsCatBase
       unstring CatalogLine delimited by " HELD "
           into wsCatBase
       end-unstring
       move wsCatTokDay to wsCatHoldDir
       move wsCatDropDate to wsCatHoldDate
       call "AOC2024HOLDCHK" using wsCatHoldDir wsCatHoldDate
           wsCatHoldVerdict wsCatHoldId
       if wsCatHoldVerdict = "Y"
           add 1 to wsCatHeld
           display function trim(wsCatBase trailing) " HELD "
               function trim(wsCatHoldId)
       else
           display function trim(wsCatBase trailing)
       end-if.

*> The morning-triage screen: browses one day directory's
*> rejected-records with filters by program, reason code, and
*> operational state, derived from today's audit START/END/ERROR
*> rows and, for jobs that have not run, the same input-readiness
*> probe the driver uses. Stragglers - failed, still running, or
*> ready but not run - are flagged << so they jump out. The weekly,
*> monthly and periodic post-cycle jobs show the date their registry
*> frequency next falls due instead, or MISSED and the date a run
*> was due and never happened, flagged the same way.
StatusBoard.
       move function current-date(1:8) to wsToday
       move 0 to wsBoardCount
           if wsBjState(bj) = "FAILED"
                   or wsBjState(bj) = "RUNNING"
                   or wsBjState(bj) = "READY, NOT RUN"
                   or wsBjState(bj)(1:6) = "MISSED"
               move " <<" to wsBoardFlag
           end-if
           display wsBjProgram(bj) space wsBjState(bj) space
               wsBjStamp(bj) space wsBjLabel(bj) wsBoardFlag
           if wsBjState(bj) = "FAILED"
               perform ShowBoardRunbook
           end-if
       end-perform.

*> A failed job gets the runbook entry to work it from under its
*> board line. The board knows only that it failed, not the return
*> code, so it is the program's own entry it points at.
ShowBoardRunbook.
       move wsBjProgram(bj) to wsRbProgram
       move spaces to wsRbRc
       call "AOC2024RUNBOOK" using wsRbProgram wsRbRc wsRbEntryKey
       if wsRbEntryKey not = spaces
           display "             runbook "
               function trim(wsRbEntryKey) " (option B)"
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadBoardRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:PROCESS-ROW:== BY ==perform StackBoardJob==.

StackBoardJob.
       if RegSeq not numeric or wsBoardCount >= 60
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           *> a row scoped to another season's cycle
           exit paragraph
       end-if
       move spaces to wsBjFreq(wsBoardCount + 1)
       if RegPhase = "P"
           *> a driver-side post-cycle step, not a daily job - unless
           *> it runs on a frequency of its own, which the board
           *> watches for missed runs
           if RegFreq = spaces
                   or function upper-case(RegFreq) = "DAILY"
               exit paragraph
           end-if
           move function upper-case(RegFreq)
               to wsBjFreq(wsBoardCount + 1)
       end-if
       add 1 to wsBoardCount
       move RegProgram to wsBjProgram(wsBoardCount)
       if wsBjState(bj) = "DISABLED"
           exit paragraph
       end-if
       if wsBjFreq(bj) not = spaces
           perform DeriveScheduleState
           exit paragraph
       end-if
       move "NOT RUN TODAY" to wsBjState(bj)
       string
           function trim(wsBjDir(bj)) delimited by size
               move AuditTimestamp to wsBjStamp(bj)
       end-evaluate.

*> A scheduled job's standing off its frequency and the root audit
*> trail: MISSED when the last date it fell due has no run since -
*> the driver's SCHEDRUN row for it, or a row of the job's own from
*> a run by hand - else the next date it falls due (past today's,
*> once today's run is in).
DeriveScheduleState.
       call "AOC2024BDATE" using wsSchedToday
       call "AOC2024SCHED" using wsBjFreq(bj) wsSchedToday wsSchedDue
           wsSchedNext wsSchedLast
       if wsSchedDue = "?"
           move "UNKNOWN FREQ" to wsBjState(bj)
           exit paragraph
       end-if
       perform FindLastScheduledRun
       if wsSchedNext = spaces
           move "ON DEMAND" to wsBjState(bj)
           exit paragraph
       end-if
       if wsSchedLast not = spaces
               and (wsSchedRanOn = spaces or wsSchedRanOn < wsSchedLast)
           move spaces to wsBjState(bj)
           string
               "MISSED " delimited by size
               wsSchedLast delimited by size
               into wsBjState(bj)
           end-string
           exit paragraph
       end-if
       if wsSchedRanOn not = spaces and wsSchedRanOn >= wsSchedNext
           move function date-of-integer(
               function integer-of-date(function numval(wsSchedNext))
               + 1) to wsSchedAfterNum
           move wsSchedAfterNum to wsSchedAfter
           call "AOC2024SCHED" using wsBjFreq(bj) wsSchedAfter
               wsSchedDue wsSchedNext wsSchedLast
       end-if
       move spaces to wsBjState(bj)
       string
           "NEXT " delimited by size
           wsSchedNext delimited by size
           into wsBjState(bj)
       end-string.

*> The newest root audit row that says the job ran, into
*> wsSchedRanOn (its calendar date) and the board's stamp.
FindLastScheduledRun.
       move spaces to wsSchedRanOn
       move "audit-trail" to wsAuditViewFilename
       move "n" to wsEof
       open input AuditView
       if wsAuditViewStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read AuditView
               at end move "y" to wsEof
               not at end perform JudgeScheduledRunRow
           end-read
       end-perform
       close AuditView.

JudgeScheduledRunRow.
       if AuditProgram = wsBjProgram(bj)
               or (AuditProgram = "AOC2024DRIVER"
                   and AuditEvent = "SCHEDRUN"
                   and AuditDetail(1:16) = wsBjProgram(bj))
           move spaces to wsSchedStampDate
           string
               AuditTimestamp(1:4) delimited by size
               AuditTimestamp(6:2) delimited by size
               AuditTimestamp(9:2) delimited by size
               into wsSchedStampDate
           end-string
           move wsSchedStampDate to wsSchedRanOn
           move AuditTimestamp to wsBjStamp(bj)
       end-if.

*> The driver's own readiness probe, for jobs still waiting: input
*> present means ready-but-not-run (a straggler on a business day),
*> absent means the feed is what is being waited on.
       end-string
       call "SYSTEM" using wsLaunchCmd.

*> Sign-on against the operators file and the operator's credential:
*> three tries at a listed operator id and its PIN or passphrase,
*> then the console refuses service - so "the menu doesn't know who
*> ran it" stops being true of anything launched from here, and
*> knowing an id is no longer enough to be it. Every operator's
*> first credential is issued by an ADMIN (option O), so an id with
*> no credential on file is refused like any other. The credential
*> is asked for, and a refusal worded, the same whether or not the
*> id is listed, so the console gives nothing away; every refusal
*> goes to the security-events journal.
OperatorSignOn.
       perform ReadSignonLimits
       move 0 to wsSignonTry
       move "n" to wsSignonOk
       perform until wsSignonOk = "y" or wsSignonTry >= 3
           add 1 to wsSignonTry
           display "Operator id: " with no advancing
           move spaces to wsOperatorId
           accept wsOperatorId from console
           perform ValidateOperator
           perform LoadCredentials
           move wsOperatorId to wsCredOperator
           perform FindCredential
           display "Credential: " with no advancing
           move spaces to wsCredIn
           perform AcceptHidden
           move wsCredNew to wsCredIn
           if wsSignonOk = "y" and wsCredFoundIdx > 0
               perform VerifyCredential
           else
               move "n" to wsSignonOk
               if wsOperatorId not = spaces
                   perform JournalRefusedId
               end-if
               display "Sign-on refused."
           end-if
       end-perform
       if wsSignonOk not = "y"
           move 8 to return-code
           stop run
       end-if
       move wsOperatorId to wsSecOperator
       move "SIGNON" to wsSecEvent
       move spaces to wsSecDetail
       string
           "signed on as " delimited by size
           wsOperatorRole delimited by space
           into wsSecDetail
       end-string
       perform WriteSecurityEvent
       display "Signed on as " function trim(wsOperatorId)
           " (" function trim(wsOperatorRole) ")".

JournalRefusedId.
       move wsOperatorId to wsSecOperator
       move "REFUSED" to wsSecEvent
       evaluate wsOperatorRole
           when "OFF"
               move "sign-on by a disabled operator" to wsSecDetail
           when spaces
               move "sign-on by an id not on the operators file"
                   to wsSecDetail
           when other
               move "sign-on by an operator with no credential on file"
                   to wsSecDetail
       end-evaluate
       perform WriteSecurityEvent.

*> The lockout threshold and idle limit, parameter file first (an
*> exported variable of the same name still wins, as everywhere).
ReadSignonLimits.
       move spaces to wsTuneValue
       accept wsTuneValue from environment "AOC2024MENU_MAXFAIL"
           on exception continue
       end-accept
       if wsTuneValue = spaces
           move "AOC2024MENU_MAXFAIL" to wsTuneKey
           call "AOC2024PARAM" using wsTuneKey wsTuneValue
       end-if
       if wsTuneValue not = spaces
           move function numval(wsTuneValue) to wsMaxFail
       end-if
       if wsMaxFail = 0
           move 5 to wsMaxFail
       end-if
       move spaces to wsTuneValue
       accept wsTuneValue from environment "AOC2024MENU_IDLEMIN"
           on exception continue
       end-accept
       if wsTuneValue = spaces
           move "AOC2024MENU_IDLEMIN" to wsTuneKey
           call "AOC2024PARAM" using wsTuneKey wsTuneValue
       end-if
       if wsTuneValue not = spaces
           move function numval(wsTuneValue) to wsIdleMinutes
       end-if.

*> Reads a credential from the console without echoing it back,
*> into wsCredNew.
AcceptHidden.
       move spaces to wsCredNew
       call "SYSTEM" using "stty -echo 2>/dev/null"
       accept wsCredNew from console
       call "SYSTEM" using "stty echo 2>/dev/null"
       move 0 to return-code
       display " ".

*> A listed operator's credential against its hash. A wrong one
*> counts toward the lockout; reaching the limit locks the operator
*> out until an ADMIN resets the credential (operators option O),
*> and raises it on the alert feed. A right one clears the count,
*> and an issued or reset credential must be replaced before the
*> menu is reached.
VerifyCredential.
       move "n" to wsSignonOk
       move wsCredLineT(wsCredFoundIdx) to CredLine
       move wsOperatorId to wsSecOperator
       if CredState = "L"
           move "LOCKED" to wsSecEvent
           move spaces to wsSecDetail
           string
               "sign-on while locked out since " delimited by size
               CredLocked delimited by size
               into wsSecDetail
           end-string
           perform WriteSecurityEvent
           display "Sign-on refused."
           exit paragraph
       end-if
       call "AOC2024CREDHASH" using wsOperatorId wsCredIn wsCredHash
       if wsCredHash not = CredHash
           add 1 to CredFailures
           move CredFailures to wsFailDisplay
           if CredFailures >= wsMaxFail
               move "L" to CredState
               perform StampNow
               move wsStampWork to CredLocked
               move "LOCKOUT" to wsSecEvent
               move spaces to wsSecDetail
               string
                   "locked out after " delimited by size
                   function trim(wsFailDisplay) delimited by size
                   " consecutive failed sign-ons" delimited by size
                   into wsSecDetail
               end-string
               move spaces to wsAlertDetailWork
               string
                   "Operator " delimited by size
                   wsOperatorId delimited by space
                   " locked out at the console after " delimited by size
                   function trim(wsFailDisplay) delimited by size
                   " failed sign-ons" delimited by size
                   into wsAlertDetailWork
               end-string
               perform RaiseSecurityAlert
           else
               move "BADCRED" to wsSecEvent
               move spaces to wsSecDetail
               string
                   "wrong credential, failure " delimited by size
                   function trim(wsFailDisplay) delimited by size
                   into wsSecDetail
               end-string
           end-if
           move CredLine to wsCredLineT(wsCredFoundIdx)
           perform RewriteCredentials
           perform WriteSecurityEvent
           display "Sign-on refused."
           exit paragraph
       end-if

       move 0 to CredFailures
       move CredLine to wsCredLineT(wsCredFoundIdx)
       if CredState = "F"
           perform RewriteCredentials
           display "Your credential was issued by an ADMIN and must be"
               " changed now."
           move "CHANGED" to wsCredEvent
           perform ForceCredentialChange
           move wsCredOk to wsSignonOk
           exit paragraph
       end-if
       perform RewriteCredentials
       move "y" to wsSignonOk.

*> Takes a new credential twice and stores its hash as the
*> operator's own (state A). The credential just used (wsCredIn,
*> the one an ADMIN issued) may not be kept, nor may the id itself.
ForceCredentialChange.
       move "n" to wsCredOk
       move wsCredMinLen to wsFailDisplay
       display "New credential (at least " function trim(wsFailDisplay)
           " characters): " with no advancing
       perform AcceptHidden
       move wsCredNew to wsCredAgain
       display "Again: " with no advancing
       perform AcceptHidden
       perform MeasureCredential
       if wsCredNew not = wsCredAgain
           display "The two entries differ - credential not set."
           exit paragraph
       end-if
       if wsCredLen < wsCredMinLen
           display "Too short - credential not set."
           exit paragraph
       end-if
       if wsCredNew = wsCredIn or wsCredNew(1:12) = wsOperatorId
           display "Choose a credential other than the old one and"
               " your id - credential not set."
           exit paragraph
       end-if
       move wsOperatorId to wsCredOperator
       perform StoreCredential
       if wsCredFoundIdx = 0
           exit paragraph
       end-if
       move wsOperatorId to CredIssuedBy
       move "A" to CredState
       move CredLine to wsCredLineT(wsCredFoundIdx)
       perform RewriteCredentials
       move wsOperatorId to wsSecOperator
       move wsCredEvent to wsSecEvent
       move "credential set by the operator" to wsSecDetail
       perform WriteSecurityEvent
       display "Credential set."
       move "y" to wsCredOk.

*> Length of wsCredNew, trailing spaces aside.
MeasureCredential.
       move 30 to wsCredLen
       perform until wsCredLen = 0
               or wsCredNew(wsCredLen:1) not = space
           subtract 1 from wsCredLen
       end-perform.

*> Hashes wsCredNew for wsCredOperator into CredLine - the row
*> found in the table, or a new one appended - with the failure
*> count and lock cleared. The caller sets state and issuer.
StoreCredential.
       perform FindCredential
       if wsCredFoundIdx = 0
           if wsCredCount >= wsMaxCredLines
               display "operator-credentials is full."
               exit paragraph
           end-if
           add 1 to wsCredCount
           move wsCredCount to wsCredFoundIdx
           move spaces to CredLine
           move wsCredOperator to CredOperator
       else
           move wsCredLineT(wsCredFoundIdx) to CredLine
       end-if
       call "AOC2024CREDHASH" using wsCredOperator wsCredNew
           wsCredHash
       move wsCredHash to CredHash
       move 0 to CredFailures
       move spaces to CredLocked
       perform StampNow
       move wsStampWork to CredChanged.

LoadCredentials.
       move 0 to wsCredCount
       move "n" to wsEof
       open input CredentialFile
       if wsCredStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read CredentialFile
               at end move "y" to wsEof
               not at end
                   if wsCredCount < wsMaxCredLines
                       add 1 to wsCredCount
                       move CredLine to wsCredLineT(wsCredCount)
                   end-if
           end-read
       end-perform
       close CredentialFile.

*> The row for wsCredOperator, comment lines aside.
FindCredential.
       move 0 to wsCredFoundIdx
       if wsCredOperator = spaces
           exit paragraph
       end-if
       perform varying wsCredIdx from 1 by 1
               until wsCredIdx > wsCredCount
           if wsCredLineT(wsCredIdx)(1:1) not = "*"
                   and wsCredLineT(wsCredIdx)(1:12) = wsCredOperator
                   and wsCredFoundIdx = 0
               move wsCredIdx to wsCredFoundIdx
           end-if
       end-perform.

RewriteCredentials.
       open output CredentialFile
       perform varying wsCredIdx from 1 by 1
               until wsCredIdx > wsCredCount
           move wsCredLineT(wsCredIdx) to CredLine
           write CredLine
       end-perform
       close CredentialFile.

StampNow.
       move spaces to wsStampWork
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
           into wsStampWork
       end-string.

*> A lockout goes on the operator alert feed as well as the journal,
*> so the shift lead hears of it the night it happens.
RaiseSecurityAlert.
       open extend AlertFile
       if wsAlertStatus not = "00"
           open output AlertFile
       end-if
       perform WriteAlertLine
       close AlertFile.

copy "AlertWriter.cpy"
    replacing ==:SEVERITY-FIELD:== by ==wsAlertSeverityWork==
              ==:PROGRAM-FIELD:==  by =="AOC2024MENU"==
              ==:FILE-NAME:==      by ==AlertFile==
              ==:DETAIL-FIELD:==   by ==wsAlertDetailWork==.

*> One row on the security-events journal, append-only like every
*> journal here; the weekly security-violations report reads it.
WriteSecurityEvent.
       open extend SecurityLog
       if wsSecStatus not = "00"
           open output SecurityLog
       end-if
       move spaces to SecLine
       perform StampNow
       move wsStampWork to SecStamp
       move wsSecOperator to SecOperator
       move wsSecEvent to SecEvent
       move wsSecDetail to SecDetail
       write SecLine
       close SecurityLog.

*> An operator is valid when their id leads a non-comment line of
*> the operators file.
ValidateOperator.
       move "n" to wsSignonOk
       move spaces to wsOperatorRole
       if wsOperatorId = spaces
           exit paragraph
       end-if
                               *> disabled: stays on file as
                               *> history, sign-on refused
                               move "n" to wsSignonOk
                               move "OFF" to wsOperatorRole
                           when "VIEW"
                               move "y" to wsSignonOk
                               move "VIEW" to wsOperatorRole
               " shift-leader sign-off - option F ***"
       end-if.

*> The cycle inspector: pick a cycle off the ledger and see its
*> night in one place - the ledger row, then a timeline of every
*> unit's launch and end with its return code, the retries, the
*> failed steps, the driver's own rows (gates, holds, sheds,
*> deferrals, watchdog kills) and the alerts raised while it ran;
*> then the anomalies and milestones of its business date and its
*> sign-off. Any unit can be drilled into for its audit rows,
*> control totals and lineage rows. Audit rows are matched on the
*> cycle id they carry; the alert feed carries no cycle id, so an
*> alert belongs to the cycle it was raised during, and the
*> anomaly, milestone, control and lineage rows - which carry the
*> business date - to the cycle of that date.
InspectCycle.
       perform LoadCyclesForSignoff
       if wsSoCount = 0
           display "No cycles on the ledger yet."
           exit paragraph
       end-if
       move 1 to wsCiFirstShown
       if wsSoCount > 20
           compute wsCiFirstShown = wsSoCount - 19
       end-if
       display " "
       display "===== Cycle inspector ====="
       perform varying wsSoIdx from wsCiFirstShown by 1
               until wsSoIdx > wsSoCount
           if wsSoSigned(wsSoIdx) = "y"
               display wsSoIdx ") " wsSoId(wsSoIdx) space
                   wsSoDate(wsSoIdx) space wsSoVerdict(wsSoIdx)
                   " REVIEWED"
           else
               display wsSoIdx ") " wsSoId(wsSoIdx) space
                   wsSoDate(wsSoIdx) space wsSoVerdict(wsSoIdx)
           end-if
       end-perform
       display "Inspect which cycle (0 to return): "
           with no advancing
       accept wsPickInput from console
       if wsPickInput = spaces
           exit paragraph
       end-if
       move function numval(wsPickInput) to wsPickNo
       if wsPickNo = 0 or wsPickNo > wsSoCount
           exit paragraph
       end-if
       move wsSoId(wsPickNo) to wsCiId
       move wsSoDate(wsPickNo) to wsCiDate

       perform ShowCycleLedgerRow
       perform LoadCycleUnits
       move 0 to wsCiEvCount
       move 0 to wsCiEvDropped
       perform varying wsCiD from 1 by 1 until wsCiD > wsCiDirCount
           perform GatherUnitEvents
       end-perform
       perform GatherDriverEvents
       perform GatherCycleAlerts

       display " "
       display "---- timeline ----"
       if wsCiEvCount = 0
           display "  (no rows carry this cycle id)"
       end-if
       perform varying wsCiE from 1 by 1 until wsCiE > wsCiEvCount
           display wsCiEvStamp(wsCiE) space
               function trim(wsCiEvText(wsCiE))
       end-perform
       if wsCiEvDropped > 0
           display "  ... and " wsCiEvDropped " more not shown"
       end-if
       perform ShowCycleAnomalies
       perform ShowCycleMilestones
       perform ShowCycleSignoff

       move "n" to wsCiDrillDone
       perform until wsCiDrillDone = "y"
           perform DrillIntoUnit
       end-perform.

*> The ledger row: when the cycle ran, who launched it, its counts.
ShowCycleLedgerRow.
       move spaces to wsCiStart
       move spaces to wsCiEnd
       move "n" to wsCiFound
       open input CycleLedger
       if wsCycleLedgerStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read CycleLedger
               at end exit perform
           end-read
           if ClCycleId = wsCiId
               move "y" to wsCiFound
               move ClStart to wsCiStart
               move ClEnd to wsCiEnd
               display " "
               display "Cycle " wsCiId "  business date " ClDate
                   "  launched by " ClOperator
               display "  started " ClStart "  ended " ClEnd
               display "  ok " ClOk " warn " ClWarn " fail " ClFail
                   " skip " ClSkip " late " ClLate " held " ClHeld
                   " stopped " ClStop " deferred " ClDeferred
               if ClRestart = "Y" or ClWatch = "Y"
                       or ClShedTier not = spaces
                   display "  restart " ClRestart "  watch " ClWatch
                       "  shed tier " ClShedTier
               end-if
           end-if
       end-perform
       close CycleLedger
       if wsCiEnd = spaces
           *> still running: everything raised so far is its
           move "9999-99-99 99:99:99" to wsCiEnd
       end-if.

*> The units: the day directories the registry runs jobs in.
LoadCycleUnits.
       move 0 to wsCiDirCount
       call "AOC2024YEAR" using wsProcYear
       move "n" to wsRegistryEof
       open input RegistryFile
       if wsRegistryStatus not = "00"
           exit paragraph
       end-if
       perform until wsRegistryEof = "y"
           read RegistryFile
               at end move "y" to wsRegistryEof
               not at end perform StackCycleUnit
           end-read
       end-perform
       close RegistryFile.

StackCycleUnit.
       if RegSeq not numeric or RegPhase = "P"
               or RegDir = spaces or RegDir = "driver"
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           exit paragraph
       end-if
       move 0 to wsCiDirFound
       perform varying wsCiD from 1 by 1 until wsCiD > wsCiDirCount
           if wsCiDirName(wsCiD) = RegDir
               move wsCiD to wsCiDirFound
           end-if
       end-perform
       if wsCiDirFound = 0 and wsCiDirCount < 40
           add 1 to wsCiDirCount
           move RegDir to wsCiDirName(wsCiDirCount)
           move spaces to wsCiDirFirst(wsCiDirCount)
           move spaces to wsCiDirLast(wsCiDirCount)
           move 0 to wsCiDirRc(wsCiDirCount)
           move 0 to wsCiDirSteps(wsCiDirCount)
           move 0 to wsCiDirRetries(wsCiDirCount)
       end-if.

*> One unit's trail rows for the cycle: its launch (its first row),
*> each retry (a step started again), each failed step, and its end
*> (its last row) with the worst return code of its steps.
GatherUnitEvents.
       perform LoadUnitControls
       move 0 to wsCiStepCount
       move spaces to wsAuditViewFilename
       string
           function trim(wsCiDirName(wsCiD)) delimited by size
           "/audit-trail" delimited by size
           into wsAuditViewFilename
       end-string
       move "n" to wsEof
       open input AuditView
       if wsAuditViewStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read AuditView
               at end move "y" to wsEof
               not at end
                   if AuditCycle = wsCiId
                       perform JudgeUnitRow
                   end-if
           end-read
       end-perform
       close AuditView
       if wsCiDirFirst(wsCiD) = spaces
           exit paragraph
       end-if

       move wsCiDirFirst(wsCiD) to wsCiNewStamp
       move spaces to wsCiNewText
       string
           "UNIT " delimited by size
           wsCiDirName(wsCiD) delimited by size
           " launched" delimited by size
           into wsCiNewText
       end-string
       perform AddCycleEvent
       move wsCiDirSteps(wsCiD) to wsCiNum
       move wsCiDirRetries(wsCiD) to wsCiNum2
       move wsCiDirLast(wsCiD) to wsCiNewStamp
       move spaces to wsCiNewText
       string
           "UNIT " delimited by size
           wsCiDirName(wsCiD) delimited by size
           " ended rc=" delimited by size
           wsCiDirRc(wsCiD) delimited by size
           " - " delimited by size
           function trim(wsCiNum) delimited by size
           " step run(s), " delimited by size
           function trim(wsCiNum2) delimited by size
           " retry(ies)" delimited by size
           into wsCiNewText
       end-string
       perform AddCycleEvent.

JudgeUnitRow.
       if wsCiDirFirst(wsCiD) = spaces
           move AuditTimestamp to wsCiDirFirst(wsCiD)
       end-if
       move AuditTimestamp to wsCiDirLast(wsCiD)
       move 0 to wsCiStepFound
       perform varying wsCiS from 1 by 1 until wsCiS > wsCiStepCount
           if wsCiStepProgram(wsCiS) = AuditProgram
               move wsCiS to wsCiStepFound
           end-if
       end-perform
       evaluate AuditEvent
           when "START"
               if wsCiStepFound = 0
                   if wsCiStepCount < 20
                       add 1 to wsCiStepCount
                       move AuditProgram
                           to wsCiStepProgram(wsCiStepCount)
                       move 1 to wsCiStepStarts(wsCiStepCount)
                   end-if
               else
                   add 1 to wsCiStepStarts(wsCiStepFound)
                   add 1 to wsCiDirRetries(wsCiD)
                   move wsCiStepStarts(wsCiStepFound) to wsCiNum
                   move AuditTimestamp to wsCiNewStamp
                   move spaces to wsCiNewText
                   string
                       "RETRY " delimited by size
                       function trim(AuditProgram) delimited by size
                       " attempt " delimited by size
                       function trim(wsCiNum) delimited by size
                       into wsCiNewText
                   end-string
                   perform AddCycleEvent
               end-if
           when "END"
               add 1 to wsCiDirSteps(wsCiD)
               move 0 to wsCiStepRc
               perform varying wsCiS from 1 by 1
                       until wsCiS > wsCiCtlCount
                   if wsCiCtlProgram(wsCiS) = AuditProgram
                           and wsCiCtlWarn(wsCiS) = "y"
                       move 4 to wsCiStepRc
                   end-if
               end-perform
               if wsCiStepRc > wsCiDirRc(wsCiD)
                   move wsCiStepRc to wsCiDirRc(wsCiD)
               end-if
           when "ERROR"
               add 1 to wsCiDirSteps(wsCiD)
               move 8 to wsCiDirRc(wsCiD)
               move AuditTimestamp to wsCiNewStamp
               move spaces to wsCiNewText
               string
                   "ERROR " delimited by size
                   function trim(AuditProgram) delimited by size
                   " rc=8: " delimited by size
                   function trim(AuditDetail) delimited by size
                   into wsCiNewText
               end-string
               perform AddCycleEvent
       end-evaluate.

*> The unit's control rows for the business date, latest per job.
LoadUnitControls.
       move 0 to wsCiCtlCount
       move spaces to wsCiControlFilename
       string
           function trim(wsCiDirName(wsCiD)) delimited by size
           "/control-totals" delimited by size
           into wsCiControlFilename
       end-string
       open input ControlView
       if wsCiControlStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read ControlView
               at end exit perform
           end-read
           if CtlDate = wsCiDate
               move 0 to wsCiStepFound
               perform varying wsCiS from 1 by 1
                       until wsCiS > wsCiCtlCount
                   if wsCiCtlProgram(wsCiS) = CtlProgram
                       move wsCiS to wsCiStepFound
                   end-if
               end-perform
               if wsCiStepFound = 0 and wsCiCtlCount < 20
                   add 1 to wsCiCtlCount
                   move wsCiCtlCount to wsCiStepFound
                   move CtlProgram to wsCiCtlProgram(wsCiStepFound)
               end-if
               if wsCiStepFound > 0
                   move "n" to wsCiCtlWarn(wsCiStepFound)
                   if CtlRejected is numeric
                           and CtlExceptions is numeric
                       if CtlRejected > 0 or CtlExceptions > 0
                           move "y" to wsCiCtlWarn(wsCiStepFound)
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       close ControlView.

*> The driver's own rows on the root trail for the cycle: gates,
*> releases, holds, sheds, deferrals, arrivals, throttles, stops,
*> scheduled runs - and HUNG, the watchdog's kill of a unit.
GatherDriverEvents.
       move "audit-trail" to wsAuditViewFilename
       move "n" to wsEof
       open input AuditView
       if wsAuditViewStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read AuditView
               at end move "y" to wsEof
               not at end
                   if AuditCycle = wsCiId
                       move AuditTimestamp to wsCiNewStamp
                       move spaces to wsCiNewText
                       if AuditEvent = "HUNG"
                           string
                               "WATCHDOG " delimited by size
                               function trim(AuditDetail)
                                   delimited by size
                               into wsCiNewText
                           end-string
                       else
                           string
                               function trim(AuditEvent)
                                   delimited by size
                               " " delimited by size
                               function trim(AuditProgram)
                                   delimited by size
                               ": " delimited by size
                               function trim(AuditDetail)
                                   delimited by size
                               into wsCiNewText
                           end-string
                       end-if
                       perform AddCycleEvent
                   end-if
           end-read
       end-perform
       close AuditView.

*> Alerts raised between the cycle's start and its end.
GatherCycleAlerts.
       if wsCiStart = spaces
           exit paragraph
       end-if
       move "n" to wsAlertEof
       open input AlertFile
       if wsAlertStatus not = "00"
           exit paragraph
       end-if
       perform until wsAlertEof = "y"
           read AlertFile
               at end move "y" to wsAlertEof
               not at end
                   if AlertStamp >= wsCiStart
                           and AlertStamp <= wsCiEnd
                       move AlertStamp to wsCiNewStamp
                       move spaces to wsCiNewText
                       string
                           "ALERT " delimited by size
                           function trim(AlertSeverity)
                               delimited by size
                           " " delimited by size
                           function trim(AlertProgram)
                               delimited by size
                           ": " delimited by size
                           function trim(AlertDetail)
                               delimited by size
                           into wsCiNewText
                       end-string
                       perform AddCycleEvent
                   end-if
           end-read
       end-perform
       close AlertFile.

*> Files wsCiNewStamp/wsCiNewText into the timeline after every
*> event stamped the same or earlier.
AddCycleEvent.
       if wsCiEvCount >= 300
           add 1 to wsCiEvDropped
           exit paragraph
       end-if
       move 1 to wsCiEvAt
       perform varying wsCiE from 1 by 1 until wsCiE > wsCiEvCount
           if wsCiEvStamp(wsCiE) <= wsCiNewStamp
               compute wsCiEvAt = wsCiE + 1
           end-if
       end-perform
       perform varying wsCiE from wsCiEvCount by -1
               until wsCiE < wsCiEvAt
           move wsCiEvent(wsCiE) to wsCiEvent(wsCiE + 1)
       end-perform
       add 1 to wsCiEvCount
       move wsCiNewStamp to wsCiEvStamp(wsCiEvAt)
       move wsCiNewText to wsCiEvText(wsCiEvAt).

ShowCycleAnomalies.
       display " "
       display "---- anomalies for " wsCiDate " ----"
       move 0 to wsCiShown
       open input AnomalyReport
       if wsAnomalyStatus = "00"
           perform until 1 = 2
               read AnomalyReport
                   at end exit perform
               end-read
               if AnomalyRunDate = wsCiDate
                   add 1 to wsCiShown
                   display "  " AnomalyProgram space AnomalyCode space
                       AnomalyStatus space
                       function trim(AnomalyDetail)
               end-if
           end-perform
           close AnomalyReport
       end-if
       if wsCiShown = 0
           display "  (none)"
       end-if.

*> The milestone verdicts of the night: the milestone report's
*> generation for the business date, else the current report when
*> it is still that night's.
ShowCycleMilestones.
       display " "
       display "---- milestones ----"
       move 0 to wsCiShown
       move spaces to wsCiMilestoneFilename
       string
           "milestone-report-" delimited by size
           wsCiDate delimited by size
           into wsCiMilestoneFilename
       end-string
       open input MilestoneView
       if wsCiMilestoneStatus not = "00"
           move "milestone-report" to wsCiMilestoneFilename
           open input MilestoneView
           if wsCiMilestoneStatus = "00"
               read MilestoneView
                   at end move spaces to MilestoneViewLine
               end-read
               if MilestoneViewLine(29:8) not = wsCiDate
                   close MilestoneView
                   move "99" to wsCiMilestoneStatus
               end-if
           end-if
       end-if
       if wsCiMilestoneStatus = "00"
           perform until 1 = 2
               read MilestoneView
                   at end exit perform
               end-read
               if MilestoneViewLine(1:8) = "MET     "
                       or MilestoneViewLine(1:8) = "PENDING "
                       or MilestoneViewLine(1:8) = "MISSED  "
                   add 1 to wsCiShown
                   display "  " function trim(MilestoneViewLine)
               end-if
           end-perform
           close MilestoneView
       end-if
       if wsCiShown = 0
           display "  (no milestone verdicts on file for " wsCiDate ")"
       end-if.

ShowCycleSignoff.
       display " "
       display "---- sign-off ----"
       move 0 to wsCiShown
       open input SignoffFile
       if wsSignoffStatus = "00"
           perform until 1 = 2
               read SignoffFile
                   at end exit perform
               end-read
               if SignoffLine(1:15) = wsCiId
                   add 1 to wsCiShown
                   display "  reviewed by " SignoffLine(26:12)
                       " at " SignoffLine(39:19) " - "
                       function trim(SignoffLine(59:62))
               end-if
           end-perform
           close SignoffFile
       end-if
       if wsCiShown = 0
           display "  awaiting shift-leader review (option F)"
       end-if.

*> The units the cycle touched, and one unit's own rows on pick.
DrillIntoUnit.
       display " "
       move 0 to wsCiUnitCount
       perform varying wsCiD from 1 by 1 until wsCiD > wsCiDirCount
           if wsCiDirFirst(wsCiD) not = spaces
               add 1 to wsCiUnitCount
               display wsCiD ") " wsCiDirName(wsCiD) " rc="
                   wsCiDirRc(wsCiD)
           end-if
       end-perform
       if wsCiUnitCount = 0
           move "y" to wsCiDrillDone
           exit paragraph
       end-if
       display "Drill into which unit (0 to return): "
           with no advancing
       accept wsPickInput from console
       move 0 to wsPickNo
       if wsPickInput not = spaces
           move function numval(wsPickInput) to wsPickNo
       end-if
       if wsPickNo = 0 or wsPickNo > wsCiDirCount
           move "y" to wsCiDrillDone
           exit paragraph
       end-if
       move wsPickNo to wsCiD
       if wsCiDirFirst(wsCiD) = spaces
           display "That unit has no rows for this cycle."
           exit paragraph
       end-if
       perform ShowUnitDetail.

ShowUnitDetail.
       display " "
       display "---- " function trim(wsCiDirName(wsCiD))
           " audit rows, cycle " wsCiId " ----"
       move spaces to wsAuditViewFilename
       string
           function trim(wsCiDirName(wsCiD)) delimited by size
           "/audit-trail" delimited by size
           into wsAuditViewFilename
       end-string
       move "n" to wsEof
       open input AuditView
       if wsAuditViewStatus = "00"
           perform until wsEof = "y"
               read AuditView
                   at end move "y" to wsEof
                   not at end
                       if AuditCycle = wsCiId
                           display "  " AuditTimestamp space
                               AuditEvent space AuditProgram space
                               function trim(AuditDetail)
                       end-if
               end-read
           end-perform
           close AuditView
       end-if

       display "---- control totals, " wsCiDate
           " (read / accepted / rejected / exceptions) ----"
       move 0 to wsCiShown
       move spaces to wsCiControlFilename
       string
           function trim(wsCiDirName(wsCiD)) delimited by size
           "/control-totals" delimited by size
           into wsCiControlFilename
       end-string
       open input ControlView
       if wsCiControlStatus = "00"
           perform until 1 = 2
               read ControlView
                   at end exit perform
               end-read
               if CtlDate = wsCiDate
                   add 1 to wsCiShown
                   display "  " CtlProgram space CtlRead space
                       CtlAccepted space CtlRejected space
                       CtlExceptions space function trim(CtlInput)
               end-if
           end-perform
           close ControlView
       end-if
       if wsCiShown = 0
           display "  (none)"
       end-if

       display "---- lineage, " wsCiDate
           " (read / rejects / input / build) ----"
       move 0 to wsCiShown
       move spaces to wsCiLineageFilename
       string
           function trim(wsCiDirName(wsCiD)) delimited by size
           "/run-lineage" delimited by size
           into wsCiLineageFilename
       end-string
       open input LineageView
       if wsCiLineageStatus = "00"
           perform until 1 = 2
               read LineageView
                   at end exit perform
               end-read
               if LnDate = wsCiDate
                   add 1 to wsCiShown
                   display "  " LnProgram space LnRead space
                       LnRejects space function trim(LnInput)
                       space LnBuild
               end-if
           end-perform
           close LineageView
       end-if
       if wsCiShown = 0
           display "  (none)"
       end-if.

*> The quarantine browser: lists a day directory's quarantined
*> drops with their quarantine-log discrepancy, previews the first
*> records of one, and either releases it back for processing (with
*> a documented override reason - and optionally without the
*> manifest we know was wrong, so it is not re-quarantined on
*> consumption) or discards it with a note. Every disposition is
*> journaled to the same day's quarantine-log, so the drop's whole
*> story stays in one file. Two drops sat in day03/quarantine from
*> April because nobody owned this step - now it is a menu choice.
ReviewQuarantine.
       display "Day directory (e.g. day03): " with no advancing
       accept wsDayInput from console
       if wsDayInput = spaces
           exit paragraph
       end-if

       move spaces to wsReadyCmd
       string
           "ls -1 " delimited by size
           function trim(wsDayInput) delimited by size
           "/quarantine 2>/dev/null | grep -v manifest"
               " > .menu-candidate" delimited by size
           into wsReadyCmd
       end-string
       call "SYSTEM" using wsReadyCmd

       move 0 to wsQuarCount
       open input ReadyCandidate
       if wsReadyStatus = "00"
           perform until 1 = 2
               read ReadyCandidate
                   at end exit perform
               end-read
               if ReadyCandidateLine not = spaces
                       and wsQuarCount < 50
                   add 1 to wsQuarCount
                   move ReadyCandidateLine(1:60)
                       to wsQuarDrop(wsQuarCount)
               end-if
           end-perform
           close ReadyCandidate
       end-if
       call "SYSTEM" using "rm -f .menu-candidate"

       if wsQuarCount = 0
           display "Nothing in " function trim(wsDayInput)
               "/quarantine."
           exit paragraph
       end-if

       perform varying wsQuarIdx from 1 by 1
               until wsQuarIdx > wsQuarCount
           display wsQuarIdx ") " wsQuarDrop(wsQuarIdx)
           perform ShowQuarantineLogLine
       end-perform

       display "Inspect/disposition which drop (0 to return): "
           with no advancing
       accept wsPickInput from console
       if wsPickInput = spaces
           exit paragraph
       end-if
       move function numval(wsPickInput) to wsPickNo
       if wsPickNo = 0 or wsPickNo > wsQuarCount
           exit paragraph
       end-if
       move wsQuarDrop(wsPickNo) to wsQuarName

       display "---- first records of " function trim(wsQuarName)
           " ----"
       move spaces to wsQuarViewFilename
       string
           function trim(wsDayInput) delimited by size
           "/quarantine/" delimited by size
           function trim(wsQuarName) delimited by size
           into wsQuarViewFilename
               if not wsRoleAdmin
                   display "That choice needs the ADMIN role."
                   move "n" to wsChoiceAllowed
                   perform JournalDeniedChoice
               end-if
           when wsChoiceRunAll or wsChoiceReconcile
                   or wsChoiceAcknowledge or wsChoiceRerun
                   or wsChoiceStopCycle or wsChoiceQueue
                   or wsChoiceApprovals or wsChoiceQuarantine
                   or wsChoiceSignoff or wsChoiceJournal
                   or wsChoicePages or wsChoiceIncidents
                   or wsChoiceWorklist or wsChoiceRecall
                   or wsChoiceNotices
               if wsRoleView
                   display "That choice needs the RUN role -"
                       " signed on as VIEW."
                   move "n" to wsChoiceAllowed
                   perform JournalDeniedChoice
               end-if
           when other
               continue
       end-evaluate.

JournalDeniedChoice.
       move wsOperatorId to wsSecOperator
       move "DENIED" to wsSecEvent
       move spaces to wsSecDetail
       string
           "menu choice " delimited by size
           wsChoice delimited by size
           " refused to role " delimited by size
           wsOperatorRole delimited by space
           into wsSecDetail
       end-string
       perform WriteSecurityEvent.

*> Guided maintenance of the operators file - add, disable, rename,
*> change role - rewriting the file whole with comment lines
*> untouched, and journaling who changed what to operator-journal,
*> like everything else here. Credentials are issued and reset from
*> here too: a new operator is added with a temporary credential,
*> and a locked-out or forgetful one gets a fresh temporary one;
*> either must be changed at the operator's next sign-on.
MaintainOperators.
       move 0 to wsOperLineCount
       move "n" to wsEof
       end-perform
       close OperatorsFile

       perform CheckChangeFreeze
       if wsFreezeGo not = "y"
           exit paragraph
       end-if

       display "a) Add  d) Disable  r) Rename  c) Change role"
           "  p) Reset credential  (anything else returns): "
           with no advancing
       accept wsOpMaintAction from console
       move spaces to wsOpJournalDetail
       evaluate wsOpMaintAction
               perform OperMaintRename
           when "c" when "C"
               perform OperMaintChangeRole
           when "p" when "P"
               perform OperMaintResetCredential
           when other
               exit paragraph
       end-evaluate.
           display "Operators file is full."
           exit paragraph
       end-if
       perform TakeTemporaryCredential
       if wsCredOk not = "y"
           exit paragraph
       end-if
       add 1 to wsOperLineCount
       move spaces to wsOperLineT(wsOperLineCount)
       string
           function trim(wsOpMaintRole) delimited by size
           into wsOpJournalDetail
       end-string
       perform ConfirmFreezeOverride
       if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
           exit paragraph
       end-if
       move wsFreezeOverride to wsOpJournalOverride
       perform RewriteOperatorsFile
       perform WriteOperatorJournal
       perform IssueTemporaryCredential
       display "Added - the temporary credential must be changed at"
           " first sign-on.".

OperMaintDisable.
       display "Operator id to disable: " with no advancing
           function trim(wsOpMaintId) delimited by size
           into wsOpJournalDetail
       end-string
       perform ConfirmFreezeOverride
       if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
           exit paragraph
       end-if
       move wsFreezeOverride to wsOpJournalOverride
       perform RewriteOperatorsFile
       perform WriteOperatorJournal
       display "Disabled - the id stays on file as history.".
           wsOpMaintName delimited by size
           into wsOpJournalDetail
       end-string
       perform ConfirmFreezeOverride
       if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
           exit paragraph
       end-if
       move wsFreezeOverride to wsOpJournalOverride
       perform RewriteOperatorsFile
       perform WriteOperatorJournal
       display "Renamed.".
           function trim(wsOpMaintRole) delimited by size
           into wsOpJournalDetail
       end-string
       perform ConfirmFreezeOverride
       if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
           exit paragraph
       end-if
       move wsFreezeOverride to wsOpJournalOverride
       perform RewriteOperatorsFile
       perform WriteOperatorJournal
       display "Role changed - takes effect at next sign-on.".

*> Replaces an operator's credential with a temporary one and clears
*> any lockout; the operator must change it at the next sign-on.
OperMaintResetCredential.
       display "Operator id: " with no advancing
       accept wsOpMaintId from console
       perform FindOperatorLine
       if wsOperFoundIdx = 0
           display "No such operator."
           exit paragraph
       end-if
       perform TakeTemporaryCredential
       if wsCredOk not = "y"
           exit paragraph
       end-if
       string
           "CREDRESET " delimited by size
           function trim(wsOpMaintId) delimited by size
           into wsOpJournalDetail
       end-string
       perform ConfirmFreezeOverride
       if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
           exit paragraph
       end-if
       move wsFreezeOverride to wsOpJournalOverride
       perform WriteOperatorJournal
       perform IssueTemporaryCredential
       display "Credential reset - to be changed at next sign-on.".

*> The ADMIN types the temporary credential (twice, unechoed) into
*> wsCredNew; wsCredOk says whether it is usable.
TakeTemporaryCredential.
       move "n" to wsCredOk
       move wsCredMinLen to wsFailDisplay
       display "Temporary credential for " function trim(wsOpMaintId)
           " (at least " function trim(wsFailDisplay) " characters): "
           with no advancing
       perform AcceptHidden
       move wsCredNew to wsCredAgain
       display "Again: " with no advancing
       perform AcceptHidden
       perform MeasureCredential
       if wsCredNew not = wsCredAgain
           display "The two entries differ - nothing changed."
           exit paragraph
       end-if
       if wsCredLen < wsCredMinLen
           display "Too short - nothing changed."
           exit paragraph
       end-if
       move "y" to wsCredOk.

*> Stores wsCredNew as wsOpMaintId's credential in state F, issued
*> by the signed-on ADMIN, and journals the reset.
IssueTemporaryCredential.
       perform LoadCredentials
       move wsOpMaintId to wsCredOperator
       perform StoreCredential
       if wsCredFoundIdx = 0
           exit paragraph
       end-if
       move "F" to CredState
       move wsOperatorId to CredIssuedBy
       move CredLine to wsCredLineT(wsCredFoundIdx)
       perform RewriteCredentials
       move wsOpMaintId to wsSecOperator
       move "RESET" to wsSecEvent
       move spaces to wsSecDetail
       string
           "temporary credential issued by " delimited by size
           wsOperatorId delimited by space
           into wsSecDetail
       end-string
       perform WriteSecurityEvent.

*> Locates the (non-comment) line whose leading token is the id in
*> wsOpMaintId.
FindOperatorLine.
           open output OperatorJournal
       end-if
       move spaces to OpJournalLine
       move 1 to wsJournalPtr
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           " " delimited by size
           function trim(wsOpJournalDetail) delimited by size
           into OpJournalLine
           with pointer wsJournalPtr
       end-string
       perform AppendOverrideToOpJournal
       write OpJournalLine
       close OperatorJournal.

*> The emergency-override reason of an operators change made in a
*> freeze, after the change on its journal row; it covers that one
*> change only.
AppendOverrideToOpJournal.
       if wsOpJournalOverride not = spaces
           string
               " override=" delimited by size
               function trim(wsOpJournalOverride) delimited by size
               into OpJournalLine
               with pointer wsJournalPtr
           end-string
           move spaces to wsOpJournalOverride
       end-if.

*> The operator's home screen. Kept as plain DISPLAY lines rather than
*> a SCREEN SECTION form, the same line-mode style the rest of this
*> system's operator-facing output already uses.
       perform SummarizeAlerts
       perform SummarizeStaleApprovals
       perform SummarizeUnsignedCycles
       perform SummarizeOpenPages
       perform SummarizeIncidents
       perform SummarizeWorklist
       perform SummarizeOpenNotices
       display "1) Run all daily jobs"
       display "2) Run day-over-day reconciliation"
       display "3) Review a day's results-history"
       display "K) Review a day's quarantine (release/discard)"
       display "F) Sign off a cycle (shift-leader review)"
       display "N) Write a shift-journal entry"
       display "G) Acknowledge an on-call page"
       display "I) Work the incident register"
       display "B) Show a failed step's runbook"
       display "W) Work the exceptions worklist"
       display "H) Review publication holds (force-release: admin)"
       display "L) Recall an offloaded archive drop"
       display "V) Inspect one cycle end to end"
       display "U) Record upstream's response to a feed notice"
       display "9) Exit"
       display "Enter choice: " with no advancing.

           exit paragraph
       end-if

       display "a) Approve  d) Deny  (anything else cancels): "
           with no advancing
       accept wsApprDecision from console
       evaluate wsApprDecision
           when "a" when "A"
               move "APPR" to wsApWkStatus
           when "d" when "D"
               move "DENY" to wsApWkStatus
           when other
               display "Left pending."
               exit paragraph
       end-evaluate
       display "Note: " with no advancing
       accept wsAckNoteIn from console
       move wsAckNoteIn to wsApWkNote
       move wsOperatorId to wsApWkApprover
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
           into wsApWkApprStamp
       end-string
*> the ledger is hash-chained: check the chain as read before the
*> row changes, then re-chain it for the rewrite
       move "V" to wsApprChainMode
       call "AOC2024APPRCHAIN" using wsApprChainMode wsApprRows
           wsApprCount wsApprBreakRow
       move wsApprWork to wsApprRow(wsPickNo)
       move "C" to wsApprChainMode
       call "AOC2024APPRCHAIN" using wsApprChainMode wsApprRows
           wsApprCount wsApprBreakRow

       open output ApprovalFile
       perform varying wsApprIdx from 1 by 1
               until wsApprIdx > wsApprCount
           move wsApprRow(wsApprIdx) to ApprLine
           write ApprLine
       end-perform
       close ApprovalFile
       if wsApWkStatus = "APPR"
           display "Approved - the next attempt of the action goes"
               " through and consumes this approval."
       else
           display "Denied - the row stays on the ledger as the"
               " record of the refusal."
       end-if.

LoadApprovalLedger.
       move 0 to wsApprCount
       move "n" to wsEof
       open input ApprovalFile
       if wsApprovalStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read ApprovalFile
               at end move "y" to wsEof
               not at end
                   if wsApprCount < 200
                       add 1 to wsApprCount
                       move ApprLine to wsApprRow(wsApprCount)
                   end-if
           end-read
       end-perform
       close ApprovalFile.

*> Converts the "YYYY-MM-DD HH:MM:SS" stamp in wsStampWork into a
*> count of seconds since the standard date epoch - the same
*> arithmetic the driver uses on its cycle lock.
StampToSeconds.
       move 0 to wsStampSeconds
       string
           wsStampWork(1:4) delimited by size
           wsStampWork(6:2) delimited by size
           wsStampWork(9:2) delimited by size
           into wsStampDate
       end-string
       compute wsStampSeconds =
           (function integer-of-date(wsStampDate) * 86400)
           + (function numval(wsStampWork(12:2)) * 3600)
           + (function numval(wsStampWork(15:2)) * 60)
           + function numval(wsStampWork(18:2)).

NowToSeconds.
       compute wsNowSeconds =
           (function integer-of-date(
               function numval(function current-date(1:8))) * 86400)
           + (function numval(function current-date(9:2)) * 3600)
           + (function numval(function current-date(11:2)) * 60)
           + function numval(function current-date(13:2)).

*> The sign-on counterpart of the alert summary: dual-control
*> requests that have sat un-approved past 24 hours get a banner
*> line, so they stop aging quietly.
SummarizeStaleApprovals.
       perform LoadApprovalLedger
       if wsApprCount = 0
           exit paragraph
       end-if
       move 0 to wsApprStaleCount
       move 0 to wsApprPendCount
       perform NowToSeconds
       perform varying wsApprIdx from 1 by 1
               until wsApprIdx > wsApprCount
           move wsApprRow(wsApprIdx) to wsApprWork
           if wsApWkStatus = "PEND"
               add 1 to wsApprPendCount
               move wsApWkStamp to wsStampWork
               perform StampToSeconds
               if wsNowSeconds - wsStampSeconds > 86400
                   add 1 to wsApprStaleCount
               end-if
           end-if
       end-perform
       if wsApprStaleCount > 0
           display "*** " wsApprStaleCount " dual-control request(s)"
               " pending past 24 hours - option A ***"
       else
           if wsApprPendCount > 0
               display "*** " wsApprPendCount " dual-control"
                   " request(s) awaiting approval - option A ***"
           end-if
       end-if.

*> The one line an operator coming to the console needs first: how
*> many alerts are sitting open on the feed the driver and
*> reconciliation write to.
SummarizeAlerts.
       move 0 to wsAlertCount
       move "n" to wsAlertEof
       open input AlertFile
       if wsAlertStatus = "00"
           perform until wsAlertEof = "y"
               read AlertFile
                   at end move "y" to wsAlertEof
                   not at end add 1 to wsAlertCount
               end-read
           end-perform
           close AlertFile
       end-if
       if wsAlertCount > 0
           move wsAlertCount to wsAlertCountDisplay
           display "*** " function trim(wsAlertCountDisplay)
               " open alert(s) on the feed - option 6 to review ***"
       end-if.

*> On-call pages the dispatcher has out that nobody has acknowledged
*> yet - the page-register as the last dispatch run left it.
SummarizeOpenPages.
       move 0 to wsPageOpenCount
       open input PageRegister
       if wsPageStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read PageRegister
               at end exit perform
           end-read
           if PgStatus = "OPEN" or PgStatus = "EXHAUSTED"
               add 1 to wsPageOpenCount
           end-if
       end-perform
       close PageRegister
       if wsPageOpenCount > 0
           move wsPageOpenCount to wsPageOpenDisplay
           display "*** " function trim(wsPageOpenDisplay)
               " on-call page(s) unacknowledged - option G ***"
       end-if.

*> Lists the on-call pages still waiting on an acknowledgement and
*> acknowledges one for the signed-on operator, by appending to the
*> page-acks return file the paging bridge also writes to; the
*> dispatcher files it, stamped as of now, on its next run - before
*> it re-pages anyone.
AcknowledgePage.
       move 0 to wsPageOpenCount
       open input PageRegister
       if wsPageStatus not = "00"
           display "No on-call pages on file."
           exit paragraph
       end-if
       perform until 1 = 2
           read PageRegister
               at end exit perform
           end-read
           if PgStatus = "OPEN" or PgStatus = "EXHAUSTED"
               add 1 to wsPageOpenCount
               display PgId " " PgStatus " tier " PgTier " paged "
                   PgPaged " " PgSeverity " "
                   function trim(PgProgram)
               display "    " function trim(PgDetail)
           end-if
       end-perform
       close PageRegister
       if wsPageOpenCount = 0
           display "No unacknowledged on-call pages."
           exit paragraph
       end-if

       display "Page id to acknowledge (blank to return): "
           with no advancing
       move spaces to wsPageAckId
       accept wsPageAckId from console
       if wsPageAckId = spaces
           exit paragraph
       end-if
       move "n" to wsPageAckFound
       open input PageRegister
       if wsPageStatus = "00"
           perform until 1 = 2
               read PageRegister
                   at end exit perform
               end-read
               if PgId = wsPageAckId
                       and (PgStatus = "OPEN" or PgStatus = "EXHAUSTED")
                   move "y" to wsPageAckFound
               end-if
           end-perform
           close PageRegister
       end-if
       if wsPageAckFound not = "y"
           display "No unacknowledged page " function trim(wsPageAckId)
               "."
           exit paragraph
       end-if

       perform StampNow
       open extend PageAcks
       if wsPageAckStatus not = "00"
           open output PageAcks
       end-if
       move spaces to PageAckLine
       string
           "ACK " delimited by size
           wsPageAckId delimited by space
           " " delimited by size
           wsOperatorId delimited by space
           " " delimited by size
           wsStampWork delimited by size
           into PageAckLine
       end-string
       write PageAckLine
       close PageAcks
       display "Page " function trim(wsPageAckId)
           " acknowledged - the dispatcher files it on its next run.".

*> Feed notices upstream has not yet answered.
SummarizeOpenNotices.
       move 0 to wsFnOpenCount
       open input FeedNotices
       if wsFnStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read FeedNotices
               at end exit perform
           end-read
           if FnStatus = "OPEN"
               add 1 to wsFnOpenCount
           end-if
       end-perform
       close FeedNotices
       if wsFnOpenCount > 0
           move wsFnOpenCount to wsFnOpenDisplay
           display "*** " function trim(wsFnOpenDisplay)
               " feed notice(s) awaiting upstream's response"
               " - option U ***"
       end-if.

*> Lists the feed notices still OPEN and records upstream's response
*> to one for the signed-on operator, by appending to the
*> feed-notice-responses return file; AOC2024CORRESP files it -
*> the notice goes ANSWERED, with the note - on its next run.
RecordNoticeResponse.
       move 0 to wsFnOpenCount
       open input FeedNotices
       if wsFnStatus not = "00"
           display "No feed notices on file."
           exit paragraph
       end-if
       perform until 1 = 2
           read FeedNotices
               at end exit perform
           end-read
           if FnStatus = "OPEN"
               add 1 to wsFnOpenCount
               display FnId " " FnBusDate " " FnDir " " FnKind " "
                   function trim(FnOwner)
               display "    " function trim(FnSubject)
           end-if
       end-perform
       close FeedNotices
       if wsFnOpenCount = 0
           display "No feed notices awaiting a response."
           exit paragraph
       end-if

       display "Notice reference (blank to return): "
           with no advancing
       move spaces to wsFnPickId
       accept wsFnPickId from console
       if wsFnPickId = spaces
           exit paragraph
       end-if
       move function upper-case(wsFnPickId) to wsFnPickId
       move "n" to wsFnPickFound
       open input FeedNotices
       if wsFnStatus = "00"
           perform until 1 = 2
               read FeedNotices
                   at end exit perform
               end-read
               if FnId = wsFnPickId and FnStatus = "OPEN"
                   move "y" to wsFnPickFound
               end-if
           end-perform
           close FeedNotices
       end-if
       if wsFnPickFound not = "y"
           display "No open notice " function trim(wsFnPickId) "."
           exit paragraph
       end-if
       display "Upstream's response: " with no advancing
       move spaces to wsFnNote
       accept wsFnNote from console
       if wsFnNote = spaces
           display "No response given - nothing recorded."
           exit paragraph
       end-if

       perform StampNow
       open extend NoticeResponses
       if wsFnRespStatus not = "00"
           open output NoticeResponses
       end-if
       move spaces to NoticeResponseLine
       string
           "RESP " delimited by size
           wsFnPickId delimited by space
           " " delimited by size
           wsOperatorId delimited by space
           " " delimited by size
           wsStampWork delimited by size
           " " delimited by size
           function trim(wsFnNote) delimited by size
           into NoticeResponseLine
       end-string
       write NoticeResponseLine
       close NoticeResponses
       display "Response to " function trim(wsFnPickId)
           " recorded - the correspondence run files it next time.".

*> Incidents the checking programs opened that nobody has resolved.
SummarizeIncidents.
       perform LoadIncidents
       move 0 to wsIncOpenCount
       perform varying wsIncIdx from 1 by 1
               until wsIncIdx > wsIncCount
           if wsIncLast(wsIncIdx)(16:8) not = "RESOLVED"
               add 1 to wsIncOpenCount
           end-if
       end-perform
       if wsIncOpenCount > 0
           move wsIncOpenCount to wsIncOpenDisplay
           display "*** " function trim(wsIncOpenDisplay)
               " incident(s) unresolved - option I ***"
       end-if.

*> Each incident's standing: the register is append-only, so a later
*> row for an id replaces what an earlier one said.
LoadIncidents.
       move 0 to wsIncCount
       open input IncidentFile
       if wsIncidentStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read IncidentFile
               at end exit perform
           end-read
           if IncId(1:2) = "IN"
               move 0 to wsIncFound
               perform varying wsIncIdx from 1 by 1
                       until wsIncIdx > wsIncCount or wsIncFound > 0
                   if wsIncLast(wsIncIdx)(1:14) = IncId
                       move wsIncIdx to wsIncFound
                   end-if
               end-perform
               if wsIncFound = 0 and wsIncCount < wsMaxIncidents
                   add 1 to wsIncCount
                   move wsIncCount to wsIncFound
               end-if
               if wsIncFound > 0
                   move IncidentLine to wsIncLast(wsIncFound)
               end-if
           end-if
       end-perform
       close IncidentFile.

*> The incident screen: lists what is unresolved, then moves one
*> incident on - to INVESTIGATING with a note, or to RESOLVED with a
*> root-cause code off the maintained incident-causes list and the
*> fix in words. Each step is a new row on the register carrying the
*> signed-on operator and the opening stamp, so the history and the
*> time to resolve stay on file.
WorkIncidents.
       perform LoadIncidents
       move 0 to wsIncOpenCount
       perform varying wsIncIdx from 1 by 1
               until wsIncIdx > wsIncCount
           move wsIncLast(wsIncIdx) to IncidentLine
           if IncStatus not = "RESOLVED"
               add 1 to wsIncOpenCount
               display IncId " " IncStatus " opened " IncOpened " "
                   IncSource " " function trim(IncProgram) " "
                   function trim(IncFeed)
               display "    " function trim(IncNote)
           end-if
       end-perform
       if wsIncOpenCount = 0
           display "No unresolved incidents."
           exit paragraph
       end-if

       display "Incident id (blank to return): " with no advancing
       move spaces to wsIncPick
       accept wsIncPick from console
       if wsIncPick = spaces
           exit paragraph
       end-if
       move 0 to wsIncFound
       perform varying wsIncIdx from 1 by 1
               until wsIncIdx > wsIncCount or wsIncFound > 0
           if wsIncLast(wsIncIdx)(1:14) = wsIncPick
                   and wsIncLast(wsIncIdx)(16:8) not = "RESOLVED"
               move wsIncIdx to wsIncFound
           end-if
       end-perform
       if wsIncFound = 0
           display "No unresolved incident " function trim(wsIncPick)
               "."
           exit paragraph
       end-if

       display "I) investigating  R) resolve  (blank to return): "
           with no advancing
       move spaces to wsIncAction
       accept wsIncAction from console
       move function upper-case(wsIncAction) to wsIncAction
       evaluate wsIncAction
           when "I"
               display "Note: " with no advancing
               move spaces to wsIncNoteText
               accept wsIncNoteText from console
               if wsIncNoteText = spaces
                   move "under investigation" to wsIncNoteText
               end-if
               move wsIncLast(wsIncFound) to IncidentLine
               move "INVESTIGATING" to IncStatus
               move spaces to IncCause
               perform AppendIncidentRow
           when "R"
               perform ResolveIncident
           when other
               continue
       end-evaluate.

ResolveIncident.
       perform LoadCauses
       if wsCauseCount = 0
           display "No incident-causes list on file - cannot resolve."
           exit paragraph
       end-if
       perform varying wsCauseIdx from 1 by 1
               until wsCauseIdx > wsCauseCount
           display "  " wsCauseCode(wsCauseIdx) " "
               function trim(wsCauseText(wsCauseIdx))
       end-perform
       display "Root-cause code: " with no advancing
       move spaces to wsIncCauseCode
       accept wsIncCauseCode from console
       move function upper-case(wsIncCauseCode) to wsIncCauseCode
       move "n" to wsCauseOk
       perform varying wsCauseIdx from 1 by 1
               until wsCauseIdx > wsCauseCount
           if wsCauseCode(wsCauseIdx) = wsIncCauseCode
               move "y" to wsCauseOk
           end-if
       end-perform
       if wsCauseOk not = "y"
           display "Not a code on the incident-causes list -"
               " incident left as it was."
           exit paragraph
       end-if
       display "Fix applied: " with no advancing
       move spaces to wsIncNoteText
       accept wsIncNoteText from console
       if wsIncNoteText = spaces
           display "A resolution needs the fix described -"
               " incident left as it was."
           exit paragraph
       end-if
       move wsIncLast(wsIncFound) to IncidentLine
       move "RESOLVED" to IncStatus
       move wsIncCauseCode to IncCause
       perform AppendIncidentRow.

*> The next row for the incident in IncidentLine: stamped now, by the
*> signed-on operator, with wsIncNoteText as its note.
AppendIncidentRow.
       perform StampNow
       move wsStampWork to IncStamp
       move wsOperatorId to IncOperator
       move wsIncNoteText to IncNote
       open extend IncidentFile
       if wsIncidentStatus not = "00"
           open output IncidentFile
       end-if
       write IncidentLine
       close IncidentFile
       display "Incident " function trim(IncId) " now "
           function trim(IncStatus) ".".

LoadCauses.
       move 0 to wsCauseCount
       open input CauseFile
       if wsCauseStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read CauseFile
               at end exit perform
           end-read
           move spaces to wsCauseTok1
           move spaces to wsCauseTok2
           move 1 to wsCausePtr
           unstring CauseLine delimited by all spaces
               into wsCauseTok1 wsCauseTok2
               with pointer wsCausePtr
           end-unstring
           if wsCauseTok1 = "CAUSE" and wsCauseTok2 not = spaces
                   and wsCauseCount < 20
               add 1 to wsCauseCount
               move wsCauseTok2 to wsCauseCode(wsCauseCount)
               if wsCausePtr <= 100
                   move CauseLine(wsCausePtr:)
                       to wsCauseText(wsCauseCount)
               end-if
           end-if
       end-perform
       close CauseFile.

*> Worklist items nobody has closed, and how many nobody owns.
SummarizeWorklist.
       perform LoadWorklist
       move 0 to wsWlOpenCount
       move 0 to wsWlUnclaimed
       perform varying wsWlIdx from 1 by 1
               until wsWlIdx > wsWlCount
           if wsWlLast(wsWlIdx)(16:8) not = "CLOSED"
               add 1 to wsWlOpenCount
               if wsWlLast(wsWlIdx)(58:12) = spaces
                   add 1 to wsWlUnclaimed
               end-if
           end-if
       end-perform
       if wsWlOpenCount > 0
           move wsWlOpenCount to wsWlOpenDisplay
           move wsWlUnclaimed to wsWlUnclaimedDisplay
           display "*** " function trim(wsWlOpenDisplay)
               " exception(s) on the worklist, "
               function trim(wsWlUnclaimedDisplay)
               " unclaimed - option W ***"
       end-if.

*> Each item's standing: the worklist is append-only, so a later row
*> for an id replaces what an earlier one said.
LoadWorklist.
       move 0 to wsWlCount
       open input WorklistFile
       if wsWorklistStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read WorklistFile
               at end exit perform
           end-read
           if WlId(1:2) = "EX"
               move 0 to wsWlFound
               perform varying wsWlIdx from wsWlCount by -1
                       until wsWlIdx < 1 or wsWlFound > 0
                   if wsWlLast(wsWlIdx)(1:14) = WlId
                       move wsWlIdx to wsWlFound
                   end-if
               end-perform
               if wsWlFound = 0 and wsWlCount < wsMaxWlItems
                   add 1 to wsWlCount
                   move wsWlCount to wsWlFound
               end-if
               if wsWlFound > 0
                   move WorklistLine to wsWlLast(wsWlFound)
               end-if
           end-if
       end-perform
       close WorklistFile.

*> The exceptions worklist driver/worklist.cob gathers from the
*> morning's sources: lists what is still open - HIGH first, then
*> MED, then LOW, narrowed by source and day directory if asked -
*> and moves one item on: claimed by the signed-on operator, a note
*> added, or closed with what fixed it. An item another operator has
*> claimed is theirs to close; claiming it over them is asked about
*> first. Each step is a new row carrying the operator and the
*> opening stamp, so the item's history stays on file; items the
*> source shows fixed are closed by the builder itself.
WorkWorklist.
       perform LoadWorklist
       display "Source filter (REJECT, ANOMALY, INVARIANT, CONFIRM,"
       display "  CUSTODY, BALANCE, QUARANTINE; blank for all): "
           with no advancing
       move spaces to wsWlSourceFilter
       accept wsWlSourceFilter from console
       move function upper-case(wsWlSourceFilter) to wsWlSourceFilter
       display "Day directory filter (blank for all): "
           with no advancing
       move spaces to wsWlFeedFilter
       accept wsWlFeedFilter from console

       move 0 to wsWlOpenCount
       move 0 to wsWlShown
       move "HIGH" to wsWlSeverity
       perform ListWorklistSeverity
       move "MED" to wsWlSeverity
       perform ListWorklistSeverity
       move "LOW" to wsWlSeverity
       perform ListWorklistSeverity
       if wsWlOpenCount = 0
           display "No open worklist items."
           exit paragraph
       end-if
       if wsWlOpenCount > wsWlShown
           compute wsWlOpenDisplay = wsWlOpenCount - wsWlShown
           display "... and " function trim(wsWlOpenDisplay)
               " more - narrow the filters to see them."
       end-if

       display "Item id (blank to return): " with no advancing
       move spaces to wsWlPick
       accept wsWlPick from console
       if wsWlPick = spaces
           exit paragraph
       end-if
       move function upper-case(wsWlPick) to wsWlPick
       move 0 to wsWlFound
       perform varying wsWlIdx from 1 by 1
               until wsWlIdx > wsWlCount or wsWlFound > 0
           if wsWlLast(wsWlIdx)(1:14) = wsWlPick
                   and wsWlLast(wsWlIdx)(16:8) not = "CLOSED"
               move wsWlIdx to wsWlFound
           end-if
       end-perform
       if wsWlFound = 0
           display "No open worklist item " function trim(wsWlPick)
               "."
           exit paragraph
       end-if
       move wsWlLast(wsWlFound) to WorklistLine

       display "C) claim  N) add a note  X) close  (blank to return): "
           with no advancing
       move spaces to wsWlAction
       accept wsWlAction from console
       move function upper-case(wsWlAction) to wsWlAction
       evaluate wsWlAction
           when "C"
               perform ClaimWorklistItem
           when "N"
               display "Note: " with no advancing
               move spaces to wsWlNoteText
               accept wsWlNoteText from console
               if wsWlNoteText = spaces
                   display "Nothing noted - item left as it was."
                   exit paragraph
               end-if
               perform AppendWorklistRow
           when "X"
               perform CloseWorklistItem
           when other
               continue
       end-evaluate.

*> The open items of one severity that pass the filters, up to the
*> screenful; the rest are counted.
ListWorklistSeverity.
       perform varying wsWlIdx from 1 by 1
               until wsWlIdx > wsWlCount
           move wsWlLast(wsWlIdx) to WorklistLine
           if WlStatus not = "CLOSED" and WlSeverity = wsWlSeverity
                   and (wsWlSourceFilter = spaces
                   or WlSource = wsWlSourceFilter)
                   and (wsWlFeedFilter = spaces
                   or WlFeed = wsWlFeedFilter)
               add 1 to wsWlOpenCount
               if wsWlShown < 40
                   add 1 to wsWlShown
                   display WlId " " WlStatus " " WlSeverity " "
                       WlSource " " WlFeed " " function trim(WlProgram)
                       " " WlDate " " function trim(WlOwner)
                   display "    " function trim(WlDesc)
                   if WlNote not = spaces
                       display "    note: " function trim(WlNote)
                   end-if
               end-if
           end-if
       end-perform.

ClaimWorklistItem.
       if WlOwner = wsOperatorId
           display "Already claimed by you."
           exit paragraph
       end-if
       if WlOwner not = spaces
           display "Claimed by " function trim(WlOwner)
               " - take it over? (Y/N): " with no advancing
           move spaces to wsConfirm
           accept wsConfirm from console
           if wsConfirm not = "Y" and wsConfirm not = "y"
               exit paragraph
           end-if
       end-if
       display "Claim note (optional): " with no advancing
       move spaces to wsWlNoteText
       accept wsWlNoteText from console
       if wsWlNoteText = spaces
           move "claimed" to wsWlNoteText
       end-if
       move "CLAIMED" to WlStatus
       move wsOperatorId to WlOwner
       perform AppendWorklistRow.

CloseWorklistItem.
       if WlOwner not = spaces and WlOwner not = wsOperatorId
           display "Claimed by " function trim(WlOwner)
               " - only the owner closes it; claim it first."
           exit paragraph
       end-if
       display "What fixed it: " with no advancing
       move spaces to wsWlNoteText
       accept wsWlNoteText from console
       if wsWlNoteText = spaces
           display "A close needs the fix described -"
               " item left as it was."
           exit paragraph
       end-if
       move "CLOSED" to WlStatus
       perform AppendWorklistRow.

*> The next row for the item in WorklistLine: stamped now, by the
*> signed-on operator, with wsWlNoteText as its note.
AppendWorklistRow.
       perform StampNow
       move wsStampWork to WlStamp
       move wsOperatorId to WlOperator
       move wsWlNoteText to WlNote
       open extend WorklistFile
       if wsWorklistStatus not = "00"
           open output WorklistFile
       end-if
       write WorklistLine
       close WorklistFile
       display "Worklist item " function trim(WlId) " now "
           function trim(WlStatus) ".".

*> The publication gate as the morning sees it: for a business date,
*> every job's posted result the gate (AOC2024PUBCHECK) would hold
*> back from outbound, with the codes holding it, and those already
*> force-released. An ADMIN may force-release a held result with a
*> reason: the row on publication-releases is the journal of who
*> overrode which holds and why, and outbound sends the result as
*> long as no new hold has arisen since.
ReviewPublicationHolds.
       display "Business date (YYYYMMDD, blank for today's): "
           with no advancing
       move spaces to wsPubDate
       accept wsPubDate from console
       if wsPubDate = spaces
           call "AOC2024BDATE" using wsPubDate
       end-if

       move 0 to wsBoardCount
       move "n" to wsRegistryEof
       move 0 to wsRegistryRead
       call "AOC2024YEAR" using wsProcYear
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "No job-registry on file."
           exit paragraph
       end-if
       perform ReadBoardRegistryLoop
       close RegistryFile

       open input ResultsMaster
       if wsMasterStatus not = "00"
           display "No results-master on file - run"
               " driver/resmaster to build it."
           exit paragraph
       end-if
       move spaces to wsPubProgram
       call "AOC2024PUBCHECK" using wsPubProgram wsPubDate
           wsPubVerdict wsPubReason
       display " "
       display "===== Publication gate - " wsPubDate " ====="
       if wsPubVerdict = "UNSIGNED"
           display "No cycle for the date is signed off yet (option F)."
       end-if
       move 0 to wsPubHeldCount
       move 0 to wsPubSendCount
       perform varying bj from 1 by 1 until bj > wsBoardCount
           if wsBjState(bj) not = "DISABLED"
               move wsBjProgram(bj) to RmProgram
               move wsPubDate to RmDate
               read ResultsMaster
                   invalid key
                       continue
                   not invalid key
                       perform ShowPublicationVerdict
               end-read
           end-if
       end-perform
       close ResultsMaster
       display wsPubSendCount " result(s) will be sent, "
           wsPubHeldCount " held."
       if wsPubHeldCount = 0
           exit paragraph
       end-if
       if not wsRoleAdmin
           display "An ADMIN may force-release a held result."
           exit paragraph
       end-if

       display "Force-release which program (blank to return): "
           with no advancing
       move spaces to wsPubProgram
       accept wsPubProgram from console
       if wsPubProgram = spaces
           exit paragraph
       end-if
       move function upper-case(wsPubProgram) to wsPubProgram
       call "AOC2024PUBCHECK" using wsPubProgram wsPubDate
           wsPubVerdict wsPubReason
       if wsPubVerdict not = "HELD"
           display function trim(wsPubProgram) " is not held for "
               wsPubDate " - nothing to release."
           exit paragraph
       end-if
       display "Releasing over: " function trim(wsPubReason)
       display "Reason for the release: " with no advancing
       move spaces to wsPubNote
       accept wsPubNote from console
       if wsPubNote = spaces
           display "A force-release needs its reason - result"
               " left held."
           exit paragraph
       end-if

       open extend PubReleaseFile
       if wsPubReleaseStatus not = "00"
           open output PubReleaseFile
       end-if
       move spaces to PubReleaseLine
       move wsPubDate to PrDate
       move wsPubProgram to PrProgram
       move wsOperatorId to PrOperator
       perform StampNow
       move wsStampWork to PrStamp
       move wsPubReason to PrHeldFor
       move wsPubNote to PrReason
       write PubReleaseLine
       close PubReleaseFile
       display function trim(wsPubProgram) " " wsPubDate
           " force-released by " function trim(wsOperatorId)
           " - outbound will send it.".

ShowPublicationVerdict.
       move wsBjProgram(bj) to wsPubProgram
       call "AOC2024PUBCHECK" using wsPubProgram wsPubDate
           wsPubVerdict wsPubReason
       if wsPubVerdict = "HELD"
           add 1 to wsPubHeldCount
           display wsPubProgram " HELD     " function trim(wsPubReason)
               " <<"
       else
           add 1 to wsPubSendCount
           if wsPubVerdict = "FORCED"
               display wsPubProgram " FORCED   over "
                   function trim(wsPubReason)
           end-if
       end-if.

*> The runbook screen: the entry for a program and return code -
*> typed as the program/rc pointer the failed-step alert and the
*> status board give, or a program-id alone - shown in full with its
*> lines numbered. An ADMIN may maintain the entry from here: set
*> its RESTART, CONTACT or ESCALATE line, add or delete a line, open
*> an entry of the program's own, or remove one - every change
*> journaled to runbook-journal, like the operators and parameters
*> files' changes.
ShowRunbook.
       perform LoadRunbook
       display "Program/rc as the alert gives it, or a program-id"
           " (blank to return): " with no advancing
       accept wsRbPick from console
       if wsRbPick = spaces
           exit paragraph
       end-if
       move function upper-case(wsRbPick) to wsRbPick
       move spaces to wsRbProgram
       move spaces to wsRbRc
       unstring wsRbPick delimited by "/" or all spaces
           into wsRbProgram wsRbRc
       end-unstring
       call "AOC2024RUNBOOK" using wsRbProgram wsRbRc wsRbEntryKey
       perform FindRunbookEntry
       if wsRbFirst = 0
           display "No runbook entry covers "
               function trim(wsRbPick) "."
       else
           perform DisplayRunbookEntry
       end-if
       if not wsRoleAdmin
           exit paragraph
       end-if
       perform CheckChangeFreeze
       if wsFreezeGo not = "y"
           exit paragraph
       end-if

       display "s) Set RESTART/CONTACT/ESCALATE  a) Add a STEP"
           "  d) Delete a line  n) New entry  x) Remove entry"
           "  (anything else returns): " with no advancing
       accept wsRbAction from console
       move "n" to wsRbChanged
       move spaces to wsRbJournalDetail
       evaluate wsRbAction
           when "s" when "S"
               perform RunbookSetLine
           when "a" when "A"
               perform RunbookAddStep
           when "d" when "D"
               perform RunbookDeleteLine
           when "n" when "N"
               perform RunbookNewEntry
           when "x" when "X"
               perform RunbookRemoveEntry
           when other
               exit paragraph
       end-evaluate
       if wsRbChanged = "y"
           perform ConfirmFreezeOverride
           if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
               exit paragraph
           end-if
           perform RewriteRunbook
           perform WriteRunbookJournal
           display "Runbook updated."
       end-if.

LoadRunbook.
       move 0 to wsRbLineCount
       open input RunbookFile
       if wsRunbookStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read RunbookFile
               at end exit perform
           end-read
           if wsRbLineCount < wsMaxRbLines
               add 1 to wsRbLineCount
               move RunbookLine to wsRbLineT(wsRbLineCount)
           end-if
       end-perform
       close RunbookFile.

*> Finds the entry named by wsRbEntryKey: its RUNBOOK line, and its
*> last line that is not a comment before the next entry starts.
FindRunbookEntry.
       move 0 to wsRbFirst
       move 0 to wsRbLast
       if wsRbEntryKey = spaces
           exit paragraph
       end-if
       perform varying wsRbIdx from 1 by 1
               until wsRbIdx > wsRbLineCount
           perform SplitRunbookLine
           if wsRbTok1 = "RUNBOOK"
               if wsRbFirst > 0
                   exit perform
               end-if
               if wsRbLineKey = wsRbEntryKey
                   move wsRbIdx to wsRbFirst
                   move wsRbIdx to wsRbLast
               end-if
           else
               if wsRbFirst > 0 and wsRbLineT(wsRbIdx)(1:1) not = "*"
                       and wsRbLineT(wsRbIdx) not = spaces
                   move wsRbIdx to wsRbLast
               end-if
           end-if
       end-perform.

*> The keyword of table line wsRbIdx and, for a RUNBOOK line, the
*> program/rc key it opens.
SplitRunbookLine.
       move spaces to wsRbTok1
       move spaces to wsRbTok2
       move spaces to wsRbTok3
       move spaces to wsRbLineKey
       unstring wsRbLineT(wsRbIdx) delimited by all spaces
           into wsRbTok1 wsRbTok2 wsRbTok3
       end-unstring
       if wsRbTok1 = "RUNBOOK"
           if wsRbTok3 = spaces
               move "*" to wsRbTok3
           end-if
           string
               function trim(wsRbTok2) delimited by size
               "/" delimited by size
               function trim(wsRbTok3) delimited by size
               into wsRbLineKey
           end-string
       end-if.

DisplayRunbookEntry.
       display " "
       display "===== Runbook " function trim(wsRbEntryKey) " ====="
       perform varying wsRbIdx from wsRbFirst by 1
               until wsRbIdx > wsRbLast
           if wsRbLineT(wsRbIdx)(1:1) not = "*"
               move wsRbIdx to wsRbLineNo
               display wsRbLineNo ") " function trim(wsRbLineT(wsRbIdx))
           end-if
       end-perform.

*> RESTART, CONTACT and ESCALATE are one line each: an entry that
*> has one has it replaced, one that has not gets it added at the
*> end. RESTART must open with SAFE, CLEAR or HOLD.
RunbookSetLine.
       if wsRbFirst = 0
           display "No entry to change - open one with n."
           exit paragraph
       end-if
       display "Line (RESTART/CONTACT/ESCALATE): " with no advancing
       accept wsRbKeyword from console
       move function upper-case(wsRbKeyword) to wsRbKeyword
       if wsRbKeyword not = "RESTART" and wsRbKeyword not = "CONTACT"
               and wsRbKeyword not = "ESCALATE"
           display "Must be RESTART, CONTACT or ESCALATE."
           exit paragraph
       end-if
       display "Text: " with no advancing
       accept wsRbText from console
       if wsRbText = spaces
           display "Nothing changed."
           exit paragraph
       end-if
       if wsRbKeyword = "RESTART"
           move spaces to wsRbTok1
           unstring wsRbText delimited by all spaces into wsRbTok1
           end-unstring
           move function upper-case(wsRbTok1) to wsRbTok1
           if wsRbTok1 not = "SAFE" and wsRbTok1 not = "CLEAR"
                   and wsRbTok1 not = "HOLD"
               display "RESTART must open with SAFE, CLEAR or HOLD."
               exit paragraph
           end-if
       end-if
       move spaces to wsRbNewLine
       string
           function trim(wsRbKeyword) delimited by size
           " " delimited by size
           function trim(wsRbText) delimited by size
           into wsRbNewLine
       end-string

       move 0 to wsRbFound
       perform varying wsRbIdx from wsRbFirst by 1
               until wsRbIdx > wsRbLast or wsRbFound > 0
           perform SplitRunbookLine
           if wsRbTok1 = wsRbKeyword
               move wsRbIdx to wsRbFound
           end-if
       end-perform
       if wsRbFound > 0
           move wsRbLineT(wsRbFound) to wsRbOldLine
           move wsRbNewLine to wsRbLineT(wsRbFound)
           move "y" to wsRbChanged
       else
           move spaces to wsRbOldLine
           compute wsRbIdx = wsRbLast + 1
           perform InsertRunbookLine
       end-if
       string
           function trim(wsRbEntryKey) delimited by size
           " SET " delimited by size
           function trim(wsRbKeyword) delimited by size
           " old=" delimited by size
           function trim(wsRbOldLine) delimited by size
           " new=" delimited by size
           function trim(wsRbNewLine) delimited by size
           into wsRbJournalDetail
       end-string.

*> A STEP goes in after the entry's last STEP line (after its last
*> line when it has none yet) - steps are done in the order they
*> are listed.
RunbookAddStep.
       if wsRbFirst = 0
           display "No entry to change - open one with n."
           exit paragraph
       end-if
       display "Recovery step: " with no advancing
       accept wsRbText from console
       if wsRbText = spaces
           display "Nothing changed."
           exit paragraph
       end-if
       move spaces to wsRbNewLine
       string
           "STEP " delimited by size
           function trim(wsRbText) delimited by size
           into wsRbNewLine
       end-string
       move wsRbLast to wsRbFound
       perform varying wsRbIdx from wsRbFirst by 1
               until wsRbIdx > wsRbLast
           perform SplitRunbookLine
           if wsRbTok1 = "STEP"
               move wsRbIdx to wsRbFound
           end-if
       end-perform
       compute wsRbIdx = wsRbFound + 1
       perform InsertRunbookLine
       string
           function trim(wsRbEntryKey) delimited by size
           " ADD " delimited by size
           function trim(wsRbNewLine) delimited by size
           into wsRbJournalDetail
       end-string.

RunbookDeleteLine.
       if wsRbFirst = 0
           display "No entry to change - open one with n."
           exit paragraph
       end-if
       display "Line number to delete: " with no advancing
       accept wsPickInput from console
       if wsPickInput = spaces
           display "Nothing changed."
           exit paragraph
       end-if
       move function numval(wsPickInput) to wsRbIdx
       if wsRbIdx <= wsRbFirst or wsRbIdx > wsRbLast
               or wsRbLineT(wsRbIdx)(1:1) = "*"
           display "Not a line of this entry (x removes the whole"
               " entry)."
           exit paragraph
       end-if
       move wsRbLineT(wsRbIdx) to wsRbOldLine
       perform DeleteRunbookLineAt
       move "y" to wsRbChanged
       string
           function trim(wsRbEntryKey) delimited by size
           " DELETE " delimited by size
           function trim(wsRbOldLine) delimited by size
           into wsRbJournalDetail
       end-string.

*> Opens an entry for exactly the program and return code typed -
*> the one a more general entry was standing in for - at the end of
*> the file; its lines are added from this screen.
RunbookNewEntry.
       if wsRbProgram = spaces
           exit paragraph
       end-if
       if wsRbRc = spaces
           move "*" to wsRbRc
       end-if
       move spaces to wsRbEntryKey
       string
           function trim(wsRbProgram) delimited by size
           "/" delimited by size
           function trim(wsRbRc) delimited by size
           into wsRbEntryKey
       end-string
       perform FindRunbookEntry
       if wsRbFirst > 0
           display "Runbook " function trim(wsRbEntryKey)
               " is already on file."
           exit paragraph
       end-if
       move spaces to wsRbNewLine
       string
           "RUNBOOK " delimited by size
           function trim(wsRbProgram) delimited by size
           " " delimited by size
           function trim(wsRbRc) delimited by size
           into wsRbNewLine
       end-string
       compute wsRbIdx = wsRbLineCount + 1
       perform InsertRunbookLine
       string
           function trim(wsRbEntryKey) delimited by size
           " NEW" delimited by size
           into wsRbJournalDetail
       end-string.

RunbookRemoveEntry.
       if wsRbFirst = 0
           display "No entry to remove."
           exit paragraph
       end-if
       display "Remove runbook " function trim(wsRbEntryKey)
           " and all its lines (y/n)? " with no advancing
       accept wsConfirm from console
       if wsConfirm not = "y" and wsConfirm not = "Y"
           display "Nothing changed."
           exit paragraph
       end-if
       move wsRbFirst to wsRbIdx
       perform varying wsRbFound from wsRbFirst by 1
               until wsRbFound > wsRbLast
           perform DeleteRunbookLineAt
       end-perform
       move "y" to wsRbChanged
       string
           function trim(wsRbEntryKey) delimited by size
           " REMOVE" delimited by size
           into wsRbJournalDetail
       end-string.

*> Puts wsRbNewLine in at table line wsRbIdx, moving the rest down.
InsertRunbookLine.
       if wsRbLineCount >= wsMaxRbLines
           display "Runbook file is full."
           exit paragraph
       end-if
       perform varying wsRbMove from wsRbLineCount by -1
               until wsRbMove < wsRbIdx
           move wsRbLineT(wsRbMove) to wsRbLineT(wsRbMove + 1)
       end-perform
       add 1 to wsRbLineCount
       move wsRbNewLine to wsRbLineT(wsRbIdx)
       move "y" to wsRbChanged.

*> Takes table line wsRbIdx out, moving the rest up.
DeleteRunbookLineAt.
       perform varying wsRbMove from wsRbIdx by 1
               until wsRbMove >= wsRbLineCount
           move wsRbLineT(wsRbMove + 1) to wsRbLineT(wsRbMove)
       end-perform
       subtract 1 from wsRbLineCount.

RewriteRunbook.
       open output RunbookFile
       perform varying wsRbIdx from 1 by 1
               until wsRbIdx > wsRbLineCount
           move wsRbLineT(wsRbIdx) to RunbookLine
           write RunbookLine
       end-perform
       close RunbookFile.

WriteRunbookJournal.
       open extend RunbookJournal
       if wsRbJournalStatus not = "00"
           open output RunbookJournal
       end-if
       move spaces to RbJournalLine
       move 1 to wsJournalPtr
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           function current-date(11:2) delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           " " delimited by size
           wsOperatorId delimited by size
           " " delimited by size
           function trim(wsRbJournalDetail) delimited by size
           into RbJournalLine
           with pointer wsJournalPtr
       end-string
       if wsFreezeVerdict = "O"
           string
               " override=" delimited by size
               function trim(wsFreezeOverride) delimited by size
               into RbJournalLine
               with pointer wsJournalPtr
           end-string
       end-if
       write RbJournalLine
       close RunbookJournal.

*> Lists every alert on the feed and offers to clear it once the
*> operator has dealt with them; monitoring keeps its own copy, so
*> Reads and validates the operator's menu choice, re-prompting on
*> anything but a listed option rather than treating a typo as an
*> implicit exit.
*> A choice typed after the menu has sat longer than the idle limit
*> is not acted on: the console signs the old session off and asks
*> for a fresh sign-on, so an unattended console cannot be used
*> under the last operator's identity.
ReadChoice.
       perform NowToSeconds
       move wsNowSeconds to wsMenuShownSeconds
       accept wsChoice from console
       if not wsChoiceValid
           display "Please enter 1-9, P, S, R, J, C, T, Q, A, O,"
               " K, F, N, G, I, B, W, H, L, V, or U."
           move " " to wsChoice
       end-if
       if wsIdleMinutes = 0
           exit paragraph
       end-if
       perform NowToSeconds
       compute wsIdleSeconds = wsNowSeconds - wsMenuShownSeconds
       if wsIdleSeconds > wsIdleMinutes * 60
           move wsIdleSeconds to wsIdleDisplay
           move wsIdleMinutes to wsIdleMinDisplay
           display "Console idle more than "
               function trim(wsIdleMinDisplay)
               " minute(s) - " function trim(wsOperatorId)
               " signed off."
           move wsOperatorId to wsSecOperator
           move "IDLEOFF" to wsSecEvent
           move spaces to wsSecDetail
           string
               "console signed off after " delimited by size
               function trim(wsIdleDisplay) delimited by size
               " seconds idle" delimited by size
               into wsSecDetail
           end-string
           perform WriteSecurityEvent
           move " " to wsChoice
           perform OperatorSignOn
       end-if.

*> The maintenance screen for the central parameter file every
       end-perform
       close ParamMaint

       *> inside a change freeze the change needs an emergency-
       *> override reason before anything else is asked for
       move spaces to wsFreezeOverride
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       if wsFreezeVerdict not = "C"
           display "Change freeze in force: "
               function trim(wsFreezeReason)
           display "Emergency override reason (blank to return): "
               with no advancing
           accept wsFreezeOverride from console
           if wsFreezeOverride = spaces
               display "Nothing changed."
               exit paragraph
           end-if
       end-if

       display "Key to set (blank to return): " with no advancing
       accept wsParamKeyIn from console
       if wsParamKeyIn = spaces
           display "Not a date - nothing changed."
           exit paragraph
       end-if
       perform CheckParamDictionary
       if wsParamDictVerdict = "U" or wsParamDictVerdict = "B"
               or wsParamDictVerdict = "M"
           exit paragraph
       end-if
       display "Change note: " with no advancing
       accept wsParamNote from console

               function trim(wsParamValueIn) delimited by size
               into wsParamLineT(wsParamLineCount)
           end-string
           perform ConfirmFreezeOverride
           if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
               exit paragraph
           end-if
           open output ParamMaint
           perform varying wsParamIdx from 1 by 1
                   until wsParamIdx > wsParamLineCount
           end-string
       end-if

       perform ConfirmFreezeOverride
       if wsFreezeVerdict = "R" or wsFreezeVerdict = "N"
           exit paragraph
       end-if
       open output ParamMaint
       perform varying wsParamIdx from 1 by 1
               until wsParamIdx > wsParamLineCount
       display "Parameter recorded - takes effect from each"
           " program's next run.".

*> The parameter dictionary vets the change before anything is
*> written: a key it does not list, or a value outside the key's type
*> or range, is refused, and a key that feeds month-end figures only
*> changes from the first of a month - immediately on a business date
*> that is the 1st, otherwise as a scheduled change dated YYYYMM01.
*> The verdict comes back as the dictionary's V/U/B/N, or M for a
*> mid-month change refused here.
CheckParamDictionary.
       move wsParamValueIn to wsParamDictValue
       call "AOC2024PARMDICT" using wsParamKeyIn wsParamDictValue
           wsParamDictVerdict wsParamDictDefault wsParamDictMidMonth
           wsParamDictReason
       if wsParamDictVerdict = "U"
           display "Refused - " function trim(wsParamKeyIn)
               " is not in the parameter dictionary; add it there"
               " first. Nothing changed."
           exit paragraph
       end-if
       if wsParamDictVerdict = "B"
           display "Refused - " function trim(wsParamValueIn)
               " for " function trim(wsParamKeyIn) ": "
               function trim(wsParamDictReason) ". Nothing changed."
           exit paragraph
       end-if
       if wsParamDictMidMonth not = "N"
           exit paragraph
       end-if
       if wsParamEffDate = spaces
           call "AOC2024BDATE" using wsParamBusDate
           if wsParamBusDate(7:2) not = "01"
               move "M" to wsParamDictVerdict
               display "Refused - " function trim(wsParamKeyIn)
                   " may not change mid-month; schedule it from the"
                   " first of a month (YYYYMM01). Nothing changed."
           end-if
           exit paragraph
       end-if
       if wsParamEffDate(7:2) not = "01"
           move "M" to wsParamDictVerdict
           display "Refused - " function trim(wsParamKeyIn)
               " may only take effect on the first of a month"
               " (YYYYMM01). Nothing changed."
       end-if.

*> Asked by a maintenance screen before it takes a change: inside a
*> change freeze the change needs an emergency-override reason, into
*> wsFreezeOverride, before anything else is asked for; wsFreezeGo
*> says whether to go on.
CheckChangeFreeze.
       move "y" to wsFreezeGo
       move spaces to wsFreezeOverride
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       if wsFreezeVerdict not = "C"
           display "Change freeze in force: "
               function trim(wsFreezeReason)
           display "Emergency override reason (blank to return): "
               with no advancing
           accept wsFreezeOverride from console
           if wsFreezeOverride = spaces
               display "Nothing changed."
               move "n" to wsFreezeGo
           end-if
       end-if.

*> The freeze override is recorded only when the change is about to
*> be written - asking again with the reason raises the alert.
ConfirmFreezeOverride.
       if wsFreezeOverride = spaces
           move "C" to wsFreezeVerdict
           exit paragraph
       end-if
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       if wsFreezeVerdict = "N"
           display "A freeze override needs the ADMIN role -"
               " nothing changed."
       end-if.

*> One stamped journal row per parameter change: key, the value in
*> force before, the new value, when it takes effect, who, and why -
*> and the emergency-override reason of a change made in a freeze.
WriteParamJournal.
       open extend ParamJournal
       if wsParamJournalStatus not = "00"
           move wsParamEffDate to wsParamEffText
       end-if
       move spaces to ParamJournalLine
       move 1 to wsParamJournalPtr
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           " note=" delimited by size
           function trim(wsParamNote) delimited by size
           into ParamJournalLine
           with pointer wsParamJournalPtr
       end-string
       if wsFreezeVerdict = "O"
           string
               " override=" delimited by size
               function trim(wsFreezeOverride) delimited by size
               into ParamJournalLine
               with pointer wsParamJournalPtr
           end-string
       end-if
       write ParamJournalLine
       close ParamJournal.

       display "Queued - driver/queuerun executes it after the"
           " nightly cycle and marks the row DONE or FAIL.".

*> Asks for an offloaded archive drop back. Housekeeping's offload
*> puts aged drops out of reach of rerun, reproduction and the
*> parallel harness; this lands a REQUESTED row on the
*> recall-register with the signed-on operator, and the overnight
*> recall step (driver/recall.cob) restores the drop into the day
*> directory's recall/ area, checks it against the archive catalog
*> and keeps it there for the days asked for. A drop still in
*> archive/, not in any offload, or already asked for is refused.
RequestArchiveRecall.
       display "Day directory (e.g. day03): " with no advancing
       accept wsDayInput from console
       display "Offloaded drop filename (as listed in the archive"
           " catalog): " with no advancing
       accept wsQueueDrop from console
       if wsDayInput = spaces or wsQueueDrop = spaces
           display "Nothing requested."
           exit paragraph
       end-if

       move spaces to wsReadyCmd
       string
           "ls -1 " delimited by size
           wsDayInput delimited by space
           "/archive/" delimited by size
           wsQueueDrop delimited by space
           " 2>/dev/null > .menu-candidate" delimited by size
           into wsReadyCmd
       end-string
       perform ProbeRecallCandidate
       if ReadyCandidateLine not = spaces
           display function trim(wsQueueDrop) " is still in "
               function trim(wsDayInput) "/archive - no recall needed."
           exit paragraph
       end-if
       move spaces to wsReadyCmd
       string
           "ls -1d " delimited by size
           wsDayInput delimited by space
           "/archive-offload-*/" delimited by size
           wsQueueDrop delimited by space
           " 2>/dev/null | sort | tail -1 > .menu-candidate"
               delimited by size
           into wsReadyCmd
       end-string
       perform ProbeRecallCandidate
       if ReadyCandidateLine = spaces
           display "No offload of " function trim(wsDayInput) "/"
               function trim(wsQueueDrop) " found - nothing requested."
           exit paragraph
       end-if

       move spaces to wsRecallOpen
       move spaces to wsRecallOpenUntil
       move "n" to wsEof
       open input RecallRegister
       if wsRecallStatus = "00"
           perform until wsEof = "y"
               read RecallRegister
                   at end move "y" to wsEof
                   not at end
                       if RcDir = wsDayInput and RcDrop = wsQueueDrop
                           move spaces to wsRecallOpen
                           if RcStatus = "REQUESTED"
                                   or RcStatus = "RECALLED"
                               move RcStatus to wsRecallOpen
                               move RcUntil to wsRecallOpenUntil
                           end-if
                       end-if
               end-read
           end-perform
           close RecallRegister
       end-if
       if wsRecallOpen = "REQUESTED"
           display "Already requested - the recall step restores it"
               " after the next nightly cycle."
           exit paragraph
       end-if
       if wsRecallOpen = "RECALLED"
           display "Already in " function trim(wsDayInput)
               "/recall, visible through " wsRecallOpenUntil "."
           exit paragraph
       end-if

       move spaces to wsTuneValue
       accept wsTuneValue from environment "AOC2024RECALL_DAYS"
           on exception continue
       end-accept
       if wsTuneValue = spaces
           move "AOC2024RECALL_DAYS" to wsTuneKey
           call "AOC2024PARAM" using wsTuneKey wsTuneValue
       end-if
       move 7 to wsRecallDays
       if wsTuneValue not = spaces
           move function numval(wsTuneValue) to wsRecallDays
       end-if
       display "Business dates to keep it in recall/ (blank="
           wsRecallDays "): " with no advancing
       accept wsRecallDaysIn from console
       if wsRecallDaysIn not = spaces
           if function test-numval(wsRecallDaysIn) not = 0
               display "Not a number of days - nothing requested."
               exit paragraph
           end-if
           move function numval(wsRecallDaysIn) to wsRecallDays
       end-if
       if wsRecallDays < 1 or wsRecallDays > 90
           display "Keep it 1 to 90 business dates - nothing"
               " requested."
           exit paragraph
       end-if

       open extend RecallRegister
       if wsRecallStatus not = "00"
           open output RecallRegister
       end-if
       move spaces to RcLine
       string
           "L" delimited by size
           function current-date(1:14) delimited by size
           into RcId
       end-string
       move wsDayInput to RcDir
       move wsQueueDrop to RcDrop
       move wsOperatorId to RcOperator
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
           into RcRequested
       end-string
       move wsRecallDays to RcDays
       move "REQUESTED" to RcStatus
       write RcLine
       close RecallRegister

       move spaces to wsOpJournalDetail
       string
           "recall " delimited by size
           wsDayInput delimited by space
           "/" delimited by size
           wsQueueDrop delimited by space
           " for " delimited by size
           wsRecallDays delimited by size
           " day(s)" delimited by size
           into wsOpJournalDetail
       end-string
       perform WriteOperatorJournal
       display "Requested - driver/recall restores it after the"
           " nightly cycle; the archive catalog shows its status.".

ProbeRecallCandidate.
       call "SYSTEM" using wsReadyCmd
       move spaces to ReadyCandidateLine
       open input ReadyCandidate
       if wsReadyStatus = "00"
           read ReadyCandidate
               at end continue
           end-read
           close ReadyCandidate
       end-if
       call "SYSTEM" using "rm -f .menu-candidate".

*> The explicit operator override for the cycle lock run-all takes:
*> confirmation is demanded because clearing a live lock lets a
*> second cycle interleave with one still running.
       accept wsConfirm from console
       if wsConfirm = "y" or wsConfirm = "Y"
           call "SYSTEM" using "rm -f cycle-lock"
           move wsOperatorId to wsSecOperator
           move "LOCKCLR" to wsSecEvent
           move "cycle lock cleared from the console" to wsSecDetail
           perform WriteSecurityEvent
           display "Cycle lock cleared."
       else
           display "Lock left in place."
