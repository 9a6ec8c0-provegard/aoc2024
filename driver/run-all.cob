       select CycleLedger assign to 'cycle-ledger'
           organization is line sequential
           file status is wsCycleLedgerStatus.
       select ReleaseRegister assign to 'release-register'
           organization is line sequential
           file status is wsReleaseStatus.
       select WorkQueue assign to 'work-queue'
           organization is line sequential
           file status is wsQueueStatus.

data division.
file section.

*> The machine-readable progress feed the wallboard and the shift
*> leader read while the cycle runs: one CYCLE header, one UNIT row
*> per unit with its state and steps done, each followed by a STEP
*> row per step (program, directory, state, return code), the
*> post-cycle steps' STEP rows, and a PROJECTED line with the finish
*> time estimated from the measured durations. Rewritten whole on
*> every poll, so a reader always sees a consistent frame.
FD ProgressFile.
01 ProgressLine pic X(100).

copy "CycleLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==CycleLedger==.

*> The release register AOC2024RELEASE appends to: every build
*> promoted into production, by program-id and executable checksum.
*> A step whose executable is not on it is refused for the night.
copy "ReleaseRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReleaseRegister==.

*> The operator work queue AOC2024QUEUERUN executes inside the
*> night window: a step shed because the window was at risk is
*> queued on it DEFERRED, for the next night's runner to pick up.
copy "WorkQueueRecord.cpy"
    replacing ==:FILE-NAME:== by ==WorkQueue==.

working-storage section.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
*> independent of each other, so whole units run concurrently up to
*> the operator-set limit.
       01 wsSteps.
           05 wsStepEntry occurs 80 times indexed by st.
               10 wsStDir pic X(10).
               10 wsStProgram pic X(10).
               10 wsStInputId pic X(16).
                   88 wsStGateFailed value "G".
                   88 wsStConsumedSkip value "C".
                   88 wsStHeld value "H".
                   88 wsStUnreleased value "U".
                   88 wsStNotDue value "N".
                   88 wsStDeferred value "F".
               10 wsStPrereq pic X(10).
               10 wsStPhase pic X(1).
               10 wsStFreq pic X(10).
               10 wsStTier pic 9(1).
               10 wsStClass pic X(10).
               10 wsStProgid pic X(16).
               10 wsStLastSecs binary-long.
               10 wsStRetry pic 9(1).
               10 wsStTryRc binary-long occurs 9 times.
               10 wsStRc binary-long.
       01 wsStepCount binary-short value 0.
       01 wsMaxSteps binary-short value 80.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
*> and lets the launch loop honor cross-directory prerequisites
*> instead of walking strictly in registry order.
       01 wsUnits.
           05 wsUnitEntry occurs 80 times.
               10 wsUnFirst binary-short.
               10 wsUnLast binary-short.
               10 wsUnDir pic X(10).
                   88 wsUnHeld value "H".
                   88 wsUnNoWork value "N".
                   88 wsUnHung value "T".
                   88 wsUnDeferred value "F".
               10 wsUnDuration binary-long.
               10 wsUnStartSecs pic 9(12).
               10 wsUnClass pic X(10).
               10 wsUnClassIdx binary-short.
               10 wsUnWaitSince pic 9(12).
               10 wsUnWaitSecs binary-long.
               10 wsUnAwait pic X(1).
                   88 wsUnAwaiting value "W" "Q".
               10 wsUnArriveSecs pic 9(12).
               10 wsUnTier pic 9(1).
       01 wsUnitCount binary-short value 0.
       01 wsU binary-short.
       01 wsV binary-short.
           05 wsSwapState pic X(1).
           05 wsSwapDuration binary-long.
           05 wsSwapStartSecs pic 9(12).
           05 wsSwapClass pic X(10).
           05 wsSwapClassIdx binary-short.
           05 wsSwapWaitSince pic 9(12).
           05 wsSwapWaitSecs binary-long.
           05 wsSwapAwait pic X(1).
           05 wsSwapArriveSecs pic 9(12).
           05 wsSwapTier pic 9(1).

*> Seconds a launched unit may run before the watchdog declares it
*> hung: its finished steps keep their outcomes, its unfinished ones
*> comfortably outlasts the longest healthy unit on record.
       01 wsUnitLimit binary-long value 3600.

*> The arrival watch (AOC2024DRIVER_WATCH=Y, via environment or the
*> parameters file): started in the evening, the driver holds the
*> cycle lock and polls the day directories every
*> AOC2024DRIVER_WATCH_POLL seconds, launching each unit as soon as
*> its drop has landed and passed both its manifest check
*> (AOC2024DROPCHK) and the directory's profile rules
*> (AOC2024PROFILER) - prerequisites and class limits apply as
*> always. At the close-out time AOC2024DRIVER_WATCH_UNTIL (HHMM,
*> the time the usual cycle starts) the watch ends and whatever is
*> still waiting is classified and run exactly as the usual cycle
*> would. A watch asked for more than twelve hours before its
*> close-out is outside the evening window and runs the usual cycle
*> at once. A unit's wsUnAwait is W while its drop is awaited, Q
*> when the drop landed but failed its profile rules (left for the
*> close-out), Y once released; wsUnArriveSecs is when the drop was
*> first seen, for the arrival-to-start latency on the ledger.
       01 wsWatchMode pic A(1) value "N".
       01 wsWatchActive pic A(1) value "N".
       01 wsWatchUntil pic 9(4) value 0100.
       01 wsWatchHh pic 9(2).
       01 wsWatchMm pic 9(2).
       01 wsWatchPoll binary-long value 60.
       01 wsWatchDeadline pic 9(12).
       01 wsWatchNextPoll pic 9(12) value 0.
       01 wsWatchLeft binary-short.
       01 wsWatchClosed binary-short.
       01 wsArrDrop pic X(150).
       01 wsArrVerdict pic X(1).
       01 wsArrCmd pic X(120).
       01 wsArrRc binary-long.
       01 wsArrLatency binary-long.
       01 wsArrSlot binary-short.

*> How many day units may run at once. Overridable via
*> AOC2024DRIVER_PARALLEL; 1 reproduces the historical strictly-serial
*> cycle, the default of 4 lets the short days finish alongside the
*> two long day06/day07 searches.
       01 wsParallel binary-short value 4.
       01 wsParallelParm pic X(20).

*> Resource classes (the registry's RegClass - HEAVY-CPU, HEAVY-MEM,
*> LIGHT and so on) and how many units of each may run at once: the
*> limit comes from AOC2024DRIVER_CLASS_<class>, via environment or
*> the parameters file's class-limits section. A class with no limit
*> set, or a unit with no class, is bounded by the concurrency limit
*> alone. A unit whose class is full waits while lighter units take
*> the free slots; the cycle report says so apart from the
*> prerequisite holds.
       01 wsClasses.
           05 wsClassEntry occurs 20 times.
               10 wsClName pic X(10).
               10 wsClLimit binary-short.
       01 wsClassCount binary-short value 0.
       01 wsMaxClasses binary-short value 20.
       01 wsC binary-short.
       01 wsClassRunning binary-short.
       01 wsClassWaitCount binary-short value 0.
       01 wsClassKey pic X(30).
       01 wsNum4Display pic Z(4)9.
       01 wsLaunched binary-short value 0.
       01 wsDoneCount binary-short value 0.
       01 wsUnitCmd pic X(900).
       01 wsExportCmd pic X(120).
       01 wsUnitFinished pic A(1) value "n".
       01 wsStepStateText pic X(10).
       01 wsStepRcText pic X(5).
       01 wsStepRcDisplay pic Z(4)9.
       01 wsCycleId pic X(15).
       01 wsOperatorId pic X(12) value spaces.
       01 wsCmdPart pic X(300).
       01 wsAlertSeverity pic X(8).
       01 wsAlertDetail pic X(80).

*> A failed step also opens an incident on the incident-register,
*> which outlives the rerun that clears the step's own failure.
       01 wsIncSource pic X(10) value "STEPFAIL".
       01 wsIncProgram pic X(16).
       01 wsIncFeed pic X(10).
       01 wsIncDetail pic X(80).
       01 wsIncidentId pic X(14).

*> The failed-step alert names the runbook entry for the program and
*> its return code, so the operator paged at 03:00 goes straight to
*> it (menu option B).
       01 wsRbProgram pic X(16).
       01 wsRbRc pic X(3).
       01 wsRbRcDisplay pic ZZ9.
       01 wsRbEntryKey pic X(20).
       01 wsRbPtr pic 9(3).

       01 wsStateStatus pic X(2).
       01 wsStateEof pic A(1).
       01 wsStateRead pic 9(10).
       01 wsTodayInt pic 9(7).
       01 wsTodayDow pic 9(1).
       01 wsIsBusinessDay pic A(1) value "y".
       01 wsSchedDue pic X(1).  *> a step's run frequency, via AOC2024SCHED
       01 wsSchedNext pic X(8).
       01 wsSchedLast pic X(8).
       01 wsSchedRcDisplay pic 9(3).

*> Holiday dates loaded from the calendar's HOLIDAY lines.
       01 wsHolidays.
               10 wsExpectFlag pic A(1).
       01 wsExpectCount binary-short value 0.
       01 wsStepExpected pic A(1).
       01 wsReleaseStatus pic X(2).
       01 wsReleaseEof pic A(1).
       01 wsReleaseRead pic 9(10).
       01 wsMaxReleased pic 9(4) value 500.
       01 wsReleased.
           05 wsReleasedEntry occurs 500 times.
               10 wsRlProgram pic X(16).
               10 wsRlChecksum pic X(10).
       01 wsReleasedCount pic 9(4) value 0.
       01 wsR pic 9(4).
       01 wsBuildPath pic X(100).
       01 wsBuildSum pic X(10).
       01 wsBuildReleased pic A(1).

*> Load shedding (AOC2024DRIVER_SHED, on unless set N): whenever the
*> projected finish - the running units' remaining time, the
*> pending units spread across the concurrency limit, and the
*> post-cycle steps still to run - lands past the calendar's
*> MILESTONE ... CYCLE deadline, the driver defers the pending work
*> of the lowest priority tier (the registry's RegTier) to the next
*> night's work queue, then the next tier up if that is still not
*> enough. Tier 1 is never shed. wsShedTier is the most critical
*> tier shed so far, 4 while nothing has been.
       01 wsShedMode pic A(1) value "Y".
       01 wsCycleMsTime pic 9(4) value 0.
       01 wsCycleMsSet pic A(1) value "n".
       01 wsShedDeadline pic 9(12) value 0.
       01 wsShedProjectSecs pic 9(12).
       01 wsShedTier pic 9(1) value 4.
       01 wsShedCount binary-short value 0.
       01 wsShedPostSecs binary-long.
       01 wsShedRemaining binary-long.
       01 wsShedWorst binary-long.
       01 wsShedQueued binary-long.
       01 wsShedIdx binary-short.
       01 wsShedUnit binary-short.
       01 wsShedTierDisplay pic 9(1).
       01 wsQueueRead pic 9(10).
       01 wsQueueStatus pic X(2).
       01 wsQueueEof pic A(1).
       01 wsQueueDup pic A(1).
       01 wsQueueArg2 pic X(40).

procedure division.
       perform AcquireCycleLock
       *> it was asked for
       call "SYSTEM" using
           "rm -f .steprc-u* .stepdone-u* cycle-log-* cycle-stop"
       perform LoadReleaseRegister
       perform varying wsI from 1 by 1 until wsI > wsStepCount
           if wsStReady(wsI)
               perform CheckStepRelease
           end-if
       end-perform
       if wsSelftestGate = "Y"
           perform varying wsI from 1 by 1 until wsI > wsStepCount
               *> post-cycle steps have no self-test and no drop to
       perform WaitForAllUnits
       perform RunPostCyclePhase
       perform CollectResults
       perform ReportClassWaits
       perform WriteCycleState
       perform WriteCycleLedgerRow

       *> CALL "SYSTEM" overwrites RETURN-CODE with the command's own
       *> exit status, and the rm here must not clobber a failure code
       perform ReleaseCycleLock
       perform WriteProgressFile
       perform RunStatusExport

       if wsLateCount > 0
           display "DRIVER: " wsLateCount " expected feed(s) missing"
           display "DRIVER: " wsHeldCount " step(s) held behind an"
               " unsatisfied prerequisite"
       end-if
       if wsClassWaitCount > 0
           display "DRIVER: " wsClassWaitCount " unit(s) waited for"
               " their resource class, not for a prerequisite"
       end-if
       if wsShedCount > 0
           display "DRIVER: " wsShedCount " step(s) deferred to the"
               " next night's work queue - batch window at risk"
       end-if
       if wsStopCount > 0
           display "DRIVER: " wsStopCount " step(s) not run - cycle"
               " stopped on operator request; restart with"
       else
           move "N" to ClRestart
       end-if
       move spaces to ClGap13
       move wsWatchMode to ClWatch
       move spaces to ClGap14
       move spaces to ClGap15
       move wsShedCount to ClDeferred
       if wsShedTier < 4
           move wsShedTier to ClShedTier
       else
           move spaces to ClShedTier
       end-if
       move spaces to ClArrivalList
       move 0 to wsArrSlot
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnArriveSecs(wsU) > 0 and wsUnStartSecs(wsU) > 0
                   and wsArrSlot < 30
               add 1 to wsArrSlot
               compute wsArrLatency =
                   wsUnStartSecs(wsU) - wsUnArriveSecs(wsU)
               if wsArrLatency > 99999
                   move 99999 to wsArrLatency
               end-if
               move wsUnDir(wsU) to ClArrFeed(wsArrSlot)
               move wsArrLatency to ClArrLatency(wsArrSlot)
           end-if
       end-perform
       write ClLine
       close CycleLedger.

       end-if
       if wsUnitLimit < 60
           move 60 to wsUnitLimit
       end-if
       perform ReadWatchParameters
       perform ReadShedParameters.

*> The arrival watch's switch, close-out time and poll interval,
*> and - when it is on - the clock time the watch closes out at.
ReadWatchParameters.
       move spaces to wsParallelParm
       accept wsParallelParm from environment "AOC2024DRIVER_WATCH"
           on exception continue
       end-accept
       if wsParallelParm = spaces
           move "AOC2024DRIVER_WATCH" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParallelParm
           end-if
       end-if
       if function upper-case(wsParallelParm(1:1)) not = "Y"
           exit paragraph
       end-if

       move spaces to wsParallelParm
       accept wsParallelParm
           from environment "AOC2024DRIVER_WATCH_UNTIL"
           on exception continue
       end-accept
       if wsParallelParm = spaces
           move "AOC2024DRIVER_WATCH_UNTIL" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParallelParm
           end-if
       end-if
       if wsParallelParm not = spaces
           move function numval(wsParallelParm) to wsWatchUntil
       end-if
       divide wsWatchUntil by 100 giving wsWatchHh
           remainder wsWatchMm
       if wsWatchHh > 23 or wsWatchMm > 59
           display "DRIVER: AOC2024DRIVER_WATCH_UNTIL " wsWatchUntil
               " is not a clock time - closing out at 0100"
           move 0100 to wsWatchUntil
           move 1 to wsWatchHh
           move 0 to wsWatchMm
       end-if

       move spaces to wsParallelParm
       accept wsParallelParm
           from environment "AOC2024DRIVER_WATCH_POLL"
           on exception continue
       end-accept
       if wsParallelParm = spaces
           move "AOC2024DRIVER_WATCH_POLL" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParallelParm
           end-if
       end-if
       if wsParallelParm not = spaces
           move function numval(wsParallelParm) to wsWatchPoll
       end-if
       if wsWatchPoll < 10
           move 10 to wsWatchPoll
       end-if

       perform NowToSeconds
       compute wsWatchDeadline =
           (function integer-of-date(
               function numval(function current-date(1:8))) * 86400)
           + (wsWatchHh * 3600) + (wsWatchMm * 60)
       if wsWatchDeadline <= wsNowSeconds
           add 86400 to wsWatchDeadline
       end-if
       if wsWatchDeadline - wsNowSeconds > 43200
           display "DRIVER: arrival watch asked for outside the"
               " evening window (close-out " wsWatchUntil
               ") - running the usual cycle now"
           exit paragraph
       end-if
       move "Y" to wsWatchMode
       move "Y" to wsWatchActive
       move wsWatchPoll to wsNum6Display
       display "DRIVER: arrival watch until " wsWatchHh ":" wsWatchMm
           ", polling the day directories every "
           function trim(wsNum6Display) " second(s)".

*> The shedding switch, and the CYCLE milestone laid on the clock
*> the way the milestone monitor lays it: on the business date's
*> own calendar day, rolled to the following morning when that
*> lands before the night window opens at the business date's
*> noon. No CYCLE milestone on the calendar, no shedding.
ReadShedParameters.
       move spaces to wsParallelParm
       accept wsParallelParm from environment "AOC2024DRIVER_SHED"
           on exception continue
       end-accept
       if wsParallelParm = spaces
           move "AOC2024DRIVER_SHED" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParallelParm
           end-if
       end-if
       if function upper-case(wsParallelParm(1:1)) = "N"
           move "N" to wsShedMode
           exit paragraph
       end-if
       if wsCycleMsSet not = "y"
           move "N" to wsShedMode
           exit paragraph
       end-if
       compute wsShedDeadline = (wsTodayInt * 86400)
           + ((wsCycleMsTime / 100) * 3600)
           + (function mod(wsCycleMsTime, 100) * 60)
       if wsShedDeadline < (wsTodayInt * 86400) + 43200
           add 86400 to wsShedDeadline
       end-if.

*> On a restart (AOC2024DRIVER_RESTART=Y), reads back today's
*> behavior, just decided up front.
ClassifyStep.
       if wsStPhase(wsI) = "P"
           *> a driver-side post-cycle step runs once the units are
           *> done - there is no feed to probe - on every business
           *> date its run frequency falls due
           perform JudgeStepSchedule
           exit paragraph
       end-if
       if wsWatchActive = "Y"
           *> under the arrival watch every feed step stands ready,
           *> its unit held back until the drop lands and checks out;
           *> the close-out classifies whatever never arrived
           move "R" to wsStState(wsI)
           exit paragraph
       end-if
           end-if
       end-if.

*> The weekly, monthly and periodic steps run on the dates their
*> registry frequency falls due by the processing calendar (a
*> holiday pushes a weekly run to the next business date) and are
*> passed over the rest of the time; a step on DAILY - or a blank
*> frequency - runs every night as it always has. A frequency
*> nobody recognises runs the step rather than silently dropping
*> it, and says so.
JudgeStepSchedule.
       move "R" to wsStState(wsI)
       call "AOC2024SCHED" using wsStFreq(wsI) wsToday wsSchedDue
           wsSchedNext wsSchedLast
       evaluate wsSchedDue
           when "N"
               move "N" to wsStState(wsI)
               if wsSchedNext = spaces
                   display "NDUE " wsStLabel(wsI) " ("
                       function trim(wsStFreq(wsI))
                       " - run by hand only)"
               else
                   display "NDUE " wsStLabel(wsI) " ("
                       function trim(wsStFreq(wsI))
                       " - next due " wsSchedNext ")"
               end-if
           when "?"
               display "DRIVER: " function trim(wsStLabel(wsI))
                   " has unknown run frequency "
                   function trim(wsStFreq(wsI)) " - run as DAILY"
       end-evaluate.

*> Runs one ready step's own self-test (its ..._SELFTEST switch) and
*> refuses to launch the real step when it does not PASS - thirty
*> seconds of known-answer insurance before the job touches the
       end-if
       perform WriteDriverAuditRow.

*> Refuses a ready step whose executable's checksum is not on the
*> release register under the step's program-id - a build copied
*> into place without going through AOC2024RELEASE does not run in
*> the cycle. The refusal lands in the driver's audit trail; the
*> step is reported FAIL, with an alert, like a gate failure.
CheckStepRelease.
       move spaces to wsBuildPath
       string
           wsStDir(wsI) delimited by space
           "/" delimited by size
           wsStProgram(wsI) delimited by space
           into wsBuildPath
       end-string
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       move "n" to wsBuildReleased
       if wsBuildSum not = spaces
           perform varying wsR from 1 by 1 until wsR > wsReleasedCount
               if wsRlProgram(wsR) = wsStInputId(wsI)
                       and wsRlChecksum(wsR) = wsBuildSum
                   move "y" to wsBuildReleased
               end-if
           end-perform
       end-if
       if wsBuildReleased = "y"
           exit paragraph
       end-if

       move "U" to wsStState(wsI)
       display "REFUSE " wsStLabel(wsI) " (build " wsBuildSum
           " not on the release register)"
       move "RELEASE" to wsDriverAuditEvent
       move spaces to wsDriverAuditDetail
       string
           "Unregistered build " delimited by size
           wsBuildSum delimited by size
           " refused: " delimited by size
           function trim(wsStLabel(wsI)) delimited by size
           into wsDriverAuditDetail
       end-string
       perform WriteDriverAuditRow.

*> The builds on the release register. A missing register refuses
*> every step, so it is called out once up front: the builds in
*> service are registered with AOC2024RELEASE_BASELINE=Y.
LoadReleaseRegister.
       move "n" to wsReleaseEof
       move 0 to wsReleaseRead
       open input ReleaseRegister
       if wsReleaseStatus not = "00"
           display "DRIVER: no release-register on file - every step"
               " is refused; register the builds in service with"
               " AOC2024RELEASE (AOC2024RELEASE_BASELINE=Y)"
           exit paragraph
       end-if
       perform ReadReleaseLoop
       close ReleaseRegister.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadReleaseLoop==
              ==:EOF-FLAG:==    BY ==wsReleaseEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ReleaseRegister==
              ==:RECORD-NAME:== BY ==ReleaseLine==
              ==:RECORD-NUM:==  BY ==wsReleaseRead==
              ==:PROCESS-ROW:== BY ==perform StackReleasedBuild==.

StackReleasedBuild.
       if RrProgram = spaces or RrChecksum = spaces
           exit paragraph
       end-if
       if wsReleasedCount >= wsMaxReleased
           display "DRIVER: release register table full ("
               wsMaxReleased ") - later builds NOT loaded"
           exit paragraph
       end-if
       add 1 to wsReleasedCount
       move RrProgram to wsRlProgram(wsReleasedCount)
       move RrChecksum to wsRlChecksum(wsReleasedCount).

*> Appends one row to the driver's own root-level audit trail,
*> creating it on the very first row the usual way.
WriteDriverAuditRow.
*> digest, trend - run serially from the repository root in registry
*> order, console output to postcycle-log-<step>, each return code
*> recorded like any unit step's so it lands in the cycle state and
*> the verdict. Nobody has to remember them by hand any more. The
*> weekly, monthly and periodic ones run only on the dates their
*> registry frequency falls due (JudgeStepSchedule), and each such
*> run leaves a SCHEDRUN row in the root audit trail - the status
*> board's evidence that a scheduled run was not missed. The window
*> is judged again ahead of every step, so a unit that overran
*> still sheds the deferrable housework behind it.
RunPostCyclePhase.
       perform varying wsI from 1 by 1 until wsI > wsStepCount
           if wsStPhase(wsI) = "P" and wsStReady(wsI)
               perform ShedForWindow
           end-if
           if wsStPhase(wsI) = "P" and wsStReady(wsI)
               display "POST " wsStLabel(wsI)
               move spaces to wsUnitCmd
                   compute wsStRc(wsI) = wsStRc(wsI) / 256
               end-if
               move "D" to wsStState(wsI)
               if wsStFreq(wsI) not = spaces
                       and function upper-case(wsStFreq(wsI))
                           not = "DAILY"
                   perform AuditScheduledRun
               end-if
           end-if
       end-perform.

*> SCHEDRUN detail: the step's program-id in the first sixteen
*> columns, then the date it ran for, its frequency and its rc.
AuditScheduledRun.
       move "SCHEDRUN" to wsDriverAuditEvent
       move spaces to wsDriverAuditDetail
       move wsStProgid(wsI) to wsDriverAuditDetail(1:16)
       move wsStRc(wsI) to wsSchedRcDisplay
       string
           "due " delimited by size
           wsToday delimited by size
           " " delimited by size
           wsStFreq(wsI) delimited by space
           " rc=" delimited by size
           wsSchedRcDisplay delimited by size
           into wsDriverAuditDetail(18:43)
       end-string
       perform WriteDriverAuditRow.

*> Carves the step table into units - consecutive steps sharing a
*> day directory - each unit numbered, with the prerequisite
*> directory and the resource class its registry rows name (the
*> first non-blank one wins), the most critical priority tier among
*> its steps, and whether any of its steps is ready to run tonight.
BuildUnitTable.
       move 0 to wsUnitCount
       move 1 to wsUnitFirst
           move spaces to wsUnPrereq(wsUnitCount)
           move "N" to wsUnState(wsUnitCount)
           move 0 to wsUnDuration(wsUnitCount)
           move spaces to wsUnClass(wsUnitCount)
           move 0 to wsUnClassIdx(wsUnitCount)
           move 0 to wsUnWaitSince(wsUnitCount)
           move 0 to wsUnWaitSecs(wsUnitCount)
           move 0 to wsUnStartSecs(wsUnitCount)
           move spaces to wsUnAwait(wsUnitCount)
           move 0 to wsUnArriveSecs(wsUnitCount)
           move 3 to wsUnTier(wsUnitCount)
           perform varying wsI from wsUnitFirst by 1
                   until wsI > wsUnitLast
               if wsStPrereq(wsI) not = spaces
                       and wsUnPrereq(wsUnitCount) = spaces
                   move wsStPrereq(wsI) to wsUnPrereq(wsUnitCount)
               end-if
               if wsStClass(wsI) not = spaces
                       and wsUnClass(wsUnitCount) = spaces
                   move wsStClass(wsI) to wsUnClass(wsUnitCount)
               end-if
               if wsStReady(wsI)
                   move "P" to wsUnState(wsUnitCount)
               end-if
               *> a unit is only as deferrable as its most critical
               *> step
               if wsStTier(wsI) < wsUnTier(wsUnitCount)
                   move wsStTier(wsI) to wsUnTier(wsUnitCount)
               end-if
               add wsStLastSecs(wsI) to wsUnDuration(wsUnitCount)
           end-perform
           if wsWatchActive = "Y" and wsUnPending(wsUnitCount)
               move "W" to wsUnAwait(wsUnitCount)
           end-if

           compute wsUnitFirst = wsUnitLast + 1
       end-perform
       perform LoadClassLimits.

*> One class-table entry per resource class tonight's units carry,
*> with its concurrency limit; each unit keeps its entry's number.
LoadClassLimits.
       move 0 to wsClassCount
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnClass(wsU) not = spaces
               perform varying wsC from 1 by 1
                       until wsC > wsClassCount
                           or wsClName(wsC) = wsUnClass(wsU)
                   continue
               end-perform
               if wsC > wsClassCount
                   if wsClassCount < wsMaxClasses
                       add 1 to wsClassCount
                       move wsClassCount to wsC
                       move wsUnClass(wsU) to wsClName(wsC)
                       perform ReadClassLimit
                   else
                       move 0 to wsC
                   end-if
               end-if
               move wsC to wsUnClassIdx(wsU)
           end-if
       end-perform.

*> A limit below 1 would strand the class for the night, and one
*> above the concurrency limit means nothing - both are clamped.
ReadClassLimit.
       move wsParallel to wsClLimit(wsC)
       move spaces to wsClassKey
       string
           "AOC2024DRIVER_CLASS_" delimited by size
           wsClName(wsC) delimited by space
           into wsClassKey
       end-string
       move spaces to wsParallelParm
       accept wsParallelParm from environment wsClassKey
           on exception continue
       end-accept
       if wsParallelParm = spaces
           move wsClassKey to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParallelParm
           end-if
       end-if
       if wsParallelParm not = spaces
           move function numval(wsParallelParm) to wsClLimit(wsC)
       end-if
       if wsClLimit(wsC) < 1
           move 1 to wsClLimit(wsC)
       end-if
       if wsClLimit(wsC) > wsParallel
           move wsParallel to wsClLimit(wsC)
       end-if
       move wsClLimit(wsC) to wsNum2Display
       display "DRIVER: resource class " function trim(wsClName(wsC))
           " limited to " function trim(wsNum2Display)
           " unit(s) at once".

*> Pulls each job's most recent measured elapsed time out of the
*> consolidated operations-log AOC2024OPSLOG wrote after the last
*> cycle - its step-duration lines end " sec" with the seconds in
               perform StopRemainingUnits
               exit perform
           end-if
           if wsWatchActive = "Y"
               perform WatchForArrivals
           end-if
           perform ShedForWindow
           move "n" to wsProgressMade
           perform varying wsU from 1 by 1 until wsU > wsUnitCount
               if wsUnPending(wsU)
           perform UpdateUnitStates
           perform CountUnitStates
           if wsProgressMade = "n" and wsPendingCount > 0
               *> under the arrival watch an idle pass is units
               *> waiting for their drops, not a stranded registry
               if wsRunningCount = 0 and wsWatchActive not = "Y"
                   perform HoldStrandedUnits
                   perform CountUnitStates
               else
       perform WriteDriverAuditRow
       call "SYSTEM" using "rm -f cycle-stop".

*> Judges the batch window: while the projected finish is past the
*> CYCLE milestone, the next tier up is shed - tier 3 first, then
*> tier 2 - and the projection taken again without it. Nothing is
*> judged under the arrival watch, whose units are waiting on their
*> drops rather than on the clock; a tier once shed stays shed.
ShedForWindow.
       if wsShedMode not = "Y" or wsWatchActive = "Y"
           exit paragraph
       end-if
       perform ProjectCycleFinish
       perform until wsShedProjectSecs <= wsShedDeadline
               or wsShedTier <= 2
           subtract 1 from wsShedTier
           perform DeferTier
           perform ProjectCycleFinish
       end-perform.

*> The same projection the progress feed shows, plus the post-cycle
*> steps still to run - serially, each at its last measured
*> duration - since that is the work shedding can save.
ProjectCycleFinish.
       perform NowToSeconds
       move 0 to wsShedWorst
       move 0 to wsShedQueued
       move 0 to wsShedPostSecs
       perform varying wsShedUnit from 1 by 1
               until wsShedUnit > wsUnitCount
           evaluate true
               when wsUnRunning(wsShedUnit)
                   compute wsShedRemaining = wsUnDuration(wsShedUnit)
                       - (wsNowSeconds - wsUnStartSecs(wsShedUnit))
                   if wsShedRemaining > wsShedWorst
                       move wsShedRemaining to wsShedWorst
                   end-if
               when wsUnPending(wsShedUnit)
                   add wsUnDuration(wsShedUnit) to wsShedQueued
           end-evaluate
       end-perform
       perform varying wsShedIdx from 1 by 1
               until wsShedIdx > wsStepCount
           if wsStPhase(wsShedIdx) = "P" and wsStReady(wsShedIdx)
               add wsStLastSecs(wsShedIdx) to wsShedPostSecs
           end-if
       end-perform
       compute wsShedProjectSecs = wsNowSeconds + wsShedWorst
           + (wsShedQueued / wsParallel) + wsShedPostSecs.

*> Sheds every pending unit and ready post-cycle step at tier
*> wsShedTier or below in priority - a unit only when its most
*> critical step is - with one SHED row in the driver audit trail
*> saying why, before the steps go one by one.
DeferTier.
       move wsShedProjectSecs to wsRenderSecs
       perform RenderSecondsStamp
       move wsShedTier to wsShedTierDisplay
       display "DRIVER: projected finish " wsProjectStamp
           " is past the CYCLE milestone " wsCycleMsTime
           " - deferring tier " wsShedTierDisplay " work"
       move "SHED" to wsDriverAuditEvent
       move spaces to wsDriverAuditDetail
       string
           "Projected " delimited by size
           wsProjectStamp delimited by size
           " past CYCLE " delimited by size
           wsCycleMsTime delimited by size
           ", tier " delimited by size
           wsShedTierDisplay delimited by size
           " shed" delimited by size
           into wsDriverAuditDetail
       end-string
       perform WriteDriverAuditRow

       perform varying wsShedUnit from 1 by 1
               until wsShedUnit > wsUnitCount
           if wsUnPending(wsShedUnit)
                   and wsUnTier(wsShedUnit) >= wsShedTier
               move "F" to wsUnState(wsShedUnit)
               perform varying wsShedIdx from wsUnFirst(wsShedUnit)
                       by 1 until wsShedIdx > wsUnLast(wsShedUnit)
                   if wsStReady(wsShedIdx)
                       perform DeferStep
                   end-if
               end-perform
           end-if
       end-perform
       perform varying wsShedIdx from 1 by 1
               until wsShedIdx > wsStepCount
           if wsStPhase(wsShedIdx) = "P" and wsStReady(wsShedIdx)
                   and wsStTier(wsShedIdx) >= wsShedTier
               perform DeferStep
           end-if
       end-perform
       perform CountUnitStates.

*> One shed step: out of tonight's cycle, onto the work queue
*> DEFERRED for the next night, with a WARN alert and a DEFER row -
*> a documented decision, not a missed job. It counts in the cycle
*> ledger, not against the verdict.
DeferStep.
       move "F" to wsStState(wsShedIdx)
       add 1 to wsShedCount
       display "DEFR " wsStLabel(wsShedIdx) " (tier "
           wsStTier(wsShedIdx) " - deferred to the next night's"
           " work queue)"
       perform QueueDeferredStep
       move "WARN" to wsAlertSeverity
       move spaces to wsAlertDetail
       string
           "Deferred to next night's queue: " delimited by size
           function trim(wsStLabel(wsShedIdx)) delimited by size
           into wsAlertDetail
       end-string
       perform RaiseAlert
       move "DEFER" to wsDriverAuditEvent
       move spaces to wsDriverAuditDetail
       move wsStProgid(wsShedIdx) to wsDriverAuditDetail(1:16)
       string
           "tier " delimited by size
           wsStTier(wsShedIdx) delimited by size
           " queued for the next night" delimited by size
           into wsDriverAuditDetail(18:43)
       end-string
       perform WriteDriverAuditRow.

*> The queue row names the step's directory and, in Arg2, its
*> program-id and the business date it was shed from - the date
*> the runner gives it back. A restarted cycle shedding the same
*> step again finds its row already PEND and queues no second one.
QueueDeferredStep.
       move spaces to wsQueueArg2
       string
           wsStProgid(wsShedIdx) delimited by space
           " " delimited by size
           wsToday delimited by size
           into wsQueueArg2
       end-string
       move "n" to wsQueueDup
       move "n" to wsQueueEof
       move 0 to wsQueueRead
       open input WorkQueue
       if wsQueueStatus = "00"
           perform ReadQueueLoop
           close WorkQueue
       end-if
       if wsQueueDup = "y"
           exit paragraph
       end-if

       open extend WorkQueue
       if wsQueueStatus not = "00"
           open output WorkQueue
       end-if
       move spaces to WqLine
       move "PEND" to WqStatus
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
           into WqStamp
       end-string
       if wsOperatorId = spaces
           move "DRIVER" to WqOperator
       else
           move wsOperatorId to WqOperator
       end-if
       move "DEFERRED" to WqType
       move wsStDir(wsShedIdx) to WqArg1
       move wsQueueArg2 to WqArg2
       write WqLine
       close WorkQueue.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadQueueLoop==
              ==:EOF-FLAG:==    BY ==wsQueueEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==WorkQueue==
              ==:RECORD-NAME:== BY ==WqLine==
              ==:RECORD-NUM:==  BY ==wsQueueRead==
              ==:PROCESS-ROW:== BY ==perform CheckQueuedDeferral==.

CheckQueuedDeferral.
       if WqStatus = "PEND" and WqType = "DEFERRED"
               and WqArg2 = wsQueueArg2
           move "y" to wsQueueDup
       end-if.

*> One arrival-watch poll, every wsWatchPoll seconds: the lock's
*> stamp is renewed, so a watch longer than the stale limit is not
*> taken for a crashed run, and every unit still awaiting its drop
*> is probed. Past the close-out time - or once no unit is left
*> awaiting anything - the watch closes out.
WatchForArrivals.
       perform NowToSeconds
       if wsNowSeconds >= wsWatchDeadline
           perform CloseOutWatch
           exit paragraph
       end-if
       if wsNowSeconds < wsWatchNextPoll
           exit paragraph
       end-if
       compute wsWatchNextPoll = wsNowSeconds + wsWatchPoll
       perform WriteCycleLockStamp
       move 0 to wsWatchLeft
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnPending(wsU) and wsUnAwait(wsU) = "W"
               perform ProbeUnitArrival
           end-if
           if wsUnPending(wsU) and wsUnAwaiting(wsU)
               add 1 to wsWatchLeft
           end-if
       end-perform
       if wsWatchLeft = 0
           perform CloseOutWatch
       end-if.

*> Looks for unit wsU's drop the way the readiness check does. The
*> first sight of it starts the arrival clock; it is released for
*> launch once its manifest matches and its profile is clean. No
*> manifest yet means upstream is still writing - wait for it. A
*> manifest mismatch quarantines the drop (a redelivery starts the
*> clock again); a drop that breaks the directory's profile rules
*> is left where it is for the close-out, which runs it as the
*> usual cycle would.
ProbeUnitArrival.
       move spaces to wsReadyCmd
       string
           "ls -1 " delimited by size
           wsUnDir(wsU) delimited by space
           "/input " delimited by size
           wsUnDir(wsU) delimited by space
           "/input-* 2>/dev/null | grep -v manifest"
               delimited by size
           " | head -1 > .ready-candidate" delimited by size
           into wsReadyCmd
       end-string
       call "SYSTEM" using wsReadyCmd
       move spaces to wsArrDrop
       open input ReadyCandidate
       if wsReadyStatus = "00"
           read ReadyCandidate into ReadyCandidateLine
           if wsReadyStatus = "00"
               move ReadyCandidateLine to wsArrDrop
           end-if
           close ReadyCandidate
       end-if
       call "SYSTEM" using "rm -f .ready-candidate"
       move 0 to return-code
       if wsArrDrop = spaces
           exit paragraph
       end-if

       if wsUnArriveSecs(wsU) = 0
           perform NowToSeconds
           move wsNowSeconds to wsUnArriveSecs(wsU)
           display "ARRV unit " function trim(wsUnDir(wsU)) " ("
               function trim(wsArrDrop) " landed)"
       end-if

       call "AOC2024DROPCHK" using wsArrDrop wsArrVerdict
       move 0 to return-code
       evaluate wsArrVerdict
           when "N"
               exit paragraph
           when "F"
               move 0 to wsUnArriveSecs(wsU)
               move "WARN" to wsAlertSeverity
               move spaces to wsAlertDetail
               string
                   "Arrival watch: " delimited by size
                   function trim(wsArrDrop) delimited by size
                   " failed its manifest - quarantined"
                       delimited by size
                   into wsAlertDetail
               end-string
               perform RaiseAlert
               exit paragraph
       end-evaluate

       move spaces to wsArrCmd
       string
           "AOC2024PROFILER_DIR=" delimited by size
           wsUnDir(wsU) delimited by space
           " ./driver/profiler > /dev/null 2>&1" delimited by size
           into wsArrCmd
       end-string
       call "SYSTEM" using wsArrCmd
       move return-code to wsArrRc
       move 0 to return-code
       if wsArrRc >= 256
           compute wsArrRc = wsArrRc / 256
       end-if
       if wsArrRc not = 0
           move "Q" to wsUnAwait(wsU)
           display "ARRV unit " function trim(wsUnDir(wsU))
               " (drop breaks its profile rules - see "
               function trim(wsUnDir(wsU))
               "/drop-profile-report; left for the close-out)"
           move "WARN" to wsAlertSeverity
           move spaces to wsAlertDetail
           string
               "Arrival watch: " delimited by size
               function trim(wsArrDrop) delimited by size
               " fails its profile rules" delimited by size
               into wsAlertDetail
           end-string
           perform RaiseAlert
           exit paragraph
       end-if

       move "Y" to wsUnAwait(wsU)
       display "ARRV unit " function trim(wsUnDir(wsU))
           " (drop and manifest checked - released for launch)"
       move "ARRIVAL" to wsDriverAuditEvent
       move spaces to wsDriverAuditDetail
       string
           "Unit " delimited by size
           wsUnDir(wsU) delimited by space
           " released on arrival of " delimited by size
           function trim(wsArrDrop) delimited by size
           into wsDriverAuditDetail
       end-string
       perform WriteDriverAuditRow.

*> The watch is over: every unit still awaiting its drop has its
*> steps classified now exactly as the usual cycle classifies them
*> at its start - ready, late or skipped - and the launch passes
*> carry on without the watch.
CloseOutWatch.
       move "N" to wsWatchActive
       move 0 to wsWatchClosed
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnPending(wsU) and wsUnAwaiting(wsU)
               add 1 to wsWatchClosed
               move spaces to wsUnAwait(wsU)
               move "N" to wsUnState(wsU)
               perform varying wsI from wsUnFirst(wsU) by 1
                       until wsI > wsUnLast(wsU)
                   if wsStReady(wsI)
                       perform ClassifyStep
                   end-if
                   if wsStReady(wsI)
                       move "P" to wsUnState(wsU)
                   end-if
               end-perform
           end-if
       end-perform
       if wsWatchClosed > 0
           move wsWatchClosed to wsNum2Display
           display "DRIVER: arrival watch closed out - "
               function trim(wsNum2Display)
               " unit(s) left to the usual cycle"
       else
           display "DRIVER: arrival watch closed out - every"
               " awaited drop has been taken"
       end-if.

*> One pending unit: eligible when its prerequisite unit (if any is
*> on tonight's registry) has finished cleanly. A prerequisite still
*> pending or running means wait; one that failed, or was itself
       if wsStopRequested = "Y"
           exit paragraph
       end-if
       if wsUnAwaiting(wsU)
           exit paragraph
       end-if
       move "y" to wsUnitEligible
       if wsUnPrereq(wsU) not = spaces
           perform ResolvePrereqUnit
                       end-string
                       perform HoldUnit
                       move "n" to wsUnitEligible
                   when wsUnDeferred(wsPrereqIdx)
                       move spaces to wsHoldReason
                       string
                           "prerequisite " delimited by size
                           wsUnPrereq(wsU) delimited by space
                           " was deferred to the next night"
                               delimited by size
                           into wsHoldReason
                       end-string
                       perform HoldUnit
                       move "n" to wsUnitEligible
                   when wsUnDone(wsPrereqIdx)
                       perform JudgePrereqOutcome
                       if wsPrereqFailed = "y"
               end-evaluate
           end-if
       end-if
       *> a class limit as wide as the concurrency limit can never
       *> be what holds a unit back - the free slot is
       if wsUnitEligible = "y" and wsUnClassIdx(wsU) > 0
           if wsClLimit(wsUnClassIdx(wsU)) < wsParallel
               perform CheckUnitClass
           end-if
       end-if
       if wsUnitEligible = "y"
           perform RunUnitPreflight
           if wsUnitHasWork = "y"
               move "L" to wsUnState(wsU)
               perform NowToSeconds
               move wsNowSeconds to wsUnStartSecs(wsU)
               if wsUnWaitSince(wsU) > 0
                   compute wsUnWaitSecs(wsU) =
                       wsNowSeconds - wsUnWaitSince(wsU)
               end-if
               move "y" to wsProgressMade
           end-if
       end-if.

*> A unit whose resource class already has its limit of units
*> running waits for one of them to finish - the rest of the pass
*> carries on, so lighter work back-fills the idle slots meanwhile.
*> The first time a unit waits this way the console and the driver
*> audit trail say so, and the wait is timed for the cycle report.
CheckUnitClass.
       move wsUnClassIdx(wsU) to wsC
       move 0 to wsClassRunning
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsUnRunning(wsV) and wsUnClassIdx(wsV) = wsC
               add 1 to wsClassRunning
           end-if
       end-perform
       if wsClassRunning < wsClLimit(wsC)
           exit paragraph
       end-if
       move "n" to wsUnitEligible
       if wsUnWaitSince(wsU) > 0
           exit paragraph
       end-if
       perform NowToSeconds
       move wsNowSeconds to wsUnWaitSince(wsU)
       add 1 to wsClassWaitCount
       move wsClLimit(wsC) to wsNum2Display
       display "WAIT unit " function trim(wsUnDir(wsU))
           " (resource class " function trim(wsClName(wsC))
           " at its limit of " function trim(wsNum2Display)
           " - lighter work goes first)"
       move "THROTTLE" to wsDriverAuditEvent
       move spaces to wsDriverAuditDetail
       string
           "Unit " delimited by size
           wsUnDir(wsU) delimited by space
           " waiting: class " delimited by size
           wsClName(wsC) delimited by space
           " at limit " delimited by size
           function trim(wsNum2Display) delimited by size
           into wsDriverAuditDetail
       end-string
       perform WriteDriverAuditRow.

*> The prerequisite unit is the first OTHER unit running in the
*> named day directory; a directory not on tonight's registry
*> constrains nothing.
       end-perform.

*> A finished prerequisite unit counts as failed when any of its
*> steps gate-failed, was held, was refused as an unreleased
*> build, ended with a hard return code, or was launched and left
*> no return code behind.
JudgePrereqOutcome.
       move "n" to wsPrereqFailed
       perform varying wsI from wsUnFirst(wsPrereqIdx) by 1
                   move "y" to wsPrereqFailed
               when wsStHeld(wsI)
                   move "y" to wsPrereqFailed
               when wsStUnreleased(wsI)
                   move "y" to wsPrereqFailed
               when wsStDone(wsI)
                   if wsStRc(wsI) not = 0 and wsStRc(wsI) not = 4
                       move "y" to wsPrereqFailed
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           perform WriteUnitProgressRow
       end-perform
       move 0 to wsV
       perform varying wsI from 1 by 1 until wsI > wsStepCount
           if wsStPhase(wsI) = "P"
               perform WriteStepProgressRow
           end-if
       end-perform

       compute wsProjectSecs = wsNowSeconds + wsWorstRemaining
           + (wsQueuedSecs / wsParallel)
           "s" delimited by size
           into ProgressLine
       end-string
       write ProgressLine
       perform varying wsI from wsUnFirst(wsV) by 1
               until wsI > wsUnLast(wsV)
           perform WriteStepProgressRow
       end-perform.

*> One step's standing in words, with its return code once it has
*> one ("-" before). A ready step is RUNNING or PENDING as its unit
*> is (wsV zero for a post-cycle step, which is PENDING until the
*> phase has run it), CLASSWAIT while its unit waits for its
*> resource class; a ready step whose unit finished without its
*> return code is NO-RC.
WriteStepProgressRow.
       move "-" to wsStepRcText
       evaluate true
           when wsStDone(wsI) or wsStPrevDone(wsI)
               move wsStRc(wsI) to wsStepRcDisplay
               move function trim(wsStepRcDisplay) to wsStepRcText
               evaluate wsStRc(wsI)
                   when 0
                       move "OK" to wsStepStateText
                   when 4
                       move "WARN" to wsStepStateText
                   when other
                       move "FAIL" to wsStepStateText
               end-evaluate
           when wsStReady(wsI)
               move "PENDING" to wsStepStateText
               if wsV > 0
                   evaluate true
                       when wsUnRunning(wsV)
                           move "RUNNING" to wsStepStateText
                       when wsUnDone(wsV) or wsUnHung(wsV)
                           move "NO-RC" to wsStepStateText
                       when wsUnPending(wsV) and wsUnAwaiting(wsV)
                           move "AWAITING" to wsStepStateText
                       when wsUnPending(wsV) and wsUnWaitSince(wsV) > 0
                           move "CLASSWAIT" to wsStepStateText
                   end-evaluate
               end-if
           when wsStSkipped(wsI) or wsStConsumedSkip(wsI)
               move "SKIPPED" to wsStepStateText
           when wsStLate(wsI)
               move "LATE" to wsStepStateText
           when wsStDisabled(wsI)
               move "DISABLED" to wsStepStateText
           when wsStGateFailed(wsI)
               move "GATEFAIL" to wsStepStateText
           when wsStHeld(wsI)
               move "HELD" to wsStepStateText
           when wsStUnreleased(wsI)
               move "UNRELEASED" to wsStepStateText
           when wsStNotDue(wsI)
               move "NOT-DUE" to wsStepStateText
           when wsStDeferred(wsI)
               move "DEFERRED" to wsStepStateText
           when other
               move "NOT-RUN" to wsStepStateText
       end-evaluate
       move spaces to ProgressLine
       string
           "STEP " delimited by size
           wsStProgid(wsI) delimited by space
           " " delimited by size
           wsStDir(wsI) delimited by space
           " " delimited by size
           wsStepStateText delimited by space
           " " delimited by size
           wsStepRcText delimited by space
           into ProgressLine
       end-string
       write ProgressLine.

*> Hands the dashboard a fresh JSON status document - at every unit
*> completion and once more as the cycle ends. The exporter reads
*> the progress feed just written and the rest from the files.
RunStatusExport.
       move spaces to wsExportCmd
       string
           "AOC2024_CYCLE=" delimited by size
           wsCycleId delimited by space
           " AOC2024_YEAR=" delimited by size
           wsProcYear delimited by size
           " ./driver/statusexp > /dev/null 2>&1" delimited by size
           into wsExportCmd
       end-string
       call "SYSTEM" using wsExportCmd
       move 0 to return-code.

*> Renders a count of seconds since the standard date epoch back
*> into the trail files' "YYYY-MM-DD HH:MM:SS" stamp shape - the
*> inverse of StampToSeconds, the same arithmetic the handover
*> are on the table the moment anything downstream (a dependent
*> unit's prerequisite check) wants them.
UpdateUnitStates.
       move "n" to wsUnitFinished
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsUnRunning(wsV)
               perform ProbeUnitDone
           end-if
       end-perform
       perform WriteProgressFile
       if wsUnitFinished = "y"
           perform RunStatusExport
       end-if.

ProbeUnitDone.
       move wsV to wsUnitNoDisplay
               *> a unit finishing is progress too - a dependent
               *> unit may be waiting on exactly this
               move "y" to wsProgressMade
               move "y" to wsUnitFinished
               perform ReadUnitRcFile
               perform RetryUnitFailedSteps
           else
DeclareUnitHung.
       move "T" to wsUnState(wsV)
       move "y" to wsProgressMade
       move "y" to wsUnitFinished
       perform ReadUnitRcFile
       perform varying wsI from wsUnFirst(wsV) by 1
               until wsI > wsUnLast(wsV)
           end-if
       end-perform.

*> The cycle report's account of the resource-class throttling: each
*> unit that had to wait for its class, for how long, and what it
*> went on to do - told apart from the HELD lines, which are
*> prerequisite holds.
ReportClassWaits.
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnWaitSince(wsU) > 0
               move wsUnClassIdx(wsU) to wsC
               move wsClLimit(wsC) to wsNum2Display
               move wsUnWaitSecs(wsU) to wsNum4Display
               if wsUnRunning(wsU) or wsUnDone(wsU) or wsUnHung(wsU)
                   display "WAIT unit " function trim(wsUnDir(wsU))
                       " waited " function trim(wsNum4Display)
                       "s for resource class "
                       function trim(wsClName(wsC)) " (limit "
                       function trim(wsNum2Display)
                       "), not for a prerequisite"
               else
                   display "WAIT unit " function trim(wsUnDir(wsU))
                       " was waiting for resource class "
                       function trim(wsClName(wsC)) " (limit "
                       function trim(wsNum2Display)
                       ") when the launches ended"
               end-if
           end-if
       end-perform.

*> Reads every launched unit's .steprc file back and reports each
*> step in table order with the same OK/WARN/FAIL lines and counters
*> the sequential driver printed as it went. Each job's own
                               delimited by size
                           into wsAlertDetail
                       end-string
                       perform AddRunbookPointer
                       perform RaiseAlert
                       perform OpenStepIncident
               end-evaluate
           else
               if wsStConsumedSkip(wsI)
                       into wsAlertDetail
                   end-string
                   perform RaiseAlert
                   perform OpenStepIncident
               end-if
               if wsStUnreleased(wsI)
                   display "FAIL " wsStLabel(wsI)
                       " (build not on the release register; not run)"
                   add 1 to wsFailCount
                   move "FAIL" to wsAlertSeverity
                   move spaces to wsAlertDetail
                   string
                       "Build not on the release register: "
                           delimited by size
                       function trim(wsStLabel(wsI)) delimited by size
                       into wsAlertDetail
                   end-string
                   perform RaiseAlert
                   perform OpenStepIncident
               end-if
               if wsStHeld(wsI)
                   *> already reported, with its reason, when the
                       into wsAlertDetail
                   end-string
                   perform RaiseAlert
                   perform OpenStepIncident
               end-if
           end-if
       end-perform
           end-if
       end-if

       perform WriteCycleLockStamp.

*> (Re)writes the lock with the current stamp - at the start of the
*> cycle and on every arrival-watch poll.
WriteCycleLockStamp.
       open output LockFile
       move spaces to LockLine
       string
ReleaseCycleLock.
       call "SYSTEM" using "rm -f cycle-lock".

*> The failed step's incident: opened on the incident-register, or
*> the one already open for the same step named instead.
OpenStepIncident.
       move wsStProgid(wsI) to wsIncProgram
       move wsStDir(wsI) to wsIncFeed
       move wsAlertDetail to wsIncDetail
       call "AOC2024INCIDENT" using wsIncSource wsIncProgram wsIncFeed
           wsIncDetail wsIncidentId
       if wsIncidentId not = spaces
           display "     incident " wsIncidentId
       end-if.

AddRunbookPointer.
       move wsStProgid(wsI) to wsRbProgram
       move wsStRc(wsI) to wsRbRcDisplay
       move wsRbRcDisplay to wsRbRc
       call "AOC2024RUNBOOK" using wsRbProgram wsRbRc wsRbEntryKey
       if wsRbEntryKey = spaces
           exit paragraph
       end-if
       compute wsRbPtr =
           function length(function trim(wsAlertDetail trailing)) + 1
       string
           " - runbook " delimited by size
           function trim(wsRbEntryKey) delimited by size
           into wsAlertDetail
           with pointer wsRbPtr
       end-string
       display "     runbook " function trim(wsRbEntryKey).

*> Appends one alert to the shared feed monitoring watches, creating
*> the feed on its very first alert since OPEN EXTEND fails against a
*> file that does not exist yet.
              ==:PROCESS-ROW:== BY ==perform StackCalendarLine==.

*> Files one calendar line: HOLIDAY adds a non-working date, EXPECT
*> overrides a day directory's expected-drop flag, MILESTONE ... CYCLE
*> gives the load shedding its deadline. Comment lines (anything
*> else) are ignored, so the calendar can be annotated.
StackCalendarLine.
       move spaces to wsCalKeyword
       move spaces to wsCalValue1
                   move function upper-case(wsCalValue2)
                       to wsExpectFlag(wsExpectCount)
               end-if
           when "MILESTONE"
               if wsCalValue2 = "CYCLE" and wsCalValue1(1:4) numeric
                   move wsCalValue1(1:4) to wsCycleMsTime
                   move "y" to wsCycleMsSet
               end-if
       end-evaluate.

*> Looks the current step's directory up in the expected-drop
       move RegEnv to wsStEnv(wsStepCount)
       move RegPrereq to wsStPrereq(wsStepCount)
       move RegPhase to wsStPhase(wsStepCount)
       move RegFreq to wsStFreq(wsStepCount)
       if RegTier = "2" or RegTier = "3"
           move RegTier to wsStTier(wsStepCount)
       else
           move 1 to wsStTier(wsStepCount)
       end-if
       move function upper-case(RegClass) to wsStClass(wsStepCount)
       move RegProgram to wsStProgid(wsStepCount)
       move 0 to wsStLastSecs(wsStepCount)
       if RegRetry numeric
