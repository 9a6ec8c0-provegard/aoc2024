identification division.
program-id. AOC2024SIMULATE.

*> Nightly schedule simulator: replays the cycle on paper, so a change
*> to AOC2024DRIVER_PARALLEL, to the registry's prerequisites
*> (RegPrereq) or to step order can be judged before a live night is
*> spent finding out. It reads the job-registry, carves the units the
*> way AOC2024DRIVER does (consecutive steps sharing a day directory),
*> prices each step from its measured run times - the audit trails'
*> START/END pairs AOC2024OPSLOG pairs, over all the history the
*> trails still hold - and launches the units exactly as the driver's
*> launch passes do: longest unit first, a unit waiting on its
*> prerequisite's unit, a unit waiting while its resource class
*> (RegClass) has its AOC2024DRIVER_CLASS_<class> limit of units
*> running, each launch waiting for a free slot. Every prerequisite
*> is assumed to finish cleanly.
*>
*> The simulation-report shows every unit's projected start, finish
*> and slot as offsets from the cycle start, the critical path (the
*> chain of units - each started by a prerequisite finishing or by a
*> slot coming free - that ends the night), every slot's busy and
*> idle time with the gaps where it sat idle, the post-cycle phase
*> (run one step at a time after the units), and the steps with no
*> measurement yet, which are priced at zero.
*>
*> What-if parameters, all optional:
*>   AOC2024SIMULATE_SLOTS     parallel slots (1-8, the driver's own
*>                             range); default the driver's
*>                             AOC2024DRIVER_PARALLEL, else 4
*>   AOC2024SIMULATE_BASIS     AVG (default), LAST or MAX of the
*>                             measured runs
*>   AOC2024SIMULATE_SCALE     duration factors, space-separated
*>                             <day-directory or program>=<factor>,
*>                             e.g. "day06=2 AOC202407P1=0.5"
*>   AOC2024SIMULATE_REGISTRY  an edited copy of the registry to try
*>                             other prerequisites or step order
*>
*> Return code: 0 simulated; 4 some units held (a prerequisite that
*> can never run); 8 registry not found.

environment division.
input-output section.
file-control.
       select RegistryFile assign to wsRegistryFilename
           organization is line sequential
           file status is wsRegistryStatus.
       select AuditFile assign to wsAuditFilename
           organization is line sequential
           file status is wsAuditStatus.
       select SimReport assign to 'simulation-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

FD SimReport.
01 SimReportLine pic X(132).

working-storage section.
       01 wsReportName pic X(40) value "simulation-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024SIMULATE".
       01 wsReportTitle pic X(40) value "CYCLE SIMULATION".
       01 wsRegistryFilename pic X(60) value "job-registry".
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsAuditFilename pic X(40).
       01 wsAuditStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsParm pic X(20).
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it

       01 wsSlots pic 9(2) value 4.
       01 wsBasis pic X(4) value "AVG".
       01 wsScaleParm pic X(200) value spaces.

*> Duration factors from AOC2024SIMULATE_SCALE.
       01 wsScales.
           05 wsScaleEntry occurs 8 times.
               10 wsScaleName pic X(16).
               10 wsScaleFactor pic 9(3)v99.
       01 wsScaleCount pic 9(2) value 0.
       01 wsScaleTokens.
           05 wsScaleToken pic X(30) occurs 8 times.
       01 wsScaleText pic X(10).
       01 wsSc pic 9(2).

*> The registry's enabled steps in run sequence, each priced in
*> seconds from its measurements (scaled where asked).
       01 wsSteps.
           05 wsStep occurs 80 times.
               10 wsStDir pic X(10).
               10 wsStProgram pic X(16).
               10 wsStPrereq pic X(10).
               10 wsStPhase pic X(1).
               10 wsStClass pic X(10).
               10 wsStSecs pic 9(7).
               10 wsStMeasured pic X(1).
       01 wsStepCount pic 9(2) value 0.
       01 wsMaxSteps pic 9(2) value 80.
       01 wsI pic 9(2).

*> Measured runs per program, from every audit trail.
       01 wsMeasures.
           05 wsMeasure occurs 80 times.
               10 wsMsProgram pic X(16).
               10 wsMsRuns pic 9(5).
               10 wsMsSum pic 9(11).
               10 wsMsMax pic 9(7).
               10 wsMsLast pic 9(7).
       01 wsMeasureCount pic 9(2) value 0.
       01 wsM pic 9(2).
       01 wsMsIdx pic 9(2).

*> The directories whose audit trails are read: every daily
*> directory on the registry, plus the root trail the post-cycle
*> programs write.
       01 wsTrailDirs.
           05 wsTrailDir pic X(10) occurs 41 times.
       01 wsTrailCount pic 9(2) value 0.
       01 wsT pic 9(2).

       01 wsOpenStarts.
           05 wsOpenStart occurs 100 times.
               10 wsOpenProgram pic X(16).
               10 wsOpenSeconds pic 9(12).
       01 wsOpenCount pic 9(3) value 0.
       01 wsK pic 9(3).
       01 wsFoundIdx pic 9(3).
       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).
       01 wsElapsed pic 9(9).

*> The night's units, carved and ordered as the driver carves and
*> orders them, with the simulated outcome of each.
       01 wsUnits.
           05 wsUnitEntry occurs 80 times.
               10 wsUnFirst pic 9(2).
               10 wsUnLast pic 9(2).
               10 wsUnDir pic X(10).
               10 wsUnPrereq pic X(10).
               10 wsUnDuration pic 9(7).
               10 wsUnState pic X(1).
                   88 wsUnPending value "P".
                   88 wsUnRunning value "R".
                   88 wsUnDone value "D".
                   88 wsUnNoWork value "N".
                   88 wsUnHeld value "H".
               10 wsUnStart pic 9(7).
               10 wsUnFinish pic 9(7).
               10 wsUnSlot pic 9(2).
               10 wsUnCause pic 9(2).   *> the unit whose finish let it start
               10 wsUnWhy pic X(1).     *> Q prerequisite, C class, S slot freed
               10 wsUnClass pic X(10).
               10 wsUnClassIdx pic 9(2).
               10 wsUnClassWaited pic X(1).
       01 wsUnitCount pic 9(2) value 0.
       01 wsU pic 9(2).
       01 wsV pic 9(2).
       01 wsUnitFirst pic 9(2).
       01 wsUnitLast pic 9(2).
       01 wsPrereqIdx pic 9(2).
       01 wsDurGap pic 9(2).
       01 wsDurK pic s9(3).
       01 wsSwapUnit.
           05 wsSwapFirst pic 9(2).
           05 wsSwapLast pic 9(2).
           05 wsSwapDir pic X(10).
           05 wsSwapPrereq pic X(10).
           05 wsSwapDuration pic 9(7).
           05 wsSwapState pic X(1).
           05 wsSwapStart pic 9(7).
           05 wsSwapFinish pic 9(7).
           05 wsSwapSlot pic 9(2).
           05 wsSwapCause pic 9(2).
           05 wsSwapWhy pic X(1).
           05 wsSwapClass pic X(10).
           05 wsSwapClassIdx pic 9(2).
           05 wsSwapClassWaited pic X(1).

*> The resource classes the units carry and the driver's limit for
*> each - AOC2024DRIVER_CLASS_<class>, else the slot count.
       01 wsClasses.
           05 wsClassEntry occurs 20 times.
               10 wsClName pic X(10).
               10 wsClLimit pic 9(2).
       01 wsClassCount pic 9(2) value 0.
       01 wsMaxClasses pic 9(2) value 20.
       01 wsC pic 9(2).
       01 wsClassRunning pic 9(2).
       01 wsClassMate pic 9(2).
       01 wsClassKey pic X(30).

*> The simulated clock and slots.
       01 wsClock pic 9(7) value 0.
       01 wsClockCause pic 9(2) value 0.
       01 wsNextFinish pic 9(7).
       01 wsPendingCount pic 9(2).
       01 wsRunningCount pic 9(2).
       01 wsProgressMade pic A(1).
       01 wsEligible pic A(1).
       01 wsHeldCount pic 9(2) value 0.
       01 wsSlotTable.
           05 wsSlot occurs 8 times.
               10 wsSlUnit pic 9(2).
               10 wsSlFreeAt pic 9(7).
               10 wsSlBusy pic 9(7).
       01 wsS pic 9(2).
       01 wsFreeSlot pic 9(2).
       01 wsMaxIdleGaps pic 9(3) value 200.
       01 wsIdleGaps.
           05 wsIdleGap occurs 200 times.
               10 wsIgSlot pic 9(2).
               10 wsIgFrom pic 9(7).
               10 wsIgTo pic 9(7).
       01 wsIdleGapCount pic 9(3) value 0.
       01 wsG pic 9(3).

       01 wsMakespan pic 9(7) value 0.
       01 wsLastUnit pic 9(2) value 0.
       01 wsPostCycle pic 9(7) value 0.
       01 wsCycleTotal pic 9(7).
       01 wsIdle pic 9(7).
       01 wsPct pic 9(3).
       01 wsUnmeasured pic 9(2) value 0.

*> The critical path, traced back from the unit that ends the night.
       01 wsPath.
           05 wsPathUnit pic 9(2) occurs 80 times.
       01 wsPathCount pic 9(2) value 0.
       01 wsP pic 9(2).

       01 wsFmtSecs pic 9(7).
       01 wsFmtHh pic 9(2).
       01 wsFmtMm pic 9(2).
       01 wsFmtSs pic 9(2).
       01 wsFmtRest pic 9(7).
       01 wsFmtText pic X(8).
       01 wsFmtStart pic X(8).
       01 wsFmtFinish pic X(8).
       01 wsFmtDuration pic X(8).
       01 wsNumDisplay pic Z9.
       01 wsPctDisplay pic ZZ9.
       01 wsFactorDisplay pic ZZ9.99.

       01 wsUnitLine.
           05 filler pic X(2) value spaces.
           05 wsUlNo pic 99.
           05 filler pic X(2) value spaces.
           05 wsUlDir pic X(10).
           05 filler pic X(2) value spaces.
           05 wsUlSteps pic Z(4)9.
           05 filler pic X(2) value spaces.
           05 wsUlPrereq pic X(10).
           05 filler pic X(2) value spaces.
           05 wsUlDuration pic X(8).
           05 filler pic X(2) value spaces.
           05 wsUlSlot pic Z(4).
           05 filler pic X(2) value spaces.
           05 wsUlStart pic X(9).
           05 filler pic X(2) value spaces.
           05 wsUlFinish pic X(9).
           05 filler pic X(2) value spaces.
           05 wsUlNote pic X(40).

procedure division.
       perform ReadParameters
       perform LoadRegistry
       perform MeasureTrails
       perform PriceSteps
       perform BuildUnitTable
       perform SortUnitsByDuration
       perform RunSimulation
       perform TraceCriticalPath

       open output SimReport
       perform WriteHeader
       perform WriteUnitSection
       perform WriteCriticalPath
       perform WriteSlotSection
       perform WriteUnmeasuredSection
       close SimReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move wsCycleTotal to wsFmtSecs
       perform FormatSeconds
       move wsSlots to wsNumDisplay
       display "SIMULATE: " function trim(wsNumDisplay) " slot(s), "
           wsUnitCount
           " unit(s), projected cycle " wsFmtText
           " - see simulation-report"
       if wsHeldCount > 0
           display "SIMULATE: " wsHeldCount " unit(s) held - a"
               " prerequisite that can never run"
           move 4 to return-code
       end-if
       stop run.

*> The what-if settings; the slot count defaults to what the driver
*> itself would use tonight.
ReadParameters.
       move spaces to wsParm
       accept wsParm from environment "AOC2024SIMULATE_SLOTS"
           on exception continue
       end-accept
       if wsParm = spaces
           accept wsParm from environment "AOC2024DRIVER_PARALLEL"
               on exception continue
           end-accept
       end-if
       if wsParm = spaces
           move "AOC2024DRIVER_PARALLEL" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsSlots
       end-if
       if wsSlots < 1
           move 1 to wsSlots
       end-if
       if wsSlots > 8
           display "SIMULATE: the driver runs at most 8 slots -"
               " simulating 8"
           move 8 to wsSlots
       end-if

       move spaces to wsParm
       accept wsParm from environment "AOC2024SIMULATE_BASIS"
           on exception continue
       end-accept
       evaluate function upper-case(wsParm)
           when spaces
               continue
           when "AVG"
           when "LAST"
           when "MAX"
               move function upper-case(wsParm) to wsBasis
           when other
               display "SIMULATE: basis " function trim(wsParm)
                   " not AVG, LAST or MAX - using AVG"
       end-evaluate

       accept wsScaleParm from environment "AOC2024SIMULATE_SCALE"
           on exception continue
       end-accept
       if wsScaleParm not = spaces
           perform ParseScaleFactors
       end-if

       accept wsRegistryFilename
           from environment "AOC2024SIMULATE_REGISTRY"
           on exception continue
       end-accept
       if wsRegistryFilename = spaces
           move "job-registry" to wsRegistryFilename
       end-if.

ParseScaleFactors.
       move spaces to wsScaleTokens
       unstring wsScaleParm delimited by all spaces
           into wsScaleToken(1) wsScaleToken(2) wsScaleToken(3)
                wsScaleToken(4) wsScaleToken(5) wsScaleToken(6)
                wsScaleToken(7) wsScaleToken(8)
       end-unstring
       perform varying wsSc from 1 by 1 until wsSc > 8
           if wsScaleToken(wsSc) not = spaces
               add 1 to wsScaleCount
               move spaces to wsScaleName(wsScaleCount)
               move spaces to wsScaleText
               unstring wsScaleToken(wsSc) delimited by "="
                   into wsScaleName(wsScaleCount) wsScaleText
               end-unstring
               if wsScaleText = spaces
                       or function test-numval(wsScaleText) not = 0
                   display "SIMULATE: scale "
                       function trim(wsScaleToken(wsSc))
                       " is not <name>=<factor> - ignored"
                   subtract 1 from wsScaleCount
               else
                   move function numval(wsScaleText)
                       to wsScaleFactor(wsScaleCount)
               end-if
           end-if
       end-perform.

*> Walks every audit trail forward pairing STARTs with their ENDs -
*> the pairing driver/opslog.cob runs - and files each completed
*> run's elapsed seconds against its program. A run that ended in
*> ERROR is not a fair measure of a night's work and is left out.
MeasureTrails.
       perform varying wsT from 1 by 1 until wsT > wsTrailCount
           move spaces to wsAuditFilename
           if wsTrailDir(wsT) = spaces
               move "audit-trail" to wsAuditFilename
           else
               string
                   function trim(wsTrailDir(wsT)) delimited by size
                   "/audit-trail" delimited by size
                   into wsAuditFilename
               end-string
           end-if
           move 0 to wsOpenCount
           move "n" to wsEof
           move 0 to wsRecordsRead
           open input AuditFile
           if wsAuditStatus = "00"
               perform ReadAuditLoop
               close AuditFile
           end-if
       end-perform.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAuditLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AuditFile==
              ==:RECORD-NAME:== BY ==AuditLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform PairAuditRow==.

PairAuditRow.
       evaluate AuditEvent
           when "START"
               if wsOpenCount < 100
                   add 1 to wsOpenCount
                   move AuditProgram to wsOpenProgram(wsOpenCount)
                   move AuditTimestamp to wsStampWork
                   perform StampToSeconds
                   move wsStampSeconds to wsOpenSeconds(wsOpenCount)
               end-if
           when "END"
               perform PairWithOpenStart
           when "ERROR"
               perform PairWithOpenStart
       end-evaluate.

PairWithOpenStart.
       move 0 to wsFoundIdx
       perform varying wsK from 1 by 1 until wsK > wsOpenCount
           if wsOpenProgram(wsK) = AuditProgram
               move wsK to wsFoundIdx
           end-if
       end-perform
       if wsFoundIdx = 0
           exit paragraph
       end-if

       move AuditTimestamp to wsStampWork
       perform StampToSeconds
       if wsStampSeconds >= wsOpenSeconds(wsFoundIdx)
           compute wsElapsed =
               wsStampSeconds - wsOpenSeconds(wsFoundIdx)
       else
           move 0 to wsElapsed
       end-if

       perform varying wsK from wsFoundIdx by 1
               until wsK >= wsOpenCount
           move wsOpenStart(wsK + 1) to wsOpenStart(wsK)
       end-perform
       subtract 1 from wsOpenCount

       if AuditEvent = "END"
           perform FileMeasuredRun
       end-if.

FileMeasuredRun.
       move 0 to wsMsIdx
       perform varying wsM from 1 by 1 until wsM > wsMeasureCount
           if wsMsProgram(wsM) = AuditProgram
               move wsM to wsMsIdx
           end-if
       end-perform
       if wsMsIdx = 0
           if wsMeasureCount >= 80
               exit paragraph
           end-if
           add 1 to wsMeasureCount
           move wsMeasureCount to wsMsIdx
           move AuditProgram to wsMsProgram(wsMsIdx)
           move 0 to wsMsRuns(wsMsIdx)
           move 0 to wsMsSum(wsMsIdx)
           move 0 to wsMsMax(wsMsIdx)
       end-if
       add 1 to wsMsRuns(wsMsIdx)
       add wsElapsed to wsMsSum(wsMsIdx)
       if wsElapsed > wsMsMax(wsMsIdx)
           move wsElapsed to wsMsMax(wsMsIdx)
       end-if
       move wsElapsed to wsMsLast(wsMsIdx).

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

*> Each step's seconds on the chosen basis, times any factor naming
*> its directory or its program.
PriceSteps.
       perform varying wsI from 1 by 1 until wsI > wsStepCount
           move 0 to wsStSecs(wsI)
           move "N" to wsStMeasured(wsI)
           perform varying wsM from 1 by 1 until wsM > wsMeasureCount
               if wsMsProgram(wsM) = wsStProgram(wsI)
                       and wsMsRuns(wsM) > 0
                   move "Y" to wsStMeasured(wsI)
                   evaluate wsBasis
                       when "LAST"
                           move wsMsLast(wsM) to wsStSecs(wsI)
                       when "MAX"
                           move wsMsMax(wsM) to wsStSecs(wsI)
                       when other
                           compute wsStSecs(wsI) rounded =
                               wsMsSum(wsM) / wsMsRuns(wsM)
                   end-evaluate
               end-if
           end-perform
           if wsStMeasured(wsI) = "N"
               add 1 to wsUnmeasured
           end-if
           perform varying wsSc from 1 by 1 until wsSc > wsScaleCount
               if wsScaleName(wsSc) = wsStDir(wsI)
                       or wsScaleName(wsSc) = wsStProgram(wsI)
                   compute wsStSecs(wsI) rounded =
                       wsStSecs(wsI) * wsScaleFactor(wsSc)
               end-if
           end-perform
           if wsStPhase(wsI) = "P"
               add wsStSecs(wsI) to wsPostCycle
           end-if
       end-perform.

*> Carves the step table into units exactly as the driver does -
*> consecutive daily steps sharing a day directory, the first
*> non-blank prerequisite among them naming the unit's.
BuildUnitTable.
       move 0 to wsUnitCount
       move 1 to wsUnitFirst
       perform until wsUnitFirst > wsStepCount
           if wsStPhase(wsUnitFirst) = "P"
               add 1 to wsUnitFirst
           else
               move wsUnitFirst to wsUnitLast
               perform until wsUnitLast = wsStepCount
                       or wsStDir(wsUnitLast + 1)
                           not = wsStDir(wsUnitFirst)
                       or wsStPhase(wsUnitLast + 1) = "P"
                   add 1 to wsUnitLast
               end-perform
               add 1 to wsUnitCount
               move wsUnitFirst to wsUnFirst(wsUnitCount)
               move wsUnitLast to wsUnLast(wsUnitCount)
               move wsStDir(wsUnitFirst) to wsUnDir(wsUnitCount)
               move spaces to wsUnPrereq(wsUnitCount)
               move 0 to wsUnDuration(wsUnitCount)
               move "P" to wsUnState(wsUnitCount)
               move 0 to wsUnStart(wsUnitCount)
               move 0 to wsUnFinish(wsUnitCount)
               move 0 to wsUnSlot(wsUnitCount)
               move 0 to wsUnCause(wsUnitCount)
               move spaces to wsUnWhy(wsUnitCount)
               move spaces to wsUnClass(wsUnitCount)
               move 0 to wsUnClassIdx(wsUnitCount)
               move "n" to wsUnClassWaited(wsUnitCount)
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
                   add wsStSecs(wsI) to wsUnDuration(wsUnitCount)
               end-perform
               compute wsUnitFirst = wsUnitLast + 1
           end-if
       end-perform
       perform LoadClassLimits.

*> The driver's class table: one entry per class the units carry,
*> its limit clamped to 1 through the slot count.
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

ReadClassLimit.
       move wsSlots to wsClLimit(wsC)
       move spaces to wsClassKey
       string
           "AOC2024DRIVER_CLASS_" delimited by size
           wsClName(wsC) delimited by space
           into wsClassKey
       end-string
       move spaces to wsParm
       accept wsParm from environment wsClassKey
           on exception continue
       end-accept
       if wsParm = spaces
           move wsClassKey to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsClLimit(wsC)
       end-if
       if wsClLimit(wsC) < 1
           move 1 to wsClLimit(wsC)
       end-if
       if wsClLimit(wsC) > wsSlots
           move wsSlots to wsClLimit(wsC)
       end-if.

*> The driver's own launch order: shell sort descending on duration,
*> the same gapped-insertion passes AOC2024DRIVER runs, so ties fall
*> the way they fall on a live night.
SortUnitsByDuration.
       if wsUnitCount < 2
           exit paragraph
       end-if
       move wsUnitCount to wsDurGap
       divide 2 into wsDurGap
       perform until wsDurGap < 1
           perform varying wsU from wsDurGap by 1
                   until wsU >= wsUnitCount
               move wsUnitEntry(wsU + 1) to wsSwapUnit
               compute wsDurK = wsU + 1
               perform until wsDurK <= wsDurGap
                       or wsUnDuration(wsDurK - wsDurGap)
                           >= wsSwapDuration
                   move wsUnitEntry(wsDurK - wsDurGap)
                       to wsUnitEntry(wsDurK)
                   subtract wsDurGap from wsDurK
               end-perform
               move wsSwapUnit to wsUnitEntry(wsDurK)
           end-perform
           divide 2 into wsDurGap
       end-perform.

*> The driver's launch passes on a simulated clock: each pass offers
*> every pending unit a launch in order; a launch that finds every
*> slot busy waits for the first to come free. A pass that launches
*> nothing waits for the next running unit to finish, or - with
*> nothing running - holds the units whose prerequisite can never
*> run.
RunSimulation.
       perform varying wsS from 1 by 1 until wsS > wsSlots
           move 0 to wsSlUnit(wsS)
           move 0 to wsSlFreeAt(wsS)
           move 0 to wsSlBusy(wsS)
       end-perform
       perform CountUnitStates
       perform until wsPendingCount = 0
           move "n" to wsProgressMade
           perform varying wsU from 1 by 1 until wsU > wsUnitCount
               if wsUnPending(wsU)
                   perform TrySimulatedLaunch
               end-if
           end-perform
           perform CountUnitStates
           if wsProgressMade = "n" and wsPendingCount > 0
               if wsRunningCount > 0
                   perform AdvanceToNextFinish
               else
                   perform HoldStrandedUnits
               end-if
               perform CountUnitStates
           end-if
       end-perform
       perform until wsRunningCount = 0
           perform AdvanceToNextFinish
           perform CountUnitStates
       end-perform

       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnDone(wsU) and wsUnFinish(wsU) >= wsMakespan
               move wsUnFinish(wsU) to wsMakespan
               move wsU to wsLastUnit
           end-if
       end-perform
       compute wsCycleTotal = wsMakespan + wsPostCycle.

TrySimulatedLaunch.
       move "y" to wsEligible
       perform ResolvePrereqUnit
       if wsPrereqIdx > 0
           evaluate true
               when wsUnPending(wsPrereqIdx)
                       or wsUnRunning(wsPrereqIdx)
                   move "n" to wsEligible
               when wsUnHeld(wsPrereqIdx)
                   move "H" to wsUnState(wsU)
                   add 1 to wsHeldCount
                   move "n" to wsEligible
               when other
                   continue
           end-evaluate
       end-if
       if wsEligible = "n"
           exit paragraph
       end-if
       *> a limit as wide as the slots can never be what binds
       if wsUnClassIdx(wsU) > 0
               and wsClLimit(wsUnClassIdx(wsU)) < wsSlots
           perform CheckSimulatedClass
           if wsEligible = "n"
               exit paragraph
           end-if
       end-if

       perform CountUnitStates
       perform until wsRunningCount < wsSlots
           perform AdvanceToNextFinish
           perform CountUnitStates
       end-perform
       move 0 to wsFreeSlot
       perform varying wsS from 1 by 1 until wsS > wsSlots
           if wsFreeSlot = 0
               if wsSlUnit(wsS) = 0
                   move wsS to wsFreeSlot
               else
                   if not wsUnRunning(wsSlUnit(wsS))
                       move wsS to wsFreeSlot
                   end-if
               end-if
           end-if
       end-perform

       *> what let this unit start when it did: its prerequisite
       *> finishing, a unit of its resource class finishing, the
       *> previous unit on its slot finishing, or whatever finish
       *> last moved the clock
       move 0 to wsUnCause(wsU)
       move spaces to wsUnWhy(wsU)
       move 0 to wsClassMate
       if wsUnClassWaited(wsU) = "y"
           perform FindClassMateFinish
       end-if
       if wsClock > 0
           evaluate true
               when wsPrereqIdx > 0
                       and wsUnFinish(wsPrereqIdx) = wsClock
                   move wsPrereqIdx to wsUnCause(wsU)
                   move "Q" to wsUnWhy(wsU)
               when wsClassMate > 0
                   move wsClassMate to wsUnCause(wsU)
                   move "C" to wsUnWhy(wsU)
               when wsSlUnit(wsFreeSlot) > 0
                       and wsSlFreeAt(wsFreeSlot) = wsClock
                   move wsSlUnit(wsFreeSlot) to wsUnCause(wsU)
                   move "S" to wsUnWhy(wsU)
               when other
                   move wsClockCause to wsUnCause(wsU)
                   move "S" to wsUnWhy(wsU)
           end-evaluate
       end-if

       if wsClock > wsSlFreeAt(wsFreeSlot)
               and wsIdleGapCount < wsMaxIdleGaps
           add 1 to wsIdleGapCount
           move wsFreeSlot to wsIgSlot(wsIdleGapCount)
           move wsSlFreeAt(wsFreeSlot) to wsIgFrom(wsIdleGapCount)
           move wsClock to wsIgTo(wsIdleGapCount)
       end-if
       move "R" to wsUnState(wsU)
       move wsClock to wsUnStart(wsU)
       compute wsUnFinish(wsU) = wsClock + wsUnDuration(wsU)
       move wsFreeSlot to wsUnSlot(wsU)
       move wsU to wsSlUnit(wsFreeSlot)
       move wsUnFinish(wsU) to wsSlFreeAt(wsFreeSlot)
       add wsUnDuration(wsU) to wsSlBusy(wsFreeSlot)
       move "y" to wsProgressMade.

*> A unit whose class already has its limit running waits, as on a
*> live night, and the rest of the pass back-fills the slots.
CheckSimulatedClass.
       move 0 to wsClassRunning
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsUnRunning(wsV)
                   and wsUnClassIdx(wsV) = wsUnClassIdx(wsU)
               add 1 to wsClassRunning
           end-if
       end-perform
       move wsUnClassIdx(wsU) to wsC
       if wsClassRunning >= wsClLimit(wsC)
           move "n" to wsEligible
           move "y" to wsUnClassWaited(wsU)
       end-if.

*> The unit of the same class whose finish, at the current clock,
*> gave a class-waiting unit its turn.
FindClassMateFinish.
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsV not = wsU and wsUnDone(wsV)
                   and wsUnClassIdx(wsV) = wsUnClassIdx(wsU)
                   and wsUnFinish(wsV) = wsClock
                   and wsClassMate = 0
               move wsV to wsClassMate
           end-if
       end-perform.

*> The prerequisite unit is the first OTHER unit in the named day
*> directory; a directory not on the registry constrains nothing.
ResolvePrereqUnit.
       move 0 to wsPrereqIdx
       if wsUnPrereq(wsU) = spaces
           exit paragraph
       end-if
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsV not = wsU and wsUnDir(wsV) = wsUnPrereq(wsU)
                   and wsPrereqIdx = 0
               move wsV to wsPrereqIdx
           end-if
       end-perform.

*> Moves the clock to the earliest finish among the running units and
*> marks every unit finished by then done.
AdvanceToNextFinish.
       move 9999999 to wsNextFinish
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsUnRunning(wsV) and wsUnFinish(wsV) < wsNextFinish
               move wsUnFinish(wsV) to wsNextFinish
               move wsV to wsClockCause
           end-if
       end-perform
       if wsNextFinish = 9999999
           exit paragraph
       end-if
       if wsNextFinish > wsClock
           move wsNextFinish to wsClock
       end-if
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsUnRunning(wsV) and wsUnFinish(wsV) <= wsClock
               move "D" to wsUnState(wsV)
           end-if
       end-perform.

HoldStrandedUnits.
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           if wsUnPending(wsV)
               move "H" to wsUnState(wsV)
               add 1 to wsHeldCount
           end-if
       end-perform.

CountUnitStates.
       move 0 to wsPendingCount
       move 0 to wsRunningCount
       perform varying wsV from 1 by 1 until wsV > wsUnitCount
           evaluate true
               when wsUnPending(wsV)
                   add 1 to wsPendingCount
               when wsUnRunning(wsV)
                   add 1 to wsRunningCount
           end-evaluate
       end-perform.

*> Follows the chain of causes back from the unit that finishes last.
TraceCriticalPath.
       move 0 to wsPathCount
       move wsLastUnit to wsU
       perform until wsU = 0 or wsPathCount >= 80
           add 1 to wsPathCount
           move wsU to wsPathUnit(wsPathCount)
           move wsUnCause(wsU) to wsU
       end-perform.

WriteHeader.
       move "===== Nightly schedule simulation =====" to SimReportLine
       write SimReportLine
       move wsSlots to wsNumDisplay
       move spaces to SimReportLine
       string
           "Registry " delimited by size
           function trim(wsRegistryFilename) delimited by size
           ", " delimited by size
           function trim(wsNumDisplay) delimited by size
           " parallel slot(s), step durations: " delimited by size
           function trim(wsBasis) delimited by size
           " of measured runs" delimited by size
           into SimReportLine
       end-string
       write SimReportLine
       perform varying wsSc from 1 by 1 until wsSc > wsScaleCount
           move wsScaleFactor(wsSc) to wsFactorDisplay
           move spaces to SimReportLine
           string
               "What-if: " delimited by size
               function trim(wsScaleName(wsSc)) delimited by size
               " durations x " delimited by size
               function trim(wsFactorDisplay) delimited by size
               into SimReportLine
           end-string
           write SimReportLine
       end-perform
       perform varying wsC from 1 by 1 until wsC > wsClassCount
           move wsClLimit(wsC) to wsNumDisplay
           move spaces to SimReportLine
           string
               "Resource class " delimited by size
               function trim(wsClName(wsC)) delimited by size
               ": " delimited by size
               function trim(wsNumDisplay) delimited by size
               " unit(s) at once" delimited by size
               into SimReportLine
           end-string
           write SimReportLine
       end-perform
       move wsMakespan to wsFmtSecs
       perform FormatSeconds
       move wsFmtText to wsFmtStart
       move wsPostCycle to wsFmtSecs
       perform FormatSeconds
       move wsFmtText to wsFmtFinish
       move wsCycleTotal to wsFmtSecs
       perform FormatSeconds
       move spaces to SimReportLine
       string
           "Projected: units done at +" delimited by size
           wsFmtStart delimited by size
           ", post-cycle phase " delimited by size
           wsFmtFinish delimited by size
           ", cycle complete at +" delimited by size
           wsFmtText delimited by size
           into SimReportLine
       end-string
       write SimReportLine
       move spaces to SimReportLine
       write SimReportLine.

WriteUnitSection.
       move "---- units, in launch order (times from cycle start) ----"
           to SimReportLine
       write SimReportLine
       move spaces to SimReportLine
       move "No" to SimReportLine(3:2)
       move "Directory" to SimReportLine(7:9)
       move "Steps" to SimReportLine(19:5)
       move "Prereq" to SimReportLine(26:6)
       move "Duration" to SimReportLine(38:8)
       move "Slot" to SimReportLine(48:4)
       move "Start" to SimReportLine(54:5)
       move "Finish" to SimReportLine(65:6)
       write SimReportLine
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           move wsU to wsUlNo
           move wsUnDir(wsU) to wsUlDir
           compute wsUlSteps = wsUnLast(wsU) - wsUnFirst(wsU) + 1
           move wsUnPrereq(wsU) to wsUlPrereq
           move wsUnDuration(wsU) to wsFmtSecs
           perform FormatSeconds
           move wsFmtText to wsUlDuration
           move spaces to wsUlNote
           if wsUnHeld(wsU)
               move 0 to wsUlSlot
               move "held" to wsUlStart
               move spaces to wsUlFinish
               string
                   "HELD - prerequisite " delimited by size
                   wsUnPrereq(wsU) delimited by space
                   " can never run" delimited by size
                   into wsUlNote
               end-string
           else
               move wsUnSlot(wsU) to wsUlSlot
               move wsUnStart(wsU) to wsFmtSecs
               perform FormatSeconds
               move spaces to wsUlStart
               string "+" wsFmtText delimited by size into wsUlStart
               end-string
               move wsUnFinish(wsU) to wsFmtSecs
               perform FormatSeconds
               move spaces to wsUlFinish
               string "+" wsFmtText delimited by size into wsUlFinish
               end-string
               if wsUnWhy(wsU) = "Q"
                   string
                       "after prerequisite " delimited by size
                       wsUnPrereq(wsU) delimited by space
                       into wsUlNote
                   end-string
               end-if
               if wsUnClassWaited(wsU) = "y"
                   move spaces to wsUlNote
                   string
                       "waited for class " delimited by size
                       wsUnClass(wsU) delimited by space
                       into wsUlNote
                   end-string
               end-if
           end-if
           move wsUnitLine to SimReportLine
           write SimReportLine
       end-perform
       move spaces to SimReportLine
       write SimReportLine.

WriteCriticalPath.
       move "---- critical path ----" to SimReportLine
       write SimReportLine
       if wsPathCount = 0
           move "  (no units ran)" to SimReportLine
           write SimReportLine
       end-if
       perform varying wsP from wsPathCount by -1 until wsP < 1
           move wsPathUnit(wsP) to wsU
           move wsUnStart(wsU) to wsFmtSecs
           perform FormatSeconds
           move wsFmtText to wsFmtStart
           move wsUnFinish(wsU) to wsFmtSecs
           perform FormatSeconds
           move wsFmtText to wsFmtFinish
           move wsUnDuration(wsU) to wsFmtSecs
           perform FormatSeconds
           move spaces to SimReportLine
           string
               "  " delimited by size
               wsUnDir(wsU) delimited by size
               " +" delimited by size
               wsFmtStart delimited by size
               " to +" delimited by size
               wsFmtFinish delimited by size
               "  (" delimited by size
               wsFmtText delimited by size
               ")" delimited by size
               into SimReportLine
           end-string
           evaluate true
               when wsUnCause(wsU) = 0
                   move "  first launch" to SimReportLine(50:40)
               when wsUnWhy(wsU) = "Q"
                   move "  waited on its prerequisite"
                       to SimReportLine(50:40)
               when wsUnWhy(wsU) = "C"
                   move "  waited for its resource class"
                       to SimReportLine(50:40)
               when other
                   move "  waited for a free slot"
                       to SimReportLine(50:40)
           end-evaluate
           write SimReportLine
       end-perform
       move spaces to SimReportLine
       write SimReportLine.

*> Busy and idle time per slot across the units' span, and every
*> stretch a slot sat idle while the night still had units to run.
WriteSlotSection.
       move "---- slots ----" to SimReportLine
       write SimReportLine
       perform varying wsS from 1 by 1 until wsS > wsSlots
           compute wsIdle = wsMakespan - wsSlBusy(wsS)
           if wsMakespan > 0
               compute wsPct rounded =
                   wsSlBusy(wsS) * 100 / wsMakespan
           else
               move 0 to wsPct
           end-if
           move wsSlBusy(wsS) to wsFmtSecs
           perform FormatSeconds
           move wsFmtText to wsFmtStart
           move wsIdle to wsFmtSecs
           perform FormatSeconds
           move wsS to wsNumDisplay
           move wsPct to wsPctDisplay
           move spaces to SimReportLine
           string
               "  Slot " delimited by size
               wsNumDisplay delimited by size
               "  busy " delimited by size
               wsFmtStart delimited by size
               "  idle " delimited by size
               wsFmtText delimited by size
               "  utilisation " delimited by size
               wsPctDisplay delimited by size
               "%" delimited by size
               into SimReportLine
           end-string
           write SimReportLine
           perform varying wsG from 1 by 1 until wsG > wsIdleGapCount
               if wsIgSlot(wsG) = wsS
                   perform WriteIdleGap
               end-if
           end-perform
           if wsSlFreeAt(wsS) < wsMakespan
               move wsSlFreeAt(wsS) to wsFmtSecs
               perform FormatSeconds
               move wsFmtText to wsFmtFinish
               move spaces to SimReportLine
               string
                   "      idle +" delimited by size
                   wsFmtFinish delimited by size
                   " to end of units - nothing left to launch"
                       delimited by size
                   into SimReportLine
               end-string
               write SimReportLine
           end-if
       end-perform
       move spaces to SimReportLine
       write SimReportLine.

WriteIdleGap.
       move wsIgFrom(wsG) to wsFmtSecs
       perform FormatSeconds
       move wsFmtText to wsFmtStart
       move wsIgTo(wsG) to wsFmtSecs
       perform FormatSeconds
       move spaces to SimReportLine
       string
           "      idle +" delimited by size
           wsFmtStart delimited by size
           " to +" delimited by size
           wsFmtText delimited by size
           " - pending units waiting on prerequisites"
               delimited by size
           into SimReportLine
       end-string
       write SimReportLine.

WriteUnmeasuredSection.
       move "---- steps with no measured run (priced at zero) ----"
           to SimReportLine
       write SimReportLine
       if wsUnmeasured = 0
           move "  (none)" to SimReportLine
           write SimReportLine
       end-if
       perform varying wsI from 1 by 1 until wsI > wsStepCount
           if wsStMeasured(wsI) = "N"
               move spaces to SimReportLine
               string
                   "  " delimited by size
                   wsStProgram(wsI) delimited by size
                   " " delimited by size
                   wsStDir(wsI) delimited by size
                   into SimReportLine
               end-string
               write SimReportLine
           end-if
       end-perform.

*> wsFmtSecs as HH:MM:SS in wsFmtText.
FormatSeconds.
       divide wsFmtSecs by 3600 giving wsFmtRest remainder wsFmtSs
       if wsFmtRest > 99
           move 99 to wsFmtHh
       else
           move wsFmtRest to wsFmtHh
       end-if
       divide wsFmtSecs by 60 giving wsFmtRest remainder wsFmtSs
       divide wsFmtRest by 60 giving wsFmtRest remainder wsFmtMm
       move spaces to wsFmtText
       string
           wsFmtHh delimited by size
           ":" delimited by size
           wsFmtMm delimited by size
           ":" delimited by size
           wsFmtSs delimited by size
           into wsFmtText
       end-string.

LoadRegistry.
       call "AOC2024YEAR" using wsProcYear
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "SIMULATE: " function trim(wsRegistryFilename)
               " not found - nothing to simulate"
           move 8 to return-code
           stop run
       end-if
       perform ReadRegistryLoop
       close RegistryFile
       *> the root trail, for the post-cycle programs
       add 1 to wsTrailCount
       move spaces to wsTrailDir(wsTrailCount).

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRegistryRead==
              ==:PROCESS-ROW:== BY ==perform StackRegistryStep==.

*> Enabled rows of this processing year only: a benched step is not
*> part of the night being simulated.
StackRegistryStep.
       if RegSeq not numeric
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           *> a row scoped to another season's cycle
           exit paragraph
       end-if
       if function upper-case(RegEnabled) not = "Y"
           exit paragraph
       end-if
       if wsStepCount >= wsMaxSteps
           display "SIMULATE: step table full (" wsMaxSteps
               ") - registry row " RegSeq " NOT simulated"
           exit paragraph
       end-if
       add 1 to wsStepCount
       move RegDir to wsStDir(wsStepCount)
       move RegProgram to wsStProgram(wsStepCount)
       move RegPrereq to wsStPrereq(wsStepCount)
       move RegPhase to wsStPhase(wsStepCount)
       move function upper-case(RegClass) to wsStClass(wsStepCount)
       if RegPhase = "P"
           exit paragraph
       end-if
       perform varying wsT from 1 by 1 until wsT > wsTrailCount
           if wsTrailDir(wsT) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsTrailCount < 40
           add 1 to wsTrailCount
           move RegDir to wsTrailDir(wsTrailCount)
       end-if.

end program AOC2024SIMULATE.
