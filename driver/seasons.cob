identification division.
program-id. AOC2024SEASONS.

*> Side-by-side comparison of two processing years (puzzle seasons)
*> for management: is this season's work heavier or dirtier than
*> last season's? Every job is paired with itself across the two
*> years - a season's rows are those dated in its year, the
*> convention reconcile keeps - and for each year shows:
*>   runs          posted business dates on the results-master
*>   first/latest  the first and the latest value posted that year
*>   avg read      records read per run (control-totals) - heavier
*>   reject rate   records rejected over records read - dirtier
*>   avg elapsed   seconds per run, from the operations-log's
*>                 START/END step lines
*> with the change between the two years beside it. A job with runs
*> in one season and none in the other is flagged ONLY <year>, as is
*> a registry row scoped to one year. The closing section totals
*> both seasons and states the verdict in a line.
*>
*> The years compared are this processing year (AOC2024YEAR) and
*> the one before, unless AOC2024SEASONS_THIS / AOC2024SEASONS_LAST
*> name others. Writes the fixed-name season-comparison-report, with
*> a dated generation kept the way the job reports keep theirs.
*>
*> Return code: 0 compared; 4 one of the seasons has no runs at all;
*> 8 no results-master on file.

environment division.
input-output section.
file-control.
       select ResultsMaster assign to 'results-master'
           organization is indexed
           access mode is dynamic
           record key is RmKey
           file status is wsMasterStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select ControlFile assign to wsControlFilename
           organization is line sequential
           file status is wsControlStatus.
       select OpsLog assign to 'operations-log'
           organization is line sequential
           file status is wsOpsLogStatus.
       select SeasonReport assign to 'season-comparison-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "MasterRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultsMaster==.

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlFile==.

*> The operations-log's step-duration lines, as AOC2024OPSLOG
*> writes them.
FD OpsLog.
01 OpsLogLine.
   02 OlProgram   pic X(16).
   02 filler      pic X(2).
   02 OlStart     pic X(19).
   02 filler      pic X(2).
   02 OlEnd       pic X(19).
   02 filler      pic X(2).
   02 OlElapsed   pic X(8).
   02 OlSec       pic X(4).
   02 filler      pic X(48).

FD SeasonReport.
01 SeasonReportLine pic X(132).

working-storage section.
       01 wsMasterStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsControlFilename pic X(40).
       01 wsControlStatus pic X(2).
       01 wsOpsLogStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsReportName pic X(40) value "season-comparison-report".
       01 wsReportProgram pic X(20) value "AOC2024SEASONS".
       01 wsReportTitle pic X(40) value "SEASON COMPARISON".
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsParm pic X(10).

*> The two seasons: 1 is this season, 2 the one compared against.
       01 wsSeasonYears.
           05 wsSeasonYear pic X(4) occurs 2 times.
       01 wsYearNum pic 9(4).
       01 wsS pic 9(1).
       01 wsSeasonIdx pic 9(1).

*> One entry per job, from the registry and from whatever the master
*> holds for the two years.
       01 wsMaxJobs pic 9(3) value 80.
       01 wsJobs.
           05 wsJob occurs 80 times.
               10 wsJbProgram pic X(12).
               10 wsJbLabel pic X(40).
               10 wsJbRegYear pic X(4).
               10 wsJbSeason occurs 2 times.
                   15 wsJbRuns pic 9(5).
                   15 wsJbFirstDate pic X(8).
                   15 wsJbFirstValue pic 9(18).
                   15 wsJbLastDate pic X(8).
                   15 wsJbLastValue pic 9(18).
                   15 wsJbCtlRuns pic 9(5).
                   15 wsJbRead pic 9(12).
                   15 wsJbRejected pic 9(12).
                   15 wsJbSteps pic 9(5).
                   15 wsJbSecs pic 9(9).
       01 wsJobCount pic 9(3) value 0.
       01 wsJ pic 9(3).
       01 wsJobIdx pic 9(3).
       01 wsLookupProgram pic X(12).

*> The day directories whose control-totals are read.
       01 wsDirs.
           05 wsDir pic X(10) occurs 40 times.
       01 wsDirCount pic 9(2) value 0.
       01 wsD pic 9(2).

*> Season totals for the verdict.
       01 wsTotals.
           05 wsTotSeason occurs 2 times.
               10 wsTotRuns pic 9(7).
               10 wsTotCtlRuns pic 9(7).
               10 wsTotRead pic 9(14).
               10 wsTotRejected pic 9(14).
               10 wsTotSteps pic 9(7).
               10 wsTotSecs pic 9(11).
       01 wsOnlyCount pic 9(3) value 0.

       01 wsMasterValue pic 9(18).
       01 wsAvgRead pic 9(12).
       01 wsAvgSecs pic 9(9).
       01 wsRate pic 9(3)v99.
       01 wsRateOther pic 9(3)v99.
       01 wsAvgReadOther pic 9(12).
       01 wsChangePct pic s9(5)v9.
       01 wsChangePts pic s9(3)v99.
       01 wsElapsedNum pic 9(8).
       01 wsOnlyNote pic X(30).
       01 wsHeavyWord pic X(8).
       01 wsDirtyWord pic X(8).

       01 wsPctDisplay pic +(5)9.9.
       01 wsPtsDisplay pic +(3)9.99.

       01 wsSeasonLine.
           05 filler pic X(4) value spaces.
           05 wsSlYear pic X(4).
           05 filler pic X(2) value spaces.
           05 wsSlRuns pic Z(4)9.
           05 filler pic X(2) value spaces.
           05 wsSlFirst pic Z(17)9.
           05 filler pic X(2) value spaces.
           05 wsSlLatest pic Z(17)9.
           05 filler pic X(2) value spaces.
           05 wsSlAvgRead pic Z(11)9.
           05 filler pic X(2) value spaces.
           05 wsSlRate pic ZZ9.99.
           05 filler pic X(1) value "%".
           05 filler pic X(2) value spaces.
           05 wsSlAvgSecs pic Z(8)9.
           05 filler pic X(4) value " sec".
           05 filler pic X(2) value spaces.
           05 wsSlNote pic X(30).

procedure division.
       perform varying wsS from 1 by 1 until wsS > 2
           move 0 to wsTotRuns(wsS)
           move 0 to wsTotCtlRuns(wsS)
           move 0 to wsTotRead(wsS)
           move 0 to wsTotRejected(wsS)
           move 0 to wsTotSteps(wsS)
           move 0 to wsTotSecs(wsS)
       end-perform
       call "AOC2024YEAR" using wsProcYear
       move wsProcYear to wsSeasonYear(1)
       move spaces to wsParm
       accept wsParm from environment "AOC2024SEASONS_THIS"
           on exception continue
       end-accept
       if wsParm(1:4) numeric
           move wsParm(1:4) to wsSeasonYear(1)
       end-if
       move spaces to wsParm
       accept wsParm from environment "AOC2024SEASONS_LAST"
           on exception continue
       end-accept
       if wsParm(1:4) numeric
           move wsParm(1:4) to wsSeasonYear(2)
       else
           if wsSeasonYear(1) numeric
               move wsSeasonYear(1) to wsYearNum
               subtract 1 from wsYearNum
               move wsYearNum to wsSeasonYear(2)
           end-if
       end-if

       perform LoadRegistry
       perform ReadMaster
       perform ReadControlTotals
       perform ReadOperationsLog

       open output SeasonReport
       perform WriteHeader
       perform varying wsJ from 1 by 1 until wsJ > wsJobCount
           perform WriteJobComparison
       end-perform
       perform WriteVerdict
       close SeasonReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "SEASONS: " wsSeasonYear(1) " against " wsSeasonYear(2)
           " - " wsJobCount " job(s), " wsOnlyCount
           " in one season only"
       if wsTotRuns(1) = 0 or wsTotRuns(2) = 0
           display "SEASONS: one season has no posted runs - nothing"
               " to compare it with"
           move 4 to return-code
       end-if
       stop run.

*> Jobs in registry order, with the directories their control-totals
*> live in. Rows scoped to some third year are left out.
LoadRegistry.
       open input RegistryFile
       if wsRegistryStatus not = "00"
           exit paragraph
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
              ==:PROCESS-ROW:== BY ==perform StackRegistryJob==.

StackRegistryJob.
       if RegSeq not numeric or RegPhase = "P"
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsSeasonYear(1)
               and RegYear not = wsSeasonYear(2)
           exit paragraph
       end-if
       move RegProgram to wsLookupProgram
       perform FindJob
       if wsJobIdx = 0
           exit paragraph
       end-if
       if wsJbLabel(wsJobIdx) = spaces
           move RegLabel to wsJbLabel(wsJobIdx)
       end-if
       if RegYear not = spaces
           move RegYear to wsJbRegYear(wsJobIdx)
       end-if
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           if wsDir(wsD) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.

*> The job's table entry, added on first sight.
FindJob.
       move 0 to wsJobIdx
       perform varying wsJ from 1 by 1 until wsJ > wsJobCount
           if wsJbProgram(wsJ) = wsLookupProgram
               move wsJ to wsJobIdx
           end-if
       end-perform
       if wsJobIdx > 0
           exit paragraph
       end-if
       if wsJobCount >= wsMaxJobs
           exit paragraph
       end-if
       add 1 to wsJobCount
       move wsJobCount to wsJobIdx
       move wsLookupProgram to wsJbProgram(wsJobIdx)
       move spaces to wsJbLabel(wsJobIdx)
       move spaces to wsJbRegYear(wsJobIdx)
       perform varying wsS from 1 by 1 until wsS > 2
           move 0 to wsJbRuns(wsJobIdx, wsS)
           move spaces to wsJbFirstDate(wsJobIdx, wsS)
           move 0 to wsJbFirstValue(wsJobIdx, wsS)
           move spaces to wsJbLastDate(wsJobIdx, wsS)
           move 0 to wsJbLastValue(wsJobIdx, wsS)
           move 0 to wsJbCtlRuns(wsJobIdx, wsS)
           move 0 to wsJbRead(wsJobIdx, wsS)
           move 0 to wsJbRejected(wsJobIdx, wsS)
           move 0 to wsJbSteps(wsJobIdx, wsS)
           move 0 to wsJbSecs(wsJobIdx, wsS)
       end-perform.

*> Which of the two seasons a date (or stamp) falls in; 0 neither.
FindSeason.
       move 0 to wsSeasonIdx
       perform varying wsS from 1 by 1 until wsS > 2
           if wsSeasonYear(wsS) = wsParm(1:4)
               move wsS to wsSeasonIdx
           end-if
       end-perform.

*> The master is keyed program then date, so each job's rows come in
*> date order: the first row seen in a season is its first posting,
*> the last its latest.
ReadMaster.
       open input ResultsMaster
       if wsMasterStatus not = "00"
           display "SEASONS: no results-master on file - run"
               " driver/resmaster to build it"
           move 8 to return-code
           stop run
       end-if
       move "n" to wsEof
       perform until wsEof = "y"
           read ResultsMaster next
               at end move "y" to wsEof
               not at end perform TallyMasterRow
           end-read
       end-perform
       close ResultsMaster.

TallyMasterRow.
       move RmDate to wsParm
       perform FindSeason
       if wsSeasonIdx = 0
           exit paragraph
       end-if
       move RmProgram to wsLookupProgram
       perform FindJob
       if wsJobIdx = 0
           exit paragraph
       end-if
       if wsJbLabel(wsJobIdx) = spaces
           move "(not on the registry)" to wsJbLabel(wsJobIdx)
       end-if
       move RmValue to wsMasterValue
       if RmValueHigh numeric
           compute wsMasterValue =
               RmValueHighN * 1000000000000000 + RmValue
       end-if
       add 1 to wsJbRuns(wsJobIdx, wsSeasonIdx)
       if wsJbFirstDate(wsJobIdx, wsSeasonIdx) = spaces
           move RmDate to wsJbFirstDate(wsJobIdx, wsSeasonIdx)
           move wsMasterValue to wsJbFirstValue(wsJobIdx, wsSeasonIdx)
       end-if
       move RmDate to wsJbLastDate(wsJobIdx, wsSeasonIdx)
       move wsMasterValue to wsJbLastValue(wsJobIdx, wsSeasonIdx)
       add 1 to wsTotRuns(wsSeasonIdx).

ReadControlTotals.
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           move spaces to wsControlFilename
           string
               function trim(wsDir(wsD)) delimited by size
               "/control-totals" delimited by size
               into wsControlFilename
           end-string
           move "n" to wsEof
           move 0 to wsRecordsRead
           open input ControlFile
           if wsControlStatus = "00"
               perform ReadControlLoop
               close ControlFile
           end-if
       end-perform.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadControlLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ControlFile==
              ==:RECORD-NAME:== BY ==CtlLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyControlRow==.

TallyControlRow.
       if CtlRead not numeric or CtlRejected not numeric
           exit paragraph
       end-if
       move CtlDate to wsParm
       perform FindSeason
       if wsSeasonIdx = 0
           exit paragraph
       end-if
       move CtlProgram to wsLookupProgram
       perform FindJob
       if wsJobIdx = 0
           exit paragraph
       end-if
       add 1 to wsJbCtlRuns(wsJobIdx, wsSeasonIdx)
       add CtlRead to wsJbRead(wsJobIdx, wsSeasonIdx)
       add CtlRejected to wsJbRejected(wsJobIdx, wsSeasonIdx)
       add 1 to wsTotCtlRuns(wsSeasonIdx)
       add CtlRead to wsTotRead(wsSeasonIdx)
       add CtlRejected to wsTotRejected(wsSeasonIdx).

*> Step lines only - the ones ending "<seconds> sec"; the season is
*> the year the step started in. Steps of jobs not otherwise known
*> (the post-cycle programs) are not counted.
ReadOperationsLog.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input OpsLog
       if wsOpsLogStatus = "00"
           perform ReadOpsLogLoop
           close OpsLog
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadOpsLogLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==OpsLog==
              ==:RECORD-NAME:== BY ==OpsLogLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyStepLine==.

TallyStepLine.
       if OlSec not = " sec" or OlElapsed = spaces
           exit paragraph
       end-if
       if function test-numval(OlElapsed) not = 0
           exit paragraph
       end-if
       move OlStart(1:4) to wsParm
       perform FindSeason
       if wsSeasonIdx = 0
           exit paragraph
       end-if
       move 0 to wsJobIdx
       perform varying wsJ from 1 by 1 until wsJ > wsJobCount
           if wsJbProgram(wsJ) = OlProgram
               move wsJ to wsJobIdx
           end-if
       end-perform
       if wsJobIdx = 0
           exit paragraph
       end-if
       move function numval(OlElapsed) to wsElapsedNum
       add 1 to wsJbSteps(wsJobIdx, wsSeasonIdx)
       add wsElapsedNum to wsJbSecs(wsJobIdx, wsSeasonIdx)
       add 1 to wsTotSteps(wsSeasonIdx)
       add wsElapsedNum to wsTotSecs(wsSeasonIdx).

WriteHeader.
       move spaces to SeasonReportLine
       string
           "SEASON COMPARISON - processing year " delimited by size
           wsSeasonYear(1) delimited by size
           " against " delimited by size
           wsSeasonYear(2) delimited by size
           into SeasonReportLine
       end-string
       write SeasonReportLine
       move "Runs are posted business dates (results-master); avg"
           to SeasonReportLine
       write SeasonReportLine
       move "read and reject rate from control-totals; avg elapsed"
           to SeasonReportLine
       write SeasonReportLine
       move "from the operations-log step lines." to SeasonReportLine
       write SeasonReportLine
       move spaces to SeasonReportLine
       write SeasonReportLine
       move spaces to SeasonReportLine
       move "Year" to SeasonReportLine(5:4)
       move "Runs" to SeasonReportLine(12:4)
       move "First value" to SeasonReportLine(24:11)
       move "Latest value" to SeasonReportLine(43:12)
       move "Avg read" to SeasonReportLine(61:8)
       move "Rejects" to SeasonReportLine(71:7)
       move "Avg elapsed" to SeasonReportLine(81:11)
       write SeasonReportLine
       move spaces to SeasonReportLine
       write SeasonReportLine.

*> The job's heading, a line per season, and the change between
*> them - or the flag when it ran in one season only.
WriteJobComparison.
       move spaces to wsOnlyNote
       evaluate true
           when wsJbRuns(wsJ, 1) > 0 and wsJbRuns(wsJ, 2) = 0
               string "ONLY " wsSeasonYear(1) " - no runs in "
                   wsSeasonYear(2) delimited by size into wsOnlyNote
               end-string
           when wsJbRuns(wsJ, 1) = 0 and wsJbRuns(wsJ, 2) > 0
               string "ONLY " wsSeasonYear(2) " - no runs in "
                   wsSeasonYear(1) delimited by size into wsOnlyNote
               end-string
           when wsJbRuns(wsJ, 1) = 0 and wsJbRuns(wsJ, 2) = 0
               move "no runs in either season" to wsOnlyNote
           when wsJbRegYear(wsJ) not = spaces
               string "ONLY " wsJbRegYear(wsJ) " on the registry"
                   delimited by size into wsOnlyNote
               end-string
       end-evaluate
       if wsOnlyNote(1:5) = "ONLY "
           add 1 to wsOnlyCount
       end-if

       move spaces to SeasonReportLine
       string
           wsJbProgram(wsJ) delimited by size
           " " delimited by size
           wsJbLabel(wsJ) delimited by size
           "  " delimited by size
           wsOnlyNote delimited by size
           into SeasonReportLine
       end-string
       write SeasonReportLine
       if wsJbRuns(wsJ, 1) = 0 and wsJbRuns(wsJ, 2) = 0
           exit paragraph
       end-if

       perform varying wsS from 1 by 1 until wsS > 2
           perform WriteSeasonLine
       end-perform

       if wsJbCtlRuns(wsJ, 1) > 0 and wsJbCtlRuns(wsJ, 2) > 0
           perform WriteChangeLine
       end-if.

WriteSeasonLine.
       if wsJbRuns(wsJ, wsS) = 0 and wsJbCtlRuns(wsJ, wsS) = 0
           move spaces to SeasonReportLine
           move wsSeasonYear(wsS) to SeasonReportLine(5:4)
           move "no runs" to SeasonReportLine(11:7)
           write SeasonReportLine
           exit paragraph
       end-if
       move wsSeasonYear(wsS) to wsSlYear
       move wsJbRuns(wsJ, wsS) to wsSlRuns
       move wsJbFirstValue(wsJ, wsS) to wsSlFirst
       move wsJbLastValue(wsJ, wsS) to wsSlLatest
       move 0 to wsAvgRead
       move 0 to wsRate
       if wsJbCtlRuns(wsJ, wsS) > 0
           compute wsAvgRead rounded =
               wsJbRead(wsJ, wsS) / wsJbCtlRuns(wsJ, wsS)
       end-if
       if wsJbRead(wsJ, wsS) > 0
           compute wsRate rounded =
               wsJbRejected(wsJ, wsS) * 100 / wsJbRead(wsJ, wsS)
       end-if
       move 0 to wsAvgSecs
       if wsJbSteps(wsJ, wsS) > 0
           compute wsAvgSecs rounded =
               wsJbSecs(wsJ, wsS) / wsJbSteps(wsJ, wsS)
       end-if
       move wsAvgRead to wsSlAvgRead
       move wsRate to wsSlRate
       move wsAvgSecs to wsSlAvgSecs
       move spaces to wsSlNote
       move wsSeasonLine to SeasonReportLine
       write SeasonReportLine.

*> This season against the other: records per run as a percentage
*> change (heavier), reject rate as a change in points (dirtier).
WriteChangeLine.
       compute wsAvgRead rounded = wsJbRead(wsJ, 1) / wsJbCtlRuns(wsJ, 1)
       compute wsAvgReadOther rounded =
           wsJbRead(wsJ, 2) / wsJbCtlRuns(wsJ, 2)
       move 0 to wsChangePct
       if wsAvgReadOther > 0
           compute wsChangePct rounded =
               (wsAvgRead - wsAvgReadOther) * 100 / wsAvgReadOther
       end-if
       move 0 to wsRate
       move 0 to wsRateOther
       if wsJbRead(wsJ, 1) > 0
           compute wsRate rounded =
               wsJbRejected(wsJ, 1) * 100 / wsJbRead(wsJ, 1)
       end-if
       if wsJbRead(wsJ, 2) > 0
           compute wsRateOther rounded =
               wsJbRejected(wsJ, 2) * 100 / wsJbRead(wsJ, 2)
       end-if
       compute wsChangePts = wsRate - wsRateOther
       move wsChangePct to wsPctDisplay
       move wsChangePts to wsPtsDisplay
       move spaces to SeasonReportLine
       string
           "    change: records per run " delimited by size
           function trim(wsPctDisplay) delimited by size
           "%, reject rate " delimited by size
           function trim(wsPtsDisplay) delimited by size
           " pts" delimited by size
           into SeasonReportLine
       end-string
       write SeasonReportLine.

WriteVerdict.
       move spaces to SeasonReportLine
       write SeasonReportLine
       move "---- season totals ----" to SeasonReportLine
       write SeasonReportLine
       perform varying wsS from 1 by 1 until wsS > 2
           move 0 to wsAvgRead
           move 0 to wsRate
           move 0 to wsAvgSecs
           if wsTotCtlRuns(wsS) > 0
               compute wsAvgRead rounded =
                   wsTotRead(wsS) / wsTotCtlRuns(wsS)
           end-if
           if wsTotRead(wsS) > 0
               compute wsRate rounded =
                   wsTotRejected(wsS) * 100 / wsTotRead(wsS)
           end-if
           if wsTotSteps(wsS) > 0
               compute wsAvgSecs rounded =
                   wsTotSecs(wsS) / wsTotSteps(wsS)
           end-if
           move wsSeasonYear(wsS) to wsSlYear
           move wsTotRuns(wsS) to wsSlRuns
           move 0 to wsSlFirst
           move 0 to wsSlLatest
           move wsAvgRead to wsSlAvgRead
           move wsRate to wsSlRate
           move wsAvgSecs to wsSlAvgSecs
           move spaces to wsSlNote
           move wsSeasonLine to SeasonReportLine
           move spaces to SeasonReportLine(18:40)
           write SeasonReportLine
       end-perform

       move spaces to SeasonReportLine
       if wsTotCtlRuns(1) = 0 or wsTotCtlRuns(2) = 0
           move "Verdict: no control totals in one season to compare"
               to SeasonReportLine
           write SeasonReportLine
           exit paragraph
       end-if
       compute wsAvgRead rounded = wsTotRead(1) / wsTotCtlRuns(1)
       compute wsAvgReadOther rounded = wsTotRead(2) / wsTotCtlRuns(2)
       move 0 to wsChangePct
       if wsAvgReadOther > 0
           compute wsChangePct rounded =
               (wsAvgRead - wsAvgReadOther) * 100 / wsAvgReadOther
       end-if
       move 0 to wsRate
       move 0 to wsRateOther
       if wsTotRead(1) > 0
           compute wsRate rounded = wsTotRejected(1) * 100 / wsTotRead(1)
       end-if
       if wsTotRead(2) > 0
           compute wsRateOther rounded =
               wsTotRejected(2) * 100 / wsTotRead(2)
       end-if
       compute wsChangePts = wsRate - wsRateOther
       move wsChangePct to wsPctDisplay
       move wsChangePts to wsPtsDisplay
       evaluate true
           when wsChangePct > 0
               move "HEAVIER" to wsHeavyWord
           when wsChangePct < 0
               move "LIGHTER" to wsHeavyWord
           when other
               move "AS HEAVY" to wsHeavyWord
       end-evaluate
       evaluate true
           when wsChangePts > 0
               move "DIRTIER" to wsDirtyWord
           when wsChangePts < 0
               move "CLEANER" to wsDirtyWord
           when other
               move "AS CLEAN" to wsDirtyWord
       end-evaluate
       string
           "Verdict: " delimited by size
           wsSeasonYear(1) delimited by size
           " feeds are " delimited by size
           function trim(wsHeavyWord) delimited by size
           " and " delimited by size
           function trim(wsDirtyWord) delimited by size
           " than " delimited by size
           wsSeasonYear(2) delimited by size
           "'s (" delimited by size
           function trim(wsPctDisplay) delimited by size
           "% records per run, " delimited by size
           function trim(wsPtsDisplay) delimited by size
           " pts reject rate)" delimited by size
           into SeasonReportLine
       end-string
       write SeasonReportLine.

end program AOC2024SEASONS.
