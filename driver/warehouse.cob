identification division.
program-id. AOC2024WAREHOUSE.

*> Nightly star-schema extract for the reporting warehouse. The BI
*> team used to rebuild our figures from the per-report CSVs, each
*> with keys of its own; this hands them one set of conformed files
*> on every cycle instead:
*>   warehouse-fact-run.csv       one row per job run, keyed by
*>                                business date, cycle id and job -
*>                                its value, records read, accepted
*>                                and rejected, value exceptions,
*>                                elapsed seconds and return code
*>   warehouse-dim-job.csv        the jobs, off the job-registry
*>   warehouse-dim-date.csv       whole calendar years of dates off
*>                                the processing calendar, with
*>                                business-day, holiday, month-end
*>                                business day and change-freeze
*>                                flags - every year the business
*>                                date, the calendar's holidays and
*>                                the fact rows name, five at most
*>   warehouse-dim-feed.csv       the feeds - one per day directory -
*>                                with their owner (the feed-owner
*>                                directory, else the rate card's
*>                                OWNER lines) and whether the
*>                                calendar expects them
*>   warehouse-dim-operator.csv   the operators file's operators
*>   warehouse-control.csv        every file above and its data row
*>                                count, written last - the warehouse
*>                                load proves itself complete against
*>                                it, and a load finding no control
*>                                file for the night has a partial
*>                                extract in front of it
*> Every file opens with a header row; every key in a fact row is a
*> key of its dimension file. A run outside a driver cycle carries
*> cycle id ADHOC, and a run with no operator signed on the operator
*> key UNATTENDED, each with a row in its dimension so the joins
*> hold. Commas inside text are written as spaces.
*>
*> A run is a START on a day directory's audit-trail paired with the
*> END or ERROR that follows it - the pairing driver/opslog.cob and
*> driver/chargeback.cob make. Its business date is the cycle-ledger
*> date of its cycle, else its END stamp read against the calendar's
*> CUTOVER. Its value is the results-history row of the same cycle
*> and job (a job the registry runs under another name off the same
*> step program, as day08's second mode, is matched through the
*> step), its counts the control-totals row of the same job and
*> business date. The return code is the one the jobs set: 8 an
*> ERROR, 4 an END with rejected or excepted records, else 0. A run
*> with no results or control row (a dry run, a failed run) leaves
*> those columns empty.
*>
*> The fact file holds the business date's runs; AOC2024WAREHOUSE_
*> DATE names another date (YYYYMMDD) to extract, or ALL for every
*> run the trails still hold - the initial load or a rebuild. The
*> dimension files are always whole. Each file keeps a dated
*> generation the way the job reports keep theirs.
*>
*> Return code: 0 extract written; 4 written, but a table filled and
*> rows were left out (the console says which); 8 a date that is not
*> YYYYMMDD or ALL, or no job-registry - nothing written.

environment division.
input-output section.
file-control.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select CalendarFile assign to 'processing-calendar'
           organization is line sequential
           file status is wsCalendarStatus.
       select RateFile assign to 'chargeback-rates'
           organization is line sequential
           file status is wsRateStatus.
       select OwnerFile assign to 'feed-owners'
           organization is line sequential
           file status is wsOwnerStatus.
       select OperatorsFile assign to 'operators'
           organization is line sequential
           file status is wsOperatorsStatus.
       select CycleLedger assign to 'cycle-ledger'
           organization is line sequential
           file status is wsLedgerStatus.
       select AuditFile assign to wsAuditFilename
           organization is line sequential
           file status is wsAuditStatus.
       select ResultLog assign to wsResultLogFilename
           organization is line sequential
           file status is wsResultStatus.
       select ControlFile assign to wsControlFilename
           organization is line sequential
           file status is wsControlStatus.
       select ExtractFile assign to wsExtractFilename
           organization is line sequential
           file status is wsExtractStatus.

data division.
file section.
copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

FD CalendarFile.
01 CalendarLine pic X(80).

FD RateFile.
01 RateLine pic X(80).

FD OwnerFile.
01 OwnerLine pic X(200).

FD OperatorsFile.
01 OperatorsLine pic X(80).

copy "CycleLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==CycleLedger==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

copy "ResultRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultLog==.

copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlFile==.

*> Each extract file in turn, header row first.
FD ExtractFile.
01 ExtractLine pic X(300).

working-storage section.
       01 wsRegistryStatus pic X(2).
       01 wsCalendarStatus pic X(2).
       01 wsRateStatus pic X(2).
       01 wsOwnerStatus pic X(2).
       01 wsOperatorsStatus pic X(2).
       01 wsLedgerStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsResultStatus pic X(2).
       01 wsControlStatus pic X(2).
       01 wsExtractStatus pic X(2).
       01 wsAuditFilename pic X(40).
       01 wsResultLogFilename pic X(40).
       01 wsControlFilename pic X(40).
       01 wsExtractFilename pic X(40).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40).
       01 wsReportProgram pic X(20) value "AOC2024WAREHOUSE".
       01 wsReportTitle pic X(40) value spaces.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR

       01 wsParm pic X(10) value spaces.
       01 wsBusDate pic X(8).
       01 wsExtractDate pic X(8).
       01 wsAllDates pic A(1) value "n".
       01 wsExtractStamp pic X(19).
       01 wsNow pic X(21).
       01 wsShortfall pic 9(5) value 0.

*> The registry's jobs for the processing year, every row - a
*> disabled job is still a job the warehouse has history for.
       01 wsMaxJobs pic 9(3) value 80.
       01 wsJobs.
           05 wsJob occurs 80 times.
               10 wsJobProgram pic X(16).
               10 wsJobLabel pic X(40).
               10 wsJobDir pic X(10).
               10 wsJobStep pic X(10).
               10 wsJobEnabled pic X(1).
               10 wsJobPhase pic X(1).
               10 wsJobClass pic X(10).
               10 wsJobFreq pic X(10).
               10 wsJobTier pic X(1).
               10 wsJobSla pic X(5).
               10 wsJobDeadline pic X(5).
       01 wsJobCount pic 9(3) value 0.
       01 wsJ pic 9(3).

*> The feeds: the day directories the registry's daily jobs run in.
       01 wsMaxDirs pic 9(2) value 60.
       01 wsDirs.
           05 wsDirEntry occurs 60 times.
               10 wsDir pic X(10).
               10 wsDirJobs pic 9(3).
               10 wsDirTier pic X(1).
               10 wsDirClass pic X(10).
               10 wsDirOwner pic X(30).
               10 wsDirExpect pic X(1).
       01 wsDirCount pic 9(2) value 0.
       01 wsD pic 9(2).
       01 wsDirFound pic 9(2).

*> The calendar: holidays, change freezes, the cutover.
       01 wsCalTag pic X(10).
       01 wsCalKey pic X(10).
       01 wsCalValue pic X(10).
       01 wsCalPtr pic 9(3).
       01 wsCalRest pic X(80).
       01 wsHolidays.
           05 wsHoliday occurs 200 times.
               10 wsHolDate pic X(8).
               10 wsHolName pic X(40).
       01 wsHolCount pic 9(3) value 0.
       01 wsH pic 9(3).
       01 wsFreezes.
           05 wsFreeze occurs 50 times.
               10 wsFreezeFrom pic X(8).
               10 wsFreezeTo pic X(8).
       01 wsFreezeCount pic 9(2) value 0.
       01 wsF pic 9(2).
       01 wsCutover pic X(4) value "0000".

*> The dimension's dates, built whole before they are written so
*> the month-end business day can be found from the month's end.
       01 wsFirstYear pic 9(4).
       01 wsLastYear pic 9(4).
       01 wsYearWork pic 9(4).
       01 wsMaxDates pic 9(4) value 1830.
       01 wsDates.
           05 wsDateEntry occurs 1830 times.
               10 wsDtDate pic X(8).
               10 wsDtWeekday pic 9(1).
               10 wsDtBusiness pic X(1).
               10 wsDtHoliday pic X(1).
               10 wsDtHolName pic X(40).
               10 wsDtMonthEnd pic X(1).
               10 wsDtFreeze pic X(1).
       01 wsDateCount pic 9(4) value 0.
       01 wsT pic 9(4).
       01 wsDateInt pic 9(7).
       01 wsDateEndInt pic 9(7).
       01 wsDateNum pic 9(8).
       01 wsMonthSeen pic X(6).
       01 wsWeekdayNames.
           05 filler pic X(3) value "SUN".
           05 filler pic X(3) value "MON".
           05 filler pic X(3) value "TUE".
           05 filler pic X(3) value "WED".
           05 filler pic X(3) value "THU".
           05 filler pic X(3) value "FRI".
           05 filler pic X(3) value "SAT".
       01 wsWeekdayTable redefines wsWeekdayNames.
           05 wsWeekdayName pic X(3) occurs 7 times.

*> The rate card's directory owners.
       01 wsRateTag pic X(10).
       01 wsRateKey pic X(10).
       01 wsRateValue pic X(30).

*> Cycle id to business date, off the cycle-ledger.
       01 wsMaxCycles pic 9(4) value 2000.
       01 wsCycles.
           05 wsCycle occurs 2000 times.
               10 wsCyId pic X(15).
               10 wsCyDate pic X(8).
       01 wsCycleCount pic 9(4) value 0.
       01 wsC pic 9(4).

*> One day directory's results-history and control-totals rows,
*> each taken by the first run it belongs to.
       01 wsMaxRows pic 9(4) value 2000.
       01 wsResults.
           05 wsRes occurs 2000 times.
               10 wsResProgram pic X(12).
               10 wsResDate pic X(8).
               10 wsResCycle pic X(15).
               10 wsResValue pic X(20).
               10 wsResUsed pic X(1).
       01 wsResCount pic 9(4) value 0.
       01 wsControls.
           05 wsCtl occurs 2000 times.
               10 wsCtlProgram pic X(12).
               10 wsCtlDate pic X(8).
               10 wsCtlRead pic 9(10).
               10 wsCtlAccepted pic 9(10).
               10 wsCtlRejected pic 9(10).
               10 wsCtlExceptions pic 9(10).
               10 wsCtlUsed pic X(1).
       01 wsCtlCount pic 9(4) value 0.
       01 wsR pic 9(4).
       01 wsResFound pic 9(4).
       01 wsCtlFound pic 9(4).
       01 wsValueLow pic Z(14)9.
       01 wsValueHigh pic ZZ9.

*> STARTs not yet paired with their END or ERROR.
       01 wsOpens.
           05 wsOpen occurs 100 times.
               10 wsOpenProgram pic X(16).
               10 wsOpenStamp pic X(19).
               10 wsOpenSeconds pic 9(12).
               10 wsOpenOperator pic X(12).
       01 wsOpenCount pic 9(3) value 0.
       01 wsK pic 9(3).
       01 wsFoundIdx pic 9(3).
       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).
       01 wsElapsed pic 9(9).

*> The run being written.
       01 wsRunProgram pic X(16).
       01 wsRunStep pic X(10).
       01 wsRunCycle pic X(15).
       01 wsRunDate pic X(8).
       01 wsRunOperator pic X(12).
       01 wsRunRc pic 9(1).
       01 wsRunStart pic X(19).
       01 wsRunEnd pic X(19).

*> Display work for the CSV columns.
       01 wsNumDisplay pic Z(9)9.
       01 wsColValue pic X(20).
       01 wsColRead pic X(10).
       01 wsColAccepted pic X(10).
       01 wsColRejected pic X(10).
       01 wsColExceptions pic X(10).
       01 wsColElapsed pic X(10).
       01 wsCsvText pic X(80).
       01 wsCsvText2 pic X(80).
       01 wsTok1 pic X(20).
       01 wsTok2 pic X(20).
       01 wsTokPtr pic 9(3).

       01 wsFactRows pic 9(7) value 0.
       01 wsJobRows pic 9(7) value 0.
       01 wsDateRows pic 9(7) value 0.
       01 wsFeedRows pic 9(7) value 0.
       01 wsOperatorRows pic 9(7) value 0.
       01 wsRowsDisplay pic Z(6)9.

procedure division.
       perform ReadParameters
       call "AOC2024YEAR" using wsProcYear
       move function current-date to wsNow
       string wsNow(1:4) "-" wsNow(5:2) "-" wsNow(7:2) " "
           wsNow(9:2) ":" wsNow(11:2) ":" wsNow(13:2)
           delimited by size into wsExtractStamp
       end-string

       perform LoadRegistry
       perform LoadCalendar
       perform LoadOwners
       perform LoadCycleLedger

       perform WriteFactFile
       perform WriteJobDimension
       perform WriteDateDimension
       perform WriteFeedDimension
       perform WriteOperatorDimension
       perform WriteControlFile

       display "WAREHOUSE: " wsExtractDate " " wsFactRows " run(s), "
           wsJobRows " job(s), " wsDateRows " date(s), "
           wsFeedRows " feed(s), " wsOperatorRows " operator(s)"
       if wsShortfall > 0
           display "WAREHOUSE: " wsShortfall
               " row(s) left out on full tables - see above"
           move 4 to return-code
       else
           move 0 to return-code
       end-if
       stop run.

*> The fact file's date: AOC2024WAREHOUSE_DATE (YYYYMMDD or ALL),
*> else the business date.
ReadParameters.
       accept wsParm from environment "AOC2024WAREHOUSE_DATE"
           on exception continue
       end-accept
       move function upper-case(wsParm) to wsParm
       call "AOC2024BDATE" using wsBusDate
       move wsBusDate(1:4) to wsFirstYear
       move wsBusDate(1:4) to wsLastYear
       evaluate true
           when wsParm = spaces
               move wsBusDate to wsExtractDate
           when wsParm = "ALL"
               move "ALL" to wsExtractDate
               move "y" to wsAllDates
           when other
               move wsParm(1:8) to wsExtractDate
       end-evaluate
       if wsAllDates not = "y"
           if wsExtractDate not numeric
                   or wsParm(9:2) not = spaces
               display "WAREHOUSE: date " wsParm
                   " is not YYYYMMDD or ALL - nothing extracted"
               move 8 to return-code
               stop run
           end-if
           if function test-date-yyyymmdd(
                   function numval(wsExtractDate)) not = 0
               display "WAREHOUSE: date " wsParm
                   " is not YYYYMMDD or ALL - nothing extracted"
               move 8 to return-code
               stop run
           end-if
       end-if.

LoadRegistry.
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "WAREHOUSE: job-registry not found - nothing to do"
           move 8 to return-code
           stop run
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadRegistryLoop
       close RegistryFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackRegistryJob==.

StackRegistryJob.
       if RegSeq not numeric
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           *> a row scoped to another season's cycle
           exit paragraph
       end-if
       if wsJobCount >= wsMaxJobs
           display "WAREHOUSE: job table full - "
               function trim(RegProgram) " left out"
           add 1 to wsShortfall
           exit paragraph
       end-if
       add 1 to wsJobCount
       move RegProgram to wsJobProgram(wsJobCount)
       move RegLabel to wsJobLabel(wsJobCount)
       move RegDir to wsJobDir(wsJobCount)
       move RegStep to wsJobStep(wsJobCount)
       move function upper-case(RegEnabled) to wsJobEnabled(wsJobCount)
       move RegPhase to wsJobPhase(wsJobCount)
       move RegClass to wsJobClass(wsJobCount)
       move RegFreq to wsJobFreq(wsJobCount)
       move RegTier to wsJobTier(wsJobCount)
       move RegSlaSecs to wsJobSla(wsJobCount)
       move RegSlaDeadline to wsJobDeadline(wsJobCount)
       if RegPhase = "P" or RegDir = spaces or RegDir = "driver"
           *> a driver-side post-cycle step, not a feed's job
           exit paragraph
       end-if

       move 0 to wsDirFound
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           if wsDir(wsD) = RegDir
               move wsD to wsDirFound
           end-if
       end-perform
       if wsDirFound = 0
           if wsDirCount >= wsMaxDirs
               display "WAREHOUSE: feed table full - "
                   function trim(RegDir) " left out"
               add 1 to wsShortfall
               exit paragraph
           end-if
           add 1 to wsDirCount
           move wsDirCount to wsDirFound
           move RegDir to wsDir(wsDirFound)
           move 0 to wsDirJobs(wsDirFound)
           move spaces to wsDirTier(wsDirFound)
           move spaces to wsDirClass(wsDirFound)
           move spaces to wsDirOwner(wsDirFound)
           move "Y" to wsDirExpect(wsDirFound)
       end-if
       add 1 to wsDirJobs(wsDirFound)
       *> the feed's tier is its most critical job's
       if RegTier not = spaces
           if wsDirTier(wsDirFound) = spaces
                   or RegTier < wsDirTier(wsDirFound)
               move RegTier to wsDirTier(wsDirFound)
           end-if
       end-if
       if wsDirClass(wsDirFound) = spaces
           move RegClass to wsDirClass(wsDirFound)
       end-if.

*> HOLIDAY, FREEZE, CUTOVER and EXPECT lines; the rest is comment.
LoadCalendar.
       open input CalendarFile
       if wsCalendarStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadCalendarLoop
       close CalendarFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadCalendarLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==CalendarFile==
              ==:RECORD-NAME:== BY ==CalendarLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TakeCalendarLine==.

TakeCalendarLine.
       if CalendarLine(1:1) = "*" or CalendarLine = spaces
           exit paragraph
       end-if
       move spaces to wsCalTag wsCalKey wsCalValue wsCalRest
       move 1 to wsCalPtr
       unstring CalendarLine delimited by all spaces
           into wsCalTag wsCalKey
           with pointer wsCalPtr
       end-unstring
       if wsCalPtr <= 80
           move CalendarLine(wsCalPtr:) to wsCalRest
       end-if
       evaluate wsCalTag
           when "HOLIDAY"
               if wsHolCount < 200
                   add 1 to wsHolCount
                   move wsCalKey to wsHolDate(wsHolCount)
                   move function trim(wsCalRest)
                       to wsHolName(wsHolCount)
                   move wsCalKey(1:4) to wsYearWork
                   perform SpanYear
               end-if
           when "FREEZE"
               unstring wsCalRest delimited by all spaces
                   into wsCalValue
               end-unstring
               if wsFreezeCount < 50
                   add 1 to wsFreezeCount
                   move wsCalKey to wsFreezeFrom(wsFreezeCount)
                   move wsCalValue to wsFreezeTo(wsFreezeCount)
               end-if
           when "CUTOVER"
               if wsCalKey(1:4) numeric
                   move wsCalKey(1:4) to wsCutover
               end-if
           when "EXPECT"
               unstring wsCalRest delimited by all spaces
                   into wsCalValue
               end-unstring
               perform varying wsD from 1 by 1 until wsD > wsDirCount
                   if wsDir(wsD) = wsCalKey
                       move function upper-case(wsCalValue(1:1))
                           to wsDirExpect(wsD)
                   end-if
               end-perform
       end-evaluate.

*> The feed-owner directory's FEED lines, else the rate card's OWNER
*> lines; a feed with neither is owned under its own directory's
*> name, as its invoices are.
LoadOwners.
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           move wsDir(wsD) to wsDirOwner(wsD)
       end-perform
       open input RateFile
       if wsRateStatus = "00"
           move "n" to wsEof
           move 0 to wsRecordsRead
           perform ReadRateLoop
           close RateFile
       end-if
       open input OwnerFile
       if wsOwnerStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read OwnerFile
               at end exit perform
           end-read
           move spaces to wsRateTag wsRateKey wsRateValue
           unstring OwnerLine delimited by all spaces
               into wsRateTag wsRateKey wsRateValue
           end-unstring
           if wsRateTag = "FEED" and wsRateValue not = spaces
               perform varying wsD from 1 by 1 until wsD > wsDirCount
                   if wsDir(wsD) = wsRateKey
                       move wsRateValue to wsDirOwner(wsD)
                   end-if
               end-perform
           end-if
       end-perform
       close OwnerFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRateLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RateFile==
              ==:RECORD-NAME:== BY ==RateLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TakeOwnerLine==.

TakeOwnerLine.
       if RateLine(1:1) = "*" or RateLine = spaces
           exit paragraph
       end-if
       move spaces to wsRateTag wsRateKey wsRateValue
       unstring RateLine delimited by all spaces
           into wsRateTag wsRateKey wsRateValue
       end-unstring
       if wsRateTag not = "OWNER" or wsRateValue = spaces
           exit paragraph
       end-if
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           if wsDir(wsD) = wsRateKey
               move wsRateValue to wsDirOwner(wsD)
           end-if
       end-perform.

LoadCycleLedger.
       open input CycleLedger
       if wsLedgerStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadLedgerLoop
       close CycleLedger.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadLedgerLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==CycleLedger==
              ==:RECORD-NAME:== BY ==ClLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackLedgerCycle==.

StackLedgerCycle.
       if ClCycleId = spaces or ClLine(1:1) = "*"
           exit paragraph
       end-if
       if wsCycleCount >= wsMaxCycles
           *> the oldest cycles give way; tonight's are the ones asked
           perform varying wsC from 1 by 1 until wsC >= wsCycleCount
               move wsCycle(wsC + 1) to wsCycle(wsC)
           end-perform
           subtract 1 from wsCycleCount
       end-if
       add 1 to wsCycleCount
       move ClCycleId to wsCyId(wsCycleCount)
       move ClDate to wsCyDate(wsCycleCount).

*> ---------------------------------------------------------------
*> The fact file: every feed's runs.
*> ---------------------------------------------------------------
WriteFactFile.
       move "warehouse-fact-run.csv" to wsExtractFilename
       open output ExtractFile
       move "BusinessDate,CycleId,JobKey,FeedKey,OperatorKey,Value,RecordsRead,Accepted,Rejected,Exceptions,ElapsedSeconds,ReturnCode,StartedAt,EndedAt"
           to ExtractLine
       write ExtractLine
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           perform LoadDirResults
           perform LoadDirControls
           perform ScanDirRuns
       end-perform
       close ExtractFile
       perform KeepGeneration.

LoadDirResults.
       move 0 to wsResCount
       move spaces to wsResultLogFilename
       string
           function trim(wsDir(wsD)) delimited by size
           "/results-history" delimited by size
           into wsResultLogFilename
       end-string
       open input ResultLog
       if wsResultStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadResultsLoop
       close ResultLog.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadResultsLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ResultLog==
              ==:RECORD-NAME:== BY ==ResultLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackResultRow==.

*> The full value: the high-order digits ahead of the fifteen low.
StackResultRow.
       if ResultValue not numeric
           exit paragraph
       end-if
       if wsResCount >= wsMaxRows
           display "WAREHOUSE: " function trim(wsResultLogFilename)
               " past " wsMaxRows " rows - the rest not matched"
           add 1 to wsShortfall
           move "y" to wsEof
           exit paragraph
       end-if
       add 1 to wsResCount
       move ResultProgram to wsResProgram(wsResCount)
       move ResultDate to wsResDate(wsResCount)
       move ResultCycle to wsResCycle(wsResCount)
       move "n" to wsResUsed(wsResCount)
       move spaces to wsResValue(wsResCount)
       if ResultValueHigh not = spaces and ResultValueHighN numeric
               and ResultValueHighN > 0
           move ResultValueHighN to wsValueHigh
           string
               function trim(wsValueHigh) delimited by size
               ResultValue delimited by size
               into wsResValue(wsResCount)
           end-string
       else
           move ResultValue to wsValueLow
           move function trim(wsValueLow) to wsResValue(wsResCount)
       end-if.

LoadDirControls.
       move 0 to wsCtlCount
       move spaces to wsControlFilename
       string
           function trim(wsDir(wsD)) delimited by size
           "/control-totals" delimited by size
           into wsControlFilename
       end-string
       open input ControlFile
       if wsControlStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadControlsLoop
       close ControlFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadControlsLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ControlFile==
              ==:RECORD-NAME:== BY ==CtlLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackControlRow==.

StackControlRow.
       if CtlRead not numeric or CtlAccepted not numeric
               or CtlRejected not numeric or CtlExceptions not numeric
           exit paragraph
       end-if
       if wsCtlCount >= wsMaxRows
           display "WAREHOUSE: " function trim(wsControlFilename)
               " past " wsMaxRows " rows - the rest not matched"
           add 1 to wsShortfall
           move "y" to wsEof
           exit paragraph
       end-if
       add 1 to wsCtlCount
       move CtlProgram to wsCtlProgram(wsCtlCount)
       move CtlDate to wsCtlDate(wsCtlCount)
       move CtlRead to wsCtlRead(wsCtlCount)
       move CtlAccepted to wsCtlAccepted(wsCtlCount)
       move CtlRejected to wsCtlRejected(wsCtlCount)
       move CtlExceptions to wsCtlExceptions(wsCtlCount)
       move "n" to wsCtlUsed(wsCtlCount).

ScanDirRuns.
       move 0 to wsOpenCount
       move spaces to wsAuditFilename
       string
           function trim(wsDir(wsD)) delimited by size
           "/audit-trail" delimited by size
           into wsAuditFilename
       end-string
       open input AuditFile
       if wsAuditStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadAuditLoop
       close AuditFile.

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
                   move AuditTimestamp to wsOpenStamp(wsOpenCount)
                   move AuditOperator to wsOpenOperator(wsOpenCount)
                   move AuditTimestamp to wsStampWork
                   perform StampToSeconds
                   move wsStampSeconds to wsOpenSeconds(wsOpenCount)
               end-if
           when "END"
               perform PairWithOpenStart
           when "ERROR"
               perform PairWithOpenStart
       end-evaluate.

*> The run's START is the latest open one of the same program.
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
       move AuditProgram to wsRunProgram
       move AuditCycle to wsRunCycle
       move wsOpenOperator(wsFoundIdx) to wsRunOperator
       if wsRunOperator = spaces
           move AuditOperator to wsRunOperator
       end-if
       move wsOpenStamp(wsFoundIdx) to wsRunStart
       move AuditTimestamp to wsRunEnd

       perform varying wsK from wsFoundIdx by 1
               until wsK >= wsOpenCount
           move wsOpen(wsK + 1) to wsOpen(wsK)
       end-perform
       subtract 1 from wsOpenCount

       perform ResolveRunDate
       if wsAllDates not = "y" and wsRunDate not = wsExtractDate
           exit paragraph
       end-if
       perform MatchRunRows
       perform WriteFactRow.

*> The cycle's ledger date, else the END stamp's business date.
ResolveRunDate.
       move spaces to wsRunDate
       if wsRunCycle not = spaces
           perform varying wsC from 1 by 1 until wsC > wsCycleCount
               if wsCyId(wsC) = wsRunCycle
                   move wsCyDate(wsC) to wsRunDate
               end-if
           end-perform
       end-if
       if wsRunDate not = spaces
           exit paragraph
       end-if
       string
           wsRunEnd(1:4) delimited by size
           wsRunEnd(6:2) delimited by size
           wsRunEnd(9:2) delimited by size
           into wsRunDate
       end-string
       if wsRunDate not numeric
           exit paragraph
       end-if
       if wsRunEnd(12:2) < wsCutover(1:2)
               or (wsRunEnd(12:2) = wsCutover(1:2)
                   and wsRunEnd(15:2) < wsCutover(3:2))
           *> before the cutover: still the night before's date
           compute wsDateInt =
               function integer-of-date(function numval(wsRunDate)) - 1
           move function date-of-integer(wsDateInt) to wsDateNum
           move wsDateNum to wsRunDate
       end-if.

*> The run's results-history row - same cycle and job, and for a
*> run outside a cycle the same business date too; failing that a
*> row of the same cycle for a job the registry runs off the same
*> step program - and its control-totals row.
MatchRunRows.
       move 0 to wsResFound
       move 0 to wsCtlFound
       move 8 to wsRunRc
       if AuditEvent = "ERROR"
           exit paragraph
       end-if
       move 0 to wsRunRc
       perform varying wsR from 1 by 1
               until wsR > wsResCount or wsResFound > 0
           if wsResUsed(wsR) = "n"
                   and wsResProgram(wsR) = wsRunProgram
                   and wsResCycle(wsR) = wsRunCycle
                   and (wsRunCycle not = spaces
                       or wsResDate(wsR) = wsRunDate)
               move wsR to wsResFound
           end-if
       end-perform
       if wsResFound = 0 and wsRunCycle not = spaces
           move spaces to wsRunStep
           perform varying wsJ from 1 by 1 until wsJ > wsJobCount
               if wsJobProgram(wsJ) = wsRunProgram
                       and wsJobDir(wsJ) = wsDir(wsD)
                   move wsJobStep(wsJ) to wsRunStep
               end-if
           end-perform
           perform varying wsR from 1 by 1
                   until wsR > wsResCount or wsResFound > 0
               if wsResUsed(wsR) = "n"
                       and wsResCycle(wsR) = wsRunCycle
                   perform varying wsJ from 1 by 1
                           until wsJ > wsJobCount
                       if wsJobProgram(wsJ) = wsResProgram(wsR)
                               and wsJobDir(wsJ) = wsDir(wsD)
                               and wsJobStep(wsJ) = wsRunStep
                               and wsRunStep not = spaces
                           move wsR to wsResFound
                       end-if
                   end-perform
               end-if
           end-perform
       end-if
       if wsResFound > 0
           move "y" to wsResUsed(wsResFound)
           move wsResProgram(wsResFound) to wsRunProgram
       end-if

       perform varying wsR from 1 by 1
               until wsR > wsCtlCount or wsCtlFound > 0
           if wsCtlUsed(wsR) = "n"
                   and wsCtlProgram(wsR) = wsRunProgram
                   and wsCtlDate(wsR) = wsRunDate
               move wsR to wsCtlFound
           end-if
       end-perform
       if wsCtlFound > 0
           move "y" to wsCtlUsed(wsCtlFound)
           if wsCtlRejected(wsCtlFound) > 0
                   or wsCtlExceptions(wsCtlFound) > 0
               move 4 to wsRunRc
           end-if
       end-if.

WriteFactRow.
       move spaces to wsColValue wsColRead wsColAccepted
           wsColRejected wsColExceptions
       if wsResFound > 0
           move wsResValue(wsResFound) to wsColValue
       end-if
       if wsCtlFound > 0
           move wsCtlRead(wsCtlFound) to wsNumDisplay
           move function trim(wsNumDisplay) to wsColRead
           move wsCtlAccepted(wsCtlFound) to wsNumDisplay
           move function trim(wsNumDisplay) to wsColAccepted
           move wsCtlRejected(wsCtlFound) to wsNumDisplay
           move function trim(wsNumDisplay) to wsColRejected
           move wsCtlExceptions(wsCtlFound) to wsNumDisplay
           move function trim(wsNumDisplay) to wsColExceptions
       end-if
       move wsElapsed to wsNumDisplay
       move function trim(wsNumDisplay) to wsColElapsed
       if wsRunCycle = spaces
           move "ADHOC" to wsRunCycle
       end-if
       if wsRunOperator = spaces
           move "UNATTENDED" to wsRunOperator
       end-if
       move spaces to ExtractLine
       string
           wsRunDate delimited by size
           "," delimited by size
           function trim(wsRunCycle) delimited by size
           "," delimited by size
           function trim(wsRunProgram) delimited by size
           "," delimited by size
           function trim(wsDir(wsD)) delimited by size
           "," delimited by size
           function trim(wsRunOperator) delimited by size
           "," delimited by size
           function trim(wsColValue) delimited by size
           "," delimited by size
           function trim(wsColRead) delimited by size
           "," delimited by size
           function trim(wsColAccepted) delimited by size
           "," delimited by size
           function trim(wsColRejected) delimited by size
           "," delimited by size
           function trim(wsColExceptions) delimited by size
           "," delimited by size
           function trim(wsColElapsed) delimited by size
           "," delimited by size
           wsRunRc delimited by size
           "," delimited by size
           wsRunStart delimited by size
           "," delimited by size
           wsRunEnd delimited by size
           into ExtractLine
       end-string
       write ExtractLine
       add 1 to wsFactRows
       move wsRunDate(1:4) to wsYearWork
       perform SpanYear.

*> Widens the date dimension's span of years to take in wsYearWork.
SpanYear.
       if wsYearWork not numeric or wsYearWork = 0
           exit paragraph
       end-if
       if wsYearWork < wsFirstYear
           move wsYearWork to wsFirstYear
       end-if
       if wsYearWork > wsLastYear
           move wsYearWork to wsLastYear
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

*> ---------------------------------------------------------------
*> The dimensions.
*> ---------------------------------------------------------------
WriteJobDimension.
       move "warehouse-dim-job.csv" to wsExtractFilename
       open output ExtractFile
       move "JobKey,Label,FeedKey,Step,Phase,ResourceClass,Frequency,Tier,SlaSeconds,SlaDeadline,Enabled"
           to ExtractLine
       write ExtractLine
       perform varying wsJ from 1 by 1 until wsJ > wsJobCount
           move wsJobLabel(wsJ) to wsCsvText
           perform CleanCsvText
           if wsJobPhase(wsJ) = "P" or wsJobDir(wsJ) = spaces
                   or wsJobDir(wsJ) = "driver"
               move "NONE" to wsCsvText2
           else
               move wsJobDir(wsJ) to wsCsvText2
           end-if
           if wsJobPhase(wsJ) = "P"
               move "P" to wsTok2
           else
               move "D" to wsTok2
           end-if
           if wsJobFreq(wsJ) = spaces
               move "DAILY" to wsJobFreq(wsJ)
           end-if
           move spaces to ExtractLine
           string
               function trim(wsJobProgram(wsJ)) delimited by size
               "," delimited by size
               function trim(wsCsvText) delimited by size
               "," delimited by size
               function trim(wsCsvText2) delimited by size
               "," delimited by size
               function trim(wsJobStep(wsJ)) delimited by size
               "," delimited by size
               function trim(wsTok2) delimited by size
               "," delimited by size
               function trim(wsJobClass(wsJ)) delimited by size
               "," delimited by size
               function trim(function upper-case(wsJobFreq(wsJ)))
                   delimited by size
               "," delimited by size
               function trim(wsJobTier(wsJ)) delimited by size
               "," delimited by size
               function trim(wsJobSla(wsJ)) delimited by size
               "," delimited by size
               function trim(wsJobDeadline(wsJ)) delimited by size
               "," delimited by size
               wsJobEnabled(wsJ) delimited by size
               into ExtractLine
           end-string
           write ExtractLine
           add 1 to wsJobRows
       end-perform
       close ExtractFile
       perform KeepGeneration.

*> Every date of the span of years.
WriteDateDimension.
       perform BuildDateTable
       move "warehouse-dim-date.csv" to wsExtractFilename
       open output ExtractFile
       move "DateKey,Year,Month,Day,Weekday,BusinessDay,Holiday,HolidayName,MonthEndBusinessDay,ChangeFreeze"
           to ExtractLine
       write ExtractLine
       perform varying wsT from 1 by 1 until wsT > wsDateCount
           move wsDtHolName(wsT) to wsCsvText
           perform CleanCsvText
           move spaces to ExtractLine
           string
               wsDtDate(wsT) delimited by size
               "," delimited by size
               wsDtDate(wsT)(1:4) delimited by size
               "," delimited by size
               wsDtDate(wsT)(5:2) delimited by size
               "," delimited by size
               wsDtDate(wsT)(7:2) delimited by size
               "," delimited by size
               wsWeekdayName(wsDtWeekday(wsT) + 1) delimited by size
               "," delimited by size
               wsDtBusiness(wsT) delimited by size
               "," delimited by size
               wsDtHoliday(wsT) delimited by size
               "," delimited by size
               function trim(wsCsvText) delimited by size
               "," delimited by size
               wsDtMonthEnd(wsT) delimited by size
               "," delimited by size
               wsDtFreeze(wsT) delimited by size
               into ExtractLine
           end-string
           write ExtractLine
           add 1 to wsDateRows
       end-perform
       close ExtractFile
       perform KeepGeneration.

*> Business dates are weekdays that are not HOLIDAY lines, as
*> AOC2024SCHED and AOC2024BDATE have them; the month-end business
*> day is found walking back from the year's end.
BuildDateTable.
       move 0 to wsDateCount
       if wsLastYear - wsFirstYear > 4
           *> the latest five years; the older ones are history the
           *> warehouse already holds
           display "WAREHOUSE: dates " wsFirstYear " to "
               wsLastYear " - only the latest five years written"
           add 1 to wsShortfall
           compute wsFirstYear = wsLastYear - 4
       end-if
       compute wsDateNum = wsFirstYear * 10000 + 101
       move function integer-of-date(wsDateNum) to wsDateInt
       compute wsDateNum = wsLastYear * 10000 + 1231
       move function integer-of-date(wsDateNum) to wsDateEndInt
       perform varying wsDateInt from wsDateInt by 1
               until wsDateInt > wsDateEndInt
                   or wsDateCount >= wsMaxDates
           add 1 to wsDateCount
           move function date-of-integer(wsDateInt) to wsDateNum
           move wsDateNum to wsDtDate(wsDateCount)
           move function mod(wsDateInt, 7) to wsDtWeekday(wsDateCount)
           move "N" to wsDtHoliday(wsDateCount)
           move spaces to wsDtHolName(wsDateCount)
           perform varying wsH from 1 by 1 until wsH > wsHolCount
               if wsHolDate(wsH) = wsDtDate(wsDateCount)
                   move "Y" to wsDtHoliday(wsDateCount)
                   move wsHolName(wsH) to wsDtHolName(wsDateCount)
               end-if
           end-perform
           if wsDtWeekday(wsDateCount) = 0
                   or wsDtWeekday(wsDateCount) = 6
                   or wsDtHoliday(wsDateCount) = "Y"
               move "N" to wsDtBusiness(wsDateCount)
           else
               move "Y" to wsDtBusiness(wsDateCount)
           end-if
           move "N" to wsDtFreeze(wsDateCount)
           perform varying wsF from 1 by 1 until wsF > wsFreezeCount
               if wsDtDate(wsDateCount) >= wsFreezeFrom(wsF)
                       and wsDtDate(wsDateCount) <= wsFreezeTo(wsF)
                   move "Y" to wsDtFreeze(wsDateCount)
               end-if
           end-perform
           move "N" to wsDtMonthEnd(wsDateCount)
       end-perform
       move spaces to wsMonthSeen
       perform varying wsT from wsDateCount by -1 until wsT < 1
           if wsDtBusiness(wsT) = "Y"
                   and wsDtDate(wsT)(1:6) not = wsMonthSeen
               move "Y" to wsDtMonthEnd(wsT)
               move wsDtDate(wsT)(1:6) to wsMonthSeen
           end-if
       end-perform.

*> One row per feed, and NONE for the post-cycle jobs no feed owns.
WriteFeedDimension.
       move "warehouse-dim-feed.csv" to wsExtractFilename
       open output ExtractFile
       move "FeedKey,Owner,ExpectedOnBusinessDays,Jobs,Tier,ResourceClass"
           to ExtractLine
       write ExtractLine
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           move wsDirJobs(wsD) to wsNumDisplay
           move wsDirOwner(wsD) to wsCsvText
           perform CleanCsvText
           if wsDirExpect(wsD) not = "N"
               move "Y" to wsDirExpect(wsD)
           end-if
           move spaces to ExtractLine
           string
               function trim(wsDir(wsD)) delimited by size
               "," delimited by size
               function trim(wsCsvText) delimited by size
               "," delimited by size
               wsDirExpect(wsD) delimited by size
               "," delimited by size
               function trim(wsNumDisplay) delimited by size
               "," delimited by size
               function trim(wsDirTier(wsD)) delimited by size
               "," delimited by size
               function trim(wsDirClass(wsD)) delimited by size
               into ExtractLine
           end-string
           write ExtractLine
           add 1 to wsFeedRows
       end-perform
       move "NONE,OPERATIONS,N,0,," to ExtractLine
       write ExtractLine
       add 1 to wsFeedRows
       close ExtractFile
       perform KeepGeneration.

*> The operators file's operators with the role the menu grants
*> them (a legacy line with no recognized role signs on as ADMIN),
*> and UNATTENDED for the runs nobody launched.
WriteOperatorDimension.
       move "warehouse-dim-operator.csv" to wsExtractFilename
       open output ExtractFile
       move "OperatorKey,Role,Name,Active" to ExtractLine
       write ExtractLine
       open input OperatorsFile
       if wsOperatorsStatus = "00"
           move "n" to wsEof
           move 0 to wsRecordsRead
           perform ReadOperatorsLoop
           close OperatorsFile
       end-if
       move "UNATTENDED,NONE,unattended or scheduled run,Y"
           to ExtractLine
       write ExtractLine
       add 1 to wsOperatorRows
       close ExtractFile
       perform KeepGeneration.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadOperatorsLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==OperatorsFile==
              ==:RECORD-NAME:== BY ==OperatorsLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform WriteOperatorRow==.

WriteOperatorRow.
       if OperatorsLine(1:1) = "*" or OperatorsLine = spaces
           exit paragraph
       end-if
       move spaces to wsTok1 wsTok2 wsCsvText
       move 1 to wsTokPtr
       unstring OperatorsLine delimited by all spaces
           into wsTok1
           with pointer wsTokPtr
       end-unstring
       if wsTokPtr <= 80
           move OperatorsLine(wsTokPtr:) to wsCsvText2
       else
           move spaces to wsCsvText2
       end-if
       move function trim(wsCsvText2) to wsCsvText2
       unstring wsCsvText2 delimited by all spaces into wsTok2
       end-unstring
       if wsTok2 = "VIEW" or wsTok2 = "RUN" or wsTok2 = "ADMIN"
               or wsTok2 = "OFF"
           move wsCsvText2(function length(function trim(wsTok2)) + 2:)
               to wsCsvText
       else
           move wsCsvText2 to wsCsvText
           move "ADMIN" to wsTok2
       end-if
       perform CleanCsvText
       if wsTok2 = "OFF"
           move "N" to wsTok1(20:1)
       else
           move "Y" to wsTok1(20:1)
       end-if
       move spaces to ExtractLine
       string
           function trim(wsTok1(1:19)) delimited by size
           "," delimited by size
           function trim(wsTok2) delimited by size
           "," delimited by size
           function trim(wsCsvText) delimited by size
           "," delimited by size
           wsTok1(20:1) delimited by size
           into ExtractLine
       end-string
       write ExtractLine
       add 1 to wsOperatorRows.

*> Written last: its presence says the night's extract is whole.
WriteControlFile.
       move "warehouse-control.csv" to wsExtractFilename
       open output ExtractFile
       move "File,BusinessDate,ExtractedAt,Rows" to ExtractLine
       write ExtractLine
       move "warehouse-fact-run.csv" to wsCsvText2
       move wsFactRows to wsRowsDisplay
       perform WriteControlRow
       move "warehouse-dim-job.csv" to wsCsvText2
       move wsJobRows to wsRowsDisplay
       perform WriteControlRow
       move "warehouse-dim-date.csv" to wsCsvText2
       move wsDateRows to wsRowsDisplay
       perform WriteControlRow
       move "warehouse-dim-feed.csv" to wsCsvText2
       move wsFeedRows to wsRowsDisplay
       perform WriteControlRow
       move "warehouse-dim-operator.csv" to wsCsvText2
       move wsOperatorRows to wsRowsDisplay
       perform WriteControlRow
       close ExtractFile
       perform KeepGeneration.

WriteControlRow.
       move spaces to ExtractLine
       string
           function trim(wsCsvText2) delimited by size
           "," delimited by size
           function trim(wsExtractDate) delimited by size
           "," delimited by size
           wsExtractStamp delimited by size
           "," delimited by size
           function trim(wsRowsDisplay) delimited by size
           into ExtractLine
       end-string
       write ExtractLine.

*> A comma in free text would split the column; it goes as a space.
CleanCsvText.
       inspect wsCsvText replacing all "," by " ".

*> The extract files are data, not print: no title keeps the
*> generation a plain copy.
KeepGeneration.
       move wsExtractFilename to wsReportName
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle.

end program AOC2024WAREHOUSE.
