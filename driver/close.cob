program-id. AOC2024CLOSE.

*> Month-end close: proves a month is complete and certifies it shut.
*> For the month named by AOC2024CLOSE_MONTH (YYYYMM) - by default
*> the month before the business date's, which is the month the
*> driver's first-business-day run closes - it checks that
*> every business date on the processing calendar has a
*> results-master row for every enabled registry job (day
*> directories the calendar marks EXPECT N are exempt, their feeds
*> not being daily), that no reject in any day directory's
*> reject-status file is still OPEN or RETURNED upstream uncorrected,
*> that no anomaly-report finding is still NEW, and that downstream
*> has acknowledged every results section sent for a date in the
*> month (no outbound-ledger row still SENT). A clean month gets one
*> CLOSED row in the month-close file - the certification the
*> auditors asked for - and
*> from then on AOC2024RERUN and AOC2024RECYCLE refuse to change
*> anything dated inside it. A close that fails writes every gap to
*> close-report and certifies nothing.
*> Reopening is deliberate and documented: AOC2024CLOSE_REOPEN=Y
*> with a note in AOC2024CLOSE_NOTE appends a REOPENED row carrying
*> the operator and reason; the close can be re-run afterwards.
*> Both actions land in the root audit trail. A month inside a
*> processing year AOC2024YEAREND has closed cannot be reopened -
*> the year's results are frozen for good.

environment division.
input-output section.
       select DriverAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.
       select OutboundLedger assign to 'outbound-ledger'
           organization is line sequential
           file status is wsOutLedgerStatus.

data division.
file section.
copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==DriverAudit==.

copy "OutboundLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==OutboundLedger==.

working-storage section.
       01 wsReportName pic X(40) value "close-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024CLOSE".
       01 wsReportTitle pic X(40) value "MONTH-END CLOSE".
       01 wsMasterStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRecordsRead pic 9(10).

       01 wsMonth pic X(6).
       01 wsCloseYearNum pic 9(4).    *> the default month's arithmetic
       01 wsCloseMonthNum pic 9(2).
       01 wsReopen pic A(1) value "N".
       01 wsNote pic X(60) value spaces.
       01 wsAlreadyClosed pic X(1).
       01 wsCloseYear pic X(6).       *> the month's year alone, for the year-close question
       01 wsYearClosed pic X(1).
       01 wsToday pic X(8).
       01 wsStamp pic X(19).

       01 wsCalIdx binary-short.

       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobDir pic X(10).
               10 wsJobDaily pic A(1).
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.
       01 wsDirs.
           05 wsDirEntry pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirIdx binary-short.
       01 wsDirScan binary-short.
       01 wsOpenRejects pic 9(5) value 0.
       01 wsNewAnomalies pic 9(5) value 0.
       01 wsUnsignedCycles pic 9(5) value 0.
       01 wsUnackedSections pic 9(5) value 0.
       01 wsOutLedgerStatus pic X(2).
       01 wsGapTotal pic 9(5) value 0.
       01 wsCycleLedgerStatus pic X(2).
       01 wsSignoffStatus pic X(2).
       accept wsMonth from environment "AOC2024CLOSE_MONTH"
           on exception continue
       end-accept
       if wsMonth = spaces
           perform DeriveDefaultMonth
       end-if
       if wsMonth(1:6) not numeric
           display "ERROR: set AOC2024CLOSE_MONTH to the month to"
               " close (YYYYMM)"
           move 8 to return-code
       perform CheckOpenRejects
       perform CheckNewAnomalies
       perform CheckCycleSignoffs
       perform CheckOutboundAcks

       compute wsGapTotal =
           wsMissingCount + wsOpenRejects + wsNewAnomalies
           + wsUnsignedCycles + wsUnackedSections
       if wsGapTotal = 0
           perform CertifyClosed
           move "Month certified closed" to CloseReportLine
           write CloseReportLine
           display "CLOSE: " wsMonth " certified closed ("
               wsDatesChecked " business date(s) proven)"
           if wsMonth(5:2) = "12"
               display "CLOSE: last month of " wsMonth(1:4)
                   " certified - the year-end rollover"
                   " (driver/yearend) can run"
           end-if
       else
           move spaces to CloseReportLine
           string
               wsMissingCount " missing result(s), "
               wsOpenRejects " open reject(s), "
               wsNewAnomalies " unacknowledged anomaly(ies), "
               wsUnsignedCycles " unsigned cycle(s), "
               wsUnackedSections " unacknowledged outbound section(s)"
           move 8 to return-code
       end-if
       close CloseReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       stop run.

*> The month before the business date's: January closes December.
DeriveDefaultMonth.
       call "AOC2024BDATE" using wsCheckDate
       if wsCheckDate(5:2) = "01"
           compute wsCloseYearNum =
               function numval(wsCheckDate(1:4)) - 1
           move wsCloseYearNum to wsMonth(1:4)
           move "12" to wsMonth(5:2)
       else
           compute wsCloseMonthNum =
               function numval(wsCheckDate(5:2)) - 1
           move wsCheckDate(1:4) to wsMonth(1:4)
           move wsCloseMonthNum to wsMonth(5:2)
       end-if.

*> Every business date of the month (weekends and HOLIDAY dates out,
*> dates that have not happened yet out) must have a results-master
*> row for every enabled daily job; jobs in EXPECT N directories are

*> Every tracked reject in every day directory must have moved past
*> OPEN - corrected and resubmitted, or written off - before the
*> month can close. A reject returned upstream and not yet corrected
*> back is still outstanding.
CheckOpenRejects.
       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
              ==:PROCESS-ROW:== BY ==perform JudgeStatusRow==.

JudgeStatusRow.
       if StStatus = "OPEN" or StStatus = "RETURNED"
           add 1 to wsOpenRejects
           move spaces to CloseReportLine
           string
               function trim(StStatus) delimited by size
               " REJECT " delimited by size
               function trim(wsDirEntry(wsDirIdx)) delimited by size
               " " delimited by size
               StProgram delimited by size
*> reason, after which reruns and recycles may touch the month again
*> until it is re-closed.
ReopenMonth.
       move spaces to wsCloseYear
       move wsMonth(1:4) to wsCloseYear(1:4)
       call "AOC2024MCLOSE" using wsCloseYear wsYearClosed
       if wsYearClosed = "Y"
           display "CLOSE: " wsMonth(1:4) " has been closed at year"
               " end - its months cannot be reopened"
           move 8 to return-code
           exit paragraph
       end-if
       call "AOC2024MCLOSE" using wsMonth wsAlreadyClosed
       if wsAlreadyClosed not = "Y"
           display "CLOSE: " wsMonth " is not closed - nothing to"
       end-perform
       close CycleLedger.

*> A results section sent downstream for a date in the month and
*> never acknowledged either way is a delivery nobody can prove.
CheckOutboundAcks.
       open input OutboundLedger
       if wsOutLedgerStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read OutboundLedger
               at end exit perform
           end-read
           if OlBusDate(1:6) = wsMonth(1:6) and OlStatus = "SENT"
               add 1 to wsUnackedSections
               move spaces to CloseReportLine
               string
                   "GAP outbound " delimited by size
                   OlTxId delimited by size
                   " " delimited by size
                   OlProgram delimited by size
                   " " delimited by size
                   OlBusDate delimited by size
                   " sent " delimited by size
                   OlSentStamp delimited by size
                   " - not acknowledged by downstream" delimited by size
                   into CloseReportLine
               end-string
               write CloseReportLine
           end-if
       end-perform
       close OutboundLedger.

LoadSignoffs.
       move 0 to wsSignoffCount
       open input SignoffFile
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDirEntry(wsDirCount)
       end-if.
