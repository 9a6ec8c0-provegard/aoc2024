identification division.
program-id. AOC2024CHARGEBACK.

*> Monthly chargeback of processing cost to the upstream feed owners.
*> For one month it measures what each day directory's feed cost the
*> shop to process - step run time (the audit trails' START/END
*> pairs, the pairing driver/opslog.cob runs), records read
*> (control-totals), sanctioned reruns (the *R rows driver/rerun.cob
*> folds into results-history) and recycle resubmissions
*> (reject-status rows driver/recycle.cob moved to RESUBMITTED), and
*> drops quarantined on a failed manifest check (quarantine-log) -
*> and prices them from the chargeback-rates rate card. Step run
*> time is wall-clock START to END; the batch steps are single-
*> threaded and CPU-bound, so it is billed as CPU time.
*>
*> The rate card's OWNER lines bill a directory to its feed owner; a
*> directory with no OWNER line is invoiced under its own name. One
*> invoice per owner, with a line item per directory and chargeable
*> item, goes to chargeback-invoices; the same line items go to the
*> chargeback-invoices.csv twin the billing system loads. Both keep
*> a dated generation the way the job reports keep theirs.
*>
*> AOC2024CHARGEBACK_MONTH names the month (YYYYMM); the default is
*> the month before the business date's - the month just closed.
*>
*> Return code: 0 invoices written; 8 rate card missing or
*> incomplete, or a month that is not YYYYMM (nothing written).

environment division.
input-output section.
file-control.
       select RateFile assign to 'chargeback-rates'
           organization is line sequential
           file status is wsRateStatus.
       select AuditFile assign to wsAuditFilename
           organization is line sequential
           file status is wsAuditStatus.
       select ControlFile assign to wsControlFilename
           organization is line sequential
           file status is wsControlStatus.
       select ResultLog assign to wsResultLogFilename
           organization is line sequential
           file status is wsResultStatus.
       select StatusFile assign to wsStatusFilename
           organization is line sequential
           file status is wsStatusStatus.
       select QuarantineLog assign to wsQuarantineFilename
           organization is line sequential
           file status is wsQuarantineStatus.
       select InvoiceReport assign to 'chargeback-invoices'
           organization is line sequential
           file status is wsReportStatus.
       select InvoiceCsv assign to 'chargeback-invoices.csv'
           organization is line sequential
           file status is wsCsvStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.

data division.
file section.
FD RateFile.
01 RateLine pic X(120).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlFile==.

copy "ResultRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultLog==.

*> The reject-status row as driver/recycle.cob writes it; only the
*> program, disposition and disposition date are needed here.
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

FD QuarantineLog.
01 QuarantineLine pic X(200).

FD InvoiceReport.
01 InvoiceReportLine pic X(132).

FD InvoiceCsv.
01 InvoiceCsvLine pic X(160).

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsRateStatus pic X(2).
       01 wsAuditFilename pic X(40).
       01 wsAuditStatus pic X(2).
       01 wsControlFilename pic X(40).
       01 wsControlStatus pic X(2).
       01 wsResultLogFilename pic X(40).
       01 wsResultStatus pic X(2).
       01 wsStatusFilename pic X(40).
       01 wsStatusStatus pic X(2).
       01 wsQuarantineFilename pic X(40).
       01 wsQuarantineStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsCsvStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40).
       01 wsReportProgram pic X(20) value "AOC2024CHARGEBACK".
       01 wsReportTitle pic X(40).

       01 wsParm pic X(20).
       01 wsMonth pic X(6).
       01 wsMonthYear pic 9(4).
       01 wsMonthMm pic 9(2).
       01 wsBusDate pic X(8).

*> The rate card. A rate left off the card stays unset and stops the
*> run: an invoice silently priced at nothing is worse than none.
       01 wsRateTag pic X(10).
       01 wsRateKey pic X(12).
       01 wsRateValue pic X(30).
       01 wsRateCpuMin pic 9(5)v9(4) value 0.
       01 wsRateKrec pic 9(5)v9(4) value 0.
       01 wsRateRerun pic 9(5)v9(4) value 0.
       01 wsRateQuarantine pic 9(5)v9(4) value 0.
       01 wsRateSeen pic X(4) value "NNNN".
       01 wsRateText pic X(80).

*> Directory-to-owner assignments from the rate card's OWNER lines.
       01 wsOwners.
           05 wsOwnerEntry occurs 40 times.
               10 wsOwnerDir pic X(10).
               10 wsOwnerName pic X(20).
       01 wsOwnerCount pic 9(2) value 0.
       01 wsO pic 9(2).

*> The day directories the registry's jobs live in - the derivation
*> driver/opslog.cob uses - each with the month's chargeable usage
*> and the invoice (billing unit) it is billed on.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirScan binary-short.
       01 wsDirIdx binary-short.
       01 wsUsage.
           05 wsUse occurs 40 times.
               10 wsUseSeconds pic 9(9).
               10 wsUseRecords pic 9(12).
               10 wsUseReruns pic 9(5).
               10 wsUseRecycles pic 9(5).
               10 wsUseQuarantined pic 9(5).
               10 wsUseUnit pic 9(2).

*> One invoice per owner (or unowned directory), first-seen order.
       01 wsUnits.
           05 wsUnit occurs 40 times.
               10 wsUnitName pic X(20).
               10 wsUnitTotal pic 9(9)v99.
       01 wsUnitCount pic 9(2) value 0.
       01 wsU pic 9(2).
       01 wsUnitName1 pic X(20).
       01 wsUnitActivity pic 9(13).
       01 wsInvoiceCount pic 9(2) value 0.
       01 wsInvoiceNo pic X(12).
       01 wsInvoiceSeq pic 9(2).
       01 wsGrandTotal pic 9(11)v99 value 0.

*> Unmatched STARTs while walking one audit trail forward; an END or
*> ERROR pairs with the most recent unmatched START for its program.
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

*> Recycle resubmissions already counted for the directory in hand:
*> one resubmission run per program and disposition date, however
*> many corrected records it carried.
       01 wsResubmits.
           05 wsResubmitKey pic X(20) occurs 500 times.
       01 wsResubmitCount pic 9(3) value 0.
       01 wsResubmitWork pic X(20).
       01 wsR pic 9(3).
       01 wsRerunMarks pic 9(2).

*> The line item in hand, for the invoice and its CSV twin.
       01 wsItemCode pic X(10).
       01 wsItemName pic X(28).
       01 wsItemQty pic 9(9)v999.
       01 wsItemRate pic 9(5)v9(4).
       01 wsItemAmount pic 9(9)v99.
       01 wsQtyDisplay pic Z(8)9.999.
       01 wsRateDisplay pic Z(4)9.9999.
       01 wsAmountDisplay pic Z(8)9.99.
       01 wsTotalDisplay pic Z(10)9.99.

       01 wsItemLine.
           05 filler pic X(2) value spaces.
           05 wsIlDir pic X(10).
           05 filler pic X(1) value spaces.
           05 wsIlName pic X(28).
           05 wsIlQty pic Z(8)9.999.
           05 filler pic X(2) value spaces.
           05 wsIlRate pic Z(4)9.9999.
           05 filler pic X(2) value spaces.
           05 wsIlAmount pic Z(8)9.99.

procedure division.
       perform ReadParameters
       perform LoadRateCard
       perform LoadRegistry

       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
           perform MeasureDirectory
       end-perform

       open output InvoiceReport
       open output InvoiceCsv
       move spaces to InvoiceReportLine
       string
           "===== Processing chargeback - " delimited by size
           wsMonth(1:4) delimited by size
           "-" delimited by size
           wsMonth(5:2) delimited by size
           " =====" delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine
       perform WriteRateSummary
       move "Invoice,Month,Owner,Directory,Item,Quantity,Rate,Amount"
           to InvoiceCsvLine
       write InvoiceCsvLine

       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           perform WriteInvoice
       end-perform

       move spaces to InvoiceReportLine
       write InvoiceReportLine
       move wsGrandTotal to wsTotalDisplay
       move spaces to InvoiceReportLine
       string
           "Invoices: " delimited by size
           wsInvoiceCount delimited by size
           "   Total billed: " delimited by size
           function trim(wsTotalDisplay) delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine
       close InvoiceReport
       close InvoiceCsv

       move "chargeback-invoices" to wsReportName
       move "CHARGEBACK INVOICES" to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       *> the CSV is an extract, not print: no title keeps it plain
       move "chargeback-invoices.csv" to wsReportName
       move spaces to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "CHARGEBACK: " wsMonth " " wsInvoiceCount
           " invoice(s), total billed " function trim(wsTotalDisplay)
       stop run.

*> The month to bill: AOC2024CHARGEBACK_MONTH, else the month before
*> the business date's.
ReadParameters.
       move spaces to wsParm
       accept wsParm from environment "AOC2024CHARGEBACK_MONTH"
           on exception continue
       end-accept
       if wsParm not = spaces
           move wsParm(1:6) to wsMonth
       else
           call "AOC2024BDATE" using wsBusDate
           move wsBusDate(1:4) to wsMonthYear
           move wsBusDate(5:2) to wsMonthMm
           if wsMonthMm = 1
               subtract 1 from wsMonthYear
               move 12 to wsMonthMm
           else
               subtract 1 from wsMonthMm
           end-if
           move wsMonthYear to wsMonth(1:4)
           move wsMonthMm to wsMonth(5:2)
       end-if
       if wsMonth not numeric
               or wsMonth(5:2) < "01" or wsMonth(5:2) > "12"
           display "CHARGEBACK: month " wsParm
               " is not YYYYMM - nothing billed"
           move 8 to return-code
           stop run
       end-if.

LoadRateCard.
       open input RateFile
       if wsRateStatus not = "00"
           display "CHARGEBACK: chargeback-rates not found -"
               " nothing billed"
           move 8 to return-code
           stop run
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadRateLoop
       close RateFile
       if wsRateSeen not = "YYYY"
           display "CHARGEBACK: chargeback-rates must price CPUMIN,"
               " KREC, RERUN and QUARANTINE - nothing billed"
           move 8 to return-code
           stop run
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRateLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RateFile==
              ==:RECORD-NAME:== BY ==RateLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TakeRateLine==.

TakeRateLine.
       if RateLine(1:1) = "*" or RateLine = spaces
           exit paragraph
       end-if
       move spaces to wsRateTag wsRateKey wsRateValue
       unstring RateLine delimited by all spaces
           into wsRateTag wsRateKey wsRateValue
       end-unstring
       evaluate wsRateTag
           when "RATE"
               perform TakeRate
           when "OWNER"
               if wsOwnerCount < 40 and wsRateValue not = spaces
                   add 1 to wsOwnerCount
                   move wsRateKey to wsOwnerDir(wsOwnerCount)
                   move wsRateValue to wsOwnerName(wsOwnerCount)
               end-if
           when other
               display "CHARGEBACK: rate card line " wsRecordsRead
                   " not understood - ignored"
       end-evaluate.

TakeRate.
       if function test-numval(wsRateValue) not = 0
           display "CHARGEBACK: rate " function trim(wsRateKey)
               " is not a number - ignored"
           exit paragraph
       end-if
       evaluate wsRateKey
           when "CPUMIN"
               move function numval(wsRateValue) to wsRateCpuMin
               move "Y" to wsRateSeen(1:1)
           when "KREC"
               move function numval(wsRateValue) to wsRateKrec
               move "Y" to wsRateSeen(2:1)
           when "RERUN"
               move function numval(wsRateValue) to wsRateRerun
               move "Y" to wsRateSeen(3:1)
           when "QUARANTINE"
               move function numval(wsRateValue) to wsRateQuarantine
               move "Y" to wsRateSeen(4:1)
           when other
               display "CHARGEBACK: unknown rate "
                   function trim(wsRateKey) " - ignored"
       end-evaluate.

*> Gathers one directory's usage for the month from its four trails
*> and assigns it to its owner's invoice.
MeasureDirectory.
       move 0 to wsUseSeconds(wsDirIdx)
       move 0 to wsUseRecords(wsDirIdx)
       move 0 to wsUseReruns(wsDirIdx)
       move 0 to wsUseRecycles(wsDirIdx)
       move 0 to wsUseQuarantined(wsDirIdx)
       perform AssignBillingUnit
       perform MeasureRunTime
       perform MeasureRecordsRead
       perform MeasureReruns
       perform MeasureRecycles
       perform MeasureQuarantines.

AssignBillingUnit.
       move wsResultDir(wsDirIdx) to wsUnitName1
       perform varying wsO from 1 by 1 until wsO > wsOwnerCount
           if wsOwnerDir(wsO) = wsResultDir(wsDirIdx)
               move wsOwnerName(wsO) to wsUnitName1
           end-if
       end-perform
       move 0 to wsUseUnit(wsDirIdx)
       perform varying wsU from 1 by 1 until wsU > wsUnitCount
           if wsUnitName(wsU) = wsUnitName1
               move wsU to wsUseUnit(wsDirIdx)
           end-if
       end-perform
       if wsUseUnit(wsDirIdx) = 0
           add 1 to wsUnitCount
           move wsUnitName1 to wsUnitName(wsUnitCount)
           move 0 to wsUnitTotal(wsUnitCount)
           move wsUnitCount to wsUseUnit(wsDirIdx)
       end-if.

*> Step run time: every START/END (or ERROR) pair whose END falls in
*> the month.
MeasureRunTime.
       move spaces to wsAuditFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/audit-trail" delimited by size
           into wsAuditFilename
       end-string
       move 0 to wsOpenCount
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input AuditFile
       if wsAuditStatus = "00"
           perform ReadAuditLoop
           close AuditFile
       end-if.

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

       if AuditTimestamp(1:4) = wsMonth(1:4)
               and AuditTimestamp(6:2) = wsMonth(5:2)
           add wsElapsed to wsUseSeconds(wsDirIdx)
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

*> Records read: every control-totals row of the month.
MeasureRecordsRead.
       move spaces to wsControlFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/control-totals" delimited by size
           into wsControlFilename
       end-string
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input ControlFile
       if wsControlStatus = "00"
           perform ReadControlLoop
           close ControlFile
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadControlLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ControlFile==
              ==:RECORD-NAME:== BY ==CtlLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyControlRow==.

TallyControlRow.
       if CtlDate(1:6) = wsMonth and CtlRead numeric
           add CtlRead to wsUseRecords(wsDirIdx)
       end-if.

*> Sanctioned reruns: results-history rows of the month marked *R
*> by the rerun fold.
MeasureReruns.
       move spaces to wsResultLogFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/results-history" delimited by size
           into wsResultLogFilename
       end-string
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input ResultLog
       if wsResultStatus = "00"
           perform ReadResultsLoop
           close ResultLog
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadResultsLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ResultLog==
              ==:RECORD-NAME:== BY ==ResultLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyRerunRow==.

TallyRerunRow.
       if ResultDate(1:6) not = wsMonth
           exit paragraph
       end-if
       move 0 to wsRerunMarks
       inspect ResultLabel tallying wsRerunMarks for all "*R"
       if wsRerunMarks > 0
           add 1 to wsUseReruns(wsDirIdx)
       end-if.

*> Recycle resubmissions: one per program and disposition date among
*> the month's RESUBMITTED reject-status rows.
MeasureRecycles.
       move 0 to wsResubmitCount
       move spaces to wsStatusFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/reject-status" delimited by size
           into wsStatusFilename
       end-string
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input StatusFile
       if wsStatusStatus = "00"
           perform ReadStatusLoop
           close StatusFile
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadStatusLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==StatusFile==
              ==:RECORD-NAME:== BY ==StatusLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyResubmitRow==.

TallyResubmitRow.
       if StStatus not = "RESUBMITTED" or StDate(1:6) not = wsMonth
           exit paragraph
       end-if
       move spaces to wsResubmitWork
       string
           StProgram delimited by size
           StDate delimited by size
           into wsResubmitWork
       end-string
       perform varying wsR from 1 by 1 until wsR > wsResubmitCount
           if wsResubmitKey(wsR) = wsResubmitWork
               exit paragraph
           end-if
       end-perform
       add 1 to wsUseRecycles(wsDirIdx)
       if wsResubmitCount < 500
           add 1 to wsResubmitCount
           move wsResubmitWork to wsResubmitKey(wsResubmitCount)
       end-if.

*> Quarantined drops: quarantine-log rows dated in the month.
MeasureQuarantines.
       move spaces to wsQuarantineFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/quarantine-log" delimited by size
           into wsQuarantineFilename
       end-string
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input QuarantineLog
       if wsQuarantineStatus = "00"
           perform ReadQuarantineLoop
           close QuarantineLog
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadQuarantineLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==QuarantineLog==
              ==:RECORD-NAME:== BY ==QuarantineLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyQuarantineRow==.

TallyQuarantineRow.
       if QuarantineLine(1:6) = wsMonth
           add 1 to wsUseQuarantined(wsDirIdx)
       end-if.

WriteRateSummary.
       move spaces to InvoiceReportLine
       move wsRateCpuMin to wsRateDisplay
       move spaces to wsRateText
       string
           "Rates: CPU-minute " delimited by size
           function trim(wsRateDisplay) delimited by size
           "  per 1000 records " delimited by size
           into wsRateText
       end-string
       move wsRateKrec to wsRateDisplay
       string
           function trim(wsRateText) delimited by size
           " " delimited by size
           function trim(wsRateDisplay) delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine
       move spaces to InvoiceReportLine
       move wsRateRerun to wsRateDisplay
       move spaces to wsRateText
       string
           "Rates: rerun or resubmission " delimited by size
           function trim(wsRateDisplay) delimited by size
           "  quarantined drop " delimited by size
           into wsRateText
       end-string
       move wsRateQuarantine to wsRateDisplay
       string
           function trim(wsRateText) delimited by size
           " " delimited by size
           function trim(wsRateDisplay) delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine.

*> One owner's invoice: a line item for each of its directories'
*> chargeable items with a non-zero quantity, then the total. An
*> owner with nothing chargeable in the month gets no invoice.
WriteInvoice.
       move 0 to wsUnitActivity
       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
           if wsUseUnit(wsDirIdx) = wsU
               compute wsUnitActivity = wsUnitActivity
                   + wsUseSeconds(wsDirIdx) + wsUseRecords(wsDirIdx)
                   + wsUseReruns(wsDirIdx) + wsUseRecycles(wsDirIdx)
                   + wsUseQuarantined(wsDirIdx)
           end-if
       end-perform
       if wsUnitActivity = 0
           exit paragraph
       end-if
       move 0 to wsUnitTotal(wsU)

       add 1 to wsInvoiceCount
       move wsInvoiceCount to wsInvoiceSeq
       move spaces to wsInvoiceNo
       string
           "CB" delimited by size
           wsMonth delimited by size
           "-" delimited by size
           wsInvoiceSeq delimited by size
           into wsInvoiceNo
       end-string

       move spaces to InvoiceReportLine
       write InvoiceReportLine
       move spaces to InvoiceReportLine
       string
           "INVOICE " delimited by size
           wsInvoiceNo delimited by size
           "  Bill to: " delimited by size
           wsUnitName(wsU) delimited by size
           "  Period: " delimited by size
           wsMonth(1:4) delimited by size
           "-" delimited by size
           wsMonth(5:2) delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine
       move spaces to InvoiceReportLine
       string
           "  Directory  Item                            Quantity"
               delimited by size
           "          Rate        Amount" delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine

       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
           if wsUseUnit(wsDirIdx) = wsU
               perform WriteDirectoryItems
           end-if
       end-perform

       move wsUnitTotal(wsU) to wsTotalDisplay
       move spaces to InvoiceReportLine
       string
           "                                        "
               delimited by size
           "            Invoice total " delimited by size
           wsTotalDisplay delimited by size
           into InvoiceReportLine
       end-string
       write InvoiceReportLine
       add wsUnitTotal(wsU) to wsGrandTotal.

WriteDirectoryItems.
       move "CPUMIN" to wsItemCode
       move "CPU minutes" to wsItemName
       compute wsItemQty rounded = wsUseSeconds(wsDirIdx) / 60
       move wsRateCpuMin to wsItemRate
       compute wsItemAmount rounded =
           wsUseSeconds(wsDirIdx) * wsRateCpuMin / 60
       perform WriteItemLine

       move "KREC" to wsItemCode
       move "Thousand records read" to wsItemName
       compute wsItemQty rounded = wsUseRecords(wsDirIdx) / 1000
       move wsRateKrec to wsItemRate
       compute wsItemAmount rounded =
           wsUseRecords(wsDirIdx) * wsRateKrec / 1000
       perform WriteItemLine

       move "RERUN" to wsItemCode
       move "Reruns" to wsItemName
       move wsUseReruns(wsDirIdx) to wsItemQty
       move wsRateRerun to wsItemRate
       compute wsItemAmount rounded =
           wsUseReruns(wsDirIdx) * wsRateRerun
       perform WriteItemLine

       move "RECYCLE" to wsItemCode
       move "Recycle resubmissions" to wsItemName
       move wsUseRecycles(wsDirIdx) to wsItemQty
       move wsRateRerun to wsItemRate
       compute wsItemAmount rounded =
           wsUseRecycles(wsDirIdx) * wsRateRerun
       perform WriteItemLine

       move "QUARANTINE" to wsItemCode
       move "Quarantined drops" to wsItemName
       move wsUseQuarantined(wsDirIdx) to wsItemQty
       move wsRateQuarantine to wsItemRate
       compute wsItemAmount rounded =
           wsUseQuarantined(wsDirIdx) * wsRateQuarantine
       perform WriteItemLine.

*> One line item to the invoice and its CSV twin; nothing for an item
*> the directory did not use.
WriteItemLine.
       if wsItemQty = 0
           exit paragraph
       end-if
       add wsItemAmount to wsUnitTotal(wsU)
       move wsResultDir(wsDirIdx) to wsIlDir
       move wsItemName to wsIlName
       move wsItemQty to wsIlQty
       move wsItemRate to wsIlRate
       move wsItemAmount to wsIlAmount
       move wsItemLine to InvoiceReportLine
       write InvoiceReportLine

       move wsItemQty to wsQtyDisplay
       move wsItemRate to wsRateDisplay
       move wsItemAmount to wsAmountDisplay
       move spaces to InvoiceCsvLine
       string
           function trim(wsInvoiceNo) delimited by size
           "," delimited by size
           wsMonth delimited by size
           "," delimited by size
           function trim(wsUnitName(wsU)) delimited by size
           "," delimited by size
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "," delimited by size
           function trim(wsItemCode) delimited by size
           "," delimited by size
           function trim(wsQtyDisplay) delimited by size
           "," delimited by size
           function trim(wsRateDisplay) delimited by size
           "," delimited by size
           function trim(wsAmountDisplay) delimited by size
           into InvoiceCsvLine
       end-string
       write InvoiceCsvLine.

*> Derives the distinct day directories from the shared job-registry,
*> one entry per directory seen, the way driver/opslog.cob does.
LoadRegistry.
       call "AOC2024YEAR" using wsProcYear
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "CHARGEBACK: job-registry not found - nothing billed"
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
           *> a driver-side post-cycle step, not a feed
           exit paragraph
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
end program AOC2024CHARGEBACK.
