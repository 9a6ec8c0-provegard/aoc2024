identification division.
program-id. AOC2024ACKIN.

*> Acknowledgement intake for the results AOC2024OUTBOUND sends
*> downstream: proof they loaded each transmission, and a record of
*> every section they turned away. Downstream returns an ACK/NAK
*> file, one block per transmission it has processed, naming the
*> transmission id OUTBOUND wrote on the TRL line:
*>     TXN <transmission-id>
*>     ACK <program> <business-date>
*>     NAK <program> <business-date> <reject-code>
*> Each verdict is matched to the section's row on the
*> outbound-ledger, which is rewritten ACCEPTED or REJECTED with the
*> code and the acknowledgement stamp. A verdict naming a
*> transmission or section never sent is written to ack-report as a
*> fault; a transmission block that leaves sections without a
*> verdict is reported, the sections staying SENT. AOC2024ACKIN_FILE
*> names the return file (default outbound-ack); the consumed file
*> is archived under ack-archive with the usual date-time rename.
*>
*> Every run, file or not, then
*>   - raises one LATE alert for each transmission still without any
*>     acknowledgement AOC2024ACKIN_HOURS hours (default 24) after it
*>     was sent - flagged on its ledger rows, so once only - and
*>   - launches OUTBOUND's retransmission run while any rejected
*>     section is outstanding, which sends those corrected since
*>     their rejection.
*> Each rejection received raises a WARN alert, and rejections and
*> late transmissions land in the root audit trail. Month-end close
*> refuses a month whose ledger still holds a SENT section.
*>
*> Return code: 0 everything acknowledged and accepted, 4 a
*> rejection received, a fault in the return file, or a transmission
*> late; 8 the ledger could not be held.

environment division.
input-output section.
file-control.
       select AckFile assign to wsAckFilename
           organization is line sequential
           file status is wsAckStatus.
       select OutboundLedger assign to 'outbound-ledger'
           organization is line sequential
           file status is wsLedgerStatus.
       select AckReport assign to 'ack-report'
           organization is line sequential
           file status is wsReportStatus.
       select AlertFile assign to 'alerts'
           organization is line sequential
           file status is wsAlertStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
FD AckFile.
01 AckFileLine pic X(130).

copy "OutboundLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==OutboundLedger==.

FD AckReport.
01 AckReportLine pic X(130).

copy "AlertRecord.cpy"
    replacing ==:FILE-NAME:== by ==AlertFile==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsReportName pic X(40) value "ack-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024ACKIN".
       01 wsReportTitle pic X(40) value "OUTBOUND ACKNOWLEDGEMENTS".
       01 wsAckFilename pic X(100) value "outbound-ack".
       01 wsAckStatus pic X(2).
       01 wsAckEof pic A(1).
       01 wsAckRead pic 9(10).
       01 wsLedgerStatus pic X(2).
       01 wsLedgerEof pic A(1).
       01 wsLedgerRead pic 9(10).
       01 wsReportStatus pic X(2).
       01 wsAlertStatus pic X(2).
       01 wsAlertSeverity pic X(8).
       01 wsAlertDetail pic X(80).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsOperatorId pic X(12) value spaces.
       01 wsCycleId pic X(15) value spaces.
       01 wsShellCmd pic X(250).
       01 wsStamp pic X(19).
       01 wsParamKey pic X(30).
       01 wsParamValue pic X(100).
       01 wsLateHours pic 9(4) value 24.

*> The ledger held whole for the in-place rewrite, the way the
*> work-queue runner holds its queue.
       01 wsMaxOlRows pic 9(4) value 5000.
       01 wsOlRows.
           05 wsOlText pic X(154) occurs 5000 times.
       01 wsOlCount pic 9(4) value 0.
       01 wsOlIdx pic 9(4).
       01 wsOlScan pic 9(4).
       01 wsLedgerChanged pic X(1) value "N".

*> One ledger row unpacked - the same columns as
*> OutboundLedgerRecord.cpy.
       01 wsOlWork.
           05 wsOwTxId      pic X(15).
           05 wsOwGap1      pic X(1).
           05 wsOwBusDate   pic X(8).
           05 wsOwGap2      pic X(1).
           05 wsOwProgram   pic X(12).
           05 wsOwGap3      pic X(1).
           05 wsOwStatus    pic X(8).
           05 wsOwGap4      pic X(1).
           05 wsOwCode      pic X(8).
           05 wsOwGap5      pic X(1).
           05 wsOwSentStamp pic X(19).
           05 wsOwGap6      pic X(1).
           05 wsOwAckStamp  pic X(19).
           05 wsOwGap7      pic X(1).
           05 wsOwAlerted   pic X(1).
           05 wsOwGap8      pic X(1).
           05 wsOwResentAs  pic X(15).
           05 wsOwGap9      pic X(1).
           05 wsOwFile      pic X(40).

*> The return file's line in hand and the transmission block it
*> belongs to.
       01 wsTok1 pic X(10).
       01 wsTok2 pic X(20).
       01 wsTok3 pic X(12).
       01 wsTok4 pic X(12).
       01 wsCurrentTx pic X(15) value spaces.
       01 wsTxKnown pic X(1).
       01 wsRowFound pic X(1).
       01 wsLineDisplay pic Z(9)9.

*> The late sweep: sent-stamp arithmetic and the transmission whose
*> rows have just been flagged.
       01 wsNowSeconds pic 9(12).
       01 wsSentSeconds pic 9(12).
       01 wsStampDate pic 9(8).
       01 wsLateTx pic X(15).
       01 wsLateSections pic 9(4).
       01 wsLateDisplay pic Z(3)9.
       01 wsHoursDisplay pic Z(3)9.

       01 wsAccepted pic 9(4) value 0.
       01 wsRejected pic 9(4) value 0.
       01 wsFaults pic 9(4) value 0.
       01 wsLateTxCount pic 9(4) value 0.
       01 wsOutstandingNak pic 9(4) value 0.

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsAckFilename from environment "AOC2024ACKIN_FILE"
           on exception continue
       end-accept
       if wsAckFilename = spaces
           move "outbound-ack" to wsAckFilename
       end-if
       perform ReadLateHours
       perform BuildStamp

       perform LoadLedger
       open output AckReport

       perform TakeInReturnFile
       perform SweepLateTransmissions

       if wsLedgerChanged = "Y"
           perform RewriteLedger
       end-if

       move spaces to AckReportLine
       string
           "Verdicts matched: " delimited by size
           wsAccepted delimited by size
           " accepted, " delimited by size
           wsRejected delimited by size
           " rejected; " delimited by size
           wsFaults delimited by size
           " fault(s); " delimited by size
           wsLateTxCount delimited by size
           " transmission(s) newly late" delimited by size
           into AckReportLine
       end-string
       write AckReportLine
       close AckReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       perform CountOutstandingRejects
       if wsOutstandingNak > 0
           display "ACKIN: " wsOutstandingNak " rejected section(s)"
               " outstanding - launching the retransmission run"
           call "SYSTEM" using
               "AOC2024OUTBOUND_RESEND=Y ./driver/outbound"
           move 0 to return-code
       end-if

       display "ACKIN: " wsAccepted " accepted, " wsRejected
           " rejected, " wsFaults " fault(s), " wsLateTxCount
           " transmission(s) newly late"
       if wsRejected > 0 or wsFaults > 0 or wsLateTxCount > 0
           move 4 to return-code
       end-if
       stop run.

*> The acknowledgement deadline, parameter file first (an exported
*> variable of the same name still wins, as everywhere).
ReadLateHours.
       move spaces to wsParamValue
       accept wsParamValue from environment "AOC2024ACKIN_HOURS"
           on exception continue
       end-accept
       if wsParamValue = spaces
           move "AOC2024ACKIN_HOURS" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
       end-if
       if wsParamValue not = spaces
               and function test-numval(wsParamValue) = 0
           move function numval(wsParamValue) to wsLateHours
       end-if
       if wsLateHours = 0
           move 24 to wsLateHours
       end-if.

LoadLedger.
       move "n" to wsLedgerEof
       move 0 to wsLedgerRead
       open input OutboundLedger
       if wsLedgerStatus not = "00"
           exit paragraph
       end-if
       perform ReadLedgerLoop
       close OutboundLedger.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadLedgerLoop==
              ==:EOF-FLAG:==    BY ==wsLedgerEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==OutboundLedger==
              ==:RECORD-NAME:== BY ==OlLine==
              ==:RECORD-NUM:==  BY ==wsLedgerRead==
              ==:PROCESS-ROW:== BY ==perform StackLedgerRow==.

StackLedgerRow.
       if wsOlCount >= wsMaxOlRows
           *> rewriting from a capped table would silently delete
           *> every row past the cap - halt instead, leaving the
           *> ledger and the return file untouched
           display "ACKIN: more than " wsMaxOlRows " rows on the"
               " outbound-ledger - nothing taken in"
           move 8 to return-code
           stop run
       end-if
       add 1 to wsOlCount
       move OlLine to wsOlText(wsOlCount).

*> Reads downstream's return file, if one has arrived, verdict by
*> verdict, then sets it aside so the next return does not replay
*> it.
TakeInReturnFile.
       move "n" to wsAckEof
       move 0 to wsAckRead
       open input AckFile
       if wsAckStatus not = "00"
           move "No acknowledgement file to take in" to AckReportLine
           write AckReportLine
           exit paragraph
       end-if
       perform ReadAckLoop
       close AckFile
       perform CloseTransmissionBlock

       move spaces to wsShellCmd
       string
           "mkdir -p ack-archive && mv " delimited by size
           wsAckFilename delimited by space
           " ack-archive/ack-" delimited by size
           function current-date(1:14) delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAckLoop==
              ==:EOF-FLAG:==    BY ==wsAckEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AckFile==
              ==:RECORD-NAME:== BY ==AckFileLine==
              ==:RECORD-NUM:==  BY ==wsAckRead==
              ==:PROCESS-ROW:== BY ==perform JudgeAckLine==.

JudgeAckLine.
       move spaces to wsTok1
       move spaces to wsTok2
       move spaces to wsTok3
       move spaces to wsTok4
       unstring AckFileLine delimited by all spaces
           into wsTok1 wsTok2 wsTok3 wsTok4
       end-unstring
       evaluate wsTok1
           when spaces
               continue
           when "TXN"
               perform CloseTransmissionBlock
               perform OpenTransmissionBlock
           when "ACK"
               perform ApplyVerdict
           when "NAK"
               perform ApplyVerdict
           when other
               move "unrecognised line" to wsAuditDetail
               perform ReportAckFault
       end-evaluate.

OpenTransmissionBlock.
       move wsTok2 to wsCurrentTx
       move "N" to wsTxKnown
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           if wsOlText(wsOlIdx)(1:15) = wsCurrentTx
               move "Y" to wsTxKnown
           end-if
       end-perform
       if wsTxKnown = "N"
           move "transmission never sent" to wsAuditDetail
           perform ReportAckFault
       end-if.

*> The end of a transmission's block: any of its sections downstream
*> gave no verdict for is named, left SENT for a later return.
CloseTransmissionBlock.
       if wsCurrentTx = spaces or wsTxKnown = "N"
           exit paragraph
       end-if
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           move wsOlText(wsOlIdx) to wsOlWork
           if wsOwTxId = wsCurrentTx and wsOwStatus = "SENT"
               move spaces to AckReportLine
               string
                   "NO VERDICT " delimited by size
                   wsOwTxId delimited by size
                   " " delimited by size
                   wsOwProgram delimited by size
                   " " delimited by size
                   wsOwBusDate delimited by size
                   " - still awaiting acknowledgement" delimited by size
                   into AckReportLine
               end-string
               write AckReportLine
           end-if
       end-perform.

*> One ACK or NAK: the section's SENT row becomes ACCEPTED or
*> REJECTED; a verdict repeated for a section already decided is
*> noted and otherwise ignored.
ApplyVerdict.
       if wsCurrentTx = spaces
           move "verdict outside any TXN block" to wsAuditDetail
           perform ReportAckFault
           exit paragraph
       end-if
       if wsTxKnown = "N"
           exit paragraph
       end-if
       move "N" to wsRowFound
       perform varying wsOlIdx from 1 by 1
               until wsOlIdx > wsOlCount or wsRowFound = "Y"
           move wsOlText(wsOlIdx) to wsOlWork
           if wsOwTxId = wsCurrentTx and wsOwProgram = wsTok2
                   and wsOwBusDate = wsTok3
               move "Y" to wsRowFound
               perform RecordVerdict
           end-if
       end-perform
       if wsRowFound = "N"
           move "section not in that transmission" to wsAuditDetail
           perform ReportAckFault
       end-if.

RecordVerdict.
       if wsOwStatus not = "SENT"
           move spaces to AckReportLine
           string
               "REPEAT " delimited by size
               function trim(AckFileLine) delimited by size
               " - section already " delimited by size
               wsOwStatus delimited by space
               ", ignored" delimited by size
               into AckReportLine
           end-string
           write AckReportLine
           exit paragraph
       end-if
       move wsStamp to wsOwAckStamp
       if wsTok1 = "ACK"
           move "ACCEPTED" to wsOwStatus
           move "ACK" to wsOwCode
           add 1 to wsAccepted
       else
           move "REJECTED" to wsOwStatus
           move wsTok4 to wsOwCode
           if wsOwCode = spaces
               move "NAK" to wsOwCode
           end-if
           add 1 to wsRejected
           perform ReportRejection
       end-if
       move wsOlWork to wsOlText(wsOlIdx)
       move "Y" to wsLedgerChanged.

ReportRejection.
       move spaces to AckReportLine
       string
           "REJECTED " delimited by size
           wsOwTxId delimited by size
           " " delimited by size
           wsOwProgram delimited by size
           " " delimited by size
           wsOwBusDate delimited by size
           " code " delimited by size
           wsOwCode delimited by space
           " - retransmitted once the result is corrected"
               delimited by size
           into AckReportLine
       end-string
       write AckReportLine
       move "WARN" to wsAlertSeverity
       move spaces to wsAlertDetail
       string
           "Downstream rejected " delimited by size
           wsOwProgram delimited by space
           " " delimited by size
           wsOwBusDate delimited by size
           " in " delimited by size
           wsOwTxId delimited by size
           " code " delimited by size
           wsOwCode delimited by space
           into wsAlertDetail
       end-string
       perform RaiseAlert
       move "OUTNAK" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsOwTxId delimited by size
           " " delimited by size
           wsOwProgram delimited by space
           " " delimited by size
           wsOwBusDate delimited by size
           " code " delimited by size
           wsOwCode delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAuditRow.

*> wsAuditDetail carries the fault's description in here.
ReportAckFault.
       add 1 to wsFaults
       move wsAckRead to wsLineDisplay
       move spaces to AckReportLine
       string
           "FAULT line " delimited by size
           function trim(wsLineDisplay) delimited by size
           " (" delimited by size
           function trim(wsAuditDetail) delimited by size
           "): " delimited by size
           AckFileLine(1:70) delimited by size
           into AckReportLine
       end-string
       write AckReportLine.

*> Every transmission still wholly unacknowledged past the deadline
*> gets one LATE alert; its rows are flagged so the alert is not
*> repeated every night it stays late.
SweepLateTransmissions.
       perform NowToSeconds
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           move wsOlText(wsOlIdx) to wsOlWork
           if wsOwStatus = "SENT" and wsOwAlerted not = "Y"
               perform JudgeLateRow
           end-if
       end-perform.

JudgeLateRow.
       if wsOwSentStamp(1:4) not numeric
           exit paragraph
       end-if
       string
           wsOwSentStamp(1:4) delimited by size
           wsOwSentStamp(6:2) delimited by size
           wsOwSentStamp(9:2) delimited by size
           into wsStampDate
       end-string
       compute wsSentSeconds =
           (function integer-of-date(wsStampDate) * 86400)
           + (function numval(wsOwSentStamp(12:2)) * 3600)
           + (function numval(wsOwSentStamp(15:2)) * 60)
           + function numval(wsOwSentStamp(18:2))
       if wsNowSeconds - wsSentSeconds < wsLateHours * 3600
           exit paragraph
       end-if
       *> a transmission with any verdict back has been received;
       *> only one downstream has said nothing about is late
       move wsOwTxId to wsLateTx
       perform varying wsOlScan from 1 by 1 until wsOlScan > wsOlCount
           if wsOlText(wsOlScan)(1:15) = wsLateTx
                   and wsOlText(wsOlScan)(39:8) not = "SENT"
               exit paragraph
           end-if
       end-perform

       move 0 to wsLateSections
       perform varying wsOlScan from 1 by 1 until wsOlScan > wsOlCount
           if wsOlText(wsOlScan)(1:15) = wsLateTx
               move "Y" to wsOlText(wsOlScan)(97:1)
               add 1 to wsLateSections
           end-if
       end-perform
       move "Y" to wsLedgerChanged
       add 1 to wsLateTxCount

       move wsLateSections to wsLateDisplay
       move wsLateHours to wsHoursDisplay
       move "LATE" to wsAlertSeverity
       move spaces to wsAlertDetail
       string
           "Outbound " delimited by size
           wsLateTx delimited by size
           " (" delimited by size
           function trim(wsLateDisplay) delimited by size
           " section(s)) unacknowledged after " delimited by size
           function trim(wsHoursDisplay) delimited by size
           "h" delimited by size
           into wsAlertDetail
       end-string
       perform RaiseAlert
       move spaces to AckReportLine
       string
           "LATE " delimited by size
           wsLateTx delimited by size
           " sent " delimited by size
           wsOwSentStamp delimited by size
           " in " delimited by size
           wsOwFile delimited by space
           " - no acknowledgement after " delimited by size
           function trim(wsHoursDisplay) delimited by size
           " hour(s)" delimited by size
           into AckReportLine
       end-string
       write AckReportLine
       move "OUTLATE" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsLateTx delimited by size
           " unacknowledged after " delimited by size
           function trim(wsHoursDisplay) delimited by size
           "h, " delimited by size
           function trim(wsLateDisplay) delimited by size
           " section(s)" delimited by size
           into wsAuditDetail
       end-string
       perform WriteRootAuditRow.

CountOutstandingRejects.
       move 0 to wsOutstandingNak
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           if wsOlText(wsOlIdx)(39:8) = "REJECTED"
               add 1 to wsOutstandingNak
           end-if
       end-perform.

RewriteLedger.
       open output OutboundLedger
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           move wsOlText(wsOlIdx) to OlLine
           write OlLine
       end-perform
       close OutboundLedger.

BuildStamp.
       move spaces to wsStamp
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
           into wsStamp
       end-string.

NowToSeconds.
       compute wsNowSeconds =
           (function integer-of-date(
               function numval(function current-date(1:8))) * 86400)
           + (function numval(function current-date(9:2)) * 3600)
           + (function numval(function current-date(11:2)) * 60)
           + function numval(function current-date(13:2)).

RaiseAlert.
       open extend AlertFile
       if wsAlertStatus not = "00"
           open output AlertFile
       end-if
       perform WriteAlertLine
       close AlertFile.

copy "AlertWriter.cpy"
    replacing ==:SEVERITY-FIELD:== by ==wsAlertSeverity==
              ==:PROGRAM-FIELD:==  by =="AOC2024ACKIN"==
              ==:FILE-NAME:==      by ==AlertFile==
              ==:DETAIL-FIELD:==   by ==wsAlertDetail==.

*> Appends one row to the root audit trail, creating it on the very
*> first row the usual way.
WriteRootAuditRow.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024ACKIN"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024ACKIN.
