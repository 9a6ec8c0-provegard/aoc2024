*> AOC2024OUTBOUND_DATE names the business date (YYYYMMDD, default
*> today); jobs with no master row for the date are reported and
*> skipped rather than sent as empty sections.
*>
*> Every posted result passes the publication gate (AOC2024PUBCHECK)
*> first: only RELEASED results - and HELD ones an ADMIN has force-
*> released from the menu - are framed. A held result is withheld:
*> named, with its hold codes, on a WHD line at the head of the
*> trailer, counted on the TRL line ("TRL <sections> WITHHELD <n>"),
*> and logged on the transmission-log, so downstream knows what is
*> missing and why rather than finding out from a correction.
*>
*> Every transmission carries an id ("TXN <id>" at the end of its
*> TRL line), and each section sent lands on the outbound-ledger
*> under it, for AOC2024ACKIN to match downstream's ACK/NAK return
*> against. AOC2024OUTBOUND_RESEND=Y is the retransmission run ACKIN
*> launches instead of a date's send: every section downstream
*> rejected whose result has since been corrected on the master (a
*> value dated after the rejection), and which still passes the
*> publication gate, goes out again in one outbound-resend
*> transmission under a new id, its rejected ledger row marked
*> RESENT.
*>
*> Return code: 0 every job sent (or nothing corrected to resend),
*> 4 some job missing or withheld, 8 nothing to send.

environment division.
input-output section.
       select TransmissionLog assign to 'transmission-log'
           organization is line sequential
           file status is wsTransLogStatus.
       select OutboundLedger assign to 'outbound-ledger'
           organization is line sequential
           file status is wsLedgerStatus.

data division.
file section.
FD TransmissionLog.
01 TransLogLine pic X(130).

copy "OutboundLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==OutboundLedger==.

working-storage section.
       01 wsMasterStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsStamp pic X(19).

       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobLabel pic X(40).
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.

       01 wsSectionCount pic 9(3) value 0.

*> The publication gate's answer for the job in hand, and every
*> result it withheld, for the trailer and the log.
       01 wsGateProgram pic X(12).
       01 wsGateVerdict pic X(8).
       01 wsGateReason pic X(60).
       01 wsWithheld.
           05 wsWithheldEntry occurs 60 times.
               10 wsWhProgram pic X(12).
               10 wsWhReason pic X(60).
       01 wsWithheldCount pic 9(3) value 0.
       01 wsForcedCount pic 9(3) value 0.
       01 wsWhIdx pic 9(3).
       01 wsWithheldDisplay pic Z(5)9.
       01 wsMissingCount pic 9(3) value 0.
       01 wsCountDisplay pic Z(5)9.
       01 wsValueDisplay pic Z(17)9.
       01 wsMasterValue pic 9(18).  *> RmValue with any high-order digits restored

*> The transmission's id and every section it carried, for the TRL
*> line and the outbound-ledger.
       01 wsTxId pic X(15).
       01 wsLogVerb pic X(7) value "SENT".
       01 wsMaxSent pic 9(3) value 200.
       01 wsSentSections.
           05 wsSentEntry occurs 200 times.
               10 wsSentProgram pic X(12).
               10 wsSentDate pic X(8).
       01 wsSentIdx pic 9(3).
       01 wsLedgerStatus pic X(2).
       01 wsLedgerEof pic A(1).
       01 wsLedgerRead pic 9(10).

*> Retransmission run: the ledger held whole for the in-place
*> RESENT rewrite, one row unpacked, and which rows go out again.
       01 wsResendMode pic X(1) value "N".
       01 wsMaxOlRows pic 9(4) value 5000.
       01 wsOlRows.
           05 wsOlRow occurs 5000 times.
               10 wsOlText pic X(154).
               10 wsOlPick pic X(1).
       01 wsOlCount pic 9(4) value 0.
       01 wsOlIdx pic 9(4).
       01 wsPickCount pic 9(4) value 0.
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

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       perform BuildStamp
       move spaces to wsTxId
       string
           "T" delimited by size
           function current-date(1:14) delimited by size
           into wsTxId
       end-string
       accept wsResendMode from environment "AOC2024OUTBOUND_RESEND"
           on exception continue
       end-accept
       if function upper-case(wsResendMode) = "Y"
           perform ResendCorrected
           stop run
       end-if
       move spaces to wsBusinessDate
       accept wsBusinessDate from environment "AOC2024OUTBOUND_DATE"
           on exception continue
       end-string
       open output OutboundFile

       move spaces to wsGateProgram
       call "AOC2024PUBCHECK" using wsGateProgram wsBusinessDate
           wsGateVerdict wsGateReason
       if wsGateVerdict = "UNSIGNED"
           display "OUTBOUND: no cycle for " wsBusinessDate
               " is signed off yet - results held unless force-released"
       end-if

       perform varying j from 1 by 1 until j > wsJobCount
           perform WriteJobSection
       end-perform

       perform varying wsWhIdx from 1 by 1
               until wsWhIdx > wsWithheldCount
           move spaces to OutboundLine
           string
               "WHD " delimited by size
               function trim(wsWhProgram(wsWhIdx)) delimited by size
               " " delimited by size
               wsBusinessDate delimited by size
               " " delimited by size
               function trim(wsWhReason(wsWhIdx)) delimited by size
               into OutboundLine
           end-string
           write OutboundLine
       end-perform
       move spaces to OutboundLine
       move wsSectionCount to wsCountDisplay
       move wsWithheldCount to wsWithheldDisplay
       string
           "TRL " delimited by size
           function trim(wsCountDisplay) delimited by size
           " WITHHELD " delimited by size
           function trim(wsWithheldDisplay) delimited by size
           " TXN " delimited by size
           wsTxId delimited by size
           into OutboundLine
       end-string
       write OutboundLine

       perform WriteManifest
       perform LogTransmission
       perform AppendLedgerRows

       display "OUTBOUND: " wsSectionCount " section(s) written to "
           function trim(wsOutboundFilename) ", " wsMissingCount
           " job(s) had no row for " wsBusinessDate
       display "OUTBOUND: " wsWithheldCount " result(s) withheld by the"
           " publication gate, " wsForcedCount " sent force-released"
       if wsSectionCount = 0
           display "OUTBOUND: nothing to send for " wsBusinessDate
           move 8 to return-code
       else
           if wsMissingCount > 0 or wsWithheldCount > 0
               move 4 to return-code
           end-if
       end-if

*> One job's section: the HDR the downstream gateway validates, then
*> the single result row. A job with no master row for the date is
*> counted missing instead of framed empty; one the publication gate
*> holds is withheld for the trailer.
WriteJobSection.
       move wsJobProgram(j) to RmProgram
       move wsBusinessDate to RmDate
       read ResultsMaster
           invalid key
               add 1 to wsMissingCount
               exit paragraph
       end-read

       move wsJobProgram(j) to wsGateProgram
       call "AOC2024PUBCHECK" using wsGateProgram wsBusinessDate
           wsGateVerdict wsGateReason
       if wsGateVerdict = "HELD"
           add 1 to wsWithheldCount
           move wsJobProgram(j) to wsWhProgram(wsWithheldCount)
           move wsGateReason to wsWhReason(wsWithheldCount)
           display "OUTBOUND: " function trim(wsJobProgram(j))
               " withheld - " function trim(wsGateReason)
           exit paragraph
       end-if
       if wsGateVerdict = "FORCED"
           add 1 to wsForcedCount
       end-if
       perform WriteSectionLines.

*> The framed section itself, from the master row in hand, noted
*> for the ledger.
WriteSectionLines.
       add 1 to wsSectionCount
       if wsSectionCount <= wsMaxSent
           move RmProgram to wsSentProgram(wsSectionCount)
           move RmDate to wsSentDate(wsSectionCount)
       end-if
       move spaces to OutboundLine
       string
           "HDR " delimited by size
           function trim(RmProgram) delimited by size
           " " delimited by size
           RmDate delimited by size
           " 1" delimited by size
           into OutboundLine
       end-string
       write OutboundLine
       move RmValue to wsMasterValue
       if RmValueHigh numeric
           compute wsMasterValue =
               RmValueHighN * 1000000000000000 + RmValue
       end-if
       move wsMasterValue to wsValueDisplay
       move spaces to OutboundLine
       string
           RmProgram delimited by size
           " " delimited by size
           RmDate delimited by size
           " " delimited by size
           function trim(RmLabel) delimited by size
           " " delimited by size
           function trim(wsValueDisplay) delimited by size
           into OutboundLine
       end-string
       write OutboundLine.

*> The companion manifest carries the transmission's own record and
*> byte counts - the same pair AOC2024DROPCHK verifies on the inbound
       if wsTransLogStatus not = "00"
           open output TransmissionLog
       end-if
       move wsSectionCount to wsCountDisplay
       move wsWithheldCount to wsWithheldDisplay
       move spaces to TransLogLine
       string
           wsStamp delimited by size
           " " delimited by size
           wsLogVerb delimited by space
           " " delimited by size
           function trim(wsOutboundFilename) delimited by size
           " sections=" delimited by size
           function trim(wsCountDisplay) delimited by size
           " withheld=" delimited by size
           function trim(wsWithheldDisplay) delimited by size
           " txn=" delimited by size
           wsTxId delimited by size
           " operator=" delimited by size
           wsOperatorId delimited by size
           into TransLogLine
       end-string
       write TransLogLine
       perform varying wsWhIdx from 1 by 1
               until wsWhIdx > wsWithheldCount
           move spaces to TransLogLine
           string
               wsStamp delimited by size
               " WITHHELD " delimited by size
               function trim(wsWhProgram(wsWhIdx)) delimited by size
               " " delimited by size
               wsBusinessDate delimited by size
               " " delimited by size
               function trim(wsWhReason(wsWhIdx)) delimited by size
               into TransLogLine
           end-string
           write TransLogLine
       end-perform
       close TransmissionLog.

BuildStamp.
       move spaces to wsStamp
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           into wsStamp
       end-string.

*> One SENT row per section the transmission carried, appended the
*> usual create-on-first-write way.
AppendLedgerRows.
       if wsSectionCount = 0
           exit paragraph
       end-if
       open extend OutboundLedger
       if wsLedgerStatus not = "00"
           open output OutboundLedger
       end-if
       perform varying wsSentIdx from 1 by 1
               until wsSentIdx > wsSectionCount
               or wsSentIdx > wsMaxSent
           perform WriteSentLedgerRow
       end-perform
       close OutboundLedger.

WriteSentLedgerRow.
       move spaces to OlLine
       move wsTxId to OlTxId
       move wsSentDate(wsSentIdx) to OlBusDate
       move wsSentProgram(wsSentIdx) to OlProgram
       move "SENT" to OlStatus
       move wsStamp to OlSentStamp
       move "N" to OlAlerted
       move wsOutboundFilename to OlFile
       write OlLine.

*> The retransmission run: downstream's rejected sections whose
*> result has been corrected since the rejection go out again
*> together, through the same publication gate, under a new
*> transmission id. A rejected section not yet corrected - or
*> corrected but held by the gate - stays REJECTED for a later run.
ResendCorrected.
       perform LoadLedger
       if wsOlCount = 0
           display "OUTBOUND: no outbound-ledger on file - nothing to"
               " retransmit"
           exit paragraph
       end-if
       open input ResultsMaster
       if wsMasterStatus not = "00"
           display "OUTBOUND: no results-master on file - run"
               " driver/resmaster first (status " wsMasterStatus ")"
           move 8 to return-code
           exit paragraph
       end-if

       move 0 to wsPickCount
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           move "N" to wsOlPick(wsOlIdx)
           move wsOlText(wsOlIdx) to wsOlWork
           if wsOwStatus = "REJECTED" and wsPickCount < wsMaxSent
               perform JudgeResendRow
           end-if
       end-perform
       if wsPickCount = 0
           close ResultsMaster
           display "OUTBOUND: no corrected rejected section to"
               " retransmit"
           exit paragraph
       end-if

       move spaces to wsOutboundFilename
       string
           "outbound-resend-" delimited by size
           wsTxId(2:14) delimited by size
           into wsOutboundFilename
       end-string
       open output OutboundFile
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           if wsOlPick(wsOlIdx) = "Y"
               move wsOlText(wsOlIdx) to wsOlWork
               move wsOwProgram to RmProgram
               move wsOwBusDate to RmDate
               read ResultsMaster
                   invalid key continue
                   not invalid key perform WriteSectionLines
               end-read
           end-if
       end-perform
       move wsSectionCount to wsCountDisplay
       move spaces to OutboundLine
       string
           "TRL " delimited by size
           function trim(wsCountDisplay) delimited by size
           " WITHHELD 0 TXN " delimited by size
           wsTxId delimited by size
           " RESEND" delimited by size
           into OutboundLine
       end-string
       write OutboundLine
       close OutboundFile
       close ResultsMaster

       *> the rejected rows now name the transmission carrying their
       *> correction; its own rows follow them on the ledger
       open output OutboundLedger
       perform varying wsOlIdx from 1 by 1 until wsOlIdx > wsOlCount
           move wsOlText(wsOlIdx) to wsOlWork
           if wsOlPick(wsOlIdx) = "Y"
               move "RESENT" to wsOwStatus
               move wsTxId to wsOwResentAs
           end-if
           move wsOlWork to OlLine
           write OlLine
       end-perform
       perform varying wsSentIdx from 1 by 1
               until wsSentIdx > wsSectionCount
               or wsSentIdx > wsMaxSent
           perform WriteSentLedgerRow
       end-perform
       close OutboundLedger

       perform WriteManifest
       move "RESENT" to wsLogVerb
       perform LogTransmission
       display "OUTBOUND: " wsSectionCount " corrected section(s)"
           " retransmitted in " function trim(wsOutboundFilename)
           " (" wsTxId ")".

*> A rejected section goes again once the master's value for it is
*> dated after downstream's rejection - a rerun, supersede or
*> recycle correction - and the publication gate lets it out.
JudgeResendRow.
       move wsOwProgram to RmProgram
       move wsOwBusDate to RmDate
       read ResultsMaster
           invalid key exit paragraph
       end-read
       if RmValidFrom = spaces or RmValidFrom <= wsOwAckStamp
           exit paragraph
       end-if
       move wsOwProgram to wsGateProgram
       call "AOC2024PUBCHECK" using wsGateProgram wsOwBusDate
           wsGateVerdict wsGateReason
       if wsGateVerdict = "HELD"
           display "OUTBOUND: corrected " function trim(wsOwProgram)
               " " wsOwBusDate " still withheld - "
               function trim(wsGateReason)
           exit paragraph
       end-if
       move "Y" to wsOlPick(wsOlIdx)
       add 1 to wsPickCount.

LoadLedger.
       move 0 to wsOlCount
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
           *> ledger untouched
           display "OUTBOUND: more than " wsMaxOlRows " rows on the"
               " outbound-ledger - nothing retransmitted"
           move 8 to return-code
           stop run
       end-if
       add 1 to wsOlCount
       move OlLine to wsOlText(wsOlCount).

*> Loads the job list from the shared job-registry file the other
*> drivers read, enabled rows for this processing year only.
