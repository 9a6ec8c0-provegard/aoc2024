      *> OutboundLedgerRecord.cpy
      *>
      *> Record layout for the root-level outbound-ledger: one row
      *> per section of every results transmission AOC2024OUTBOUND
      *> sends downstream, so downstream's acknowledgement can be
      *> matched section by section. OUTBOUND appends the rows SENT
      *> under the transmission id it also writes on the TRL line;
      *> AOC2024ACKIN rewrites them in place ACCEPTED or REJECTED
      *> (with downstream's code and the acknowledgement stamp) as
      *> the ACK/NAK return file arrives, and flags OlAlerted once a
      *> transmission has gone unacknowledged past its deadline. A
      *> REJECTED section whose result has since been corrected is
      *> retransmitted by OUTBOUND's resend run: the row becomes
      *> RESENT, naming the transmission that carried the correction
      *> in OlResentAs, and that transmission's own SENT row starts
      *> the cycle again. Rows are never deleted; month-end close
      *> reads them for sections still SENT.
      *>
      *> OlTxId is "T" and the send's YYYYMMDDHHMMSS stamp, OlFile
      *> the transmission file the section went out in.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed outbound-ledger file name
       FD :FILE-NAME:.
       01 OlLine.
           02 OlTxId      pic X(15).
           02 OlGap1      pic X(1).
           02 OlBusDate   pic X(8).
           02 OlGap2      pic X(1).
           02 OlProgram   pic X(12).
           02 OlGap3      pic X(1).
           02 OlStatus    pic X(8).
           02 OlGap4      pic X(1).
           02 OlCode      pic X(8).
           02 OlGap5      pic X(1).
           02 OlSentStamp pic X(19).
           02 OlGap6      pic X(1).
           02 OlAckStamp  pic X(19).
           02 OlGap7      pic X(1).
           02 OlAlerted   pic X(1).
           02 OlGap8      pic X(1).
           02 OlResentAs  pic X(15).
           02 OlGap9      pic X(1).
           02 OlFile      pic X(40).
