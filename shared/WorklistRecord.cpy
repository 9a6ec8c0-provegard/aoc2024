      *> WorklistRecord.cpy
      *>
      *> Record layout for the root-level exceptions-worklist: one row
      *> per step an exception item takes - OPEN when the worklist
      *> builder (driver/worklist.cob) first finds it on one of the
      *> morning's exception sources, CLAIMED and noted as operators
      *> work it from the menu, CLOSED by an operator or, once the
      *> source shows it fixed, by the builder itself - so the file
      *> reads as each item's own history; the LAST row for an item
      *> id is its standing. COPY this into the FILE SECTION. The
      *> including program supplies:
      *>   :FILE-NAME:  the SELECTed worklist file name
      *>
      *> WlId is "EX" + the opening date YYYYMMDD + a four-digit
      *> sequence within the day. WlSource says where the item came
      *> from: REJECT, ANOMALY, INVARIANT, CONFIRM, CUSTODY, BALANCE
      *> or QUARANTINE; WlSeverity is HIGH, MED or LOW. WlFeed is the
      *> day directory, WlDate the business date the exception
      *> belongs to. WlKey is the source's own identity for the item
      *> (a reject's program and ordinal, an anomaly's program, code
      *> and run date, a quarantined drop's file name, ...) - the
      *> builder matches the sources against items on WlSource,
      *> WlFeed and WlKey. WlOperator is who wrote the row (AUTO for
      *> the builder), WlOwner who has the item claimed, carried onto
      *> every later row, as is WlOpened. WlDesc is the one-line
      *> description; WlNote the note this row added - the claim
      *> note, a working note, the fix on a CLOSED row.
       FD :FILE-NAME:.
       01 WorklistLine.
           02 WlId        pic X(14).
           02 WlGap1      pic X(1).
           02 WlStatus    pic X(8).
           02 WlGap2      pic X(1).
           02 WlStamp     pic X(19).
           02 WlGap3      pic X(1).
           02 WlOperator  pic X(12).
           02 WlGap4      pic X(1).
           02 WlOwner     pic X(12).
           02 WlGap5      pic X(1).
           02 WlSource    pic X(10).
           02 WlGap6      pic X(1).
           02 WlSeverity  pic X(4).
           02 WlGap7      pic X(1).
           02 WlFeed      pic X(10).
           02 WlGap8      pic X(1).
           02 WlProgram   pic X(16).
           02 WlGap9      pic X(1).
           02 WlDate      pic X(8).
           02 WlGap10     pic X(1).
           02 WlKey       pic X(40).
           02 WlGap11     pic X(1).
           02 WlOpened    pic X(19).
           02 WlGap12     pic X(1).
           02 WlDesc      pic X(80).
           02 WlGap13     pic X(1).
           02 WlNote      pic X(80).
