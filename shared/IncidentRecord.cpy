      *> IncidentRecord.cpy
      *>
      *> Record layout for the root-level incident-register: one row
      *> per step an incident takes - OPEN when AOC2024INCIDENT opens
      *> it for a failed step, custody break, invariant break or
      *> confirmation mismatch, INVESTIGATING and RESOLVED as the
      *> operators work it from the menu - so the file reads as each
      *> incident's own history; the LAST row for an incident id is
      *> its standing. COPY this into the FILE SECTION. The including
      *> program supplies:
      *>   :FILE-NAME:  the SELECTed incident register file name
      *>
      *> IncId is "IN" + the opening date YYYYMMDD + a four-digit
      *> sequence within the day. IncSource says what raised it:
      *> STEPFAIL, CUSTODY, INVARIANT or CONFIRM. IncFeed is the day
      *> directory the failure belongs to. IncOpened carries the
      *> opening stamp onto every later row, so the time to resolve
      *> reads straight off the RESOLVED row. IncCause is blank until
      *> resolution, then one of the incident-causes codes. IncNote
      *> is what was seen on the OPEN row, the investigator's note on
      *> an INVESTIGATING row, the fix on the RESOLVED row.
       FD :FILE-NAME:.
       01 IncidentLine.
           02 IncId       pic X(14).
           02 IncGap1     pic X(1).
           02 IncStatus   pic X(13).
           02 IncGap2     pic X(1).
           02 IncStamp    pic X(19).
           02 IncGap3     pic X(1).
           02 IncOperator pic X(12).
           02 IncGap4     pic X(1).
           02 IncSource   pic X(10).
           02 IncGap5     pic X(1).
           02 IncProgram  pic X(16).
           02 IncGap6     pic X(1).
           02 IncFeed     pic X(10).
           02 IncGap7     pic X(1).
           02 IncOpened   pic X(19).
           02 IncGap8     pic X(1).
           02 IncCause    pic X(8).
           02 IncGap9     pic X(1).
           02 IncNote     pic X(80).
