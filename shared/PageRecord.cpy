      *> PageRecord.cpy
      *>
      *> Record layout for the root-level page-register file: one row
      *> per on-call page AOC2024ALERTDISP has sent through the
      *> oncall-rota, rewritten whole by each dispatch run and read by
      *> the morning page report and the operator menu. COPY this into
      *> the FILE SECTION. The including program supplies:
      *>   :FILE-NAME:  the SELECTed page-register file name
      *>
      *> PgId is "PG" + the paging date YYYYMMDD + a four-digit
      *> sequence within the day. PgStatus is OPEN (waiting on an
      *> acknowledgement), ACKED, or EXHAUSTED (every tier of the
      *> chain paged and still nobody has acknowledged - it stays
      *> acknowledgeable). PgTier is the tier now holding the page:
      *> 1 primary, 2 secondary, 3 manager - the chain resolved from
      *> the rota when the page first went out. PgPaged is when the
      *> primary was paged, PgRepaged when the current tier was.
       FD :FILE-NAME:.
       01 PageLine.
           02 PgId        pic X(14).
           02 PgGap1      pic X(1).
           02 PgStatus    pic X(9).
           02 PgGap2      pic X(1).
           02 PgTier      pic 9(1).
           02 PgGap3      pic X(1).
           02 PgPaged     pic X(19).
           02 PgGap4      pic X(1).
           02 PgRepaged   pic X(19).
           02 PgGap5      pic X(1).
           02 PgAcked     pic X(19).
           02 PgGap6      pic X(1).
           02 PgAckBy     pic X(12).
           02 PgGap7      pic X(1).
           02 PgPrimary   pic X(12).
           02 PgGap8      pic X(1).
           02 PgSecondary pic X(12).
           02 PgGap9      pic X(1).
           02 PgManager   pic X(12).
           02 PgGap10     pic X(1).
           02 PgSeverity  pic X(8).
           02 PgGap11     pic X(1).
           02 PgProgram   pic X(16).
           02 PgGap12     pic X(1).
           02 PgRaised    pic X(19).
           02 PgGap13     pic X(1).
           02 PgDetail    pic X(60).
