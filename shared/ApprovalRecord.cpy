      *> day directory and reject ordinal ("day05 0000000012"), for
      *> SUPERSEDE the business date being superseded.
      *>
      *> ApprChain is the row's link in the ledger's hash chain - a
      *> hash over the previous row's ApprChain and this row's first
      *> 164 columns. The ledger is rewritten whole on every change
      *> and AOC2024APPRCHAIN re-chains it each time, recording any
      *> break it finds first.
      *>
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed approvals file name
           02 ApprApprStamp pic X(19).
           02 ApprGap8      pic X(1).
           02 ApprNote      pic X(40).
           02 ApprGap9      pic X(1).
           02 ApprChain     pic X(20).
