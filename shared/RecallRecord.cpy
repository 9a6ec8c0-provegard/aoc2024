      *> RecallRecord.cpy
      *>
      *> Record layout for the root-level recall-register: one row
      *> per request to bring an offloaded archive drop back within
      *> reach of AOC2024RERUN, AOC2024REPRODUCE and the parallel
      *> harness. The menu appends the row REQUESTED with the
      *> requesting operator; the overnight recall step
      *> (AOC2024RECALL) restores the drop from its archive-offload
      *> directory into the day directory's recall/ area, checks it
      *> against its archive-catalog row, and rewrites the row in
      *> place RECALLED (visible through RcUntil) or FAILED, then
      *> EXPIRED once RcUntil has passed and the copy is removed
      *> again. Rows are never deleted, so the file is the journal of
      *> every recall.
      *>
      *> RcId is "L" and the request's YYYYMMDDHHMMSS stamp, RcDays
      *> the business dates the recalled copy stays visible, RcAsOf
      *> the business date of the row's last status change, RcNote
      *> what the recall step found.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed recall-register file name
       FD :FILE-NAME:.
       01 RcLine.
           02 RcId        pic X(15).
           02 RcGap1      pic X(1).
           02 RcDir       pic X(10).
           02 RcGap2      pic X(1).
           02 RcDrop      pic X(40).
           02 RcGap3      pic X(1).
           02 RcOperator  pic X(12).
           02 RcGap4      pic X(1).
           02 RcRequested pic X(19).
           02 RcGap5      pic X(1).
           02 RcDays      pic 9(3).
           02 RcGap6      pic X(1).
           02 RcStatus    pic X(9).
           02 RcGap7      pic X(1).
           02 RcAsOf      pic X(8).
           02 RcGap8      pic X(1).
           02 RcUntil     pic X(8).
           02 RcGap9      pic X(1).
           02 RcNote      pic X(60).
