      *> ReplicationRecord.cpy
      *>
      *> Record layout for the two replication logs: the primary's
      *> replication-log, one SHIPPED row per delta package
      *> AOC2024REPLICATE writes, and the standby's
      *> replication-applied, one APPLIED or REFUSED row per package
      *> AOC2024REPLAPPLY takes up. Both carry the package's sequence
      *> number and the cycle and capture stamp it was taken at, so
      *> AOC2024REPLSTATUS can set one beside the other and say how
      *> far behind the standby is. COPY this into the FILE SECTION.
      *> The including program supplies:
      *>   :FILE-NAME:  the SELECTed log file name
      *>
      *> RlStamp is when the row was written; RlCaptured is when the
      *> package's files were captured on the primary (the same
      *> instant as RlStamp on a SHIPPED row). RlPackage names the
      *> package, or on a REFUSED row the reason it was refused.
       FD :FILE-NAME:.
       01 ReplLogLine.
           02 RlStamp    pic X(19).
           02 RlGap1     pic X(1).
           02 RlEvent    pic X(8).
           02 RlGap2     pic X(1).
           02 RlSeq      pic 9(6).
           02 RlGap3     pic X(1).
           02 RlCycle    pic X(15).
           02 RlGap4     pic X(1).
           02 RlCaptured pic X(19).
           02 RlGap5     pic X(1).
           02 RlFiles    pic 9(4).
           02 RlGap6     pic X(1).
           02 RlBytes    pic 9(12).
           02 RlGap7     pic X(1).
           02 RlPackage  pic X(60).
