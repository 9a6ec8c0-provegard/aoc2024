      *> with AuditTrail.cpy's WriteAuditLine paragraph in PROCEDURE
      *> DIVISION. The program column is X(16) so the driver-side
      *> program-ids (AOC2024RESTORE and friends) fit untruncated.
      *> AuditChain is the row's link in the trail's hash chain - a
      *> hash over the previous row's AuditChain and this row's first
      *> 135 columns (AOC2024AUDCHAIN fills it as the row is written;
      *> rows from before the trail was chained leave it blank).
      *> The including program supplies:
      *>   :FILE-NAME:  the SELECTed audit file name
       FD :FILE-NAME:.
           02 AuditCycle     pic X(15).
           02 AuditGap5      pic X(1).
           02 AuditOperator  pic X(12).
           02 AuditGap6      pic X(1).
           02 AuditChain     pic X(20).
