      *> The file is the input side of driver/reconcile.cob's day-over-day
      *> anomaly check, so its layout is meant to stay stable: one row per
      *> run, oldest first, per program-id.
      *>
      *> ResultValue holds fifteen digits. A job whose answer can run
      *> wider posts the low-order fifteen there and the digits above
      *> them in ResultValueHigh, so the full value is
      *> ResultValueHigh * 10**15 + ResultValue. ResultValueHigh is
      *> left blank whenever it would be zero - every ordinary row, and
      *> every row written before the field existed - and readers that
      *> carry wide values treat a blank as zero.
       FD :FILE-NAME:.
       01 ResultLine.
           02 ResultProgram pic X(12).
           02 ResultValue   pic 9(15).
           02 ResultGap4    pic X(1).
           02 ResultCycle   pic X(15).
           02 ResultGap5    pic X(1).
           02 ResultValueHigh pic X(3).
           02 ResultValueHighN redefines ResultValueHigh pic 9(3).
