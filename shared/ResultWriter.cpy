      *>   :FILE-NAME:     the SELECTed result-log file name
      *>   :LABEL-FIELD:   the field the program moves a short label into
      *>                   before PERFORMing this paragraph (e.g. "Distance")
      *>   :VALUE-FIELD:   the field holding the run's final answer; a
      *>                   field wider than fifteen digits (up to
      *>                   eighteen) has its high-order digits posted
      *>                   to ResultValueHigh rather than dropped
      *>   :DROP-FIELD:    the field holding the dated drop filename the
      *>                   run consumed (spaces if none)
      *>   :CYCLE-FIELD:   the field holding the driver-issued cycle
           move :VALUE-FIELD: to ResultValue
           move spaces to ResultGap4
           move :CYCLE-FIELD: to ResultCycle
           move spaces to ResultGap5
           compute ResultValueHighN = :VALUE-FIELD: / 1000000000000000
           if ResultValueHighN = 0
               move spaces to ResultValueHigh
           end-if
           write ResultLine.
