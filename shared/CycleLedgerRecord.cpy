      *>
      *> ClRestart is Y when the cycle was an
      *> AOC2024DRIVER_RESTART=Y resumption of an earlier attempt.
      *> ClWatch is Y when the cycle ran under the arrival watch
      *> (AOC2024DRIVER_WATCH=Y); ClArrivals then carries, per unit
      *> whose drop was seen to land, its day directory and the
      *> seconds from the drop's arrival to the unit's start - up to
      *> thirty feeds, unused entries blank.
      *>
      *> ClDeferred counts the steps the driver shed to the next
      *> night's work queue because the projected finish ran past the
      *> calendar's CYCLE milestone, ClShedTier the most critical
      *> priority tier the shedding reached (blank when nothing was
      *> shed) - the ledger's note that the gap was a decision.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed ledger file name (assigned to
           02 ClStop     pic 9(3).
           02 ClGap12    pic X(1).
           02 ClRestart  pic X(1).
           02 ClGap13    pic X(1).
           02 ClWatch    pic X(1).
           02 ClArrivalList.
               03 ClArrivals occurs 30 times.
                   04 ClArrGap     pic X(1).
                   04 ClArrFeed    pic X(10).
                   04 ClArrLatency pic 9(5).
           02 ClGap14    pic X(1).
           02 ClDeferred pic 9(3).
           02 ClGap15    pic X(1).
           02 ClShedTier pic X(1).
