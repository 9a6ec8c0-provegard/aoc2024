      *>            (runs driver/rerun against that drop)
      *>   CATCHUP  Arg1 = day directory (runs driver/catchup for it)
      *>   RESUBMIT Arg1 = day directory (runs driver/recycle for it)
      *>   DEFERRED Arg1 = registry directory, Arg2 = program-id and
      *>            the business date it was shed from (queued by
      *>            AOC2024DRIVER when the batch window was at risk;
      *>            runs that registry step under that date)
      *>
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
