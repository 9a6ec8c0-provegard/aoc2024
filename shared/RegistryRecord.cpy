      *> return codes count in the cycle verdict like any other
      *> step's. Blank is an ordinary daily job. Readers that roll up
      *> daily results skip phase-P rows.
      *>
      *> RegClass is the job's resource class (HEAVY-CPU, HEAVY-MEM,
      *> LIGHT - free text, matched whole): the driver never runs more
      *> units of one class at once than the parameters file's
      *> AOC2024DRIVER_CLASS_<class> limit allows, and back-fills the
      *> idle slots with lighter work meanwhile. A unit takes the
      *> first class its rows name; blank is bounded by the
      *> concurrency limit alone.
      *>
      *> RegFreq is the job's run frequency, for the post-cycle steps
      *> that are not nightly work: DAILY, WEEKLY-MON .. WEEKLY-SUN,
      *> MONTH-END, FIRST-BDAY, QTR-END or ON-DEMAND (the rules are
      *> AOC2024SCHED's, against the processing calendar). The driver
      *> runs a phase-P step only on the business dates its frequency
      *> falls due and passes it over otherwise; ON-DEMAND rows never
      *> run by schedule. Blank is DAILY - every row written before
      *> the column was.
      *>
      *> RegTier is the job's priority tier when the batch window is
      *> at risk: 1 critical (the day results, what carries them
      *> downstream, and the work-queue runner that gives deferred
      *> work back - never shed), 2 standard, 3 deferrable (the grid
      *> comparisons, sweep-style audits, trend refreshes and the
      *> weekly and monthly rollups). When the cycle's projected
      *> finish runs past the calendar's CYCLE milestone the driver
      *> defers tier 3 first, then tier 2, to the next night's work
      *> queue. Blank is tier 1 - a row nobody has ranked is never
      *> shed.
       FD :FILE-NAME:.
      *> The program columns are X(16) - the same width the audit
      *> trail gives program-ids - so the driver-side post-cycle
           02 RegPhase   pic X(1).
           02 RegGap13   pic X(1).
           02 RegRetry   pic X(1).
           02 RegGap14   pic X(1).
           02 RegClass   pic X(10).
           02 RegGap15   pic X(1).
           02 RegFreq    pic X(10).
           02 RegGap16   pic X(1).
           02 RegTier    pic X(1).
