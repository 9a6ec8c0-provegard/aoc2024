      *> ParallelRecord.cpy
      *>
      *> Record layout for the parallel-ledger at the repository root:
      *> one row per AOC2024PARALLEL run, appended as the run ends, so
      *> a promotion can cite the run that proved its build. PlRef is
      *> the run's reference (P and the run's start stamp), also
      *> printed at the head of parallel-run-report; PlChecksum is the
      *> AOC2024BUILDSUM checksum of the candidate that ran; PlVerdict
      *> is CLEAN (every drop the same on both sides), DIFF, or NORUN
      *> (no archived drop to run). AOC2024RELEASE will only promote a
      *> build whose checksum matches a CLEAN row for its program.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed ledger file name (assigned to the
      *>                literal 'parallel-ledger')
       FD :FILE-NAME:.
       01 ParallelLine.
           02 PlRef      pic X(15).
           02 PlGap1     pic X(1).
           02 PlProgram  pic X(16).
           02 PlGap2     pic X(1).
           02 PlChecksum pic X(10).
           02 PlGap3     pic X(1).
           02 PlDrops    pic 9(3).
           02 PlGap4     pic X(1).
           02 PlDiffs    pic 9(4).
           02 PlGap5     pic X(1).
           02 PlVerdict  pic X(5).
           02 PlGap6     pic X(1).
           02 PlOperator pic X(12).
           02 PlGap7     pic X(1).
           02 PlStamp    pic X(19).
