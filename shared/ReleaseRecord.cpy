      *> ReleaseRecord.cpy
      *>
      *> Record layout for the release-register at the repository
      *> root: one row per build promoted into production, appended
      *> by AOC2024RELEASE and never rewritten - the answer to "which
      *> build produced the August result?" when read against the
      *> checksum each job stamps on its run-lineage row. The driver
      *> refuses to launch a step whose executable's checksum has no
      *> row here for its program.
      *>
      *> RrProgram is the executable's own program-id (the registry's
      *> RegInputId - day08's second mode runs the AOC202408P1
      *> build); RrChecksum is the AOC2024BUILDSUM checksum of the
      *> promoted file; RrOperator and RrStamp say who promoted it and
      *> when; RrParallelRef names the clean AOC2024PARALLEL run that
      *> justified it, or BASELINE for a build registered as already
      *> in service when the register was started. RrDir and RrStep
      *> are where the build was installed.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed register file name (assigned to
      *>                the literal 'release-register')
       FD :FILE-NAME:.
       01 ReleaseLine.
           02 RrProgram     pic X(16).
           02 RrGap1        pic X(1).
           02 RrChecksum    pic X(10).
           02 RrGap2        pic X(1).
           02 RrOperator    pic X(12).
           02 RrGap3        pic X(1).
           02 RrStamp       pic X(19).
           02 RrGap4        pic X(1).
           02 RrParallelRef pic X(15).
           02 RrGap5        pic X(1).
           02 RrDir         pic X(10).
           02 RrGap6        pic X(1).
           02 RrStep        pic X(10).
