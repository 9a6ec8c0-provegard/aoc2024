      *> per posted result recording what the run actually ate - the
      *> consumed input filename, the records read, and the rejects -
      *> captured at the only moment it is cheap, while the run still
      *> holds them - and which build did the work: LnBuild is the
      *> AOC2024BUILDSUM checksum of the executable that ran, to be
      *> read against the release-register (blank on rows written
      *> before jobs stamped their build). COPY this into the FILE
      *> SECTION, pairing it with LineageWriter.cpy's WriteLineageLine
      *> paragraph. The including program supplies:
      *>   :FILE-NAME:  the SELECTed lineage file name
       FD :FILE-NAME:.
       01 LineageLine.
           02 LnRejects pic 9(6).
           02 LnGap4    pic X(1).
           02 LnInput   pic X(100).
           02 LnGap5    pic X(1).
           02 LnBuild   pic X(10).
