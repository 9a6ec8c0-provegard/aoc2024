      *> PubReleaseRecord.cpy
      *>
      *> Record layout for the root-level publication-releases file:
      *> one row per held result an ADMIN has force-released past the
      *> publication gate (AOC2024PUBCHECK), written from the menu and
      *> never deleted, so the file is the journal of every override.
      *> PrDate and PrProgram are the business date and program-id of
      *> the result released, PrOperator the ADMIN who released it at
      *> PrStamp, PrHeldFor the hold it was released over, as the
      *> gate gave it at the time, and PrReason why in the operator's
      *> words. COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed release file name
       FD :FILE-NAME:.
       01 PubReleaseLine.
           02 PrDate      pic X(8).
           02 PrGap1      pic X(1).
           02 PrProgram   pic X(12).
           02 PrGap2      pic X(1).
           02 PrOperator  pic X(12).
           02 PrGap3      pic X(1).
           02 PrStamp     pic X(19).
           02 PrGap4      pic X(1).
           02 PrHeldFor   pic X(60).
           02 PrGap5      pic X(1).
           02 PrReason    pic X(80).
