      *> AuditSampleRecord.cpy
      *>
      *> Record layout for the root-level audit-samples file: the
      *> internal-audit sample register AOC2024AUDSAMPLE keeps. One
      *> row per step a sample takes - REQUESTED when it is drawn,
      *> EVIDENCE-READY when its evidence packet is assembled,
      *> AUDITOR-REVIEWED with the auditor's finding, CLOSED - so the
      *> file reads as the audit's own history; the LAST row for a
      *> sample id is its standing. COPY this into the FILE SECTION.
      *> The including program supplies:
      *>   :FILE-NAME:  the SELECTed samples file name
      *>
      *> SaId is "S" + the sampled month YYYYMM + a four-digit
      *> sequence within the month. SaMarks says why the result was
      *> weighted up: S superseded by an approved rerun, A anomaly
      *> finding on file, R the posted row is a rerun's (*R), "-" for
      *> none. SaNote is the draw seed on a REQUESTED row, the packet
      *> and the reproduction verdict on an EVIDENCE-READY row, the
      *> finding on an AUDITOR-REVIEWED row, the closing note on a
      *> CLOSED row.
       FD :FILE-NAME:.
       01 SampleLine.
           02 SaId       pic X(11).
           02 SaGap1     pic X(1).
           02 SaStatus   pic X(16).
           02 SaGap2     pic X(1).
           02 SaStamp    pic X(19).
           02 SaGap3     pic X(1).
           02 SaOperator pic X(12).
           02 SaGap4     pic X(1).
           02 SaProgram  pic X(12).
           02 SaGap5     pic X(1).
           02 SaDate     pic X(8).
           02 SaGap6     pic X(1).
           02 SaMarks    pic X(3).
           02 SaGap7     pic X(1).
           02 SaWeight   pic 9(3).
           02 SaGap8     pic X(1).
           02 SaNote     pic X(60).
