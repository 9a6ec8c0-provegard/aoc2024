      *> MasterHistoryRecord.cpy
      *>
      *> Record layout for the root-level results-master-history file:
      *> one row per value the results-master stopped believing. When
      *> a correction rewrites a master row, the value it replaces is
      *> appended here with the stretch it stood on the master - from
      *> MhValidFrom (its RmValidFrom; blank for a value posted before
      *> values were dated) up to MhValidTo, the moment of the rewrite
      *> - how it had got there (MhHow, the row's RmHow) and why it was
      *> replaced (MhReason: RERUN the job ran again for the date,
      *> SUPERSEDE a sanctioned rerun against the archived drop,
      *> RECYCLE a run over corrected rejects). Together with the
      *> master row itself the rows for a key are its full correction
      *> history, oldest first; driver/inquiry.cob reads them for its
      *> as-of and history modes.
      *>
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed history file name
       FD :FILE-NAME:.
       01 MasterHistLine.
           02 MhProgram     pic X(12).
           02 MhGap1        pic X(1).
           02 MhDate        pic X(8).
           02 MhGap2        pic X(1).
           02 MhLabel       pic X(20).
           02 MhGap3        pic X(1).
           02 MhValue       pic 9(15).
           02 MhGap4        pic X(1).
           02 MhValueHigh   pic X(3).
           02 MhGap5        pic X(1).
           02 MhValidFrom   pic X(19).
           02 MhGap6        pic X(1).
           02 MhValidTo     pic X(19).
           02 MhGap7        pic X(1).
           02 MhHow         pic X(9).
           02 MhGap8        pic X(1).
           02 MhReason      pic X(9).
