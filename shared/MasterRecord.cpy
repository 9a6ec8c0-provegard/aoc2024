      *>   :FILE-NAME:  the SELECTed master file name (assigned to
      *>                the literal 'results-master', ORGANIZATION
      *>                INDEXED, RECORD KEY RmKey)
      *>
      *> RmValidFrom is when the row's value became the one on the
      *> master ("YYYY-MM-DD HH:MM:SS") and RmHow how it got there -
      *> POSTED by the nightly fold, or a RERUN, SUPERSEDE or RECYCLE
      *> correction. Each value a correction replaces is kept on
      *> results-master-history (MasterHistoryRecord.cpy) with the
      *> stretch it was believed, so the master can be read as of any
      *> moment. Both are blank on rows written before values were
      *> dated - believed from the start.
       FD :FILE-NAME:.
       01 ResultsMasterRecord.
           05 RmKey.
               10 RmDate pic X(8).
           05 RmLabel pic X(20).
           05 RmValue pic 9(15).
      *> the digits above RmValue's fifteen for a wide value, blank
      *> when there are none - the same split results-history carries
      *> in ResultValueHigh
           05 RmValueHigh pic X(3).
           05 RmValueHighN redefines RmValueHigh pic 9(3).
           05 RmValidFrom pic X(19).
           05 RmHow pic X(9).
