      *>   :INPUT-FIELD:   the field holding the consumed input name
      *>   :DROP-FIELD:    the field holding the dated drop filename
      *>                   the run consumed (spaces if none)
      *>   :BUILD-FIELD:   the field holding the run's own executable
      *>                   checksum, taken at job start through
      *>                   AOC2024BUILDSUM
      *>
      *> The including program must SELECT :FILE-NAME: itself (assigned
      *> to the literal 'run-lineage', with FILE STATUS in a
           move spaces to LnGap2
           move spaces to LnGap3
           move spaces to LnGap4
           move spaces to LnGap5
           move :PROGRAM-NAME: to LnProgram
      *> same business-date fallback as ResultWriter.cpy, so the
      *> lineage row and the result row it accompanies always carry
           move :READ-FIELD: to LnRead
           move :REJECT-FIELD: to LnRejects
           move :INPUT-FIELD: to LnInput
           move :BUILD-FIELD: to LnBuild
           write LineageLine.
