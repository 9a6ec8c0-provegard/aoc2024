      *> to the literal 'audit-trail', with FILE STATUS in a
      *> working-storage field), COPY "AuditRecord.cpy" into its FILE
      *> SECTION, and OPEN/CLOSE :FILE-NAME: itself.
      *>
      *> Every row is hash-chained to the row before it
      *> (AOC2024AUDCHAIN). The trail is closed and reopened for each
      *> row so the rows already written are on disk for the chain to
      *> be taken from; it is left open EXTEND, as the program had it.
       WriteAuditLine.
           close :FILE-NAME:
           open extend :FILE-NAME:
           move spaces to AuditGap1
           move spaces to AuditGap2
           move spaces to AuditGap3
           move :CYCLE-FIELD: to AuditCycle
           move spaces to AuditGap5
           move :OPERATOR-FIELD: to AuditOperator
           call "AOC2024AUDCHAIN" using AuditLine
           write AuditLine.
