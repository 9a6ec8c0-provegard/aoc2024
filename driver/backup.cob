program-id. AOC2024BACKUP.

*> Snapshot of the files this system cannot regenerate - the day05
*> ordering rules and their index, the day06 and day07 checkpoints,
*> every results-history and audit trail, the run-lineage and control
*> files, and the shop's own registry/parameter/operator/calendar
*> files - into a dated backup generation under backups/, with an
*> inventory listing per generation. The newest AOC2024BACKUP_KEEP
       01 wsKeepGens pic 9(3) value 7.
       01 wsKeepDisplay pic Z(2)9.
       01 wsGenName pic X(30).
       01 wsShellCmd pic X(700).
       01 wsFileCount pic 9(5) value 0.
       01 wsAlertStatus pic X(2).
       01 wsAlertSeverity pic X(8).
               " day*/run-lineage day*/control-totals"
               " day05/ordering-rules day05/ordering-rules-index"
               " day05/rule-usage day02/unsafe-offenders"
               " day06/day06p2-checkpoint"
               " day07/day07p1-checkpoint day07/day07p2-checkpoint"
               " job-registry parameters processing-calendar"
               " operators anomaly-acks archive-catalog"
               " release-register parallel-ledger legal-holds"
               " operator-credentials security-events chargeback-rates"
               " chain-anchors exceptions-worklist publication-releases"
               delimited by size
           " " delimited by size
           wsGenName delimited by space
