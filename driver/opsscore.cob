01 ScoreReportLine pic X(130).

working-storage section.
       01 wsReportName pic X(40) value "operations-scorecard".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024OPSSCORE".
       01 wsReportTitle pic X(40) value "OPERATIONS SCORECARD".
       01 wsLedgerStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsViewStatus pic X(2).
       01 wsDashPrior pic X(7).

*> The registry's jobs, for the per-job failure walk.
       01 wsMaxJobs pic 9(2) value 60.
       01 wsJobs.
           05 wsJobEntry occurs 60 times.
               10 wsJobProgram pic X(16).
               10 wsJobDir pic X(10).
               10 wsJobFails pic 9(4).
               write ScoreReportLine
           end-if
       end-perform
       close ScoreReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle.

WritePairLine1.
       move spaces to ScoreReportLine
