    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsReportName pic X(40).  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024WEEKLY".
       01 wsReportTitle pic X(40).  *> its title on the print copy's page banner
       01 wsResultLogFilename pic X(40).
       01 wsResultStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsRecordsRead pic 9(10).

       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobLabel pic X(40).
               10 wsJobDir pic X(10).
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.

*> One job's weeks, oldest first, built as its rows stream past.
       01 wsMaxWeeks pic 9(3) value 120.

       close WeeklyReport
       close WeeklyCsv
       move "weekly-summary" to wsReportName
       move "WEEKLY SUMMARY" to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       move "weekly-summary.csv" to wsReportName
       move spaces to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       display "WEEKLY: summary written for " wsJobCount " job(s)"
       stop run.

