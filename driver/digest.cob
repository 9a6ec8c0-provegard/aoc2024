    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsReportName pic X(40).  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024DIGEST".
       01 wsReportTitle pic X(40).  *> its title on the print copy's page banner
       01 wsResultLogFilename pic X(40).
       01 wsResultStatus pic X(2).
       01 wsDigestStatus pic X(2).
*> own results-history file - derived from the registry rows the way
*> driver/reconcile.cob derives them.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.
       01 wsJobIdx binary-short.

*> One entry per enabled job in the shared job-registry. Unlike
*> recent run - a management digest reports where things stand today,
*> not how they got there.
       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobLabel pic X(40).
               10 wsJobHasRun pic A(1) value "n".

       close DigestReport
       close DigestCsv
       move "management-digest" to wsReportName
       move "MANAGEMENT DIGEST" to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       move "management-digest.csv" to wsReportName
       move spaces to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "DIGEST: " wsReportingCount " of " wsJobCount
           " job(s) reporting"
               move wsDirIdx to wsJobIdx
           end-if
       end-perform
       if wsJobIdx = 0 and wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
