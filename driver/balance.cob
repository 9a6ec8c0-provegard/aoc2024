    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsReportName pic X(40) value "balancing-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024BALANCE".
       01 wsReportTitle pic X(40) value "RUN BALANCING".
       01 wsControlFilename pic X(40).
       01 wsControlStatus pic X(2).
       01 wsReportStatus pic X(2).
*> its own control-totals file - the same derivation driver/reconcile.cob
*> uses for its results-history files.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       end-perform

       close BalanceReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "BALANCE: " wsRunsChecked " run(s) checked, "
           wsImbalances " out of balance, " wsMismatches
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
