    replacing ==:FILE-NAME:== by ==LineageView==.

working-storage section.
       01 wsReportName pic X(40) value "anomaly-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024RECON".
       01 wsReportTitle pic X(40) value "RECONCILIATION ANOMALIES".
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsResultLogFilename pic X(40).
       01 wsMeanDisplay pic Z(17)9.
       01 wsK pic 9(3).

       01 wsDiff pic S9(18).
       01 wsPctChange pic 9(5)v99.
       01 wsPctDisplay pic Z(3)9.99.
       01 wsValueDisplay pic Z(17)9.
       01 wsPrevValueDisplay pic X(18).
       01 wsPostedValue pic 9(18).  *> ResultValue with any high-order digits restored
       01 wsAnomalyCode pic X(12).
       01 wsAnomalyDetail pic X(100).
       01 wsAlertStatus pic X(2).
*> directory appends to) - derived from the registry rows, one entry
*> per distinct directory, so a new day needs no change here.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.

*> One entry per daily job in the shared job-registry. Each entry
*> holds that job's
*> runs stay directly addressable for the STALE check and the
*> short-history percentage fallback.
       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobLabel pic X(40).
               10 wsJobDir pic X(10).
               10 wsJobRunCount binary-short value 0.
               10 wsJobPrevDate pic X(8).
               10 wsJobPrevValue pic 9(18).
               10 wsJobLastDate pic X(8).
               10 wsJobLastValue pic 9(18).
               10 wsJobSeries occurs 200 times.
                   15 wsJobRunValue pic 9(18).

procedure division.
       perform ReadParameters
       end-perform

       close AnomalyReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "RECON: " wsAnomalyCount " anomaly(ies) flagged, "
           wsNewCount " new, " wsAckdCount
       if ResultDate(1:4) not = wsProcYear
           exit paragraph
       end-if
       move ResultValue to wsPostedValue
       if ResultValueHigh numeric
           compute wsPostedValue =
               ResultValueHighN * 1000000000000000 + ResultValue
       end-if
       set j to 1
       search wsJob
           at end
               move wsJobLastDate(j) to wsJobPrevDate(j)
               move wsJobLastValue(j) to wsJobPrevValue(j)
               move ResultDate to wsJobLastDate(j)
               move wsPostedValue to wsJobLastValue(j)
               if wsJobRunCount(j) < 200
                   add 1 to wsJobRunCount(j)
               else
                           to wsJobRunValue(j, wsK)
                   end-perform
               end-if
               move wsPostedValue
                   to wsJobRunValue(j, wsJobRunCount(j))
       end-search.

               move wsDirIdx to wsJobIdx
           end-if
       end-perform
       if wsJobIdx = 0 and wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
