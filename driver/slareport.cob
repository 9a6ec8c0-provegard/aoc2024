*> measured, met, missed, the worst overshoot in seconds, and the
*> attainment percentage - the numbers the batch-window conversation
*> with management runs on. AOC2024SLA_MONTH names the month
*> (YYYYMM, default the business date's month, so the month-end run
*> that finishes after midnight still reports its own month); the
*> report lands in sla-report.
*>
*> A completion deadline is a time of day ("done by 05:00"), so an
*> END stamped after noon counts as met - it belongs to the evening
    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsReportName pic X(40) value "sla-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024SLA".
       01 wsReportTitle pic X(40) value "SERVICE LEVEL REPORT".
       01 wsAuditFilename pic X(40).
       01 wsAuditStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsDirIdx binary-short.
       01 wsMonth pic X(6).
       01 wsParm pic X(20).
       01 wsBusinessDate pic X(8).

*> The day directories the registry's jobs live in, the same
*> derivation driver/opslog.cob uses for its audit merge.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirScan binary-short.

*> One entry per enabled job carrying its targets and the month's
*> attainment tallies.
       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobLabel pic X(40).
               10 wsJobSlaSecs pic 9(5).
               10 wsJobDlMet pic 9(4).
               10 wsJobDlMissed pic 9(4).
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.

*> Unmatched STARTs seen while walking one audit file forward; an
*> END or ERROR pairs with the most recent unmatched START for its
       if wsParm not = spaces
           move wsParm(1:6) to wsMonth
       else
           call "AOC2024BDATE" using wsBusinessDate
           move wsBusinessDate(1:6) to wsMonth
       end-if

       perform LoadRegistry
           perform WriteJobSlaLine
       end-perform
       close SlaReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "SLA: report written for " wsMonth ", "
           wsMissTotal " missed target(s)"
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
