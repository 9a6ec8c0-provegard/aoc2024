01 ShiftJournalLine pic X(150).

working-storage section.
       01 wsReportName pic X(40) value "handover-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024HANDOVER".
       01 wsReportTitle pic X(40) value "SHIFT HANDOVER".
       01 wsAuditFilename pic X(40).
       01 wsAuditStatus pic X(2).
       01 wsControlFilename pic X(40).

*> Per-job tallies for the window, keyed the registry's way.
       01 wsJobs.
           05 wsJob occurs 60 times indexed by j.
               10 wsJobProgram pic X(12).
               10 wsJobLabel pic X(40).
               10 wsJobDir pic X(10).
               10 wsJobExceptions pic 9(6).
               10 wsJobConsumed pic X(100).
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 60.
       01 wsDirs.
           05 wsDirEntry pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirIdx binary-short.
       01 wsScan binary-short.
       end-if

       close HandoverReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       display "HANDOVER: report written, " wsPendingTally
           " drop(s) still pending, " wsAnomalyTally
           " anomaly(ies) on file"
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDirEntry(wsDirCount)
       end-if.
