01 CapacityReportLine pic X(160).

working-storage section.
       01 wsReportName pic X(40) value "capacity-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024CAPACITY".
       01 wsReportTitle pic X(40) value "CAPACITY CEILINGS".
       01 wsLimitsStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsViewStatus pic X(2).
       end-perform
       close LimitsFile
       close CapacityReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "CAPACITY: " wsLimitsChecked " ceiling(s) watched, "
           wsWarnings " warning(s) - see capacity-report"
