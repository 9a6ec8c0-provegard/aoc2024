01 UsageReportLine pic X(100).

working-storage section.
       01 wsReportName pic X(40) value "rule-usage-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC202405RU".
       01 wsReportTitle pic X(40) value "ORDERING RULE USAGE".
       01 wsRulesStatus pic X(2).
       01 wsUsageStatus pic X(2).
       01 wsEof pic A(1).
       end-perform

       close UsageReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       display "RULEUSAGE: " wsDeadCount " dead-rule candidate(s)"
           " after " wsRunNumber " accumulated run(s)"
       stop run.
