    replacing ==:FILE-NAME:== by ==DropCandidate==.

working-storage section.
       01 wsReportName pic X(40) value "rule-consistency-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC202405RV".
       01 wsReportTitle pic X(40) value "ORDERING RULE CONSISTENCY".
       01 wsRulesFilename pic X(100) value "ordering-rules".
       01 wsRulesStatus pic X(2).
       01 wsDropStatus pic X(2).
               to CheckReportLine
           write CheckReportLine
           close CheckReport
           call "AOC2024REPGEN" using wsReportName
               wsReportProgram wsReportTitle
           display "RULECHECK: could not open "
               function trim(wsRulesFilename)
           move 8 to return-code
       end-string
       write CheckReportLine
       close CheckReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "RULECHECK: " wsDuplicates " duplicate(s), "
           wsContradictions " contradiction(s), " wsCycles
