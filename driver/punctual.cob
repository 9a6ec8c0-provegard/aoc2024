01 PunctualReportLine pic X(130).

working-storage section.
       01 wsReportName pic X(40) value "punctuality-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024PUNCTUAL".
       01 wsReportTitle pic X(40) value "FEED PUNCTUALITY".
       01 wsRegistryStatus pic X(2).
       01 wsArrivalStatus pic X(2).
       01 wsArrivalFilename pic X(40).
           perform ReportOneFeed
       end-perform
       close PunctualReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "PUNCTUAL: " wsReported " feed(s) reported - see"
           " punctuality-report"
