*> exception rates in basis points (hundredths of a percent), the
*> top reject reasons from the directory's rejected-records
*> RejectReason column, and the direction against the prior month -
*> IMPROVING, WORSENING or FLAT on the reject rate. A feed whose
*> reject rate is over the ceiling agreed with upstream
*> (AOC2024SCORECARD_CEILINGBP, basis points, default 500) is marked
*> BREACH - the same ceiling AOC2024CORRESP writes its notices
*> against. Output to data-quality-scorecard.
*>
*> Return code: 0 reported, 8 nothing on file for the month.

01 ScorecardLine pic X(130).

working-storage section.
       01 wsReportName pic X(40) value "data-quality-scorecard".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024SCORECARD".
       01 wsReportTitle pic X(40) value "DATA QUALITY SCORECARD".
       01 wsRegistryStatus pic X(2).
       01 wsViewStatus pic X(2).
       01 wsRejectStatus pic X(2).
       01 wsPriorBp pic 9(6).
       01 wsDirsReported pic 9(2) value 0.
       01 wsDirection pic X(9).
       01 wsCeilingBp pic 9(5) value 0.
       01 wsParamKey pic X(30).
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it

*> Per-reason tallies over the directory's rejected-records - the
*> same triage shape the menu's reject browser keeps.
           move wsMonthParm(1:6) to wsMonth
       end-if
       perform DerivePriorMonth
       perform ReadCeiling

       perform LoadRegistryDirs
       if wsDirCount = 0
           perform ScoreOneFeed
       end-perform
       close ScorecardReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "SCORECARD: " wsDirsReported " feed(s) scored for "
           wsMonth " - see data-quality-scorecard"
           into wsPriorMonth
       end-string.

*> The reject-rate ceiling agreed with upstream (the environment
*> variable of the same name still wins, as everywhere).
ReadCeiling.
       move spaces to wsParamValue
       accept wsParamValue from environment "AOC2024SCORECARD_CEILINGBP"
           on exception continue
       end-accept
       if wsParamValue = spaces
           move "AOC2024SCORECARD_CEILINGBP" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
       end-if
       if wsParamValue not = spaces
               and function test-numval(wsParamValue) = 0
           move function numval(wsParamValue) to wsCeilingBp
       end-if
       if wsCeilingBp = 0
           move 500 to wsCeilingBp
       end-if.

ScoreOneFeed.
       move 0 to wsMonRead
       move 0 to wsMonRejected
           wsDirection delimited by size
           into ScorecardLine
       end-string
       if wsRejectBp > wsCeilingBp
           move wsCeilingBp to wsBpDisplay
           string
               function trim(ScorecardLine) delimited by size
               " BREACH (ceiling " delimited by size
               function trim(wsBpDisplay) delimited by size
               "bp)" delimited by size
               into ScorecardLine
           end-string
       end-if
       write ScorecardLine
       display ScorecardLine(1:120)

