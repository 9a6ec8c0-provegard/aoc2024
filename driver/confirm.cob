*> results-master for the business date (AOC2024CONFIRM_DATE
*> overrides) and reported MATCH, MISMATCH or MISSING to
*> confirmation-report; any MISMATCH raises a FAIL alert the
*> dispatcher routes to the on-call operator and opens an incident
*> on the incident-register (or names the one still open for the
*> program). The consumed file is set aside with the usual -done
*> rename.
*>
*> Return code: 0 all matched, 4 mismatch or missing row(s),
*> 8 no confirmation file (or no master) to work with.
    replacing ==:FILE-NAME:== by ==AlertFile==.

working-storage section.
       01 wsReportName pic X(40) value "confirmation-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024CONFIRM".
       01 wsReportTitle pic X(40) value "DOWNSTREAM RECEIPT CONFIRMATION".
       01 wsConfirmFilename pic X(40).
       01 wsConfirmStatus pic X(2).
       01 wsMasterStatus pic X(2).

       01 wsTokProgram pic X(16).
       01 wsTokValue pic X(20).
       01 wsExpected pic 9(18).
       01 wsMasterValue pic 9(18).  *> RmValue with any high-order digits restored
       01 wsMatched pic 9(3) value 0.
       01 wsMismatched pic 9(3) value 0.
       01 wsMissing pic 9(3) value 0.
       01 wsAlertSeverity pic X(8).
       01 wsAlertDetail pic X(80).
       01 wsNumDisplay pic Z(17)9.
       01 wsNum2Display pic Z(17)9.
       01 wsIncSource pic X(10) value "CONFIRM".
       01 wsIncProgram pic X(16).
       01 wsIncFeed pic X(10) value spaces.
       01 wsIncDetail pic X(80).
       01 wsIncidentId pic X(14).

procedure division.
       call "AOC2024BDATE" using wsBusinessDate
       end-string
       write ConfirmReportLine
       close ConfirmReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move spaces to wsShellCmd
       string
       end-read.

JudgeOneRow.
       move RmValue to wsMasterValue
       if RmValueHigh numeric
           compute wsMasterValue =
               RmValueHighN * 1000000000000000 + RmValue
       end-if
       if wsMasterValue = wsExpected
           add 1 to wsMatched
           move spaces to ConfirmReportLine
           string

       add 1 to wsMismatched
       move wsExpected to wsNumDisplay
       move wsMasterValue to wsNum2Display
       move spaces to ConfirmReportLine
       string
           "MISMATCH " delimited by size
           open output AlertFile
       end-if
       perform WriteAlertLine
       close AlertFile

       move wsTokProgram to wsIncProgram
       move ConfirmReportLine(1:80) to wsIncDetail
       call "AOC2024INCIDENT" using wsIncSource wsIncProgram wsIncFeed
           wsIncDetail wsIncidentId.

copy "AlertWriter.cpy"
    replacing ==:SEVERITY-FIELD:== by ==wsAlertSeverity==
