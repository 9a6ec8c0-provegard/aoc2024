*> date (AOC2024INVARIANT_DATE overrides), and raises a NEW anomaly
*> row plus an ANOMALY alert for every break. A rule whose sides did
*> not both run that night reports SKIP rather than crying wolf.
*> Findings also go to invariant-report, and every break opens an
*> incident on the incident-register (or names the one still open
*> for the same program).
*>
*> Return code: 0 every checked invariant held, 4 break(s), 8
*> nothing could be checked.
    replacing ==:FILE-NAME:== by ==AlertFile==.

working-storage section.
       01 wsReportName pic X(40).  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024INVARIANT".
       01 wsReportTitle pic X(40).  *> its title on the print copy's page banner
       01 wsRulesStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsViewStatus pic X(2).

*> Program-id to day-directory map off the registry, so a rule's
*> sides can be looked up in the right trail files.
       01 wsMaxJobs pic 9(2) value 60.
       01 wsJobs.
           05 wsJobEntry occurs 60 times.
               10 wsJobProgram pic X(16).
               10 wsJobDir pic X(10).
       01 wsJobCount pic 9(2) value 0.
       01 wsAlertDetail pic X(80).
       01 wsNumDisplay pic Z(14)9.
       01 wsNum2Display pic Z(14)9.
       01 wsIncSource pic X(10) value "INVARIANT".
       01 wsIncProgram pic X(16).
       01 wsIncFeed pic X(10) value spaces.
       01 wsIncDetail pic X(80).
       01 wsIncidentId pic X(14).

procedure division.
       call "AOC2024BDATE" using wsBusinessDate
           perform CheckOneInvariant
       end-perform
       close InvariantReport
       move "invariant-report" to wsReportName
       move "RESULT INVARIANTS" to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       move "anomaly-report" to wsReportName
       move "RECONCILIATION ANOMALIES" to wsReportTitle
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "INVARIANT: " wsChecked " checked, " wsBroken
           " broken, " wsSkipped " skipped - see invariant-report"
       end-string
       perform ReportBreakCommon.

*> A broken invariant lands in four places: the report, the shared
*> anomaly-report (NEW, code INVARIANT, keyed the way reconcile keys
*> findings so the menu acknowledgment flow picks it up), the alert
*> feed the dispatcher routes, and the incident-register.
ReportBreakCommon.
       move spaces to InvariantReportLine
       string
           open output AlertFile
       end-if
       perform WriteAlertLine
       close AlertFile

       move wsRuleProgA(wsRuleIdx) to wsIncProgram
       move wsAnomalyDetail(1:80) to wsIncDetail
       call "AOC2024INCIDENT" using wsIncSource wsIncProgram wsIncFeed
           wsIncDetail wsIncidentId.

copy "AnomalyWriter.cpy"
    replacing ==:PROGRAM-NAME:== by ==wsRuleProgA(wsRuleIdx)==
