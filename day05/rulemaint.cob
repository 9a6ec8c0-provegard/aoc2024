*> pick the version in force for the date they are running and stamp
*> it on the posted result - a rerun of a pre-change date runs under
*> that date's rules instead of today's.
*>
*> Inside a change freeze (a FREEZE line in the processing calendar)
*> nothing is applied and rules-transactions is left for after the
*> freeze, unless an ADMIN operator gives an emergency-override
*> reason in AOC2024_FREEZE_OVERRIDE - journaled in the day's audit
*> trail and raised on the alert feed.

environment division.
input-output section.
01 VersionsLine pic X(30).

working-storage section.
       01 wsReportName pic X(40) value "rules-maintenance-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC202405RM".
       01 wsReportTitle pic X(40) value "ORDERING RULES MAINTENANCE".
       01 wsRulesStatus pic X(2).
       01 wsTransStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsVersionNew pic 9(4).
       01 wsVersionTok pic X(6).
       01 wsBusinessDate pic X(8).
       01 wsFreezeProgram pic X(16) value "AOC202405RM".
       01 wsFreezeOverride pic X(60) value spaces.
       01 wsFreezeVerdict pic X(1).  *> C clear, O override, R/N refused
       01 wsFreezeReason pic X(60).

procedure division.
       move function current-date(1:8) to wsToday
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsFreezeOverride
           from environment "AOC2024_FREEZE_OVERRIDE"
           on exception continue
       end-accept

       perform AcquireDayLock
       perform OpenAuditFile
               to MaintReportLine
           write MaintReportLine
           close MaintReport
           call "AOC2024REPGEN" using wsReportName
               wsReportProgram wsReportTitle
           display "RULEMAINT: no rules-transactions file"
           move "END" to wsAuditEvent
           move "No transactions to apply" to wsAuditDetail
           move 8 to return-code
           stop run
       end-if
       perform CheckChangeFreeze
       perform ReadTransLoop
       close TransFile

       perform RewriteRules
       perform RebuildIndex
       close MaintReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move spaces to wsShellCmd
       string
       perform ReleaseDayLock
       stop run.

*> The change-freeze gate, asked once before the first transaction
*> is applied. A refusal ends the run with rules-transactions left
*> in place; an ADMIN's emergency override goes ahead, journaled
*> here (the alert is raised by AOC2024FREEZE).
CheckChangeFreeze.
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       if wsFreezeVerdict = "O"
           move spaces to MaintReportLine
           string
               "OVERRIDE change freeze - " delimited by size
               function trim(wsFreezeOverride) delimited by size
               into MaintReportLine
           end-string
           write MaintReportLine
           move "OVERRIDE" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Freeze override: " delimited by size
               wsFreezeOverride delimited by size
               into wsAuditDetail
           end-string
           perform WriteAuditLine
           exit paragraph
       end-if
       if wsFreezeVerdict = "C"
           exit paragraph
       end-if

       close TransFile
       move "REFUSED  all transactions - change freeze in force"
           to MaintReportLine
       write MaintReportLine
       close MaintReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       if wsFreezeVerdict = "N"
           display "RULEMAINT: change freeze in force ("
               function trim(wsFreezeReason) ") - an override needs"
               " an ADMIN operator"
       else
           display "RULEMAINT: change freeze in force ("
               function trim(wsFreezeReason) ") - nothing applied;"
               " an ADMIN may set AOC2024_FREEZE_OVERRIDE to a reason"
       end-if
       move "FROZEN" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Changes refused in freeze: " delimited by size
           wsFreezeReason delimited by size
           into wsAuditDetail
       end-string
       perform WriteAuditLine
       move "END" to wsAuditEvent
       move "Refused - change freeze in force" to wsAuditDetail
       perform WriteAuditLine
       close AuditFile
       perform ReleaseDayLock
       move 8 to return-code
       stop run.

*> Takes this day directory's run lock before anything opens the
*> shared trail files EXTEND, so a standalone maintenance run and the
*> cycle's day05 unit queue behind each other instead of interleaving
