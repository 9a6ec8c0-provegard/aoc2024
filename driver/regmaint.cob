*>     ADD <seq> <program> <inputid> <dir> <step> <label ...>
*>     CHG <seq> <field> <value ...>
*>         (field: PROGRAM INPUTID DIR STEP ENABLED ENV LABEL YEAR
*>          SLASECS DEADLINE PREREQ PHASE RETRY CLASS FREQ TIER)
*>     DIS <seq>
*>     ENA <seq>
*> Each transaction is validated - sequence unique, day directory
*> present, step program present and executable, input-id matching
*> the program naming, a run frequency AOC2024SCHED knows, a priority
*> tier of 1, 2 or 3 (or blank) - before it touches the file; an
*> applied/rejected disposition per transaction goes to
*> registry-maintenance-report and every applied change lands in the
*> root audit trail with the operator's identity. The consumed
*> transaction file it validates the registry as it stands and
*> reports every problem - the cold-eye check before a night.
*>
*> Inside a change freeze (a FREEZE line in the processing calendar)
*> the transactions are refused whole and left in place for after
*> the freeze, unless an ADMIN operator gives an emergency-override
*> reason in AOC2024_FREEZE_OVERRIDE - journaled in the root audit
*> trail and raised on the alert feed.
*>
*> Return code: 0 clean, 4 rejected transactions or standing
*> validation problems, 8 nothing could be done (or refused in a
*> change freeze).

environment division.
input-output section.
01 ProbeCandidateLine pic X(10).

working-storage section.
       01 wsReportName pic X(40) value "registry-maintenance-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024REGMAINT".
       01 wsReportTitle pic X(40) value "JOB REGISTRY MAINTENANCE".
       01 wsRegistryStatus pic X(2).
       01 wsTransStatus pic X(2).
       01 wsAuditStatus pic X(2).
*> the record layout for the row in hand.
       01 wsMaxRows pic 9(3) value 100.
       01 wsRows.
           05 wsRegRow pic X(188) occurs 100 times.
       01 wsRowCount pic 9(3) value 0.
       01 wsI pic 9(3).
       01 wsJ pic 9(3).
           05 wsRwPhase   pic X(1).
           05 wsRwGap13   pic X(1).
           05 wsRwRetry   pic X(1).
           05 wsRwGap14   pic X(1).
           05 wsRwClass   pic X(10).
           05 wsRwGap15   pic X(1).
           05 wsRwFreq    pic X(10).
           05 wsRwGap16   pic X(1).
           05 wsRwTier    pic X(1).
       01 wsSchedDate pic X(8).  *> frequency check, via AOC2024SCHED
       01 wsSchedDue pic X(1).
       01 wsSchedNext pic X(8).
       01 wsSchedLast pic X(8).

       01 wsTxAction pic X(3).
       01 wsTxSeqX pic X(5).
       01 wsValStep pic X(10).
       01 wsValOk pic A(1).
       01 wsHadTrans pic A(1) value "n".
       01 wsFreezeProgram pic X(16) value "AOC2024REGMAINT".
       01 wsFreezeOverride pic X(60) value spaces.
       01 wsFreezeVerdict pic X(1).  *> C clear, O override, R/N refused
       01 wsFreezeReason pic X(60).
       01 wsFrozenOut pic A(1) value "n".

procedure division.
       move function current-date(1:8) to wsToday
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsFreezeOverride
           from environment "AOC2024_FREEZE_OVERRIDE"
           on exception continue
       end-accept

       perform LoadRegistry
       open output MaintReport
       open input TransFile
       if wsTransStatus = "00"
           move "y" to wsHadTrans
           perform CheckChangeFreeze
           if wsFrozenOut = "y"
               move "n" to wsHadTrans
           else
               perform ReadTransLoop
           end-if
           close TransFile
       else
           move "No registry-transactions file - validation pass only"

       perform ValidateWholeRegistry
       close MaintReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "REGMAINT: " wsApplied " applied, " wsRejected
           " rejected, " wsProblemCount " standing problem(s), "
       if wsRejected > 0 or wsProblemCount > 0
           move 4 to return-code
       end-if
       if wsFrozenOut = "y"
           move 8 to return-code
       end-if
       stop run.

*> The change-freeze gate, asked once before the first transaction
*> is applied. A refusal leaves registry-transactions where it is;
*> an ADMIN's emergency override goes ahead, journaled here (the
*> alert is raised by AOC2024FREEZE).
CheckChangeFreeze.
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       evaluate wsFreezeVerdict
           when "O"
               move spaces to MaintReportLine
               string
                   "OVERRIDE change freeze " delimited by size
                   function trim(wsFreezeReason) delimited by size
                   " - " delimited by size
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
               perform WriteRootAudit
           when "R"
           when "N"
               move "y" to wsFrozenOut
               move spaces to MaintReportLine
               string
                   "REFUSED  all transactions - change freeze in force: "
                       delimited by size
                   function trim(wsFreezeReason) delimited by size
                   into MaintReportLine
               end-string
               write MaintReportLine
               if wsFreezeVerdict = "N"
                   display "REGMAINT: change freeze in force ("
                       function trim(wsFreezeReason) ") - an override"
                       " needs an ADMIN operator"
               else
                   display "REGMAINT: change freeze in force ("
                       function trim(wsFreezeReason) ") - nothing"
                       " applied; an ADMIN may set"
                       " AOC2024_FREEZE_OVERRIDE to a reason"
               end-if
               move "FROZEN" to wsAuditEvent
               move spaces to wsAuditDetail
               string
                   "Changes refused in freeze: " delimited by size
                   wsFreezeReason delimited by size
                   into wsAuditDetail
               end-string
               perform WriteRootAudit
       end-evaluate.

LoadRegistry.
       move "n" to wsEof
       move 0 to wsRecordsRead
               move wsTxRest to wsRwPhase
           when "RETRY"
               move wsTxRest to wsRwRetry
           when "CLASS"
               move function upper-case(wsTxRest) to wsRwClass
           when "FREQ"
               move function upper-case(wsTxRest) to wsRwFreq
           when "TIER"
               move wsTxRest to wsRwTier
           when other
               move "unknown field" to wsRejectWhy
               move "n" to wsValOk
           perform RejectTransaction
           exit paragraph
       end-if
       perform CheckRunFrequency
       if wsSchedDue = "?"
           move "unknown run frequency" to wsRejectWhy
           perform RejectTransaction
           exit paragraph
       end-if
       if wsRwTier not = spaces and wsRwTier not = "1"
               and wsRwTier not = "2" and wsRwTier not = "3"
           move "priority tier must be 1, 2 or 3" to wsRejectWhy
           perform RejectTransaction
           exit paragraph
       end-if

       move wsRegWork to wsRegRow(wsFoundIdx)
       perform AcceptTransaction
           move "  input-id does not match program naming"
               to MaintReportLine
           write MaintReportLine
       end-if
       perform CheckRunFrequency
       if wsSchedDue = "?"
           perform ReportProblem
           move spaces to MaintReportLine
           string
               "  unknown run frequency " delimited by size
               wsRwFreq delimited by space
               into MaintReportLine
           end-string
           write MaintReportLine
       end-if
       if wsRwTier not = spaces and wsRwTier not = "1"
               and wsRwTier not = "2" and wsRwTier not = "3"
           perform ReportProblem
           move spaces to MaintReportLine
           string
               "  priority tier " delimited by size
               wsRwTier delimited by size
               " is not 1, 2 or 3" delimited by size
               into MaintReportLine
           end-string
           write MaintReportLine
       end-if.

*> The frequency is AOC2024SCHED's to judge - it answers ? for one
*> it does not know, the same answer the driver would get.
CheckRunFrequency.
       call "AOC2024BDATE" using wsSchedDate
       call "AOC2024SCHED" using wsRwFreq wsSchedDate wsSchedDue
           wsSchedNext wsSchedLast.

ReportProblem.
       add 1 to wsProblemCount
       move spaces to MaintReportLine

AuditRegistryChange.
       move "REGCHG" to wsAuditEvent
       perform WriteRootAudit.

WriteRootAudit.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
