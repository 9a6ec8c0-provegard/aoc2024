*> parameter is discovered after the fact. The operator picks the
*> step and the archive/ drop; the job runs with its ..._INPUT
*> parameter pointed straight into archive/ (so the drop is neither
*> moved nor re-archived) - or into recall/, for an offloaded drop
*> the recall step has brought back - and the results-history row
*> the rerun appends is folded back onto the drop's own business
*> date: the original row for that date is superseded in place by
*> the corrected value, marked *R, so reconciliation compares
*> against the correction instead of seeing a bogus STALE or
*> double-count.

environment division.
input-output section.
           access mode is dynamic
           record key is RmKey
           file status is wsMasterStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
copy "MasterRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultsMaster==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsResultLogFilename pic X(40).
       01 wsResultStatus pic X(2).
       01 wsPickInput pic X(5).
       01 wsPickNo binary-short.
       01 wsDropName pic X(100).
       01 wsDropArea pic X(8) value "archive".
       01 wsDropDate pic X(8).
       01 wsDropLen pic 9(3).
       01 wsToday pic X(8).
       01 wsNow pic X(19).
       01 wsMasterHad pic A(1).
       01 wsHistReason pic X(9) value "SUPERSEDE".
       01 wsStepRc binary-long.
       01 wsOperatorId pic X(12) value spaces.
       01 wsCycleId pic X(15) value spaces.
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsRcDisplay pic -(4)9.

*> The dual-control gate on result supersedes: a rerun that would
*> replace an already-posted row waits on the pending-approvals
               10 wsRowDate pic X(8).
               10 wsRowLabel pic X(20).
               10 wsRowValue pic 9(15).
               10 wsRowValueHigh pic X(3).
               10 wsRowCycle pic X(15).
       01 wsRowCount pic 9(4).
       01 wsI pic 9(4).
*> The nightly steps from the shared job-registry, so the operator
*> picks a step by number rather than retyping program names.
       01 wsSteps.
           05 wsStepEntry occurs 60 times.
               10 wsStDir pic X(10).
               10 wsStProgram pic X(10).
               10 wsStProgid pic X(12).
               10 wsStEnv pic X(30).
               10 wsStLabel pic X(40).
       01 wsStepCount binary-short value 0.
       01 wsMaxSteps binary-short value 60.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       perform LoadRegistry

       display "===== Rerun a job against an archived drop ====="
       end-if

       display "Archived drop filename (as listed in "
           function trim(wsStDir(wsPickNo)) "/archive or /recall): "
           with no advancing
       accept wsDropName from console
       if wsDropName = spaces

       perform GateSupersede
       perform RunArchivedStep
       perform JournalRerun

       if wsStepRc not = 0 and wsStepRc not = 4
           display "RERUN: step failed (rc=" wsStepRc
       stop run.

*> Confirms the named drop really is in the step's archive/ before
*> anything runs, through the usual candidate-file technique; an
*> offloaded drop is found in recall/ while a recall keeps it there.
VerifyArchivedDrop.
       move spaces to wsShellCmd
       string
           "if [ -f " delimited by size
           wsStDir(wsPickNo) delimited by space
           "/archive/" delimited by size
           wsDropName delimited by space
           " ]; then echo Y; elif [ -f " delimited by size
           wsStDir(wsPickNo) delimited by space
           "/recall/" delimited by size
           wsDropName delimited by space
           " ]; then echo R; else echo N; fi > .rerun-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       end-if
       call "SYSTEM" using "rm -f .rerun-candidate"

       if ProbeCandidateLine(1:1) = "R"
           move "recall" to wsDropArea
           display "RERUN: " function trim(wsDropName)
               " runs from " function trim(wsStDir(wsPickNo))
               "/recall (recalled from its offload)"
           exit paragraph
       end-if
       if ProbeCandidateLine(1:1) not = "Y"
           display "RERUN: " function trim(wsDropName)
               " not found in " function trim(wsStDir(wsPickNo))
               "/archive or /recall - nothing run; an offloaded"
               " drop has to be recalled from the menu first"
           move 8 to return-code
           stop run
       end-if.
       end-evaluate.

*> Runs the chosen step from its own directory with its ..._INPUT
*> parameter pointed into archive/ (or recall/), console output to
*> rerun-log.
RunArchivedStep.
       move spaces to wsShellCmd
       string
           " && " delimited by size
           wsStEnv(wsPickNo) delimited by size
           function trim(wsStInputId(wsPickNo)) delimited by size
           "_INPUT=" delimited by size
           wsDropArea delimited by space
           "/" delimited by size
           wsDropName delimited by space
           " ./" delimited by size
           wsStProgram(wsPickNo) delimited by space
       move return-code to wsStepRc
       move 0 to return-code.

*> Every rerun that ran goes on the root audit trail under the
*> operator who asked for it - from the menu, or the work queue's
*> request - whatever the step returned.
JournalRerun.
       move wsStepRc to wsRcDisplay
       move "RERUN" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsStProgid(wsPickNo) delimited by space
           " " delimited by size
           wsDropArea delimited by space
           "/" delimited by size
           wsDropName delimited by space
           " rc=" delimited by size
           function trim(wsRcDisplay) delimited by size
           into wsAuditDetail
       end-string
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

*> Rewrites the day's results-history: the row the rerun just
*> appended (today's date) is folded back onto the drop's business
*> date, superseding the original row for that date in place and
           move wsMarkLabel to wsRowLabel(wsNewIdx)
       else
           move wsRowValue(wsNewIdx) to wsRowValue(wsOrigIdx)
           move wsRowValueHigh(wsNewIdx) to wsRowValueHigh(wsOrigIdx)
           move wsRowCycle(wsNewIdx) to wsRowCycle(wsOrigIdx)
           move wsMarkLabel to wsRowLabel(wsOrigIdx)
       end-if
               move spaces to ResultGap2
               move spaces to ResultGap3
               move spaces to ResultGap4
               move spaces to ResultGap5
               move wsRowProgram(wsI) to ResultProgram
               move wsRowDate(wsI) to ResultDate
               move wsRowLabel(wsI) to ResultLabel
               move wsRowValue(wsI) to ResultValue
               move wsRowValueHigh(wsI) to ResultValueHigh
               move wsRowCycle(wsI) to ResultCycle
               write ResultLine
           end-if

*> Folds the corrected value into the indexed master repository too,
*> rewriting the superseded row in place - the REWRITE the master
*> exists to allow - after keeping the value it replaces on
*> results-master-history (AOC2024MASTHIST), so what was believed
*> before the supersede can still be asked for. A shop that has not
*> built the master yet simply skips this.
RewriteMasterRow.
       if wsNewIdx = 0
           exit paragraph
       if wsMasterStatus not = "00"
           exit paragraph
       end-if
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           function current-date(5:2) delimited by size
           "-" delimited by size
           function current-date(7:2) delimited by size
           " " delimited by size
           function current-date(9:2) delimited by size
           ":" delimited by size
           function current-date(11:2) delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           into wsNow
       end-string
       move wsStProgid(wsPickNo) to RmProgram
       move wsDropDate to RmDate
       read ResultsMaster
           invalid key
               move "n" to wsMasterHad
           not invalid key
               move "y" to wsMasterHad
       end-read
       if wsMasterHad = "y"
           if RmLabel = wsMarkLabel
                   and RmValue = wsRowValue(wsNewIdx)
                   and RmValueHigh = wsRowValueHigh(wsNewIdx)
               close ResultsMaster
               exit paragraph
           end-if
           call "AOC2024MASTHIST" using ResultsMasterRecord wsNow
               wsHistReason
       end-if
       move wsStProgid(wsPickNo) to RmProgram
       move wsDropDate to RmDate
       move wsMarkLabel to RmLabel
       move wsRowValue(wsNewIdx) to RmValue
       move wsRowValueHigh(wsNewIdx) to RmValueHigh
       move wsNow to RmValidFrom
       move wsHistReason to RmHow
       if wsMasterHad = "y"
           rewrite ResultsMasterRecord
       else
           write ResultsMasterRecord
       end-if
       close ResultsMaster.

COPY "ReadLoop.cpy"
           move ResultDate to wsRowDate(wsRowCount)
           move ResultLabel to wsRowLabel(wsRowCount)
           move ResultValue to wsRowValue(wsRowCount)
           move ResultValueHigh to wsRowValueHigh(wsRowCount)
           move ResultCycle to wsRowCycle(wsRowCount)
       end-if.

       move RegEnv to wsStEnv(wsStepCount)
       move RegLabel to wsStLabel(wsStepCount).

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024RERUN"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024RERUN.
