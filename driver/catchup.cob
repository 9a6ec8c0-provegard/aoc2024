       select ResultLog assign to wsResultLogFilename
           organization is line sequential
           file status is wsResultStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
copy "ResultRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultLog==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsCandidateStatus pic X(2).
       01 wsShellCmd pic X(300).
       01 wsPassDropDate pic X(8). *> its -YYYYMMDD business date
       01 wsToday pic X(8).
       01 wsDropLen pic 9(3).
       01 wsOperatorId pic X(12) value spaces.
       01 wsCycleId pic X(15) value spaces.
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCatchScope pic X(10).
       01 wsFailDisplay pic 9(4).

*> One day's results-history rows, held while a later step's
*> freshly-appended row is folded onto the pass's drop date - the
               10 wsRowDate pic X(8).
               10 wsRowLabel pic X(20).
               10 wsRowValue pic 9(15).
               10 wsRowValueHigh pic X(3).
               10 wsRowCycle pic X(15).
       01 wsRowCount pic 9(4).
       01 wsRj pic 9(4).
*> The nightly steps from the shared job-registry, grouped by day
*> directory into units whose steps run strictly in order.
       01 wsSteps.
           05 wsStepEntry occurs 60 times.
               10 wsStDir pic X(10).
               10 wsStProgram pic X(10).
               10 wsStProgid pic X(12).
               10 wsStInputId pic X(12).
               10 wsStEnv pic X(30).
       01 wsStepCount binary-short value 0.
       01 wsMaxSteps binary-short value 60.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       accept wsDayFilter from environment "AOC2024CATCHUP_DAY"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept

       perform LoadRegistry


       display "CATCHUP: " wsDropsProcessed " drop(s) processed, "
           wsFailCount " failed step run(s)"
       perform JournalCatchup
       if wsFailCount > 0
           move 1 to return-code
       end-if
       stop run.

*> Every catch-up sweep goes on the root audit trail under the
*> operator who asked for it - from the menu, or the work queue's
*> request.
JournalCatchup.
       move "CATCHUP" to wsAuditEvent
       move wsFailCount to wsFailDisplay
       move spaces to wsAuditDetail
       if wsDayFilter = spaces
           move "all days" to wsCatchScope
       else
           move wsDayFilter to wsCatchScope
       end-if
       string
           function trim(wsCatchScope) delimited by size
           ": " delimited by size
           wsDropsProcessed delimited by size
           " drop(s) processed, " delimited by size
           wsFailDisplay delimited by size
           " failed step run(s)" delimited by size
           into wsAuditDetail
       end-string
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

*> Re-runs one day's jobs, oldest drop first, until its directory
*> has no pending drops left. A pass that fails to shrink the
*> backlog (a failing step that never consumes its drop) stops the
           move wsPassDropDate to wsRowDate(wsNewIdx)
       else
           move wsRowValue(wsNewIdx) to wsRowValue(wsOrigIdx)
           move wsRowValueHigh(wsNewIdx) to wsRowValueHigh(wsOrigIdx)
           move wsRowCycle(wsNewIdx) to wsRowCycle(wsOrigIdx)
       end-if

               move spaces to ResultGap2
               move spaces to ResultGap3
               move spaces to ResultGap4
               move spaces to ResultGap5
               move wsRowProgram(wsRj) to ResultProgram
               move wsRowDate(wsRj) to ResultDate
               move wsRowLabel(wsRj) to ResultLabel
               move wsRowValue(wsRj) to ResultValue
               move wsRowValueHigh(wsRj) to ResultValueHigh
               move wsRowCycle(wsRj) to ResultCycle
               write ResultLine
           end-if
       move ResultDate to wsRowDate(wsRowCount)
       move ResultLabel to wsRowLabel(wsRowCount)
       move ResultValue to wsRowValue(wsRowCount)
       move ResultValueHigh to wsRowValueHigh(wsRowCount)
       move ResultCycle to wsRowCycle(wsRowCount).

*> Names the oldest pending drop before the pass starts, so the rest
       move RegInputId to wsStInputId(wsStepCount)
       move RegEnv to wsStEnv(wsStepCount).

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024CATCHUP"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024CATCHUP.
