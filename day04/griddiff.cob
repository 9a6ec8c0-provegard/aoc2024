
working-storage section.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202404GD".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsAuditStatus pic X(2).
01 wsAuditEvent pic X(8).
01 wsAuditDetail pic X(60).
01 wsResultValue pic 9(15).
01 wsControlStatus pic X(2).
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsCycleId pic X(15) value spaces.  *> set by AOC2024_CYCLE when a driver cycle runs this job
01 wsOperatorId pic X(12) value spaces.  *> set by AOC2024_OPERATOR for operator-initiated runs
01 wsRecordsRead pic 9(10) value 0.   *> today-grid lines read
           on exception continue
       end-accept
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform OpenAuditFile
       move "START" to wsAuditEvent
       move "Grid comparison started" to wsAuditDetail
       write DiffReportLine
       close DiffReport
       move "grid-diff-report" to wsReportGenName
       move "WORD-SEARCH GRID DIFFERENCES" to wsReportGenTitle
       call "AOC2024REPGEN" using wsReportGenName
           wsReportGenProgram wsReportGenTitle

       *> the posted result every other registry job leaves behind:
       *> the changed-cell count, dated by the compared grid's drop
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsUsedDropFile==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

*> Today's grid is the newest dated drop sitting in the directory,
*> or the fixed-name input when no drop is pending.
