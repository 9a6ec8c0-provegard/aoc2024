
working-storage section.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202406P1".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsParamKey pic X(30).    *> central parameter-file lookup key
01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
01 wsParmTrail.             *> explicit settings, echoed to the audit trail
01 wsRowsRead pic 9(5) value 0.     *> physical rows read, reject or not
01 wsAcceptedCount pic 9(5) value 0.  *> rows stacked into the grid, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsResultLabel pic X(20).
01 wsResultValue pic 9(15).
01 wsExpectedLineLength pic 9(3) value 0.

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       end-perform
       close PatrolMapReport
       move "patrol-trail-map" to wsReportGenName
       move "GUARD PATROL TRAIL MAP" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if
       close RejectedRecords

              ==:READ-FIELD:==   by ==wsRowsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsCount==
