
working-storage section.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202407P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsParamKey pic X(30).    *> central parameter-file lookup key
01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
01 wsParmTrail.             *> explicit settings, echoed to the audit trail
       01 wsControlStatus pic X(2).
       01 wsAcceptedCount pic 9(10) value 0.  *> equations handed to the solver, counted at the accept site
       01 wsLineageStatus pic X(2).
       01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
       01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
       01 wsResultLabel pic X(20).
       01 wsResultValue pic 9(15).
       01 wsLineLength pic 9(3).
       01 wsCheckpointStatus pic X(2).
       01 wsCheckpointEof pic A(1) value "n".
       01 wsSkipIdx pic 9(10).
       01 wsResumedAt pic Z(9)9.  *> restart point, as the RESUMED audit row gives it

*> Self-test mode feeds the puzzle page's own sample equations through
*> this job and checks the result against the known sample answer,

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       perform ArchiveInputDrop
       close UnbalancedReport
       move "unbalanced-equations-report" to wsReportGenName
       move "UNBALANCED CALIBRATION EQUATIONS" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if
       close SolutionsReport
       move "balanced-solutions-report" to wsReportGenName
       move "BALANCED EQUATION SOLUTIONS" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if

       *> A clean finish means there is nothing left to resume, so the
       end-perform.

*> Restores wsRecordsRead/wsSum from the last checkpoint line written,
*> if a checkpoint from an interrupted run exists, and says so on the
*> audit trail; a program that has never been interrupted (or that
*> last finished cleanly) leaves both at their initial zero values.
LoadCheckpoint.
       open input CheckpointFile
       if wsCheckpointStatus = "00"
               end-if
           end-perform
           close CheckpointFile
       end-if
       if wsRecordsRead > 0
           move wsRecordsRead to wsResumedAt
           move "RESUMED" to wsAuditEvent
           move spaces to wsAuditDetail
           string "Resumed after record " delimited by size
               function trim(wsResumedAt) delimited by size
               into wsAuditDetail
           end-string
           perform WriteAuditLine
       end-if.

COPY "ReadLoop.cpy"
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsSum==
