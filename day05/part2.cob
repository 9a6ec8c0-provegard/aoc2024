
working-storage section.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202405P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsAuditStatus pic X(2).
01 wsAuditEvent pic X(8).
01 wsAuditDetail pic X(60).
01 wsControlStatus pic X(2).
01 wsInputRejects pic 9(6) value 0.  *> rejects on the update batch alone, rules-file rejects excluded
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsResultLabel pic X(20).
01 wsResultValue pic 9(15).


procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       perform ArchiveRulesDrop
       close ViolationsReport
       move "ordering-violations-report" to wsReportGenName
       move "PAGE-ORDERING VIOLATIONS" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if
       close CorrectedOrderReport
       move "corrected-page-order" to wsReportGenName
       move "CORRECTED PAGE ORDER" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if
       perform VerifyCorrectedOrder
       close RulesIndex
       end-perform
       close CorrectedOrderReport
       move "corrected-page-order" to wsReportGenName
       move "CORRECTED PAGE ORDER" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if

       move wsCertVerified to wsCvNum
       write CertReportLine
       close CertReport
       move "correction-certification-report" to wsReportGenName
       move "PAGE-ORDER CORRECTION CERTIFICATION" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

CertifyOneSequence.
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsInputRejects==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsSum==
