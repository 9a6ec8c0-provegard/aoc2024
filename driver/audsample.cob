identification division.
program-id. AOC2024AUDSAMPLE.

*> Internal-audit sampling and evidence tracking. Audit used to pick
*> results to test by hand and ask for AOC2024REPRO runs one at a
*> time by e-mail; this keeps the whole audit file on the system.
*> AOC2024AUDSAMPLE_ACTION picks what the run does:
*>
*>   DRAW (the default) - randomly draws the month's sample from the
*>     results-master: AOC2024AUDSAMPLE_COUNT results (environment,
*>     else the parameters file, default 5) posted in the month
*>     AOC2024AUDSAMPLE_MONTH names (YYYYMM, default the month before
*>     the business date). Every posted result weighs 1, plus
*>     AOC2024AUDSAMPLE_WEIGHT (default 4) for each mark it carries -
*>     superseded by an approved rerun (a USED SUPERSEDE row on
*>     pending-approvals), anomalous (an anomaly-report finding for
*>     the program and date), rerun (the posted row is a rerun's *R
*>     row) - so the results most worth testing are the likeliest
*>     drawn. A month already sampled is only topped up to the
*>     count, never redrawn. The draw's seed is AOC2024AUDSAMPLE_SEED
*>     or the clock, and is recorded on every sample drawn, so the
*>     draw can be repeated for audit's own reviewers. Each sample is
*>     REQUESTED and then has its evidence assembled at once;
*>   EVIDENCE - (re)assembles the packet for AOC2024AUDSAMPLE_ID, or
*>     for every sample still REQUESTED;
*>   REVIEW - records the auditor's finding (AOC2024AUDSAMPLE_FINDING)
*>     on an EVIDENCE-READY sample: AUDITOR-REVIEWED;
*>   CLOSE - closes an AUDITOR-REVIEWED sample, with
*>     AOC2024AUDSAMPLE_NOTE as the closing note;
*>   STATUS - only the report below.
*>
*> The evidence packet, audit-evidence/<sample-id>, is built the
*> dossier way - each source appended under its own banner: the
*> posted results-master row, a certified reproduction (driver/
*> reproduce run for the program and date, its certification
*> quoted), the run-lineage row, the drop's archive-catalog row,
*> the approvals on the pending-approvals ledger, the anomaly
*> findings and the results-history rows for the date.
*>
*> Every step is appended to the audit-samples register
*> (AuditSampleRecord.cpy; a sample's last row is its standing) and
*> the root audit trail, with the operator (AOC2024_OPERATOR) who
*> took it; every run rewrites audit-sample-report, the standing of
*> every sample.
*>
*> Return code: 0 done; 4 nothing to draw, or a reproduction did not
*> match; 8 refused - a bad parameter, a sample not at the step the
*> action needs, or no results-master.

environment division.
input-output section.
file-control.
       select ResultsMaster assign to 'results-master'
           organization is indexed
           access mode is dynamic
           record key is RmKey
           file status is wsMasterStatus.
       select SampleFile assign to 'audit-samples'
           organization is line sequential
           file status is wsSampleStatus.
       select AnomalyReport assign to 'anomaly-report'
           organization is line sequential
           file status is wsAnomalyStatus.
       select ApprovalFile assign to 'pending-approvals'
           organization is line sequential
           file status is wsApprovalStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select SampleReport assign to 'audit-sample-report'
           organization is line sequential
           file status is wsReportStatus.
       select DriverAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
copy "MasterRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultsMaster==.

copy "AuditSampleRecord.cpy"
    replacing ==:FILE-NAME:== by ==SampleFile==.

copy "AnomalyRecord.cpy"
    replacing ==:FILE-NAME:== by ==AnomalyReport==.

copy "ApprovalRecord.cpy"
    replacing ==:FILE-NAME:== by ==ApprovalFile==.

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

FD SampleReport.
01 SampleReportLine pic X(160).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==DriverAudit==.

working-storage section.
       01 wsMasterStatus pic X(2).
       01 wsSampleStatus pic X(2).
       01 wsAnomalyStatus pic X(2).
       01 wsApprovalStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsReportStatus pic X(2).
       01 wsReportName pic X(40) value "audit-sample-report".
       01 wsReportProgram pic X(20) value "AOC2024AUDSAMPLE".
       01 wsReportTitle pic X(40) value "INTERNAL AUDIT SAMPLE".
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsParm pic X(20).
       01 wsShellCmd pic X(600).
       01 wsStamp pic X(19).
       01 wsBusDate pic X(8).
       01 wsStepRc binary-long.

       01 wsAction pic X(10) value spaces.
       01 wsMonth pic X(6) value spaces.
       01 wsMonthN pic 9(6).
       01 wsWantId pic X(11) value spaces.
       01 wsFinding pic X(60) value spaces.
       01 wsNote pic X(60) value spaces.
       01 wsCount pic 9(3) value 5.
       01 wsWeight pic 9(3) value 4.
       01 wsSeed pic 9(8) value 0.
       01 wsSeedParm pic X(10) value spaces.
       01 wsRand pic V9(9).
       01 wsPick pic 9(9).

*> Program-id to day-directory map off the registry.
       01 wsJobs.
           05 wsJobEntry occurs 60 times.
               10 wsJobProgram pic X(16).
               10 wsJobDir pic X(10).
       01 wsJobCount pic 9(2) value 0.
       01 wsJobIdx pic 9(2).
       01 wsDir pic X(10).

*> The register's standing: one entry per sample, its last row.
       01 wsMaxSamples pic 9(4) value 2000.
       01 wsSamples.
           05 wsSample occurs 2000 times.
               10 wsSmId pic X(11).
               10 wsSmStatus pic X(16).
               10 wsSmStamp pic X(19).
               10 wsSmOperator pic X(12).
               10 wsSmProgram pic X(12).
               10 wsSmDate pic X(8).
               10 wsSmMarks pic X(3).
               10 wsSmWeight pic 9(3).
               10 wsSmNote pic X(60).
               10 wsSmFinding pic X(60).
       01 wsSampleCount pic 9(4) value 0.
       01 wsSm pic 9(4).
       01 wsMonthSamples pic 9(4) value 0.
       01 wsMonthSeq pic 9(4) value 0.
       01 wsSeqN pic 9(4).

*> Marks found on file: anomaly findings and used supersedes.
       01 wsMaxMarks pic 9(4) value 3000.
       01 wsAnomalies.
           05 wsAnomalyKey pic X(20) occurs 3000 times.
       01 wsAnomalyCount pic 9(4) value 0.
       01 wsSupersedes.
           05 wsSupersedeKey pic X(20) occurs 3000 times.
       01 wsSupersedeCount pic 9(4) value 0.
       01 wsMk pic 9(4).
       01 wsLookKey pic X(20).
       01 wsMarkFound pic X(1).

*> The month's posted results, each with its weight.
       01 wsMaxPop pic 9(4) value 5000.
       01 wsPopulation.
           05 wsPop occurs 5000 times.
               10 wsPopProgram pic X(12).
               10 wsPopDate pic X(8).
               10 wsPopMarks pic X(3).
               10 wsPopWeight pic 9(3).
       01 wsPopCount pic 9(4) value 0.
       01 wsP pic 9(4).
       01 wsTotalWeight pic 9(9).
       01 wsRunning pic 9(9).
       01 wsMarkCount pic 9(1).
       01 wsRerunTally pic 9(2).
       01 wsToDraw pic 9(4).
       01 wsDrawn pic 9(4) value 0.
       01 wsDrawIdx pic 9(4).

       01 wsEvidenceName pic X(40).
       01 wsReproVerdict pic X(8).
       01 wsPostedValue pic 9(18).
       01 wsPostedDisplay pic Z(17)9.
       01 wsPostedText pic X(18).
       01 wsPostedLabel pic X(20).
       01 wsPostedSeen pic X(1).
       01 wsMismatches pic 9(4) value 0.
       01 wsBuiltCount pic 9(4) value 0.

       01 wsCountDisplay pic Z(3)9.
       01 wsWeightDisplay pic Z(2)9.
       01 wsTotalDisplay pic Z(8)9.
       01 wsStatusCounts.
           05 wsStatusCount pic 9(4) occurs 4 times.
       01 wsStatusNameValues.
           05 filler pic X(16) value "REQUESTED".
           05 filler pic X(16) value "EVIDENCE-READY".
           05 filler pic X(16) value "AUDITOR-REVIEWED".
           05 filler pic X(16) value "CLOSED".
       01 wsStatusNames redefines wsStatusNameValues.
           05 wsStatusName pic X(16) occurs 4 times.
       01 wsSt pic 9(1).

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsAction from environment "AOC2024AUDSAMPLE_ACTION"
           on exception continue
       end-accept
       move function upper-case(wsAction) to wsAction
       if wsAction = spaces
           move "DRAW" to wsAction
       end-if
       accept wsWantId from environment "AOC2024AUDSAMPLE_ID"
           on exception continue
       end-accept
       accept wsFinding from environment "AOC2024AUDSAMPLE_FINDING"
           on exception continue
       end-accept
       accept wsNote from environment "AOC2024AUDSAMPLE_NOTE"
           on exception continue
       end-accept
       perform TakeStamp
       perform LoadSamples

       evaluate wsAction
           when "DRAW"
               perform ReadDrawParameters
               perform DrawSample
               perform GatherRequested
           when "EVIDENCE"
               perform GatherRequested
           when "REVIEW"
               perform ReviewSample
           when "CLOSE"
               perform CloseSample
           when "STATUS"
               continue
           when other
               display "AUDSAMPLE: AOC2024AUDSAMPLE_ACTION must be"
                   " DRAW, EVIDENCE, REVIEW, CLOSE or STATUS"
               move 8 to return-code
               stop run
       end-evaluate

       perform WriteSampleReport
       if wsMismatches > 0 and return-code = 0
           move 4 to return-code
       end-if
       stop run.

*> Count, weight, month and seed, each from the environment first,
*> the count and weight then from the parameters file.
ReadDrawParameters.
       move spaces to wsParm
       accept wsParm from environment "AOC2024AUDSAMPLE_COUNT"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC2024AUDSAMPLE_COUNT" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue to wsParm
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsCount
       end-if
       move spaces to wsParm
       accept wsParm from environment "AOC2024AUDSAMPLE_WEIGHT"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC2024AUDSAMPLE_WEIGHT" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue to wsParm
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsWeight
       end-if

       accept wsMonth from environment "AOC2024AUDSAMPLE_MONTH"
           on exception continue
       end-accept
       if wsMonth = spaces
           call "AOC2024BDATE" using wsBusDate
           move wsBusDate(1:6) to wsMonthN
           if wsBusDate(5:2) = "01"
               subtract 89 from wsMonthN
           else
               subtract 1 from wsMonthN
           end-if
           move wsMonthN to wsMonth
       end-if
       if wsMonth not numeric or wsMonth(5:2) < "01"
               or wsMonth(5:2) > "12"
           display "AUDSAMPLE: AOC2024AUDSAMPLE_MONTH must be the"
               " month to sample (YYYYMM)"
           move 8 to return-code
           stop run
       end-if

       accept wsSeedParm from environment "AOC2024AUDSAMPLE_SEED"
           on exception continue
       end-accept
       if wsSeedParm not = spaces
           move function numval(wsSeedParm) to wsSeed
       else
           move function current-date(9:8) to wsSeed
       end-if.

*> Draws the month's results, weighted, without putting any back:
*> each pick walks the running weight to a random point in the
*> total, and the result picked then weighs nothing.
DrawSample.
       move 0 to wsMonthSamples
       move 0 to wsMonthSeq
       perform varying wsSm from 1 by 1 until wsSm > wsSampleCount
           if wsSmId(wsSm)(2:6) = wsMonth
               add 1 to wsMonthSamples
               move wsSmId(wsSm)(8:4) to wsSeqN
               if wsSeqN > wsMonthSeq
                   move wsSeqN to wsMonthSeq
               end-if
           end-if
       end-perform
       if wsMonthSamples >= wsCount
           move wsMonthSamples to wsCountDisplay
           display "AUDSAMPLE: " wsMonth " already has "
               function trim(wsCountDisplay)
               " sample(s) - nothing drawn"
           exit paragraph
       end-if
       compute wsToDraw = wsCount - wsMonthSamples

       perform LoadMarks
       perform LoadPopulation
       if wsPopCount = 0
           display "AUDSAMPLE: no results posted in " wsMonth
               " left to sample"
           move 4 to return-code
           exit paragraph
       end-if

       compute wsRand = function random(wsSeed)
       perform varying wsDrawIdx from 1 by 1
               until wsDrawIdx > wsToDraw
           move 0 to wsTotalWeight
           perform varying wsP from 1 by 1 until wsP > wsPopCount
               add wsPopWeight(wsP) to wsTotalWeight
           end-perform
           if wsTotalWeight = 0
               exit perform
           end-if
           compute wsRand = function random
           compute wsPick = wsRand * wsTotalWeight + 1
           move 0 to wsRunning
           perform varying wsP from 1 by 1 until wsP > wsPopCount
               add wsPopWeight(wsP) to wsRunning
               if wsRunning >= wsPick and wsPopWeight(wsP) > 0
                   perform RequestSample
                   move 0 to wsPopWeight(wsP)
                   exit perform
               end-if
           end-perform
       end-perform
       move wsDrawn to wsCountDisplay
       display "AUDSAMPLE: " function trim(wsCountDisplay)
           " sample(s) drawn for " wsMonth " (seed " wsSeed ")".

RequestSample.
       add 1 to wsMonthSeq
       add 1 to wsDrawn
       move spaces to SampleLine
       string
           "S" delimited by size
           wsMonth delimited by size
           wsMonthSeq delimited by size
           into SaId
       end-string
       move "REQUESTED" to SaStatus
       move wsPopProgram(wsP) to SaProgram
       move wsPopDate(wsP) to SaDate
       move wsPopMarks(wsP) to SaMarks
       move wsPopWeight(wsP) to SaWeight
       move wsPopWeight(wsP) to wsWeightDisplay
       move wsTotalWeight to wsTotalDisplay
       move spaces to SaNote
       string
           "drawn with seed " delimited by size
           wsSeed delimited by size
           ", weight " delimited by size
           function trim(wsWeightDisplay) delimited by size
           " of " delimited by size
           function trim(wsTotalDisplay) delimited by size
           into SaNote
       end-string
       perform AppendSampleRow

       move "AUDSAMPL" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           SaId delimited by size
           " drawn: " delimited by size
           function trim(SaProgram) delimited by size
           " " delimited by size
           SaDate delimited by size
           " marks " delimited by size
           SaMarks delimited by size
           into wsAuditDetail
       end-string
       perform WriteDriverAuditRow.

*> The results-master rows of the month not already in its sample.
LoadPopulation.
       open input ResultsMaster
       if wsMasterStatus not = "00"
           display "AUDSAMPLE: no results-master on file - nothing"
               " to sample"
           move 8 to return-code
           stop run
       end-if
       move spaces to RmKey
       start ResultsMaster key is >= RmKey
           invalid key
               close ResultsMaster
               exit paragraph
       end-start
       perform until 1 = 2
           read ResultsMaster next record
               at end exit perform
           end-read
           if RmDate(1:6) = wsMonth and wsPopCount < wsMaxPop
               perform StackPopulationRow
           end-if
       end-perform
       close ResultsMaster.

StackPopulationRow.
       perform varying wsSm from 1 by 1 until wsSm > wsSampleCount
           if wsSmProgram(wsSm) = RmProgram
                   and wsSmDate(wsSm) = RmDate
               exit paragraph
           end-if
       end-perform
       add 1 to wsPopCount
       move RmProgram to wsPopProgram(wsPopCount)
       move RmDate to wsPopDate(wsPopCount)
       move "---" to wsPopMarks(wsPopCount)
       move 0 to wsMarkCount
       move spaces to wsLookKey
       string
           RmProgram delimited by size
           RmDate delimited by size
           into wsLookKey
       end-string

       move "N" to wsMarkFound
       perform varying wsMk from 1 by 1 until wsMk > wsSupersedeCount
           if wsSupersedeKey(wsMk) = wsLookKey
               move "Y" to wsMarkFound
           end-if
       end-perform
       if wsMarkFound = "Y"
           move "S" to wsPopMarks(wsPopCount)(1:1)
           add 1 to wsMarkCount
       end-if
       move "N" to wsMarkFound
       perform varying wsMk from 1 by 1 until wsMk > wsAnomalyCount
           if wsAnomalyKey(wsMk) = wsLookKey
               move "Y" to wsMarkFound
           end-if
       end-perform
       if wsMarkFound = "Y"
           move "A" to wsPopMarks(wsPopCount)(2:1)
           add 1 to wsMarkCount
       end-if
       move 0 to wsRerunTally
       inspect RmLabel tallying wsRerunTally for all "*R"
       if wsRerunTally > 0
           move "R" to wsPopMarks(wsPopCount)(3:1)
           add 1 to wsMarkCount
       end-if
       compute wsPopWeight(wsPopCount) = 1 + wsWeight * wsMarkCount.

*> Anomaly findings and used supersede approvals, each as a
*> program + date key.
LoadMarks.
       open input AnomalyReport
       if wsAnomalyStatus = "00"
           perform until 1 = 2
               read AnomalyReport
                   at end exit perform
               end-read
               if AnomalyRunDate(1:6) = wsMonth
                       and wsAnomalyCount < wsMaxMarks
                   add 1 to wsAnomalyCount
                   move spaces to wsAnomalyKey(wsAnomalyCount)
                   string
                       AnomalyProgram delimited by size
                       AnomalyRunDate delimited by size
                       into wsAnomalyKey(wsAnomalyCount)
                   end-string
               end-if
           end-perform
           close AnomalyReport
       end-if

       open input ApprovalFile
       if wsApprovalStatus = "00"
           perform until 1 = 2
               read ApprovalFile
                   at end exit perform
               end-read
               if ApprAction = "SUPERSEDE" and ApprStatus = "USED"
                       and ApprKey(1:6) = wsMonth
                       and wsSupersedeCount < wsMaxMarks
                   add 1 to wsSupersedeCount
                   move spaces to wsSupersedeKey(wsSupersedeCount)
                   string
                       ApprProgram(1:12) delimited by size
                       ApprKey(1:8) delimited by size
                       into wsSupersedeKey(wsSupersedeCount)
                   end-string
               end-if
           end-perform
           close ApprovalFile
       end-if.

*> Builds the evidence for the named sample, or every sample still
*> REQUESTED.
GatherRequested.
       if wsWantId not = spaces
           perform FindWantedSample
           if wsSmStatus(wsSm) not = "REQUESTED"
                   and wsSmStatus(wsSm) not = "EVIDENCE-READY"
               display "AUDSAMPLE: " wsWantId " is "
                   function trim(wsSmStatus(wsSm))
                   " - its evidence is already under review"
               move 8 to return-code
               stop run
           end-if
       end-if
       perform LoadRegistryJobs
       call "SYSTEM" using "mkdir -p audit-evidence"
       move 0 to return-code
       perform varying wsSm from 1 by 1 until wsSm > wsSampleCount
           if (wsWantId = spaces and wsSmStatus(wsSm) = "REQUESTED")
                   or (wsWantId not = spaces
                       and wsSmId(wsSm) = wsWantId)
               perform BuildEvidence
           end-if
       end-perform
       move wsBuiltCount to wsCountDisplay
       display "AUDSAMPLE: " function trim(wsCountDisplay)
           " evidence packet(s) built".

*> One sample's packet, each source under its own banner by the
*> usual shell technique, so a source with nothing on file gives an
*> empty section rather than stopping the build.
BuildEvidence.
       move spaces to wsDir
       perform varying wsJobIdx from 1 by 1
               until wsJobIdx > wsJobCount
           if wsJobProgram(wsJobIdx)(1:12) = wsSmProgram(wsSm)
                   and wsDir = spaces
               move wsJobDir(wsJobIdx) to wsDir
           end-if
       end-perform
       if wsDir = spaces
           display "AUDSAMPLE: " wsSmId(wsSm) " - "
               function trim(wsSmProgram(wsSm))
               " is not on the job-registry; no packet built"
           exit paragraph
       end-if
       move spaces to wsEvidenceName
       string
           "audit-evidence/" delimited by size
           wsSmId(wsSm) delimited by size
           into wsEvidenceName
       end-string

       perform ReadPostedRow
       move spaces to wsShellCmd
       string
           "{ echo '===== AUDIT SAMPLE EVIDENCE " delimited by size
           wsSmId(wsSm) delimited by size
           " " delimited by size
           function trim(wsSmProgram(wsSm)) delimited by size
           " " delimited by size
           wsSmDate(wsSm) delimited by size
           " ====='; echo 'Assembled " delimited by size
           wsStamp delimited by size
           " by " delimited by size
           function trim(wsOperatorId) delimited by size
           ", marks " delimited by size
           wsSmMarks(wsSm) delimited by size
           " (S superseded, A anomalous, R rerun)'; echo '"
               delimited by size
           "---- results-master ----'; echo '" delimited by size
           function trim(wsPostedLabel) delimited by size
           " " delimited by size
           function trim(wsPostedText) delimited by size
           "'; } > " delimited by size
           wsEvidenceName delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       perform AppendReproduction
       perform AppendLineageSection
       perform AppendCatalogSection
       perform AppendApprovalSection
       perform AppendAnomalySection
       perform AppendHistorySection
       add 1 to wsBuiltCount

       move spaces to SampleLine
       move wsSmId(wsSm) to SaId
       move "EVIDENCE-READY" to SaStatus
       move wsSmProgram(wsSm) to SaProgram
       move wsSmDate(wsSm) to SaDate
       move wsSmMarks(wsSm) to SaMarks
       move wsSmWeight(wsSm) to SaWeight
       move spaces to SaNote
       string
           function trim(wsEvidenceName) delimited by size
           " reproduction " delimited by size
           wsReproVerdict delimited by space
           into SaNote
       end-string
       perform AppendSampleRow

       move "AUDEVID" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsSmId(wsSm) delimited by size
           " evidence ready, reproduction " delimited by size
           wsReproVerdict delimited by space
           into wsAuditDetail
       end-string
       perform WriteDriverAuditRow.

ReadPostedRow.
       move "n" to wsPostedSeen
       move "not on the results-master" to wsPostedLabel
       move 0 to wsPostedValue
       move spaces to wsPostedText
       open input ResultsMaster
       if wsMasterStatus not = "00"
           exit paragraph
       end-if
       move wsSmProgram(wsSm) to RmProgram
       move wsSmDate(wsSm) to RmDate
       read ResultsMaster
           invalid key
               move "n" to wsPostedSeen
           not invalid key
               move "y" to wsPostedSeen
       end-read
       if wsPostedSeen = "y"
           move RmLabel to wsPostedLabel
           move RmValue to wsPostedValue
           if RmValueHigh numeric
               compute wsPostedValue =
                   RmValueHighN * 1000000000000000 + RmValue
           end-if
           move wsPostedValue to wsPostedDisplay
           move wsPostedDisplay to wsPostedText
       end-if
       close ResultsMaster.

*> A certified reproduction through driver/reproduce; its console
*> output and certification both go into the packet.
AppendReproduction.
       move spaces to wsShellCmd
       string
           "echo '---- reproduction ----' >> " delimited by size
           wsEvidenceName delimited by space
           "; AOC2024_OPERATOR=" delimited by size
           wsOperatorId delimited by space
           " AOC2024REPRO_PROGRAM=" delimited by size
           wsSmProgram(wsSm) delimited by space
           " AOC2024REPRO_DATE=" delimited by size
           wsSmDate(wsSm) delimited by size
           " ./driver/reproduce >> " delimited by size
           wsEvidenceName delimited by space
           " 2>&1" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move return-code to wsStepRc
       move 0 to return-code
       if wsStepRc >= 256
           *> CALL "SYSTEM" hands back the shell's raw wait status
           *> with the exit code in the high byte
           compute wsStepRc = wsStepRc / 256
       end-if
       evaluate wsStepRc
           when 0
               move "MATCH" to wsReproVerdict
           when 4
               move "MISMATCH" to wsReproVerdict
               add 1 to wsMismatches
           when other
               move "FAILED" to wsReproVerdict
       end-evaluate

       move spaces to wsShellCmd
       string
           "cat repro-certification-" delimited by size
           function trim(wsSmProgram(wsSm)) delimited by size
           "-" delimited by size
           wsSmDate(wsSm) delimited by size
           " >> " delimited by size
           wsEvidenceName delimited by space
           " 2>/dev/null" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

AppendLineageSection.
       move spaces to wsShellCmd
       string
           "{ echo '---- run-lineage ----'; grep '^" delimited by size
           function trim(wsSmProgram(wsSm)) delimited by size
           " ' " delimited by size
           function trim(wsDir) delimited by size
           "/run-lineage 2>/dev/null | grep '" delimited by size
           wsSmDate(wsSm) delimited by size
           "'; } >> " delimited by size
           wsEvidenceName delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

AppendCatalogSection.
       move spaces to wsShellCmd
       string
           "{ echo '---- archive-catalog ----'; grep '^"
               delimited by size
           function trim(wsDir) delimited by size
           " input-" delimited by size
           wsSmDate(wsSm) delimited by size
           " ' archive-catalog 2>/dev/null; } >> "
               delimited by size
           wsEvidenceName delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

*> Supersede approvals for the program and date, whatever their
*> disposition - a denied request is evidence too.
AppendApprovalSection.
       move spaces to wsShellCmd
       string
           "{ echo '---- approvals ----'; grep ' SUPERSEDE  "
               delimited by size
           wsSmProgram(wsSm) delimited by size
           "     " delimited by size
           wsSmDate(wsSm) delimited by size
           "' pending-approvals 2>/dev/null; } >> "
               delimited by size
           wsEvidenceName delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

AppendAnomalySection.
       move spaces to wsShellCmd
       string
           "{ echo '---- anomaly findings ----'; grep '^"
               delimited by size
           wsSmProgram(wsSm) delimited by size
           " ' anomaly-report 2>/dev/null | grep '" delimited by size
           wsSmDate(wsSm) delimited by size
           "'; } >> " delimited by size
           wsEvidenceName delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

AppendHistorySection.
       move spaces to wsShellCmd
       string
           "{ echo '---- results-history ----'; grep '^"
               delimited by size
           wsSmProgram(wsSm) delimited by size
           " " delimited by size
           wsSmDate(wsSm) delimited by size
           "' " delimited by size
           function trim(wsDir) delimited by size
           "/results-history 2>/dev/null; } >> " delimited by size
           wsEvidenceName delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

*> The auditor's finding on a sample whose evidence is ready.
ReviewSample.
       perform FindWantedSample
       if wsSmStatus(wsSm) not = "EVIDENCE-READY"
           display "AUDSAMPLE: " wsWantId " is "
               function trim(wsSmStatus(wsSm))
               " - only an EVIDENCE-READY sample can be reviewed"
           move 8 to return-code
           stop run
       end-if
       if wsFinding = spaces or wsOperatorId = spaces
           display "AUDSAMPLE: a review needs the auditor"
               " (AOC2024_OPERATOR) and the finding"
               " (AOC2024AUDSAMPLE_FINDING)"
           move 8 to return-code
           stop run
       end-if
       perform CopySampleKeys
       move "AUDITOR-REVIEWED" to SaStatus
       move wsFinding to SaNote
       perform AppendSampleRow
       move wsFinding to wsSmFinding(wsSm)

       move "AUDREVW" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsWantId delimited by size
           " reviewed: " delimited by size
           wsFinding delimited by size
           into wsAuditDetail
       end-string
       perform WriteDriverAuditRow
       display "AUDSAMPLE: " wsWantId " reviewed".

CloseSample.
       perform FindWantedSample
       if wsSmStatus(wsSm) not = "AUDITOR-REVIEWED"
           display "AUDSAMPLE: " wsWantId " is "
               function trim(wsSmStatus(wsSm))
               " - only an AUDITOR-REVIEWED sample can be closed"
           move 8 to return-code
           stop run
       end-if
       if wsOperatorId = spaces
           display "AUDSAMPLE: set AOC2024_OPERATOR to the operator"
               " closing the sample"
           move 8 to return-code
           stop run
       end-if
       perform CopySampleKeys
       move "CLOSED" to SaStatus
       move wsNote to SaNote
       if wsNote = spaces
           move "closed on the finding recorded" to SaNote
       end-if
       perform AppendSampleRow

       move "AUDCLOSE" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsWantId delimited by size
           " closed" delimited by size
           into wsAuditDetail
       end-string
       perform WriteDriverAuditRow
       display "AUDSAMPLE: " wsWantId " closed".

FindWantedSample.
       if wsWantId = spaces
           display "AUDSAMPLE: set AOC2024AUDSAMPLE_ID to the sample"
           move 8 to return-code
           stop run
       end-if
       perform varying wsSm from 1 by 1 until wsSm > wsSampleCount
           if wsSmId(wsSm) = wsWantId
               exit paragraph
           end-if
       end-perform
       display "AUDSAMPLE: no sample " wsWantId " on the register"
       move 8 to return-code
       stop run.

CopySampleKeys.
       move spaces to SampleLine
       move wsSmId(wsSm) to SaId
       move wsSmProgram(wsSm) to SaProgram
       move wsSmDate(wsSm) to SaDate
       move wsSmMarks(wsSm) to SaMarks
       move wsSmWeight(wsSm) to SaWeight.

*> Appends the row in SampleLine to the register and carries it into
*> the standing table.
AppendSampleRow.
       move wsStamp to SaStamp
       move wsOperatorId to SaOperator
       open extend SampleFile
       if wsSampleStatus not = "00"
           open output SampleFile
       end-if
       write SampleLine
       close SampleFile
       perform StackSampleRow.

*> The register's last row per sample is its standing; the finding
*> of its review is kept for the report once it is closed.
LoadSamples.
       open input SampleFile
       if wsSampleStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read SampleFile
               at end exit perform
           end-read
           perform StackSampleRow
       end-perform
       close SampleFile.

StackSampleRow.
       perform varying wsSm from 1 by 1 until wsSm > wsSampleCount
           if wsSmId(wsSm) = SaId
               exit perform
           end-if
       end-perform
       if wsSm > wsSampleCount
           if wsSampleCount >= wsMaxSamples
               exit paragraph
           end-if
           add 1 to wsSampleCount
           move wsSampleCount to wsSm
           move SaId to wsSmId(wsSm)
           move spaces to wsSmFinding(wsSm)
       end-if
       move SaStatus to wsSmStatus(wsSm)
       move SaStamp to wsSmStamp(wsSm)
       move SaOperator to wsSmOperator(wsSm)
       move SaProgram to wsSmProgram(wsSm)
       move SaDate to wsSmDate(wsSm)
       move SaMarks to wsSmMarks(wsSm)
       move SaWeight to wsSmWeight(wsSm)
       move SaNote to wsSmNote(wsSm)
       if SaStatus = "AUDITOR-REVIEWED"
           move SaNote to wsSmFinding(wsSm)
       end-if.

*> The standing of every sample on the register, with the auditor's
*> finding once there is one.
WriteSampleReport.
       open output SampleReport
       move spaces to SampleReportLine
       string
           "===== Internal-audit samples - " delimited by size
           wsStamp delimited by size
           " =====" delimited by size
           into SampleReportLine
       end-string
       write SampleReportLine
       move spaces to SampleReportLine
       write SampleReportLine
       move spaces to SampleReportLine
       string
           "Sample      Status           Program      Date     Marks"
               delimited by size
           " Since               By           Note / finding"
               delimited by size
           into SampleReportLine
       end-string
       write SampleReportLine
       initialize wsStatusCounts
       perform varying wsSm from 1 by 1 until wsSm > wsSampleCount
           move spaces to SampleReportLine
           move wsSmId(wsSm) to SampleReportLine(1:11)
           move wsSmStatus(wsSm) to SampleReportLine(13:16)
           move wsSmProgram(wsSm) to SampleReportLine(30:12)
           move wsSmDate(wsSm) to SampleReportLine(43:8)
           move wsSmMarks(wsSm) to SampleReportLine(52:3)
           move wsSmStamp(wsSm) to SampleReportLine(58:19)
           move wsSmOperator(wsSm) to SampleReportLine(78:12)
           if wsSmFinding(wsSm) not = spaces
               move wsSmFinding(wsSm) to SampleReportLine(91:60)
           else
               move wsSmNote(wsSm) to SampleReportLine(91:60)
           end-if
           write SampleReportLine
           perform varying wsSt from 1 by 1 until wsSt > 4
               if wsStatusName(wsSt) = wsSmStatus(wsSm)
                   add 1 to wsStatusCount(wsSt)
               end-if
           end-perform
       end-perform
       move spaces to SampleReportLine
       write SampleReportLine
       perform varying wsSt from 1 by 1 until wsSt > 4
           move wsStatusCount(wsSt) to wsCountDisplay
           move spaces to SampleReportLine
           string
               function trim(wsStatusName(wsSt)) delimited by size
               ": " delimited by size
               function trim(wsCountDisplay) delimited by size
               into SampleReportLine
           end-string
           write SampleReportLine
       end-perform
       close SampleReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle.

LoadRegistryJobs.
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "AUDSAMPLE: job-registry not found"
           move 8 to return-code
           stop run
       end-if
       perform ReadRegistryLoop
       close RegistryFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRegistryRead==
              ==:PROCESS-ROW:== BY ==perform StackRegistryJob==.

StackRegistryJob.
       if RegSeq not numeric or RegPhase = "P"
           exit paragraph
       end-if
       if wsJobCount < 60
           add 1 to wsJobCount
           move RegProgram to wsJobProgram(wsJobCount)
           move RegDir to wsJobDir(wsJobCount)
       end-if.

TakeStamp.
       move spaces to wsStamp
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
           into wsStamp
       end-string.

*> Appends one row to the root audit trail, creating it on the very
*> first row the usual way.
WriteDriverAuditRow.
       open extend DriverAudit
       if wsAuditStatus not = "00"
           open output DriverAudit
       end-if
       perform WriteAuditLine
       close DriverAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024AUDSAMPLE"==
              ==:FILE-NAME:==     by ==DriverAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024AUDSAMPLE.
