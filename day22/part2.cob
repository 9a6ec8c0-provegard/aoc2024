identification division.
program-id. AOC202422P2.

environment division.
input-output section.
file-control.
       select InputFile assign to wsInputFilename
           organization is line sequential
           file status is wsInputStatus.

       select AuditFile assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.
       select RejectedRecords assign to 'rejected-records'
           organization is line sequential
           file status is wsRejectStatus.
       select DropCandidate assign to '.drop-candidate'
           organization is line sequential
           file status is wsDropStatus.
       select ResultLog assign to 'results-history'
           organization is line sequential
           file status is wsResultStatus.
       select ControlFile assign to 'control-totals'
           organization is line sequential
           file status is wsControlStatus.
       select LineageFile assign to 'run-lineage'
           organization is line sequential
           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select TopSequences assign to 'top-sequences'
           organization is line sequential.

data division.
file section.
FD InputFile
       record varying 1 to 250 depending on wsLineLength.
01 InputRecord pic X(250).

*> Scratch file for self-test mode: the puzzle page's own sample
*> buyers are written here and read back in through InputFile via
*> the program's normal ReadInputLoop, so a self-test run exercises
*> the exact same parsing and evolution as a production run.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> The ten sequences of four price changes that earn the most
*> bananas across the feed, best first, with what each is worth and
*> how many buyers sell on it.
FD TopSequences.
01 TopSequencesLine pic X(80).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

copy "RejectRecord.cpy"
    replacing ==:FILE-NAME:== by ==RejectedRecords==.

copy "InputDropCandidate.cpy"
    replacing ==:FILE-NAME:== by ==DropCandidate==.

copy "ResultRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultLog==.

copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlFile==.

copy "LineageRecord.cpy"
    replacing ==:FILE-NAME:== by ==LineageFile==.

working-storage section.
01 wsAuditStatus pic X(2).
01 wsAuditEvent pic X(8).
01 wsAuditDetail pic X(60).
01 wsRejectStatus pic X(2).
01 wsRejectReason pic X(20).
01 wsRejectCount pic 9(5) value 0.
01 wsRejectText pic X(80).
01 wsDropStatus pic X(2).
01 wsUsedDropFile pic X(150) value spaces.  *> dated input-drop file consumed this run, if any
01 wsDropVerdict pic X(1).  *> manifest check: P passed, N no manifest, F quarantined
01 wsDropPick pic X(8) value spaces.  *> set by AOC2024_DROP_PICK; OLDEST drives catch-up
01 wsDropListCmd pic X(100) value "ls -1 input-* 2>/dev/null | grep -v manifest | sort | tail -1 > .drop-candidate".
01 wsCycleId pic X(15) value spaces.  *> set by AOC2024_CYCLE when a driver cycle runs this job
01 wsOperatorId pic X(12) value spaces.  *> set by AOC2024_OPERATOR for operator-initiated runs
01 wsArchiveCmd pic X(250).
01 wsResultStatus pic X(2).
01 wsResultLabel pic X(20).
01 wsResultValue pic 9(15).
01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> buyer secrets parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202422P2_INPUT
01 wsLineLength pic 9(3).
01 wsEof pic A(1) value "n".
01 wsRecordsRead pic 9(10) value 0.  *> last input record number processed, for restart

*> Self-test mode feeds the puzzle page's own sample buyers through
*> this job and checks the result against the known sample answer,
*> rather than a real day's extract.
01 wsSelftest pic A(1) value "N".  *> set by AOC202422P1_SELFTEST
    88 wsIsSelftest value "Y".
01 wsSelftestExpected pic 9(15) value 23.

*> A buyer's secret and the work fields for one evolution step. Every
*> step mixes (exclusive-or) a shifted copy of the secret back into
*> it and prunes the result to 24 bits.
01 wsSecret binary-long.
01 wsShifted binary-long.
01 wsProduct binary-double.  *> secret times 2048 runs past 32 bits
01 wsQuot binary-long.
01 wsPruneMod binary-long value 16777216.
01 wsStepNo binary-long.
01 wsStepsPerBuyer binary-long value 2000.

*> Exclusive-or of two bytes, looked up rather than worked out bit by
*> bit - the evolution runs two thousand steps for every buyer on
*> the feed. Entry x * 256 + y + 1 holds x xor y; filled at start.
01 wsXorTable.
    05 wsXorByte binary-short unsigned occurs 65536 times.
01 wsXorX binary-long.
01 wsXorY binary-long.
01 wsXorBit binary-long.
01 wsXorBitX binary-long.
01 wsXorBitY binary-long.
01 wsXorLeft binary-long.
01 wsXorRight binary-long.
01 wsXorResult binary-long.
01 wsXorWeight binary-long.
01 wsXa0 binary-long.
01 wsXa1 binary-long.
01 wsXa2 binary-long.
01 wsXb0 binary-long.
01 wsXb1 binary-long.
01 wsXb2 binary-long.
01 wsXorIdx binary-long.

01 wsBuyerCount pic 9(5) value 0.
01 wsScanIdx pic 9(3).

01 wsSecretIn pic 9(8).
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202422P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner

*> Bananas taken and buyers reached for every run of four price
*> changes. Each change is -9 to 9, held as 0 to 18, so a sequence is
*> a four-digit base-19 number and its entry is that number plus one.
*> A buyer sells at the first sight of a sequence only, so each entry
*> also remembers the last buyer that sold on it.
01 wsSeqTable.
    05 wsSeqEntry occurs 130321 times.
        10 wsSeqBananas binary-long.
        10 wsSeqBuyers binary-long.
        10 wsSeqLastBuyer binary-long.
01 wsSeqSpan binary-long value 130321.
01 wsSeqKey binary-long.
01 wsSeqIdx binary-long.
01 wsPrice binary-long.
01 wsPrevPrice binary-long.
01 wsChange binary-long.

*> The ten best sequences, best first; on equal bananas the earlier
*> sequence in table order keeps the higher rank.
01 wsTopTable.
    05 wsTopEntry occurs 10 times.
        10 wsTopKey binary-long.
        10 wsTopBananas binary-long.
        10 wsTopBuyers binary-long.
01 wsTopCount pic 9(2) value 0.
01 wsTopMax pic 9(2) value 10.
01 wsTopPos pic 9(2).
01 wsTopShift pic 9(2).
01 wsMostBananas pic 9(15) value 0.

01 wsChangeWork binary-long.
01 wsChangeDigit binary-long.

01 wsTopHeadLine.
    05 filler pic x(40) value "Monkey Market - best four-change sequenc".
    05 filler pic x(40) value "es".
01 wsTopColumnLine.
    05 filler pic x(40) value "Rank  Changes         Bananas    Buyers".
01 wsTopRankLine.
    05 wsTrRank pic z9.
    05 filler pic x(4) value spaces.
    05 wsTrC1 pic -9.
    05 filler pic x(1) value ",".
    05 wsTrC2 pic -9.
    05 filler pic x(1) value ",".
    05 wsTrC3 pic -9.
    05 filler pic x(1) value ",".
    05 wsTrC4 pic -9.
    05 filler pic x(3) value spaces.
    05 wsTrBananas pic z(9)9.
    05 filler pic x(2) value spaces.
    05 wsTrBuyers pic z(7)9.
01 wsTopFootLine.
    05 filler pic x(19) value "Buyers on the feed ".
    05 wsTfBuyers pic z(4)9.

01 wsDayLockAction pic X(1).   *> A acquire / R release, via AOC2024DAYLOCK
01 wsDayLockVerdict pic X(1).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       move "Run started" to wsAuditDetail
       perform WriteAuditLine
       perform OpenRejectFile
       perform OpenResultLog

       if wsUsedDropFile not = spaces
           call "AOC2024DROPCHK" using wsUsedDropFile
               wsDropVerdict
       end-if
       open input InputFile
       if wsInputStatus not = "00"
           display "ERROR: could not open " function trim(wsInputFilename)
               " (status " wsInputStatus ")"
           move 8 to return-code
           move "ERROR" to wsAuditEvent
           move "Input file open failed" to wsAuditDetail
           perform WriteAuditLine
           close AuditFile
           go to EndRun
       end-if

       perform BuildXorTable
       perform ReadInputLoop

       close InputFile
       perform ArchiveInputDrop
       close RejectedRecords

       perform RankSequences
       if wsTopCount > 0
           move wsTopBananas(1) to wsMostBananas
       end-if
       perform WriteTopSequences

       display "Most bananas = " wsMostBananas
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if

       if wsIsSelftest
           perform CheckSelfTestResult
       else
           move "Most bananas" to wsResultLabel
           move wsMostBananas to wsResultValue
           perform WriteResultLine
           perform WriteControlTotals
           perform WriteRunLineage
       end-if
       close ResultLog

       move "END" to wsAuditEvent
       move "Run completed" to wsAuditDetail
       perform WriteAuditLine
       close AuditFile

       if wsRejectCount > 0
           move 4 to return-code
       end-if

       go to EndRun.

*> Common exit point: a fatal input-open failure jumps straight here
*> with return-code already set to 8; the normal path falls through
*> from just above with return-code 0 (success) or 4 (completed with
*> rejected records) so driver/run-all.cob can tell a bad run apart
*> from a clean one without parsing DISPLAY output.
EndRun.
       perform ReleaseDayLock
       stop run.

*> Takes this day directory's run lock before anything opens the
*> shared trail files EXTEND, so a standalone run and a cycle's unit
*> queue behind each other instead of interleaving rows; released at
*> the common exit. A lock that cannot be had before the stale limit
*> runs out twice over is a wedged neighbor - refuse rather than
*> interleave.
AcquireDayLock.
       move "A" to wsDayLockAction
       call "AOC2024DAYLOCK" using wsDayLockAction wsDayLockVerdict
       if wsDayLockVerdict not = "Y"
           display "ERROR: could not take the day-directory run lock"
           move 8 to return-code
           stop run
       end-if.

ReleaseDayLock.
       move "R" to wsDayLockAction
       call "AOC2024DAYLOCK" using wsDayLockAction wsDayLockVerdict.

COPY "ReadLoop.cpy"
    REPLACING ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==InputFile==
              ==:RECORD-NAME:== BY ==InputRecord==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform ProcessBuyerLine==.

*> One buyer's initial secret. A blank line, anything but digits, or
*> a secret that does not fit the 24 bits the market prunes to is
*> rejected rather than evolved.
ProcessBuyerLine.
       if wsLineLength = 0
           add 1 to wsRejectCount
           move "BLANK-RECORD" to wsRejectReason
           move spaces to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       if wsLineLength > 8
               or InputRecord(1:wsLineLength) not numeric
           add 1 to wsRejectCount
           move "BAD-SECRET" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       move InputRecord(1:wsLineLength) to wsSecretIn
       if wsSecretIn >= wsPruneMod
           add 1 to wsRejectCount
           move "SECRET-RANGE" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       add 1 to wsAcceptedCount
       add 1 to wsBuyerCount
       move wsSecretIn to wsSecret
       perform EvolveBuyer.

*> One evolution step: times 64, mix, prune; divide by 32, mix,
*> prune; times 2048, mix, prune. The secret is always below 2**24,
*> so pruning the shifted copy first and mixing after is the same as
*> mixing first.
NextSecret.
       compute wsProduct = wsSecret * 64
       divide wsProduct by wsPruneMod giving wsQuot remainder wsShifted
       perform MixSecret
       divide wsSecret by 32 giving wsShifted
       perform MixSecret
       compute wsProduct = wsSecret * 2048
       divide wsProduct by wsPruneMod giving wsQuot remainder wsShifted
       perform MixSecret.

*> wsSecret = wsSecret xor wsShifted, a byte at a time through the
*> lookup table.
MixSecret.
       divide wsSecret by 256 giving wsQuot remainder wsXa0
       divide wsQuot by 256 giving wsXa2 remainder wsXa1
       divide wsShifted by 256 giving wsQuot remainder wsXb0
       divide wsQuot by 256 giving wsXb2 remainder wsXb1
       compute wsSecret =
           wsXorByte(wsXa0 * 256 + wsXb0 + 1)
           + wsXorByte(wsXa1 * 256 + wsXb1 + 1) * 256
           + wsXorByte(wsXa2 * 256 + wsXb2 + 1) * 65536.

*> Fills the byte exclusive-or table, bit by bit, once per run.
BuildXorTable.
       perform varying wsXorX from 0 by 1 until wsXorX > 255
           perform varying wsXorY from 0 by 1 until wsXorY > 255
               move wsXorX to wsXorLeft
               move wsXorY to wsXorRight
               move 0 to wsXorResult
               move 1 to wsXorWeight
               perform varying wsXorBit from 1 by 1 until wsXorBit > 8
                   divide wsXorLeft by 2 giving wsQuot
                       remainder wsXorBitX
                   move wsQuot to wsXorLeft
                   divide wsXorRight by 2 giving wsQuot
                       remainder wsXorBitY
                   move wsQuot to wsXorRight
                   if wsXorBitX not = wsXorBitY
                       add wsXorWeight to wsXorResult
                   end-if
                   compute wsXorWeight = wsXorWeight * 2
               end-perform
               compute wsXorIdx = wsXorX * 256 + wsXorY + 1
               move wsXorResult to wsXorByte(wsXorIdx)
           end-perform
       end-perform.

*> Runs a buyer's secret through its two thousand steps. The price
*> is the secret's last digit; once four changes have gone by, the
*> run of the last four is a sequence the buyer would sell on.
EvolveBuyer.
       divide wsSecret by 10 giving wsQuot remainder wsPrevPrice
       move 0 to wsSeqKey
       perform varying wsStepNo from 1 by 1
               until wsStepNo > wsStepsPerBuyer
           perform NextSecret
           divide wsSecret by 10 giving wsQuot remainder wsPrice
           compute wsChange = wsPrice - wsPrevPrice + 9
           divide wsSeqKey by 6859 giving wsQuot remainder wsSeqKey
           compute wsSeqKey = wsSeqKey * 19 + wsChange
           if wsStepNo >= 4
               perform TallySequence
           end-if
           move wsPrice to wsPrevPrice
       end-perform.

*> Credits the current price to the sequence just completed, unless
*> this buyer has already sold on it.
TallySequence.
       compute wsSeqIdx = wsSeqKey + 1
       if wsSeqLastBuyer(wsSeqIdx) not = wsBuyerCount
           move wsBuyerCount to wsSeqLastBuyer(wsSeqIdx)
           add wsPrice to wsSeqBananas(wsSeqIdx)
           add 1 to wsSeqBuyers(wsSeqIdx)
       end-if.

*> Walks the whole counting table in sequence order keeping the ten
*> best entries.
RankSequences.
       perform varying wsSeqIdx from 1 by 1 until wsSeqIdx > wsSeqSpan
           if wsSeqBananas(wsSeqIdx) > 0
               if wsTopCount < wsTopMax
                   perform OfferTopSequence
               else
                   if wsSeqBananas(wsSeqIdx) > wsTopBananas(wsTopMax)
                       perform OfferTopSequence
                   end-if
               end-if
           end-if
       end-perform.

*> Slots the current table entry into the top-ten list below every
*> entry at least as good, pushing the tail down one.
OfferTopSequence.
       move 1 to wsTopPos
       perform until wsTopPos > wsTopCount
               or wsTopBananas(wsTopPos) < wsSeqBananas(wsSeqIdx)
           add 1 to wsTopPos
       end-perform
       if wsTopCount < wsTopMax
           add 1 to wsTopCount
       end-if
       perform varying wsTopShift from wsTopCount by -1
               until wsTopShift <= wsTopPos
           move wsTopEntry(wsTopShift - 1) to wsTopEntry(wsTopShift)
       end-perform
       compute wsTopKey(wsTopPos) = wsSeqIdx - 1
       move wsSeqBananas(wsSeqIdx) to wsTopBananas(wsTopPos)
       move wsSeqBuyers(wsSeqIdx) to wsTopBuyers(wsTopPos).

*> The top-ten report: each sequence's four changes, the bananas it
*> earns across the feed and how many buyers sell on it, then the
*> file goes to the report generator.
WriteTopSequences.
       open output TopSequences
       move wsTopHeadLine to TopSequencesLine
       write TopSequencesLine
       move spaces to TopSequencesLine
       write TopSequencesLine
       move wsTopColumnLine to TopSequencesLine
       write TopSequencesLine
       perform varying wsTopPos from 1 by 1 until wsTopPos > wsTopCount
           move wsTopPos to wsTrRank
           move wsTopKey(wsTopPos) to wsChangeWork
           divide wsChangeWork by 19 giving wsChangeWork
               remainder wsChangeDigit
           compute wsTrC4 = wsChangeDigit - 9
           divide wsChangeWork by 19 giving wsChangeWork
               remainder wsChangeDigit
           compute wsTrC3 = wsChangeDigit - 9
           divide wsChangeWork by 19 giving wsChangeWork
               remainder wsChangeDigit
           compute wsTrC2 = wsChangeDigit - 9
           compute wsTrC1 = wsChangeWork - 9
           move wsTopBananas(wsTopPos) to wsTrBananas
           move wsTopBuyers(wsTopPos) to wsTrBuyers
           move wsTopRankLine to TopSequencesLine
           write TopSequencesLine
       end-perform
       move spaces to TopSequencesLine
       write TopSequencesLine
       move wsBuyerCount to wsTfBuyers
       move wsTopFootLine to TopSequencesLine
       write TopSequencesLine
       close TopSequences
       move "top-sequences" to wsReportGenName
       move "TOP PRICE-CHANGE SEQUENCES" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsSelftest from environment "AOC202422P2_SELFTEST"
           on exception continue
       end-accept
       if wsIsSelftest
           perform WriteSelfTestSample
           move ".selftest-input" to wsInputFilename
       else
           accept wsInputFilename from environment "AOC202422P2_INPUT"
               on exception continue
           end-accept
           if wsInputFilename = spaces
               move "input" to wsInputFilename
           end-if
           if wsInputFilename = "input"
               accept wsDropPick from environment "AOC2024_DROP_PICK"
                   on exception continue
               end-accept
               if wsDropPick = "OLDEST"
                   move "ls -1 input-* 2>/dev/null | grep -v manifest | sort | head -1 > .drop-candidate" to wsDropListCmd
               end-if
               perform ResolveInputDrop
           end-if
       end-if.

*> Writes the puzzle page's own sample buyers out to the self-test
*> scratch file, for self-test mode to read back in through InputFile.
WriteSelfTestSample.
       open output SelfTestSample
       move "1" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2" to SelfTestSampleLine
       write SelfTestSampleLine
       move "3" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2024" to SelfTestSampleLine
       write SelfTestSampleLine
       close SelfTestSample.

*> Opens the shared run audit-trail file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenAuditFile.
       open extend AuditFile
       if wsAuditStatus not = "00"
           open output AuditFile
       end-if.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC202422P2"==
              ==:FILE-NAME:==    by ==AuditFile==
              ==:EVENT-FIELD:==  by ==wsAuditEvent==
              ==:DETAIL-FIELD:== by ==wsAuditDetail==
              ==:CYCLE-FIELD:==  by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

*> Opens the shared rejected-records file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenRejectFile.
       open extend RejectedRecords
       if wsRejectStatus not = "00"
           open output RejectedRecords
       end-if.

copy "RejectWriter.cpy"
    replacing ==:PROGRAM-NAME:==     by =="AOC202422P2"==
              ==:FILE-NAME:==       by ==RejectedRecords==
              ==:RECORDNUM-FIELD:== by ==wsRecordsRead==
              ==:REASON-FIELD:==    by ==wsRejectReason==
              ==:TEXT-FIELD:==      by ==wsRejectText==.

copy "InputDropResolve.cpy"
    replacing ==:LIST-CMD:==        by ==wsDropListCmd==
              ==:CLEANUP-CMD:==    by =="rm -f .drop-candidate"==
              ==:FILE-NAME:==      by ==DropCandidate==
              ==:STATUS-FIELD:==   by ==wsDropStatus==
              ==:USED-DROP-FILE:== by ==wsUsedDropFile==
              ==:INPUT-FILENAME:== by ==wsInputFilename==.

copy "InputDropArchive.cpy"
    replacing ==:USED-DROP-FILE:==    by ==wsUsedDropFile==
              ==:ARCHIVE-CMD-FIELD:== by ==wsArchiveCmd==
              ==:DAY-DIR:==           by =="day22"==
              ==:PROGRAM-NAME:==      by =="AOC202422P2"==.

*> Opens the shared results-history file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenResultLog.
       open extend ResultLog
       if wsResultStatus not = "00"
           open output ResultLog
       end-if.

copy "ResultWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202422P2"==
              ==:FILE-NAME:==    by ==ResultLog==
              ==:LABEL-FIELD:==  by ==wsResultLabel==
              ==:VALUE-FIELD:==  by ==wsResultValue==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:CYCLE-FIELD:==  by ==wsCycleId==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsMostBananas==
              ==:EXPECTED-FIELD:== by ==wsSelftestExpected==
              ==:RESULT-LABEL:==   by =="Most bananas"==.

*> Appends this run's control-total record - records read, accepted,
*> rejected, value exceptions, and the input consumed - for
*> driver/balance.cob to prove the run balanced.
WriteControlTotals.
       open extend ControlFile
       if wsControlStatus not = "00"
           open output ControlFile
       end-if
       perform WriteControlLine
       close ControlFile.

copy "ControlWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202422P2"==
              ==:FILE-NAME:==    by ==ControlFile==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:ACCEPTED-FIELD:== by ==wsAcceptedCount==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:EXC-FIELD:==    by ==ZERO==
              ==:INPUT-FIELD:==  by ==wsInputFilename==.

*> Posts the run's lineage row - the consumed filename and the
*> read/reject counts - next to its result, for reconciliation to
*> cite when it flags the run.
WriteRunLineage.
       open extend LineageFile
       if wsLineageStatus not = "00"
           open output LineageFile
       end-if
       perform WriteLineageLine
       close LineageFile.

copy "LineageWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202422P2"==
              ==:FILE-NAME:==    by ==LineageFile==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202422P2.
