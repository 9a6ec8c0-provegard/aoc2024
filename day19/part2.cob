identification division.
program-id. AOC202419P2.

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

data division.
file section.
FD InputFile
       record varying 1 to 4000 depending on wsLineLength.
01 InputRecord pic X(4000).

*> Scratch file for self-test mode: the puzzle page's own sample
*> patterns and designs are written here and read back in through
*> InputFile via the program's normal ReadInputLoop, so a self-test
*> run exercises the exact same parsing and counting as a production
*> run.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

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
01 wsResultValue pic 9(18).  *> posted split across ResultValue and ResultValueHigh
01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> pattern and design lines parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202419P2_INPUT
01 wsLineLength pic 9(4).
01 wsEof pic A(1) value "n".
01 wsRecordsRead pic 9(10) value 0.  *> last input record number processed, for restart

*> Self-test mode feeds the puzzle page's own sample patterns and
*> designs through this job and checks the result against the known
*> sample answer, rather than a real day's extract.
01 wsSelftest pic A(1) value "N".  *> set by AOC202419P1_SELFTEST
    88 wsIsSelftest value "Y".
01 wsSelftestExpected pic 9(18) value 16.

*> The drop is two sections: the towel patterns, comma-separated,
*> then - after a blank line - one design per line.
01 wsSection pic 9(1) value 1.

*> Towel patterns as offered, each with its length so a design
*> position can be matched against it without trimming.
01 wsPatterns.
    05 wsPattern occurs 1000 times.
        10 wsPatText pic X(20).
        10 wsPatLen pic 9(2).
01 wsPatCount pic 9(4) value 0.
01 wsPatMax pic 9(4) value 1000.
01 wsPatCountBefore pic 9(4).
01 wsPatIdx pic 9(4).
01 wsToken pic X(20).
01 wsTokenLen pic 9(2).

*> One design and, for every position in it, the number of ways the
*> rest of the design from that position can be laid with patterns;
*> the position past the end counts as one way (nothing left to lay).
01 wsDesign pic X(100).
01 wsDesignLen pic 9(3).
01 wsDesignMax pic 9(3) value 100.
01 wsWays.
    05 wsWaysAt pic 9(18) occurs 101 times.
01 wsPos pic 9(3).
01 wsRest pic 9(3).
01 wsWaysOverflow pic A(1).
01 wsDesignCount pic 9(5) value 0.

01 wsChar pic X(1).
    88 wsIsStripe values "w" "u" "b" "r" "g".
01 wsScanIdx pic 9(4).
01 wsLineBad pic A(1).

*> Total ways across every design; wider than ResultValue, so the
*> digits above fifteen post to ResultValueHigh.
01 wsTotalWays pic 9(18) value 0.

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

       perform ReadInputLoop

       close InputFile
       perform ArchiveInputDrop
       close RejectedRecords

       if wsPatCount = 0
           display "WARNING: no towel patterns in the drop"
       end-if

       display "Total ways = " wsTotalWays
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if

       if wsIsSelftest
           perform CheckSelfTestResult
       else
           move "Total ways" to wsResultLabel
           move wsTotalWays to wsResultValue
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

*> Common exit point: a fatal input-open failure (or a pattern list
*> past the table, or a ways total past 18 digits) jumps straight here with return-code already
*> set to 8; the normal path falls through from just above with
*> return-code 0 (success) or 4 (completed with rejected records) so
*> driver/run-all.cob can tell a bad run apart from a clean one
*> without parsing DISPLAY output.
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
              ==:PROCESS-ROW:== BY ==perform ProcessLinenLine==.

*> One transmission line: pattern lines until the first blank line,
*> designs after it.
ProcessLinenLine.
       if wsLineLength = 0
           if wsSection = 1
               move 2 to wsSection
           end-if
           add 1 to wsAcceptedCount
           exit paragraph
       end-if
       if wsSection = 1
           perform StackPatternLine
       else
           perform StackDesignLine
       end-if.

*> Splits a pattern line at its commas. A pattern of anything but
*> the five stripe colours, an empty or over-long pattern, rejects
*> the whole line and none of its patterns are kept.
StackPatternLine.
       move "N" to wsLineBad
       move wsPatCount to wsPatCountBefore
       move spaces to wsToken
       move 0 to wsTokenLen
       perform varying wsScanIdx from 1 by 1
               until wsScanIdx > wsLineLength or wsLineBad = "Y"
           move InputRecord(wsScanIdx:1) to wsChar
           evaluate true
               when wsChar = ","
                   perform BankPattern
               when wsChar = space
                   continue
               when wsIsStripe
                   if wsTokenLen >= 20
                       move "Y" to wsLineBad
                   else
                       add 1 to wsTokenLen
                       move wsChar to wsToken(wsTokenLen:1)
                   end-if
               when other
                   move "Y" to wsLineBad
           end-evaluate
       end-perform
       if wsLineBad = "N"
           perform BankPattern
       end-if
       if wsLineBad = "Y"
           move wsPatCountBefore to wsPatCount
           add 1 to wsRejectCount
           move "BAD-PATTERN" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
       else
           add 1 to wsAcceptedCount
       end-if.

*> Files the pattern gathered in wsToken and clears it for the next.
BankPattern.
       if wsTokenLen = 0
           move "Y" to wsLineBad
           exit paragraph
       end-if
       if wsPatCount >= wsPatMax
           display "ERROR: more than " wsPatMax " towel patterns"
           close RejectedRecords
           move 8 to return-code
           go to EndRun
       end-if
       add 1 to wsPatCount
       move wsToken to wsPatText(wsPatCount)
       move wsTokenLen to wsPatLen(wsPatCount)
       move spaces to wsToken
       move 0 to wsTokenLen.

*> One design. Anything but stripe colours, or a design longer than
*> the position table, is rejected rather than counted.
StackDesignLine.
       if wsLineLength > wsDesignMax
           add 1 to wsRejectCount
           move "LONG-DESIGN" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       move "N" to wsLineBad
       perform varying wsScanIdx from 1 by 1
               until wsScanIdx > wsLineLength
           move InputRecord(wsScanIdx:1) to wsChar
           if not wsIsStripe
               move "Y" to wsLineBad
           end-if
       end-perform
       if wsLineBad = "Y"
           add 1 to wsRejectCount
           move "BAD-DESIGN" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       add 1 to wsAcceptedCount
       add 1 to wsDesignCount
       move spaces to wsDesign
       move InputRecord(1:wsLineLength) to wsDesign
       move wsLineLength to wsDesignLen
       perform CountDesignWays
       perform TallyDesign.

*> Works back from the end of the design: the ways to lay it from a
*> position are the sum, over every pattern that matches there, of
*> the ways to lay what is left after that pattern. A count past
*> eighteen digits sets wsWaysOverflow and holds at the ceiling.
CountDesignWays.
       move "N" to wsWaysOverflow
       move 1 to wsWaysAt(wsDesignLen + 1)
       perform varying wsPos from wsDesignLen by -1 until wsPos = 0
           move 0 to wsWaysAt(wsPos)
           compute wsRest = wsDesignLen - wsPos + 1
           perform varying wsPatIdx from 1 by 1
                   until wsPatIdx > wsPatCount
               if wsPatLen(wsPatIdx) <= wsRest
                   if wsDesign(wsPos:wsPatLen(wsPatIdx))
                           = wsPatText(wsPatIdx)(1:wsPatLen(wsPatIdx))
                       add wsWaysAt(wsPos + wsPatLen(wsPatIdx))
                           to wsWaysAt(wsPos)
                           on size error
                               move "Y" to wsWaysOverflow
                               move 999999999999999999
                                   to wsWaysAt(wsPos)
                       end-add
                   end-if
               end-if
           end-perform
       end-perform.

*> Adds the design's ways to the run total. The total is posted
*> eighteen digits wide; a count that will not fit stops the run
*> rather than post a wrapped value.
TallyDesign.
       if wsWaysOverflow = "Y"
           perform StopOnWaysOverflow
       end-if
       add wsWaysAt(1) to wsTotalWays
           on size error
               perform StopOnWaysOverflow
       end-add.

StopOnWaysOverflow.
       display "ERROR: ways to lay the designs run past 18 digits at "
           "design " wsDesignCount
       close RejectedRecords
       move 8 to return-code
       move "ERROR" to wsAuditEvent
       move "Total ways past 18 digits" to wsAuditDetail
       perform WriteAuditLine
       close AuditFile
       close ResultLog
       go to EndRun.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsSelftest from environment "AOC202419P2_SELFTEST"
           on exception continue
       end-accept
       if wsIsSelftest
           perform WriteSelfTestSample
           move ".selftest-input" to wsInputFilename
       else
           accept wsInputFilename from environment "AOC202419P2_INPUT"
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

*> Writes the puzzle page's own sample patterns and designs out to
*> the self-test scratch file, for self-test mode to read back in
*> through InputFile.
WriteSelfTestSample.
       open output SelfTestSample
       move "r, wr, b, g, bwu, rb, gb, br" to SelfTestSampleLine
       write SelfTestSampleLine
       move spaces to SelfTestSampleLine
       write SelfTestSampleLine
       move "brwrr" to SelfTestSampleLine
       write SelfTestSampleLine
       move "bggr" to SelfTestSampleLine
       write SelfTestSampleLine
       move "gbbr" to SelfTestSampleLine
       write SelfTestSampleLine
       move "rrbgbr" to SelfTestSampleLine
       write SelfTestSampleLine
       move "ubwu" to SelfTestSampleLine
       write SelfTestSampleLine
       move "bwurrg" to SelfTestSampleLine
       write SelfTestSampleLine
       move "brgr" to SelfTestSampleLine
       write SelfTestSampleLine
       move "bbrgwb" to SelfTestSampleLine
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
    replacing ==:PROGRAM-NAME:==  by =="AOC202419P2"==
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
    replacing ==:PROGRAM-NAME:==     by =="AOC202419P2"==
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
              ==:DAY-DIR:==           by =="day19"==
              ==:PROGRAM-NAME:==      by =="AOC202419P2"==.

*> Opens the shared results-history file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenResultLog.
       open extend ResultLog
       if wsResultStatus not = "00"
           open output ResultLog
       end-if.

copy "ResultWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202419P2"==
              ==:FILE-NAME:==    by ==ResultLog==
              ==:LABEL-FIELD:==  by ==wsResultLabel==
              ==:VALUE-FIELD:==  by ==wsResultValue==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:CYCLE-FIELD:==  by ==wsCycleId==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsTotalWays==
              ==:EXPECTED-FIELD:== by ==wsSelftestExpected==
              ==:RESULT-LABEL:==   by =="Total ways"==.

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
    replacing ==:PROGRAM-NAME:== by =="AOC202419P2"==
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
    replacing ==:PROGRAM-NAME:== by =="AOC202419P2"==
              ==:FILE-NAME:==    by ==LineageFile==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202419P2.
