identification division.
program-id. AOC202416P1.

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
       record varying 1 to 250 depending on wsLineLength.
01 InputRecord pic X(250).

*> Scratch file for self-test mode: the puzzle page's own sample
*> maze is written here and read back in through InputFile via the
*> program's normal grid load, so a self-test run exercises the exact
*> same maze search as a production run.
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
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsParmTrail.             *> explicit settings, echoed to the audit trail
           05 wsParmNote pic X(60) occurs 6 times.
       01 wsParmNoteCount pic 9(1) value 0.
       01 wsParmIdx pic 9(1).
       01 wsParm pic X(20).
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
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202416P1_INPUT
01 wsLineLength pic 9(3).
01 wsEof pic A(1) value "n".
01 wsLineCount pic 9(5) value 0.

*> Self-test mode feeds the puzzle page's own sample maze through
*> this job and checks the result against the known sample answer,
*> rather than a real day's extract.
01 wsSelftest pic A(1) value "N".  *> set by AOC202416P1_SELFTEST
    88 wsIsSelftest value "Y".
01 wsSelftestExpected pic 9(15) value 7036.

*> Grid size ceiling, the same guard the day06/day08 grid jobs use.
*> AOC202416_MAX_GRID can lower it below the table bound.
01 wsMaxGridSize pic 9(3) value 250.

01 wsGrid.
    05 wsGridRow pic X(250) occurs 250 times.
01 wsRowCount pic 9(3) value 0.
01 wsColCount pic 9(3) value 0.
01 wsTile pic X(1).
01 wsTileIdx pic 9(3).
01 wsStartRow pic 9(3) value 0.
01 wsStartCol pic 9(3) value 0.
01 wsEndRow pic 9(3) value 0.
01 wsEndCol pic 9(3) value 0.

*> Lowest score found so far for each tile and facing (1 east,
*> 2 south, 3 west, 4 north); wsUnreached marks a state the search
*> has not got to yet.
01 wsScores.
    05 wsScoreRow occurs 250 times.
        10 wsScoreCol occurs 250 times.
            15 wsBest pic 9(9) occurs 4 times.
01 wsUnreached pic 9(9) value 999999999.

*> Search frontier, a binary min-heap on score. A state is pushed
*> again each time a cheaper way in is found; the stale copy is
*> skipped when it surfaces.
01 wsHeap.
    05 wsHeapEntry occurs 600000 times.
        10 wsHpScore pic 9(9).
        10 wsHpRow pic 9(3).
        10 wsHpCol pic 9(3).
        10 wsHpDir pic 9(1).
01 wsHeapSize pic 9(7) value 0.
01 wsHeapMax pic 9(7) value 600000.
01 wsHeapSwap pic X(16).
01 wsHeapIdx pic 9(7).
01 wsHeapParent pic 9(7).
01 wsHeapChild pic 9(7).
01 wsHeapSettled pic A(1).

01 wsPushScore pic 9(9).
01 wsPushRow pic 9(3).
01 wsPushCol pic 9(3).
01 wsPushDir pic 9(1).
01 wsCurScore pic 9(9).
01 wsCurRow pic 9(3).
01 wsCurCol pic 9(3).
01 wsCurDir pic 9(1).
01 wsNxtR pic s9(4).
01 wsNxtC pic s9(4).
01 wsTurnDir pic 9(1).

01 wsR pic 9(3).
01 wsC pic 9(3).
01 wsD pic 9(1).
01 wsScore pic 9(15) value 0.

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
       perform RecordEffectiveParms
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

       perform LoadGridRows

       close InputFile
       perform ArchiveInputDrop
       close RejectedRecords

       if wsStartRow = 0 or wsEndRow = 0
           display "ERROR: maze has no S start or no E end tile"
           move 8 to return-code
           move "ERROR" to wsAuditEvent
           move "Maze start or end tile missing" to wsAuditDetail
           perform WriteAuditLine
           close AuditFile
           go to EndRun
       end-if

       perform SearchMaze

       perform varying wsD from 1 by 1 until wsD > 4
           if wsBest(wsEndRow, wsEndCol, wsD) < wsUnreached
               and (wsScore = 0
                    or wsBest(wsEndRow, wsEndCol, wsD) < wsScore)
               move wsBest(wsEndRow, wsEndCol, wsD) to wsScore
           end-if
       end-perform
       if wsScore = 0
           display "WARNING: no route from S reaches E"
       end-if

       display "Lowest score = " wsScore
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if

       if wsIsSelftest
           perform CheckSelfTestResult
       else
           move "Lowest score" to wsResultLabel
           move wsScore to wsResultValue
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

*> Common exit point: a fatal input-open failure (or an over-sized
*> grid, or a maze with no start or end) jumps straight here with
*> return-code already set to 8; the normal path falls through from
*> just above with return-code 0 (success) or 4 (completed with
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

copy "GridLoad.cpy"
    replacing ==:EOF-FLAG:==    by ==wsEof==
              ==:LINE-COUNT:==  by ==wsLineCount==
              ==:FILE-NAME:==   by ==InputFile==
              ==:RECORD-NAME:== by ==InputRecord==
              ==:STACK-ROW:==   by ==perform StackGridRow==.

*> Stacks one maze row, enforcing the rectangular shape and the grid
*> ceiling; a row holding anything but wall, floor, S or E is
*> rejected rather than searched, and the S and E tiles are noted as
*> the row goes in.
StackGridRow.
       if wsLineLength = 0
           add 1 to wsRejectCount
           move "BLANK-RECORD" to wsRejectReason
           move spaces to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       perform varying wsTileIdx from 1 by 1
               until wsTileIdx > wsLineLength
           move InputRecord(wsTileIdx:1) to wsTile
           if wsTile not = "#" and wsTile not = "."
               and wsTile not = "S" and wsTile not = "E"
               add 1 to wsRejectCount
               move "BAD-TILE" to wsRejectReason
               move InputRecord(1:80) to wsRejectText
               perform WriteRejectLine
               exit paragraph
           end-if
       end-perform
       if wsRowCount >= wsMaxGridSize
               or wsLineLength > wsMaxGridSize
           display "ERROR: grid exceeds max size " wsMaxGridSize
           close RejectedRecords
           move 8 to return-code
           go to EndRun
       end-if
       if wsColCount > 0 and wsLineLength not = wsColCount
           add 1 to wsRejectCount
           move "RAGGED-ROW" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       add 1 to wsRowCount
       move wsLineLength to wsColCount
       move InputRecord(1:wsLineLength) to wsGridRow(wsRowCount)
       perform varying wsTileIdx from 1 by 1
               until wsTileIdx > wsLineLength
           if InputRecord(wsTileIdx:1) = "S"
               move wsRowCount to wsStartRow
               move wsTileIdx to wsStartCol
           end-if
           if InputRecord(wsTileIdx:1) = "E"
               move wsRowCount to wsEndRow
               move wsTileIdx to wsEndCol
           end-if
       end-perform.

*> Lowest-score search over (tile, facing) states, starting on S
*> facing east. A step forward costs 1 and a quarter turn on the spot
*> costs 1000; the cheapest unsettled state is always taken next, so
*> each state's score is final once it comes off the heap.
SearchMaze.
       perform varying wsR from 1 by 1 until wsR > wsRowCount
           perform varying wsC from 1 by 1 until wsC > wsColCount
               perform varying wsD from 1 by 1 until wsD > 4
                   move wsUnreached to wsBest(wsR, wsC, wsD)
               end-perform
           end-perform
       end-perform

       move 0 to wsPushScore
       move wsStartRow to wsPushRow
       move wsStartCol to wsPushCol
       move 1 to wsPushDir
       move 0 to wsBest(wsStartRow, wsStartCol, 1)
       perform HeapPush

       perform until wsHeapSize = 0
           perform HeapPop
           if wsCurScore = wsBest(wsCurRow, wsCurCol, wsCurDir)
               perform StepForward
               move wsCurDir to wsTurnDir
               add 1 to wsTurnDir
               if wsTurnDir > 4
                   move 1 to wsTurnDir
               end-if
               perform TurnInPlace
               move wsCurDir to wsTurnDir
               subtract 1 from wsTurnDir
               if wsTurnDir = 0
                   move 4 to wsTurnDir
               end-if
               perform TurnInPlace
           end-if
       end-perform.

*> Offers the tile ahead of the current state, if it is open floor
*> inside the map, at one point more than the current score.
StepForward.
       move wsCurRow to wsNxtR
       move wsCurCol to wsNxtC
       evaluate wsCurDir
           when 1 add 1 to wsNxtC
           when 2 add 1 to wsNxtR
           when 3 subtract 1 from wsNxtC
           when 4 subtract 1 from wsNxtR
       end-evaluate
       if wsNxtR < 1 or wsNxtR > wsRowCount
               or wsNxtC < 1 or wsNxtC > wsColCount
           exit paragraph
       end-if
       if wsGridRow(wsNxtR)(wsNxtC:1) = "#"
           exit paragraph
       end-if
       compute wsPushScore = wsCurScore + 1
       if wsPushScore < wsBest(wsNxtR, wsNxtC, wsCurDir)
           move wsPushScore to wsBest(wsNxtR, wsNxtC, wsCurDir)
           move wsNxtR to wsPushRow
           move wsNxtC to wsPushCol
           move wsCurDir to wsPushDir
           perform HeapPush
       end-if.

*> Offers the current tile facing wsTurnDir at 1000 points more.
TurnInPlace.
       compute wsPushScore = wsCurScore + 1000
       if wsPushScore < wsBest(wsCurRow, wsCurCol, wsTurnDir)
           move wsPushScore to wsBest(wsCurRow, wsCurCol, wsTurnDir)
           move wsCurRow to wsPushRow
           move wsCurCol to wsPushCol
           move wsTurnDir to wsPushDir
           perform HeapPush
       end-if.

*> Adds the wsPush* state to the heap and sifts it up past every
*> parent with a higher score.
HeapPush.
       if wsHeapSize >= wsHeapMax
           display "ERROR: more than " wsHeapMax
               " pending maze states"
           move 8 to return-code
           move "ERROR" to wsAuditEvent
           move "Maze search heap overflow" to wsAuditDetail
           perform WriteAuditLine
           close AuditFile
           close ResultLog
           go to EndRun
       end-if
       add 1 to wsHeapSize
       move wsHeapSize to wsHeapIdx
       move wsPushScore to wsHpScore(wsHeapIdx)
       move wsPushRow to wsHpRow(wsHeapIdx)
       move wsPushCol to wsHpCol(wsHeapIdx)
       move wsPushDir to wsHpDir(wsHeapIdx)
       move "n" to wsHeapSettled
       perform until wsHeapIdx = 1 or wsHeapSettled = "y"
           divide wsHeapIdx by 2 giving wsHeapParent
           if wsHpScore(wsHeapParent) > wsHpScore(wsHeapIdx)
               move wsHeapEntry(wsHeapParent) to wsHeapSwap
               move wsHeapEntry(wsHeapIdx) to wsHeapEntry(wsHeapParent)
               move wsHeapSwap to wsHeapEntry(wsHeapIdx)
               move wsHeapParent to wsHeapIdx
           else
               move "y" to wsHeapSettled
           end-if
       end-perform.

*> Takes the lowest-score state off the heap into wsCur*, then sifts
*> the last entry down from the top to restore the heap order.
HeapPop.
       move wsHpScore(1) to wsCurScore
       move wsHpRow(1) to wsCurRow
       move wsHpCol(1) to wsCurCol
       move wsHpDir(1) to wsCurDir
       move wsHeapEntry(wsHeapSize) to wsHeapEntry(1)
       subtract 1 from wsHeapSize
       move 1 to wsHeapIdx
       move "n" to wsHeapSettled
       perform until wsHeapSettled = "y"
           compute wsHeapChild = wsHeapIdx * 2
           if wsHeapChild > wsHeapSize
               move "y" to wsHeapSettled
           else
               if wsHeapChild < wsHeapSize
                   and wsHpScore(wsHeapChild + 1) < wsHpScore(wsHeapChild)
                   add 1 to wsHeapChild
               end-if
               if wsHpScore(wsHeapChild) < wsHpScore(wsHeapIdx)
                   move wsHeapEntry(wsHeapChild) to wsHeapSwap
                   move wsHeapEntry(wsHeapIdx) to wsHeapEntry(wsHeapChild)
                   move wsHeapSwap to wsHeapEntry(wsHeapIdx)
                   move wsHeapChild to wsHeapIdx
               else
                   move "y" to wsHeapSettled
               end-if
           end-if
       end-perform.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       move spaces to wsParm
       accept wsParm from environment "AOC202416_MAX_GRID"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC202416_MAX_GRID" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces and wsParmNoteCount < 6
           add 1 to wsParmNoteCount
           move spaces to wsParmNote(wsParmNoteCount)
           string "PARM AOC202416_MAX_GRID=" delimited by size
               wsParm delimited by space
               into wsParmNote(wsParmNoteCount)
           end-string
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsMaxGridSize
       end-if
       if wsMaxGridSize > 250
           move 250 to wsMaxGridSize
       end-if

       accept wsSelftest from environment "AOC202416P1_SELFTEST"
           on exception continue
       end-accept
       if wsIsSelftest
           perform WriteSelfTestSample
           move ".selftest-input" to wsInputFilename
       else
           accept wsInputFilename from environment "AOC202416P1_INPUT"
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

*> Echoes every explicitly-set runtime parameter (file or
*> environment) into the audit trail, so reproducing this run is
*> a matter of reading it back rather than guessing at somebody's
*> shell session.
RecordEffectiveParms.
       perform varying wsParmIdx from 1 by 1
               until wsParmIdx > wsParmNoteCount
           move "PARM" to wsAuditEvent
           move wsParmNote(wsParmIdx) to wsAuditDetail
           perform WriteAuditLine
       end-perform.

*> Writes the puzzle page's own sample maze out to the self-test
*> scratch file, for self-test mode to read back in through InputFile.
WriteSelfTestSample.
       open output SelfTestSample
       move "###############" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.......#....E#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.#.###.#.###.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.....#.#...#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.###.#####.#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.#.#.......#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.#.#####.###.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#...........#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "###.#.#####.#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#...#.....#.#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.#.#.###.#.#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.....#...#.#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#.###.#.#.#.#.#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "#S..#.....#...#" to SelfTestSampleLine
       write SelfTestSampleLine
       move "###############" to SelfTestSampleLine
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
    replacing ==:PROGRAM-NAME:==  by =="AOC202416P1"==
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
    replacing ==:PROGRAM-NAME:==     by =="AOC202416P1"==
              ==:FILE-NAME:==       by ==RejectedRecords==
              ==:RECORDNUM-FIELD:== by ==wsLineCount==
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
              ==:DAY-DIR:==           by =="day16"==
              ==:PROGRAM-NAME:==      by =="AOC202416P1"==.

*> Opens the shared results-history file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenResultLog.
       open extend ResultLog
       if wsResultStatus not = "00"
           open output ResultLog
       end-if.

copy "ResultWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202416P1"==
              ==:FILE-NAME:==    by ==ResultLog==
              ==:LABEL-FIELD:==  by ==wsResultLabel==
              ==:VALUE-FIELD:==  by ==wsResultValue==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:CYCLE-FIELD:==  by ==wsCycleId==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsScore==
              ==:EXPECTED-FIELD:== by ==wsSelftestExpected==
              ==:RESULT-LABEL:==   by =="Lowest score"==.

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
    replacing ==:PROGRAM-NAME:== by =="AOC202416P1"==
              ==:FILE-NAME:==    by ==ControlFile==
              ==:READ-FIELD:==   by ==wsLineCount==
              ==:ACCEPTED-FIELD:== by ==wsRowCount==
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
    replacing ==:PROGRAM-NAME:== by =="AOC202416P1"==
              ==:FILE-NAME:==    by ==LineageFile==
              ==:READ-FIELD:==   by ==wsLineCount==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202416P1.
