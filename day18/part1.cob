identification division.
program-id. AOC202418P1.

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
*> byte list is written here and read back in through InputFile via
*> the program's normal ReadInputLoop, so a self-test run exercises
*> the exact same parsing and path search as a production run.
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
01 wsAcceptedCount pic 9(5) value 0.  *> byte coordinates parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202418P1_INPUT
01 wsLineLength pic 9(3).
01 wsEof pic A(1) value "n".
01 wsRecordsRead pic 9(10) value 0.  *> last input record number processed, for restart

*> Self-test mode feeds the puzzle page's own sample byte list
*> through this job and checks the result against the known sample
*> answer, rather than a real day's extract.
01 wsSelftest pic A(1) value "N".  *> set by AOC202418P1_SELFTEST
    88 wsIsSelftest value "Y".
01 wsSelftestExpected pic 9(15) value 22.

*> Memory-space side and how many bytes have fallen when the walk
*> starts. The sample and the real feed differ, so both come from
*> the parameters file; self-test always uses the sample's 7 and 12.
01 wsMemSize pic 9(3) value 71.      *> AOC202418_SIZE
01 wsFallCount pic 9(5) value 1024.  *> AOC202418_BYTES

*> Every byte in drop order, and for each cell the number of the
*> first byte to land on it (zero while it stays clear), so the
*> memory space after any count of bytes can be read off without
*> rebuilding it.
01 wsBytes.
    05 wsByteEntry occurs 5000 times.
        10 wsByteX pic 9(3).
        10 wsByteY pic 9(3).
01 wsByteCount pic 9(5) value 0.
01 wsByteMax pic 9(5) value 5000.
01 wsFallen.
    05 wsFallenRow occurs 250 times.
        10 wsFallenAt pic 9(5) occurs 250 times.
01 wsBlockLimit pic 9(5).

*> Breadth-first walk from the top-left corner. Cells are stamped
*> with the walk's serial so the table needs no clearing between
*> walks, and wsStepsTo holds each stamped cell's distance.
01 wsWalk.
    05 wsWalkRow occurs 250 times.
        10 wsWalkCol occurs 250 times.
            15 wsSeen pic 9(5).
            15 wsStepsTo pic 9(5).
01 wsWalkSerial pic 9(5) value 0.
01 wsQueue.
    05 wsQueueEntry occurs 62500 times.
        10 wsQuRow pic 9(3).
        10 wsQuCol pic 9(3).
01 wsQueueHead pic 9(5).
01 wsQueueTail pic 9(5).
01 wsPathSteps pic 9(5).
01 wsExitReached pic A(1).

01 wsCurR pic 9(3).
01 wsCurC pic 9(3).
01 wsNxtR pic s9(4).
01 wsNxtC pic s9(4).
01 wsDirIdx pic 9(1).
01 wsR pic 9(3).
01 wsC pic 9(3).
01 wsNumX pic 9(5).
01 wsNumY pic 9(5).
01 wsCommaPos pic 9(3).
01 wsScanIdx pic 9(3).
01 wsLineBad pic A(1).
01 wsSteps pic 9(15) value 0.

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

       perform ReadInputLoop

       close InputFile
       perform ArchiveInputDrop
       close RejectedRecords

       if wsByteCount < wsFallCount
           display "WARNING: only " wsByteCount " bytes in the drop, "
               wsFallCount " asked for"
           move wsByteCount to wsFallCount
       end-if
       move wsFallCount to wsBlockLimit
       perform WalkToExit
       if wsExitReached = "Y"
           move wsPathSteps to wsSteps
       else
           display "WARNING: the exit cannot be reached after "
               wsFallCount " bytes"
       end-if

       display "Shortest path = " wsSteps
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if

       if wsIsSelftest
           perform CheckSelfTestResult
       else
           move "Shortest path" to wsResultLabel
           move wsSteps to wsResultValue
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

*> Common exit point: a fatal input-open failure (or a byte list
*> past the table) jumps straight here with return-code already set
*> to 8; the normal path falls through from just above with
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
              ==:PROCESS-ROW:== BY ==perform ProcessByteLine==.

*> One falling byte, "X,Y" with X across and Y down from the top-left
*> corner. A line that is not two digit runs either side of a single
*> comma, or that lands outside the memory space, is rejected rather
*> than dropped somewhere it does not belong.
ProcessByteLine.
       if wsLineLength = 0
           add 1 to wsRejectCount
           move "BLANK-RECORD" to wsRejectReason
           move spaces to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       perform ExtractByteCoords
       if wsLineBad = "Y"
           add 1 to wsRejectCount
           move "BAD-COORDS" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       if wsNumX >= wsMemSize or wsNumY >= wsMemSize
           add 1 to wsRejectCount
           move "OFF-GRID" to wsRejectReason
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
           exit paragraph
       end-if
       if wsByteCount >= wsByteMax
           display "ERROR: more than " wsByteMax " bytes on the drop"
           close RejectedRecords
           move 8 to return-code
           go to EndRun
       end-if
       add 1 to wsByteCount
       add 1 to wsAcceptedCount
       move wsNumX to wsByteX(wsByteCount)
       move wsNumY to wsByteY(wsByteCount)
       if wsFallenAt(wsNumY + 1, wsNumX + 1) = 0
           move wsByteCount to wsFallenAt(wsNumY + 1, wsNumX + 1)
       end-if.

*> Splits the line at its one comma into the X and Y digit runs.
ExtractByteCoords.
       move "N" to wsLineBad
       move 0 to wsCommaPos
       perform varying wsScanIdx from 1 by 1
               until wsScanIdx > wsLineLength
           if InputRecord(wsScanIdx:1) = ","
               if wsCommaPos = 0
                   move wsScanIdx to wsCommaPos
               else
                   move "Y" to wsLineBad
               end-if
           else
               if InputRecord(wsScanIdx:1) not numeric
                   move "Y" to wsLineBad
               end-if
           end-if
       end-perform
       if wsCommaPos < 2 or wsCommaPos >= wsLineLength
               or wsCommaPos > 6 or wsLineLength - wsCommaPos > 5
           move "Y" to wsLineBad
       end-if
       if wsLineBad = "N"
           move InputRecord(1:wsCommaPos - 1) to wsNumX
           move InputRecord(wsCommaPos + 1:wsLineLength - wsCommaPos)
               to wsNumY
       end-if.

*> Breadth-first walk from the top-left corner to the bottom-right
*> one with the first wsBlockLimit bytes fallen, setting wsExitReached
*> and, when reached, the step count in wsPathSteps.
WalkToExit.
       add 1 to wsWalkSerial
       move "N" to wsExitReached
       move 0 to wsPathSteps
       if wsFallenAt(1, 1) > 0 and wsFallenAt(1, 1) <= wsBlockLimit
           exit paragraph
       end-if
       move 1 to wsQueueHead
       move 1 to wsQueueTail
       move 1 to wsQuRow(1)
       move 1 to wsQuCol(1)
       move wsWalkSerial to wsSeen(1, 1)
       move 0 to wsStepsTo(1, 1)
       perform until wsQueueHead > wsQueueTail or wsExitReached = "Y"
           move wsQuRow(wsQueueHead) to wsCurR
           move wsQuCol(wsQueueHead) to wsCurC
           add 1 to wsQueueHead
           if wsCurR = wsMemSize and wsCurC = wsMemSize
               move "Y" to wsExitReached
               move wsStepsTo(wsCurR, wsCurC) to wsPathSteps
           else
               perform varying wsDirIdx from 1 by 1 until wsDirIdx > 4
                   perform VisitNeighbor
               end-perform
           end-if
       end-perform.

*> Queues the neighbor of the current cell in direction wsDirIdx if
*> it is inside the space, still clear, and not yet walked.
VisitNeighbor.
       move wsCurR to wsNxtR
       move wsCurC to wsNxtC
       evaluate wsDirIdx
           when 1 subtract 1 from wsNxtR
           when 2 add 1 to wsNxtC
           when 3 add 1 to wsNxtR
           when 4 subtract 1 from wsNxtC
       end-evaluate
       if wsNxtR < 1 or wsNxtR > wsMemSize
               or wsNxtC < 1 or wsNxtC > wsMemSize
           exit paragraph
       end-if
       if wsSeen(wsNxtR, wsNxtC) = wsWalkSerial
           exit paragraph
       end-if
       if wsFallenAt(wsNxtR, wsNxtC) > 0
               and wsFallenAt(wsNxtR, wsNxtC) <= wsBlockLimit
           exit paragraph
       end-if
       move wsWalkSerial to wsSeen(wsNxtR, wsNxtC)
       compute wsStepsTo(wsNxtR, wsNxtC) = wsStepsTo(wsCurR, wsCurC) + 1
       add 1 to wsQueueTail
       move wsNxtR to wsQuRow(wsQueueTail)
       move wsNxtC to wsQuCol(wsQueueTail).

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
       accept wsParm from environment "AOC202418_SIZE"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC202418_SIZE" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces and wsParmNoteCount < 6
           add 1 to wsParmNoteCount
           move spaces to wsParmNote(wsParmNoteCount)
           string "PARM AOC202418_SIZE=" delimited by size
               wsParm delimited by space
               into wsParmNote(wsParmNoteCount)
           end-string
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsMemSize
       end-if
       move spaces to wsParm
       accept wsParm from environment "AOC202418_BYTES"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC202418_BYTES" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces and wsParmNoteCount < 6
           add 1 to wsParmNoteCount
           move spaces to wsParmNote(wsParmNoteCount)
           string "PARM AOC202418_BYTES=" delimited by size
               wsParm delimited by space
               into wsParmNote(wsParmNoteCount)
           end-string
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsFallCount
       end-if
       if wsMemSize > 250
           move 250 to wsMemSize
       end-if

       accept wsSelftest from environment "AOC202418P1_SELFTEST"
           on exception continue
       end-accept
       if wsIsSelftest
           perform WriteSelfTestSample
           move ".selftest-input" to wsInputFilename
           move 7 to wsMemSize
           move 12 to wsFallCount
       else
           accept wsInputFilename from environment "AOC202418P1_INPUT"
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

*> Writes the puzzle page's own sample byte list out to the self-test
*> scratch file, for self-test mode to read back in through InputFile.
WriteSelfTestSample.
       open output SelfTestSample
       move "5,4" to SelfTestSampleLine
       write SelfTestSampleLine
       move "4,2" to SelfTestSampleLine
       write SelfTestSampleLine
       move "4,5" to SelfTestSampleLine
       write SelfTestSampleLine
       move "3,0" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2,1" to SelfTestSampleLine
       write SelfTestSampleLine
       move "6,3" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2,4" to SelfTestSampleLine
       write SelfTestSampleLine
       move "1,5" to SelfTestSampleLine
       write SelfTestSampleLine
       move "0,6" to SelfTestSampleLine
       write SelfTestSampleLine
       move "3,3" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2,6" to SelfTestSampleLine
       write SelfTestSampleLine
       move "5,1" to SelfTestSampleLine
       write SelfTestSampleLine
       move "1,2" to SelfTestSampleLine
       write SelfTestSampleLine
       move "5,5" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2,5" to SelfTestSampleLine
       write SelfTestSampleLine
       move "6,5" to SelfTestSampleLine
       write SelfTestSampleLine
       move "1,4" to SelfTestSampleLine
       write SelfTestSampleLine
       move "0,4" to SelfTestSampleLine
       write SelfTestSampleLine
       move "6,4" to SelfTestSampleLine
       write SelfTestSampleLine
       move "1,1" to SelfTestSampleLine
       write SelfTestSampleLine
       move "6,1" to SelfTestSampleLine
       write SelfTestSampleLine
       move "1,0" to SelfTestSampleLine
       write SelfTestSampleLine
       move "0,5" to SelfTestSampleLine
       write SelfTestSampleLine
       move "1,6" to SelfTestSampleLine
       write SelfTestSampleLine
       move "2,0" to SelfTestSampleLine
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
    replacing ==:PROGRAM-NAME:==  by =="AOC202418P1"==
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
    replacing ==:PROGRAM-NAME:==     by =="AOC202418P1"==
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
              ==:DAY-DIR:==           by =="day18"==
              ==:PROGRAM-NAME:==      by =="AOC202418P1"==.

*> Opens the shared results-history file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenResultLog.
       open extend ResultLog
       if wsResultStatus not = "00"
           open output ResultLog
       end-if.

copy "ResultWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202418P1"==
              ==:FILE-NAME:==    by ==ResultLog==
              ==:LABEL-FIELD:==  by ==wsResultLabel==
              ==:VALUE-FIELD:==  by ==wsResultValue==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:CYCLE-FIELD:==  by ==wsCycleId==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsSteps==
              ==:EXPECTED-FIELD:== by ==wsSelftestExpected==
              ==:RESULT-LABEL:==   by =="Shortest path"==.

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
    replacing ==:PROGRAM-NAME:== by =="AOC202418P1"==
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
    replacing ==:PROGRAM-NAME:== by =="AOC202418P1"==
              ==:FILE-NAME:==    by ==LineageFile==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202418P1.
