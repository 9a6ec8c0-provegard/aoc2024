           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select LoopObstructions assign to 'loop-obstructions'
           organization is line sequential
           file status is wsListingStatus.
       select CheckpointFile assign to wsCheckpointFilename
           organization is line sequential
           file status is wsCheckpointStatus.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per obstruction placement that traps the guard: the cell,
*> the step of the original patrol that would first run into it, and
*> the length of the loop the guard then falls into - so two nights'
*> placements can be diffed when the count moves.
FD LoopObstructions.
01 LoopObstructionsLine pic X(80).

*> Records how far the obstruction search has got, every so many
*> candidates tried, so a search the watchdog kills or a restart
*> interrupts picks back up at the cell it reached instead of the
*> first one. Each line names the drop it belongs to - the input
*> file and its cksum - so a checkpoint left by a different drop is
*> never resumed against this one. CkRow and CkCol are the last
*> candidate cell tried, 1-based as the listing gives them.
FD CheckpointFile.
01 CheckpointLine.
       02 CkInputName pic X(100).
       02 filler pic X(1) value space.
       02 CkInputSum pic X(10).
       02 filler pic X(1) value space.
       02 CkRow pic 9(3).
       02 filler pic X(1) value space.
       02 CkCol pic 9(3).
       02 filler pic X(1) value space.
       02 CkLoopCount pic 9(5).
       02 filler pic X(1) value space.
       02 CkTested pic 9(6).
       02 filler pic X(1) value space.
       02 CkSkipped pic 9(6).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsRowsRead pic 9(5) value 0.     *> physical rows read, reject or not
01 wsAcceptedCount pic 9(5) value 0.  *> rows stacked into the grid, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsResultLabel pic X(20).
01 wsResultValue pic 9(15).
01 wsExpectedLineLength pic 9(3) value 0.
01 wsVisitedGen.
       05 wsVisitedGenCell occurs 62500 times.
           10 wsVisitedGenDir pic 9(6) occurs 4 times.
           10 wsVisitedStepDir pic 9(7) occurs 4 times.

*> Loop-obstruction listing. The walk counts its steps (moves, not
*> turns) and stamps each (cell, direction) state with the step it
*> was reached at, so a repeated state gives the loop's length; the
*> baseline walk also keeps the step at which it first enters each
*> cell - the step an obstruction there would first be hit.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202406P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsBaselineWalk pic A(1) value "N".
01 wsStepNo pic 9(7).
01 wsLoopLength pic 9(7).
01 wsFirstSteps.
       05 wsFirstStep pic 9(7) occurs 62500 times.
01 wsObstructionLine.
       05 filler pic x(16) value "Obstruction row ".
       05 wsOlRow pic zz9.
       05 filler pic x(5) value " col ".
       05 wsOlCol pic zz9.
       05 filler pic x(19) value " first hit at step ".
       05 wsOlStep pic z(6)9.
       05 filler pic x(13) value " loop length ".
       05 wsOlLoop pic z(6)9.
01 wsObstructionTotal.
       05 filler pic x(24) value "Loop-forming placements ".
       05 wsOtCount pic z(4)9.

*> Checkpoint/restart for the obstruction search. The drop's identity
*> is the input file consumed plus its cksum; a checkpoint whose last
*> line carries any other identity is discarded, not resumed.
01 wsCheckpointFilename pic X(100) value "day06p2-checkpoint".
01 wsCheckpointStatus pic X(2).
01 wsCheckpointEof pic A(1) value "n".
01 wsCheckpointEvery pic 9(3) value 25.  *> candidates tried between checkpoint lines
01 wsListingStatus pic X(2).
01 wsInputSum pic X(10) value spaces.
01 wsResuming pic A(1) value "N".
    88 wsIsResuming value "Y".
01 wsResumeCx pic S9(3) value 0.
01 wsResumeCy pic S9(3) value 0.
01 wsTrimCmd pic X(250).
01 wsAcRow pic zz9.       *> the RESUMED audit row's cell and count
01 wsAcCol pic zz9.
01 wsAcLoops pic zzzz9.

01 wsDayLockAction pic X(1).   *> A acquire / R release, via AOC2024DAYLOCK
01 wsDayLockVerdict pic X(1).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
           close AuditFile
           go to EndRun
       end-if
       call "AOC2024BUILDSUM" using wsInputFilename wsInputSum
       perform LoadCheckpoint

       perform LoadGridRows

       close InputFile
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if

       if wsLineLength > wsMaxGridSize or wsLineCount > wsMaxGridSize
           display "ERROR: grid exceeds max size " wsMaxGridSize
           perform ArchiveInputDrop
           close RejectedRecords
           move 8 to return-code
           go to EndRun
       *> testing an obstruction at are the ones the guard actually
       *> walks (the same footprint part1's visited table computes) -
       *> every other open cell can never change the patrol
       initialize wsFirstSteps
       move "Y" to wsBaselineWalk
       perform simulate-walk
       move "N" to wsBaselineWalk
       perform mark-baseline-path
       if wsIsResuming
           perform ResumeListing
           open extend CheckpointFile
       else
           open output LoopObstructions
           open output CheckpointFile
       end-if

       *> a resumed search starts on the cell after the checkpoint's;
       *> only the first row it re-enters starts part-way across
       perform varying wsCy from wsResumeCy by 1 until wsCy = wsLineCount
           perform varying wsCx from wsResumeCx by 1 until wsCx = wsLineLength
               compute wsObstructionIdx = wsCx + (wsCy * wsLineLength)
               if wsCell(wsObstructionIdx) = "." and not (wsCx = wsStartX and wsCy = wsStartY)
                   if wsBaselineCell(wsObstructionIdx + 1) = 1
                       perform simulate-walk
                       if wsLoopFound = "y"
                           add 1 to wsLoopCount
                           perform WriteLoopObstruction
                       end-if
                       move "." to wsCell(wsObstructionIdx)
                       if function mod(wsCandidatesTested, wsCheckpointEvery) = 0
                           perform WriteCheckpointLine
                       end-if
                   else
                       add 1 to wsCandidatesSkipped
                   end-if
               end-if
           end-perform
           move 0 to wsResumeCx
       end-perform
       move wsLoopCount to wsOtCount
       move wsObstructionTotal to LoopObstructionsLine
       write LoopObstructionsLine
       close LoopObstructions
       move "loop-obstructions" to wsReportGenName
       move "LOOP-FORMING OBSTRUCTIONS" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if

       *> the drop stays in place until the search is through, so a
       *> killed run's retry finds the same drop its checkpoint names;
       *> a clean finish then truncates the checkpoint back to empty
       *> so the next fresh run cannot misread it as a restart point
       perform ArchiveInputDrop
       close CheckpointFile
       open output CheckpointFile
       close CheckpointFile
       display "Candidates tested: " wsCandidatesTested
           ", skipped off the baseline path: " wsCandidatesSkipped

       move wsStartY to wsY
       move "N" to wsDirection
       move "n" to wsLoopFound
       move 0 to wsStepNo
       perform until (wsLoopFound = "y") or (wsX < 0) or (wsY < 0) or (wsX >= wsLineLength) or (wsY >= wsLineCount)
           compute wsCellIdx = wsX + (wsY * wsLineLength)
           perform dir-index
           if wsVisitedGenDir(wsCellIdx + 1, wsDirIdx) = wsCurrentGen
               move "y" to wsLoopFound
               compute wsLoopLength = wsStepNo
                   - wsVisitedStepDir(wsCellIdx + 1, wsDirIdx)
           else
               move wsCurrentGen to wsVisitedGenDir(wsCellIdx + 1, wsDirIdx)
               move wsStepNo to wsVisitedStepDir(wsCellIdx + 1, wsDirIdx)
               perform set-next
               if (wsNextX < 0) or (wsNextY < 0) or (wsNextX >= wsLineLength) or (wsNextY >= wsLineCount)
                   *> next step walks off the grid; let the outer loop stop
                   if wsCell(wsCellIdx2) = "#"
                       perform turn-right
                   else
                       add 1 to wsStepNo
                       if wsBaselineWalk = "Y"
                               and wsFirstStep(wsCellIdx2 + 1) = 0
                           move wsStepNo to wsFirstStep(wsCellIdx2 + 1)
                       end-if
                       move wsNextX to wsX
                       move wsNextY to wsY
                   end-if
           end-if
       end-perform.

*> Lists one loop-forming placement: its cell (1-based row and
*> column, as the grid is read), the baseline step that first walks
*> into it, and the loop the guard then falls into.
WriteLoopObstruction.
       compute wsOlRow = wsCy + 1
       compute wsOlCol = wsCx + 1
       move wsFirstStep(wsObstructionIdx + 1) to wsOlStep
       move wsLoopLength to wsOlLoop
       move wsObstructionLine to LoopObstructionsLine
       write LoopObstructionsLine.

*> Restores the search's position and counts from the checkpoint's
*> last line, if an interrupted run left one for this same drop; a
*> checkpoint naming another input file or cksum belongs to a
*> different drop and is discarded with an audit row. A resumed run
*> has already filed this drop's rejected rows, so the grid reload
*> counts them again without writing them a second time.
LoadCheckpoint.
       move spaces to CheckpointLine
       open input CheckpointFile
       if wsCheckpointStatus = "00"
           perform until wsCheckpointEof = "y"
               read CheckpointFile
                   at end move "y" to wsCheckpointEof
               end-read
           end-perform
           close CheckpointFile
       end-if
       if CkInputName = spaces
           exit paragraph
       end-if
       if CkInputName not = wsInputFilename or CkInputSum not = wsInputSum
               or wsInputSum = spaces
           move "DISCARD" to wsAuditEvent
           move spaces to wsAuditDetail
           string "Checkpoint for another drop discarded: "
                   delimited by size
               CkInputName delimited by space
               into wsAuditDetail
           end-string
           perform WriteAuditLine
           exit paragraph
       end-if
       move "Y" to wsResuming
       move CkLoopCount to wsLoopCount
       move CkTested to wsCandidatesTested
       move CkSkipped to wsCandidatesSkipped
       compute wsResumeCy = CkRow - 1
       move CkCol to wsResumeCx
       move CkRow to wsAcRow
       move CkCol to wsAcCol
       move CkLoopCount to wsAcLoops
       move "RESUMED" to wsAuditEvent
       move spaces to wsAuditDetail
       string "Resumed after row " delimited by size
           function trim(wsAcRow) delimited by size
           " col " delimited by size
           function trim(wsAcCol) delimited by size
           ", " delimited by size
           function trim(wsAcLoops) delimited by size
           " loops found" delimited by size
           into wsAuditDetail
       end-string
       perform WriteAuditLine.

*> Appends one checkpoint line for the candidate cell just tried.
WriteCheckpointLine.
       move spaces to CheckpointLine
       move wsInputFilename to CkInputName
       move wsInputSum to CkInputSum
       compute CkRow = wsCy + 1
       compute CkCol = wsCx + 1
       move wsLoopCount to CkLoopCount
       move wsCandidatesTested to CkTested
       move wsCandidatesSkipped to CkSkipped
       write CheckpointLine.

*> Cuts the interrupted run's listing back to the placements the
*> checkpoint counted - any found after its last line are found
*> again - and reopens it to carry on appending.
ResumeListing.
       move spaces to wsTrimCmd
       string "head -n " delimited by size
           wsLoopCount delimited by size
           " loop-obstructions > loop-obstructions.resume 2>/dev/null;"
               delimited by size
           " mv loop-obstructions.resume loop-obstructions"
               delimited by size
           into wsTrimCmd
       end-string
       call "SYSTEM" using wsTrimCmd
       move 0 to return-code
       open extend LoopObstructions
       if wsListingStatus not = "00"
           open output LoopObstructions
       end-if.

*> Reduces the baseline walk just simulated to its cell footprint:
*> any cell visited in any direction this generation is a candidate.
mark-baseline-path.
       if wsIsSelftest
           perform WriteSelfTestSample
           move ".selftest-input" to wsInputFilename
           move ".selftest-checkpoint" to wsCheckpointFilename
       else
           accept wsInputFilename from environment "AOC202406P2_INPUT"
               on exception continue
               end-if
               perform ResolveInputDrop
           end-if

           accept wsCheckpointFilename from environment "AOC202406P2_CHECKPOINT"
               on exception continue
           end-accept
           if wsCheckpointFilename = spaces
               move "day06p2-checkpoint" to wsCheckpointFilename
           end-if
       end-if.

*> Writes the puzzle page's own sample grid out to the self-test scratch
       if wsLineLength = 0
           add 1 to wsRejectCount
           move "BLANK-ROW" to wsRejectReason
           if not wsIsResuming
               perform WriteRejectLine
           end-if
           subtract 1 from wsLineCount
           move wsExpectedLineLength to wsLineLength
       else
           if (wsLineCount > 1) and (wsLineLength not = wsExpectedLineLength)
               add 1 to wsRejectCount
               move "RAGGED-ROW" to wsRejectReason
               if not wsIsResuming
                   perform WriteRejectLine
               end-if
               subtract 1 from wsLineCount
               move wsExpectedLineLength to wsLineLength
           else
              ==:READ-FIELD:==   by ==wsRowsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsLoopCount==
