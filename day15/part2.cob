           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select WarehouseFinal assign to 'warehouse-final-p2'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> The warehouse as the last move left it, one line per map row,
*> followed by the move-audit summary.
FD WarehouseFinal.
01 WarehouseFinalLine pic X(500).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> warehouse lines taken clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202415P2_INPUT
01 wsLineLength pic 9(4).
01 wsC pic 9(3).
01 wsGps binary-double value 0.

*> Move audit, tallied step by step as the moves are walked: every
*> step either walks, pushes boxes, or is blocked by a wall.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202415P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsMovesBlocked pic 9(6) value 0.
01 wsMovesPushing pic 9(6) value 0.
01 wsChainLen pic 9(5).
01 wsLongestChain pic 9(5) value 0.
01 wsMoveAuditLine.
       05 wsMaLabel pic x(44).
       05 wsMaValue pic z(5)9.
01 wsLargestCluster pic 9(5) value 0.

*> The tree of wide boxes one vertical push leans on, gathered
*> breadth-first: each queued box is the table's own scan cursor's
*> next entry, and the per-move serial marks keep a box from

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       perform FindRobot
       perform WalkMoves
       perform SumGpsCoordinates
       perform WriteWarehouseFinal

       display "GPS = " wsGps
       if wsRejectCount > 0
               and wsGridRow(wsRobR)(wsScanC:1) not = "]"
           compute wsScanC = wsScanC + wsDc
       end-perform
       if wsGridRow(wsRobR)(wsScanC:1) not = "."
           add 1 to wsMovesBlocked
       end-if
       if wsGridRow(wsRobR)(wsScanC:1) = "."
           if wsScanC not = wsFirstC
               add 1 to wsMovesPushing
               compute wsChainLen =
                   function abs(wsScanC - wsFirstC) / 2
               if wsChainLen > wsLongestChain
                   move wsChainLen to wsLongestChain
               end-if
           end-if
           perform until wsScanC = wsRobC
               move wsGridRow(wsRobR)(wsScanC - wsDc:1)
                   to wsGridRow(wsRobR)(wsScanC:1)
*> clear tree moves farthest box first so nothing is overwritten.
PushVertical.
       if wsGridRow(wsRobR + wsDr)(wsRobC:1) = "#"
           add 1 to wsMovesBlocked
           exit paragraph
       end-if
       move 0 to wsBoxCount
           add 1 to wsBoxScan
       end-perform
       if wsBlocked = "Y"
           add 1 to wsMovesBlocked
           exit paragraph
       end-if
       if wsBoxCount > 0
           add 1 to wsMovesPushing
           if wsBoxCount > wsLargestCluster
               move wsBoxCount to wsLargestCluster
           end-if
       end-if

       perform SortBoxesByRow
       if wsDr < 0
           end-perform
       end-perform.

*> The final map row by row, then the move audit: total moves, moves
*> a wall blocked, moves that pushed boxes, the longest line of boxes
*> a single sideways push slid, and the largest tree of wide boxes a
*> single up-or-down push carried.
WriteWarehouseFinal.
       open output WarehouseFinal
       perform varying wsR from 1 by 1 until wsR > wsRowCount
           move wsGridRow(wsR)(1:wsColCount) to WarehouseFinalLine
           write WarehouseFinalLine
       end-perform
       move spaces to WarehouseFinalLine
       write WarehouseFinalLine
       move "Total moves" to wsMaLabel
       move wsMoveCount to wsMaValue
       perform WriteMoveAuditLine
       move "Moves blocked by walls" to wsMaLabel
       move wsMovesBlocked to wsMaValue
       perform WriteMoveAuditLine
       move "Moves that pushed boxes" to wsMaLabel
       move wsMovesPushing to wsMaValue
       perform WriteMoveAuditLine
       move "Longest chain of boxes pushed in one move" to wsMaLabel
       move wsLongestChain to wsMaValue
       perform WriteMoveAuditLine
       move "Largest wide-box cluster moved vertically" to wsMaLabel
       move wsLargestCluster to wsMaValue
       perform WriteMoveAuditLine
       close WarehouseFinal
       move "warehouse-final-p2" to wsReportGenName
       move "WAREHOUSE FINAL LAYOUT" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

WriteMoveAuditLine.
       move wsMoveAuditLine to WarehouseFinalLine
       write WarehouseFinalLine.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202415P2.
