           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select WarehouseFinal assign to 'warehouse-final-p1'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> The warehouse as the last move left it, one line per map row,
*> followed by the move-audit summary.
FD WarehouseFinal.
01 WarehouseFinalLine pic X(250).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> warehouse lines taken clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202415P1_INPUT
01 wsLineLength pic 9(4).
01 wsC pic 9(3).
01 wsGps binary-double value 0.

*> Move audit, tallied step by step as the moves are walked: every
*> step either walks, pushes boxes, or is blocked by a wall.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202415P1".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsMovesBlocked pic 9(6) value 0.
01 wsMovesPushing pic 9(6) value 0.
01 wsChainLen pic 9(5).
01 wsLongestChain pic 9(5) value 0.
01 wsMoveAuditLine.
       05 wsMaLabel pic x(44).
       05 wsMaValue pic z(5)9.

01 wsDayLockAction pic X(1).   *> A acquire / R release, via AOC2024DAYLOCK
01 wsDayLockVerdict pic X(1).

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
           compute wsScanR = wsScanR + wsDr
           compute wsScanC = wsScanC + wsDc
       end-perform
       if wsGridRow(wsScanR)(wsScanC:1) not = "."
           add 1 to wsMovesBlocked
       end-if
       if wsGridRow(wsScanR)(wsScanC:1) = "."
           if wsScanR not = wsFirstR or wsScanC not = wsFirstC
               move "O" to wsGridRow(wsScanR)(wsScanC:1)
               add 1 to wsMovesPushing
               compute wsChainLen = function abs(wsScanR - wsFirstR)
                   + function abs(wsScanC - wsFirstC)
               if wsChainLen > wsLongestChain
                   move wsChainLen to wsLongestChain
               end-if
           end-if
           move "@" to wsGridRow(wsFirstR)(wsFirstC:1)
           move "." to wsGridRow(wsRobR)(wsRobC:1)
           end-perform
       end-perform.

*> The final map row by row, then the move audit: total moves, moves
*> a wall blocked, moves that pushed boxes, and the longest line of
*> boxes a single move pushed.
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
       close WarehouseFinal
       move "warehouse-final-p1" to wsReportGenName
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

end program AOC202415P1.
