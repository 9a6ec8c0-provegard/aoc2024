           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select TrailheadScorecard assign to 'trailhead-scorecard-p2'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per trailhead - coordinates, Part 1 score (distinct
*> summits reached) and Part 2 rating (distinct trails) - then every
*> summit with the number of trailheads that reach it.
FD TrailheadScorecard.
01 TrailheadScorecardLine pic X(80).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsResultValue pic 9(15).
01 wsControlStatus pic X(2).
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202410P2_INPUT
01 wsLineLength pic 9(3).
01 wsHeight pic s9(2).
01 wsScore pic 9(15) value 0.

*> The scorecard's score column needs each trailhead's distinct
*> summits, which the trail-count table cannot give: a per-trailhead
*> walk, reached cells stamped with the trailhead's serial so the
*> table never needs re-clearing, on a stack a 250x250 map bounds.
01 wsMarks.
    05 wsMarkRow occurs 250 times.
        10 wsMark pic 9(5) occurs 250 times.
01 wsSerial pic 9(5) value 0.
01 wsStack.
    05 wsStackEntry occurs 62500 times.
        10 wsStkRow pic 9(3).
        10 wsStkCol pic 9(3).
01 wsStackTop pic 9(5) value 0.
01 wsCurR pic 9(3).
01 wsCurC pic 9(3).

*> Scorecard lines: one per trailhead (its score and its rating side
*> by side), then one per summit with how many trailheads reach it,
*> so a swing in the total can be traced to the trailheads behind it.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202410P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsSummitHitTable.
    05 wsSummitHitRow occurs 250 times.
        10 wsSummitHits pic 9(5) occurs 250 times.
01 wsHeadScore pic 9(5).
01 wsHeadCount pic 9(5) value 0.
01 wsSummitCount pic 9(5) value 0.
01 wsScoreTotal pic 9(15) value 0.
01 wsRatingTotal pic 9(15) value 0.
01 wsTrailheadLine.
       05 filler pic x(14) value "Trailhead row ".
       05 wsThRow pic zz9.
       05 filler pic x(5) value " col ".
       05 wsThCol pic zz9.
       05 filler pic x(7) value " score ".
       05 wsThScore pic z(4)9.
       05 filler pic x(8) value " rating ".
       05 wsThRating pic z(14)9.
01 wsSummitLine.
       05 filler pic x(14) value "Summit    row ".
       05 wsSmRow pic zz9.
       05 filler pic x(5) value " col ".
       05 wsSmCol pic zz9.
       05 filler pic x(12) value " reached by ".
       05 wsSmHeads pic z(4)9.
       05 filler pic x(11) value " trailheads".
01 wsScorecardTotalLine.
       05 filler pic x(11) value "Trailheads ".
       05 wsStHeads pic z(4)9.
       05 filler pic x(9) value " summits ".
       05 wsStSummits pic z(4)9.
       05 filler pic x(7) value " score ".
       05 wsStScore pic z(14)9.
       05 filler pic x(8) value " rating ".
       05 wsStRating pic z(14)9.

01 wsDayLockAction pic X(1).   *> A acquire / R release, via AOC2024DAYLOCK
01 wsDayLockVerdict pic X(1).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       close RejectedRecords

       perform RateTrailheads
       open output TrailheadScorecard
       perform ScoreTrailheads
       perform WriteSummitLines

       display "Rating = " wsScore
       if wsRejectCount > 0
           end-if
       end-perform.

*> The scorecard's per-trailhead walk: how many distinct 9-cells a
*> strictly +1-stepping walk from each 0-cell reaches, and which.
ScoreTrailheads.
       perform varying wsR from 1 by 1 until wsR > wsRowCount
           perform varying wsC from 1 by 1 until wsC > wsColCount
               move 0 to wsSummitHits(wsR, wsC)
           end-perform
       end-perform
       perform varying wsR from 1 by 1 until wsR > wsRowCount
           perform varying wsC from 1 by 1 until wsC > wsColCount
               if wsGridRow(wsR)(wsC:1) = "0"
                   move 0 to wsHeadScore
                   perform WalkOneTrailhead
                   perform WriteTrailheadLine
               end-if
           end-perform
       end-perform.

WalkOneTrailhead.
       add 1 to wsSerial
       move 1 to wsStackTop
       move wsR to wsStkRow(1)
       move wsC to wsStkCol(1)
       move wsSerial to wsMark(wsR, wsC)

       perform until wsStackTop = 0
           move wsStkRow(wsStackTop) to wsCurR
           move wsStkCol(wsStackTop) to wsCurC
           subtract 1 from wsStackTop

           if wsGridRow(wsCurR)(wsCurC:1) = "9"
               add 1 to wsHeadScore
               add 1 to wsSummitHits(wsCurR, wsCurC)
           else
               move function numval(wsGridRow(wsCurR)(wsCurC:1))
                   to wsHeight
               perform varying wsDirIdx from 1 by 1
                       until wsDirIdx > 4
                   evaluate wsDirIdx
                       when 1
                           compute wsNxtR = wsCurR - 1
                           move wsCurC to wsNxtC
                       when 2
                           compute wsNxtR = wsCurR + 1
                           move wsCurC to wsNxtC
                       when 3
                           move wsCurR to wsNxtR
                           compute wsNxtC = wsCurC - 1
                       when 4
                           move wsCurR to wsNxtR
                           compute wsNxtC = wsCurC + 1
                   end-evaluate
                   if wsNxtR >= 1 and wsNxtR <= wsRowCount
                           and wsNxtC >= 1 and wsNxtC <= wsColCount
                       if function numval(
                               wsGridRow(wsNxtR)(wsNxtC:1))
                               = wsHeight + 1
                               and wsMark(wsNxtR, wsNxtC)
                                   not = wsSerial
                           move wsSerial to wsMark(wsNxtR, wsNxtC)
                           add 1 to wsStackTop
                           move wsNxtR to wsStkRow(wsStackTop)
                           move wsNxtC to wsStkCol(wsStackTop)
                       end-if
                   end-if
               end-perform
           end-if
       end-perform.

*> Books one trailhead's scorecard row once its walk is done.
WriteTrailheadLine.
       add 1 to wsHeadCount
       add wsHeadScore to wsScoreTotal
       add wsPaths(wsR, wsC) to wsRatingTotal
       move wsR to wsThRow
       move wsC to wsThCol
       move wsHeadScore to wsThScore
       move wsPaths(wsR, wsC) to wsThRating
       move wsTrailheadLine to TrailheadScorecardLine
       write TrailheadScorecardLine.

*> Every summit, in grid order, with the number of trailheads whose
*> walks reached it - then the scorecard's totals.
WriteSummitLines.
       perform varying wsR from 1 by 1 until wsR > wsRowCount
           perform varying wsC from 1 by 1 until wsC > wsColCount
               if wsGridRow(wsR)(wsC:1) = "9"
                   add 1 to wsSummitCount
                   move wsR to wsSmRow
                   move wsC to wsSmCol
                   move wsSummitHits(wsR, wsC) to wsSmHeads
                   move wsSummitLine to TrailheadScorecardLine
                   write TrailheadScorecardLine
               end-if
           end-perform
       end-perform
       move wsHeadCount to wsStHeads
       move wsSummitCount to wsStSummits
       move wsScoreTotal to wsStScore
       move wsRatingTotal to wsStRating
       move wsScorecardTotalLine to TrailheadScorecardLine
       write TrailheadScorecardLine
       close TrailheadScorecard
       move "trailhead-scorecard-p2" to wsReportGenName
       move "TRAILHEAD SCORECARD" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
              ==:READ-FIELD:==   by ==wsLineCount==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202410P2.
