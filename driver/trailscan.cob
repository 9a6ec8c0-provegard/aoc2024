01 ScanReportLine pic X(130).

working-storage section.
       01 wsReportName pic X(40) value "trail-scan-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024TRAILSCAN".
       01 wsReportTitle pic X(40) value "TRAIL INTEGRITY SCAN".
       01 wsRegistryStatus pic X(2).
       01 wsTrailStatus pic X(2).
       01 wsFenceStatus pic X(2).
       01 wsRowIsBad pic A(1).
       01 wsBadWhy pic X(40).

*> Audit trails are hash-chained: a clean row kept straight after
*> fenced rows gets a FENCE anchor (AOC2024ANCHOR) naming the row it
*> used to follow, so the rewritten trail still verifies.
       01 wsPrevRow pic 9(5).
       01 wsAnchorKind pic X(5) value "FENCE".
       01 wsAnchorFile pic X(40).
       01 wsAnchorRowHash pic X(20).
       01 wsAnchorPrevHash pic X(20).
       01 wsAnchorNote pic X(50).

*> Mirrors of the copybook layouts for the field tests - the same
*> columns AuditRecord/ControlRecord/ResultRecord/LineageRecord give
*> their readers.
           05 rvLabel pic X(20).
           05 rvGap3 pic X(1).
           05 rvValue pic X(15).
           05 rvGap4 pic X(1).
           05 rvCycle pic X(15).
           05 rvGap5 pic X(1).
           05 rvValueHigh pic X(3).
       01 wsLineageView.
           05 lvProgram pic X(12).
           05 lvGap1 pic X(1).
           05 lvRead pic X(10).
           05 lvGap3 pic X(1).
           05 lvRejects pic X(6).
           05 lvGap4 pic X(1).
           05 lvInput pic X(100).
           05 lvGap5 pic X(1).
           05 lvBuild pic X(10).

       01 wsDateWork pic X(8).
       01 wsStampOk pic A(1).
       end-perform
       perform ScanRootAudit
       close ScanReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "TRAILSCAN: " wsFilesScanned " file(s) scanned, "
           wsBadTotal " malformed row(s), " wsFenced " fenced"
       end-if.

JudgeResultRow.
       move TrailLine(1:78) to wsResultView
       perform JudgePlainDate
       if wsRowIsBad = "y"
           exit paragraph
       if rvValue not numeric
           move "y" to wsRowIsBad
           move "result value not numeric" to wsBadWhy
       end-if
       if rvValueHigh not = spaces and rvValueHigh not numeric
           move "y" to wsRowIsBad
           move "result high digits not numeric" to wsBadWhy
       end-if.

JudgeLineageRow.
       move TrailLine(1:151) to wsLineageView
       perform JudgePlainDate
       if wsRowIsBad = "y"
           exit paragraph
       if lvRead not numeric or lvRejects not numeric
           move "y" to wsRowIsBad
           move "count field not numeric" to wsBadWhy
           exit paragraph
       end-if
       if lvBuild not = spaces and lvBuild not numeric
           move "y" to wsRowIsBad
           move "build checksum not numeric" to wsBadWhy
       end-if.

ReportBadRow.
           if wsRowBad(wsRowIdx) = "n"
               move wsHeldRow(wsRowIdx) to TrailLine
               write TrailLine
               if wsKindAudit and wsRowIdx > 1
                   perform AnchorFenceGap
               end-if
           end-if
       end-perform
       close TrailFile
       end-string
       write ScanReportLine.

AnchorFenceGap.
       compute wsPrevRow = wsRowIdx - 1
       if wsRowBad(wsPrevRow) not = "y"
               or wsHeldRow(wsRowIdx)(137:20) = spaces
           exit paragraph
       end-if
       move wsTrailFilename to wsAnchorFile
       move wsHeldRow(wsRowIdx)(137:20) to wsAnchorRowHash
       move wsHeldRow(wsPrevRow)(137:20) to wsAnchorPrevHash
       if wsAnchorPrevHash = spaces
           move zeros to wsAnchorPrevHash
       end-if
       move spaces to wsAnchorNote
       string
           "fenced to " delimited by size
           function trim(wsFenceFilename) delimited by size
           into wsAnchorNote
       end-string
       call "AOC2024ANCHOR" using wsAnchorKind wsAnchorFile
           wsAnchorRowHash wsAnchorPrevHash wsAnchorNote.

LoadRegistryDirs.
       open input RegistryFile
       if wsRegistryStatus not = "00"
