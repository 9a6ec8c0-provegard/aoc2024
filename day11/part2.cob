           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select BlinkGrowthReport assign to 'blink-growth-p2'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per blink - total stones, distinct values held in the
*> counting table, the largest stone value, and how full the table
*> is - the same layout from both parts, so the Part 1 run's 25
*> blinks line up against the first 25 of Part 2's 75.
FD BlinkGrowthReport.
01 BlinkGrowthReportLine pic X(100).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> stone lines parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202411P2_INPUT
01 wsLineLength pic 9(2).
01 wsRightHalf binary-double.
01 wsTotal binary-double value 0.

*> Growth-report figures, taken off the counting table after each
*> blink (and once for the stones as read, as blink 0).
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202411P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsDistinct pic 9(6).
01 wsLargest binary-double.
01 wsBlinkLine.
       05 filler pic x(6) value "Blink ".
       05 wsBgBlink pic zz9.
       05 filler pic x(8) value " stones ".
       05 wsBgStones pic z(15)9.
       05 filler pic x(10) value " distinct ".
       05 wsBgDistinct pic z(5)9.
       05 filler pic x(9) value " largest ".
       05 wsBgLargest pic z(17)9.
       05 filler pic x(12) value " table full ".
       05 wsBgFull pic zz9.9.
       05 filler pic x(1) value "%".

*> Token scan over the stone line, through the shared numeric parser.
01 wsScanLine pic X(80).
01 wsScanPtr pic 9(3).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
*> as one entry. Seventy-five generations stay bounded because only
*> distinct values occupy table slots.
BlinkStones.
       open output BlinkGrowthReport
       move 0 to wsBlinkNo
       perform WriteBlinkLine
       perform varying wsBlinkNo from 1 by 1
               until wsBlinkNo > wsBlinks
           initialize wsNewTable
               end-if
           end-perform
           move wsNewTable to wsCurTable
           perform WriteBlinkLine
       end-perform
       close BlinkGrowthReport
       move "blink-growth-p2" to wsReportGenName
       move "STONE BLINK GROWTH" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if

       move 0 to wsTotal
       perform varying wsB from 1 by 1 until wsB > wsBuckets
           end-if
       end-perform.

*> Takes the current generation's figures off the counting table -
*> stones, distinct values, largest value, and the share of the
*> table's slots in use - and writes them as the blink's row.
WriteBlinkLine.
       move 0 to wsTotal
       move 0 to wsDistinct
       move 0 to wsLargest
       perform varying wsB from 1 by 1 until wsB > wsBuckets
           if wsCurUsed(wsB) = "Y"
               add wsCurCount(wsB) to wsTotal
               add 1 to wsDistinct
               if wsCurKey(wsB) > wsLargest
                   move wsCurKey(wsB) to wsLargest
               end-if
           end-if
       end-perform
       move wsBlinkNo to wsBgBlink
       move wsTotal to wsBgStones
       move wsDistinct to wsBgDistinct
       move wsLargest to wsBgLargest
       compute wsBgFull rounded = wsDistinct * 100 / wsBuckets
       move wsBlinkLine to BlinkGrowthReportLine
       write BlinkGrowthReportLine.

TransformStoneValue.
       if wsStoneValue = 0
           move 1 to wsHV
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202411P2.
