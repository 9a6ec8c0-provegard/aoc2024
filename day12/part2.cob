           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select RegionRegister assign to 'region-register-p2'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per region - label, plant letter, area, perimeter, side
*> count, Part 1 price, Part 2 bulk price and its top-left plot -
*> then invoice subtotals per plant letter.
FD RegionRegister.
01 RegionRegisterLine pic X(132).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsResultValue pic 9(15).
01 wsControlStatus pic X(2).
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202412P2_INPUT
01 wsLineLength pic 9(3).
01 wsPlant pic X(1).
01 wsArea pic 9(7).
01 wsSides pic 9(7).
01 wsPerimeter pic 9(7).  *> Part 1's fence length, for the register
01 wsPrice pic 9(15) value 0.

*> Corner probe for the side count: the two orthogonal neighbors and
01 wsPrbR pic s9(4).
01 wsPrbC pic s9(4).

*> Region register and fence invoice: one row per region, both
*> prices side by side, then a subtotal per plant letter - the
*> itemized fence bill behind the single posted price.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202412P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsPriceP1 pic 9(15).
01 wsPriceP2 pic 9(15).
01 wsPlantTotals.
    05 wsPlantEntry occurs 100 times.
        10 wsPtPlant pic X(1).
        10 wsPtRegions pic 9(5).
        10 wsPtArea pic 9(7).
        10 wsPtPriceP1 pic 9(15).
        10 wsPtPriceP2 pic 9(15).
        10 wsPtDone pic X(1).
01 wsPlantCount pic 9(3) value 0.
01 wsPlantIdx pic 9(3).
01 wsPlantPick pic 9(3).
01 wsPlantPass pic 9(3).
01 wsTotalArea pic 9(7) value 0.
01 wsTotalP1 pic 9(15) value 0.
01 wsTotalP2 pic 9(15) value 0.
01 wsRegionLine.
       05 filler pic x(7) value "Region ".
       05 wsRrRegion pic 9(5).
       05 filler pic x(7) value " plant ".
       05 wsRrPlant pic x(1).
       05 filler pic x(6) value " area ".
       05 wsRrArea pic z(6)9.
       05 filler pic x(11) value " perimeter ".
       05 wsRrPerimeter pic z(6)9.
       05 filler pic x(7) value " sides ".
       05 wsRrSides pic z(6)9.
       05 filler pic x(7) value " price ".
       05 wsRrPriceP1 pic z(14)9.
       05 filler pic x(6) value " bulk ".
       05 wsRrPriceP2 pic z(14)9.
       05 filler pic x(8) value " at row ".
       05 wsRrRow pic zz9.
       05 filler pic x(5) value " col ".
       05 wsRrCol pic zz9.
01 wsInvoiceLine.
       05 wsIvLabel pic x(6).
       05 wsIvPlant pic x(1).
       05 filler pic x(9) value " regions ".
       05 wsIvRegions pic z(4)9.
       05 filler pic x(6) value " area ".
       05 wsIvArea pic z(6)9.
       05 filler pic x(7) value " price ".
       05 wsIvPriceP1 pic z(14)9.
       05 filler pic x(6) value " bulk ".
       05 wsIvPriceP2 pic z(14)9.

01 wsDayLockAction pic X(1).   *> A acquire / R release, via AOC2024DAYLOCK
01 wsDayLockVerdict pic X(1).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       perform ArchiveInputDrop
       close RejectedRecords

       open output RegionRegister
       perform PriceRegions
       perform WriteFenceInvoice

       display "Price = " wsPrice
       if wsRejectCount > 0
               if wsRegion(wsR, wsC) = 0
                   perform FloodOneRegion
                   compute wsPrice = wsPrice + wsArea * wsSides
                   perform WriteRegionLine
               end-if
           end-perform
       end-perform.
       add 1 to wsRegionCount
       move 0 to wsArea
       move 0 to wsSides
       move 0 to wsPerimeter
       move wsGridRow(wsR)(wsC:1) to wsPlant
       move 1 to wsStackTop
       move wsR to wsStkRow(1)
                       move wsCurR to wsNxtR
                       compute wsNxtC = wsCurC + 1
               end-evaluate
               if wsNxtR < 1 or wsNxtR > wsRowCount
                       or wsNxtC < 1 or wsNxtC > wsColCount
                   add 1 to wsPerimeter
               else
                   if wsGridRow(wsNxtR)(wsNxtC:1) not = wsPlant
                       add 1 to wsPerimeter
                   else
                       if wsRegion(wsNxtR, wsNxtC) = 0
                           move wsRegionCount
                               to wsRegion(wsNxtR, wsNxtC)
                           add 1 to wsStackTop
                           move wsNxtR to wsStkRow(wsStackTop)
                           move wsNxtC to wsStkCol(wsStackTop)
                       end-if
                   end-if
               end-if
           end-perform
           end-if
       end-perform.

*> Books the region just filled: its register row, and its area and
*> both prices into its plant letter's invoice subtotal. The flood
*> starts from the first unvisited plot in row order, so wsR/wsC is
*> the region's top-left plot.
WriteRegionLine.
       compute wsPriceP1 = wsArea * wsPerimeter
       compute wsPriceP2 = wsArea * wsSides
       move wsRegionCount to wsRrRegion
       move wsPlant to wsRrPlant
       move wsArea to wsRrArea
       move wsPerimeter to wsRrPerimeter
       move wsSides to wsRrSides
       move wsPriceP1 to wsRrPriceP1
       move wsPriceP2 to wsRrPriceP2
       move wsR to wsRrRow
       move wsC to wsRrCol
       move wsRegionLine to RegionRegisterLine
       write RegionRegisterLine
       add wsArea to wsTotalArea
       add wsPriceP1 to wsTotalP1
       add wsPriceP2 to wsTotalP2

       move 0 to wsPlantPick
       perform varying wsPlantIdx from 1 by 1
               until wsPlantIdx > wsPlantCount
           if wsPtPlant(wsPlantIdx) = wsPlant
               move wsPlantIdx to wsPlantPick
           end-if
       end-perform
       if wsPlantPick = 0
           if wsPlantCount >= 100
               exit paragraph
           end-if
           add 1 to wsPlantCount
           move wsPlantCount to wsPlantPick
           move wsPlant to wsPtPlant(wsPlantPick)
           move 0 to wsPtRegions(wsPlantPick)
           move 0 to wsPtArea(wsPlantPick)
           move 0 to wsPtPriceP1(wsPlantPick)
           move 0 to wsPtPriceP2(wsPlantPick)
           move "N" to wsPtDone(wsPlantPick)
       end-if
       add 1 to wsPtRegions(wsPlantPick)
       add wsArea to wsPtArea(wsPlantPick)
       add wsPriceP1 to wsPtPriceP1(wsPlantPick)
       add wsPriceP2 to wsPtPriceP2(wsPlantPick).

*> The invoice: one subtotal per plant letter in letter order, then
*> the grand total across every region.
WriteFenceInvoice.
       perform varying wsPlantPass from 1 by 1
               until wsPlantPass > wsPlantCount
           move 0 to wsPlantPick
           perform varying wsPlantIdx from 1 by 1
                   until wsPlantIdx > wsPlantCount
               if wsPtDone(wsPlantIdx) = "N"
                   if wsPlantPick = 0
                       move wsPlantIdx to wsPlantPick
                   else
                       if wsPtPlant(wsPlantIdx) < wsPtPlant(wsPlantPick)
                           move wsPlantIdx to wsPlantPick
                       end-if
                   end-if
               end-if
           end-perform
           move "Y" to wsPtDone(wsPlantPick)
           move "Plant " to wsIvLabel
           move wsPtPlant(wsPlantPick) to wsIvPlant
           move wsPtRegions(wsPlantPick) to wsIvRegions
           move wsPtArea(wsPlantPick) to wsIvArea
           move wsPtPriceP1(wsPlantPick) to wsIvPriceP1
           move wsPtPriceP2(wsPlantPick) to wsIvPriceP2
           move wsInvoiceLine to RegionRegisterLine
           write RegionRegisterLine
       end-perform
       move "Total " to wsIvLabel
       move space to wsIvPlant
       move wsRegionCount to wsIvRegions
       move wsTotalArea to wsIvArea
       move wsTotalP1 to wsIvPriceP1
       move wsTotalP2 to wsIvPriceP2
       move wsInvoiceLine to RegionRegisterLine
       write RegionRegisterLine
       close RegionRegister
       move "region-register-p2" to wsReportGenName
       move "GARDEN REGION REGISTER" to wsReportGenTitle
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

end program AOC202412P2.
