           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select QuadrantReport assign to 'quadrant-report'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> Each quadrant's robot count behind the safety factor, and the
*> robots standing on the middle row or column that no quadrant
*> claims.
FD QuadrantReport.
01 QuadrantReportLine pic X(80).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> robot lines parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202414P1_INPUT
01 wsLineLength pic 9(2).
01 wsQuadIdx pic 9(1).
01 wsSafety binary-double value 0.

*> Quadrant report figures: robots on the middle lines, by line (a
*> robot on the centre tile stands on both), and in all.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202414P1".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsOnMidColumn binary-double value 0.
01 wsOnMidRow binary-double value 0.
01 wsExcluded binary-double value 0.
01 wsQuadrantNames.
       05 filler pic x(12) value "top-left".
       05 filler pic x(12) value "top-right".
       05 filler pic x(12) value "bottom-left".
       05 filler pic x(12) value "bottom-right".
01 wsQuadrantNameTable redefines wsQuadrantNames.
       05 wsQuadrantName pic x(12) occurs 4 times.
01 wsQuadrantLine.
       05 filler pic x(9) value "Quadrant ".
       05 wsQrQuadrant pic 9.
       05 filler pic x(1) value space.
       05 wsQrName pic x(12).
       05 filler pic x(8) value " robots ".
       05 wsQrRobots pic z(5)9.
01 wsQuadrantCountLine.
       05 wsQcLabel pic x(31).
       05 wsQcValue pic z(17)9.

*> Signed digit-run scan over the robot line: the four runs are
*> p=x,y v=x,y in order, a minus sign immediately ahead of a run
*> negating it.

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       close RejectedRecords

       perform ComputeSafetyFactor
       perform WriteQuadrantReport

       display "Safety = " wsSafety
       if wsRejectCount > 0
           compute wsFinalY = function mod(
               wsRobPy(wsRobIdx) + wsSeconds * wsRobVy(wsRobIdx),
               wsFloorHeight)
           if wsFinalX = wsMidX
               add 1 to wsOnMidColumn
           end-if
           if wsFinalY = wsMidY
               add 1 to wsOnMidRow
           end-if
           if wsFinalX = wsMidX or wsFinalY = wsMidY
               add 1 to wsExcluded
           end-if
           if wsFinalX not = wsMidX and wsFinalY not = wsMidY
               move 1 to wsQuadIdx
               if wsFinalX > wsMidX
       compute wsSafety = wsQuadrant(1) * wsQuadrant(2)
           * wsQuadrant(3) * wsQuadrant(4).

*> The safety factor's working: each quadrant's count, the robots
*> the middle lines exclude, and the product.
WriteQuadrantReport.
       open output QuadrantReport
       perform varying wsQuadIdx from 1 by 1 until wsQuadIdx > 4
           move wsQuadIdx to wsQrQuadrant
           move wsQuadrantName(wsQuadIdx) to wsQrName
           move wsQuadrant(wsQuadIdx) to wsQrRobots
           move wsQuadrantLine to QuadrantReportLine
           write QuadrantReportLine
       end-perform
       move "Robots on the middle column" to wsQcLabel
       move wsOnMidColumn to wsQcValue
       perform WriteQuadrantCount
       move "Robots on the middle row" to wsQcLabel
       move wsOnMidRow to wsQcValue
       perform WriteQuadrantCount
       move "Robots excluded (middle lines)" to wsQcLabel
       move wsExcluded to wsQcValue
       perform WriteQuadrantCount
       move "Robots on the floor" to wsQcLabel
       move wsRobotCount to wsQcValue
       perform WriteQuadrantCount
       move "Safety factor" to wsQcLabel
       move wsSafety to wsQcValue
       perform WriteQuadrantCount
       close QuadrantReport
       move "quadrant-report" to wsReportGenName
       move "ROBOT QUADRANT COUNTS" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

WriteQuadrantCount.
       move wsQuadrantCountLine to QuadrantReportLine
       write QuadrantReportLine.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202414P1.
