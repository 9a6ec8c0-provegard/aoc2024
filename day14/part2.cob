           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select FloorSnapshot assign to 'floor-snapshot'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> The floor at the picture second, one line per floor row - a "#"
*> where a robot stands, "." where none does - so the tree can be
*> confirmed by eye.
FD FloorSnapshot.
01 FloorSnapshotLine pic X(250).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> robot lines parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202414P2_INPUT
01 wsLineLength pic 9(2).
01 wsOverlapSeen pic A(1).
01 wsPictureSecond binary-double value 0.

*> Floor snapshot: the picture second's marks rendered row by row.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202414P2".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsSnapRow pic 9(3).
01 wsSnapCol pic 9(3).
01 wsSnapshotHeading.
       05 filler pic x(6) value "Floor ".
       05 wsShWidth pic zz9.
       05 filler pic x(3) value " x ".
       05 wsShHeight pic zz9.
       05 filler pic x(11) value " at second ".
       05 wsShSecond pic z(8)9.

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

       perform FindPictureSecond
       perform WriteFloorSnapshot

       display "Second = " wsPictureSecond
       if wsRejectCount > 0
           end-if
       end-perform.

*> Renders the floor at the picture second. Every robot's tile was
*> stamped with that second by the search, and the search stopped
*> there, so the marks still hold the picture. With no picture second
*> found there is nothing to render past the heading.
WriteFloorSnapshot.
       open output FloorSnapshot
       move wsFloorWidth to wsShWidth
       move wsFloorHeight to wsShHeight
       move wsPictureSecond to wsShSecond
       move wsSnapshotHeading to FloorSnapshotLine
       write FloorSnapshotLine
       if wsPictureSecond not = 0
           perform varying wsSnapRow from 1 by 1
                   until wsSnapRow > wsFloorHeight
               move spaces to FloorSnapshotLine
               perform varying wsSnapCol from 1 by 1
                       until wsSnapCol > wsFloorWidth
                   if wsMark(wsSnapRow, wsSnapCol) = wsPictureSecond
                       move "#" to FloorSnapshotLine(wsSnapCol:1)
                   else
                       move "." to FloorSnapshotLine(wsSnapCol:1)
                   end-if
               end-perform
               write FloorSnapshotLine
           end-perform
       end-if
       close FloorSnapshot
       move "floor-snapshot" to wsReportGenName
       move "ROBOT FLOOR SNAPSHOT" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202414P2.
