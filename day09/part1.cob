           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select RelocationLedger assign to 'relocation-ledger-p1'
           organization is line sequential.
       select DiskImage assign to 'disk-image-p1'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per file id: where it started, where its first block
*> finally settled, and whether compaction moved it - with totals
*> (free space, fragmentation before and after) at the foot - so a
*> questioned checksum can be argued file by file.
FD RelocationLedger.
01 RelocationLedgerLine pic X(80).

*> The compacted disk as a run of extents in block order - each
*> file's blocks, and the free space, with their start and end block
*> numbers - enough for an auditor to recompute the checksum by hand
*> as the sum of block-number times file-id over every file extent.
FD DiskImage.
01 DiskImageLine pic X(80).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> disk-map lines taken, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202409P1_INPUT
01 wsLineLength pic 9(5).
01 wsBlockIdx pic 9(2).
01 wsChecksum binary-double value 0.

*> Per-file relocation bookkeeping, indexed by file id + 1: the
*> original layout is captured before compaction consumes the rem
*> table, and each block is booked as it settles - left where it was
*> or pulled leftward into a free span. Part 1 moves blocks, not
*> files, so a file can come out split: some blocks moved, the rest
*> left in place.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202409P1".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsFileTable.
    05 wsFileEntry occurs 10000 times.
        10 wsFlLength pic 9(1).
        10 wsFlOrigStart binary-long.
        10 wsFlFinalStart binary-long.
        10 wsFlSettled binary-long.
        10 wsFlMoved binary-long.
01 wsFileCount pic 9(5) value 0.
01 wsFileSlot pic 9(5).

*> The final disk, one owner per block (file id + 1; zero is free),
*> filled in as blocks settle - the picture the disk image and the
*> after-compaction fragmentation count are drawn from. Sized for
*> the widest map the digit table holds: 20000 digits of 9 blocks.
01 wsMaxBlocks binary-long value 180000.
01 wsBlockMap.
    05 wsBlockOwner binary-long occurs 180000 times.
01 wsDiskBlocks binary-long value 0.
01 wsUsedBlocks binary-long value 0.
01 wsBlockNo binary-long.
01 wsPendingFree binary-long.  *> free blocks seen since the last file block
01 wsSeenFileBlock pic X(1).
01 wsExtentStart binary-long.
01 wsExtentOwner binary-long.
01 wsMovedFiles pic 9(5) value 0.
01 wsSplitFiles pic 9(5) value 0.
01 wsStayedFiles pic 9(5) value 0.
01 wsHolesBefore binary-long value 0.
01 wsHoleBlocksBefore binary-long value 0.
01 wsHolesAfter binary-long value 0.
01 wsHoleBlocksAfter binary-long value 0.

*> Ledger and disk-image lines, labelled the way the other day jobs'
*> reports are so each line reads on its own.
01 wsLedgerLine.
       05 filler pic x(5) value "File ".
       05 wsLdFileId pic z(4)9.
       05 filler pic x(8) value " length ".
       05 wsLdLength pic 9.
       05 filler pic x(6) value " from ".
       05 wsLdOrigStart pic z(5)9.
       05 filler pic x(4) value " to ".
       05 wsLdFinalStart pic z(5)9.
       05 filler pic x(1) value space.
       05 wsLdStatus pic x(6).
       05 filler pic x(2) value " (".
       05 wsLdMovedBlocks pic 9.
       05 filler pic x(15) value " blocks moved)".
01 wsLedgerTotalLine.
       05 wsLtLabel pic x(36).
       05 filler pic x(8) value " before ".
       05 wsLtBefore pic z(6)9.
       05 filler pic x(7) value " after ".
       05 wsLtAfter pic z(6)9.
01 wsLedgerCountLine.
       05 wsLcLabel pic x(36).
       05 filler pic x(1) value space.
       05 wsLcValue pic z(6)9.
01 wsImageLine.
       05 filler pic x(7) value "Blocks ".
       05 wsImStart pic z(5)9.
       05 filler pic x(4) value " to ".
       05 wsImEnd pic z(5)9.
       05 filler pic x(8) value " length ".
       05 wsImLength pic z(5)9.
       05 filler pic x(1) value space.
       05 wsImContent pic x(5).
       05 wsImFileId pic z(4)9.
       05 wsImNoFile redefines wsImFileId pic x(5).
01 wsImageChecksumLine.
       05 filler pic x(36) value "Checksum (block x file id, summed) ".
       05 wsImChecksum pic z(17)9.

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

       perform MapOriginalLayout
       perform CompactBlocks

       display "Checksum = " wsChecksum
       perform WriteRelocationLedger
       perform WriteDiskImage
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if
                       until wsBlockIdx > wsRem(wsLeft)
                   compute wsChecksum =
                       wsChecksum + (wsPos * wsFileId)
                   perform BookSettledBlock
                   add 1 to wsPos
               end-perform
               move 0 to wsRem(wsLeft)
                       compute wsFileId = (wsRight - 1) / 2
                       compute wsChecksum =
                           wsChecksum + (wsPos * wsFileId)
                       perform BookSettledBlock
                       add 1 to wsFlMoved(wsFileSlot)
                       add 1 to wsPos
                       subtract 1 from wsRem(wsLeft)
                       subtract 1 from wsRem(wsRight)
           end-if
       end-perform.

*> Captures each file's original length and starting block before
*> compaction consumes the rem table, and counts the free space lying
*> between file blocks as the map arrived - the "before" half of the
*> ledger's fragmentation totals.
MapOriginalLayout.
       move 0 to wsBlockNo
       move 0 to wsPendingFree
       move "N" to wsSeenFileBlock
       perform varying wsIdx from 1 by 1 until wsIdx > wsDigitCount
           if function mod(wsIdx, 2) = 1
               compute wsFileSlot = (wsIdx + 1) / 2
               move wsFileSlot to wsFileCount
               move wsRem(wsIdx) to wsFlLength(wsFileSlot)
               move wsBlockNo to wsFlOrigStart(wsFileSlot)
               move wsBlockNo to wsFlFinalStart(wsFileSlot)
               move 0 to wsFlSettled(wsFileSlot)
               move 0 to wsFlMoved(wsFileSlot)
               add wsRem(wsIdx) to wsUsedBlocks
               if wsRem(wsIdx) > 0
                   if wsPendingFree > 0 and wsSeenFileBlock = "Y"
                       add 1 to wsHolesBefore
                       add wsPendingFree to wsHoleBlocksBefore
                   end-if
                   move 0 to wsPendingFree
                   move "Y" to wsSeenFileBlock
               end-if
           else
               add wsRem(wsIdx) to wsPendingFree
           end-if
           add wsRem(wsIdx) to wsBlockNo
       end-perform
       move wsBlockNo to wsDiskBlocks
       initialize wsBlockMap.

*> Books one block as it settles at wsPos for file wsFileId: marks
*> the block's owner on the final disk and, for the file's first
*> settled block, where the file now starts.
BookSettledBlock.
       compute wsFileSlot = wsFileId + 1
       if wsPos < wsMaxBlocks
           move wsFileSlot to wsBlockOwner(wsPos + 1)
       end-if
       if wsFlSettled(wsFileSlot) = 0
           move wsPos to wsFlFinalStart(wsFileSlot)
       end-if
       add 1 to wsFlSettled(wsFileSlot).

*> One ledger line per file id, MOVED when every block was pulled
*> leftward, SPLIT when only some were, STAYED when none were (EMPTY
*> for a zero-length file), then the free-space and fragmentation
*> totals before and after compaction.
WriteRelocationLedger.
       open output RelocationLedger
       perform varying wsFileSlot from 1 by 1
               until wsFileSlot > wsFileCount
           compute wsLdFileId = wsFileSlot - 1
           move wsFlLength(wsFileSlot) to wsLdLength
           move wsFlOrigStart(wsFileSlot) to wsLdOrigStart
           move wsFlFinalStart(wsFileSlot) to wsLdFinalStart
           move wsFlMoved(wsFileSlot) to wsLdMovedBlocks
           evaluate true
               when wsFlLength(wsFileSlot) = 0
                   move "EMPTY" to wsLdStatus
               when wsFlMoved(wsFileSlot) = wsFlLength(wsFileSlot)
                   move "MOVED" to wsLdStatus
                   add 1 to wsMovedFiles
               when wsFlMoved(wsFileSlot) > 0
                   move "SPLIT" to wsLdStatus
                   add 1 to wsSplitFiles
               when other
                   move "STAYED" to wsLdStatus
                   add 1 to wsStayedFiles
           end-evaluate
           move wsLedgerLine to RelocationLedgerLine
           write RelocationLedgerLine
       end-perform

       perform CountHolesAfter
       move "Files on the disk" to wsLcLabel
       move wsFileCount to wsLcValue
       perform WriteLedgerCount
       move "Files moved whole" to wsLcLabel
       move wsMovedFiles to wsLcValue
       perform WriteLedgerCount
       move "Files split" to wsLcLabel
       move wsSplitFiles to wsLcValue
       perform WriteLedgerCount
       move "Files left in place" to wsLcLabel
       move wsStayedFiles to wsLcValue
       perform WriteLedgerCount
       move "Blocks on the disk" to wsLcLabel
       move wsDiskBlocks to wsLcValue
       perform WriteLedgerCount
       move "Free blocks" to wsLcLabel
       compute wsLcValue = wsDiskBlocks - wsUsedBlocks
       perform WriteLedgerCount
       move "Free blocks between files" to wsLtLabel
       move wsHoleBlocksBefore to wsLtBefore
       move wsHoleBlocksAfter to wsLtAfter
       move wsLedgerTotalLine to RelocationLedgerLine
       write RelocationLedgerLine
       move "Free gaps between files" to wsLtLabel
       move wsHolesBefore to wsLtBefore
       move wsHolesAfter to wsLtAfter
       move wsLedgerTotalLine to RelocationLedgerLine
       write RelocationLedgerLine
       close RelocationLedger
       move "relocation-ledger-p1" to wsReportGenName
       move "FILE RELOCATION LEDGER" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

WriteLedgerCount.
       move wsLedgerCountLine to RelocationLedgerLine
       write RelocationLedgerLine.

*> Walks the final disk for free space still lying between file
*> blocks - the "after" half of the fragmentation totals.
CountHolesAfter.
       move 0 to wsPendingFree
       move "N" to wsSeenFileBlock
       perform varying wsBlockNo from 1 by 1
               until wsBlockNo > wsDiskBlocks or wsBlockNo > wsMaxBlocks
           if wsBlockOwner(wsBlockNo) = 0
               add 1 to wsPendingFree
           else
               if wsPendingFree > 0 and wsSeenFileBlock = "Y"
                   add 1 to wsHolesAfter
                   add wsPendingFree to wsHoleBlocksAfter
               end-if
               move 0 to wsPendingFree
               move "Y" to wsSeenFileBlock
           end-if
       end-perform.

*> The final disk as extents: each run of blocks with one owner (a
*> file id, or FREE) becomes one line, closed off by the checksum the
*> file extents add up to.
WriteDiskImage.
       open output DiskImage
       move 0 to wsExtentStart
       if wsDiskBlocks > 0
           move wsBlockOwner(1) to wsExtentOwner
       end-if
       perform varying wsBlockNo from 2 by 1
               until wsBlockNo > wsDiskBlocks or wsBlockNo > wsMaxBlocks
           if wsBlockOwner(wsBlockNo) not = wsExtentOwner
               perform WriteDiskExtent
               compute wsExtentStart = wsBlockNo - 1
               move wsBlockOwner(wsBlockNo) to wsExtentOwner
           end-if
       end-perform
       if wsDiskBlocks > 0
           perform WriteDiskExtent
       end-if
       move wsChecksum to wsImChecksum
       move wsImageChecksumLine to DiskImageLine
       write DiskImageLine
       close DiskImage
       move "disk-image-p1" to wsReportGenName
       move "COMPACTED DISK IMAGE" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

*> Writes the extent ending just before block wsBlockNo (numbered
*> from 1 in the block map, from 0 on the disk).
WriteDiskExtent.
       move wsExtentStart to wsImStart
       compute wsImEnd = wsBlockNo - 2
       compute wsImLength = wsBlockNo - 1 - wsExtentStart
       if wsExtentOwner = 0
           move "FREE" to wsImContent
           move spaces to wsImNoFile
       else
           move "FILE" to wsImContent
           compute wsImFileId = wsExtentOwner - 1
       end-if
       move wsImageLine to DiskImageLine
       write DiskImageLine.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202409P1.
