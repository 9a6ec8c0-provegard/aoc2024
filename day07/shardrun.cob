       01 wsMergedAccepted pic 9(10) value 0.
       01 wsMergedRejected pic 9(10) value 0.
       01 wsLineageStatus pic X(2).
       01 wsBuildPath pic X(100) value "part2".  *> the solver every shard runs
       01 wsBuildSum pic X(10) value spaces.     *> its checksum, stamped on the merged lineage row
       01 wsShardRc binary-long.
       01 wsFailCount pic 9(2) value 0.
       01 wsResultDate pic X(8).

procedure division.
       perform ReadParameters
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform OpenAuditFile
       move "START" to wsAuditEvent
       move "Sharded calibration run started" to wsAuditDetail
       move spaces to LnGap2
       move spaces to LnGap3
       move spaces to LnGap4
       move spaces to LnGap5
       move "AOC202407P2" to LnProgram
       move wsResultDate to LnDate
       move wsMergedRead to LnRead
       move wsMergedRejected to LnRejects
       move wsInputFilename to LnInput
       move wsBuildSum to LnBuild
       write LineageLine
       close LineageFile.

