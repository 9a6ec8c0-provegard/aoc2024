identification division.
program-id. AOC2024REPLICATE.

*> Delta replication to the standby site. AOC2024BACKUP's
*> generations sit on the same machine as the files they protect;
*> this post-cycle step packages every in-scope control file that
*> changed since the last shipment - the results-master, the audit
*> trails, day05's ordering-rules index, day07's checkpoints, and
*> the job-registry, parameters, operators and processing-calendar -
*> into one framed, checksummed delta package for the standby, where
*> AOC2024REPLAPPLY verifies and applies the packages in sequence.
*>
*> The package replication-outbox/repl-delta-<seq> is line
*> sequential: an HDR naming the sequence number, the cycle and the
*> capture stamp; per file a FIL line (content checksum, byte size
*> and path, by the cksum shell technique) followed by the file's
*> content as base64 DAT lines, so the indexed results-master
*> travels intact; and a TRL with the file and DAT line counts. The
*> companion .manifest carries the package's own line count, byte
*> count and checksum. A cycle that changed nothing still ships an
*> empty package, so the standby's position keeps pace with the
*> cycles.
*>
*> "Changed" is measured against replication-shipped, the checksum
*> and size of every file as last shipped; the first run ships
*> everything. With AOC2024_STANDBY_ROOT set (environment, else the
*> parameters file) the package and manifest are also copied into
*> that root's replication-inbox - a mounted standby - otherwise they
*> wait in the outbox for carrying. A sandbox root (one carrying the
*> .sandbox marker AOC2024SANDBOX writes) never ships to a standby,
*> whatever the environment says. Each package is logged to
*> replication-log and the root audit trail.
*>
*> Return code: 0 shipped; 8 the package could not be written.

environment division.
input-output section.
file-control.
       select CandidateFile assign to '.replicate-candidate'
           organization is line sequential
           file status is wsCandidateStatus.
       select ShippedFile assign to 'replication-shipped'
           organization is line sequential
           file status is wsShippedStatus.
       select PayloadFile assign to '.replicate-payload'
           organization is line sequential
           file status is wsPayloadStatus.
       select PackageFile assign to wsPackageFilename
           organization is line sequential
           file status is wsPackageStatus.
       select ReplLog assign to 'replication-log'
           organization is line sequential
           file status is wsReplLogStatus.
       select DriverAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.
       select SandboxMarker assign to '.sandbox'
           organization is line sequential
           file status is wsMarkerStatus.

data division.
file section.
*> The candidate listing and replication-shipped share one layout:
*> checksum, byte size, path.
FD CandidateFile.
01 CandidateLine.
   02 CandSum     pic 9(10).
   02 CandGap1    pic X(1).
   02 CandBytes   pic 9(12).
   02 CandGap2    pic X(1).
   02 CandPath    pic X(60).

FD ShippedFile.
01 ShippedLine.
   02 ShipSum     pic 9(10).
   02 ShipGap1    pic X(1).
   02 ShipBytes   pic 9(12).
   02 ShipGap2    pic X(1).
   02 ShipPath    pic X(60).

FD PayloadFile.
01 PayloadLine pic X(80).

FD PackageFile.
01 PackageLine pic X(100).

copy "ReplicationRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReplLog==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==DriverAudit==.

FD SandboxMarker.
01 SandboxMarkerLine pic X(160).

working-storage section.
       01 wsCandidateStatus pic X(2).
       01 wsShippedStatus pic X(2).
       01 wsPayloadStatus pic X(2).
       01 wsPackageStatus pic X(2).
       01 wsReplLogStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsMarkerStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsStandbyRoot pic X(100) value spaces.
       01 wsShellCmd pic X(700).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsStamp pic X(19).

       01 wsSeq pic 9(6) value 0.
       01 wsPackageName pic X(30).
       01 wsPackageFilename pic X(60).

*> Every in-scope file as it stands now, against its last shipment.
       01 wsMaxFiles pic 9(3) value 300.
       01 wsFiles.
           05 wsFile occurs 300 times.
               10 wsFlPath pic X(60).
               10 wsFlSum pic 9(10).
               10 wsFlBytes pic 9(12).
               10 wsFlChanged pic X(1).
       01 wsFileCount pic 9(3) value 0.
       01 wsF pic 9(3).

*> replication-shipped as it stood before this run.
       01 wsShipped.
           05 wsShip occurs 300 times.
               10 wsShPath pic X(60).
               10 wsShSum pic 9(10).
               10 wsShBytes pic 9(12).
       01 wsShipCount pic 9(3) value 0.
       01 wsS pic 9(3).
       01 wsShipIdx pic 9(3).

       01 wsChangedCount pic 9(4) value 0.
       01 wsChangedBytes pic 9(12) value 0.
       01 wsDataLines pic 9(8) value 0.
       01 wsCountDisplay pic Z(3)9.
       01 wsBytesDisplay pic Z(11)9.

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsStandbyRoot from environment "AOC2024_STANDBY_ROOT"
           on exception continue
       end-accept
       if wsStandbyRoot = spaces
           move "AOC2024_STANDBY_ROOT" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue to wsStandbyRoot
       end-if
       open input SandboxMarker
       if wsMarkerStatus = "00"
           close SandboxMarker
           if wsStandbyRoot not = spaces
               display "REPLICATE: sandbox root - AOC2024_STANDBY_ROOT"
                   " ignored, nothing ships to a standby from here"
               move spaces to wsStandbyRoot
           end-if
       end-if
       perform TakeStamp

       perform FindNextSequence
       perform ListCandidates
       perform LoadShipped
       perform CompareCandidates

       move spaces to wsPackageName
       string
           "repl-delta-" delimited by size
           wsSeq delimited by size
           into wsPackageName
       end-string
       move spaces to wsPackageFilename
       string
           "replication-outbox/" delimited by size
           wsPackageName delimited by space
           into wsPackageFilename
       end-string
       call "SYSTEM" using "mkdir -p replication-outbox"
       move 0 to return-code

       open output PackageFile
       if wsPackageStatus not = "00"
           display "REPLICATE: cannot write "
               function trim(wsPackageFilename) " (status "
               wsPackageStatus ") - nothing shipped"
           move 8 to return-code
           stop run
       end-if
       perform WritePackageHeader
       perform varying wsF from 1 by 1 until wsF > wsFileCount
           if wsFlChanged(wsF) = "Y"
               perform WriteFileSection
           end-if
       end-perform
       perform WritePackageTrailer
       close PackageFile

       perform WriteManifest
       perform ShipToStandby
       perform RewriteShipped
       perform LogShipment

       move wsChangedCount to wsCountDisplay
       move wsChangedBytes to wsBytesDisplay
       display "REPLICATE: package " wsSeq " - "
           function trim(wsCountDisplay) " changed file(s), "
           function trim(wsBytesDisplay) " byte(s), in "
           function trim(wsPackageFilename)
       if wsStandbyRoot = spaces
           display "REPLICATE: no AOC2024_STANDBY_ROOT - the package"
               " waits in replication-outbox for carrying"
       end-if
       stop run.

TakeStamp.
       move spaces to wsStamp
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           function current-date(5:2) delimited by size
           "-" delimited by size
           function current-date(7:2) delimited by size
           " " delimited by size
           function current-date(9:2) delimited by size
           ":" delimited by size
           function current-date(11:2) delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           into wsStamp
       end-string.

*> The next package number follows the highest one ever shipped.
FindNextSequence.
       move 0 to wsSeq
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input ReplLog
       if wsReplLogStatus = "00"
           perform ReadReplLogLoop
           close ReplLog
       end-if
       add 1 to wsSeq.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadReplLogLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ReplLog==
              ==:RECORD-NAME:== BY ==ReplLogLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform NoteShippedSequence==.

NoteShippedSequence.
       if RlEvent = "SHIPPED" and RlSeq numeric and RlSeq > wsSeq
           move RlSeq to wsSeq
       end-if.

*> Checksum, size and path of every in-scope file that exists, one
*> fixed-column line each, by the cksum shell technique.
ListCandidates.
       move spaces to wsShellCmd
       string
           "for f in results-master* audit-trail day*/audit-trail"
               delimited by size
           " day05/ordering-rules-index*"
               delimited by size
           " day07/day07p1-checkpoint day07/day07p2-checkpoint"
               delimited by size
           " job-registry parameters operators processing-calendar;"
               delimited by size
           " do [ -f ""$f"" ] && printf '%010d %012d %s\n'"
               delimited by size
           " $(cksum < ""$f"") ""$f""; done > .replicate-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

LoadShipped.
       move 0 to wsShipCount
       open input ShippedFile
       if wsShippedStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadShippedLoop
       close ShippedFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadShippedLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ShippedFile==
              ==:RECORD-NAME:== BY ==ShippedLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackShippedRow==.

StackShippedRow.
       if ShipSum not numeric or wsShipCount >= wsMaxFiles
           exit paragraph
       end-if
       add 1 to wsShipCount
       move ShipPath to wsShPath(wsShipCount)
       move ShipSum to wsShSum(wsShipCount)
       move ShipBytes to wsShBytes(wsShipCount).

CompareCandidates.
       move 0 to wsFileCount
       open input CandidateFile
       if wsCandidateStatus = "00"
           move "n" to wsEof
           move 0 to wsRecordsRead
           perform ReadCandidateLoop
           close CandidateFile
       end-if
       call "SYSTEM" using "rm -f .replicate-candidate"
       move 0 to return-code.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadCandidateLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==CandidateFile==
              ==:RECORD-NAME:== BY ==CandidateLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform JudgeCandidate==.

*> A file is shipped when it is new since the last shipment or its
*> checksum or size has moved.
JudgeCandidate.
       if CandSum not numeric or CandPath = spaces
           exit paragraph
       end-if
       if wsFileCount >= wsMaxFiles
           display "REPLICATE: file table full (" wsMaxFiles
               ") - " function trim(CandPath) " NOT replicated"
           exit paragraph
       end-if
       add 1 to wsFileCount
       move CandPath to wsFlPath(wsFileCount)
       move CandSum to wsFlSum(wsFileCount)
       move CandBytes to wsFlBytes(wsFileCount)
       move "Y" to wsFlChanged(wsFileCount)
       move 0 to wsShipIdx
       perform varying wsS from 1 by 1 until wsS > wsShipCount
           if wsShPath(wsS) = CandPath
               move wsS to wsShipIdx
           end-if
       end-perform
       if wsShipIdx > 0
           if wsShSum(wsShipIdx) = CandSum
                   and wsShBytes(wsShipIdx) = CandBytes
               move "N" to wsFlChanged(wsFileCount)
           end-if
       end-if
       if wsFlChanged(wsFileCount) = "Y"
           add 1 to wsChangedCount
           add CandBytes to wsChangedBytes
       end-if.

WritePackageHeader.
       move wsChangedCount to wsCountDisplay
       move spaces to PackageLine
       string
           "HDR REPL " delimited by size
           wsSeq delimited by size
           " " delimited by size
           wsCycleId delimited by size
           " " delimited by size
           wsStamp delimited by size
           " " delimited by size
           wsChangedCount delimited by size
           into PackageLine
       end-string
       write PackageLine.

*> One file's section: its FIL line, then its content base64-encoded
*> into the payload work file and copied across as DAT lines.
WriteFileSection.
       move spaces to PackageLine
       string
           "FIL " delimited by size
           wsFlSum(wsF) delimited by size
           " " delimited by size
           wsFlBytes(wsF) delimited by size
           " " delimited by size
           wsFlPath(wsF) delimited by size
           into PackageLine
       end-string
       write PackageLine

       move spaces to wsShellCmd
       string
           "base64 -w 76 " delimited by size
           wsFlPath(wsF) delimited by space
           " > .replicate-payload" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       open input PayloadFile
       if wsPayloadStatus = "00"
           move "n" to wsEof
           move 0 to wsRecordsRead
           perform ReadPayloadLoop
           close PayloadFile
       end-if
       call "SYSTEM" using "rm -f .replicate-payload"
       move 0 to return-code.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadPayloadLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==PayloadFile==
              ==:RECORD-NAME:== BY ==PayloadLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform WriteDataLine==.

WriteDataLine.
       move spaces to PackageLine
       string
           "DAT " delimited by size
           PayloadLine delimited by space
           into PackageLine
       end-string
       write PackageLine
       add 1 to wsDataLines.

WritePackageTrailer.
       move spaces to PackageLine
       string
           "TRL " delimited by size
           wsChangedCount delimited by size
           " " delimited by size
           wsDataLines delimited by size
           into PackageLine
       end-string
       write PackageLine.

*> The package's own record count, byte count and checksum, which
*> AOC2024REPLAPPLY checks before it reads a line of it.
WriteManifest.
       move spaces to wsShellCmd
       string
           "echo $(wc -l < " delimited by size
           wsPackageFilename delimited by space
           ") $(wc -c < " delimited by size
           wsPackageFilename delimited by space
           ") $(cksum < " delimited by size
           wsPackageFilename delimited by space
           " | awk '{print $1}') > " delimited by size
           function trim(wsPackageFilename) delimited by size
           ".manifest" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

ShipToStandby.
       if wsStandbyRoot = spaces
           exit paragraph
       end-if
       move spaces to wsShellCmd
       string
           "mkdir -p " delimited by size
           wsStandbyRoot delimited by space
           "/replication-inbox && cp " delimited by size
           wsPackageFilename delimited by space
           " " delimited by size
           wsPackageFilename delimited by space
           ".manifest " delimited by size
           wsStandbyRoot delimited by space
           "/replication-inbox/" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       if return-code not = 0
           display "REPLICATE: copy to " function trim(wsStandbyRoot)
               "/replication-inbox failed - the package waits in"
               " replication-outbox"
       end-if
       move 0 to return-code.

*> The new baseline for the next run's comparison: every in-scope
*> file as it stood when this package was cut.
RewriteShipped.
       open output ShippedFile
       perform varying wsF from 1 by 1 until wsF > wsFileCount
           move spaces to ShippedLine
           move wsFlSum(wsF) to ShipSum
           move wsFlBytes(wsF) to ShipBytes
           move wsFlPath(wsF) to ShipPath
           write ShippedLine
       end-perform
       close ShippedFile.

LogShipment.
       open extend ReplLog
       if wsReplLogStatus not = "00"
           open output ReplLog
       end-if
       move spaces to ReplLogLine
       move wsStamp to RlStamp
       move "SHIPPED" to RlEvent
       move wsSeq to RlSeq
       move wsCycleId to RlCycle
       move wsStamp to RlCaptured
       move wsChangedCount to RlFiles
       move wsChangedBytes to RlBytes
       move wsPackageName to RlPackage
       write ReplLogLine
       close ReplLog

       open extend DriverAudit
       if wsAuditStatus not = "00"
           open output DriverAudit
       end-if
       move "REPLSHIP" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Shipped " delimited by size
           wsPackageName delimited by space
           " with " delimited by size
           wsChangedCount delimited by size
           " changed file(s)" delimited by size
           into wsAuditDetail
       end-string
       perform WriteAuditLine
       close DriverAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024REPLICATE"==
              ==:FILE-NAME:==     by ==DriverAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024REPLICATE.
