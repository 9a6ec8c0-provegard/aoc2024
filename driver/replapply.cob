identification division.
program-id. AOC2024REPLAPPLY.

*> Standby-side apply of the delta packages AOC2024REPLICATE ships,
*> run from the standby's own root. Packages are taken up strictly in
*> sequence from the replication-inbox (AOC2024REPLAPPLY_INBOX names
*> another): the one after the last package applied, then the next,
*> until none is waiting. Each is verified before a file is touched -
*> its line count, byte count and checksum against the .manifest
*> shipped with it, its HDR naming the expected sequence number, every
*> file decoded into a staging area and its checksum and size matched
*> against its FIL line, the TRL's file and DAT line counts matched -
*> and only a package that passes all of it is copied into place, as
*> a whole. A package whose predecessor has not arrived is refused:
*> applying out of sequence would leave the standby holding a later
*> file beside an earlier one that the missing package changed.
*>
*> Every package applied or refused is logged to replication-applied
*> (the standby's position AOC2024REPLSTATUS reads) and the root
*> audit trail; a refusal also raises a FAIL alert. Applied packages
*> move to replication-inbox/applied.
*>
*> Return code: 0 applied (or nothing waiting); 8 a package refused.

environment division.
input-output section.
file-control.
       select ReplApplied assign to 'replication-applied'
           organization is line sequential
           file status is wsAppliedStatus.
       select PackageFile assign to wsPackageFilename
           organization is line sequential
           file status is wsPackageStatus.
       select ProbeFile assign to '.replapply-candidate'
           organization is line sequential
           file status is wsProbeStatus.
       select PayloadFile assign to '.replapply-payload'
           organization is line sequential
           file status is wsPayloadStatus.
       select DriverAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.
       select AlertFile assign to 'alerts'
           organization is line sequential
           file status is wsAlertStatus.

data division.
file section.
copy "ReplicationRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReplApplied==.

*> HDR REPL <seq> <cycle> <captured> <files>
*> FIL <checksum> <bytes> <path>
*> DAT <base64 content>
*> TRL <files> <DAT lines>
FD PackageFile.
01 PackageLine.
   02 PkTag       pic X(3).
   02 PkGap1      pic X(1).
   02 PkBody      pic X(96).
01 PackageHeader.
   02 filler      pic X(4).
   02 PhKind      pic X(4).
   02 filler      pic X(1).
   02 PhSeq       pic 9(6).
   02 filler      pic X(1).
   02 PhCycle     pic X(15).
   02 filler      pic X(1).
   02 PhCaptured  pic X(19).
   02 filler      pic X(1).
   02 PhFiles     pic 9(4).
   02 filler      pic X(44).
01 PackageFileLine.
   02 filler      pic X(4).
   02 PfSum       pic 9(10).
   02 filler      pic X(1).
   02 PfBytes     pic 9(12).
   02 filler      pic X(1).
   02 PfPath      pic X(60).
   02 filler      pic X(12).
01 PackageTrailer.
   02 filler      pic X(4).
   02 PtFiles     pic 9(4).
   02 filler      pic X(1).
   02 PtDataLines pic 9(8).
   02 filler      pic X(83).

FD ProbeFile.
01 ProbeLine pic X(100).

FD PayloadFile.
01 PayloadLine pic X(80).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==DriverAudit==.

copy "AlertRecord.cpy"
    replacing ==:FILE-NAME:== by ==AlertFile==.

working-storage section.
       01 wsAppliedStatus pic X(2).
       01 wsPackageStatus pic X(2).
       01 wsProbeStatus pic X(2).
       01 wsPayloadStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAlertStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsAlertSeverity pic X(8).
       01 wsAlertDetail pic X(80).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsShellCmd pic X(500).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsStamp pic X(19).
       01 wsInbox pic X(60) value "replication-inbox".

       01 wsLastApplied pic 9(6) value 0.
       01 wsSeq pic 9(6).
       01 wsPackageName pic X(30).
       01 wsPackageFilename pic X(100).
       01 wsAppliedCount pic 9(4) value 0.
       01 wsLaterWaiting pic 9(4) value 0.
       01 wsProbeSeq pic X(6).
       01 wsMoreToApply pic A(1) value "y".

*> What the package read so far says, and whether it has failed.
       01 wsRefused pic A(1).
       01 wsReason pic X(60).
       01 wsHeaderSeen pic A(1).
       01 wsTrailerSeen pic A(1).
       01 wsSectionOpen pic A(1).
       01 wsPkCycle pic X(15).
       01 wsPkCaptured pic X(19).
       01 wsPkFiles pic 9(4).
       01 wsFilCount pic 9(4).
       01 wsDatCount pic 9(8).
       01 wsPkBytes pic 9(12).
       01 wsSectionPath pic X(60).
       01 wsSectionSum pic 9(10).
       01 wsSectionBytes pic 9(12).
       01 wsDotDots pic 9(3).
       01 wsActual pic X(100).
       01 wsExpected pic X(100).
       01 wsProbeSum pic 9(10).
       01 wsProbeBytes pic 9(12).
       01 wsSeqDisplay pic Z(5)9.

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsInbox from environment "AOC2024REPLAPPLY_INBOX"
           on exception continue
       end-accept
       if wsInbox = spaces
           move "replication-inbox" to wsInbox
       end-if

       perform FindLastApplied
       perform until wsMoreToApply = "n"
           compute wsSeq = wsLastApplied + 1
           perform ApplyNextPackage
       end-perform

       move wsLastApplied to wsSeqDisplay
       display "REPLAPPLY: " wsAppliedCount " package(s) applied;"
           " standby now at package " function trim(wsSeqDisplay)
       stop run.

*> The standby's position: the highest package ever applied here.
FindLastApplied.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input ReplApplied
       if wsAppliedStatus = "00"
           perform ReadAppliedLoop
           close ReplApplied
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAppliedLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ReplApplied==
              ==:RECORD-NAME:== BY ==ReplLogLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform NoteAppliedSequence==.

NoteAppliedSequence.
       if RlEvent = "APPLIED" and RlSeq numeric
               and RlSeq > wsLastApplied
           move RlSeq to wsLastApplied
       end-if.

ApplyNextPackage.
       move spaces to wsPackageName
       string
           "repl-delta-" delimited by size
           wsSeq delimited by size
           into wsPackageName
       end-string
       move spaces to wsPackageFilename
       string
           function trim(wsInbox) delimited by size
           "/" delimited by size
           wsPackageName delimited by space
           into wsPackageFilename
       end-string

       open input PackageFile
       if wsPackageStatus not = "00"
           move "n" to wsMoreToApply
           perform CheckForGap
           exit paragraph
       end-if
       close PackageFile

       move "n" to wsRefused
       move spaces to wsReason
       perform VerifyManifest
       if wsRefused = "n"
           perform ReadPackage
       end-if
       if wsRefused = "n"
           perform InstallPackage
       else
           perform RefusePackage
       end-if.

*> Nothing waiting under the next number: fine, unless a later
*> package is - then its predecessor went missing on the way and the
*> later ones must not be applied past it.
CheckForGap.
       move spaces to wsShellCmd
       string
           "ls -1 " delimited by size
           function trim(wsInbox) delimited by size
           "/repl-delta-?????? 2>/dev/null"
               " | sed 's/.*repl-delta-//' > .replapply-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       move 0 to wsLaterWaiting
       open input ProbeFile
       if wsProbeStatus = "00"
           move "n" to wsEof
           move 0 to wsRecordsRead
           perform ReadProbeLoop
           close ProbeFile
       end-if
       call "SYSTEM" using "rm -f .replapply-candidate"
       move 0 to return-code
       if wsLaterWaiting = 0
           exit paragraph
       end-if

       move spaces to wsReason
       string
           "GAP - package " delimited by size
           wsSeq delimited by size
           " missing, " delimited by size
           wsLaterWaiting delimited by size
           " later package(s) waiting" delimited by size
           into wsReason
       end-string
       move spaces to wsPkCycle
       move spaces to wsPkCaptured
       move 0 to wsPkFiles
       move 0 to wsPkBytes
       perform RefusePackage.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadProbeLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ProbeFile==
              ==:RECORD-NAME:== BY ==ProbeLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform NoteWaitingPackage==.

NoteWaitingPackage.
       move ProbeLine(1:6) to wsProbeSeq
       if wsProbeSeq numeric
           if wsProbeSeq > wsSeq
               add 1 to wsLaterWaiting
           end-if
       end-if.

*> The package as it arrived against the counts and checksum it was
*> shipped with - the same echo produces both lines, so they compare
*> as text.
VerifyManifest.
       move spaces to wsShellCmd
       string
           "echo $(wc -l < " delimited by size
           wsPackageFilename delimited by space
           ") $(wc -c < " delimited by size
           wsPackageFilename delimited by space
           ") $(cksum < " delimited by size
           wsPackageFilename delimited by space
           " | awk '{print $1}') > .replapply-candidate; cat "
               delimited by size
           wsPackageFilename delimited by space
           ".manifest >> .replapply-candidate 2>/dev/null"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       move spaces to wsActual
       move spaces to wsExpected
       open input ProbeFile
       if wsProbeStatus = "00"
           read ProbeFile
               at end continue
               not at end move ProbeLine to wsActual
           end-read
           read ProbeFile
               at end continue
               not at end move ProbeLine to wsExpected
           end-read
           close ProbeFile
       end-if
       call "SYSTEM" using "rm -f .replapply-candidate"
       move 0 to return-code
       evaluate true
           when wsExpected = spaces
               move "y" to wsRefused
               move "no manifest shipped with the package" to wsReason
           when wsActual not = wsExpected
               move "y" to wsRefused
               move "package does not match its manifest (damaged)"
                   to wsReason
       end-evaluate.

*> Reads the package front to back, decoding each file into the
*> staging area as its section closes. Any fault stops the read and
*> refuses the package.
ReadPackage.
       move "n" to wsHeaderSeen
       move "n" to wsTrailerSeen
       move "n" to wsSectionOpen
       move spaces to wsPkCycle
       move spaces to wsPkCaptured
       move 0 to wsPkFiles
       move 0 to wsFilCount
       move 0 to wsDatCount
       move 0 to wsPkBytes
       call "SYSTEM" using "rm -rf .replapply-stage"
       move 0 to return-code
       open input PackageFile
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadPackageLoop
       close PackageFile
       if wsSectionOpen = "y"
           close PayloadFile
       end-if
       if wsRefused = "n" and wsTrailerSeen = "n"
           move "y" to wsRefused
           move "no TRL - package truncated" to wsReason
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadPackageLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==PackageFile==
              ==:RECORD-NAME:== BY ==PackageLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TakePackageLine==.

TakePackageLine.
       if wsHeaderSeen = "n" and PkTag not = "HDR"
           move "package does not open with HDR" to wsReason
           perform StopReading
           exit paragraph
       end-if
       if wsTrailerSeen = "y"
           move "lines after the TRL" to wsReason
           perform StopReading
           exit paragraph
       end-if
       evaluate PkTag
           when "HDR"
               perform TakeHeader
           when "FIL"
               perform CloseSection
               if wsRefused = "n"
                   perform OpenSection
               end-if
           when "DAT"
               if wsSectionOpen = "n"
                   move "DAT line outside a FIL section" to wsReason
                   perform StopReading
               else
                   move PkBody(1:80) to PayloadLine
                   write PayloadLine
                   add 1 to wsDatCount
               end-if
           when "TRL"
               perform CloseSection
               if wsRefused = "n"
                   perform TakeTrailer
               end-if
           when other
               move "unrecognised line in the package" to wsReason
               perform StopReading
       end-evaluate.

TakeHeader.
       if wsHeaderSeen = "y"
           move "second HDR in the package" to wsReason
           perform StopReading
           exit paragraph
       end-if
       move "y" to wsHeaderSeen
       if PhKind not = "REPL" or PhSeq not numeric
               or PhFiles not numeric
           move "HDR is not a replication header" to wsReason
           perform StopReading
           exit paragraph
       end-if
       if PhSeq not = wsSeq
           move spaces to wsReason
           string
               "HDR names package " delimited by size
               PhSeq delimited by size
               ", expected " delimited by size
               wsSeq delimited by size
               into wsReason
           end-string
           perform StopReading
           exit paragraph
       end-if
       move PhCycle to wsPkCycle
       move PhCaptured to wsPkCaptured
       move PhFiles to wsPkFiles.

*> A FIL line opens a file's section: the path must stay inside the
*> standby root.
OpenSection.
       if PfSum not numeric or PfBytes not numeric or PfPath = spaces
           move "malformed FIL line" to wsReason
           perform StopReading
           exit paragraph
       end-if
       move 0 to wsDotDots
       inspect PfPath tallying wsDotDots for all ".."
       if PfPath(1:1) = "/" or wsDotDots > 0
           move spaces to wsReason
           string
               "path outside the root: " delimited by size
               PfPath delimited by space
               into wsReason
           end-string
           perform StopReading
           exit paragraph
       end-if
       add 1 to wsFilCount
       add PfBytes to wsPkBytes
       move PfPath to wsSectionPath
       move PfSum to wsSectionSum
       move PfBytes to wsSectionBytes
       open output PayloadFile
       move "y" to wsSectionOpen.

*> Decodes the section just finished into the staging area and
*> checks what came out against its FIL line.
CloseSection.
       if wsSectionOpen = "n"
           exit paragraph
       end-if
       close PayloadFile
       move "n" to wsSectionOpen
       move spaces to wsShellCmd
       string
           "mkdir -p .replapply-stage/$(dirname " delimited by size
           wsSectionPath delimited by space
           ") && base64 -d .replapply-payload > .replapply-stage/"
               delimited by size
           wsSectionPath delimited by space
           " && printf '%010d %012d\n' $(cksum < .replapply-stage/"
               delimited by size
           wsSectionPath delimited by space
           ") > .replapply-candidate; rm -f .replapply-payload"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       move spaces to ProbeLine
       open input ProbeFile
       if wsProbeStatus = "00"
           read ProbeFile
               at end move spaces to ProbeLine
           end-read
           close ProbeFile
       end-if
       call "SYSTEM" using "rm -f .replapply-candidate"
       move 0 to return-code
       if ProbeLine(1:10) not numeric
               or ProbeLine(12:12) not numeric
           move spaces to wsReason
           string
               "could not decode " delimited by size
               wsSectionPath delimited by space
               into wsReason
           end-string
           perform StopReading
           exit paragraph
       end-if
       move ProbeLine(1:10) to wsProbeSum
       move ProbeLine(12:12) to wsProbeBytes
       if wsProbeSum not = wsSectionSum
               or wsProbeBytes not = wsSectionBytes
           move spaces to wsReason
           string
               "checksum mismatch on " delimited by size
               wsSectionPath delimited by space
               into wsReason
           end-string
           perform StopReading
       end-if.

TakeTrailer.
       move "y" to wsTrailerSeen
       if PtFiles not numeric or PtDataLines not numeric
           move "malformed TRL line" to wsReason
           perform StopReading
           exit paragraph
       end-if
       if PtFiles not = wsFilCount or PtFiles not = wsPkFiles
               or PtDataLines not = wsDatCount
           move "TRL counts do not match the package" to wsReason
           perform StopReading
       end-if.

StopReading.
       move "y" to wsRefused
       move "y" to wsEof.

*> Every file verified: the staging area goes into place as a whole,
*> and the package is filed away as applied.
InstallPackage.
       move spaces to wsShellCmd
       string
           "if [ -d .replapply-stage ]; then"
               " cp -a .replapply-stage/. . ; fi;"
               " rm -rf .replapply-stage; mkdir -p " delimited by size
           function trim(wsInbox) delimited by size
           "/applied && mv " delimited by size
           wsPackageFilename delimited by space
           " " delimited by size
           wsPackageFilename delimited by space
           ".manifest " delimited by size
           function trim(wsInbox) delimited by size
           "/applied/" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       move "APPLIED" to RlEvent
       move wsPackageName to RlPackage
       perform LogPackage
       move "REPLAPLY" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Applied " delimited by size
           wsPackageName delimited by space
           " with " delimited by size
           wsFilCount delimited by size
           " file(s)" delimited by size
           into wsAuditDetail
       end-string
       perform LogAudit
       move wsSeq to wsLastApplied
       add 1 to wsAppliedCount
       display "REPLAPPLY: applied " function trim(wsPackageName)
           " (" wsFilCount " file(s), cycle "
           function trim(wsPkCycle) " captured " wsPkCaptured ")".

*> Nothing of a refused package is applied; the standby stays where
*> it was until the package is re-shipped or its gap is filled.
RefusePackage.
       call "SYSTEM" using "rm -rf .replapply-stage .replapply-payload"
       move "n" to wsMoreToApply
       move "REFUSED" to RlEvent
       move wsReason to RlPackage
       perform LogPackage
       move "REPLRFSD" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           function trim(wsPackageName) delimited by size
           ": " delimited by size
           wsReason delimited by size
           into wsAuditDetail
       end-string
       perform LogAudit
       move "FAIL" to wsAlertSeverity
       move spaces to wsAlertDetail
       string
           "Replication package " delimited by size
           wsSeq delimited by size
           " refused: " delimited by size
           wsReason delimited by size
           into wsAlertDetail
       end-string
       open extend AlertFile
       if wsAlertStatus not = "00"
           open output AlertFile
       end-if
       perform WriteAlertLine
       close AlertFile
       display "REPLAPPLY: package " wsSeq " REFUSED - "
           function trim(wsReason)
       move 8 to return-code.

LogPackage.
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
       end-string
       move wsStamp to RlStamp
       move wsSeq to RlSeq
       move wsPkCycle to RlCycle
       move wsPkCaptured to RlCaptured
       move wsPkFiles to RlFiles
       move wsPkBytes to RlBytes
       move space to RlGap1 RlGap2 RlGap3 RlGap4 RlGap5 RlGap6 RlGap7
       open extend ReplApplied
       if wsAppliedStatus not = "00"
           open output ReplApplied
       end-if
       write ReplLogLine
       close ReplApplied.

LogAudit.
       open extend DriverAudit
       if wsAuditStatus not = "00"
           open output DriverAudit
       end-if
       perform WriteAuditLine
       close DriverAudit.

copy "AlertWriter.cpy"
    replacing ==:SEVERITY-FIELD:== by ==wsAlertSeverity==
              ==:PROGRAM-FIELD:==  by =="AOC2024REPLAPPLY"==
              ==:FILE-NAME:==      by ==AlertFile==
              ==:DETAIL-FIELD:==   by ==wsAlertDetail==.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024REPLAPPLY"==
              ==:FILE-NAME:==     by ==DriverAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024REPLAPPLY.
