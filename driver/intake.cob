*> with a clear intake-report line, the refused file set aside in
*> intake-archive. The same protection the archive gives the
*> consumption side, applied at the front door.
*>
*> A section whose header carries a fifth token, CORRECTIONS, is
*> upstream's answer to a reject return (driver/rejreturn.cob): one
*> line per returned reject, "<program> <ordinal> <corrected line>".
*> Every line must name a reject that directory's reject-status
*> holds as RETURNED, or the transmission is rejected like any other
*> fault; a matched line is appended to the directory's
*> reject-corrections as a C transaction, so the next recycle run
*> resubmits it the way an operator's own correction would be.
*>
*> A transmission too big to send whole comes as volumes, each
*> opening with a volume header ahead of its share of the lines:
*>     VOL <n> OF <m> <transmission-id>
*> Each volume is staged under intake-staging/<transmission-id>
*> until all m have arrived; they are then reassembled in volume
*> order, without their headers, into the one transmission the
*> checks above expect, and only that is validated, fingerprinted
*> and written out - the staged set archived beside it, or set aside
*> whole when it is rejected or refused. A set still missing volumes
*> AOC2024INTAKE_VOLWAIT minutes (default 120) after its first
*> volume was staged raises one LATE alert naming the missing volume
*> numbers; every intake run checks the staging area for such sets.

environment division.
input-output section.
       select FingerprintFile assign to '.intake-fingerprint'
           organization is line sequential
           file status is wsFingerStatus.
       select StatusFile assign to wsStatusFilename
           organization is line sequential
           file status is wsStatusStatus.
       select CorrectionsFile assign to wsCorrectionsFilename
           organization is line sequential
           file status is wsCorrectionsStatus.
       select SetControl assign to wsSetControlFilename
           organization is line sequential
           file status is wsSetControlStatus.
       select StageList assign to '.intake-stagelist'
           organization is line sequential
           file status is wsStageListStatus.
       select AlertFile assign to 'alerts'
           organization is line sequential
           file status is wsAlertStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
FD FingerprintFile.
01 FingerprintLine pic X(40).

*> The reject-status row as driver/recycle.cob writes it.
FD StatusFile.
01 StatusLine.
    02 StProgram pic X(12).
    02 StGap1    pic X(1).
    02 StRecNum  pic 9(10).
    02 StGap2    pic X(1).
    02 StStatus  pic X(12).
    02 StGap3    pic X(1).
    02 StDate    pic X(8).
    02 StGap4    pic X(1).
    02 StReason  pic X(20).
    02 StGap5    pic X(1).
    02 StOrdinal pic 9(10).

FD CorrectionsFile.
01 CorrectionLine pic X(120).

*> One line per staged volume set: the volume count the set
*> declared, when its first volume was staged, and whether the LATE
*> alert for it has been raised.
FD SetControl.
01 SetControlLine.
    02 ScVolumes    pic 9(2).
    02 ScGap1       pic X(1).
    02 ScFirstSecs  pic 9(12).
    02 ScGap2       pic X(1).
    02 ScFirstStamp pic X(19).
    02 ScGap3       pic X(1).
    02 ScAlerted    pic X(1).

FD StageList.
01 StageListLine pic X(100).

copy "AlertRecord.cpy"
    replacing ==:FILE-NAME:== by ==AlertFile==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsReportName pic X(40) value "intake-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024INTAKE".
       01 wsReportTitle pic X(40) value "TRANSMISSION INTAKE".
       01 wsIntakeFilename pic X(100) value "intake-transmission".
       01 wsIntakeStatus pic X(2).
       01 wsDropFilename pic X(60).
*> The day directories the registry knows, the whitelist a section
*> header's day identifier is checked against.
       01 wsDirs.
           05 wsDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsScan binary-short.

               10 wsSecDeclared pic 9(6).
               10 wsSecActual pic 9(6).
               10 wsSecStart pic 9(5).
               10 wsSecKind pic X(1).  *> D dated drop, C returned-reject corrections
       01 wsSectionCount pic 9(2) value 0.
       01 wsTrailerSeen pic A(1) value "n".
       01 wsTrailerCount pic 9(2) value 0.
       01 wsTok2 pic X(12).
       01 wsTok3 pic X(12).
       01 wsTok4 pic X(12).
       01 wsTok5 pic X(12).
       01 wsI pic 9(5).
       01 wsJ pic 9(2).
       01 wsCountDisplay pic Z(5)9.
       01 wsCountDisplay2 pic Z(5)9.

*> The RETURNED rejects of the directory a CORRECTIONS section names,
*> and the line in hand split into its reference and corrected text.
       01 wsStatusFilename pic X(40).
       01 wsStatusStatus pic X(2).
       01 wsStatusEof pic A(1).
       01 wsStatusRead pic 9(10).
       01 wsCorrectionsFilename pic X(40).
       01 wsCorrectionsStatus pic X(2).
       01 wsMaxReturned pic 9(4) value 5000.
       01 wsReturned.
           05 wsReturnedEntry occurs 5000 times.
               10 wsRtProgram pic X(12).
               10 wsRtOrdinal pic 9(10).
       01 wsReturnedCount pic 9(4) value 0.
       01 wsRt pic 9(4).
       01 wsRtFound pic A(1).
       01 wsCorrProgram pic X(12).
       01 wsCorrOrdinalX pic X(12).
       01 wsCorrOrdinal pic 9(10).
       01 wsCorrText pic X(120).
       01 wsCorrPtr pic 9(3).

*> Volume staging: the header of the file in hand, the set it
*> belongs to, and the late-set sweep's list of staged sets.
       01 wsVolumeMode pic X(1) value "N".
       01 wsVolTok1 pic X(10).
       01 wsVolTok2 pic X(10).
       01 wsVolTok3 pic X(10).
       01 wsVolTok4 pic X(10).
       01 wsVolTok5 pic X(30).
       01 wsVolNumber pic 9(2).
       01 wsVolTotal pic 9(2).
       01 wsVolStaged pic 9(2).
       01 wsVolFault pic X(60).
       01 wsVolIdOk pic X(1).
       01 wsVolIdLen pic 9(2).
       01 wsVolCh pic X(1).
       01 wsTransId pic X(20).
       01 wsSetDir pic X(40).
       01 wsSetAsideLabel pic X(20).
       01 wsSetControlFilename pic X(60).
       01 wsSetControlStatus pic X(2).
       01 wsStageListStatus pic X(2).
       01 wsMissingVolumes pic X(100).
       01 wsVolWait pic 9(4) value 120.
       01 wsVolWaitParm pic X(100).
       01 wsParamKey pic X(30).
       01 wsNowSeconds pic 9(12).
       01 wsMaxStagedSets pic 9(2) value 40.
       01 wsStagedSets.
           05 wsStagedSet pic X(20) occurs 40 times.
       01 wsStagedCount pic 9(2) value 0.
       01 wsSt pic 9(2).
       01 wsAlertStatus pic X(2).
       01 wsAlertSeverity pic X(8).
       01 wsAlertDetail pic X(80).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsOperatorId pic X(12) value spaces.
       01 wsCycleId pic X(15) value spaces.
       01 wsVolDisplay pic Z9.
       01 wsVolDisplay2 pic Z9.

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       *> drops are cut under the shop business date, so a
       *> transmission landing just after midnight still becomes
       *> the night-before's dated drops
           move "intake-transmission" to wsIntakeFilename
       end-if

       perform ReadVolumeParameters
       perform LoadRegistryDirs

       open output IntakeReport

       perform SweepStagedSets
       perform CheckVolumeHeader

       perform FingerprintTransmission
       perform CheckReplayLedger

           move "No transmission file to take in" to IntakeReportLine
           write IntakeReportLine
           close IntakeReport
           call "AOC2024REPGEN" using wsReportName
               wsReportProgram wsReportTitle
           display "INTAKE: could not open "
               function trim(wsIntakeFilename)
               " (status " wsIntakeStatus ")"

       if wsFaultCount > 0
           perform WriteRejectionSummary
           if wsVolumeMode = "Y"
               move "rejected-set" to wsSetAsideLabel
               perform SetAsideVolumeSet
           end-if
           close IntakeReport
           call "AOC2024REPGEN" using wsReportName
               wsReportProgram wsReportTitle
           display "INTAKE: transmission rejected with "
               wsFaultCount " fault(s) - see intake-report"
           move 8 to return-code
       end-perform

       perform ArchiveTransmission
       if wsVolumeMode = "Y"
           move "volumes" to wsSetAsideLabel
           perform SetAsideVolumeSet
       end-if
       perform RecordLedgerRow
       close IntakeReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "INTAKE: " wsSectionCount " section(s) delivered"
       stop run.

*> How long a volume set may wait for its missing volumes, parameter
*> file first (an exported variable of the same name still wins, as
*> everywhere).
ReadVolumeParameters.
       move spaces to wsVolWaitParm
       accept wsVolWaitParm from environment "AOC2024INTAKE_VOLWAIT"
           on exception continue
       end-accept
       if wsVolWaitParm = spaces
           move "AOC2024INTAKE_VOLWAIT" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsVolWaitParm
       end-if
       if wsVolWaitParm not = spaces
               and function test-numval(wsVolWaitParm) = 0
           move function numval(wsVolWaitParm) to wsVolWait
       end-if
       if wsVolWait = 0
           move 120 to wsVolWait
       end-if.

*> A file opening with a VOL header is one volume of a split
*> transmission. It is staged with the rest of its set; until the
*> last one arrives nothing else happens, and when it does the set
*> is reassembled and the run carries on with the reassembled file
*> as the transmission. A file without the header is an ordinary
*> whole transmission and passes straight through.
CheckVolumeHeader.
       move spaces to IntakeLine
       open input IntakeFile
       if wsIntakeStatus not = "00"
           exit paragraph
       end-if
       read IntakeFile
           at end move spaces to IntakeLine
       end-read
       close IntakeFile
       if IntakeLine(1:4) not = "VOL "
           exit paragraph
       end-if
       move "Y" to wsVolumeMode

       move spaces to wsVolTok1
       move spaces to wsVolTok2
       move spaces to wsVolTok3
       move spaces to wsVolTok4
       move spaces to wsVolTok5
       unstring IntakeLine delimited by all spaces
           into wsVolTok1 wsVolTok2 wsVolTok3 wsVolTok4 wsVolTok5
       end-unstring
       move spaces to wsVolFault
       if function test-numval(wsVolTok2) not = 0
               or function test-numval(wsVolTok4) not = 0
               or wsVolTok3 not = "OF"
           move "Volume header is not VOL <n> OF <m> <transmission-id>"
               to wsVolFault
           perform RefuseVolume
       end-if
       if function numval(wsVolTok2) < 1
               or function numval(wsVolTok4) > 99
               or function numval(wsVolTok2) > function numval(wsVolTok4)
           move "Volume header numbers out of range (1 to 99, n <= m)"
               to wsVolFault
           perform RefuseVolume
       end-if
       perform CheckTransId
       if wsVolIdOk not = "y"
           move "Volume header has no usable transmission id"
               to wsVolFault
           perform RefuseVolume
       end-if
       move function numval(wsVolTok2) to wsVolNumber
       move function numval(wsVolTok4) to wsVolTotal
       move wsVolTok5 to wsTransId
       move spaces to wsSetDir
       string
           "intake-staging/" delimited by size
           wsTransId delimited by space
           into wsSetDir
       end-string
       move spaces to wsSetControlFilename
       string
           function trim(wsSetDir) delimited by size
           "/set-control" delimited by size
           into wsSetControlFilename
       end-string

       *> the first volume of a set to arrive opens it and starts its
       *> clock; every later one must agree on the volume count
       open input SetControl
       if wsSetControlStatus = "00"
           move spaces to SetControlLine
           read SetControl
               at end continue
           end-read
           close SetControl
           if ScVolumes not = wsVolTotal
               move ScVolumes to wsVolDisplay
               move spaces to wsVolFault
               string
                   "Set " delimited by size
                   wsTransId delimited by space
                   " was opened as " delimited by size
                   function trim(wsVolDisplay) delimited by size
                   " volume(s)" delimited by size
                   into wsVolFault
               end-string
               perform RefuseVolume
           end-if
       else
           move spaces to wsShellCmd
           string
               "mkdir -p " delimited by size
               wsSetDir delimited by space
               into wsShellCmd
           end-string
           call "SYSTEM" using wsShellCmd
           perform NowToSeconds
           move spaces to SetControlLine
           move wsVolTotal to ScVolumes
           move wsNowSeconds to ScFirstSecs
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
               into ScFirstStamp
           end-string
           move "N" to ScAlerted
           open output SetControl
           write SetControlLine
           close SetControl
       end-if

       move spaces to wsShellCmd
       string
           "[ -f " delimited by size
           wsSetDir delimited by space
           "/vol-" delimited by size
           wsVolNumber delimited by size
           " ] && echo Y > .intake-stagelist" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       perform ReadStageListLine
       if StageListLine(1:1) = "Y"
           move wsVolNumber to wsVolDisplay
           move spaces to wsVolFault
           string
               "Volume " delimited by size
               function trim(wsVolDisplay) delimited by size
               " of set " delimited by size
               wsTransId delimited by space
               " is already staged" delimited by size
               into wsVolFault
           end-string
           perform RefuseVolume
       end-if

       move spaces to wsShellCmd
       string
           "mv " delimited by size
           wsIntakeFilename delimited by space
           " " delimited by size
           wsSetDir delimited by space
           "/vol-" delimited by size
           wsVolNumber delimited by size
           " && ls -1 " delimited by size
           wsSetDir delimited by space
           "/vol-* | wc -l > .intake-stagelist" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       perform ReadStageListLine
       move 0 to wsVolStaged
       if function test-numval(StageListLine) = 0
           move function numval(StageListLine) to wsVolStaged
       end-if

       move wsVolNumber to wsVolDisplay
       move wsVolTotal to wsVolDisplay2
       move spaces to IntakeReportLine
       string
           "Volume " delimited by size
           function trim(wsVolDisplay) delimited by size
           " of " delimited by size
           function trim(wsVolDisplay2) delimited by size
           " staged for set " delimited by size
           wsTransId delimited by space
           into IntakeReportLine
       end-string
       write IntakeReportLine

       if wsVolStaged < wsVolTotal
           perform ListMissingVolumes
           move spaces to IntakeReportLine
           string
               "Set " delimited by size
               wsTransId delimited by space
               " still waiting on volume(s) " delimited by size
               function trim(wsMissingVolumes) delimited by size
               into IntakeReportLine
           end-string
           write IntakeReportLine
           close IntakeReport
           call "AOC2024REPGEN" using wsReportName
               wsReportProgram wsReportTitle
           display "INTAKE: volume " function trim(wsVolDisplay)
               " of " function trim(wsVolDisplay2) " staged for set "
               function trim(wsTransId) " - waiting on volume(s) "
               function trim(wsMissingVolumes)
           stop run
       end-if

       *> the set is whole: the volumes' lines, in volume order and
       *> without their headers, become the transmission
       move spaces to wsShellCmd
       string
           "(cd " delimited by size
           wsSetDir delimited by space
           " && for f in vol-*; do tail -n +2 ""$f""; done) > "
               delimited by size
           wsSetDir delimited by space
           ".assembled" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move spaces to wsIntakeFilename
       string
           function trim(wsSetDir) delimited by size
           ".assembled" delimited by size
           into wsIntakeFilename
       end-string
       move spaces to IntakeReportLine
       string
           "Set " delimited by size
           wsTransId delimited by space
           " complete - " delimited by size
           function trim(wsVolDisplay2) delimited by size
           " volume(s) reassembled for validation" delimited by size
           into IntakeReportLine
       end-string
       write IntakeReportLine.

*> The transmission id names the staging directory and goes into
*> the shell commands that stage, reassemble and set aside the set,
*> so only letters, digits, "-" and "_" are taken - the rule sandbox
*> names are held to.
CheckTransId.
       move "y" to wsVolIdOk
       if wsVolTok5 = spaces or wsVolTok5(21:10) not = spaces
           move "n" to wsVolIdOk
           exit paragraph
       end-if
       move 0 to wsVolIdLen
       inspect wsVolTok5 tallying wsVolIdLen
           for characters before initial space
       perform varying wsI from 1 by 1 until wsI > 20
           move wsVolTok5(wsI:1) to wsVolCh
           if wsI > wsVolIdLen
               if wsVolCh not = space
                   move "n" to wsVolIdOk
               end-if
           else
               if not (wsVolCh alphabetic-upper
                       or wsVolCh alphabetic-lower
                       or wsVolCh numeric or wsVolCh = "-"
                       or wsVolCh = "_")
                       or wsVolCh = space
                   move "n" to wsVolIdOk
               end-if
           end-if
       end-perform.

*> A volume that cannot join a set is set aside on its own, the
*> staged set left as it was for the volume's good replacement.
RefuseVolume.
       move spaces to IntakeReportLine
       string
           "VOLUME REFUSED - " delimited by size
           wsVolFault delimited by size
           into IntakeReportLine
       end-string
       write IntakeReportLine
       close IntakeReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       move spaces to wsShellCmd
       string
           "mkdir -p intake-archive && mv " delimited by size
           wsIntakeFilename delimited by space
           " intake-archive/refused-volume-" delimited by size
           function current-date(1:14) delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move "VOLREFUS" to wsAuditEvent
       move wsVolFault to wsAuditDetail
       perform WriteRootAuditRow
       display "INTAKE: volume refused - " function trim(wsVolFault)
       move 8 to return-code
       stop run.

*> The volume numbers of the set in hand not yet staged, space
*> separated, into wsMissingVolumes.
ListMissingVolumes.
       move wsVolTotal to wsVolDisplay2
       move spaces to wsShellCmd
       string
           "(cd " delimited by size
           wsSetDir delimited by space
           " && i=1; while [ $i -le " delimited by size
           function trim(wsVolDisplay2) delimited by size
           " ]; do [ -f $(printf 'vol-%02d' $i) ] || printf '%d '"
           " $i; i=$((i+1)); done; echo) > .intake-stagelist"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       perform ReadStageListLine
       move StageListLine to wsMissingVolumes.

*> Every staged set still short of volumes past its wait raises one
*> LATE alert naming what is missing; the set stays staged, so the
*> late volumes complete it whenever they do arrive.
SweepStagedSets.
       move 0 to wsStagedCount
       move spaces to wsShellCmd
       string
           "ls -1 intake-staging/*/set-control 2>/dev/null"
           " | cut -d/ -f2 > .intake-stagelist" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       open input StageList
       if wsStageListStatus = "00"
           perform until 1 = 2
               read StageList
                   at end exit perform
               end-read
               if StageListLine not = spaces
                       and wsStagedCount < wsMaxStagedSets
                   add 1 to wsStagedCount
                   move StageListLine to wsStagedSet(wsStagedCount)
               end-if
           end-perform
           close StageList
       end-if
       call "SYSTEM" using "rm -f .intake-stagelist"
       if wsStagedCount = 0
           exit paragraph
       end-if
       perform NowToSeconds
       perform varying wsSt from 1 by 1 until wsSt > wsStagedCount
           perform JudgeStagedSet
       end-perform.

JudgeStagedSet.
       move wsStagedSet(wsSt) to wsTransId
       move spaces to wsSetDir
       string
           "intake-staging/" delimited by size
           wsTransId delimited by space
           into wsSetDir
       end-string
       move spaces to wsSetControlFilename
       string
           function trim(wsSetDir) delimited by size
           "/set-control" delimited by size
           into wsSetControlFilename
       end-string
       open input SetControl
       if wsSetControlStatus not = "00"
           exit paragraph
       end-if
       move spaces to SetControlLine
       read SetControl
           at end continue
       end-read
       close SetControl
       if ScAlerted = "Y" or ScVolumes not numeric
               or ScFirstSecs not numeric
           exit paragraph
       end-if
       if wsNowSeconds - ScFirstSecs < wsVolWait * 60
           exit paragraph
       end-if
       move ScVolumes to wsVolTotal
       perform ListMissingVolumes
       if wsMissingVolumes = spaces
           exit paragraph
       end-if

       move wsVolTotal to wsVolDisplay2
       move "LATE" to wsAlertSeverity
       move spaces to wsAlertDetail
       string
           "Transmission " delimited by size
           wsTransId delimited by space
           " missing volume(s) " delimited by size
           function trim(wsMissingVolumes) delimited by size
           " of " delimited by size
           function trim(wsVolDisplay2) delimited by size
           into wsAlertDetail
       end-string
       perform RaiseAlert
       move spaces to IntakeReportLine
       string
           "LATE - set " delimited by size
           wsTransId delimited by space
           " staged " delimited by size
           ScFirstStamp delimited by size
           ", still missing volume(s) " delimited by size
           function trim(wsMissingVolumes) delimited by size
           " of " delimited by size
           function trim(wsVolDisplay2) delimited by size
           into IntakeReportLine
       end-string
       write IntakeReportLine
       display "INTAKE: LATE volume set " function trim(wsTransId)
           " - missing volume(s) " function trim(wsMissingVolumes)

       move "Y" to ScAlerted
       open output SetControl
       write SetControlLine
       close SetControl.

*> The staged set leaves intake-staging whole once it has been
*> delivered, rejected or refused, under a label saying which.
SetAsideVolumeSet.
       move spaces to wsShellCmd
       string
           "mkdir -p intake-archive && mv " delimited by size
           wsSetDir delimited by space
           " intake-archive/" delimited by size
           wsSetAsideLabel delimited by space
           "-" delimited by size
           wsTransId delimited by space
           "-" delimited by size
           function current-date(1:14) delimited by size
           "; rm -f " delimited by size
           wsSetDir delimited by space
           ".assembled" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd.

ReadStageListLine.
       move spaces to StageListLine
       open input StageList
       if wsStageListStatus = "00"
           read StageList
               at end move spaces to StageListLine
           end-read
           close StageList
       end-if
       call "SYSTEM" using "rm -f .intake-stagelist".

NowToSeconds.
       compute wsNowSeconds =
           (function integer-of-date(
               function numval(function current-date(1:8))) * 86400)
           + (function numval(function current-date(9:2)) * 3600)
           + (function numval(function current-date(11:2)) * 60)
           + function numval(function current-date(13:2)).

RaiseAlert.
       open extend AlertFile
       if wsAlertStatus not = "00"
           open output AlertFile
       end-if
       perform WriteAlertLine
       close AlertFile.

copy "AlertWriter.cpy"
    replacing ==:SEVERITY-FIELD:== by ==wsAlertSeverity==
              ==:PROGRAM-FIELD:==  by =="AOC2024INTAKE"==
              ==:FILE-NAME:==      by ==AlertFile==
              ==:DETAIL-FIELD:==   by ==wsAlertDetail==.

*> Appends one row to the root audit trail, creating it on the very
*> first row the usual way.
WriteRootAuditRow.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024INTAKE"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

*> The transmission's identity: its content checksum and byte size,
*> by the cksum shell technique into the usual candidate file. Two
*> files with the same fingerprint are the same transmission
       end-string
       write IntakeReportLine
       close IntakeReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       move spaces to wsShellCmd
       string
           "mkdir -p intake-archive && mv " delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       if wsVolumeMode = "Y"
           move "refused-replay-set" to wsSetAsideLabel
           perform SetAsideVolumeSet
       end-if
       display "INTAKE: transmission refused - replay of one"
           " accepted " wsReplayStamp
       move 8 to return-code
           wsIntakeFilename delimited by space
           into LedgerLine
       end-string
       if wsVolumeMode = "Y"
           *> a reassembled set is named by its transmission id and
           *> volume count rather than the staging file it was read
           *> from
           move wsVolTotal to wsVolDisplay
           move spaces to LedgerLine(67:)
           string
               "file=" delimited by size
               wsTransId delimited by space
               " volumes=" delimited by size
               function trim(wsVolDisplay) delimited by size
               into LedgerLine(67:)
           end-string
       end-if
       write LedgerLine
       close TransLedger.

           move spaces to wsTok2
           move spaces to wsTok3
           move spaces to wsTok4
           move spaces to wsTok5
           unstring wsLine(wsI) delimited by all spaces
               into wsTok1 wsTok2 wsTok3 wsTok4 wsTok5
           end-unstring
           evaluate wsTok1
               when "HDR"
       end-if

       perform varying wsJ from 1 by 1 until wsJ > wsSectionCount
           if wsSecKind(wsJ) = "C"
               perform ValidateCorrections
           end-if
           if wsSecActual(wsJ) not = wsSecDeclared(wsJ)
               move wsSecDeclared(wsJ) to wsCountDisplay
               move wsSecActual(wsJ) to wsCountDisplay2
       move 0 to wsSecActual(wsSectionCount)
       move 0 to wsSecDeclared(wsSectionCount)
       compute wsSecStart(wsSectionCount) = wsI + 1
       move "D" to wsSecKind(wsSectionCount)
       evaluate wsTok5
           when spaces
               continue
           when "CORRECTIONS"
               move "C" to wsSecKind(wsSectionCount)
           when other
               move spaces to IntakeReportLine
               string
                   "Section " delimited by size
                   wsTok2 delimited by space
                   " has an unknown section kind " delimited by size
                   wsTok5 delimited by space
                   into IntakeReportLine
               end-string
               write IntakeReportLine
               add 1 to wsFaultCount
       end-evaluate

       perform CheckKnownDir
       if wsScan = 0
*> drop the nightly resolve picks up, plus the companion manifest
*> the consuming job's own check verifies.
WriteSectionDrop.
       if wsSecKind(wsJ) = "C"
           perform DeliverCorrections
           exit paragraph
       end-if
       move spaces to wsDropFilename
       string
           function trim(wsSecDir(wsJ)) delimited by size
       end-string
       write IntakeReportLine.

*> Checks every line of a CORRECTIONS section against the RETURNED
*> rejects on file for its directory: the line must name a program
*> and return reference a reject return actually sent, and carry a
*> corrected line. Anything else is a fault like any other.
ValidateCorrections.
       perform LoadReturnedRejects
       perform varying wsI from wsSecStart(wsJ) by 1
               until wsI > wsLineCount
               or wsI >= wsSecStart(wsJ) + wsSecActual(wsJ)
           perform SplitCorrectionLine
           move "n" to wsRtFound
           if function test-numval(wsCorrOrdinalX) = 0
               move function numval(wsCorrOrdinalX) to wsCorrOrdinal
               perform varying wsRt from 1 by 1
                       until wsRt > wsReturnedCount
                   if wsRtProgram(wsRt) = wsCorrProgram
                           and wsRtOrdinal(wsRt) = wsCorrOrdinal
                       move "y" to wsRtFound
                   end-if
               end-perform
           end-if
           if wsRtFound = "n" or wsCorrText = spaces
               move wsI to wsCountDisplay
               move spaces to IntakeReportLine
               string
                   "Correction line " delimited by size
                   function trim(wsCountDisplay) delimited by size
                   " matches no returned reject in " delimited by size
                   function trim(wsSecDir(wsJ)) delimited by size
                   ": " delimited by size
                   wsLine(wsI)(1:60) delimited by size
                   into IntakeReportLine
               end-string
               write IntakeReportLine
               add 1 to wsFaultCount
           end-if
       end-perform.

LoadReturnedRejects.
       move 0 to wsReturnedCount
       move spaces to wsStatusFilename
       string
           function trim(wsSecDir(wsJ)) delimited by size
           "/reject-status" delimited by size
           into wsStatusFilename
       end-string
       move "n" to wsStatusEof
       move 0 to wsStatusRead
       open input StatusFile
       if wsStatusStatus = "00"
           perform ReadStatusLoop
           close StatusFile
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadStatusLoop==
              ==:EOF-FLAG:==    BY ==wsStatusEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==StatusFile==
              ==:RECORD-NAME:== BY ==StatusLine==
              ==:RECORD-NUM:==  BY ==wsStatusRead==
              ==:PROCESS-ROW:== BY ==perform StackReturnedReject==.

StackReturnedReject.
       if StStatus = "RETURNED" and StOrdinal numeric
               and wsReturnedCount < wsMaxReturned
           add 1 to wsReturnedCount
           move StProgram to wsRtProgram(wsReturnedCount)
           move StOrdinal to wsRtOrdinal(wsReturnedCount)
       end-if.

*> "<program> <ordinal> <corrected line>": the corrected line is
*> everything after the second token, taken verbatim.
SplitCorrectionLine.
       move spaces to wsCorrProgram
       move spaces to wsCorrOrdinalX
       move spaces to wsCorrText
       move 1 to wsCorrPtr
       unstring wsLine(wsI) delimited by all spaces
           into wsCorrProgram wsCorrOrdinalX
           with pointer wsCorrPtr
       end-unstring
       if wsCorrPtr <= 300
           move wsLine(wsI)(wsCorrPtr:) to wsCorrText
       end-if.

*> Hands a validated CORRECTIONS section to the recycle workflow: one
*> C transaction per line appended to the directory's
*> reject-corrections, the file the next recycle run applies.
DeliverCorrections.
       move spaces to wsCorrectionsFilename
       string
           function trim(wsSecDir(wsJ)) delimited by size
           "/reject-corrections" delimited by size
           into wsCorrectionsFilename
       end-string
       open extend CorrectionsFile
       if wsCorrectionsStatus not = "00"
           open output CorrectionsFile
       end-if
       perform varying wsI from wsSecStart(wsJ) by 1
               until wsI > wsLineCount
               or wsI >= wsSecStart(wsJ) + wsSecActual(wsJ)
           perform SplitCorrectionLine
           move function numval(wsCorrOrdinalX) to wsCorrOrdinal
           move spaces to CorrectionLine
           string
               function trim(wsCorrProgram) delimited by size
               " " delimited by size
               wsCorrOrdinal delimited by size
               " C " delimited by size
               wsCorrText delimited by size
               into CorrectionLine
           end-string
           write CorrectionLine
       end-perform
       close CorrectionsFile

       move wsSecActual(wsJ) to wsCountDisplay
       move spaces to IntakeReportLine
       string
           "Delivered " delimited by size
           function trim(wsCountDisplay) delimited by size
           " returned-reject correction(s) to " delimited by size
           function trim(wsCorrectionsFilename) delimited by size
           into IntakeReportLine
       end-string
       write IntakeReportLine.

*> The consumed transmission is set aside with a date-time rename
*> (the same full stamp backup generations use), so two intakes the
*> same day cannot overwrite each other's archived copy.
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.
