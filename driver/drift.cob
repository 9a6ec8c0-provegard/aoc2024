identification division.
program-id. AOC2024DRIFT.

*> Configuration drift between two environment trees - production
*> against the DR or standby tree before a cut-over, or against a
*> sandbox after a rebuild - so the gaps are found before the switch
*> rather than after it. Every difference is listed:
*>     job-registry         row by row, by sequence number
*>     parameters           key by key (a scheduled EFFECTIVE line is
*>                          keyed by its date and key)
*>     operators, processing-calendar, alert-routing,
*>     drop-profile-rules, invariant-rules, capacity-limits,
*>     parameter-dictionary
*>                          line by line, comments and spacing aside;
*>                          the same lines in another order count too,
*>                          since first match wins in the rule files
*>     day05 ordering rules (ordering-rules, its index and
*>     rules-versions), and the executables the registry runs plus
*>                          the driver itself - by checksum
*> A file on one side only is one difference.
*>
*> Each difference says which side is newer, going by the journals
*> each side keeps: the audit trail's REGCHG rows (per registry row)
*> for the registry, parameter-journal (per key), operator-journal
*> (per operator id), the audit trail's calendar maintenance rows,
*> day05's rules maintenance rows and the release-register (per
*> executable). Where a row or key has no entry of its own the file's
*> latest journal entry stands in. The five rule files are not
*> journaled, so for them the file times are quoted instead - and
*> marked so, since a restore resets them.
*>
*> AOC2024DRIFT_LEFT names the first root (default: this one) and
*> AOC2024DRIFT_RIGHT the second (default: AOC2024_STANDBY_ROOT,
*> environment, else the parameters file). Writes the fixed-name
*> drift-report, with a dated generation kept the way the job
*> reports keep theirs.
*>
*> Return code: 0 no drift; 4 drift found; 8 a root is not an
*> environment tree or none was named.

environment division.
input-output section.
file-control.
       select TreeFile assign to wsTreeFilename
           organization is line sequential
           file status is wsTreeStatus.
       select RegistryFile assign to wsTreeFilename
           organization is line sequential
           file status is wsRegistryStatus.
       select AuditFile assign to wsTreeFilename
           organization is line sequential
           file status is wsAuditStatus.
       select ReleaseRegister assign to wsTreeFilename
           organization is line sequential
           file status is wsReleaseStatus.
       select PathsFile assign to '.drift-paths'
           organization is line sequential
           file status is wsPathsStatus.
       select CandidateFile assign to '.drift-candidate'
           organization is line sequential
           file status is wsCandidateStatus.
       select DriftReport assign to 'drift-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
FD TreeFile.
01 TreeLine pic X(200).

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

copy "ReleaseRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReleaseRegister==.

*> The files to checksum: "<area> <path>" per line.
FD PathsFile.
01 PathsLine pic X(60).

*> What the shell probes hand back: per path "<area> <path> <left
*> checksum> <right checksum>", per rule file "<file> <left time>
*> <right time>", "-" where a side has no such file.
FD CandidateFile.
01 CandidateLine.
   02 CdArea      pic X(2).
   02 filler      pic X(1).
   02 CdPath      pic X(40).
   02 filler      pic X(1).
   02 CdLeftSum   pic X(10).
   02 filler      pic X(1).
   02 CdRightSum  pic X(10).
01 TimeCandidateLine.
   02 TcFile      pic X(20).
   02 filler      pic X(1).
   02 TcLeft      pic X(19).
   02 filler      pic X(1).
   02 TcRight     pic X(19).

FD DriftReport.
01 DriftReportLine pic X(220).

working-storage section.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsTreeStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsReleaseStatus pic X(2).
       01 wsPathsStatus pic X(2).
       01 wsCandidateStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsReportName pic X(40) value "drift-report".
       01 wsReportProgram pic X(20) value "AOC2024DRIFT".
       01 wsReportTitle pic X(40) value "CONFIGURATION DRIFT".
       01 wsTreeFilename pic X(160).
       01 wsEof pic A(1).
       01 wsShellCmd pic X(1000).
       01 wsNow pic X(19).

*> Side 1 is the left root, side 2 the right.
       01 wsRoots.
           05 wsRoot pic X(100) occurs 2 times.
       01 wsS pic 9(1).
       01 wsRootLen pic 9(3).
       01 wsTally pic 9(3).
       01 wsRootsOk pic A(1).

*> The file under comparison, side by side: the rows that count
*> (comments and blank lines left out), each with the key it is
*> matched on and whether the other side has matched it yet.
       01 wsMaxRows pic 9(4) value 1000.
       01 wsSides.
           05 wsSide occurs 2 times.
               10 wsSdCount pic 9(4).
               10 wsSdPresent pic A(1).
               10 wsSdRow occurs 1000 times.
                   15 wsSrText pic X(200).
                   15 wsSrKey pic X(60).
                   15 wsSrMatched pic A(1).
       01 wsI pic 9(4).
       01 wsJ pic 9(4).
       01 wsK pic 9(4).
       01 wsFoundIdx pic 9(4).
       01 wsCompareFile pic X(40).
       01 wsCompareMode pic X(1).
           88 wsByRegistryRow value "R".
           88 wsByParameterKey value "P".
           88 wsByLine value "L".
       01 wsArea pic 9(2).
       01 wsOrderDiffers pic A(1).

*> Space squeezing, so alignment alone is never drift.
       01 wsSqIn pic X(200).
       01 wsSqOut pic X(200).
       01 wsSqPos pic 9(3).
       01 wsSqOutPos pic 9(3).
       01 wsTok1 pic X(40).
       01 wsTok2 pic X(40).
       01 wsTok3 pic X(40).

*> The areas compared, with what each is journaled by and the
*> number of differences found in it.
       01 wsAreaCount pic 9(2) value 11.
       01 wsAreas.
           05 wsAreaEntry occurs 11 times.
               10 wsAreaName pic X(30).
               10 wsAreaJournal pic X(30).
               10 wsAreaDiffs pic 9(4).
               10 wsAreaStamp pic X(19) occurs 2 times.
       01 wsTotalDiffs pic 9(5) value 0.

*> Journal entries that name what they changed: the latest stamp per
*> side, area and key (registry sequence, parameter key, operator
*> id, executable path).
       01 wsMaxJournal pic 9(4) value 3000.
       01 wsJournal.
           05 wsJnEntry occurs 3000 times.
               10 wsJnArea pic 9(2).
               10 wsJnKey pic X(40).
               10 wsJnStamp pic X(19) occurs 2 times.
       01 wsJnCount pic 9(4) value 0.
       01 wsNjArea pic 9(2).
       01 wsNjKey pic X(40).
       01 wsNjStamp pic X(19).
       01 wsJrOperator pic X(12).
       01 wsJrAction pic X(20).

*> One difference, as reported.
       01 wsDfKind pic X(10).
       01 wsDfWhat pic X(60).
       01 wsDfLeft pic X(200).
       01 wsDfRight pic X(200).
       01 wsDfJournalKey pic X(40).
       01 wsNewerLeft pic X(19).
       01 wsNewerRight pic X(19).
       01 wsNewerSide pic X(7).
       01 wsNewerBasis pic X(40).

*> The executables the registries run, both sides together.
       01 wsExecs.
           05 wsExecPath pic X(40) occurs 100 times.
       01 wsExecCount pic 9(3) value 0.
       01 wsExecWork pic X(40).
       01 wsE pic 9(3).

       01 wsCountDisplay pic Z(4)9.

procedure division.
       accept wsRoot(1) from environment "AOC2024DRIFT_LEFT"
           on exception continue
       end-accept
       if wsRoot(1) = spaces
           move "." to wsRoot(1)
       end-if
       accept wsRoot(2) from environment "AOC2024DRIFT_RIGHT"
           on exception continue
       end-accept
       if wsRoot(2) = spaces
           accept wsRoot(2) from environment "AOC2024_STANDBY_ROOT"
               on exception continue
           end-accept
       end-if
       if wsRoot(2) = spaces
           move "AOC2024_STANDBY_ROOT" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue to wsRoot(2)
       end-if
       if wsRoot(2) = spaces
           display "ERROR: set AOC2024DRIFT_RIGHT (or"
               " AOC2024_STANDBY_ROOT) to the tree to compare with"
           move 8 to return-code
           stop run
       end-if
       perform CheckRoots
       if wsRootsOk not = "y"
           move 8 to return-code
           stop run
       end-if
       perform TakeNow
       perform SetUpAreas
       perform LoadJournals
       perform LoadFileTimes

       open output DriftReport
       perform WriteHeader

       move 1 to wsArea
       move "job-registry" to wsCompareFile
       move "R" to wsCompareMode
       perform CompareFile
       move 2 to wsArea
       move "parameters" to wsCompareFile
       move "P" to wsCompareMode
       perform CompareFile
       move 3 to wsArea
       move "operators" to wsCompareFile
       move "L" to wsCompareMode
       perform CompareFile
       move 4 to wsArea
       move "processing-calendar" to wsCompareFile
       perform CompareFile
       move 7 to wsArea
       move "alert-routing" to wsCompareFile
       perform CompareFile
       move 8 to wsArea
       move "drop-profile-rules" to wsCompareFile
       perform CompareFile
       move 9 to wsArea
       move "invariant-rules" to wsCompareFile
       perform CompareFile
       move 10 to wsArea
       move "capacity-limits" to wsCompareFile
       perform CompareFile
       move 11 to wsArea
       move "parameter-dictionary" to wsCompareFile
       perform CompareFile
       perform CompareChecksums

       perform WriteSummary
       close DriftReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move wsTotalDiffs to wsCountDisplay
       if wsTotalDiffs = 0
           display "DRIFT: no drift between " function trim(wsRoot(1))
               " and " function trim(wsRoot(2))
       else
           display "DRIFT: " function trim(wsCountDisplay)
               " difference(s) between " function trim(wsRoot(1))
               " and " function trim(wsRoot(2)) " - see drift-report"
           move 4 to return-code
       end-if
       stop run.

*> Roots go into shell commands, so no spaces or quotes; and each
*> must hold a job-registry to count as an environment tree.
CheckRoots.
       move "y" to wsRootsOk
       perform varying wsS from 1 by 1 until wsS > 2
           move 0 to wsTally
           inspect wsRoot(wsS) tallying wsTally for all "'"
           move 0 to wsRootLen
           inspect wsRoot(wsS) tallying wsRootLen
               for characters before initial space
           if wsRootLen = 0
               add 1 to wsTally
           else
               if wsRootLen < 100
                   if wsRoot(wsS)(wsRootLen + 1:) not = spaces
                       add 1 to wsTally
                   end-if
               end-if
           end-if
           if wsTally not = 0
               display "ERROR: " function trim(wsRoot(wsS))
                   " - a root path may not hold spaces or quotes"
               move "n" to wsRootsOk
           else
               move "job-registry" to wsCompareFile
               perform BuildTreeFilename
               open input RegistryFile
               if wsRegistryStatus not = "00"
                   display "DRIFT: " function trim(wsRoot(wsS))
                       " holds no job-registry - not an environment"
                       " tree"
                   move "n" to wsRootsOk
               else
                   close RegistryFile
               end-if
           end-if
       end-perform.

BuildTreeFilename.
       move spaces to wsTreeFilename
       string
           wsRoot(wsS) delimited by space
           "/" delimited by size
           wsCompareFile delimited by space
           into wsTreeFilename
       end-string.

TakeNow.
       move spaces to wsNow
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
           into wsNow
       end-string.

SetUpAreas.
       move "job-registry" to wsAreaName(1)
       move "audit trail REGCHG rows" to wsAreaJournal(1)
       move "parameters" to wsAreaName(2)
       move "parameter-journal" to wsAreaJournal(2)
       move "operators" to wsAreaName(3)
       move "operator-journal" to wsAreaJournal(3)
       move "processing-calendar" to wsAreaName(4)
       move "audit trail CALMAINT rows" to wsAreaJournal(4)
       move "day05 ordering rules" to wsAreaName(5)
       move "day05 audit trail RULEMAINT" to wsAreaJournal(5)
       move "executables" to wsAreaName(6)
       move "release-register" to wsAreaJournal(6)
       move "alert-routing" to wsAreaName(7)
       move "drop-profile-rules" to wsAreaName(8)
       move "invariant-rules" to wsAreaName(9)
       move "capacity-limits" to wsAreaName(10)
       move "parameter-dictionary" to wsAreaName(11)
       perform varying wsArea from 1 by 1 until wsArea > wsAreaCount
           if wsArea > 6
               move "file time - not journaled" to wsAreaJournal(wsArea)
           end-if
           move 0 to wsAreaDiffs(wsArea)
           move spaces to wsAreaStamp(wsArea, 1)
           move spaces to wsAreaStamp(wsArea, 2)
       end-perform.

*> ------------------------------------------------------------------
*> The journals, both sides: who changed what last, and when.
*> ------------------------------------------------------------------
LoadJournals.
       perform varying wsS from 1 by 1 until wsS > 2
           move "parameter-journal" to wsCompareFile
           move 2 to wsNjArea
           perform ReadItemJournal
           move "operator-journal" to wsCompareFile
           move 3 to wsNjArea
           perform ReadItemJournal
           move "audit-trail" to wsCompareFile
           perform ReadRootAuditTrail
           move "day05/audit-trail" to wsCompareFile
           perform ReadRulesAuditTrail
           perform ReadReleaseRegister
       end-perform.

*> parameter-journal and operator-journal rows both open with the
*> stamp and the operator; the parameter key, or the operator id
*> after the action word, follows.
ReadItemJournal.
       perform BuildTreeFilename
       move "n" to wsEof
       open input TreeFile
       if wsTreeStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read TreeFile
               at end move "y" to wsEof
               not at end
                   perform NoteItemJournalRow
           end-read
       end-perform
       close TreeFile.

NoteItemJournalRow.
       if TreeLine(1:4) not numeric
           exit paragraph
       end-if
       move TreeLine(1:19) to wsNjStamp
       move spaces to wsJrOperator wsJrAction wsTok1
       unstring TreeLine(21:) delimited by all space
           into wsJrOperator wsJrAction wsTok1
       end-unstring
       if wsNjArea = 2
           move wsJrAction to wsNjKey
       else
           move wsTok1 to wsNjKey
       end-if
       perform NoteJournal.

ReadRootAuditTrail.
       perform BuildTreeFilename
       move "n" to wsEof
       open input AuditFile
       if wsAuditStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read AuditFile
               at end move "y" to wsEof
               not at end
                   perform NoteRootAuditRow
           end-read
       end-perform
       close AuditFile.

*> REGCHG details read "REG <action> <seq> ..."; calendar
*> maintenance counts unless it was refused.
NoteRootAuditRow.
       move AuditTimestamp to wsNjStamp
       evaluate true
           when AuditProgram = "AOC2024REGMAINT"
                   and AuditEvent = "REGCHG"
               move spaces to wsTok1 wsTok2 wsTok3
               unstring AuditDetail delimited by all space
                   into wsTok1 wsTok2 wsTok3
               end-unstring
               move 1 to wsNjArea
               move spaces to wsNjKey
               if wsTok3(2:1) = space
                   move "0" to wsNjKey(1:1)
                   move wsTok3(1:1) to wsNjKey(2:1)
               else
                   move wsTok3(1:2) to wsNjKey
               end-if
               perform NoteJournal
           when AuditProgram = "AOC2024CALMAINT"
                   and AuditEvent not = "FROZEN"
                   and AuditEvent not = "REFUSED"
               move 4 to wsNjArea
               move spaces to wsNjKey
               perform NoteJournal
       end-evaluate.

ReadRulesAuditTrail.
       perform BuildTreeFilename
       move "n" to wsEof
       open input AuditFile
       if wsAuditStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read AuditFile
               at end move "y" to wsEof
               not at end
                   if AuditProgram = "AOC2024RULEMAINT"
                           and AuditEvent = "END"
                           and AuditDetail not =
                               "No transactions to apply"
                       move AuditTimestamp to wsNjStamp
                       move 5 to wsNjArea
                       move spaces to wsNjKey
                       perform NoteJournal
                   end-if
           end-read
       end-perform
       close AuditFile.

*> A promotion is the executable's journal entry, keyed by where
*> the build was installed.
ReadReleaseRegister.
       move "release-register" to wsCompareFile
       perform BuildTreeFilename
       move "n" to wsEof
       open input ReleaseRegister
       if wsReleaseStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read ReleaseRegister
               at end move "y" to wsEof
               not at end
                   if RrDir not = spaces and RrStep not = spaces
                       move RrStamp to wsNjStamp
                       move 6 to wsNjArea
                       move spaces to wsNjKey
                       string
                           RrDir delimited by space
                           "/" delimited by size
                           RrStep delimited by space
                           into wsNjKey
                       end-string
                       perform NoteJournal
                   end-if
           end-read
       end-perform
       close ReleaseRegister.

*> Keeps the latest stamp for the area and, when the entry names
*> what it changed, for that key.
NoteJournal.
       if wsNjStamp > wsAreaStamp(wsNjArea, wsS)
           move wsNjStamp to wsAreaStamp(wsNjArea, wsS)
       end-if
       if wsNjKey = spaces
           exit paragraph
       end-if
       move 0 to wsFoundIdx
       perform varying wsK from 1 by 1
               until wsK > wsJnCount or wsFoundIdx > 0
           if wsJnArea(wsK) = wsNjArea and wsJnKey(wsK) = wsNjKey
               move wsK to wsFoundIdx
           end-if
       end-perform
       if wsFoundIdx = 0
           if wsJnCount >= wsMaxJournal
               exit paragraph
           end-if
           add 1 to wsJnCount
           move wsJnCount to wsFoundIdx
           move wsNjArea to wsJnArea(wsFoundIdx)
           move wsNjKey to wsJnKey(wsFoundIdx)
           move spaces to wsJnStamp(wsFoundIdx, 1)
           move spaces to wsJnStamp(wsFoundIdx, 2)
       end-if
       if wsNjStamp > wsJnStamp(wsFoundIdx, wsS)
           move wsNjStamp to wsJnStamp(wsFoundIdx, wsS)
       end-if.

*> The rule files keep no journal; their file times are the best
*> there is.
LoadFileTimes.
       move spaces to wsShellCmd
       string
           "l='" delimited by size
           wsRoot(1) delimited by space
           "'; r='" delimited by size
           wsRoot(2) delimited by space
           "'; for f in alert-routing drop-profile-rules"
           " invariant-rules capacity-limits parameter-dictionary;"
           " do printf"
           " '%-20s %-19s %-19s\n' $f"
           " ""$(date -r $l/$f '+%Y-%m-%d %H:%M:%S' 2>/dev/null)"""
           " ""$(date -r $r/$f '+%Y-%m-%d %H:%M:%S' 2>/dev/null)"";"
           " done > .drift-candidate 2>/dev/null" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       move "n" to wsEof
       open input CandidateFile
       if wsCandidateStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read CandidateFile
               at end move "y" to wsEof
               not at end
                   perform varying wsArea from 7 by 1
                           until wsArea > wsAreaCount
                       if TcFile = wsAreaName(wsArea)
                           move TcLeft to wsAreaStamp(wsArea, 1)
                           move TcRight to wsAreaStamp(wsArea, 2)
                       end-if
                   end-perform
           end-read
       end-perform
       close CandidateFile.

*> ------------------------------------------------------------------
*> Comparing one file: load both sides, match row to row by key,
*> report what does not match.
*> ------------------------------------------------------------------
CompareFile.
       perform WriteAreaHeading
       perform varying wsS from 1 by 1 until wsS > 2
           perform LoadSide
       end-perform

       evaluate true
           when wsSdPresent(1) = "n" and wsSdPresent(2) = "n"
               move "  (not present on either side)"
                   to DriftReportLine
               write DriftReportLine
               exit paragraph
           when wsSdPresent(1) = "n" or wsSdPresent(2) = "n"
               move "MISSING" to wsDfKind
               move wsCompareFile to wsDfWhat
               move spaces to wsDfLeft wsDfRight wsDfJournalKey
               if wsSdPresent(1) = "n"
                   move "(no such file)" to wsDfLeft
                   move "(present)" to wsDfRight
               else
                   move "(present)" to wsDfLeft
                   move "(no such file)" to wsDfRight
               end-if
               perform ReportDifference
               exit paragraph
       end-evaluate

       perform varying wsI from 1 by 1 until wsI > wsSdCount(1)
           perform MatchLeftRow
       end-perform
       perform varying wsJ from 1 by 1 until wsJ > wsSdCount(2)
           if wsSrMatched(2, wsJ) = "n"
               move "RIGHT ONLY" to wsDfKind
               move spaces to wsDfLeft
               move wsSrText(2, wsJ) to wsDfRight
               move wsSrKey(2, wsJ) to wsDfWhat
               move 2 to wsS
               perform SetJournalKey
               perform ReportDifference
           end-if
       end-perform

       if wsByLine and wsAreaDiffs(wsArea) = 0
           move "n" to wsOrderDiffers
           perform varying wsI from 1 by 1 until wsI > wsSdCount(1)
               if wsSrText(1, wsI) not = wsSrText(2, wsI)
                   move "y" to wsOrderDiffers
               end-if
           end-perform
           if wsOrderDiffers = "y"
               move "ORDER" to wsDfKind
               move "the same lines in a different order" to wsDfWhat
               move spaces to wsDfLeft wsDfRight wsDfJournalKey
               perform ReportDifference
           end-if
       end-if
       if wsAreaDiffs(wsArea) = 0
           move "  (no differences)" to DriftReportLine
           write DriftReportLine
       end-if.

MatchLeftRow.
       move 0 to wsFoundIdx
       perform varying wsJ from 1 by 1
               until wsJ > wsSdCount(2) or wsFoundIdx > 0
           if wsSrMatched(2, wsJ) = "n"
                   and wsSrKey(2, wsJ) = wsSrKey(1, wsI)
               move wsJ to wsFoundIdx
           end-if
       end-perform
       move wsSrKey(1, wsI) to wsDfWhat
       if wsFoundIdx = 0
           move "LEFT ONLY" to wsDfKind
           move wsSrText(1, wsI) to wsDfLeft
           move spaces to wsDfRight
           move 1 to wsS
           move wsI to wsJ
           perform SetJournalKey
           perform ReportDifference
           exit paragraph
       end-if
       move "y" to wsSrMatched(1, wsI)
       move "y" to wsSrMatched(2, wsFoundIdx)
       if wsSrText(1, wsI) not = wsSrText(2, wsFoundIdx)
           move "CHANGED" to wsDfKind
           move wsSrText(1, wsI) to wsDfLeft
           move wsSrText(2, wsFoundIdx) to wsDfRight
           move 1 to wsS
           move wsI to wsJ
           perform SetJournalKey
           perform ReportDifference
       end-if.

*> Which journal entry speaks for a row: the registry sequence, the
*> parameter key, the operator id; the rest go by the whole file.
*> Expects the row at wsS/wsJ.
SetJournalKey.
       move spaces to wsDfJournalKey
       evaluate wsArea
           when 1
               move wsSrKey(wsS, wsJ) to wsDfJournalKey
           when 2
               move spaces to wsTok1 wsTok2 wsTok3
               unstring wsSrKey(wsS, wsJ) delimited by all space
                   into wsTok1 wsTok2 wsTok3
               end-unstring
               if wsTok1 = "EFFECTIVE"
                   move wsTok3 to wsDfJournalKey
               else
                   move wsTok1 to wsDfJournalKey
               end-if
           when 3
               move spaces to wsTok1
               unstring wsSrText(wsS, wsJ) delimited by all space
                   into wsTok1
               end-unstring
               move wsTok1 to wsDfJournalKey
       end-evaluate.

*> Loads wsCompareFile from side wsS's root.
LoadSide.
       move 0 to wsSdCount(wsS)
       move "n" to wsSdPresent(wsS)
       perform BuildTreeFilename
       move "n" to wsEof
       open input TreeFile
       if wsTreeStatus not = "00"
           exit paragraph
       end-if
       move "y" to wsSdPresent(wsS)
       perform until wsEof = "y"
           read TreeFile
               at end move "y" to wsEof
               not at end
                   perform StackSideRow
           end-read
       end-perform
       close TreeFile
       if wsByRegistryRow
           perform NoteRegistryExecs
       end-if.

*> Registry rows are fixed-column and compared as they stand; the
*> free-form files are squeezed first.
StackSideRow.
       if TreeLine(1:1) = "*" or TreeLine = spaces
           exit paragraph
       end-if
       if wsByRegistryRow and TreeLine(1:2) not numeric
           exit paragraph
       end-if
       if wsSdCount(wsS) >= wsMaxRows
           exit paragraph
       end-if
       add 1 to wsSdCount(wsS)
       move wsSdCount(wsS) to wsI
       move "n" to wsSrMatched(wsS, wsI)
       if wsByRegistryRow
           move TreeLine to wsSrText(wsS, wsI)
           move TreeLine(1:2) to wsSrKey(wsS, wsI)
           exit paragraph
       end-if
       move TreeLine to wsSqIn
       perform SqueezeSpaces
       move wsSqOut to wsSrText(wsS, wsI)
       if wsByParameterKey
           move spaces to wsTok1 wsTok2 wsTok3
           unstring wsSqOut delimited by space
               into wsTok1 wsTok2 wsTok3
           end-unstring
           if wsTok1 = "EFFECTIVE"
               move spaces to wsSrKey(wsS, wsI)
               string
                   wsTok1 delimited by space
                   " " delimited by size
                   wsTok2 delimited by space
                   " " delimited by size
                   wsTok3 delimited by space
                   into wsSrKey(wsS, wsI)
               end-string
           else
               move wsTok1 to wsSrKey(wsS, wsI)
           end-if
       else
           move wsSqOut(1:60) to wsSrKey(wsS, wsI)
       end-if.

SqueezeSpaces.
       move spaces to wsSqOut
       move 0 to wsSqOutPos
       perform varying wsSqPos from 1 by 1 until wsSqPos > 200
           if wsSqIn(wsSqPos:1) not = space
               if wsSqOutPos > 0 and wsSqPos > 1
                   if wsSqIn(wsSqPos - 1:1) = space
                       add 1 to wsSqOutPos
                   end-if
               end-if
               add 1 to wsSqOutPos
               move wsSqIn(wsSqPos:1) to wsSqOut(wsSqOutPos:1)
           end-if
       end-perform.

*> The registry loaded via its own layout, for the executables it
*> runs: each distinct <dir>/<step> on either side.
NoteRegistryExecs.
       move "n" to wsEof
       open input RegistryFile
       if wsRegistryStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read RegistryFile
               at end move "y" to wsEof
               not at end
                   if RegSeq numeric and RegDir not = spaces
                           and RegStep not = spaces
                       move spaces to wsExecWork
                       string
                           RegDir delimited by space
                           "/" delimited by size
                           RegStep delimited by space
                           into wsExecWork
                       end-string
                       perform NoteExec
                   end-if
           end-read
       end-perform
       close RegistryFile.

NoteExec.
       move 0 to wsFoundIdx
       perform varying wsE from 1 by 1 until wsE > wsExecCount
           if wsExecPath(wsE) = wsExecWork
               move wsE to wsFoundIdx
           end-if
       end-perform
       if wsFoundIdx = 0 and wsExecCount < 100
           add 1 to wsExecCount
           move wsExecWork to wsExecPath(wsExecCount)
       end-if.

*> ------------------------------------------------------------------
*> The day05 ordering rules and the executables, by checksum.
*> ------------------------------------------------------------------
CompareChecksums.
       open output PathsFile
       move "5 day05/ordering-rules" to PathsLine
       write PathsLine
       move "5 day05/ordering-rules-index" to PathsLine
       write PathsLine
       move "5 day05/rules-versions" to PathsLine
       write PathsLine
       move "6 driver/run-all" to PathsLine
       write PathsLine
       perform varying wsE from 1 by 1 until wsE > wsExecCount
           if wsExecPath(wsE) not = "driver/run-all"
               move spaces to PathsLine
               string
                   "6 " delimited by size
                   wsExecPath(wsE) delimited by space
                   into PathsLine
               end-string
               write PathsLine
           end-if
       end-perform
       close PathsFile

       move spaces to wsShellCmd
       string
           "l='" delimited by size
           wsRoot(1) delimited by space
           "'; r='" delimited by size
           wsRoot(2) delimited by space
           "'; while read k p; do a=-; b=-; [ -f $l/$p ] &&"
           " a=$(cksum < $l/$p | awk '{print $1}'); [ -f $r/$p ]"
           " && b=$(cksum < $r/$p | awk '{print $1}'); printf"
           " '%-2s %-40s %-10s %-10s\n' $k $p $a $b; done"
           " < .drift-paths > .drift-candidate 2>/dev/null"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       move 5 to wsArea
       perform WriteAreaHeading
       perform CompareChecksumArea
       move 6 to wsArea
       perform WriteAreaHeading
       perform CompareChecksumArea.

CompareChecksumArea.
       move "n" to wsEof
       open input CandidateFile
       if wsCandidateStatus not = "00"
           move "  (checksums could not be taken)" to DriftReportLine
           write DriftReportLine
           exit paragraph
       end-if
       perform until wsEof = "y"
           read CandidateFile
               at end move "y" to wsEof
               not at end
                   if CdArea(1:1) = "5" and wsArea = 5
                           or CdArea(1:1) = "6" and wsArea = 6
                       perform JudgeChecksumRow
                   end-if
           end-read
       end-perform
       close CandidateFile
       if wsAreaDiffs(wsArea) = 0
           move "  (no differences)" to DriftReportLine
           write DriftReportLine
       end-if.

JudgeChecksumRow.
       if CdLeftSum = CdRightSum
           exit paragraph
       end-if
       move CdPath to wsDfWhat
       move spaces to wsDfJournalKey
       if wsArea = 6
           move CdPath to wsDfJournalKey
       end-if
       move spaces to wsDfLeft wsDfRight
       if CdLeftSum = "-"
           move "MISSING" to wsDfKind
           move "(no such file)" to wsDfLeft
       else
           move "CHANGED" to wsDfKind
           string
               "checksum " delimited by size
               CdLeftSum delimited by space
               into wsDfLeft
           end-string
       end-if
       if CdRightSum = "-"
           move "MISSING" to wsDfKind
           move "(no such file)" to wsDfRight
       else
           string
               "checksum " delimited by size
               CdRightSum delimited by space
               into wsDfRight
           end-string
       end-if
       perform ReportDifference.

*> ------------------------------------------------------------------
*> Reporting.
*> ------------------------------------------------------------------
WriteHeader.
       move spaces to DriftReportLine
       string
           "CONFIGURATION DRIFT - as at " delimited by size
           wsNow delimited by size
           into DriftReportLine
       end-string
       write DriftReportLine
       move spaces to DriftReportLine
       string
           "Left:  " delimited by size
           wsRoot(1) delimited by space
           into DriftReportLine
       end-string
       write DriftReportLine
       move spaces to DriftReportLine
       string
           "Right: " delimited by size
           wsRoot(2) delimited by space
           into DriftReportLine
       end-string
       write DriftReportLine
       move spaces to DriftReportLine
       string
           "Newer side by each file's journal; the rule files by"
           " file time, which a restore resets." delimited by size
           into DriftReportLine
       end-string
       write DriftReportLine.

WriteAreaHeading.
       move spaces to DriftReportLine
       write DriftReportLine
       move spaces to DriftReportLine
       string
           "---- " delimited by size
           wsAreaName(wsArea) delimited by "  "
           " (journal: " delimited by size
           wsAreaJournal(wsArea) delimited by "  "
           ") ----" delimited by size
           into DriftReportLine
       end-string
       write DriftReportLine.

ReportDifference.
       if wsByRegistryRow and wsDfKind not = "MISSING"
           move wsDfWhat(1:2) to wsTok1
           move spaces to wsDfWhat
           string
               "row " delimited by size
               wsTok1 delimited by space
               into wsDfWhat
           end-string
       end-if
       add 1 to wsAreaDiffs(wsArea)
       add 1 to wsTotalDiffs
       perform JudgeNewer
       move spaces to DriftReportLine
       string
           "  " delimited by size
           wsDfKind delimited by size
           " " delimited by size
           wsDfWhat delimited by "  "
           into DriftReportLine
       end-string
       write DriftReportLine
       if wsDfLeft not = spaces
           move spaces to DriftReportLine
           string
               "      left : " delimited by size
               wsDfLeft delimited by size
               into DriftReportLine
           end-string
           write DriftReportLine
       end-if
       if wsDfRight not = spaces
           move spaces to DriftReportLine
           string
               "      right: " delimited by size
               wsDfRight delimited by size
               into DriftReportLine
           end-string
           write DriftReportLine
       end-if
       move spaces to DriftReportLine
       string
           "      newer: " delimited by size
           wsNewerSide delimited by space
           "  (left " delimited by size
           wsNewerLeft delimited by "  "
           ", right " delimited by size
           wsNewerRight delimited by "  "
           " - " delimited by size
           wsNewerBasis delimited by "  "
           ")" delimited by size
           into DriftReportLine
       end-string
       write DriftReportLine.

*> The row's own journal entries when either side has one, else the
*> file's latest; a side with nothing on record shows "-".
JudgeNewer.
       move spaces to wsNewerLeft wsNewerRight
       move 0 to wsFoundIdx
       if wsDfJournalKey not = spaces
           perform varying wsK from 1 by 1
                   until wsK > wsJnCount or wsFoundIdx > 0
               if wsJnArea(wsK) = wsArea
                       and wsJnKey(wsK) = wsDfJournalKey
                   move wsK to wsFoundIdx
               end-if
           end-perform
       end-if
       if wsFoundIdx > 0
           move wsJnStamp(wsFoundIdx, 1) to wsNewerLeft
           move wsJnStamp(wsFoundIdx, 2) to wsNewerRight
           move wsAreaJournal(wsArea) to wsNewerBasis
       else
           if wsArea not = 6
               move wsAreaStamp(wsArea, 1) to wsNewerLeft
               move wsAreaStamp(wsArea, 2) to wsNewerRight
           end-if
           if wsArea >= 6
               move wsAreaJournal(wsArea) to wsNewerBasis
           else
               move spaces to wsNewerBasis
               string
                   wsAreaJournal(wsArea) delimited by "  "
                   ", whole file" delimited by size
                   into wsNewerBasis
               end-string
           end-if
       end-if
       evaluate true
           when wsNewerLeft = spaces and wsNewerRight = spaces
               move "UNKNOWN" to wsNewerSide
           when wsNewerLeft > wsNewerRight
               move "LEFT" to wsNewerSide
           when wsNewerRight > wsNewerLeft
               move "RIGHT" to wsNewerSide
           when other
               move "NEITHER" to wsNewerSide
       end-evaluate
       if wsNewerLeft = spaces
           move "-" to wsNewerLeft
       end-if
       if wsNewerRight = spaces
           move "-" to wsNewerRight
       end-if.

WriteSummary.
       move spaces to DriftReportLine
       write DriftReportLine
       move "---- summary ----" to DriftReportLine
       write DriftReportLine
       perform varying wsArea from 1 by 1 until wsArea > wsAreaCount
           move wsAreaDiffs(wsArea) to wsCountDisplay
           move spaces to DriftReportLine
           move wsAreaName(wsArea) to DriftReportLine(3:30)
           move wsCountDisplay to DriftReportLine(33:5)
           move "difference(s)" to DriftReportLine(39:13)
           write DriftReportLine
       end-perform
       move wsTotalDiffs to wsCountDisplay
       move spaces to DriftReportLine
       if wsTotalDiffs = 0
           move "No drift - the two trees match." to DriftReportLine
       else
           string
               function trim(wsCountDisplay) delimited by size
               " difference(s) in all - resolve them before any"
               " cut-over to the right tree." delimited by size
               into DriftReportLine
           end-string
       end-if
       write DriftReportLine.

end program AOC2024DRIFT.
