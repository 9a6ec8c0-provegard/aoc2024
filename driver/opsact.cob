identification division.
program-id. AOC2024OPSACT.

*> Monthly operator activity and workload report for the shift lead:
*> per operator, what each person did on the console and through it
*> over one month, rolled up from the journals that already record
*> it - for workload balancing and the quarterly access
*> recertification.
*>
*> Per operator it counts
*>     sign-ons           security-events SIGNON rows
*>     cycles launched    cycle-ledger rows (a cycle the scheduler
*>                        started carries no operator)
*>     reruns, catch-ups  RERUN and CATCHUP rows on the root audit
*>                        trail - run from the menu or from the work
*>                        queue under the requesting operator
*>     approvals granted  pending-approvals rows the operator approved
*>     and denied         or denied, by the approval stamp
*>     write-offs         WRITEOFF approvals used, to the requestor
*>     quarantine         RELEASED dispositions on each day
*>     releases           directory's quarantine-log
*>     parameter changes  parameter-journal rows
*>     sign-offs          cycle-signoff rows
*> and highlights everything that needed an override: cycle-lock
*> clears (security-events LOCKCLR), publication force-releases
*> (publication-releases), change-freeze overrides (OVERRIDE rows on
*> the root and day audit trails, and parameter changes made over a
*> freeze). Every override is listed with who, when and why.
*>
*> Every operator on the operators file is listed, active or not,
*> with their role - an id with nothing to show for the month is the
*> first question at recertification - and any id found in the
*> journals but no longer on file is flagged.
*>
*> AOC2024OPSACT_MONTH names the month (YYYYMM); the default is the
*> month before the business date's - the month just closed. Writes
*> the fixed-name operator-activity-report, with a dated generation
*> kept the way the job reports keep theirs.
*>
*> Return code: 0 report written, 8 a month that is not YYYYMM.

environment division.
input-output section.
file-control.
       select OperatorsFile assign to 'operators'
           organization is line sequential
           file status is wsOperatorsStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select SecurityLog assign to 'security-events'
           organization is line sequential
           file status is wsSecStatus.
       select CycleLedger assign to 'cycle-ledger'
           organization is line sequential
           file status is wsLedgerStatus.
       select AuditView assign to wsAuditFilename
           organization is line sequential
           file status is wsAuditStatus.
       select ApprovalFile assign to 'pending-approvals'
           organization is line sequential
           file status is wsApprovalStatus.
       select QuarLog assign to wsQuarFilename
           organization is line sequential
           file status is wsQuarStatus.
       select ParamJournal assign to 'parameter-journal'
           organization is line sequential
           file status is wsParamJournalStatus.
       select SignoffFile assign to 'cycle-signoff'
           organization is line sequential
           file status is wsSignoffStatus.
       select PubReleaseFile assign to 'publication-releases'
           organization is line sequential
           file status is wsPubReleaseStatus.
       select ActReport assign to 'operator-activity-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
FD OperatorsFile.
01 OperatorsLine pic X(80).

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "SecurityRecord.cpy"
    replacing ==:FILE-NAME:== by ==SecurityLog==.

copy "CycleLedgerRecord.cpy"
    replacing ==:FILE-NAME:== by ==CycleLedger==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditView==.

copy "ApprovalRecord.cpy"
    replacing ==:FILE-NAME:== by ==ApprovalFile==.

*> "<YYYYMMDD> <drop> <disposition> by <operator> - <note>" for the
*> menu's dispositions, alongside AOC2024DROPCHK's own rows.
FD QuarLog.
01 QuarLine pic X(200).

*> "<stamp> <operator> <key> old=.. new=.. effective=.. note=.."
*> with " override=<reason>" on a change made over a freeze.
FD ParamJournal.
01 ParamJournalLine pic X(200).

*> "<cycle id> <business date> <operator> <stamp> <note>".
FD SignoffFile.
01 SignoffLine.
   02 SoCycleId   pic X(15).
   02 SoGap1      pic X(1).
   02 SoDate      pic X(8).
   02 SoGap2      pic X(1).
   02 SoOperator  pic X(12).
   02 SoGap3      pic X(1).
   02 SoStamp     pic X(19).
   02 SoGap4      pic X(1).
   02 SoNote      pic X(62).

copy "PubReleaseRecord.cpy"
    replacing ==:FILE-NAME:== by ==PubReleaseFile==.

FD ActReport.
01 ActReportLine pic X(132).

working-storage section.
       01 wsOperatorsStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsSecStatus pic X(2).
       01 wsLedgerStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsApprovalStatus pic X(2).
       01 wsQuarStatus pic X(2).
       01 wsParamJournalStatus pic X(2).
       01 wsSignoffStatus pic X(2).
       01 wsPubReleaseStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40) value "operator-activity-report".
       01 wsReportProgram pic X(20) value "AOC2024OPSACT".
       01 wsReportTitle pic X(40) value "OPERATOR ACTIVITY AND WORKLOAD".
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR

       01 wsParm pic X(10) value spaces.
       01 wsBusDate pic X(8).
       01 wsMonth pic X(6).
       01 wsMonthYear pic 9(4).
       01 wsMonthMm pic 9(2).
       01 wsRowMonth pic X(6).

       01 wsAuditFilename pic X(40).
       01 wsQuarFilename pic X(40).

*> The day directories the registry runs jobs in, for their audit
*> trails and quarantine logs.
       01 wsDirs.
           05 wsDir pic X(10) occurs 60 times.
       01 wsDirCount pic 9(2) value 0.
       01 wsD pic 9(2).
       01 wsDirFound pic 9(2).

*> The activity columns, in the order the report prints them.
       01 wsKindCount pic 9(2) value 11.
       01 wsKindSignon pic 9(2) value 1.
       01 wsKindCycle pic 9(2) value 2.
       01 wsKindRerun pic 9(2) value 3.
       01 wsKindCatchup pic 9(2) value 4.
       01 wsKindGranted pic 9(2) value 5.
       01 wsKindDenied pic 9(2) value 6.
       01 wsKindWriteoff pic 9(2) value 7.
       01 wsKindQuarRel pic 9(2) value 8.
       01 wsKindParm pic 9(2) value 9.
       01 wsKindSignoff pic 9(2) value 10.
       01 wsKindOverride pic 9(2) value 11.
       01 wsKindValues.
           05 filler pic X(7) value "SignOns".
           05 filler pic X(7) value " Cycles".
           05 filler pic X(7) value " Reruns".
           05 filler pic X(7) value "CatchUp".
           05 filler pic X(7) value " ApprOK".
           05 filler pic X(7) value " ApprNo".
           05 filler pic X(7) value " WrtOff".
           05 filler pic X(7) value "QuarRel".
           05 filler pic X(7) value "ParmChg".
           05 filler pic X(7) value "SignOff".
           05 filler pic X(7) value "Overrid".
       01 wsKindTable redefines wsKindValues.
           05 wsKindName pic X(7) occurs 11 times.
       01 wsK pic 9(2).

*> One entry per operator: the operators file first, in its order,
*> then any other id the journals name.
       01 wsMaxOps pic 9(3) value 200.
       01 wsOps.
           05 wsOpEntry occurs 200 times.
               10 wsOpId pic X(12).
               10 wsOpRole pic X(5).
               10 wsOpOnFile pic A(1).
               10 wsOpTally pic 9(5) occurs 11 times.
               10 wsOpTotal pic 9(6).
       01 wsOpCount pic 9(3) value 0.
       01 wsO pic 9(3).
       01 wsOpIdx pic 9(3).
       01 wsOpDropped pic 9(5) value 0.
       01 wsTotals.
           05 wsTotalTally pic 9(6) occurs 11 times.

*> The activity being noted: whose, which column.
       01 wsActOperator pic X(12).
       01 wsActKind pic 9(2).

*> The overrides themselves, for the highlighted detail section.
       01 wsMaxOverrides pic 9(4) value 500.
       01 wsOverrides.
           05 wsOvLine pic X(130) occurs 500 times.
       01 wsOvCount pic 9(4) value 0.
       01 wsOvDropped pic 9(5) value 0.
       01 wsOvIdx pic 9(4).
       01 wsOvStamp pic X(19).
       01 wsOvKind pic X(16).
       01 wsOvDetail pic X(80).

       01 wsTok1 pic X(20).
       01 wsTok2 pic X(20).
       01 wsTally pic 9(3).
       01 wsQPart1 pic X(200).
       01 wsQPart2 pic X(200).
       01 wsPtr pic 9(3).
       01 wsCountDisplay pic Z(6)9.
       01 wsIdleCount pic 9(3) value 0.
       01 wsOffFileCount pic 9(3) value 0.

procedure division.
       perform ReadParameters
       call "AOC2024YEAR" using wsProcYear
       perform LoadOperators
       perform LoadDayDirs

       perform TallySecurityEvents
       perform TallyCycleLedger
       perform TallyRootAudit
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           perform TallyDayDir
       end-perform
       perform TallyApprovals
       perform TallyParameterJournal
       perform TallySignoffs
       perform TallyForceReleases
       perform SumOperators

       open output ActReport
       perform WriteHeader
       perform WriteOperatorSection
       perform WriteOverrideSection
       perform WriteRecertSection
       perform WriteKey
       close ActReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move wsOvCount to wsCountDisplay
       display "OPSACT: " wsMonth " " wsOpCount " operator(s), "
           function trim(wsCountDisplay) " override(s), "
           wsIdleCount " on file with no activity"
       move 0 to return-code
       stop run.

*> The month to report: AOC2024OPSACT_MONTH, else the month before
*> the business date's.
ReadParameters.
       accept wsParm from environment "AOC2024OPSACT_MONTH"
           on exception continue
       end-accept
       if wsParm not = spaces
           move wsParm(1:6) to wsMonth
       else
           call "AOC2024BDATE" using wsBusDate
           move wsBusDate(1:4) to wsMonthYear
           move wsBusDate(5:2) to wsMonthMm
           if wsMonthMm = 1
               subtract 1 from wsMonthYear
               move 12 to wsMonthMm
           else
               subtract 1 from wsMonthMm
           end-if
           move wsMonthYear to wsMonth(1:4)
           move wsMonthMm to wsMonth(5:2)
       end-if
       if wsMonth not numeric
               or wsMonth(5:2) < "01" or wsMonth(5:2) > "12"
           display "OPSACT: month " wsParm
               " is not YYYYMM - nothing reported"
           move 8 to return-code
           stop run
       end-if.

*> Every operator on file, with the role the menu would grant: a
*> legacy line with no recognized role signs on as ADMIN.
LoadOperators.
       open input OperatorsFile
       if wsOperatorsStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadOperatorsLoop
       close OperatorsFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadOperatorsLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==OperatorsFile==
              ==:RECORD-NAME:== BY ==OperatorsLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform FileOperatorRow==.

FileOperatorRow.
       if OperatorsLine(1:1) = "*" or OperatorsLine = spaces
           exit paragraph
       end-if
       move spaces to wsTok1
       move spaces to wsTok2
       unstring OperatorsLine delimited by all spaces
           into wsTok1 wsTok2
       end-unstring
       move wsTok1 to wsActOperator
       perform FindOperator
       if wsOpIdx = 0
           exit paragraph
       end-if
       move "y" to wsOpOnFile(wsOpIdx)
       if wsTok2 = "VIEW" or wsTok2 = "RUN" or wsTok2 = "ADMIN"
               or wsTok2 = "OFF"
           move wsTok2 to wsOpRole(wsOpIdx)
       else
           move "ADMIN" to wsOpRole(wsOpIdx)
       end-if.

*> Finds wsActOperator's entry, adding one (not on file) when the
*> journals name an id the operators file does not.
FindOperator.
       move 0 to wsOpIdx
       perform varying wsO from 1 by 1 until wsO > wsOpCount
           if wsOpId(wsO) = wsActOperator
               move wsO to wsOpIdx
           end-if
       end-perform
       if wsOpIdx not = 0
           exit paragraph
       end-if
       if wsOpCount >= wsMaxOps
           add 1 to wsOpDropped
           exit paragraph
       end-if
       add 1 to wsOpCount
       move wsOpCount to wsOpIdx
       move wsActOperator to wsOpId(wsOpIdx)
       move spaces to wsOpRole(wsOpIdx)
       move "n" to wsOpOnFile(wsOpIdx)
       move 0 to wsOpTotal(wsOpIdx)
       perform varying wsK from 1 by 1 until wsK > wsKindCount
           move 0 to wsOpTally(wsOpIdx, wsK)
       end-perform.

*> One more of wsActKind against wsActOperator.
NoteActivity.
       perform FindOperator
       if wsOpIdx not = 0
           add 1 to wsOpTally(wsOpIdx, wsActKind)
       end-if.

*> An override: counted against its operator and listed.
NoteOverride.
       move wsKindOverride to wsActKind
       perform NoteActivity
       if wsOvCount >= wsMaxOverrides
           add 1 to wsOvDropped
           exit paragraph
       end-if
       add 1 to wsOvCount
       move spaces to wsOvLine(wsOvCount)
       string
           "*** " delimited by size
           wsOvStamp delimited by size
           " " delimited by size
           wsActOperator delimited by size
           " " delimited by size
           wsOvKind delimited by size
           " " delimited by size
           wsOvDetail delimited by size
           into wsOvLine(wsOvCount)
       end-string.

*> The day directories of this year's registry rows, each once.
LoadDayDirs.
       move 0 to wsDirCount
       open input RegistryFile
       if wsRegistryStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadRegistryLoop
       close RegistryFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform NoteDayDir==.

NoteDayDir.
       if RegSeq not numeric or RegDir = spaces or RegDir = "driver"
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           exit paragraph
       end-if
       move 0 to wsDirFound
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           if wsDir(wsD) = RegDir
               move wsD to wsDirFound
           end-if
       end-perform
       if wsDirFound = 0 and wsDirCount < 60
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.

*> Sign-ons, and cycle-lock clears - an override.
TallySecurityEvents.
       open input SecurityLog
       if wsSecStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadSecurityLoop
       close SecurityLog.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadSecurityLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==SecurityLog==
              ==:RECORD-NAME:== BY ==SecLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallySecurityRow==.

TallySecurityRow.
       move spaces to wsRowMonth
       string SecStamp(1:4) delimited by size
           SecStamp(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move SecOperator to wsActOperator
       evaluate SecEvent
           when "SIGNON"
               move wsKindSignon to wsActKind
               perform NoteActivity
           when "LOCKCLR"
               move SecStamp to wsOvStamp
               move "LOCK CLEAR" to wsOvKind
               move SecDetail to wsOvDetail
               perform NoteOverride
       end-evaluate.

*> Cycles launched: one ledger row per cycle, by its start stamp.
TallyCycleLedger.
       open input CycleLedger
       if wsLedgerStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadLedgerLoop
       close CycleLedger.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadLedgerLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==CycleLedger==
              ==:RECORD-NAME:== BY ==ClLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyLedgerRow==.

TallyLedgerRow.
       if ClCycleId = spaces or ClLine(1:1) = "*"
           exit paragraph
       end-if
       move spaces to wsRowMonth
       string ClStart(1:4) delimited by size
           ClStart(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move ClOperator to wsActOperator
       move wsKindCycle to wsActKind
       perform NoteActivity.

*> The root trail: reruns, catch-ups and freeze overrides.
TallyRootAudit.
       move "audit-trail" to wsAuditFilename
       perform TallyAuditFile.

*> A day directory: its own trail's freeze overrides, and the
*> quarantined drops the menu released back.
TallyDayDir.
       move spaces to wsAuditFilename
       string wsDir(wsD) delimited by space
           "/audit-trail" delimited by size
           into wsAuditFilename
       end-string
       perform TallyAuditFile
       move spaces to wsQuarFilename
       string wsDir(wsD) delimited by space
           "/quarantine-log" delimited by size
           into wsQuarFilename
       end-string
       open input QuarLog
       if wsQuarStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadQuarLoop
       close QuarLog.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadQuarLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==QuarLog==
              ==:RECORD-NAME:== BY ==QuarLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyQuarRow==.

TallyQuarRow.
       if QuarLine(1:6) not = wsMonth
           exit paragraph
       end-if
       move 0 to wsTally
       inspect QuarLine tallying wsTally for all " RELEASED by "
       if wsTally = 0
           exit paragraph
       end-if
       move spaces to wsQPart1
       move spaces to wsQPart2
       unstring QuarLine delimited by " RELEASED by "
           into wsQPart1 wsQPart2
       end-unstring
       move wsQPart2(1:12) to wsActOperator
       move wsKindQuarRel to wsActKind
       perform NoteActivity.

TallyAuditFile.
       open input AuditView
       if wsAuditStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadAuditLoop
       close AuditView.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAuditLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AuditView==
              ==:RECORD-NAME:== BY ==AuditLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyAuditRow==.

TallyAuditRow.
       move spaces to wsRowMonth
       string AuditTimestamp(1:4) delimited by size
           AuditTimestamp(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move AuditOperator to wsActOperator
       evaluate AuditEvent
           when "RERUN"
               move wsKindRerun to wsActKind
               perform NoteActivity
           when "CATCHUP"
               move wsKindCatchup to wsActKind
               perform NoteActivity
           when "OVERRIDE"
               move AuditTimestamp to wsOvStamp
               move "FREEZE OVERRIDE" to wsOvKind
               move spaces to wsOvDetail
               string
                   function trim(AuditProgram) delimited by size
                   ": " delimited by size
                   AuditDetail delimited by size
                   into wsOvDetail
               end-string
               perform NoteOverride
       end-evaluate.

*> Approvals by the approving operator and stamp; a write-off is
*> the requestor's once its approval has been used.
TallyApprovals.
       open input ApprovalFile
       if wsApprovalStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadApprovalLoop
       close ApprovalFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadApprovalLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ApprovalFile==
              ==:RECORD-NAME:== BY ==ApprLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyApprovalRow==.

TallyApprovalRow.
       if ApprStatus = "PEND" or ApprApprover = spaces
           exit paragraph
       end-if
       move spaces to wsRowMonth
       string ApprApprStamp(1:4) delimited by size
           ApprApprStamp(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move ApprApprover to wsActOperator
       if ApprStatus = "DENY"
           move wsKindDenied to wsActKind
       else
           move wsKindGranted to wsActKind
       end-if
       perform NoteActivity
       if ApprStatus = "USED" and ApprAction = "WRITEOFF"
           move ApprRequestor to wsActOperator
           move wsKindWriteoff to wsActKind
           perform NoteActivity
       end-if.

*> Parameter changes; one made over a change freeze is an override.
TallyParameterJournal.
       open input ParamJournal
       if wsParamJournalStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadParamJournalLoop
       close ParamJournal.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadParamJournalLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ParamJournal==
              ==:RECORD-NAME:== BY ==ParamJournalLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyParamRow==.

TallyParamRow.
       move spaces to wsRowMonth
       string ParamJournalLine(1:4) delimited by size
           ParamJournalLine(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move ParamJournalLine(21:12) to wsActOperator
       move wsKindParm to wsActKind
       perform NoteActivity
       move 0 to wsTally
       inspect ParamJournalLine tallying wsTally for all " override="
       if wsTally = 0
           exit paragraph
       end-if
       move ParamJournalLine(1:19) to wsOvStamp
       move "FREEZE OVERRIDE" to wsOvKind
       move spaces to wsOvDetail
       move 34 to wsPtr
       unstring ParamJournalLine delimited by " old="
           into wsOvDetail with pointer wsPtr
       end-unstring
       move spaces to wsQPart1
       move spaces to wsQPart2
       unstring ParamJournalLine delimited by " override="
           into wsQPart1 wsQPart2
       end-unstring
       move spaces to wsQPart1
       string
           "parameter " delimited by size
           function trim(wsOvDetail) delimited by size
           ": " delimited by size
           function trim(wsQPart2) delimited by size
           into wsQPart1
       end-string
       move wsQPart1 to wsOvDetail
       perform NoteOverride.

TallySignoffs.
       open input SignoffFile
       if wsSignoffStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadSignoffLoop
       close SignoffFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadSignoffLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==SignoffFile==
              ==:RECORD-NAME:== BY ==SignoffLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallySignoffRow==.

TallySignoffRow.
       move spaces to wsRowMonth
       string SoStamp(1:4) delimited by size
           SoStamp(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move SoOperator to wsActOperator
       move wsKindSignoff to wsActKind
       perform NoteActivity.

*> Held results an ADMIN force-released past the publication gate.
TallyForceReleases.
       open input PubReleaseFile
       if wsPubReleaseStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadPubReleaseLoop
       close PubReleaseFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadPubReleaseLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==PubReleaseFile==
              ==:RECORD-NAME:== BY ==PubReleaseLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallyPubReleaseRow==.

TallyPubReleaseRow.
       move spaces to wsRowMonth
       string PrStamp(1:4) delimited by size
           PrStamp(6:2) delimited by size
           into wsRowMonth
       end-string
       if wsRowMonth not = wsMonth
           exit paragraph
       end-if
       move PrOperator to wsActOperator
       move PrStamp to wsOvStamp
       move "FORCE-RELEASE" to wsOvKind
       move spaces to wsOvDetail
       string
           function trim(PrProgram) delimited by size
           " " delimited by size
           PrDate delimited by size
           ": " delimited by size
           PrReason delimited by size
           into wsOvDetail
       end-string
       perform NoteOverride.

SumOperators.
       perform varying wsK from 1 by 1 until wsK > wsKindCount
           move 0 to wsTotalTally(wsK)
       end-perform
       perform varying wsO from 1 by 1 until wsO > wsOpCount
           move 0 to wsOpTotal(wsO)
           perform varying wsK from 1 by 1 until wsK > wsKindCount
               add wsOpTally(wsO, wsK) to wsOpTotal(wsO)
               add wsOpTally(wsO, wsK) to wsTotalTally(wsK)
           end-perform
           if wsOpOnFile(wsO) = "y" and wsOpTotal(wsO) = 0
               add 1 to wsIdleCount
           end-if
           if wsOpOnFile(wsO) not = "y"
               add 1 to wsOffFileCount
           end-if
       end-perform.

WriteHeader.
       move spaces to ActReportLine
       string
           "OPERATOR ACTIVITY AND WORKLOAD - month " delimited by size
           wsMonth(1:4) delimited by size
           "-" delimited by size
           wsMonth(5:2) delimited by size
           into ActReportLine
       end-string
       write ActReportLine
       move spaces to ActReportLine
       write ActReportLine.

WriteOperatorSection.
       move "---- by operator ----" to ActReportLine
       write ActReportLine
       move spaces to ActReportLine
       move 1 to wsPtr
       string "Operator     Role " delimited by size
           into ActReportLine with pointer wsPtr
       end-string
       perform varying wsK from 1 by 1 until wsK > wsKindCount
           string " " delimited by size
               wsKindName(wsK) delimited by size
               into ActReportLine with pointer wsPtr
           end-string
       end-perform
       write ActReportLine
       perform varying wsO from 1 by 1 until wsO > wsOpCount
           move spaces to ActReportLine
           move 1 to wsPtr
           if wsOpId(wsO) = spaces
               string "(no operator)" delimited by size
                   into ActReportLine with pointer wsPtr
               end-string
           else
               string wsOpId(wsO) delimited by size
                   " " delimited by size
                   wsOpRole(wsO) delimited by size
                   into ActReportLine with pointer wsPtr
               end-string
           end-if
           move 19 to wsPtr
           perform varying wsK from 1 by 1 until wsK > wsKindCount
               move wsOpTally(wsO, wsK) to wsCountDisplay
               string " " delimited by size
                   wsCountDisplay delimited by size
                   into ActReportLine with pointer wsPtr
               end-string
           end-perform
           if wsOpTally(wsO, wsKindOverride) > 0
               string " << OVERRIDE" delimited by size
                   into ActReportLine with pointer wsPtr
               end-string
           end-if
           if wsOpOnFile(wsO) not = "y" and wsOpId(wsO) not = spaces
               string " NOT ON FILE" delimited by size
                   into ActReportLine with pointer wsPtr
               end-string
           end-if
           write ActReportLine
       end-perform
       move spaces to ActReportLine
       move "Total" to ActReportLine
       move 19 to wsPtr
       perform varying wsK from 1 by 1 until wsK > wsKindCount
           move wsTotalTally(wsK) to wsCountDisplay
           string " " delimited by size
               wsCountDisplay delimited by size
               into ActReportLine with pointer wsPtr
           end-string
       end-perform
       write ActReportLine
       if wsOpDropped > 0
           move wsOpDropped to wsCountDisplay
           move spaces to ActReportLine
           string
               "  ... " delimited by size
               function trim(wsCountDisplay) delimited by size
               " row(s) for ids past the 200-operator table not"
                   delimited by size
               " counted" delimited by size
               into ActReportLine
           end-string
           write ActReportLine
       end-if
       move spaces to ActReportLine
       write ActReportLine.

*> Each override of the month, who, when and over what.
WriteOverrideSection.
       move "---- overrides ----" to ActReportLine
       write ActReportLine
       if wsOvCount = 0
           move "  (none)" to ActReportLine
           write ActReportLine
       end-if
       perform varying wsOvIdx from 1 by 1 until wsOvIdx > wsOvCount
           move wsOvLine(wsOvIdx) to ActReportLine
           write ActReportLine
       end-perform
       if wsOvDropped > 0
           move wsOvDropped to wsCountDisplay
           move spaces to ActReportLine
           string
               "  ... and " delimited by size
               function trim(wsCountDisplay) delimited by size
               " more not listed" delimited by size
               into ActReportLine
           end-string
           write ActReportLine
       end-if
       move spaces to ActReportLine
       write ActReportLine.

*> For the access recertification: ids on file with nothing done
*> this month, and ids acting that the file no longer lists.
WriteRecertSection.
       move "---- for access recertification ----" to ActReportLine
       write ActReportLine
       if wsIdleCount = 0 and wsOffFileCount = 0
           move "  (nothing to raise)" to ActReportLine
           write ActReportLine
       end-if
       perform varying wsO from 1 by 1 until wsO > wsOpCount
           move spaces to ActReportLine
           if wsOpOnFile(wsO) = "y" and wsOpTotal(wsO) = 0
               if wsOpRole(wsO) = "OFF"
                   string
                       "  " delimited by size
                       wsOpId(wsO) delimited by size
                       " disabled (OFF) - no activity"
                           delimited by size
                       into ActReportLine
                   end-string
               else
                   string
                       "  " delimited by size
                       wsOpId(wsO) delimited by size
                       " " delimited by size
                       wsOpRole(wsO) delimited by size
                       " no activity this month - is the access"
                           delimited by size
                       " still needed?" delimited by size
                       into ActReportLine
                   end-string
               end-if
               write ActReportLine
           end-if
           if wsOpOnFile(wsO) not = "y"
               if wsOpId(wsO) = spaces
                   string
                       "  (no operator) activity with no operator"
                           delimited by size
                       " recorded - unattended or standalone runs"
                           delimited by size
                       into ActReportLine
                   end-string
               else
                   string
                       "  " delimited by size
                       wsOpId(wsO) delimited by size
                       " acted this month but is not on the"
                           delimited by size
                       " operators file" delimited by size
                       into ActReportLine
                   end-string
               end-if
               write ActReportLine
           end-if
       end-perform
       move spaces to ActReportLine
       write ActReportLine.

WriteKey.
       move "---- columns ----" to ActReportLine
       write ActReportLine
       move "  SignOns sign-ons to the console        Cycles  cycles launched (cycle-ledger)"
           to ActReportLine
       write ActReportLine
       move "  Reruns  reruns run or requested        CatchUp catch-up sweeps run or requested"
           to ActReportLine
       write ActReportLine
       move "  ApprOK  approvals granted              ApprNo  approvals denied"
           to ActReportLine
       write ActReportLine
       move "  WrtOff  reject write-offs carried out  QuarRel quarantined drops released"
           to ActReportLine
       write ActReportLine
       move "  ParmChg parameter changes              SignOff cycle sign-offs"
           to ActReportLine
       write ActReportLine
       move "  Overrid lock clears, force-releases and change-freeze overrides"
           to ActReportLine
       write ActReportLine.

end program AOC2024OPSACT.
