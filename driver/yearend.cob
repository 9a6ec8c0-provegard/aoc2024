identification division.
program-id. AOC2024YEAREND.

*> Year-end rollover: closes out a processing year once its last
*> month is certified. The year (AOC2024YEAREND_YEAR, else the
*> processing year AOC2024YEAR answers) must have all twelve months
*> standing CLOSED on the month-close file, and the operator
*> (AOC2024_OPERATOR) must be an ADMIN; otherwise nothing is done and
*> every open month is listed. A clean year then:
*>
*>   - moves the year's trail rows - each day directory's
*>     audit-trail, results-history, control-totals and run-lineage,
*>     and the root audit-trail - into year-archive/<yyyy>/, the same
*>     path under the archive as the file they came from. Rows an
*>     active legal hold covers stay where they are, the way
*>     housekeeping leaves them; rejected-records rows carry no date
*>     and stay too;
*>   - seeds the next year into year-seed/<yyyy+1>/ for an ADMIN to
*>     review and install: the processing-calendar with the year's
*>     HOLIDAY and FREEZE lines carried a year on, the job-registry
*>     with every row scoped to the year copied for the next one
*>     (cross-checked, so a missed row is reported rather than
*>     discovered in January), and the parameters file with
*>     AOC2024_PROCYEAR advanced. The review notes go to seed-notes
*>     beside them;
*>   - appends "<yyyy> YEARCLOSED" to the month-close file. From then
*>     on AOC2024MCLOSE answers CLOSED for every month of the year
*>     whatever later rows say, so reruns, recycles and reopens are
*>     refused, and AOC2024RESMASTER no longer writes or rewrites
*>     results-master rows dated inside it;
*>   - writes the year certificate, year-archive/<yyyy>/
*>     year-certificate - the standing close row of every month, the
*>     results-master rows frozen per job, the trail rows archived
*>     and what the seed holds - and makes the archive read-only.
*>
*> Both the close and the seed land in the root audit trail.
*>
*> Return code: 0 closed and seeded; 4 closed, but the seed needs
*> the reviewer's attention (a row or date could not be carried);
*> 8 refused - not an ADMIN, the year already closed, a month still
*> open, or more legal holds than can be checked.

environment division.
input-output section.
file-control.
       select ResultsMaster assign to 'results-master'
           organization is indexed
           access mode is dynamic
           record key is RmKey
           file status is wsMasterStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select CalendarFile assign to 'processing-calendar'
           organization is line sequential
           file status is wsCalendarStatus.
       select ParamsFile assign to 'parameters'
           organization is line sequential
           file status is wsParamsStatus.
       select CloseFile assign to 'month-close'
           organization is line sequential
           file status is wsCloseStatus.
       select TrailFile assign to wsTrailFilename
           organization is line sequential
           file status is wsTrailStatus.
       select ArchiveFile assign to wsArchiveFilename
           organization is line sequential
           file status is wsArchiveStatus.
       select KeepFile assign to '.yearend-keep'
           organization is line sequential
           file status is wsKeepStatus.
       select SeedFile assign to wsSeedFilename
           organization is line sequential
           file status is wsSeedStatus.
       select SeedNotes assign to wsSeedNotesFilename
           organization is line sequential
           file status is wsSeedNotesStatus.
       select CertFile assign to wsCertFilename
           organization is line sequential
           file status is wsCertStatus.
       select DriverAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
copy "MasterRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultsMaster==.

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

FD CalendarFile.
01 CalendarLine pic X(80).

FD ParamsFile.
01 ParamsLine pic X(130).

FD CloseFile.
01 CloseLine pic X(130).

*> Generic one-line view of whichever trail file is being split -
*> the audit, results, control and lineage layouts all fit inside it
*> and are carried to the archive byte for byte.
FD TrailFile.
01 TrailLine pic X(200).

FD ArchiveFile.
01 ArchiveLine pic X(200).

FD KeepFile.
01 KeepLine pic X(200).

FD SeedFile.
01 SeedLine pic X(200).

FD SeedNotes.
01 SeedNotesLine pic X(120).

FD CertFile.
01 CertLine pic X(120).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==DriverAudit==.

working-storage section.
       01 wsReportName pic X(40).  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024YEAREND".
       01 wsReportTitle pic X(40).
       01 wsMasterStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsCalendarStatus pic X(2).
       01 wsParamsStatus pic X(2).
       01 wsCloseStatus pic X(2).
       01 wsTrailStatus pic X(2).
       01 wsArchiveStatus pic X(2).
       01 wsKeepStatus pic X(2).
       01 wsSeedStatus pic X(2).
       01 wsSeedNotesStatus pic X(2).
       01 wsCertStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsOperatorRole pic X(5).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsStamp pic X(19).
       01 wsShellCmd pic X(300).

       01 wsYear pic X(4) value spaces.
       01 wsNextYear pic X(4).
       01 wsNextYearN pic 9(4).
       01 wsYearAsk pic X(6).
       01 wsYearClosed pic X(1).

*> The twelve months and the row that gives each its standing.
       01 wsMonths.
           05 wsMonthEntry occurs 12 times.
               10 wsMoMonth pic X(6).
               10 wsMoClosed pic X(1).
               10 wsMoRow pic X(80).
       01 wsMo pic 9(2).
       01 wsOpenMonths pic 9(2) value 0.
       01 wsLineMonth pic X(6).
       01 wsLineAction pic X(10).

*> Legal holds, via AOC2024HOLDCHK, as housekeeping asks them.
       01 wsHoldDir pic X(10).
       01 wsHoldDate pic X(8).
       01 wsHoldVerdict pic X(1).   *> Y held, N not, F hold table full
       01 wsHoldId pic X(10).
       01 wsDirHoldId pic X(10).    *> first active hold reaching the directory

*> The registry as it stands, for the trail directories and the seed.
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsDirs.
           05 wsDirEntry pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsDirIdx binary-short.
       01 wsDirScan binary-short.
       01 wsMaxSeq pic 9(2) value 0.
       01 wsEveryYearRows pic 9(3) value 0.
       01 wsScopedRows.
           05 wsScoped occurs 99 times.
               10 wsScRow pic X(188).
               10 wsScProgram pic X(16).
               10 wsScInputId pic X(16).
       01 wsScopedCount pic 9(3) value 0.
       01 wsNextRows.
           05 wsNext occurs 99 times.
               10 wsNxProgram pic X(16).
               10 wsNxInputId pic X(16).
       01 wsNextCount pic 9(3) value 0.
       01 wsSc pic 9(3).
       01 wsNx pic 9(3).
       01 wsPresent pic X(1).
       01 wsRegSeeded pic 9(3) value 0.
       01 wsRegPresent pic 9(3) value 0.
       01 wsRegMissed pic 9(3) value 0.
       01 wsNewSeq pic 9(2).

*> Results-master rows dated in the year, per job.
       01 wsJobs.
           05 wsJob occurs 80 times.
               10 wsJobProgram pic X(12).
               10 wsJobRows pic 9(7).
       01 wsJobCount binary-short value 0.
       01 wsJ binary-short.
       01 wsMasterRows pic 9(9) value 0.

*> The trails split per directory, as housekeeping names them.
       01 wsTrailNameValues.
           05 filler pic X(20) value "audit-trail".
           05 filler pic X(20) value "results-history".
           05 filler pic X(20) value "control-totals".
           05 filler pic X(20) value "run-lineage".
       01 wsTrailNames redefines wsTrailNameValues.
           05 wsTrailName pic X(20) occurs 4 times.
       01 wsFileIdx binary-short.
       01 wsTrailFilename pic X(60).
       01 wsArchiveFilename pic X(80).
       01 wsArchiveDir pic X(40).
       01 wsArchiveOpen pic X(1).
       01 wsRowDate pic X(8).
       01 wsRowsMoved pic 9(7).
       01 wsRowsHeld pic 9(7).
       01 wsRowsKept pic 9(7).
       01 wsTotalMoved pic 9(9) value 0.
       01 wsTotalHeld pic 9(9) value 0.
       01 wsFilesArchived pic 9(4) value 0.

*> Audit trails are hash-chained: a row kept straight after rows that
*> went to the archive gets a YEAR anchor (AOC2024ANCHOR) naming the
*> row it used to follow, so the rolled-over trail still verifies.
       01 wsPrevMoved pic X(1).
       01 wsPrevLink pic X(20).
       01 wsAnchorKind pic X(5) value "YEAR".
       01 wsAnchorFile pic X(40).
       01 wsAnchorRowHash pic X(20).
       01 wsAnchorPrevHash pic X(20).
       01 wsAnchorNote pic X(50).

*> Seeding the next year.
       01 wsSeedDir pic X(40).
       01 wsSeedFilename pic X(80).
       01 wsSeedNotesFilename pic X(80).
       01 wsCertFilename pic X(80).
       01 wsNoteLine pic X(120).
       01 wsSeedAttention pic 9(3) value 0.
       01 wsMaxCalLines pic 9(3) value 400.
       01 wsCalLines.
           05 wsCalLine pic X(80) occurs 400 times.
       01 wsCalCount pic 9(3) value 0.
       01 wsCl pic 9(3).
       01 wsCk pic 9(3).
       01 wsCalKeyword pic X(10).
       01 wsCalValue1 pic X(10).
       01 wsCalValue2 pic X(10).
       01 wsCalRest pic X(80).
       01 wsCalPtr pic 9(3).
       01 wsNewFrom pic X(8).
       01 wsNewTo pic X(8).
       01 wsToYearN pic 9(4).
       01 wsCkKeyword pic X(10).
       01 wsCkValue1 pic X(10).
       01 wsNewCalLine pic X(80).
       01 wsCalSeeded pic 9(3) value 0.
       01 wsCalPresent pic 9(3) value 0.
       01 wsParamKeyRead pic X(30).
       01 wsProcYearSeen pic X(1).

       01 wsCountDisplay pic Z(8)9.
       01 wsCountDisplay2 pic Z(8)9.
       01 wsCountDisplay3 pic Z(8)9.

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsYear from environment "AOC2024YEAREND_YEAR"
           on exception continue
       end-accept
       if wsYear = spaces
           call "AOC2024YEAR" using wsYear
       end-if
       if wsYear not numeric
           display "YEAREND: set AOC2024YEAREND_YEAR to the year to"
               " close (YYYY)"
           move 8 to return-code
           stop run
       end-if
       compute wsNextYearN = function numval(wsYear) + 1
       move wsNextYearN to wsNextYear
       perform TakeStamp

       call "AOC2024OPROLE" using wsOperatorId wsOperatorRole
       if wsOperatorRole not = "ADMIN"
           display "YEAREND: the year-end close needs an ADMIN"
               " operator - set AOC2024_OPERATOR"
           move 8 to return-code
           stop run
       end-if

       move spaces to wsYearAsk
       move wsYear to wsYearAsk(1:4)
       call "AOC2024MCLOSE" using wsYearAsk wsYearClosed
       if wsYearClosed = "Y"
           display "YEAREND: " wsYear " is already closed - nothing"
               " to do"
           move 8 to return-code
           stop run
       end-if

       perform CheckMonths
       if wsOpenMonths > 0
           move wsOpenMonths to wsCountDisplay
           display "YEAREND: " wsYear " NOT closed - "
               function trim(wsCountDisplay) " month(s) still open; close them with driver/close"
               " first"
           move 8 to return-code
           stop run
       end-if

       perform CheckLegalHolds
       perform LoadRegistry

       move spaces to wsArchiveDir
       string
           "year-archive/" delimited by size
           wsYear delimited by size
           into wsArchiveDir
       end-string
       move spaces to wsSeedDir
       string
           "year-seed/" delimited by size
           wsNextYear delimited by size
           into wsSeedDir
       end-string
       move spaces to wsShellCmd
       string
           "mkdir -p " delimited by size
           function trim(wsArchiveDir) delimited by size
           " " delimited by size
           function trim(wsSeedDir) delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       move spaces to wsCertFilename
       string
           function trim(wsArchiveDir) delimited by size
           "/year-certificate" delimited by size
           into wsCertFilename
       end-string
       open output CertFile
       if wsCertStatus not = "00"
           display "YEAREND: cannot write "
               function trim(wsCertFilename) " (status "
               wsCertStatus ") - nothing closed"
           move 8 to return-code
           stop run
       end-if
       move spaces to CertLine
       string
           "Closed " delimited by size
           wsStamp delimited by size
           " by " delimited by size
           function trim(wsOperatorId) delimited by size
           into CertLine
       end-string
       write CertLine
       perform CertifyMonths

       perform CountMasterRows
       perform ArchiveTrails
       perform SeedNextYear
       perform CloseYear

       close CertFile
       *> the dated print copy goes into the archive beside it, so
       *> before the archive is sealed
       move wsCertFilename to wsReportName
       move spaces to wsReportTitle
       string
           "YEAR-END CERTIFICATE " delimited by size
           wsYear delimited by size
           into wsReportTitle
       end-string
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       perform SealArchive

       move wsTotalMoved to wsCountDisplay
       move wsMasterRows to wsCountDisplay2
       display "YEAREND: " wsYear " closed - "
           function trim(wsCountDisplay2) " results-master row(s)"
           " frozen, " function trim(wsCountDisplay)
           " trail row(s) archived to " function trim(wsArchiveDir)
       display "YEAREND: " wsNextYear " seeded in "
           function trim(wsSeedDir) " for review - see "
           function trim(wsSeedDir) "/seed-notes"
       if wsSeedAttention > 0
           move wsSeedAttention to wsCountDisplay
           display "YEAREND: " function trim(wsCountDisplay)
               " seed item(s) need the reviewer's attention"
           move 4 to return-code
       end-if
       stop run.

*> Every month of the year must stand CLOSED on AOC2024MCLOSE's
*> reading; the month-close file is read besides for the row that
*> gives each month its standing, which the certificate quotes.
CheckMonths.
       perform varying wsMo from 1 by 1 until wsMo > 12
           move spaces to wsMoMonth(wsMo)
           string
               wsYear delimited by size
               wsMo delimited by size
               into wsMoMonth(wsMo)
           end-string
           move spaces to wsMoRow(wsMo)
           call "AOC2024MCLOSE" using wsMoMonth(wsMo)
               wsMoClosed(wsMo)
           if wsMoClosed(wsMo) not = "Y"
               add 1 to wsOpenMonths
               display "YEAREND: month " wsMoMonth(wsMo)
                   " is not closed"
           end-if
       end-perform

       open input CloseFile
       if wsCloseStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read CloseFile
               at end exit perform
           end-read
           move spaces to wsLineMonth
           move spaces to wsLineAction
           unstring CloseLine delimited by all spaces
               into wsLineMonth wsLineAction
           end-unstring
           if wsLineMonth(1:4) = wsYear and wsLineMonth(5:2) numeric
               move wsLineMonth(5:2) to wsMo
               if wsMo >= 1 and wsMo <= 12
                   move CloseLine(1:80) to wsMoRow(wsMo)
               end-if
           end-if
       end-perform
       close CloseFile.

CertifyMonths.
       move spaces to CertLine
       write CertLine
       move "Months - the standing month-close row of each"
           to CertLine
       write CertLine
       perform varying wsMo from 1 by 1 until wsMo > 12
           move spaces to CertLine
           string
               "  " delimited by size
               wsMoRow(wsMo) delimited by size
               into CertLine
           end-string
           write CertLine
       end-perform.

*> A trail row under an active legal hold must stay in place, so
*> the holds are loaded before anything moves; more holds than the
*> check can carry refuses the close, as it refuses housekeeping.
CheckLegalHolds.
       move spaces to wsHoldDir
       move spaces to wsHoldDate
       call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
           wsHoldVerdict wsHoldId
       if wsHoldVerdict = "F"
           display "YEAREND: more active legal holds than can be"
               " checked - year-end refused"
           move 8 to return-code
           stop run
       end-if.

*> Reads the whole registry: every job directory of any season for
*> the trails, the rows scoped to the year being closed (to be
*> carried) and those already scoped to the next (so nothing is
*> carried twice).
LoadRegistry.
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "YEAREND: job-registry not found - nothing closed"
           move 8 to return-code
           stop run
       end-if
       perform ReadRegistryLoop
       close RegistryFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRegistryRead==
              ==:PROCESS-ROW:== BY ==perform StackRegistryRow==.

StackRegistryRow.
       if RegSeq not numeric
           exit paragraph
       end-if
       if RegSeq > wsMaxSeq
           move RegSeq to wsMaxSeq
       end-if
       evaluate true
           when RegYear = spaces
               add 1 to wsEveryYearRows
           when RegYear = wsYear
               if wsScopedCount < 99
                   add 1 to wsScopedCount
                   move RegistryLine to wsScRow(wsScopedCount)
                   move RegProgram to wsScProgram(wsScopedCount)
                   move RegInputId to wsScInputId(wsScopedCount)
               end-if
           when RegYear = wsNextYear
               if wsNextCount < 99
                   add 1 to wsNextCount
                   move RegProgram to wsNxProgram(wsNextCount)
                   move RegInputId to wsNxInputId(wsNextCount)
               end-if
       end-evaluate
       if RegPhase = "P"
           exit paragraph
       end-if
       perform varying wsDirScan from 1 by 1
               until wsDirScan > wsDirCount
           if wsDirEntry(wsDirScan) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDirEntry(wsDirCount)
       end-if.

*> Counts the results-master rows dated in the year, per job - the
*> rows the year-close freezes against any further supersede.
CountMasterRows.
       move spaces to CertLine
       write CertLine
       open input ResultsMaster
       if wsMasterStatus not = "00"
           move "Results-master - none on file" to CertLine
           write CertLine
           exit paragraph
       end-if
       perform until 1 = 2
           read ResultsMaster next record
               at end exit perform
           end-read
           if RmDate(1:4) = wsYear
               add 1 to wsMasterRows
               perform TallyMasterRow
           end-if
       end-perform
       close ResultsMaster

       move wsMasterRows to wsCountDisplay
       move spaces to CertLine
       string
           "Results-master - " delimited by size
           function trim(wsCountDisplay) delimited by size
           " row(s) dated in " delimited by size
           wsYear delimited by size
           ", frozen against supersede" delimited by size
           into CertLine
       end-string
       write CertLine
       perform varying wsJ from 1 by 1 until wsJ > wsJobCount
           move wsJobRows(wsJ) to wsCountDisplay
           move spaces to CertLine
           string
               "  " delimited by size
               wsJobProgram(wsJ) delimited by size
               " " delimited by size
               wsCountDisplay delimited by size
               into CertLine
           end-string
           write CertLine
       end-perform.

TallyMasterRow.
       perform varying wsJ from 1 by 1 until wsJ > wsJobCount
           if wsJobProgram(wsJ) = RmProgram
               add 1 to wsJobRows(wsJ)
               exit paragraph
           end-if
       end-perform
       if wsJobCount < 80
           add 1 to wsJobCount
           move RmProgram to wsJobProgram(wsJobCount)
           move 1 to wsJobRows(wsJobCount)
       end-if.

*> Splits every trail file: the year's rows move to the archive, the
*> rest (and anything held or undated) is written back in order.
ArchiveTrails.
       move spaces to CertLine
       write CertLine
       move spaces to CertLine
       string
           "Trails - the year's rows moved to " delimited by size
           function trim(wsArchiveDir) delimited by size
           " (read-only)" delimited by size
           into CertLine
       end-string
       write CertLine

       move spaces to wsHoldDir
       move spaces to wsDirHoldId
       move "audit-trail" to wsTrailFilename
       move 1 to wsFileIdx
       perform ArchiveTrailFile

       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           move wsDirEntry(wsDirIdx) to wsHoldDir
           move spaces to wsHoldDate
           call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
               wsHoldVerdict wsDirHoldId
           perform varying wsFileIdx from 1 by 1 until wsFileIdx > 4
               move spaces to wsTrailFilename
               string
                   function trim(wsDirEntry(wsDirIdx))
                       delimited by size
                   "/" delimited by size
                   function trim(wsTrailName(wsFileIdx))
                       delimited by size
                   into wsTrailFilename
               end-string
               perform ArchiveTrailFile
           end-perform
       end-perform

       move wsTotalMoved to wsCountDisplay
       move wsTotalHeld to wsCountDisplay2
       move wsFilesArchived to wsCountDisplay3
       move spaces to CertLine
       string
           "  total " delimited by size
           function trim(wsCountDisplay) delimited by size
           " row(s) from " delimited by size
           function trim(wsCountDisplay3) delimited by size
           " file(s); " delimited by size
           function trim(wsCountDisplay2) delimited by size
           " row(s) left in place under legal hold" delimited by size
           into CertLine
       end-string
       write CertLine.

ArchiveTrailFile.
       move 0 to wsRowsMoved
       move 0 to wsRowsHeld
       move 0 to wsRowsKept
       move "N" to wsArchiveOpen
       move spaces to wsArchiveFilename
       string
           function trim(wsArchiveDir) delimited by size
           "/" delimited by size
           function trim(wsTrailFilename) delimited by size
           into wsArchiveFilename
       end-string

       open input TrailFile
       if wsTrailStatus not = "00"
           exit paragraph
       end-if
       open output KeepFile
       move "N" to wsPrevMoved
       move spaces to wsPrevLink
       perform until 1 = 2
           read TrailFile
               at end exit perform
           end-read
           perform SplitTrailRow
           move TrailLine(137:20) to wsPrevLink
       end-perform
       close TrailFile
       close KeepFile
       if wsArchiveOpen = "Y"
           close ArchiveFile
       end-if
       if wsRowsMoved = 0
           exit paragraph
       end-if

       *> the rows that stay go back in place, in their order
       open input KeepFile
       open output TrailFile
       perform until 1 = 2
           read KeepFile
               at end exit perform
           end-read
           move KeepLine to TrailLine
           write TrailLine
       end-perform
       close KeepFile
       close TrailFile

       add 1 to wsFilesArchived
       add wsRowsMoved to wsTotalMoved
       add wsRowsHeld to wsTotalHeld
       move wsRowsMoved to wsCountDisplay
       move wsRowsKept to wsCountDisplay2
       move wsRowsHeld to wsCountDisplay3
       move spaces to CertLine
       string
           "  " delimited by size
           wsTrailFilename(1:32) delimited by size
           " moved " delimited by size
           wsCountDisplay delimited by size
           " kept " delimited by size
           wsCountDisplay2 delimited by size
           " held " delimited by size
           wsCountDisplay3 delimited by size
           into CertLine
       end-string
       write CertLine.

*> The audit trail stamps YYYY-MM-DD at column 18; the results,
*> control-totals and lineage rows carry YYYYMMDD at column 14.
SplitTrailRow.
       move spaces to wsRowDate
       if wsFileIdx = 1
           string
               TrailLine(18:4) delimited by size
               TrailLine(23:2) delimited by size
               TrailLine(26:2) delimited by size
               into wsRowDate
           end-string
       else
           move TrailLine(14:8) to wsRowDate
       end-if
       if wsRowDate not numeric or wsRowDate(1:4) not = wsYear
           perform KeepTrailRow
           exit paragraph
       end-if
       if wsDirHoldId not = spaces
           move wsRowDate to wsHoldDate
           call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
               wsHoldVerdict wsHoldId
           if wsHoldVerdict = "Y"
               add 1 to wsRowsHeld
               perform KeepTrailRow
               exit paragraph
           end-if
       end-if
       if wsArchiveOpen = "N"
           perform OpenArchiveFile
       end-if
       move TrailLine to ArchiveLine
       write ArchiveLine
       move "Y" to wsPrevMoved
       add 1 to wsRowsMoved.

KeepTrailRow.
       if wsFileIdx = 1 and wsPrevMoved = "Y"
           perform AnchorYearGap
       end-if
       move "N" to wsPrevMoved
       move TrailLine to KeepLine
       write KeepLine
       add 1 to wsRowsKept.

AnchorYearGap.
       if TrailLine(137:20) = spaces
           exit paragraph
       end-if
       move wsTrailFilename to wsAnchorFile
       move TrailLine(137:20) to wsAnchorRowHash
       move wsPrevLink to wsAnchorPrevHash
       if wsAnchorPrevHash = spaces
           move zeros to wsAnchorPrevHash
       end-if
       move spaces to wsAnchorNote
       string
           "year " delimited by size
           wsYear delimited by size
           " rolled to " delimited by size
           function trim(wsArchiveDir) delimited by size
           into wsAnchorNote
       end-string
       call "AOC2024ANCHOR" using wsAnchorKind wsAnchorFile
           wsAnchorRowHash wsAnchorPrevHash wsAnchorNote.

OpenArchiveFile.
       if wsHoldDir not = spaces
           move spaces to wsShellCmd
           string
               "mkdir -p " delimited by size
               function trim(wsArchiveDir) delimited by size
               "/" delimited by size
               function trim(wsHoldDir) delimited by size
               into wsShellCmd
           end-string
           call "SYSTEM" using wsShellCmd
           move 0 to return-code
       end-if
       open extend ArchiveFile
       if wsArchiveStatus not = "00"
           open output ArchiveFile
       end-if
       move "Y" to wsArchiveOpen.

*> Builds the next year's calendar, registry and parameters in the
*> seed directory. Nothing live changes: an ADMIN reviews the seed
*> and installs it through the maintenance programs.
SeedNextYear.
       move spaces to wsSeedNotesFilename
       string
           function trim(wsSeedDir) delimited by size
           "/seed-notes" delimited by size
           into wsSeedNotesFilename
       end-string
       open output SeedNotes
       move spaces to CertLine
       write CertLine
       move spaces to wsNoteLine
       string
           "Seed - " delimited by size
           wsNextYear delimited by size
           " prepared in " delimited by size
           function trim(wsSeedDir) delimited by size
           " for ADMIN review, " delimited by size
           wsStamp delimited by size
           into wsNoteLine
       end-string
       perform WriteSeedNote

       perform SeedCalendar
       perform SeedRegistry
       perform SeedParameters

       close SeedNotes

       move "YEARSEED" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Year " delimited by size
           wsNextYear delimited by size
           " seeded in " delimited by size
           function trim(wsSeedDir) delimited by size
           " for review" delimited by size
           into wsAuditDetail
       end-string
       perform WriteDriverAuditRow.

*> One line to both the seed-notes and the certificate.
WriteSeedNote.
       move wsNoteLine to SeedNotesLine
       write SeedNotesLine
       move wsNoteLine to CertLine
       write CertLine.

*> The calendar is carried whole; each HOLIDAY and FREEZE line of the
*> closing year gets a twin a year on, unless the next year already
*> has it. A 29 February has no twin and is left to the reviewer, as
*> is any holiday that falls on a different date each year.
SeedCalendar.
       move 0 to wsCalCount
       open input CalendarFile
       if wsCalendarStatus = "00"
           perform until 1 = 2
               read CalendarFile
                   at end exit perform
               end-read
               if wsCalCount < wsMaxCalLines
                   add 1 to wsCalCount
                   move CalendarLine to wsCalLine(wsCalCount)
               end-if
           end-perform
           close CalendarFile
       end-if

       move spaces to wsSeedFilename
       string
           function trim(wsSeedDir) delimited by size
           "/processing-calendar" delimited by size
           into wsSeedFilename
       end-string
       open output SeedFile
       perform varying wsCl from 1 by 1 until wsCl > wsCalCount
           move wsCalLine(wsCl) to SeedLine
           write SeedLine
       end-perform
       move spaces to SeedLine
       string
           "* Carried from " delimited by size
           wsYear delimited by size
           " at year end " delimited by size
           wsStamp delimited by size
           " - review before installing" delimited by size
           into SeedLine
       end-string
       write SeedLine
       perform varying wsCl from 1 by 1 until wsCl > wsCalCount
           perform SeedCalendarLine
       end-perform
       close SeedFile

       move wsCalSeeded to wsCountDisplay
       move wsCalPresent to wsCountDisplay2
       move spaces to wsNoteLine
       string
           "  processing-calendar: " delimited by size
           function trim(wsCountDisplay) delimited by size
           " HOLIDAY/FREEZE line(s) carried to " delimited by size
           wsNextYear delimited by size
           ", " delimited by size
           function trim(wsCountDisplay2) delimited by size
           " already there" delimited by size
           into wsNoteLine
       end-string
       perform WriteSeedNote
       move "    check any holiday that moves with the weekday"
           to wsNoteLine
       perform WriteSeedNote.

SeedCalendarLine.
       move spaces to wsCalKeyword
       move spaces to wsCalValue1
       move spaces to wsCalValue2
       move 1 to wsCalPtr
       unstring wsCalLine(wsCl) delimited by all spaces
           into wsCalKeyword wsCalValue1
           with pointer wsCalPtr
       end-unstring
       if wsCalKeyword not = "HOLIDAY" and wsCalKeyword not = "FREEZE"
           exit paragraph
       end-if
       if wsCalValue1(1:8) not numeric or wsCalValue1(1:4) not = wsYear
           exit paragraph
       end-if
       if wsCalKeyword = "FREEZE"
           unstring wsCalLine(wsCl) delimited by all spaces
               into wsCalValue2
               with pointer wsCalPtr
           end-unstring
           if wsCalValue2(1:8) not numeric
               exit paragraph
           end-if
       end-if
       move spaces to wsCalRest
       if wsCalPtr <= 80
           move wsCalLine(wsCl)(wsCalPtr:) to wsCalRest
       end-if

       move spaces to wsNewFrom
       string
           wsNextYear delimited by size
           wsCalValue1(5:4) delimited by size
           into wsNewFrom
       end-string
       move spaces to wsNewTo
       if wsCalKeyword = "FREEZE"
           compute wsToYearN = function numval(wsCalValue2(1:4)) + 1
           string
               wsToYearN delimited by size
               wsCalValue2(5:4) delimited by size
               into wsNewTo
           end-string
       end-if
       if wsCalValue1(5:4) = "0229" or wsCalValue2(5:4) = "0229"
           add 1 to wsSeedAttention
           move spaces to wsNoteLine
           string
               "  REVIEW calendar: " delimited by size
               function trim(wsCalLine(wsCl)) delimited by size
               " - no 29 February in " delimited by size
               wsNextYear delimited by size
               into wsNoteLine
           end-string
           perform WriteSeedNote
           exit paragraph
       end-if

       perform varying wsCk from 1 by 1 until wsCk > wsCalCount
           move spaces to wsCkKeyword
           move spaces to wsCkValue1
           unstring wsCalLine(wsCk) delimited by all spaces
               into wsCkKeyword wsCkValue1
           end-unstring
           if wsCkKeyword = wsCalKeyword and wsCkValue1 = wsNewFrom
               add 1 to wsCalPresent
               exit paragraph
           end-if
       end-perform

       move spaces to wsNewCalLine
       if wsCalKeyword = "HOLIDAY"
           string
               "HOLIDAY " delimited by size
               wsNewFrom delimited by size
               " " delimited by size
               function trim(wsCalRest) delimited by size
               into wsNewCalLine
           end-string
       else
           string
               "FREEZE " delimited by size
               wsNewFrom delimited by size
               " " delimited by size
               wsNewTo delimited by size
               " " delimited by size
               function trim(wsCalRest) delimited by size
               into wsNewCalLine
           end-string
       end-if
       move wsNewCalLine to SeedLine
       write SeedLine
       add 1 to wsCalSeeded.

*> The registry is carried whole, with a next-year copy of every row
*> scoped to the closing year - numbered after the highest sequence
*> in use - unless the next year already has a row for the same
*> program and input. Rows with no year run every year and need
*> nothing. The counts must balance: a scoped row neither carried
*> nor already there is reported, never silently dropped.
SeedRegistry.
       move spaces to wsSeedFilename
       string
           function trim(wsSeedDir) delimited by size
           "/job-registry" delimited by size
           into wsSeedFilename
       end-string
       open output SeedFile
       move "n" to wsEof
       open input RegistryFile
       if wsRegistryStatus = "00"
           perform until 1 = 2
               read RegistryFile
                   at end exit perform
               end-read
               move RegistryLine to SeedLine
               write SeedLine
           end-perform
           close RegistryFile
       end-if

       move wsMaxSeq to wsNewSeq
       perform varying wsSc from 1 by 1 until wsSc > wsScopedCount
           move "N" to wsPresent
           perform varying wsNx from 1 by 1 until wsNx > wsNextCount
               if wsNxProgram(wsNx) = wsScProgram(wsSc)
                       and wsNxInputId(wsNx) = wsScInputId(wsSc)
                   move "Y" to wsPresent
               end-if
           end-perform
           evaluate true
               when wsPresent = "Y"
                   add 1 to wsRegPresent
               when wsNewSeq >= 99
                   add 1 to wsRegMissed
                   add 1 to wsSeedAttention
                   move spaces to wsNoteLine
                   string
                       "  REVIEW registry: no sequence number left"
                           delimited by size
                       " for " delimited by size
                       wsScProgram(wsSc) delimited by size
                       " " delimited by size
                       wsScInputId(wsSc) delimited by size
                       into wsNoteLine
                   end-string
                   perform WriteSeedNote
               when other
                   add 1 to wsNewSeq
                   move wsScRow(wsSc) to SeedLine
                   move wsNewSeq to SeedLine(1:2)
                   move wsNextYear to SeedLine(134:4)
                   write SeedLine
                   add 1 to wsRegSeeded
           end-evaluate
       end-perform
       close SeedFile

       move wsScopedCount to wsCountDisplay
       move wsRegSeeded to wsCountDisplay2
       move wsRegPresent to wsCountDisplay3
       move spaces to wsNoteLine
       string
           "  job-registry: " delimited by size
           function trim(wsCountDisplay) delimited by size
           " row(s) scoped to " delimited by size
           wsYear delimited by size
           " - " delimited by size
           function trim(wsCountDisplay2) delimited by size
           " carried, " delimited by size
           function trim(wsCountDisplay3) delimited by size
           " already there" delimited by size
           into wsNoteLine
       end-string
       perform WriteSeedNote
       move wsEveryYearRows to wsCountDisplay
       move wsRegMissed to wsCountDisplay2
       move spaces to wsNoteLine
       string
           "    " delimited by size
           function trim(wsCountDisplay) delimited by size
           " every-year row(s) unchanged; " delimited by size
           function trim(wsCountDisplay2) delimited by size
           " row(s) not carried" delimited by size
           into wsNoteLine
       end-string
       perform WriteSeedNote.

*> The parameters are carried as they stand with the processing
*> year advanced.
SeedParameters.
       move spaces to wsSeedFilename
       string
           function trim(wsSeedDir) delimited by size
           "/parameters" delimited by size
           into wsSeedFilename
       end-string
       open output SeedFile
       move "N" to wsProcYearSeen
       open input ParamsFile
       if wsParamsStatus = "00"
           perform until 1 = 2
               read ParamsFile
                   at end exit perform
               end-read
               move spaces to wsParamKeyRead
               unstring ParamsLine delimited by all spaces
                   into wsParamKeyRead
               end-unstring
               move ParamsLine to SeedLine
               if wsParamKeyRead = "AOC2024_PROCYEAR"
                   move spaces to SeedLine
                   string
                       "AOC2024_PROCYEAR " delimited by size
                       wsNextYear delimited by size
                       into SeedLine
                   end-string
                   move "Y" to wsProcYearSeen
               end-if
               write SeedLine
           end-perform
           close ParamsFile
       end-if
       if wsProcYearSeen = "N"
           move spaces to SeedLine
           string
               "AOC2024_PROCYEAR " delimited by size
               wsNextYear delimited by size
               into SeedLine
           end-string
           write SeedLine
       end-if
       close SeedFile

       move spaces to wsNoteLine
       string
           "  parameters: AOC2024_PROCYEAR set to " delimited by size
           wsNextYear delimited by size
           ", everything else as it stands" delimited by size
           into wsNoteLine
       end-string
       perform WriteSeedNote.

*> The freeze itself: one YEARCLOSED row, which AOC2024MCLOSE ranks
*> above every month row of the year.
CloseYear.
       open extend CloseFile
       if wsCloseStatus not = "00"
           open output CloseFile
       end-if
       move spaces to CloseLine
       string
           wsYear delimited by size
           "   YEARCLOSED " delimited by size
           wsStamp delimited by size
           " " delimited by size
           wsOperatorId delimited by size
           into CloseLine
       end-string
       write CloseLine
       close CloseFile

       move spaces to CertLine
       write CertLine
       move spaces to CertLine
       string
           "Year " delimited by size
           wsYear delimited by size
           " CLOSED - no rerun, recycle or reopen may change"
               delimited by size
           " anything dated inside it" delimited by size
           into CertLine
       end-string
       write CertLine

       move "YEARCLOS" to wsAuditEvent
       move wsMasterRows to wsCountDisplay
       move spaces to wsAuditDetail
       string
           "Year " delimited by size
           wsYear delimited by size
           " closed, " delimited by size
           function trim(wsCountDisplay) delimited by size
           " master row(s) frozen" delimited by size
           into wsAuditDetail
       end-string
       perform WriteDriverAuditRow.

SealArchive.
       move spaces to wsShellCmd
       string
           "rm -f .yearend-keep; chmod -R a-w " delimited by size
           function trim(wsArchiveDir) delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

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

*> Appends one row to the root audit trail, creating it on the very
*> first row the usual way.
WriteDriverAuditRow.
       open extend DriverAudit
       if wsAuditStatus not = "00"
           open output DriverAudit
       end-if
       perform WriteAuditLine
       close DriverAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024YEAREND"==
              ==:FILE-NAME:==     by ==DriverAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024YEAREND.
