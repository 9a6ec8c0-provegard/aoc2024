*> flat file forward, and a corrected rerun can REWRITE its own row
*> in place. A date already on file is rewritten with the newest
*> value seen, which is also what folds a superseded rerun row in.
*> Rows dated in a processing year closed at year end are frozen:
*> nothing dated inside it is written or rewritten any more.
*>
*> The master is bitemporal: every row carries when its value became
*> the believed one and how (MasterRecord.cpy), and a rewrite that
*> changes a value first keeps the value it replaces on
*> results-master-history (AOC2024MASTHIST) with the reason - RERUN
*> when the job simply ran again for the date, SUPERSEDE when the row
*> carries a sanctioned rerun's *R mark, RECYCLE when the run-lineage
*> shows it ate a resubmission of corrected rejects. A row whose
*> value is unchanged is left alone, so re-folding the same flat
*> files night after night adds no history.

environment division.
input-output section.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select LineageLog assign to wsLineageFilename
           organization is line sequential
           file status is wsLineageStatus.

data division.
file section.
copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "LineageRecord.cpy"
    replacing ==:FILE-NAME:== by ==LineageLog==.

working-storage section.
       01 wsResultLogFilename pic X(40).
       01 wsResultStatus pic X(2).
       01 wsDirIdx binary-short.
       01 wsDirCount binary-short value 0.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsLoaded pic 9(6) value 0.
       01 wsRewritten pic 9(6) value 0.
       01 wsScan binary-short.
       01 wsFrozen pic 9(6) value 0.
       01 wsUnchanged pic 9(6) value 0.
       01 wsNow pic X(19).

*> One directory's results-history, held so only the last row for
*> each program and date - the one the night's runs settled on - is
*> held up against the master.
       01 wsMaxFold pic 9(5) value 20000.
       01 wsFoldRows.
           05 wsFoldRow occurs 20000 times.
               10 wsFdProgram pic X(12).
               10 wsFdDate pic X(8).
               10 wsFdLabel pic X(20).
               10 wsFdValue pic 9(15).
               10 wsFdValueHigh pic X(3).
       01 wsFoldCount pic 9(5).
       01 wsI pic 9(5).
       01 wsJ pic 9(5).
       01 wsLaterRow pic X(1).

*> Why a changed value changed: the row's *R mark, else what the
*> run-lineage says the run ate.
       01 wsReason pic X(9).
       01 wsLabelLen pic 9(2).
       01 wsLineageFilename pic X(40).
       01 wsLineageStatus pic X(2).
       01 wsLineageEof pic A(1).
       01 wsLineageRead pic 9(10).
       01 wsLineageInput pic X(100).
       01 wsResubmitHits pic 9(3).
*> Year-close standing, asked of AOC2024MCLOSE once per year seen.
       01 wsYearAsk pic X(6).
       01 wsYearAnswer pic X(1).
       01 wsYearsSeen.
           05 wsYearSeen occurs 20 times.
               10 wsSeenYear pic X(4).
               10 wsSeenClosed pic X(1).
       01 wsYearSeenCount binary-short value 0.
       01 wsYearIdx binary-short.

procedure division.
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
       end-string
       perform LoadRegistry

       open i-o ResultsMaster
       close ResultsMaster

       display "RESMASTER: " wsLoaded " row(s) written, "
           wsRewritten " corrected (prior values kept on"
           " results-master-history), " wsUnchanged " unchanged"
       if wsFrozen > 0
           display "RESMASTER: " wsFrozen " row(s) dated in a year"
               " closed at year end left as they stand"
       end-if

       stop run.

*> Folds one day directory's flat results-history forward into the
*> master: for any program/date pair the latest row on the flat file
*> (a superseded rerun value included) is the one that ends up on the
*> master; the earlier rows for the pair are passed over, so they
*> never count as corrections.
FoldResultDir.
       move spaces to wsResultLogFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/results-history" delimited by size

       move "n" to wsEof
       move 0 to wsRecordsRead
       move 0 to wsFoldCount
       open input ResultLog
       if wsResultStatus not = "00"
           exit paragraph
       end-if
       perform ReadResultsLoop
       close ResultLog

       perform varying wsI from 1 by 1 until wsI > wsFoldCount
           move "n" to wsLaterRow
           perform varying wsJ from wsI by 1
                   until wsJ >= wsFoldCount or wsLaterRow = "y"
               if wsFdProgram(wsJ + 1) = wsFdProgram(wsI)
                       and wsFdDate(wsJ + 1) = wsFdDate(wsI)
                   move "y" to wsLaterRow
               end-if
           end-perform
           if wsLaterRow = "n"
               perform PostMasterRow
           end-if
       end-perform.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadResultsLoop==
              ==:FILE-NAME:==   BY ==ResultLog==
              ==:RECORD-NAME:== BY ==ResultLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackFoldRow==.

*> A file past the table is halted on rather than folded in part -
*> a partial fold could settle on an earlier row for a date.
StackFoldRow.
       if wsFoldCount >= wsMaxFold
           display "RESMASTER: more than " wsMaxFold " rows in "
               function trim(wsResultLogFilename)
               "; run housekeeping first - master not refreshed"
           close ResultsMaster
           move 8 to return-code
           stop run
       end-if
       add 1 to wsFoldCount
       move ResultProgram to wsFdProgram(wsFoldCount)
       move ResultDate to wsFdDate(wsFoldCount)
       move ResultLabel to wsFdLabel(wsFoldCount)
       move ResultValue to wsFdValue(wsFoldCount)
       move ResultValueHigh to wsFdValueHigh(wsFoldCount).

*> A new program/date is written, dated now; an unchanged one is
*> left as it stands; a changed one keeps its prior value on the
*> history before the rewrite.
PostMasterRow.
       perform JudgeYearClosed
       if wsYearAnswer = "Y"
           add 1 to wsFrozen
           exit paragraph
       end-if
       move wsFdProgram(wsI) to RmProgram
       move wsFdDate(wsI) to RmDate
       read ResultsMaster
           invalid key
               move wsFdProgram(wsI) to RmProgram
               move wsFdDate(wsI) to RmDate
               move wsFdLabel(wsI) to RmLabel
               move wsFdValue(wsI) to RmValue
               move wsFdValueHigh(wsI) to RmValueHigh
               move wsNow to RmValidFrom
               move "POSTED" to RmHow
               write ResultsMasterRecord
               add 1 to wsLoaded
               exit paragraph
       end-read
       if RmLabel = wsFdLabel(wsI)
               and RmValue = wsFdValue(wsI)
               and RmValueHigh = wsFdValueHigh(wsI)
           add 1 to wsUnchanged
           exit paragraph
       end-if
       perform JudgeCorrectionReason
       call "AOC2024MASTHIST" using ResultsMasterRecord wsNow
           wsReason
       move wsFdLabel(wsI) to RmLabel
       move wsFdValue(wsI) to RmValue
       move wsFdValueHigh(wsI) to RmValueHigh
       move wsNow to RmValidFrom
       move wsReason to RmHow
       rewrite ResultsMasterRecord
       add 1 to wsRewritten.

*> A label ending *R is a sanctioned rerun's supersede; otherwise the
*> directory's run-lineage says whether the latest run for the date
*> ate a recycle resubmission, and anything else is a plain rerun.
JudgeCorrectionReason.
       move 0 to wsLabelLen
       inspect function reverse(wsFdLabel(wsI))
           tallying wsLabelLen for leading spaces
       compute wsLabelLen = 20 - wsLabelLen
       if wsLabelLen >= 2
           if wsFdLabel(wsI)(wsLabelLen - 1:2) = "*R"
               move "SUPERSEDE" to wsReason
               exit paragraph
           end-if
       end-if

       move "RERUN" to wsReason
       move spaces to wsLineageFilename
       string
           function trim(wsResultDir(wsDirIdx)) delimited by size
           "/run-lineage" delimited by size
           into wsLineageFilename
       end-string
       move spaces to wsLineageInput
       move "n" to wsLineageEof
       move 0 to wsLineageRead
       open input LineageLog
       if wsLineageStatus not = "00"
           exit paragraph
       end-if
       perform ReadLineageLoop
       close LineageLog
       move 0 to wsResubmitHits
       inspect wsLineageInput tallying wsResubmitHits
           for all "resubmit-input-"
       if wsResubmitHits > 0
           move "RECYCLE" to wsReason
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadLineageLoop==
              ==:EOF-FLAG:==    BY ==wsLineageEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==LineageLog==
              ==:RECORD-NAME:== BY ==LineageLine==
              ==:RECORD-NUM:==  BY ==wsLineageRead==
              ==:PROCESS-ROW:== BY ==perform NoteLineageInput==.

NoteLineageInput.
       if LnProgram = wsFdProgram(wsI) and LnDate = wsFdDate(wsI)
           move LnInput to wsLineageInput
       end-if.

JudgeYearClosed.
       perform varying wsYearIdx from 1 by 1
               until wsYearIdx > wsYearSeenCount
           if wsSeenYear(wsYearIdx) = wsFdDate(wsI)(1:4)
               move wsSeenClosed(wsYearIdx) to wsYearAnswer
               exit paragraph
           end-if
       end-perform
       move spaces to wsYearAsk
       move wsFdDate(wsI)(1:4) to wsYearAsk(1:4)
       call "AOC2024MCLOSE" using wsYearAsk wsYearAnswer
       if wsYearSeenCount < 20
           add 1 to wsYearSeenCount
           move wsFdDate(wsI)(1:4) to wsSeenYear(wsYearSeenCount)
           move wsYearAnswer to wsSeenClosed(wsYearSeenCount)
       end-if.

*> The day directories come from the shared job-registry, one entry
*> per distinct directory, the same derivation reconcile uses.
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
