*> Either selection can be written out as a file for whoever asked -
*> results-inquiry-extract, one master row per line.
*>
*> For one program-id and one business date two more questions can
*> be put, reading the master with results-master-history
*> (MasterHistoryRecord.cpy) - every value a correction replaced,
*> with when it was believed:
*>   - as of: what did the master say for that date at a given moment
*>     ("what did we believe AOC202405P2 posted for the 12th, as of
*>     08:00 on the 14th?");
*>   - history: the key's full correction history, each value with
*>     the stretch it stood, how it arrived and why it was replaced.
*>
*> Return code: 0 rows found, 4 nothing matched, 8 no master.

environment division.
       select ExtractFile assign to 'results-inquiry-extract'
           organization is line sequential
           file status is wsExtractStatus.
       select HistoryFile assign to 'results-master-history'
           organization is line sequential
           file status is wsHistoryStatus.

data division.
file section.
FD ExtractFile.
01 ExtractLine pic X(80).

copy "MasterHistoryRecord.cpy"
    replacing ==:FILE-NAME:== by ==HistoryFile==.

working-storage section.
       01 wsMasterStatus pic X(2).
       01 wsExtractStatus pic X(2).
       01 wsNum2Display pic Z(14)9.
       01 wsDeltaDisplay pic +(15)9.

*> The as-of and history questions: the key's master row and every
*> value the history kept for it, oldest first.
       01 wsHistoryStatus pic X(2).
       01 wsModeIn pic X(1).
       01 wsAsOfIn pic X(13).
       01 wsAsOfStamp pic X(19).
       01 wsMasterFound pic A(1).
       01 wsMaxHist pic 9(3) value 200.
       01 wsHists.
           05 wsHist occurs 200 times.
               10 wsHsLabel pic X(20).
               10 wsHsValue pic 9(15).
               10 wsHsValueHigh pic X(3).
               10 wsHsValueHighN redefines wsHsValueHigh pic 9(3).
               10 wsHsFrom pic X(19).
               10 wsHsTo pic X(19).
               10 wsHsHow pic X(9).
               10 wsHsReason pic X(9).
       01 wsHistCount pic 9(3) value 0.
       01 wsHistIdx pic 9(3).
       01 wsHistHit pic 9(3).
       01 wsWideValue pic 9(18).
       01 wsWideDisplay pic Z(17)9.
       01 wsFromShow pic X(19).

procedure division.
       display "===== Results-master inquiry ====="
       display "Program-id (blank = every job for one date): "
           perform AskOneDate
           perform ScanWholeMaster
       else
           display "r) date range  a) value as of a moment"
               "  h) correction history  (Enter = r): "
               with no advancing
           accept wsModeIn from console
           evaluate wsModeIn
               when "a" when "A"
                   perform AskOneDate
                   perform AskAsOfMoment
                   perform LoadKeyHistory
                   perform AnswerAsOf
                   close ResultsMaster
                   stop run
               when "h" when "H"
                   perform AskOneDate
                   perform LoadKeyHistory
                   perform ShowKeyHistory
                   close ResultsMaster
                   stop run
           end-evaluate
           perform AskDateRange
           perform WalkProgramRange
       end-if
       move wsAvgValue to wsNumDisplay
       display "average: " function trim(wsNumDisplay).

*> "YYYYMMDD HHMM"; a blank time means the end of that day. The
*> moment is taken to the end of its minute.
AskAsOfMoment.
       display "As of (YYYYMMDD HHMM, blank time = end of day): "
           with no advancing
       accept wsAsOfIn from console
       if wsAsOfIn(1:8) not numeric
           display "INQUIRY: an as-of date is needed - nothing to do"
           move 4 to return-code
           stop run
       end-if
       if wsAsOfIn(10:4) = spaces
           move "2359" to wsAsOfIn(10:4)
       end-if
       if wsAsOfIn(10:4) not numeric
           display "INQUIRY: the as-of time is HHMM - nothing to do"
           move 4 to return-code
           stop run
       end-if
       string
           wsAsOfIn(1:4) delimited by size
           "-" delimited by size
           wsAsOfIn(5:2) delimited by size
           "-" delimited by size
           wsAsOfIn(7:2) delimited by size
           " " delimited by size
           wsAsOfIn(10:2) delimited by size
           ":" delimited by size
           wsAsOfIn(12:2) delimited by size
           ":59" delimited by size
           into wsAsOfStamp
       end-string.

*> The key's master row, then its kept values from the history file
*> (no history file simply means nothing was ever corrected).
LoadKeyHistory.
       move wsProgramIn to RmProgram
       move wsDateIn to RmDate
       move "y" to wsMasterFound
       read ResultsMaster
           invalid key
               move "n" to wsMasterFound
       end-read
       move 0 to wsHistCount
       open input HistoryFile
       if wsHistoryStatus not = "00"
           exit paragraph
       end-if
       move "n" to wsEof
       perform until wsEof = "y"
           read HistoryFile
               at end move "y" to wsEof
               not at end
                   if MhProgram = wsProgramIn and MhDate = wsDateIn
                       perform StackKeyHistory
                   end-if
           end-read
       end-perform
       close HistoryFile.

StackKeyHistory.
       if wsHistCount >= wsMaxHist
           exit paragraph
       end-if
       add 1 to wsHistCount
       move MhLabel to wsHsLabel(wsHistCount)
       move MhValue to wsHsValue(wsHistCount)
       move MhValueHigh to wsHsValueHigh(wsHistCount)
       move MhValidFrom to wsHsFrom(wsHistCount)
       move MhValidTo to wsHsTo(wsHistCount)
       move MhHow to wsHsHow(wsHistCount)
       move MhReason to wsHsReason(wsHistCount).

*> The master row answers when its value was already believed at the
*> moment asked; otherwise the kept value whose stretch covers it
*> does. A blank valid-from predates dating - believed from the
*> start.
AnswerAsOf.
       if wsMasterFound = "n" and wsHistCount = 0
           display "INQUIRY: nothing on the master for "
               function trim(wsProgramIn) " " wsDateIn
           move 4 to return-code
           exit paragraph
       end-if
       if wsMasterFound = "y"
               and (RmValidFrom = spaces or RmValidFrom <= wsAsOfStamp)
           perform WidenMasterValue
           move RmValidFrom to wsFromShow
           if wsFromShow = spaces
               move "(before dating)" to wsFromShow
           end-if
           display function trim(wsProgramIn) " for " wsDateIn
               ", as of " wsAsOfStamp ": "
               function trim(wsWideDisplay) " " function trim(RmLabel)
           display "  believed from " wsFromShow " ("
               function trim(RmHow) ") - still the current value"
           exit paragraph
       end-if
       move 0 to wsHistHit
       perform varying wsHistIdx from 1 by 1
               until wsHistIdx > wsHistCount
           if (wsHsFrom(wsHistIdx) = spaces
                   or wsHsFrom(wsHistIdx) <= wsAsOfStamp)
                   and wsAsOfStamp < wsHsTo(wsHistIdx)
               move wsHistIdx to wsHistHit
           end-if
       end-perform
       if wsHistHit = 0
           display function trim(wsProgramIn) " for " wsDateIn
               ", as of " wsAsOfStamp ": not yet on the master"
           exit paragraph
       end-if
       compute wsWideValue = wsHsValue(wsHistHit)
       if wsHsValueHigh(wsHistHit) not = spaces
           compute wsWideValue = wsHsValueHighN(wsHistHit)
               * 1000000000000000 + wsHsValue(wsHistHit)
       end-if
       move wsWideValue to wsWideDisplay
       move wsHsFrom(wsHistHit) to wsFromShow
       if wsFromShow = spaces
           move "(before dating)" to wsFromShow
       end-if
       display function trim(wsProgramIn) " for " wsDateIn
           ", as of " wsAsOfStamp ": "
           function trim(wsWideDisplay) " "
           function trim(wsHsLabel(wsHistHit))
       display "  believed from " wsFromShow " ("
           function trim(wsHsHow(wsHistHit)) ") until "
           wsHsTo(wsHistHit) ", replaced by a "
           function trim(wsHsReason(wsHistHit))
       if wsMasterFound = "y"
           perform WidenMasterValue
           display "  current value: " function trim(wsWideDisplay)
               " " function trim(RmLabel)
       end-if.

*> Every value the key has carried, oldest first, then the one on
*> the master now.
ShowKeyHistory.
       if wsMasterFound = "n" and wsHistCount = 0
           display "INQUIRY: nothing on the master for "
               function trim(wsProgramIn) " " wsDateIn
           move 4 to return-code
           exit paragraph
       end-if
       display "Correction history for " function trim(wsProgramIn)
           " " wsDateIn
       display "  value              label                believed"
           " from          until                arrived   replaced"
       perform varying wsHistIdx from 1 by 1
               until wsHistIdx > wsHistCount
           compute wsWideValue = wsHsValue(wsHistIdx)
           if wsHsValueHigh(wsHistIdx) not = spaces
               compute wsWideValue = wsHsValueHighN(wsHistIdx)
                   * 1000000000000000 + wsHsValue(wsHistIdx)
           end-if
           move wsWideValue to wsWideDisplay
           move wsHsFrom(wsHistIdx) to wsFromShow
           if wsFromShow = spaces
               move "(before dating)" to wsFromShow
           end-if
           display "  " wsWideDisplay " " wsHsLabel(wsHistIdx) " "
               wsFromShow " " wsHsTo(wsHistIdx) " "
               wsHsHow(wsHistIdx) " " wsHsReason(wsHistIdx)
       end-perform
       if wsMasterFound = "y"
           perform WidenMasterValue
           move RmValidFrom to wsFromShow
           if wsFromShow = spaces
               move "(before dating)" to wsFromShow
           end-if
           display "  " wsWideDisplay " " RmLabel " " wsFromShow
               " (current)           " RmHow
       end-if
       display "INQUIRY: " wsHistCount " correction(s) on record".

WidenMasterValue.
       compute wsWideValue = RmValue
       if RmValueHigh not = spaces
           compute wsWideValue = RmValueHighN * 1000000000000000
               + RmValue
       end-if
       move wsWideValue to wsWideDisplay.

WriteExtract.
       open output ExtractFile
       perform varying wsRowIdx from 1 by 1
