identification division.
program-id. AOC2024INCREPORT.

*> The monthly incident report, off the incident-register the
*> checking programs open incidents on and the operators work from
*> the menu. For the incidents opened in one month
*> (AOC2024INCREPORT_MONTH, YYYYMM; default the month of the shop
*> business date) it gives:
*>   - counts by feed and root cause, the cause columns in the order
*>     the incident-causes list keeps them, with the unresolved ones
*>     in a column of their own - the table that shows upstream which
*>     feeds' problems were bad feeds;
*>   - the mean time to resolve, per cause and overall, in hours from
*>     the incident opening to its RESOLVED row;
*>   - counts by what raised them (failed step, custody break,
*>     invariant break, confirmation mismatch);
*>   - every incident in the month, with its standing.
*>
*> Writes the fixed-name incident-report, with a dated generation
*> kept the way the job reports keep theirs.
*>
*> Return code: 0 every incident of the month resolved; 4 some still
*> open or under investigation.

environment division.
input-output section.
file-control.
       select IncidentFile assign to 'incident-register'
           organization is line sequential
           file status is wsIncidentStatus.
       select CauseFile assign to 'incident-causes'
           organization is line sequential
           file status is wsCauseStatus.
       select IncidentReport assign to 'incident-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "IncidentRecord.cpy"
    replacing ==:FILE-NAME:== by ==IncidentFile==.

FD CauseFile.
01 CauseLine pic X(100).

FD IncidentReport.
01 IncidentReportLine pic X(132).

working-storage section.
       01 wsIncidentStatus pic X(2).
       01 wsCauseStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40) value "incident-report".
       01 wsReportProgram pic X(20) value "AOC2024INCREPORT".
       01 wsReportTitle pic X(40) value "INCIDENT REPORT".
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsBusinessDate pic X(8).
       01 wsMonth pic X(6).
       01 wsNow pic X(19).
       01 wsTok1 pic X(10).
       01 wsTok2 pic X(10).

*> Each incident's standing row - the last one written for its id.
       01 wsMaxIncidents pic 9(4) value 2000.
       01 wsIncidents.
           05 wsIncLast pic X(210) occurs 2000 times.
       01 wsIncCount pic 9(4) value 0.
       01 wsIncIdx pic 9(4).
       01 wsIncFound pic 9(4).

*> The cause columns: the maintained list first, then any code found
*> on a resolved incident that the list no longer carries.
       01 wsMaxCauses pic 9(2) value 10.
       01 wsCauses.
           05 wsCauseEntry occurs 10 times.
               10 wsCauseCode pic X(8).
               10 wsCauseResolved pic 9(5).
               10 wsCauseMinutes pic 9(9).
       01 wsCauseCount pic 9(2) value 0.
       01 wsCauseIdx pic 9(2).
       01 wsCauseFound pic 9(2).

*> The feeds seen in the month, one count per cause column plus the
*> unresolved and the total.
       01 wsMaxFeeds pic 9(2) value 40.
       01 wsFeeds.
           05 wsFeedEntry occurs 40 times.
               10 wsFeedName pic X(10).
               10 wsFeedCause pic 9(5) occurs 10 times.
               10 wsFeedUnresolved pic 9(5).
               10 wsFeedTotal pic 9(5).
       01 wsFeedCount pic 9(2) value 0.
       01 wsFeedIdx pic 9(2).
       01 wsFeedFound pic 9(2).
       01 wsColumnTotal pic 9(5).

       01 wsSources.
           05 wsSourceEntry occurs 4 times.
               10 wsSourceName pic X(10).
               10 wsSourceCount pic 9(5).
       01 wsSourceIdx pic 9(1).

       01 wsInMonth pic 9(5) value 0.
       01 wsResolved pic 9(5) value 0.
       01 wsInvestigating pic 9(5) value 0.
       01 wsStillOpen pic 9(5) value 0.
       01 wsResolveMinutes pic 9(9) value 0.
       01 wsMinutes pic 9(7).
       01 wsHours pic 9(7)v9.

       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).
       01 wsOpenedSeconds pic 9(12).

       01 wsCol pic 9(3).
       01 wsCountDisplay pic Z(4)9.
       01 wsCount2Display pic Z(4)9.
       01 wsHoursDisplay pic Z(6)9.9.
       01 wsResolveText pic X(20).

procedure division.
       call "AOC2024BDATE" using wsBusinessDate
       move spaces to wsMonth
       accept wsMonth from environment "AOC2024INCREPORT_MONTH"
           on exception continue
       end-accept
       if wsMonth = spaces
           move "AOC2024INCREPORT_MONTH" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue(1:6) to wsMonth
       end-if
       if wsMonth = spaces or wsMonth not numeric
           move wsBusinessDate(1:6) to wsMonth
       end-if
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
       end-string

       move "STEPFAIL" to wsSourceName(1)
       move "CUSTODY" to wsSourceName(2)
       move "INVARIANT" to wsSourceName(3)
       move "CONFIRM" to wsSourceName(4)
       perform varying wsSourceIdx from 1 by 1 until wsSourceIdx > 4
           move 0 to wsSourceCount(wsSourceIdx)
       end-perform

       perform LoadCauses
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input IncidentFile
       if wsIncidentStatus = "00"
           perform ReadIncidentLoop
           close IncidentFile
       end-if
       perform varying wsIncIdx from 1 by 1
               until wsIncIdx > wsIncCount
           move wsIncLast(wsIncIdx) to IncidentLine
           if IncOpened(1:4) = wsMonth(1:4)
                   and IncOpened(6:2) = wsMonth(5:2)
               perform TallyIncident
           end-if
       end-perform

       open output IncidentReport
       perform WriteHeader
       perform WriteFeedTable
       perform WriteResolveTimes
       perform WriteSources
       perform WriteIncidentList
       close IncidentReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move wsInMonth to wsCountDisplay
       display "INCREPORT: " wsMonth " " function trim(wsCountDisplay)
           " incident(s), " wsResolved " resolved, "
           wsInvestigating " investigating, " wsStillOpen " open"
       if wsInvestigating > 0 or wsStillOpen > 0
           move 4 to return-code
       end-if
       stop run.

*> The cause columns, in the order the list keeps them.
LoadCauses.
       open input CauseFile
       if wsCauseStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read CauseFile
               at end exit perform
           end-read
           move spaces to wsTok1
           move spaces to wsTok2
           unstring CauseLine delimited by all spaces
               into wsTok1 wsTok2
           end-unstring
           if wsTok1 = "CAUSE" and wsTok2 not = spaces
                   and wsCauseCount < wsMaxCauses
               add 1 to wsCauseCount
               move wsTok2 to wsCauseCode(wsCauseCount)
               move 0 to wsCauseResolved(wsCauseCount)
               move 0 to wsCauseMinutes(wsCauseCount)
           end-if
       end-perform
       close CauseFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadIncidentLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==IncidentFile==
              ==:RECORD-NAME:== BY ==IncidentLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackIncidentRow==.

*> A later row for an id replaces what an earlier one said.
StackIncidentRow.
       if IncId(1:2) not = "IN"
           exit paragraph
       end-if
       move 0 to wsIncFound
       perform varying wsIncIdx from 1 by 1
               until wsIncIdx > wsIncCount or wsIncFound > 0
           if wsIncLast(wsIncIdx)(1:14) = IncId
               move wsIncIdx to wsIncFound
           end-if
       end-perform
       if wsIncFound = 0
           if wsIncCount >= wsMaxIncidents
               exit paragraph
           end-if
           add 1 to wsIncCount
           move wsIncCount to wsIncFound
       end-if
       move IncidentLine to wsIncLast(wsIncFound).

*> One incident of the month into the feed table, the cause's
*> resolve time, and the source count.
TallyIncident.
       add 1 to wsInMonth
       move 0 to wsFeedFound
       perform varying wsFeedIdx from 1 by 1
               until wsFeedIdx > wsFeedCount or wsFeedFound > 0
           if wsFeedName(wsFeedIdx) = IncFeed
               move wsFeedIdx to wsFeedFound
           end-if
       end-perform
       if wsFeedFound = 0 and wsFeedCount < wsMaxFeeds
           add 1 to wsFeedCount
           move wsFeedCount to wsFeedFound
           move IncFeed to wsFeedName(wsFeedFound)
           if IncFeed = spaces
               move "-" to wsFeedName(wsFeedFound)
           end-if
           move 0 to wsFeedUnresolved(wsFeedFound)
           move 0 to wsFeedTotal(wsFeedFound)
           perform varying wsCauseIdx from 1 by 1
                   until wsCauseIdx > wsMaxCauses
               move 0 to wsFeedCause(wsFeedFound, wsCauseIdx)
           end-perform
       end-if
       if wsFeedFound > 0
           add 1 to wsFeedTotal(wsFeedFound)
       end-if

       perform varying wsSourceIdx from 1 by 1 until wsSourceIdx > 4
           if wsSourceName(wsSourceIdx) = IncSource
               add 1 to wsSourceCount(wsSourceIdx)
           end-if
       end-perform

       evaluate IncStatus
           when "RESOLVED"
               add 1 to wsResolved
           when "INVESTIGATING"
               add 1 to wsInvestigating
           when other
               add 1 to wsStillOpen
       end-evaluate
       if IncStatus not = "RESOLVED"
           if wsFeedFound > 0
               add 1 to wsFeedUnresolved(wsFeedFound)
           end-if
           exit paragraph
       end-if

       move 0 to wsCauseFound
       perform varying wsCauseIdx from 1 by 1
               until wsCauseIdx > wsCauseCount or wsCauseFound > 0
           if wsCauseCode(wsCauseIdx) = IncCause
               move wsCauseIdx to wsCauseFound
           end-if
       end-perform
       if wsCauseFound = 0 and wsCauseCount < wsMaxCauses
           add 1 to wsCauseCount
           move wsCauseCount to wsCauseFound
           move IncCause to wsCauseCode(wsCauseFound)
           move 0 to wsCauseResolved(wsCauseFound)
           move 0 to wsCauseMinutes(wsCauseFound)
       end-if
       perform MeasureResolve
       add wsMinutes to wsResolveMinutes
       if wsCauseFound > 0
           add 1 to wsCauseResolved(wsCauseFound)
           add wsMinutes to wsCauseMinutes(wsCauseFound)
           if wsFeedFound > 0
               add 1 to wsFeedCause(wsFeedFound, wsCauseFound)
           end-if
       end-if.

*> Minutes from the opening stamp to the resolving row's stamp.
MeasureResolve.
       move 0 to wsMinutes
       move IncOpened to wsStampWork
       perform StampToSeconds
       move wsStampSeconds to wsOpenedSeconds
       move IncStamp to wsStampWork
       perform StampToSeconds
       if wsStampSeconds > wsOpenedSeconds
           compute wsMinutes =
               (wsStampSeconds - wsOpenedSeconds) / 60
       end-if.

*> Converts the "YYYY-MM-DD HH:MM:SS" stamp in wsStampWork into a
*> count of seconds since the standard date epoch - the same
*> arithmetic driver/opslog.cob uses.
StampToSeconds.
       move 0 to wsStampSeconds
       string
           wsStampWork(1:4) delimited by size
           wsStampWork(6:2) delimited by size
           wsStampWork(9:2) delimited by size
           into wsStampDate
       end-string
       if wsStampDate not numeric
           exit paragraph
       end-if
       compute wsStampSeconds =
           (function integer-of-date(wsStampDate) * 86400)
           + (function numval(wsStampWork(12:2)) * 3600)
           + (function numval(wsStampWork(15:2)) * 60)
           + function numval(wsStampWork(18:2)).

WriteHeader.
       move spaces to IncidentReportLine
       string
           "INCIDENT REPORT - incidents opened in " delimited by size
           wsMonth(1:4) delimited by size
           "-" delimited by size
           wsMonth(5:2) delimited by size
           ", as at " delimited by size
           wsNow delimited by size
           into IncidentReportLine
       end-string
       write IncidentReportLine
       move spaces to IncidentReportLine
       write IncidentReportLine.

*> Feeds down, resolved causes across, then the unresolved and the
*> total; a closing TOTAL row sums each column.
WriteFeedTable.
       move "---- by feed and root cause ----" to IncidentReportLine
       write IncidentReportLine
       move spaces to IncidentReportLine
       move "Feed" to IncidentReportLine(1:4)
       move 13 to wsCol
       perform varying wsCauseIdx from 1 by 1
               until wsCauseIdx > wsCauseCount
           move wsCauseCode(wsCauseIdx) to IncidentReportLine(wsCol:8)
           add 9 to wsCol
       end-perform
       move "Unresolved" to IncidentReportLine(wsCol:10)
       add 11 to wsCol
       move "Total" to IncidentReportLine(wsCol:5)
       write IncidentReportLine

       if wsFeedCount = 0
           move "  (no incidents opened in the month)"
               to IncidentReportLine
           write IncidentReportLine
       end-if
       perform varying wsFeedIdx from 1 by 1
               until wsFeedIdx > wsFeedCount
           move spaces to IncidentReportLine
           move wsFeedName(wsFeedIdx) to IncidentReportLine(1:10)
           move 13 to wsCol
           perform varying wsCauseIdx from 1 by 1
                   until wsCauseIdx > wsCauseCount
               move wsFeedCause(wsFeedIdx, wsCauseIdx)
                   to wsCountDisplay
               move wsCountDisplay to IncidentReportLine(wsCol:5)
               add 9 to wsCol
           end-perform
           move wsFeedUnresolved(wsFeedIdx) to wsCountDisplay
           move wsCountDisplay to IncidentReportLine(wsCol:5)
           add 11 to wsCol
           move wsFeedTotal(wsFeedIdx) to wsCountDisplay
           move wsCountDisplay to IncidentReportLine(wsCol:5)
           write IncidentReportLine
       end-perform

       move spaces to IncidentReportLine
       move "TOTAL" to IncidentReportLine(1:5)
       move 13 to wsCol
       perform varying wsCauseIdx from 1 by 1
               until wsCauseIdx > wsCauseCount
           move wsCauseResolved(wsCauseIdx) to wsCountDisplay
           move wsCountDisplay to IncidentReportLine(wsCol:5)
           add 9 to wsCol
       end-perform
       compute wsColumnTotal = wsInvestigating + wsStillOpen
       move wsColumnTotal to wsCountDisplay
       move wsCountDisplay to IncidentReportLine(wsCol:5)
       add 11 to wsCol
       move wsInMonth to wsCountDisplay
       move wsCountDisplay to IncidentReportLine(wsCol:5)
       write IncidentReportLine
       move spaces to IncidentReportLine
       write IncidentReportLine.

WriteResolveTimes.
       move "---- mean time to resolve ----" to IncidentReportLine
       write IncidentReportLine
       move spaces to IncidentReportLine
       move "Cause" to IncidentReportLine(1:5)
       move "Resolved" to IncidentReportLine(13:8)
       move "Mean hours" to IncidentReportLine(24:10)
       write IncidentReportLine
       perform varying wsCauseIdx from 1 by 1
               until wsCauseIdx > wsCauseCount
           move spaces to IncidentReportLine
           move wsCauseCode(wsCauseIdx) to IncidentReportLine(1:8)
           move wsCauseResolved(wsCauseIdx) to wsCountDisplay
           move wsCountDisplay to IncidentReportLine(16:5)
           if wsCauseResolved(wsCauseIdx) > 0
               compute wsHours rounded =
                   wsCauseMinutes(wsCauseIdx)
                   / wsCauseResolved(wsCauseIdx) / 60
               move wsHours to wsHoursDisplay
               move wsHoursDisplay to IncidentReportLine(24:9)
           else
               move "-" to IncidentReportLine(32:1)
           end-if
           write IncidentReportLine
       end-perform
       move spaces to IncidentReportLine
       move "ALL" to IncidentReportLine(1:3)
       move wsResolved to wsCountDisplay
       move wsCountDisplay to IncidentReportLine(16:5)
       if wsResolved > 0
           compute wsHours rounded =
               wsResolveMinutes / wsResolved / 60
           move wsHours to wsHoursDisplay
           move wsHoursDisplay to IncidentReportLine(24:9)
       else
           move "-" to IncidentReportLine(32:1)
       end-if
       write IncidentReportLine
       move spaces to IncidentReportLine
       write IncidentReportLine.

WriteSources.
       move "---- by what raised them ----" to IncidentReportLine
       write IncidentReportLine
       perform varying wsSourceIdx from 1 by 1 until wsSourceIdx > 4
           move spaces to IncidentReportLine
           move wsSourceName(wsSourceIdx) to IncidentReportLine(1:10)
           move wsSourceCount(wsSourceIdx) to wsCountDisplay
           move wsCountDisplay to IncidentReportLine(16:5)
           write IncidentReportLine
       end-perform
       move spaces to IncidentReportLine
       move wsStillOpen to wsCountDisplay
       move wsInvestigating to wsCount2Display
       string
           "Still open: " delimited by size
           function trim(wsCountDisplay) delimited by size
           "  under investigation: " delimited by size
           function trim(wsCount2Display) delimited by size
           into IncidentReportLine
       end-string
       write IncidentReportLine
       move spaces to IncidentReportLine
       write IncidentReportLine.

WriteIncidentList.
       move "---- incidents ----" to IncidentReportLine
       write IncidentReportLine
       perform varying wsIncIdx from 1 by 1
               until wsIncIdx > wsIncCount
           move wsIncLast(wsIncIdx) to IncidentLine
           if IncOpened(1:4) = wsMonth(1:4)
                   and IncOpened(6:2) = wsMonth(5:2)
               move spaces to wsResolveText
               if IncStatus = "RESOLVED"
                   perform MeasureResolve
                   compute wsHours rounded = wsMinutes / 60
                   move wsHours to wsHoursDisplay
                   string
                       function trim(wsHoursDisplay) delimited by size
                       " h to resolve" delimited by size
                       into wsResolveText
                   end-string
               end-if
               move spaces to IncidentReportLine
               string
                   IncId delimited by size
                   " " delimited by size
                   IncStatus delimited by size
                   " " delimited by size
                   IncOpened delimited by size
                   " " delimited by size
                   IncSource delimited by size
                   " " delimited by size
                   IncProgram delimited by size
                   " " delimited by size
                   IncFeed delimited by size
                   " " delimited by size
                   IncCause delimited by size
                   " " delimited by size
                   wsResolveText delimited by size
                   into IncidentReportLine
               end-string
               write IncidentReportLine
               move spaces to IncidentReportLine
               string
                   "               " delimited by size
                   IncNote delimited by size
                   into IncidentReportLine
               end-string
               write IncidentReportLine
           end-if
       end-perform.

end program AOC2024INCREPORT.
