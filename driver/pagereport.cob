identification division.
program-id. AOC2024PAGEREPORT.

*> The morning page report: every on-call page AOC2024ALERTDISP sent
*> overnight, off the page-register - what it was about, who it
*> reached (the primary, and the secondary and manager when it had
*> to be re-paged up the rota chain), who acknowledged it, and how
*> many minutes after the first page. Pages still unacknowledged are
*> listed whatever their age, with how long they have waited, so a
*> FAIL nobody answered cannot drop off the bottom of the report.
*> The summary gives the night's totals and the average and longest
*> time to acknowledge.
*>
*> Writes the fixed-name page-report, with a dated generation kept
*> the way the job reports keep theirs.
*>
*> Tunables (environment or central parameters file):
*>   AOC2024PAGEREPORT_HOURS  how far back the report reaches (24)
*>
*> Return code: 0 every page acknowledged; 4 pages still open.

environment division.
input-output section.
file-control.
       select PageRegister assign to 'page-register'
           organization is line sequential
           file status is wsPageStatus.
       select PageReport assign to 'page-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "PageRecord.cpy"
    replacing ==:FILE-NAME:== by ==PageRegister==.

FD PageReport.
01 PageReportLine pic X(160).

working-storage section.
       01 wsPageStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40) value "page-report".
       01 wsReportProgram pic X(20) value "AOC2024PAGEREPORT".
       01 wsReportTitle pic X(40) value "ON-CALL PAGING REPORT".
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsParm pic X(20).
       01 wsHours pic 9(4) value 24.
       01 wsNow pic X(19).

       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).
       01 wsNowSeconds pic 9(12).
       01 wsPagedSeconds pic 9(12).
       01 wsMinutes pic 9(7).

       01 wsReached pic X(40).
       01 wsAckText pic X(20).
       01 wsMinutesDisplay pic Z(6)9.
       01 wsCountDisplay pic Z(4)9.
       01 wsCount2Display pic Z(4)9.
       01 wsAvgDisplay pic Z(6)9.

       01 wsPages pic 9(5) value 0.
       01 wsAcked pic 9(5) value 0.
       01 wsOpen pic 9(5) value 0.
       01 wsExhausted pic 9(5) value 0.
       01 wsRepaged pic 9(5) value 0.
       01 wsAckMinutesTotal pic 9(9) value 0.
       01 wsAckMinutesMax pic 9(7) value 0.
       01 wsAckAvg pic 9(7).

procedure division.
       perform ReadParameters
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
       move wsNow to wsStampWork
       perform StampToSeconds
       move wsStampSeconds to wsNowSeconds

       open output PageReport
       perform WriteHeader

       move "n" to wsEof
       move 0 to wsRecordsRead
       open input PageRegister
       if wsPageStatus = "00"
           perform ReadPageLoop
           close PageRegister
       end-if
       if wsPages = 0
           move "  (no pages in the period)" to PageReportLine
           write PageReportLine
       end-if

       perform WriteSummary
       close PageReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       move wsPages to wsCountDisplay
       move wsOpen to wsCount2Display
       display "PAGEREPORT: " function trim(wsCountDisplay)
           " page(s), " function trim(wsCount2Display)
           " still open"
       if wsOpen > 0
           move 4 to return-code
       end-if
       stop run.

*> The reporting period in hours, environment first, then the
*> central parameters file, else a day.
ReadParameters.
       move spaces to wsParm
       accept wsParm from environment "AOC2024PAGEREPORT_HOURS"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC2024PAGEREPORT_HOURS" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsHours
       end-if
       if wsHours < 1
           move 24 to wsHours
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadPageLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==PageRegister==
              ==:RECORD-NAME:== BY ==PageLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform ReportOnePage==.

*> One register row: inside the period, or still unacknowledged,
*> it gets a line - the chain as far as the page climbed, and the
*> minutes from the first page to the acknowledgement (or to now).
ReportOnePage.
       if PgId(1:2) not = "PG"
           exit paragraph
       end-if
       move PgPaged to wsStampWork
       perform StampToSeconds
       move wsStampSeconds to wsPagedSeconds
       if PgStatus = "ACKED"
               and wsNowSeconds - wsPagedSeconds > wsHours * 3600
           exit paragraph
       end-if

       add 1 to wsPages
       if PgTier > 1
           add 1 to wsRepaged
       end-if
       move spaces to wsReached
       evaluate PgTier
           when 1
               move PgPrimary to wsReached
           when 2
               string
                   PgPrimary delimited by space
                   ">" delimited by size
                   PgSecondary delimited by space
                   into wsReached
               end-string
           when other
               if PgSecondary = spaces
                   string
                       PgPrimary delimited by space
                       ">" delimited by size
                       PgManager delimited by space
                       into wsReached
                   end-string
               else
                   string
                       PgPrimary delimited by space
                       ">" delimited by size
                       PgSecondary delimited by space
                       ">" delimited by size
                       PgManager delimited by space
                       into wsReached
                   end-string
               end-if
       end-evaluate

       move spaces to wsAckText
       if PgStatus = "ACKED"
           add 1 to wsAcked
           move PgAcked to wsStampWork
           perform StampToSeconds
           move 0 to wsMinutes
           if wsStampSeconds > wsPagedSeconds
               compute wsMinutes =
                   (wsStampSeconds - wsPagedSeconds) / 60
           end-if
           add wsMinutes to wsAckMinutesTotal
           if wsMinutes > wsAckMinutesMax
               move wsMinutes to wsAckMinutesMax
           end-if
           move wsMinutes to wsMinutesDisplay
           string
               function trim(wsMinutesDisplay) delimited by size
               " min" delimited by size
               into wsAckText
           end-string
       else
           add 1 to wsOpen
           if PgStatus = "EXHAUSTED"
               add 1 to wsExhausted
           end-if
           move 0 to wsMinutes
           if wsNowSeconds > wsPagedSeconds
               compute wsMinutes =
                   (wsNowSeconds - wsPagedSeconds) / 60
           end-if
           move wsMinutes to wsMinutesDisplay
           string
               "waiting " delimited by size
               function trim(wsMinutesDisplay) delimited by size
               " min" delimited by size
               into wsAckText
           end-string
       end-if

       move spaces to PageReportLine
       string
           PgId delimited by size
           " " delimited by size
           PgPaged delimited by size
           " " delimited by size
           PgSeverity delimited by size
           " " delimited by size
           PgProgram delimited by size
           " " delimited by size
           PgStatus delimited by size
           " " delimited by size
           wsReached(1:38) delimited by size
           " " delimited by size
           PgAckBy delimited by size
           " " delimited by size
           wsAckText delimited by size
           into PageReportLine
       end-string
       write PageReportLine
       move spaces to PageReportLine
       string
           "               " delimited by size
           PgDetail delimited by size
           into PageReportLine
       end-string
       write PageReportLine.

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
       move wsHours to wsCountDisplay
       move spaces to PageReportLine
       string
           "ON-CALL PAGES - the last " delimited by size
           function trim(wsCountDisplay) delimited by size
           " hour(s) and every page still open, as at "
               delimited by size
           wsNow delimited by size
           into PageReportLine
       end-string
       write PageReportLine
       move spaces to PageReportLine
       write PageReportLine
       move spaces to PageReportLine
       move "Page" to PageReportLine(1:4)
       move "First paged" to PageReportLine(16:11)
       move "Severity" to PageReportLine(36:8)
       move "Program" to PageReportLine(45:7)
       move "Status" to PageReportLine(62:6)
       move "Reached" to PageReportLine(72:7)
       move "Ack by" to PageReportLine(111:6)
       move "To acknowledge" to PageReportLine(124:14)
       write PageReportLine.

WriteSummary.
       move spaces to PageReportLine
       write PageReportLine
       move wsPages to wsCountDisplay
       move wsAcked to wsCount2Display
       move spaces to PageReportLine
       string
           "Pages: " delimited by size
           function trim(wsCountDisplay) delimited by size
           "  acknowledged: " delimited by size
           function trim(wsCount2Display) delimited by size
           into PageReportLine
       end-string
       write PageReportLine

       move wsRepaged to wsCountDisplay
       move spaces to PageReportLine
       string
           "Re-paged up the chain: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into PageReportLine
       end-string
       write PageReportLine

       move wsOpen to wsCountDisplay
       move wsExhausted to wsCount2Display
       move spaces to PageReportLine
       string
           "Still unacknowledged: " delimited by size
           function trim(wsCountDisplay) delimited by size
           " (" delimited by size
           function trim(wsCount2Display) delimited by size
           " with the whole chain paged)" delimited by size
           into PageReportLine
       end-string
       write PageReportLine

       if wsAcked > 0
           compute wsAckAvg rounded = wsAckMinutesTotal / wsAcked
           move wsAckAvg to wsAvgDisplay
           move wsAckMinutesMax to wsMinutesDisplay
           move spaces to PageReportLine
           string
               "Time to acknowledge: average " delimited by size
               function trim(wsAvgDisplay) delimited by size
               " min, longest " delimited by size
               function trim(wsMinutesDisplay) delimited by size
               " min" delimited by size
               into PageReportLine
           end-string
           write PageReportLine
       end-if.

end program AOC2024PAGEREPORT.
