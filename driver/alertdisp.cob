*> First match wins; a "ROUTE * *" rule at the bottom is the
*> catch-all.
*>
*> On-call paging: a rule routing to OPSONCALL is not delivered to a
*> fixed mail-drop. The oncall-rota reference file names, per date
*> range and time band, the primary, secondary and manager on duty,
*> and the alert is paged to the primary under a page id
*> (PG + date + sequence) tracked in page-register. Every page wants
*> an acknowledgement - an "ACK <page-id> <operator> [<stamp>]" line
*> in the page-acks return file, which the paging bridge appends to
*> and the operator menu writes for the signed-on operator. Each run
*> first takes in the acknowledgements waiting there (filing them,
*> with what became of each, in page-ack-log), then after the
*> dispatch re-pages the next tier for every page left
*> unacknowledged longer than the acknowledgement limit; a page the
*> whole chain leaves unanswered goes EXHAUSTED, still open to an
*> acknowledgement. The bridge's scheduler runs this every few
*> minutes while a page is open - with no new alerts on the feed a
*> run only takes acknowledgements and escalates. A moment no rota
*> line covers pages the old notify-OPSONCALL drop, still tracked.
*> AOC2024PAGEREPORT turns the register into the morning report.
*>
*> Tunables (environment or central parameters file):
*>   AOC2024ALERTDISP_WINDOW   throttle window, days (default 7)
*>   AOC2024ALERTDISP_ESCALATE repeats per escalation (default 3)
*>   AOC2024ALERTDISP_ACKMIN   minutes each tier has to acknowledge
*>                             a page before the next is paged (15)
*>
*> Return code: 0 clean; 4 when an alert went unrouted, a page found
*> no rota line, or a page exhausted its chain on this run.

environment division.
input-output section.
       select NotifyFile assign to wsNotifyFilename
           organization is line sequential
           file status is wsNotifyStatus.
       select RotaFile assign to 'oncall-rota'
           organization is line sequential
           file status is wsRotaStatus.
       select PageRegister assign to 'page-register'
           organization is line sequential
           file status is wsPageStatus.
       select AckReturn assign to '.page-acks-taking'
           organization is line sequential
           file status is wsAckReturnStatus.
       select AckLog assign to 'page-ack-log'
           organization is line sequential
           file status is wsAckLogStatus.

data division.
file section.
FD NotifyFile.
01 NotifyLine pic X(140).

FD RotaFile.
01 RotaLine pic X(120).

copy "PageRecord.cpy"
    replacing ==:FILE-NAME:== by ==PageRegister==.

*> The acknowledgements taken off page-acks for this run:
*> "ACK <page-id> <operator> [<YYYY-MM-DD HH:MM:SS>]" per line.
FD AckReturn.
01 AckReturnLine pic X(120).

*> Every acknowledgement line taken in, stamped with when it was
*> taken and what became of it: APPLIED, ALREADY (the page was
*> acknowledged before), UNKNOWN (no such page on the register).
FD AckLog.
01 AckLogLine pic X(160).

working-storage section.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsDeliveryStatus pic X(2).
       01 wsNotifyStatus pic X(2).
       01 wsNotifyFilename pic X(40).
       01 wsNotifyText pic X(140).
       01 wsRotaStatus pic X(2).
       01 wsPageStatus pic X(2).
       01 wsAckReturnStatus pic X(2).
       01 wsAckLogStatus pic X(2).
       01 wsShellCmd pic X(200).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsToday pic X(8).
       01 wsTok4 pic X(12).
       01 wsTok5 pic X(10).
       01 wsTok6 pic X(10).
       01 wsTok7 pic X(12).
       01 wsTok8 pic X(12).

       01 wsAlertDate pic X(8).
       01 wsAgeDays pic s9(7).
       01 wsEscalated pic 9(5) value 0.
       01 wsUnrouted pic 9(5) value 0.

*> Minutes a tier has to acknowledge a page before the next tier is
*> paged, and how long acknowledged pages stay on the register (the
*> delivery log keeps them after that).
       01 wsAckMinutes pic 9(4) value 15.
       01 wsKeepDays pic 9(3) value 31.

       01 wsNow pic X(19).
       01 wsNowTime pic 9(4).
       01 wsNowSeconds pic 9(12).
       01 wsStampWork pic X(19).
       01 wsStampDate pic 9(8).
       01 wsStampSeconds pic 9(12).

*> The on-call rota: date range, time band and the three tiers.
       01 wsRota.
           05 wsRotaEntry occurs 100 times.
               10 wsRotaFrom pic X(8).
               10 wsRotaTo pic X(8).
               10 wsRotaBandFrom pic 9(4).
               10 wsRotaBandTo pic 9(4).
               10 wsRotaPrimary pic X(12).
               10 wsRotaSecondary pic X(12).
               10 wsRotaManager pic X(12).
       01 wsRotaCount pic 9(3) value 0.
       01 wsRotaIdx pic 9(3).
       01 wsRotaFound pic 9(3).
       01 wsRotaDateOk pic A(1).
       01 wsRotaBandOk pic A(1).
       01 wsChainPrimary pic X(12).
       01 wsChainSecondary pic X(12).
       01 wsChainManager pic X(12).

*> The page register held whole, worked one row at a time through
*> its record area.
       01 wsMaxPages pic 9(4) value 500.
       01 wsPages.
           05 wsPageRow pic X(245) occurs 500 times.
       01 wsPageCount pic 9(4) value 0.
       01 wsPageIdx pic 9(4).
       01 wsPageFound pic 9(4).
       01 wsPageSeq pic 9(4).
       01 wsPageSeqHigh pic 9(4).
       01 wsPaging pic A(1).
       01 wsPageEvent pic X(10).
       01 wsNextTier pic 9(1).
       01 wsTierDisplay pic 9(1).
       01 wsAckStamp pic X(19).
       01 wsAckOutcome pic X(8).
       01 wsAgeMinutes pic s9(9).
       01 wsPaged pic 9(5) value 0.
       01 wsRepaged pic 9(5) value 0.
       01 wsAcksApplied pic 9(5) value 0.
       01 wsExhausted pic 9(5) value 0.
       01 wsNoRota pic 9(5) value 0.
       01 wsOpenPages pic 9(5) value 0.

procedure division.
       move function current-date(1:8) to wsToday
       perform TakeNow
       perform ReadParameters
       perform LoadState
       perform LoadRoutingRules
       perform LoadRota
       perform LoadPageRegister

       open extend DeliveryLog
       if wsDeliveryStatus not = "00"
           open output DeliveryLog
       end-if

       perform TakeAcknowledgements
       perform CheckFeedTruncation

       move "n" to wsEof
           perform ReadAlertsLoop
           close AlertFile
       end-if
       perform EscalateOpenPages
       close DeliveryLog

       move wsRecordsRead to wsNewCursor
       perform RewriteState
       perform RewritePageRegister

       display "ALERTDISP: " wsDelivered " delivered, "
           wsThrottled " throttled, " wsEscalated " escalated, "
           wsUnrouted " unrouted"
       display "ALERTDISP: " wsPaged " paged, " wsRepaged
           " re-paged, " wsAcksApplied " acknowledged, "
           wsExhausted " exhausted, " wsOpenPages " page(s) open"
       if wsUnrouted > 0 or wsNoRota > 0 or wsExhausted > 0
           move 4 to return-code
       end-if
       stop run.

*> The run's clock: the stamp pages and acknowledgements are
*> recorded at, its time of day for the rota bands, and its seconds
*> for the acknowledgement limit.
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
       end-string
       move function current-date(9:4) to wsNowTime
       move wsNow to wsStampWork
       perform StampToSeconds
       move wsStampSeconds to wsNowSeconds.

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

*> The menu's alert review clears the feed by deleting it, which
*> restarts the row numbering the cursor points into. A feed shorter
*> than the cursor means exactly that happened - dispatching from
       end-if
       if wsEscalateAt < 1
           move 1 to wsEscalateAt
       end-if
       move spaces to wsParm
       accept wsParm from environment "AOC2024ALERTDISP_ACKMIN"
           on exception continue
       end-accept
       if wsParm = spaces
           move "AOC2024ALERTDISP_ACKMIN" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           if wsParamValue not = spaces
               move wsParamValue to wsParm
           end-if
       end-if
       if wsParm not = spaces
           move function numval(wsParm) to wsAckMinutes
       end-if
       if wsAckMinutes < 1
           move 1 to wsAckMinutes
       end-if.

COPY "ReadLoop.cpy"
       else
           add 1 to wsDelivered
       end-if
       perform OpenPage
       perform DeliverNotification
       perform WriteDeliveryRow
       if wsPaging = "y"
           move "PAGED" to wsPageEvent
           perform WritePageLogRow
       end-if.

*> Files the alert against the seen table: first sighting (or one
*> outside the window) delivers fresh and restarts the count; a
       end-perform.

*> Appends the notification to the recipient's mail-drop, with the
*> repeat history spelled out when it is an escalation and the page
*> id the recipient acknowledges against when it is a page.
DeliverNotification.
       move spaces to NotifyLine
       if wsDisposition = "ESCALATED"
           move wsSeenCount(wsFoundIdx) to wsCountDisplay
               into NotifyLine
           end-string
       end-if
       move spaces to wsNotifyText
       if wsPaging = "y"
           string
               NotifyLine(1:20) delimited by size
               "PAGE " delimited by size
               PgId delimited by size
               " " delimited by size
               NotifyLine(21:) delimited by size
               into wsNotifyText
           end-string
       else
           move NotifyLine to wsNotifyText
       end-if
       perform AppendToMailDrop.

*> Appends wsNotifyText to wsRecipient's notify-<recipient> drop.
AppendToMailDrop.
       move spaces to wsNotifyFilename
       string
           "notify-" delimited by size
           wsRecipient delimited by space
           into wsNotifyFilename
       end-string
       open extend NotifyFile
       if wsNotifyStatus not = "00"
           open output NotifyFile
       end-if
       move wsNotifyText to NotifyLine
       write NotifyLine
       close NotifyFile.

       end-perform
       close StateFile.

*> An alert routed to OPSONCALL becomes a page: the rota resolves
*> who is on duty now, the primary gets it, and the page goes on the
*> register OPEN at tier 1 awaiting an acknowledgement. Leaves the
*> new row in the register's record area for the delivery.
OpenPage.
       move "n" to wsPaging
       if wsRecipient not = "OPSONCALL"
           exit paragraph
       end-if
       perform ResolveRota
       if wsRotaFound = 0
           add 1 to wsNoRota
           display "ALERTDISP: no oncall-rota line covers " wsNow
               " - paging notify-OPSONCALL"
       end-if
       move wsChainPrimary to wsRecipient
       if wsPageCount >= wsMaxPages
           display "ALERTDISP: page-register full (" wsMaxPages
               " pages) - " function trim(wsRecipient)
               " paged untracked"
           exit paragraph
       end-if

       move 0 to wsPageSeqHigh
       perform varying wsPageIdx from 1 by 1
               until wsPageIdx > wsPageCount
           move wsPageRow(wsPageIdx) to PageLine
           if PgId(3:8) = wsToday and PgId(11:4) numeric
               move PgId(11:4) to wsPageSeq
               if wsPageSeq > wsPageSeqHigh
                   move wsPageSeq to wsPageSeqHigh
               end-if
           end-if
       end-perform
       compute wsPageSeq = wsPageSeqHigh + 1

       move spaces to PageLine
       string
           "PG" delimited by size
           wsToday delimited by size
           wsPageSeq delimited by size
           into PgId
       end-string
       move "OPEN" to PgStatus
       move 1 to PgTier
       move wsNow to PgPaged
       move wsNow to PgRepaged
       move wsChainPrimary to PgPrimary
       move wsChainSecondary to PgSecondary
       move wsChainManager to PgManager
       move AlertSeverity to PgSeverity
       move AlertProgram to PgProgram
       move AlertStamp to PgRaised
       move AlertDetail to PgDetail
       add 1 to wsPageCount
       move PageLine to wsPageRow(wsPageCount)
       add 1 to wsPaged
       move "y" to wsPaging.

*> First rota line whose date range holds today and whose time band
*> holds the current time names the chain; none leaves the page with
*> the old OPSONCALL drop and nobody to escalate to.
ResolveRota.
       move 0 to wsRotaFound
       move "OPSONCALL" to wsChainPrimary
       move spaces to wsChainSecondary
       move spaces to wsChainManager
       perform varying wsRotaIdx from 1 by 1
               until wsRotaIdx > wsRotaCount or wsRotaFound > 0
           move "y" to wsRotaDateOk
           if wsRotaFrom(wsRotaIdx) not = "*"
                   and wsToday < wsRotaFrom(wsRotaIdx)
               move "n" to wsRotaDateOk
           end-if
           if wsRotaTo(wsRotaIdx) not = "*"
                   and wsToday > wsRotaTo(wsRotaIdx)
               move "n" to wsRotaDateOk
           end-if
           move "n" to wsRotaBandOk
           evaluate true
               when wsRotaBandFrom(wsRotaIdx) < wsRotaBandTo(wsRotaIdx)
                   if wsNowTime >= wsRotaBandFrom(wsRotaIdx)
                           and wsNowTime < wsRotaBandTo(wsRotaIdx)
                       move "y" to wsRotaBandOk
                   end-if
               when wsRotaBandFrom(wsRotaIdx) > wsRotaBandTo(wsRotaIdx)
                   if wsNowTime >= wsRotaBandFrom(wsRotaIdx)
                           or wsNowTime < wsRotaBandTo(wsRotaIdx)
                       move "y" to wsRotaBandOk
                   end-if
               when other
                   move "y" to wsRotaBandOk
           end-evaluate
           if wsRotaDateOk = "y" and wsRotaBandOk = "y"
               move wsRotaIdx to wsRotaFound
               move wsRotaPrimary(wsRotaIdx) to wsChainPrimary
               move wsRotaSecondary(wsRotaIdx) to wsChainSecondary
               move wsRotaManager(wsRotaIdx) to wsChainManager
           end-if
       end-perform.

*> Takes in the acknowledgements waiting on page-acks. The file is
*> moved aside before it is read, so an acknowledgement the bridge
*> or the menu appends meanwhile lands in a fresh page-acks for the
*> next run instead of being lost; a taken file a failed run left
*> behind is read again (acknowledging twice is harmless).
TakeAcknowledgements.
       move spaces to wsShellCmd
       string
           "if [ -f page-acks ]; then mv page-acks .page-acks-new"
               delimited by size
           " && cat .page-acks-new >> .page-acks-taking"
               delimited by size
           " && rm -f .page-acks-new; fi" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       open input AckReturn
       if wsAckReturnStatus not = "00"
           exit paragraph
       end-if
       open extend AckLog
       if wsAckLogStatus not = "00"
           open output AckLog
       end-if
       move "n" to wsEof
       move 0 to wsRecordsRead
       perform ReadAckReturnLoop
       close AckReturn
       close AckLog
       call "SYSTEM" using "rm -f .page-acks-taking"
       move 0 to return-code.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAckReturnLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AckReturn==
              ==:RECORD-NAME:== BY ==AckReturnLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform ApplyAcknowledgement==.

*> One ACK line: the page is marked acknowledged, by whom and when
*> (the stamp on the line when the bridge or menu gave one, else
*> now), wherever it had got to on its chain.
ApplyAcknowledgement.
       move spaces to wsTok1
       move spaces to wsTok2
       move spaces to wsTok4
       move spaces to wsTok5
       move spaces to wsTok6
       unstring AckReturnLine delimited by all spaces
           into wsTok1 wsTok2 wsTok4 wsTok5 wsTok6
       end-unstring
       if wsTok1 not = "ACK" or wsTok2 = spaces
           exit paragraph
       end-if
       if wsTok5(5:1) = "-" and wsTok6(3:1) = ":"
           move spaces to wsAckStamp
           string
               wsTok5 delimited by space
               " " delimited by size
               wsTok6 delimited by space
               into wsAckStamp
           end-string
       else
           move wsNow to wsAckStamp
       end-if

       move 0 to wsPageFound
       perform varying wsPageIdx from 1 by 1
               until wsPageIdx > wsPageCount or wsPageFound > 0
           if wsPageRow(wsPageIdx)(1:14) = wsTok2
               move wsPageIdx to wsPageFound
           end-if
       end-perform
       evaluate true
           when wsPageFound = 0
               move "UNKNOWN" to wsAckOutcome
           when wsPageRow(wsPageFound)(16:5) = "ACKED"
               move "ALREADY" to wsAckOutcome
           when other
               move "APPLIED" to wsAckOutcome
               move wsPageRow(wsPageFound) to PageLine
               move "ACKED" to PgStatus
               move wsAckStamp to PgAcked
               move wsTok4 to PgAckBy
               if PgAckBy = spaces
                   move "-" to PgAckBy
               end-if
               move PageLine to wsPageRow(wsPageFound)
               add 1 to wsAcksApplied
               move "ACKED" to wsPageEvent
               move PgAckBy to wsRecipient
               perform WritePageLogRow
       end-evaluate

       move spaces to AckLogLine
       string
           wsNow delimited by size
           " " delimited by size
           wsAckOutcome delimited by size
           " " delimited by size
           AckReturnLine delimited by size
           into AckLogLine
       end-string
       write AckLogLine.

*> Every page still OPEN whose current tier has sat on it past the
*> acknowledgement limit goes to the next tier with someone on it;
*> past the manager it is EXHAUSTED - nobody answered.
EscalateOpenPages.
       move 0 to wsOpenPages
       perform varying wsPageIdx from 1 by 1
               until wsPageIdx > wsPageCount
           move wsPageRow(wsPageIdx) to PageLine
           if PgStatus = "OPEN"
               perform EscalateOnePage
               move PageLine to wsPageRow(wsPageIdx)
           end-if
           if PgStatus = "OPEN" or PgStatus = "EXHAUSTED"
               add 1 to wsOpenPages
           end-if
       end-perform.

EscalateOnePage.
       move PgRepaged to wsStampWork
       perform StampToSeconds
       compute wsAgeMinutes = (wsNowSeconds - wsStampSeconds) / 60
       if wsAgeMinutes < wsAckMinutes
           exit paragraph
       end-if

       compute wsNextTier = PgTier + 1
       if wsNextTier = 2 and PgSecondary = spaces
           add 1 to wsNextTier
       end-if
       if wsNextTier = 3 and PgManager = spaces
           add 1 to wsNextTier
       end-if
       if wsNextTier > 3
           move "EXHAUSTED" to PgStatus
           add 1 to wsExhausted
           move "EXHAUSTED" to wsPageEvent
           move spaces to wsRecipient
           perform WritePageLogRow
           display "ALERTDISP: page " PgId " exhausted its chain"
               " unacknowledged - " function trim(PgSeverity) " "
               function trim(PgProgram)
           exit paragraph
       end-if

       if wsNextTier = 2
           move PgSecondary to wsRecipient
       else
           move PgManager to wsRecipient
       end-if
       move wsNextTier to PgTier
       move wsNextTier to wsTierDisplay
       move wsNow to PgRepaged
       move spaces to wsNotifyText
       string
           wsNow delimited by size
           " REPAGE " delimited by size
           PgId delimited by size
           " tier " delimited by size
           wsTierDisplay delimited by size
           " - unacknowledged since " delimited by size
           PgPaged delimited by size
           ": " delimited by size
           PgSeverity delimited by size
           " " delimited by size
           function trim(PgProgram) delimited by size
           ": " delimited by size
           PgDetail delimited by size
           into wsNotifyText
       end-string
       perform AppendToMailDrop
       add 1 to wsRepaged
       move "REPAGED" to wsPageEvent
       perform WritePageLogRow.

*> The page's own rows in the alert-delivery-log - PAGED, REPAGED,
*> ACKED, EXHAUSTED - so one file still tells the whole story of
*> where every alert went.
WritePageLogRow.
       move PgTier to wsTierDisplay
       move spaces to DeliveryLogLine
       string
           wsNow delimited by size
           " " delimited by size
           wsPageEvent delimited by size
           " to=" delimited by size
           wsRecipient delimited by size
           " " delimited by size
           PgId delimited by size
           " tier " delimited by size
           wsTierDisplay delimited by size
           " " delimited by size
           PgSeverity delimited by size
           " " delimited by size
           PgProgram delimited by size
           " " delimited by size
           PgDetail(1:40) delimited by size
           into DeliveryLogLine
       end-string
       write DeliveryLogLine.

*> Loads the rota, comment lines skipped; a "-" tier is nobody.
LoadRota.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input RotaFile
       if wsRotaStatus not = "00"
           display "ALERTDISP: no oncall-rota file - OPSONCALL pages"
               " go to notify-OPSONCALL"
           exit paragraph
       end-if
       perform ReadRotaLoop
       close RotaFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRotaLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RotaFile==
              ==:RECORD-NAME:== BY ==RotaLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackRotaLine==.

StackRotaLine.
       move spaces to wsTok1
       move spaces to wsTok2
       move spaces to wsTok3
       move spaces to wsTok4
       move spaces to wsTok5
       move spaces to wsTok6
       move spaces to wsTok7
       move spaces to wsTok8
       unstring RotaLine delimited by all spaces
           into wsTok1 wsTok2 wsTok3 wsTok5 wsTok6 wsTok4 wsTok7
               wsTok8
       end-unstring
       if wsTok1 not = "ROTA" or wsTok4 = spaces
               or wsTok5(1:4) not numeric or wsTok6(1:4) not numeric
           exit paragraph
       end-if
       if wsRotaCount >= 100
           exit paragraph
       end-if
       add 1 to wsRotaCount
       move wsTok2 to wsRotaFrom(wsRotaCount)
       move wsTok3 to wsRotaTo(wsRotaCount)
       move wsTok5(1:4) to wsRotaBandFrom(wsRotaCount)
       move wsTok6(1:4) to wsRotaBandTo(wsRotaCount)
       move wsTok4 to wsRotaPrimary(wsRotaCount)
       move wsTok7 to wsRotaSecondary(wsRotaCount)
       move wsTok8 to wsRotaManager(wsRotaCount)
       if wsRotaSecondary(wsRotaCount) = "-"
           move spaces to wsRotaSecondary(wsRotaCount)
       end-if
       if wsRotaManager(wsRotaCount) = "-"
           move spaces to wsRotaManager(wsRotaCount)
       end-if.

*> Reads back the pages earlier runs left on the register.
LoadPageRegister.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input PageRegister
       if wsPageStatus = "00"
           perform ReadPageLoop
           close PageRegister
       end-if.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadPageLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==PageRegister==
              ==:RECORD-NAME:== BY ==PageLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackPageRow==.

StackPageRow.
       if PgId(1:2) not = "PG"
           exit paragraph
       end-if
       if wsPageCount >= wsMaxPages
           display "ALERTDISP: page-register holds more than "
               wsMaxPages " pages - the rest are not tracked"
           exit paragraph
       end-if
       add 1 to wsPageCount
       move PageLine to wsPageRow(wsPageCount).

*> Rewrites the register whole; pages acknowledged more than the
*> keep period ago drop off it.
RewritePageRegister.
       open output PageRegister
       perform varying wsPageIdx from 1 by 1
               until wsPageIdx > wsPageCount
           move wsPageRow(wsPageIdx) to PageLine
           move 0 to wsAgeDays
           if PgStatus = "ACKED"
               move PgAcked to wsStampWork
               perform StampToSeconds
               if wsStampSeconds > 0
                   compute wsAgeDays =
                       (wsNowSeconds - wsStampSeconds) / 86400
               end-if
           end-if
           if wsAgeDays <= wsKeepDays
               write PageLine
           end-if
       end-perform
       close PageRegister.

end program AOC2024ALERTDISP.
