identification division.
program-id. AOC2024CORRESP.

*> Upstream correspondence: when a feed was quarantined, late or
*> rejecting heavily, somebody used to write to whoever they thought
*> owned it, from memory. This writes the notice instead - a dated
*> letter to the owner the feed-owner directory (feed-owners) names,
*> at the contacts it gives - and registers it in feed-notices, where
*> it stays OPEN until upstream's response is recorded. Each run
*> turns into notices:
*>   QUARANTINE  every drop quarantined-on-arrival in a day
*>               directory's quarantine-log
*>   LATE        the driver's late-feed LATE alerts (the job's feed
*>               missing when the cycle reached it - one notice per
*>               feed per day, however many of its jobs were held)
*>               and intake's missing-volume LATE alerts, which go to
*>               the directory's INTAKE owner
*>   SCORECARD   a month - the one before the business date's - in
*>               which a feed's reject rate went over the data-quality
*>               scorecard's ceiling (AOC2024SCORECARD_CEILINGBP, basis
*>               points, default 500)
*>   RETURNED    every section of a reject-return transmission
*>               (driver/rejreturn.cob) on the transmission-log
*> looking back AOC2024CORRESP_LOOKBACK days (default 7) for the
*> dated events; an event already on the register is never written
*> up twice. Every letter is kept as correspondence/<reference>,
*> quotes the reference the owner is asked to reply under, and names
*> the evidence files it cites - the register row names them too.
*>
*> Responses come back through the feed-notice-responses return file
*> the operator menu appends to (option U), one line per response:
*>     RESP <reference> <operator> <YYYY-MM-DD> <HH:MM:SS> <note>
*> taken in at the start of each run the way the alert dispatcher
*> takes in page acknowledgements - the notice goes ANSWERED with who
*> recorded it, when, and the note. A notice still OPEN
*> AOC2024CORRESP_CHASEDAYS days (default 10) after its letter date
*> is chased once, by a reminder letter (correspondence/<reference>-R)
*> to the owner's escalation contact.
*>
*> The feed-notice-register report lists the quarter's notices - the
*> business date's quarter, or AOC2024CORRESP_QUARTER (YYYYQn) - with
*> how each was answered, and each owner's sent, answered, still-open
*> and chased counts: the quarterly feed review's record.
*>
*> Return code: 0 clean; 4 a notice went to a directory with no
*> owner on file, a response named no open notice, an overdue notice
*> had no escalation contact to chase, or the register filled;
*> 8 no job-registry, or a quarter that is not YYYYQn.

environment division.
input-output section.
file-control.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select OwnerFile assign to 'feed-owners'
           organization is line sequential
           file status is wsOwnerStatus.
       select NoticeRegister assign to 'feed-notices'
           organization is line sequential
           file status is wsNoticeStatus.
       select ResponseReturn assign to '.feed-notice-responses-taking'
           organization is line sequential
           file status is wsResponseStatus.
       select QuarantineLog assign to wsQuarantineFilename
           organization is line sequential
           file status is wsQuarantineStatus.
       select AlertFile assign to 'alerts'
           organization is line sequential
           file status is wsAlertStatus.
       select ControlView assign to wsControlFilename
           organization is line sequential
           file status is wsControlStatus.
       select TransmissionLog assign to 'transmission-log'
           organization is line sequential
           file status is wsTransLogStatus.
       select ReturnFile assign to wsReturnFilename
           organization is line sequential
           file status is wsReturnStatus.
       select LetterFile assign to wsLetterFilename
           organization is line sequential
           file status is wsLetterStatus.
       select RegisterReport assign to 'feed-notice-register'
           organization is line sequential.

data division.
file section.
copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

FD OwnerFile.
01 OwnerLine pic X(200).

copy "FeedNoticeRecord.cpy"
    replacing ==:FILE-NAME:== by ==NoticeRegister==.

FD ResponseReturn.
01 ResponseLine pic X(200).

FD QuarantineLog.
01 QuarantineLine pic X(200).

copy "AlertRecord.cpy"
    replacing ==:FILE-NAME:== by ==AlertFile==.

copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlView==.

FD TransmissionLog.
01 TransLogLine pic X(130).

FD ReturnFile.
01 ReturnLine pic X(140).

FD LetterFile.
01 LetterLine pic X(100).

FD RegisterReport.
01 RegisterLine pic X(132).

working-storage section.
       01 wsReportName pic X(40) value "feed-notice-register".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024CORRESP".
       01 wsReportTitle pic X(40) value "FEED NOTICE REGISTER".
       01 wsRegistryStatus pic X(2).
       01 wsOwnerStatus pic X(2).
       01 wsNoticeStatus pic X(2).
       01 wsResponseStatus pic X(2).
       01 wsQuarantineStatus pic X(2).
       01 wsAlertStatus pic X(2).
       01 wsControlStatus pic X(2).
       01 wsTransLogStatus pic X(2).
       01 wsReturnStatus pic X(2).
       01 wsLetterStatus pic X(2).
       01 wsQuarantineFilename pic X(40).
       01 wsControlFilename pic X(40).
       01 wsReturnFilename pic X(60).
       01 wsLetterFilename pic X(60).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsBusDate pic X(8).
       01 wsNow pic X(19).
       01 wsShellCmd pic X(250).
       01 wsParamKey pic X(30).
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it

*> Tunables.
       01 wsLookback pic 9(3) value 0.
       01 wsChaseDays pic 9(3) value 0.
       01 wsCeilingBp pic 9(5) value 0.
       01 wsHorizon pic X(8).
       01 wsChaseBefore pic X(8).
       01 wsQuarterParm pic X(10) value spaces.
       01 wsQuarterText pic X(6).
       01 wsQuarterNo pic 9(1).
       01 wsQuarterFirst pic X(6).
       01 wsQuarterLast pic X(6).
       01 wsYearNum pic 9(4).
       01 wsMonthNum pic 9(2).
       01 wsPriorMonth pic X(6).
       01 wsDayNum pic 9(8).
       01 wsDayInt pic 9(7).

*> The registry's day directories, and its jobs' labels - a late-feed
*> alert names the job by its label.
       01 wsDirs.
           05 wsDir pic X(10) occurs 40 times.
       01 wsDirCount pic 9(2) value 0.
       01 wsDirIdx pic 9(2).
       01 wsDirFound pic A(1).
       01 wsScan pic 9(3).
       01 wsJobs.
           05 wsJob occurs 80 times.
               10 wsJobLabel pic X(40).
               10 wsJobDir pic X(10).
       01 wsJobCount pic 9(2) value 0.

*> The feed-owner directory.
       01 wsOwners.
           05 wsOwner occurs 60 times.
               10 wsOwDir pic X(10).
               10 wsOwName pic X(30).
               10 wsOwContacts pic X(100).
               10 wsOwEscalate pic X(60).
               10 wsOwArrival pic X(4).
       01 wsOwnerCount pic 9(2) value 0.
       01 wsOwIdx pic 9(2).
       01 wsOwTag pic X(10).
       01 wsOwKey pic X(10).

*> The register, held whole for the rewrite.
       01 wsMaxNotices pic 9(4) value 3000.
       01 wsNotices.
           05 wsNoticeRow pic X(480) occurs 3000 times.
       01 wsNoticeCount pic 9(4) value 0.
       01 wsNi pic 9(4).
       01 wsNoticeFound pic 9(4).
       01 wsNextSeq pic 9(4) value 0.
       01 wsSeqText pic X(4).

*> The notice being raised.
       01 wsNewKind pic X(10).
       01 wsNewDir pic X(10).
       01 wsNewSource pic X(40).
       01 wsNewSubject pic X(80).
       01 wsNewEvidence pic X(120).
       01 wsBody.
           05 wsBodyLine pic X(90) occurs 8 times.
       01 wsBodyCount pic 9(1).
       01 wsBi pic 9(1).
       01 wsLetterRef pic X(16).
       01 wsLetterTo pic X(100).
       01 wsLetterCc pic X(100).
       01 wsEvPointer pic 9(3).
       01 wsEvFile pic X(60).

*> Working tokens.
       01 wsTok1 pic X(40).
       01 wsTok2 pic X(60).
       01 wsTok3 pic X(40).
       01 wsTok4 pic X(60).
       01 wsTok5 pic X(40).
       01 wsTok6 pic X(40).
       01 wsPointer pic 9(3).
       01 wsNote pic X(120).
       01 wsDrop pic X(60).
       01 wsSlashAt pic 9(3).
       01 wsHead pic X(120).
       01 wsDiscrepancy pic X(100).
       01 wsHits pic 9(3).
       01 wsAlertDate pic X(8).
       01 wsLabelText pic X(57).

*> One directory's month off control-totals.
       01 wsMonRead pic 9(12).
       01 wsMonRejected pic 9(12).
       01 wsRejectBp pic 9(6).

*> Per-owner tallies for the quarter's report.
       01 wsTallies.
           05 wsTally occurs 60 times.
               10 wsTyOwner pic X(30).
               10 wsTySent pic 9(5).
               10 wsTyAnswered pic 9(5).
               10 wsTyOpen pic 9(5).
               10 wsTyChased pic 9(5).
       01 wsTallyCount pic 9(2) value 0.
       01 wsTi pic 9(2).
       01 wsTyFound pic 9(2).

*> The run's counts.
       01 wsRaised pic 9(5) value 0.
       01 wsUnaddressed pic 9(5) value 0.
       01 wsAnswered pic 9(5) value 0.
       01 wsUnmatched pic 9(5) value 0.
       01 wsChased pic 9(5) value 0.
       01 wsNoEscalation pic 9(5) value 0.
       01 wsDropped pic 9(5) value 0.
       01 wsShown pic 9(5).

       01 wsNumDisplay pic Z(9)9.
       01 wsNum2Display pic Z(9)9.
       01 wsBpDisplay pic Z(5)9.

procedure division.
       call "AOC2024BDATE" using wsBusDate
       perform StampNow
       perform ReadTunables

       perform LoadRegistry
       if wsDirCount = 0
           display "CORRESP: no day directories on the registry"
           move 8 to return-code
           stop run
       end-if
       perform LoadOwners
       perform LoadRegister
       perform TakeResponses

       call "SYSTEM" using "mkdir -p correspondence"
       move 0 to return-code
       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           perform NoticeQuarantines
       end-perform
       perform NoticeLateFeeds
       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           perform NoticeScorecard
       end-perform
       perform NoticeReturns
       perform ChaseOpenNotices

       perform WriteRegister
       perform WriteRegisterReport

       display "CORRESP: " wsRaised " notice(s) written, "
           wsAnswered " response(s) recorded, " wsChased
           " reminder(s) sent - see feed-notice-register"
       if wsUnaddressed > 0
           display "CORRESP: " wsUnaddressed " notice(s) for a feed"
               " with no owner on feed-owners - registered to NO-OWNER"
       end-if
       if wsUnmatched > 0
           display "CORRESP: " wsUnmatched " response(s) named no"
               " open notice"
       end-if
       if wsNoEscalation > 0
           display "CORRESP: " wsNoEscalation " overdue notice(s)"
               " with no escalation contact to chase"
       end-if
       if wsDropped > 0
           display "CORRESP: register full - " wsDropped
               " notice(s) not raised"
       end-if
       if wsUnaddressed > 0 or wsUnmatched > 0
               or wsNoEscalation > 0 or wsDropped > 0
           move 4 to return-code
       end-if
       stop run.

StampNow.
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

*> The look-back, the chase interval and the scorecard's ceiling
*> (environment first, then the parameters file, as everywhere);
*> the look-back's horizon date; the month the scorecard notices
*> judge; and the quarter the register report covers.
ReadTunables.
       move "AOC2024CORRESP_LOOKBACK" to wsParamKey
       perform ReadOneTunable
       if wsParamValue not = spaces
               and function test-numval(wsParamValue) = 0
           move function numval(wsParamValue) to wsLookback
       end-if
       if wsLookback = 0
           move 7 to wsLookback
       end-if
       move "AOC2024CORRESP_CHASEDAYS" to wsParamKey
       perform ReadOneTunable
       if wsParamValue not = spaces
               and function test-numval(wsParamValue) = 0
           move function numval(wsParamValue) to wsChaseDays
       end-if
       if wsChaseDays = 0
           move 10 to wsChaseDays
       end-if
       move "AOC2024SCORECARD_CEILINGBP" to wsParamKey
       perform ReadOneTunable
       if wsParamValue not = spaces
               and function test-numval(wsParamValue) = 0
           move function numval(wsParamValue) to wsCeilingBp
       end-if
       if wsCeilingBp = 0
           move 500 to wsCeilingBp
       end-if

       move function numval(wsBusDate) to wsDayNum
       compute wsDayInt = function integer-of-date(wsDayNum)
           - wsLookback
       move function date-of-integer(wsDayInt) to wsDayNum
       move wsDayNum to wsHorizon

       move function numval(wsBusDate(1:4)) to wsYearNum
       move function numval(wsBusDate(5:2)) to wsMonthNum
       if wsMonthNum = 1
           subtract 1 from wsYearNum
           move 12 to wsMonthNum
       else
           subtract 1 from wsMonthNum
       end-if
       move spaces to wsPriorMonth
       string
           wsYearNum delimited by size
           wsMonthNum delimited by size
           into wsPriorMonth
       end-string

       accept wsQuarterParm from environment "AOC2024CORRESP_QUARTER"
           on exception continue
       end-accept
       if wsQuarterParm = spaces
           move function numval(wsBusDate(5:2)) to wsMonthNum
           compute wsQuarterNo = (wsMonthNum - 1) / 3 + 1
           move spaces to wsQuarterText
           string
               wsBusDate(1:4) delimited by size
               "Q" delimited by size
               wsQuarterNo delimited by size
               into wsQuarterText
           end-string
       else
           move wsQuarterParm(1:6) to wsQuarterText
           if wsQuarterParm(7:4) not = spaces
                   or wsQuarterText(1:4) not numeric
                   or wsQuarterText(5:1) not = "Q"
                   or wsQuarterText(6:1) < "1"
                   or wsQuarterText(6:1) > "4"
               display "CORRESP: AOC2024CORRESP_QUARTER "
                   function trim(wsQuarterParm)
                   " is not a quarter (YYYYQn)"
               move 8 to return-code
               stop run
           end-if
           move function numval(wsQuarterText(6:1)) to wsQuarterNo
       end-if
       compute wsMonthNum = (wsQuarterNo - 1) * 3 + 1
       move spaces to wsQuarterFirst
       string
           wsQuarterText(1:4) delimited by size
           wsMonthNum delimited by size
           into wsQuarterFirst
       end-string
       add 2 to wsMonthNum
       move spaces to wsQuarterLast
       string
           wsQuarterText(1:4) delimited by size
           wsMonthNum delimited by size
           into wsQuarterLast
       end-string.

ReadOneTunable.
       move spaces to wsParamValue
       accept wsParamValue from environment wsParamKey
           on exception continue
       end-accept
       if wsParamValue = spaces
           call "AOC2024PARAM" using wsParamKey wsParamValue
       end-if.

LoadRegistry.
       call "AOC2024YEAR" using wsProcYear
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "CORRESP: job-registry not found"
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
       if RegSeq not numeric or RegPhase = "P"
               or RegDir = spaces or RegDir = "driver"
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           exit paragraph
       end-if
       if wsJobCount < 80
           add 1 to wsJobCount
           move RegLabel to wsJobLabel(wsJobCount)
           move RegDir to wsJobDir(wsJobCount)
       end-if
       move "n" to wsDirFound
       perform varying wsScan from 1 by 1 until wsScan > wsDirCount
           if wsDir(wsScan) = RegDir
               move "y" to wsDirFound
           end-if
       end-perform
       if wsDirFound not = "y" and wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.

LoadOwners.
       open input OwnerFile
       if wsOwnerStatus not = "00"
           display "CORRESP: no feed-owners directory - every notice"
               " goes to NO-OWNER"
           exit paragraph
       end-if
       perform until 1 = 2
           read OwnerFile
               at end exit perform
           end-read
           perform TakeOwnerLine
       end-perform
       close OwnerFile.

TakeOwnerLine.
       if OwnerLine(1:1) = "*" or OwnerLine = spaces
           exit paragraph
       end-if
       move spaces to wsOwTag wsOwKey
       move spaces to wsTok1 wsTok2 wsTok3 wsTok4
       unstring OwnerLine delimited by all spaces
           into wsOwTag wsOwKey wsTok1 wsTok2 wsTok3 wsTok4
       end-unstring
       if wsOwTag not = "FEED" or wsOwKey = spaces
               or wsOwnerCount >= 60
           exit paragraph
       end-if
       add 1 to wsOwnerCount
       move wsOwKey to wsOwDir(wsOwnerCount)
       move wsTok1 to wsOwName(wsOwnerCount)
       move wsTok2 to wsOwContacts(wsOwnerCount)
       move wsTok3 to wsOwEscalate(wsOwnerCount)
       if wsTok3 = "-"
           move spaces to wsOwEscalate(wsOwnerCount)
       end-if
       move wsTok4 to wsOwArrival(wsOwnerCount)
       if wsTok4 = "-"
           move spaces to wsOwArrival(wsOwnerCount)
       end-if.

*> Finds wsNewDir's owner into wsOwIdx, 0 when it has none.
FindOwner.
       move 0 to wsOwIdx
       perform varying wsScan from 1 by 1 until wsScan > wsOwnerCount
           if wsOwDir(wsScan) = wsNewDir
               move wsScan to wsOwIdx
           end-if
       end-perform.

*> The register as it stands, and the next letter sequence for the
*> business date.
LoadRegister.
       open input NoticeRegister
       if wsNoticeStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read NoticeRegister
               at end exit perform
           end-read
           if FnId(1:2) = "FN" and wsNoticeCount < wsMaxNotices
               add 1 to wsNoticeCount
               move FnLine to wsNoticeRow(wsNoticeCount)
               if FnId(3:8) = wsBusDate and FnId(11:4) numeric
                   if FnId(11:4) > wsNextSeq
                       move FnId(11:4) to wsNextSeq
                   end-if
               end-if
           end-if
       end-perform
       close NoticeRegister.

*> Takes in the responses waiting on feed-notice-responses. The file
*> is moved aside before it is read, so a response the menu appends
*> meanwhile lands in a fresh one for the next run; a taken file a
*> failed run left behind is read again (a response to a notice
*> already ANSWERED is passed over).
TakeResponses.
       move spaces to wsShellCmd
       string
           "if [ -f feed-notice-responses ]; then"
               delimited by size
           " mv feed-notice-responses .feed-notice-responses-new"
               delimited by size
           " && cat .feed-notice-responses-new"
               delimited by size
           " >> .feed-notice-responses-taking"
               delimited by size
           " && rm -f .feed-notice-responses-new; fi"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       open input ResponseReturn
       if wsResponseStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read ResponseReturn
               at end exit perform
           end-read
           perform ApplyResponse
       end-perform
       close ResponseReturn
       call "SYSTEM" using "rm -f .feed-notice-responses-taking"
       move 0 to return-code.

ApplyResponse.
       move spaces to wsTok1 wsTok2 wsTok3 wsTok4 wsTok5
       move spaces to wsNote
       move 1 to wsPointer
       unstring ResponseLine delimited by all spaces
           into wsTok1 wsTok2 wsTok3 wsTok4 wsTok5
           with pointer wsPointer
       end-unstring
       if wsTok1 not = "RESP" or wsTok2 = spaces
           exit paragraph
       end-if
       if wsPointer <= 200
           move ResponseLine(wsPointer:) to wsNote
       end-if
       move 0 to wsNoticeFound
       perform varying wsNi from 1 by 1 until wsNi > wsNoticeCount
           if wsNoticeRow(wsNi)(1:14) = wsTok2
               move wsNi to wsNoticeFound
           end-if
       end-perform
       if wsNoticeFound = 0
           display "CORRESP: response to " function trim(wsTok2)
               " - no such notice"
           add 1 to wsUnmatched
           exit paragraph
       end-if
       move wsNoticeRow(wsNoticeFound) to FnLine
       if FnStatus not = "OPEN"
           display "CORRESP: response to " FnId
               " - already answered, passed over"
           exit paragraph
       end-if
       move "ANSWERED" to FnStatus
       move spaces to FnAnswered
       if wsTok4(5:1) = "-" and wsTok5(3:1) = ":"
           string
               wsTok4 delimited by space
               " " delimited by size
               wsTok5 delimited by space
               into FnAnswered
           end-string
       else
           move wsNow to FnAnswered
       end-if
       move wsTok3 to FnAnsweredBy
       if FnAnsweredBy = spaces
           move "-" to FnAnsweredBy
       end-if
       move wsNote to FnResponse
       move FnLine to wsNoticeRow(wsNoticeFound)
       add 1 to wsAnswered
       display "CORRESP: " FnId " answered - " function trim(wsNote).

*> Drops quarantined on arrival: the quarantine-log's own lines
*> (its release and discard lines are the menu's, not upstream's).
NoticeQuarantines.
       move spaces to wsQuarantineFilename
       string
           function trim(wsDir(wsDirIdx)) delimited by size
           "/quarantine-log" delimited by size
           into wsQuarantineFilename
       end-string
       open input QuarantineLog
       if wsQuarantineStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read QuarantineLog
               at end exit perform
           end-read
           move 0 to wsHits
           inspect QuarantineLine tallying wsHits
               for all " quarantined: "
           if wsHits > 0 and QuarantineLine(1:8) numeric
                   and QuarantineLine(1:8) >= wsHorizon
               perform NoticeOneQuarantine
           end-if
       end-perform
       close QuarantineLog.

NoticeOneQuarantine.
       move spaces to wsTok1 wsTok2
       unstring QuarantineLine delimited by all spaces
           into wsTok1 wsTok2
       end-unstring
       *> the drop by its own name - the arrival watch logs it with
       *> its directory in front
       move 0 to wsSlashAt
       perform varying wsScan from 1 by 1 until wsScan > 60
           if wsTok2(wsScan:1) = "/"
               move wsScan to wsSlashAt
           end-if
       end-perform
       move spaces to wsDrop
       if wsSlashAt > 0 and wsSlashAt < 60
           move wsTok2(wsSlashAt + 1:) to wsDrop
       else
           move wsTok2 to wsDrop
       end-if
       move spaces to wsHead wsDiscrepancy
       unstring QuarantineLine delimited by " quarantined: "
           into wsHead wsDiscrepancy
       end-unstring

       move "QUARANTINE" to wsNewKind
       move wsDir(wsDirIdx) to wsNewDir
       move spaces to wsNewSource
       string
           QuarantineLine(1:8) delimited by size
           " " delimited by size
           wsDrop delimited by space
           into wsNewSource
       end-string
       move spaces to wsNewSubject
       string
           "Drop " delimited by size
           wsDrop delimited by space
           " quarantined - failed its manifest check"
               delimited by size
           into wsNewSubject
       end-string
       move spaces to wsNewEvidence
       string
           function trim(wsNewDir) delimited by size
           "/quarantine-log " delimited by size
           function trim(wsNewDir) delimited by size
           "/quarantine/" delimited by size
           wsDrop delimited by space
           " " delimited by size
           function trim(wsNewDir) delimited by size
           "/quarantine/" delimited by size
           wsDrop delimited by space
           ".manifest" delimited by size
           into wsNewEvidence
       end-string
       move spaces to wsBody
       string
           "Your drop " delimited by size
           wsDrop delimited by space
           " for feed " delimited by size
           function trim(wsNewDir) delimited by size
           " failed its manifest check on " delimited by size
           QuarantineLine(1:8) delimited by size
           into wsBodyLine(1)
       end-string
       move "and was quarantined unprocessed. The discrepancy logged:"
           to wsBodyLine(2)
       string
           "  " delimited by size
           function trim(wsDiscrepancy) delimited by size
           into wsBodyLine(3)
       end-string
       move "Please check the transmission and send the drop again with"
           to wsBodyLine(4)
       move "a correct manifest; the feed's results wait on it."
           to wsBodyLine(5)
       move 5 to wsBodyCount
       perform RaiseNotice.

*> Late feeds, off the alert feed: the driver's missing-feed alerts,
*> named by job label, and intake's missing-volume alerts.
NoticeLateFeeds.
       open input AlertFile
       if wsAlertStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read AlertFile
               at end exit perform
           end-read
           if AlertSeverity = "LATE"
               move spaces to wsAlertDate
               string
                   AlertStamp(1:4) delimited by size
                   AlertStamp(6:2) delimited by size
                   AlertStamp(9:2) delimited by size
                   into wsAlertDate
               end-string
               if wsAlertDate >= wsHorizon
                   evaluate true
                       when AlertProgram = "AOC2024DRIVER"
                               and AlertDetail(1:23)
                                   = "Expected feed missing: "
                           perform NoticeLateFeed
                       when AlertProgram = "AOC2024INTAKE"
                           perform NoticeLateVolumes
                   end-evaluate
               end-if
           end-if
       end-perform
       close AlertFile.

NoticeLateFeed.
       move AlertDetail(24:57) to wsLabelText
       move spaces to wsNewDir
       perform varying wsScan from 1 by 1 until wsScan > wsJobCount
           if wsJobLabel(wsScan) = wsLabelText
               move wsJobDir(wsScan) to wsNewDir
           end-if
       end-perform
       if wsNewDir = spaces
           exit paragraph
       end-if
       perform FindOwner
       move "LATE" to wsNewKind
       move AlertStamp(1:10) to wsNewSource
       move spaces to wsNewSubject
       string
           "Feed " delimited by size
           function trim(wsNewDir) delimited by size
           " late - not arrived when the cycle reached it"
               delimited by size
           into wsNewSubject
       end-string
       move "alerts cycle-ledger audit-trail" to wsNewEvidence
       move spaces to wsBody
       string
           "Your feed for " delimited by size
           function trim(wsNewDir) delimited by size
           " had not arrived when the nightly cycle reached it at "
               delimited by size
           AlertStamp delimited by size
           into wsBodyLine(1)
       end-string
       string
           "(job " delimited by size
           function trim(wsLabelText) delimited by size
           ")." delimited by size
           into wsBodyLine(2)
       end-string
       if wsOwIdx > 0 and wsOwArrival(wsOwIdx) not = spaces
           string
               "The arrival time agreed with you is "
                   delimited by size
               wsOwArrival(wsOwIdx) delimited by size
               "." delimited by size
               into wsBodyLine(3)
           end-string
       else
           move "No arrival time is agreed on file for this feed."
               to wsBodyLine(3)
       end-if
       move "The job was held as a late-feed exception. Please send"
           to wsBodyLine(4)
       move "the drop, or tell us when to expect it."
           to wsBodyLine(5)
       move 5 to wsBodyCount
       perform RaiseNotice.

NoticeLateVolumes.
       move "INTAKE" to wsNewDir
       move "LATE" to wsNewKind
       move AlertStamp(1:10) to wsNewSource
       move "Intake transmission incomplete - volume(s) missing"
           to wsNewSubject
       move "alerts intake-report" to wsNewEvidence
       move spaces to wsBody
       string
           "Our intake reported at " delimited by size
           AlertStamp delimited by size
           ":" delimited by size
           into wsBodyLine(1)
       end-string
       string
           "  " delimited by size
           function trim(AlertDetail) delimited by size
           into wsBodyLine(2)
       end-string
       move "The volumes received so far are held in staging. Please"
           to wsBodyLine(3)
       move "send the missing volume(s) of the transmission."
           to wsBodyLine(4)
       move 4 to wsBodyCount
       perform RaiseNotice.

*> A month over the scorecard's reject-rate ceiling, off the
*> directory's control-totals for the month before the business
*> date's - a closed month, so the figure will not move.
NoticeScorecard.
       move 0 to wsMonRead
       move 0 to wsMonRejected
       move spaces to wsControlFilename
       string
           function trim(wsDir(wsDirIdx)) delimited by size
           "/control-totals" delimited by size
           into wsControlFilename
       end-string
       open input ControlView
       if wsControlStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read ControlView
               at end exit perform
           end-read
           if CtlDate(1:6) = wsPriorMonth and CtlRead is numeric
                   and CtlRejected is numeric
               add CtlRead to wsMonRead
               add CtlRejected to wsMonRejected
           end-if
       end-perform
       close ControlView
       if wsMonRead = 0
           exit paragraph
       end-if
       compute wsRejectBp = (wsMonRejected * 10000) / wsMonRead
       if wsRejectBp <= wsCeilingBp
           exit paragraph
       end-if

       move "SCORECARD" to wsNewKind
       move wsDir(wsDirIdx) to wsNewDir
       move wsPriorMonth to wsNewSource
       move wsRejectBp to wsBpDisplay
       move spaces to wsNewSubject
       string
           "Reject rate " delimited by size
           function trim(wsBpDisplay) delimited by size
           "bp in " delimited by size
           wsPriorMonth delimited by size
           " - over the agreed ceiling" delimited by size
           into wsNewSubject
       end-string
       move spaces to wsNewEvidence
       string
           function trim(wsNewDir) delimited by size
           "/control-totals " delimited by size
           function trim(wsNewDir) delimited by size
           "/rejected-records data-quality-scorecard"
               delimited by size
           into wsNewEvidence
       end-string
       move wsMonRejected to wsNumDisplay
       move wsMonRead to wsNum2Display
       move spaces to wsBody
       string
           "In " delimited by size
           wsPriorMonth delimited by size
           " we rejected " delimited by size
           function trim(wsNumDisplay) delimited by size
           " of the " delimited by size
           function trim(wsNum2Display) delimited by size
           " records your feed " delimited by size
           function trim(wsNewDir) delimited by size
           " sent -" delimited by size
           into wsBodyLine(1)
       end-string
       move wsCeilingBp to wsNumDisplay
       string
           "a reject rate of " delimited by size
           function trim(wsBpDisplay) delimited by size
           " basis points, over the " delimited by size
           function trim(wsNumDisplay) delimited by size
           " agreed as the ceiling on the" delimited by size
           into wsBodyLine(2)
       end-string
       move "data-quality scorecard. The rejected records and their"
           to wsBodyLine(3)
       move "reasons are on file; please tell us what is being done"
           to wsBodyLine(4)
       move "at source." to wsBodyLine(5)
       move 5 to wsBodyCount
       perform RaiseNotice.

*> Reject returns, off the transmission-log: every section of every
*> return sent inside the look-back is a notice to its feed's owner.
NoticeReturns.
       open input TransmissionLog
       if wsTransLogStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read TransmissionLog
               at end exit perform
           end-read
           move spaces to wsTok1 wsTok2 wsTok3 wsTok4
           unstring TransLogLine delimited by all spaces
               into wsTok1 wsTok2 wsTok3 wsTok4
           end-unstring
           if wsTok3 = "RETURNED" and wsTok4 not = spaces
               move spaces to wsAlertDate
               string
                   wsTok1(1:4) delimited by size
                   wsTok1(6:2) delimited by size
                   wsTok1(9:2) delimited by size
                   into wsAlertDate
               end-string
               if wsAlertDate >= wsHorizon
                   perform NoticeOneReturn
               end-if
           end-if
       end-perform
       close TransmissionLog.

NoticeOneReturn.
       move wsTok4 to wsReturnFilename
       open input ReturnFile
       if wsReturnStatus not = "00"
           display "CORRESP: reject return "
               function trim(wsReturnFilename)
               " is no longer on file - no notice written"
           exit paragraph
       end-if
       perform until 1 = 2
           read ReturnFile
               at end exit perform
           end-read
           if ReturnLine(1:4) = "HDR "
               move spaces to wsTok5 wsTok6 wsHead wsNote
               unstring ReturnLine delimited by all spaces
                   into wsTok5 wsTok6 wsHead wsNote
               end-unstring
               perform NoticeReturnSection
           end-if
       end-perform
       close ReturnFile.

NoticeReturnSection.
       move "RETURNED" to wsNewKind
       move wsTok6 to wsNewDir
       move wsReturnFilename to wsNewSource
       move spaces to wsNewSubject
       string
           function trim(wsNote) delimited by size
           " rejected record(s) returned to you for correction"
               delimited by size
           into wsNewSubject
       end-string
       move spaces to wsNewEvidence
       string
           function trim(wsReturnFilename) delimited by size
           " " delimited by size
           function trim(wsReturnFilename) delimited by size
           ".manifest " delimited by size
           function trim(wsNewDir) delimited by size
           "/reject-status" delimited by size
           into wsNewEvidence
       end-string
       move spaces to wsBody
       string
           "On " delimited by size
           wsHead(1:8) delimited by size
           " we returned " delimited by size
           function trim(wsNote) delimited by size
           " record(s) from your feed " delimited by size
           function trim(wsNewDir) delimited by size
           " that failed our" delimited by size
           into wsBodyLine(1)
       end-string
       string
           "validation and cannot be corrected here, in transmission "
               delimited by size
           function trim(wsReturnFilename) delimited by size
           "." delimited by size
           into wsBodyLine(2)
       end-string
       move "Please correct them at source and send them back through"
           to wsBodyLine(3)
       move "intake in a CORRECTIONS section, quoting each record's"
           to wsBodyLine(4)
       move "return reference." to wsBodyLine(5)
       move 5 to wsBodyCount
       perform RaiseNotice.

*> Registers and writes the notice in wsNew*/wsBody - unless its
*> event already has one.
RaiseNotice.
       perform varying wsNi from 1 by 1 until wsNi > wsNoticeCount
           move wsNoticeRow(wsNi) to FnLine
           if FnKind = wsNewKind and FnDir = wsNewDir
                   and FnSource = wsNewSource
               exit paragraph
           end-if
       end-perform
       if wsNoticeCount >= wsMaxNotices
           add 1 to wsDropped
           exit paragraph
       end-if
       perform FindOwner

       add 1 to wsNextSeq
       move wsNextSeq to wsSeqText
       move spaces to FnLine
       string
           "FN" delimited by size
           wsBusDate delimited by size
           wsSeqText delimited by size
           into FnId
       end-string
       move "OPEN" to FnStatus
       move wsNewKind to FnKind
       move wsNewDir to FnDir
       move wsBusDate to FnBusDate
       move wsNow to FnSent
       if wsOwIdx > 0
           move wsOwName(wsOwIdx) to FnOwner
       else
           move "NO-OWNER" to FnOwner
           add 1 to wsUnaddressed
       end-if
       move wsNewSource to FnSource
       move wsNewSubject to FnSubject
       move wsNewEvidence to FnEvidence
       add 1 to wsNoticeCount
       move FnLine to wsNoticeRow(wsNoticeCount)
       add 1 to wsRaised

       move FnId to wsLetterRef
       move spaces to wsLetterTo wsLetterCc
       if wsOwIdx > 0
           string
               function trim(wsOwName(wsOwIdx)) delimited by size
               " <" delimited by size
               function trim(wsOwContacts(wsOwIdx)) delimited by size
               ">" delimited by size
               into wsLetterTo
           end-string
       else
           move "(no owner on file - see feed-owners)" to wsLetterTo
       end-if
       perform WriteLetter
       display "CORRESP: " FnId " " FnKind " " FnDir " "
           function trim(FnOwner) " - " function trim(FnSubject).

*> The letter for the row in FnLine, to wsLetterTo (and wsLetterCc),
*> its body in wsBody, as correspondence/<wsLetterRef>.
WriteLetter.
       move spaces to wsLetterFilename
       string
           "correspondence/" delimited by size
           wsLetterRef delimited by space
           into wsLetterFilename
       end-string
       open output LetterFile
       if wsLetterStatus not = "00"
           display "CORRESP: cannot write "
               function trim(wsLetterFilename)
           exit paragraph
       end-if
       move "AOC2024 nightly batch operations - notice to feed owner"
           to LetterLine
       write LetterLine
       move spaces to LetterLine
       string
           "Reference: " delimited by size
           wsLetterRef delimited by size
           "   Date: " delimited by size
           wsBusDate delimited by size
           into LetterLine
       end-string
       write LetterLine
       move spaces to LetterLine
       string
           "To:        " delimited by size
           wsLetterTo delimited by size
           into LetterLine
       end-string
       write LetterLine
       if wsLetterCc not = spaces
           move spaces to LetterLine
           string
               "Cc:        " delimited by size
               wsLetterCc delimited by size
               into LetterLine
           end-string
           write LetterLine
       end-if
       move spaces to LetterLine
       string
           "Feed:      " delimited by size
           FnDir delimited by size
           into LetterLine
       end-string
       write LetterLine
       move spaces to LetterLine
       string
           "Subject:   " delimited by size
           wsNewSubject delimited by size
           into LetterLine
       end-string
       write LetterLine
       move spaces to LetterLine
       write LetterLine
       perform varying wsBi from 1 by 1 until wsBi > wsBodyCount
           move wsBodyLine(wsBi) to LetterLine
           write LetterLine
       end-perform
       move spaces to LetterLine
       write LetterLine
       move "Evidence held on file:" to LetterLine
       write LetterLine
       move 1 to wsEvPointer
       perform WriteEvidenceLine
           until wsEvPointer > 120
       move spaces to LetterLine
       write LetterLine
       move spaces to LetterLine
       string
           "Please quote reference " delimited by size
           FnId delimited by size
           " in your reply; this notice stays open on" delimited by size
           into LetterLine
       end-string
       write LetterLine
       move "our register until your response is recorded."
           to LetterLine
       write LetterLine
       move spaces to LetterLine
       write LetterLine
       move "Batch operations, AOC2024 nightly processing"
           to LetterLine
       write LetterLine
       close LetterFile.

WriteEvidenceLine.
       move spaces to wsEvFile
       unstring FnEvidence delimited by all spaces
           into wsEvFile
           with pointer wsEvPointer
       end-unstring
       if wsEvFile not = spaces
           move spaces to LetterLine
           string
               "  " delimited by size
               wsEvFile delimited by size
               into LetterLine
           end-string
           write LetterLine
       end-if
       if wsEvPointer <= 120
           if FnEvidence(wsEvPointer:) = spaces
               move 121 to wsEvPointer
           end-if
       end-if.

*> Every notice still OPEN the chase interval after it went, not yet
*> chased: a reminder to the owner's escalation contact, copied to
*> the contacts the notice went to.
ChaseOpenNotices.
       move function numval(wsBusDate) to wsDayNum
       compute wsDayInt = function integer-of-date(wsDayNum)
           - wsChaseDays
       move function date-of-integer(wsDayInt) to wsDayNum
       move wsDayNum to wsChaseBefore
       perform varying wsNi from 1 by 1 until wsNi > wsNoticeCount
           move wsNoticeRow(wsNi) to FnLine
           if FnStatus = "OPEN" and FnChased = spaces
                   and FnBusDate is numeric
                   and FnBusDate <= wsChaseBefore
               perform ChaseOneNotice
           end-if
       end-perform.

ChaseOneNotice.
       move FnDir to wsNewDir
       perform FindOwner
       if wsOwIdx = 0
           add 1 to wsNoEscalation
           exit paragraph
       end-if
       if wsOwEscalate(wsOwIdx) = spaces
           add 1 to wsNoEscalation
           exit paragraph
       end-if
       move spaces to wsLetterRef
       string
           FnId delimited by size
           "-R" delimited by size
           into wsLetterRef
       end-string
       move wsOwEscalate(wsOwIdx) to wsLetterTo
       move wsOwContacts(wsOwIdx) to wsLetterCc
       move spaces to wsNewSubject
       string
           "REMINDER - " delimited by size
           FnSubject delimited by size
           into wsNewSubject
       end-string
       move spaces to wsBody
       string
           "Our notice " delimited by size
           FnId delimited by size
           " of " delimited by size
           FnBusDate delimited by size
           " to " delimited by size
           function trim(FnOwner) delimited by size
           " has had no response:" delimited by size
           into wsBodyLine(1)
       end-string
       string
           "  " delimited by size
           function trim(FnSubject) delimited by size
           into wsBodyLine(2)
       end-string
       move "It is still open on our register. Please see that it is"
           to wsBodyLine(3)
       move "answered, quoting the reference of the original notice."
           to wsBodyLine(4)
       move 4 to wsBodyCount
       perform WriteLetter
       move wsBusDate to FnChased
       move FnLine to wsNoticeRow(wsNi)
       add 1 to wsChased
       display "CORRESP: " FnId " chased to "
           function trim(wsOwEscalate(wsOwIdx)).

WriteRegister.
       open output NoticeRegister
       perform varying wsNi from 1 by 1 until wsNi > wsNoticeCount
           move wsNoticeRow(wsNi) to FnLine
           write FnLine
       end-perform
       close NoticeRegister.

*> The quarter's notices, oldest first, each with its answer or its
*> standing, then the owners' tallies.
WriteRegisterReport.
       open output RegisterReport
       move spaces to RegisterLine
       string
           "Feed notices for " delimited by size
           wsQuarterText delimited by size
           " (" delimited by size
           wsQuarterFirst delimited by size
           " to " delimited by size
           wsQuarterLast delimited by size
           "), register as of " delimited by size
           wsNow delimited by size
           into RegisterLine
       end-string
       write RegisterLine
       move spaces to RegisterLine
       write RegisterLine
       move "Reference      Date     Feed       Kind       Status   Owner"
           to RegisterLine
       write RegisterLine

       move 0 to wsShown
       move 0 to wsTallyCount
       perform varying wsNi from 1 by 1 until wsNi > wsNoticeCount
           move wsNoticeRow(wsNi) to FnLine
           if FnBusDate(1:6) >= wsQuarterFirst
                   and FnBusDate(1:6) <= wsQuarterLast
               add 1 to wsShown
               perform ReportOneNotice
           end-if
       end-perform
       if wsShown = 0
           move "  (no notices sent in the quarter)" to RegisterLine
           write RegisterLine
       end-if

       move spaces to RegisterLine
       write RegisterLine
       move "Owner                            Sent Answered     Open  Chased"
           to RegisterLine
       write RegisterLine
       perform varying wsTi from 1 by 1 until wsTi > wsTallyCount
           move spaces to RegisterLine
           move wsTyOwner(wsTi) to RegisterLine(1:30)
           move wsTySent(wsTi) to wsBpDisplay
           move wsBpDisplay to RegisterLine(31:6)
           move wsTyAnswered(wsTi) to wsBpDisplay
           move wsBpDisplay to RegisterLine(40:6)
           move wsTyOpen(wsTi) to wsBpDisplay
           move wsBpDisplay to RegisterLine(49:6)
           move wsTyChased(wsTi) to wsBpDisplay
           move wsBpDisplay to RegisterLine(57:6)
           write RegisterLine
       end-perform
       close RegisterReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle.

ReportOneNotice.
       move spaces to RegisterLine
       string
           FnId delimited by size
           " " delimited by size
           FnBusDate delimited by size
           " " delimited by size
           FnDir delimited by size
           " " delimited by size
           FnKind delimited by size
           " " delimited by size
           FnStatus delimited by size
           " " delimited by size
           FnOwner delimited by size
           into RegisterLine
       end-string
       write RegisterLine
       move spaces to RegisterLine
       string
           "    " delimited by size
           function trim(FnSubject) delimited by size
           " [" delimited by size
           function trim(FnSource) delimited by size
           "]" delimited by size
           into RegisterLine
       end-string
       write RegisterLine
       move spaces to RegisterLine
       string
           "    evidence: " delimited by size
           function trim(FnEvidence) delimited by size
           into RegisterLine
       end-string
       write RegisterLine
       move spaces to RegisterLine
       if FnStatus = "ANSWERED"
           string
               "    answered " delimited by size
               FnAnswered delimited by size
               " recorded by " delimited by size
               function trim(FnAnsweredBy) delimited by size
               ": " delimited by size
               function trim(FnResponse) delimited by size
               into RegisterLine
           end-string
       else
           if FnChased not = spaces
               string
                   "    awaiting response - reminder sent "
                       delimited by size
                   FnChased delimited by size
                   into RegisterLine
               end-string
           else
               move "    awaiting response" to RegisterLine
           end-if
       end-if
       write RegisterLine

       move 0 to wsTyFound
       perform varying wsTi from 1 by 1 until wsTi > wsTallyCount
           if wsTyOwner(wsTi) = FnOwner
               move wsTi to wsTyFound
           end-if
       end-perform
       if wsTyFound = 0
           if wsTallyCount >= 60
               exit paragraph
           end-if
           add 1 to wsTallyCount
           move wsTallyCount to wsTyFound
           move FnOwner to wsTyOwner(wsTyFound)
           move 0 to wsTySent(wsTyFound)
           move 0 to wsTyAnswered(wsTyFound)
           move 0 to wsTyOpen(wsTyFound)
           move 0 to wsTyChased(wsTyFound)
       end-if
       add 1 to wsTySent(wsTyFound)
       if FnStatus = "ANSWERED"
           add 1 to wsTyAnswered(wsTyFound)
       else
           add 1 to wsTyOpen(wsTyFound)
       end-if
       if FnChased not = spaces
           add 1 to wsTyChased(wsTyFound)
       end-if.

end program AOC2024CORRESP.
