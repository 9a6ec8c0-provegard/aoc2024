identification division.
program-id. AOC2024CHAINCHK.

*> Hash-chain verifier for the tamper-evident files: the root
*> audit-trail, every registry day directory's audit-trail and the
*> pending-approvals ledger. Each row carries a hash over the row
*> before's hash and its own content (AOC2024CHAINHASH), so this walks
*> each file recomputing every link and reports the first one that
*> does not hold, per file - an edited, inserted or deleted row breaks
*> the link at that point. Rows written before the files were chained
*> carry no hash and are passed over until the chain begins.
*>
*> Rows that left a file lawfully do not count as breaks: a row kept
*> straight after a housekeeping trim, a trail-scan fence or the
*> year-end rollover verifies through its anchor on chain-anchors
*> (ChainAnchorRecord.cpy), which names the row it used to follow.
*> Two jobs appending to one trail at the same moment can both chain
*> from the same row; an audit-trail row that chains from one of the
*> three rows before its neighbour is accepted as such and counted.
*> Every HOLD pin a legal hold placed or released is looked for in its
*> trail: a pinned row that is gone with no later trim, fence or
*> rollover anchor for the trail is a break too. Breaks the ledger's
*> own rewrites found and re-chained over are listed for the record.
*>
*> Run from the repository root. Writes the fixed-name
*> chain-verify-report, with a dated generation kept the way the job
*> reports keep theirs.
*>
*> Return code: 0 every chain whole, 4 a broken link (or missing
*> pinned row) found, 8 no chained file here to check.

environment division.
input-output section.
file-control.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select ChainedFile assign to wsChainedFilename
           organization is line sequential
           file status is wsChainedStatus.
       select AnchorsFile assign to 'chain-anchors'
           organization is line sequential
           file status is wsAnchorStatus.
       select ChainReport assign to 'chain-verify-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

*> Raw view of whichever chained file is being walked; the audit and
*> approvals layouts both fit inside it.
FD ChainedFile.
01 ChainedLine pic X(200).

copy "ChainAnchorRecord.cpy"
    replacing ==:FILE-NAME:== by ==AnchorsFile==.

FD ChainReport.
01 ChainReportLine pic X(132).

working-storage section.
       01 wsRegistryStatus pic X(2).
       01 wsChainedStatus pic X(2).
       01 wsAnchorStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsReportName pic X(40) value "chain-verify-report".
       01 wsReportProgram pic X(20) value "AOC2024CHAINCHK".
       01 wsReportTitle pic X(40) value "HASH CHAIN VERIFICATION".
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsAnchorEof pic A(1) value "n".
       01 wsAnchorRead pic 9(10) value 0.
       01 wsProcYear pic X(4).
       01 wsNow pic X(19).

*> The registry's day directories, one audit trail each.
       01 wsDirs.
           05 wsDirT pic X(10) occurs 40 times.
       01 wsDirCount pic 9(2) value 0.
       01 wsDirIdx pic 9(2).

*> Every anchor on file, with whether a HOLD pin's row was found.
       01 wsMaxAnchors pic 9(4) value 3000.
       01 wsAnchorCount pic 9(4) value 0.
       01 wsAnchors.
           05 wsAnchor occurs 3000 times.
               10 wsAnStamp pic X(19).
               10 wsAnKind pic X(5).
               10 wsAnFile pic X(40).
               10 wsAnRowHash pic X(20).
               10 wsAnPrevHash pic X(20).
               10 wsAnNote pic X(50).
               10 wsAnSeen pic X(1).
               10 wsAnChecked pic X(1).
       01 wsAn pic 9(4).
       01 wsAn2 pic 9(4).

*> The file in hand: where its hash sits, how much of the row the
*> hash covers, and whether neighbouring appends may interleave.
       01 wsChainedFilename pic X(60).
       01 wsChainCol pic 9(3).
       01 wsContentLen pic 9(3).
       01 wsAllowConcurrent pic X(1).
       01 wsChainBegun pic X(1).
       01 wsBroken pic X(1).
       01 wsBreakWhy pic X(60).
       01 wsRowNo pic 9(7).
       01 wsRowLink pic X(20).
       01 wsPrevLink pic X(20).
       01 wsContent pic X(200).
       01 wsHash pic X(20).
       01 wsTryPrev pic X(20).
       01 wsRowOk pic X(1).
       01 wsRecentLinks.
           05 wsRecent pic X(20) occurs 3 times.
       01 wsR pic 9(1).
       01 wsLegacyRows pic 9(7).
       01 wsBridgedRows pic 9(7).
       01 wsConcurrentRows pic 9(7).

       01 wsFilesChecked pic 9(3) value 0.
       01 wsFilesBroken pic 9(3) value 0.
       01 wsRowsChecked pic 9(9) value 0.
       01 wsPinsIntact pic 9(4) value 0.
       01 wsPinsTrimmed pic 9(4) value 0.
       01 wsPinsMissing pic 9(4) value 0.
       01 wsLaterRemoval pic X(1).
       01 wsNumDisplay pic Z(8)9.
       01 wsNumDisplay2 pic Z(8)9.
       01 wsNumDisplay3 pic Z(8)9.
       01 wsNumDisplay4 pic Z(8)9.

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

       perform LoadRegistryDirs
       perform LoadAnchors

       open output ChainReport
       move spaces to ChainReportLine
       string
           "HASH-CHAIN VERIFICATION  " delimited by size
           wsNow delimited by size
           into ChainReportLine
       end-string
       write ChainReportLine
       move spaces to ChainReportLine
       write ChainReportLine

       move "audit-trail" to wsChainedFilename
       move 137 to wsChainCol
       move 135 to wsContentLen
       move "Y" to wsAllowConcurrent
       perform CheckChainedFile
       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           move spaces to wsChainedFilename
           string
               function trim(wsDirT(wsDirIdx)) delimited by size
               "/audit-trail" delimited by size
               into wsChainedFilename
           end-string
           perform CheckChainedFile
       end-perform

       move "pending-approvals" to wsChainedFilename
       move 166 to wsChainCol
       move 164 to wsContentLen
       move "N" to wsAllowConcurrent
       perform CheckChainedFile

       perform ReportHoldPins
       perform ReportLedgerBreaks
       perform WriteSummary
       close ChainReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       if wsFilesChecked = 0
           display "CHAINCHK: no audit trail or approvals ledger here"
               " - run from the repository root"
           move 8 to return-code
           stop run
       end-if
       move wsFilesChecked to wsNumDisplay
       if wsFilesBroken = 0 and wsPinsMissing = 0
           display "CHAINCHK: " function trim(wsNumDisplay)
               " chained file(s) verified whole"
       else
           move wsFilesBroken to wsNumDisplay2
           move wsPinsMissing to wsNumDisplay3
           display "CHAINCHK: " function trim(wsNumDisplay2)
               " broken chain(s), " function trim(wsNumDisplay3)
               " missing hold pin(s) in " function trim(wsNumDisplay)
               " file(s) - see chain-verify-report"
           move 4 to return-code
       end-if
       stop run.

*> Walks one chained file. After the first broken link the rest of
*> the file is still read, but only to find HOLD pins.
CheckChainedFile.
       open input ChainedFile
       if wsChainedStatus not = "00"
           exit paragraph
       end-if
       add 1 to wsFilesChecked
       perform varying wsAn from 1 by 1 until wsAn > wsAnchorCount
           if wsAnFile(wsAn) = wsChainedFilename
               move "Y" to wsAnChecked(wsAn)
           end-if
       end-perform
       move "N" to wsChainBegun
       move "N" to wsBroken
       move spaces to wsBreakWhy
       move 0 to wsRowNo
       move 0 to wsLegacyRows
       move 0 to wsBridgedRows
       move 0 to wsConcurrentRows
       move zeros to wsPrevLink
       move spaces to wsRecentLinks
       perform until 1 = 2
           read ChainedFile
               at end exit perform
           end-read
           add 1 to wsRowNo
           move ChainedLine(wsChainCol:20) to wsRowLink
           perform MarkHoldPins
           if wsBroken = "N"
               perform CheckOneRow
           end-if
       end-perform
       close ChainedFile
       add wsRowNo to wsRowsChecked
       perform ReportChainedFile.

CheckOneRow.
       if wsRowLink = spaces
           if wsChainBegun = "Y"
               move "no chain hash on a row after the chain began"
                   to wsBreakWhy
               perform RecordBreak
               exit paragraph
           end-if
           add 1 to wsLegacyRows
           move zeros to wsRowLink
           perform AdvanceLink
           exit paragraph
       end-if
       move "Y" to wsChainBegun
       move spaces to wsContent
       move ChainedLine(1:wsContentLen) to wsContent

       move wsPrevLink to wsTryPrev
       perform HashTry
       if wsRowOk = "Y"
           perform AdvanceLink
           exit paragraph
       end-if

       perform TryAnchors
       if wsRowOk = "Y"
           add 1 to wsBridgedRows
           perform AdvanceLink
           exit paragraph
       end-if

       if wsAllowConcurrent = "Y"
           perform varying wsR from 1 by 1
                   until wsR > 3 or wsRowOk = "Y"
               if wsRecent(wsR) not = spaces
                   move wsRecent(wsR) to wsTryPrev
                   perform HashTry
               end-if
           end-perform
           if wsRowOk = "Y"
               add 1 to wsConcurrentRows
               perform AdvanceLink
               exit paragraph
           end-if
       end-if

       move "hash does not follow from the row before"
           to wsBreakWhy
       perform RecordBreak.

HashTry.
       move "N" to wsRowOk
       call "AOC2024CHAINHASH" using wsTryPrev wsContent wsContentLen
           wsHash
       if wsHash = wsRowLink
           move "Y" to wsRowOk
       end-if.

*> A trim, fence or rollover anchor for this file naming this row
*> gives the hash it chained from across the gap.
TryAnchors.
       move "N" to wsRowOk
       perform varying wsAn from 1 by 1
               until wsAn > wsAnchorCount or wsRowOk = "Y"
           if wsAnFile(wsAn) = wsChainedFilename
                   and wsAnRowHash(wsAn) = wsRowLink
                   and (wsAnKind(wsAn) = "TRIM"
                        or wsAnKind(wsAn) = "FENCE"
                        or wsAnKind(wsAn) = "YEAR")
               move wsAnPrevHash(wsAn) to wsTryPrev
               perform HashTry
           end-if
       end-perform.

*> The row just accepted becomes the link the next row should follow;
*> the three before it are kept for interleaved appends.
AdvanceLink.
       move wsRecent(2) to wsRecent(3)
       move wsRecent(1) to wsRecent(2)
       move wsPrevLink to wsRecent(1)
       move wsRowLink to wsPrevLink.

RecordBreak.
       move "Y" to wsBroken
       add 1 to wsFilesBroken
       move wsRowNo to wsNumDisplay
       move spaces to ChainReportLine
       string
           "BROKEN " delimited by size
           function trim(wsChainedFilename) delimited by size
           " at row " delimited by size
           function trim(wsNumDisplay) delimited by size
           ": " delimited by size
           function trim(wsBreakWhy) delimited by size
           into ChainReportLine
       end-string
       write ChainReportLine
       display ChainReportLine(1:120)
       move spaces to ChainReportLine
       string
           "       [" delimited by size
           ChainedLine(1:100) delimited by size
           "]" delimited by size
           into ChainReportLine
       end-string
       write ChainReportLine.

MarkHoldPins.
       if wsRowLink = spaces
           exit paragraph
       end-if
       perform varying wsAn from 1 by 1 until wsAn > wsAnchorCount
           if wsAnKind(wsAn) = "HOLD"
                   and wsAnFile(wsAn) = wsChainedFilename
                   and wsAnRowHash(wsAn) = wsRowLink
               move "Y" to wsAnSeen(wsAn)
           end-if
       end-perform.

ReportChainedFile.
       move wsRowNo to wsNumDisplay
       move wsLegacyRows to wsNumDisplay2
       move wsBridgedRows to wsNumDisplay3
       move wsConcurrentRows to wsNumDisplay4
       move spaces to ChainReportLine
       if wsBroken = "Y"
           string
               function trim(wsChainedFilename) delimited by size
               ": " delimited by size
               function trim(wsNumDisplay) delimited by size
               " row(s) - chain BROKEN (first break above)"
                   delimited by size
               into ChainReportLine
           end-string
       else
           string
               function trim(wsChainedFilename) delimited by size
               ": " delimited by size
               function trim(wsNumDisplay) delimited by size
               " row(s), " delimited by size
               function trim(wsNumDisplay2) delimited by size
               " unchained, " delimited by size
               function trim(wsNumDisplay3) delimited by size
               " across anchored gaps, " delimited by size
               function trim(wsNumDisplay4) delimited by size
               " interleaved appends - chain whole" delimited by size
               into ChainReportLine
           end-string
       end-if
       write ChainReportLine.

*> Each HOLD pin is found in its trail, gone since a later anchored
*> removal from that trail (the hold released and housekeeping caught
*> up), or missing - the held stretch was rewritten.
ReportHoldPins.
       move spaces to ChainReportLine
       write ChainReportLine
       move "Legal-hold pins" to ChainReportLine
       write ChainReportLine
       perform varying wsAn from 1 by 1 until wsAn > wsAnchorCount
           if wsAnKind(wsAn) = "HOLD"
               perform ReportOnePin
           end-if
       end-perform
       if wsPinsIntact + wsPinsTrimmed + wsPinsMissing = 0
           move "  (none recorded)" to ChainReportLine
           write ChainReportLine
       end-if.

ReportOnePin.
       move spaces to ChainReportLine
       if wsAnSeen(wsAn) = "Y"
           add 1 to wsPinsIntact
           string
               "  intact   " delimited by size
               wsAnFile(wsAn) delimited by space
               " " delimited by size
               function trim(wsAnNote(wsAn)) delimited by size
               " " delimited by size
               wsAnStamp(wsAn) delimited by size
               into ChainReportLine
           end-string
           write ChainReportLine
           exit paragraph
       end-if
       if wsAnChecked(wsAn) not = "Y"
           string
               "  not checked - no such trail now: " delimited by size
               wsAnFile(wsAn) delimited by space
               " " delimited by size
               function trim(wsAnNote(wsAn)) delimited by size
               into ChainReportLine
           end-string
           write ChainReportLine
           exit paragraph
       end-if
       move "N" to wsLaterRemoval
       perform varying wsAn2 from 1 by 1 until wsAn2 > wsAnchorCount
           if wsAnFile(wsAn2) = wsAnFile(wsAn)
                   and wsAnStamp(wsAn2) >= wsAnStamp(wsAn)
                   and (wsAnKind(wsAn2) = "TRIM"
                        or wsAnKind(wsAn2) = "FENCE"
                        or wsAnKind(wsAn2) = "YEAR")
               move "Y" to wsLaterRemoval
           end-if
       end-perform
       if wsLaterRemoval = "Y"
           add 1 to wsPinsTrimmed
           string
               "  removed  " delimited by size
               wsAnFile(wsAn) delimited by space
               " " delimited by size
               function trim(wsAnNote(wsAn)) delimited by size
               " - row since trimmed under an anchor" delimited by size
               into ChainReportLine
           end-string
       else
           add 1 to wsPinsMissing
           string
               "  MISSING  " delimited by size
               wsAnFile(wsAn) delimited by space
               " " delimited by size
               function trim(wsAnNote(wsAn)) delimited by size
               " " delimited by size
               wsAnStamp(wsAn) delimited by size
               " - pinned row gone, no removal recorded"
                   delimited by size
               into ChainReportLine
           end-string
           display "CHAINCHK: " ChainReportLine(3:110)
       end-if
       write ChainReportLine.

ReportLedgerBreaks.
       move spaces to ChainReportLine
       write ChainReportLine
       move "Breaks found and re-chained by ledger rewrites"
           to ChainReportLine
       write ChainReportLine
       move 0 to wsAn2
       perform varying wsAn from 1 by 1 until wsAn > wsAnchorCount
           if wsAnKind(wsAn) = "BREAK"
               add 1 to wsAn2
               move spaces to ChainReportLine
               string
                   "  " delimited by size
                   wsAnStamp(wsAn) delimited by size
                   " " delimited by size
                   wsAnFile(wsAn) delimited by space
                   " " delimited by size
                   function trim(wsAnNote(wsAn)) delimited by size
                   into ChainReportLine
               end-string
               write ChainReportLine
           end-if
       end-perform
       if wsAn2 = 0
           move "  (none recorded)" to ChainReportLine
           write ChainReportLine
       end-if.

WriteSummary.
       move spaces to ChainReportLine
       write ChainReportLine
       move wsFilesChecked to wsNumDisplay
       move wsRowsChecked to wsNumDisplay2
       move wsFilesBroken to wsNumDisplay3
       move wsPinsMissing to wsNumDisplay4
       move spaces to ChainReportLine
       string
           "Summary: " delimited by size
           function trim(wsNumDisplay) delimited by size
           " file(s), " delimited by size
           function trim(wsNumDisplay2) delimited by size
           " row(s) walked; " delimited by size
           function trim(wsNumDisplay3) delimited by size
           " broken chain(s); " delimited by size
           function trim(wsNumDisplay4) delimited by size
           " missing hold pin(s)" delimited by size
           into ChainReportLine
       end-string
       write ChainReportLine.

*> A missing chain-anchors file is one with no anchors yet.
LoadAnchors.
       open input AnchorsFile
       if wsAnchorStatus not = "00"
           exit paragraph
       end-if
       perform ReadAnchorLoop
       close AnchorsFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadAnchorLoop==
              ==:EOF-FLAG:==    BY ==wsAnchorEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==AnchorsFile==
              ==:RECORD-NAME:== BY ==AnchorLine==
              ==:RECORD-NUM:==  BY ==wsAnchorRead==
              ==:PROCESS-ROW:== BY ==perform StackAnchor==.

*> An anchors file past the table is halted on: verifying against
*> part of it would report lawful gaps as breaks.
StackAnchor.
       if AnchorLine = spaces
           exit paragraph
       end-if
       if wsAnchorCount >= wsMaxAnchors
           display "ERROR: chain-anchors exceeds " wsMaxAnchors
               " rows; raise the table ceiling"
           move 8 to return-code
           stop run
       end-if
       add 1 to wsAnchorCount
       move AnchorStamp to wsAnStamp(wsAnchorCount)
       move AnchorKind to wsAnKind(wsAnchorCount)
       move AnchorFile to wsAnFile(wsAnchorCount)
       move AnchorRowHash to wsAnRowHash(wsAnchorCount)
       move AnchorPrevHash to wsAnPrevHash(wsAnchorCount)
       move AnchorNote to wsAnNote(wsAnchorCount)
       move "N" to wsAnSeen(wsAnchorCount)
       move "N" to wsAnChecked(wsAnchorCount).

*> A missing registry leaves the root trail and the ledger to check.
LoadRegistryDirs.
       call "AOC2024YEAR" using wsProcYear
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "CHAINCHK: job-registry not found - day directory"
               " trails not checked"
           exit paragraph
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
              ==:PROCESS-ROW:== BY ==perform StackRegistryDir==.

StackRegistryDir.
       if RegSeq not numeric or RegPhase = "P"
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           exit paragraph
       end-if
       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           if wsDirT(wsDirIdx) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsDirT(wsDirCount)
       end-if.

end program AOC2024CHAINCHK.
