*> AOC2024HOUSEKEEP_AGEDAYS days move into a dated archive-offload
*> directory. Every removal is recorded in the housekeeping-manifest,
*> so "what exactly did last month's purge take" has a written answer.
*>
*> Age and count give way to the legal-holds file (AOC2024LEGALHOLD):
*> a trail row or archived drop whose day directory and business
*> date an active hold covers stays where it is, and the manifest
*> and the console say what was skipped and under which hold. The
*> rejected-records rows carry no date of their own, so that file is
*> not trimmed at all while any hold reaches its directory. The
*> archive catalog's HELD markers are refreshed before anything
*> moves.

environment division.
input-output section.
*> the audit, reject and results layouts all fit inside it and are
*> carried through to the offload file byte for byte.
FD TrailFile.
01 TrailLine pic X(200).

FD OffloadFile.
01 OffloadLine pic X(200).

FD ManifestFile.
01 ManifestLine pic X(130).
*> driver/reconcile.cob uses, so standing up a new day means a
*> registry row, not a recompile.
       01 wsResultDirs.
           05 wsResultDir pic X(10) occurs 40 times.
       01 wsDirCount binary-short value 0.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
*> in place while everything older streams to the offload file.
       01 wsMaxLines pic 9(5) value 50000.
       01 wsLines.
           05 wsLine pic X(200) occurs 50000 times.
       01 wsLineCount pic 9(5).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsFreeMb pic 9(9).
       01 wsFreeMbDisplay pic Z(8)9.

*> Legal holds, via AOC2024HOLDCHK: the question asked per trail row
*> and per drop, the directory's standing answer for undated rows,
*> and what was skipped because of them.
       01 wsHoldDir pic X(10).
       01 wsHoldDate pic X(8).
       01 wsHoldVerdict pic X(1).   *> Y held, N not, F hold table full
       01 wsHoldId pic X(10).
       01 wsDirHoldId pic X(10).    *> first active hold reaching the directory
       01 wsHeldCatalogRows pic 9(5).
       01 wsHeldFlags.
           05 wsHeldFlag pic X(1) occurs 50000 times.
       01 wsHeldInFile pic 9(5).
       01 wsHeldInFileDisplay pic Z(4)9.
       01 wsFileHoldId pic X(10).
       01 wsCandidates pic 9(5).

*> The audit trail is hash-chained: each row kept straight after a
*> stretch that went to the offload gets a TRIM anchor (AOC2024ANCHOR)
*> naming the row it used to follow, so the trimmed trail verifies.
       01 wsPrevRow pic 9(5).
       01 wsAnchorKind pic X(5) value "TRIM".
       01 wsAnchorFile pic X(40).
       01 wsAnchorRowHash pic X(20).
       01 wsAnchorPrevHash pic X(20).
       01 wsAnchorNote pic X(50).
       01 wsRowsHeld pic 9(7) value 0.
       01 wsDropsHeld pic 9(5) value 0.
       01 wsGenerationsHeld pic 9(5) value 0.
       01 wsFilesHeld pic 9(3) value 0.

procedure division.
       *> refuse cleanly rather than die mid-offload: the trims and
       *> archive offloads write dated generations of their own
           - wsAgeDays
       move function date-of-integer(wsCutoffInt) to wsCutoffDate

       perform CheckLegalHolds
       perform OpenManifest

       perform varying wsDirIdx from 1 by 1 until wsDirIdx > wsDirCount
           move wsResultDir(wsDirIdx) to wsHoldDir
           move spaces to wsHoldDate
           call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
               wsHoldVerdict wsDirHoldId
           perform varying wsFileIdx from 1 by 1 until wsFileIdx > 5
               perform TrimTrailFile
           end-perform
       display "HOUSEKEEP: " wsFilesTrimmed " file(s) trimmed, "
           wsDropsOffloaded " archived drop(s) offloaded, "
           wsGenerationsPurged " report generation(s) purged"
       if wsRowsHeld > 0 or wsDropsHeld > 0 or wsGenerationsHeld > 0
               or wsFilesHeld > 0
           display "HOUSEKEEP: under legal hold - " wsRowsHeld
               " trail row(s) and " wsFilesHeld " undated file(s) kept, "
               wsDropsHeld " drop(s) and " wsGenerationsHeld
               " generation(s) left in place (see housekeeping-manifest)"
       end-if

       stop run.

*> Loads the active legal holds before anything is purged and
*> refreshes the catalog's HELD markers. A holds file with more
*> active holds than the check can carry would let a purge take
*> what an unloaded hold protects, so housekeeping refuses instead.
CheckLegalHolds.
       move spaces to wsHoldDir
       move spaces to wsHoldDate
       call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
           wsHoldVerdict wsHoldId
       if wsHoldVerdict = "F"
           display "HOUSEKEEP: more active legal holds than can be"
               " checked - housekeeping refused"
           move "FAIL" to wsAlertSeverity
           move spaces to wsAlertDetail
           string
               "Housekeeping refused: active legal holds exceed the"
                   delimited by size
               " hold-check table" delimited by size
               into wsAlertDetail
           end-string
           perform RaiseAlert
           move 8 to return-code
           stop run
       end-if
       call "AOC2024HOLDMARK" using wsHeldCatalogRows
       if wsHoldVerdict = "Y"
           display "HOUSEKEEP: legal holds active - "
               wsHeldCatalogRows " archive-catalog row(s) marked HELD"
       end-if.

*> Pulls the keep-count and age limits out of environment variables,
*> falling back to the defaults above when they aren't set.
ReadParameters.
*> Trims one trail file back to its most recent wsKeepRows rows,
*> streaming every older row onto the end of the file's dated offload
*> twin, and records what moved in the manifest. A file that fits
*> inside the keep-count (or has never been written) is left alone,
*> and older rows under a legal hold stay in the file, in order.
TrimTrailFile.
       move spaces to wsTrailFilename
       string
           exit paragraph
       end-if

       if wsFileIdx = 2 and wsDirHoldId not = spaces
           perform HoldUndatedTrail
           exit paragraph
       end-if

       compute wsCandidates = wsLineCount - wsKeepRows
       perform JudgeHeldRows
       compute wsPurged = wsCandidates - wsHeldInFile
       if wsHeldInFile > 0
           perform WriteHeldRowsManifest
       end-if
       if wsPurged = 0
           exit paragraph
       end-if

       move spaces to wsOffloadFilename
       string
       if wsOffloadStatus not = "00"
           open output OffloadFile
       end-if
       perform varying wsI from 1 by 1 until wsI > wsCandidates
           if wsHeldFlag(wsI) not = "Y"
               move wsLine(wsI) to OffloadLine
               write OffloadLine
           end-if
       end-perform
       close OffloadFile

       open output TrailFile
       perform varying wsI from 1 by 1 until wsI > wsLineCount
           if wsI > wsCandidates or wsHeldFlag(wsI) = "Y"
               move wsLine(wsI) to TrailLine
               write TrailLine
               if wsFileIdx = 1 and wsI > 1
                   perform AnchorTrimGap
               end-if
           end-if
       end-perform
       close TrailFile

       add 1 to wsFilesTrimmed
       move wsPurged to wsPurgedDisplay
       compute wsKeptDisplay = wsLineCount - wsPurged
       move spaces to ManifestLine
       string
           wsToday delimited by size
       end-string
       write ManifestLine.

*> A kept audit-trail row whose predecessor went to the offload is
*> the far side of a gap in the chain: anchor it to the hash of the
*> row it used to follow (zeros when that row predates the chain).
AnchorTrimGap.
       compute wsPrevRow = wsI - 1
       if wsPrevRow > wsCandidates or wsHeldFlag(wsPrevRow) = "Y"
           exit paragraph
       end-if
       if wsLine(wsI)(137:20) = spaces
           exit paragraph
       end-if
       move wsTrailFilename to wsAnchorFile
       move wsLine(wsI)(137:20) to wsAnchorRowHash
       move wsLine(wsPrevRow)(137:20) to wsAnchorPrevHash
       if wsAnchorPrevHash = spaces
           move zeros to wsAnchorPrevHash
       end-if
       move spaces to wsAnchorNote
       string
           "trimmed to " delimited by size
           function trim(wsOffloadFilename) delimited by size
           into wsAnchorNote
       end-string
       call "AOC2024ANCHOR" using wsAnchorKind wsAnchorFile
           wsAnchorRowHash wsAnchorPrevHash wsAnchorNote.

*> Flags each purge candidate an active hold covers. The audit trail
*> stamps YYYY-MM-DD at column 18; the results, control-totals and
*> lineage rows carry YYYYMMDD at column 14. A row whose date cannot
*> be read is kept whenever any hold reaches the directory.
JudgeHeldRows.
       move 0 to wsHeldInFile
       move spaces to wsFileHoldId
       perform varying wsI from 1 by 1 until wsI > wsCandidates
           move "N" to wsHeldFlag(wsI)
           if wsDirHoldId not = spaces
               perform JudgeOneTrailRow
           end-if
       end-perform
       add wsHeldInFile to wsRowsHeld.

JudgeOneTrailRow.
       move spaces to wsHoldDate
       if wsFileIdx = 1
           string
               wsLine(wsI)(18:4) delimited by size
               wsLine(wsI)(23:2) delimited by size
               wsLine(wsI)(26:2) delimited by size
               into wsHoldDate
           end-string
       else
           move wsLine(wsI)(14:8) to wsHoldDate
       end-if
       if wsHoldDate numeric
           call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
               wsHoldVerdict wsHoldId
       else
           move "Y" to wsHoldVerdict
           move wsDirHoldId to wsHoldId
       end-if
       if wsHoldVerdict = "Y"
           move "Y" to wsHeldFlag(wsI)
           add 1 to wsHeldInFile
           if wsFileHoldId = spaces
               move wsHoldId to wsFileHoldId
           end-if
       end-if.

WriteHeldRowsManifest.
       move wsHeldInFile to wsHeldInFileDisplay
       move spaces to ManifestLine
       string
           wsToday delimited by size
           " " delimited by size
           function trim(wsTrailFilename) delimited by size
           ": HELD " delimited by size
           function trim(wsHeldInFileDisplay) delimited by size
           " row(s) past the keep-count left in place, legal hold "
               delimited by size
           wsFileHoldId delimited by space
           into ManifestLine
       end-string
       write ManifestLine
       display "HOUSEKEEP: " function trim(wsTrailFilename) " - "
           function trim(wsHeldInFileDisplay)
           " row(s) skipped under legal hold "
           function trim(wsFileHoldId).

*> rejected-records rows carry no business date, so while any hold
*> reaches the directory none of them can be shown to be outside it.
HoldUndatedTrail.
       add 1 to wsFilesHeld
       compute wsHeldInFile = wsLineCount - wsKeepRows
       add wsHeldInFile to wsRowsHeld
       move wsHeldInFile to wsHeldInFileDisplay
       move spaces to ManifestLine
       string
           wsToday delimited by size
           " " delimited by size
           function trim(wsTrailFilename) delimited by size
           ": HELD not trimmed (" delimited by size
           function trim(wsHeldInFileDisplay) delimited by size
           " row(s) past the keep-count; rows are undated), legal hold "
               delimited by size
           wsDirHoldId delimited by space
           into ManifestLine
       end-string
       write ManifestLine
       display "HOUSEKEEP: " function trim(wsTrailFilename)
           " not trimmed - undated rows under legal hold "
           function trim(wsDirHoldId).

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadTrailLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
TrimReportGenerations.
       move spaces to wsShellCmd
       string
           "ls -1d " delimited by size
           wsResultDir(wsDirIdx) delimited by space
           "/*-[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9]"
               " 2>/dev/null | grep -v '/input-'"
       if wsGenDate >= wsCutoffDate
           exit paragraph
       end-if
       move wsGenDate to wsHoldDate
       call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
           wsHoldVerdict wsHoldId
       if wsHoldVerdict = "Y"
           add 1 to wsGenerationsHeld
           move spaces to ManifestLine
           string
               wsToday delimited by size
               " HELD report generation " delimited by size
               wsGenName delimited by space
               " left in place, legal hold " delimited by size
               wsHoldId delimited by space
               into ManifestLine
           end-string
           write ManifestLine
           exit paragraph
       end-if
       move spaces to wsShellCmd
       string
           "rm -f " delimited by size
           exit paragraph
       end-if

       if wsDropDate < wsCutoffDate
           move wsDropDate to wsHoldDate
           call "AOC2024HOLDCHK" using wsHoldDir wsHoldDate
               wsHoldVerdict wsHoldId
       end-if
       if wsDropDate < wsCutoffDate and wsHoldVerdict = "Y"
           add 1 to wsDropsHeld
           move spaces to ManifestLine
           string
               wsToday delimited by size
               " " delimited by size
               wsResultDir(wsDirIdx) delimited by space
               "/archive/" delimited by size
               wsDropName delimited by space
               ": HELD, not offloaded, legal hold " delimited by size
               wsHoldId delimited by space
               into ManifestLine
           end-string
           write ManifestLine
           exit paragraph
       end-if

       if wsDropDate < wsCutoffDate
           move spaces to wsShellCmd
           string
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 40
           add 1 to wsDirCount
           move RegDir to wsResultDir(wsDirCount)
       end-if.
