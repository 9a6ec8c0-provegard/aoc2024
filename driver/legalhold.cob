identification division.
program-id. AOC2024LEGALHOLD.

*> Maintains the legal-holds file: the preservation holds audit or
*> legal ask for when a dispute or an examination needs a stretch of
*> history kept exactly as it is. While a hold is active
*> AOC2024HOUSEKEEP leaves every trail row and archived drop it
*> covers in place, whatever their age or count, and the archive
*> catalog marks the covered drops HELD.
*>
*> AOC2024LEGALHOLD_ACTION picks what to do:
*>     LIST     (the default) every hold on file, active or released
*>     PLACE    enter a new hold - AOC2024LEGALHOLD_ID (unique),
*>              AOC2024LEGALHOLD_FROM and _TO (the business-date
*>              range, YYYYMMDD, both ends inclusive),
*>              AOC2024LEGALHOLD_DIR (one day directory; blank holds
*>              them all) and AOC2024LEGALHOLD_REQUESTER (who in
*>              audit or legal asked); needs a RUN or ADMIN operator
*>     RELEASE  release hold AOC2024LEGALHOLD_ID; an ADMIN action -
*>              the row is kept, stamped with the business date and
*>              the releasing operator
*> The operator is AOC2024_OPERATOR, checked against the operators
*> file. Every placement, release and refusal is journaled in the
*> root audit trail, and the catalog's HELD markers are refreshed
*> after each change. Each placement and release also pins the
*> current last row of every audit trail the hold reaches (its day
*> directory's, or the root's and every registry directory's for a
*> hold on them all) as a HOLD anchor on chain-anchors, so the
*> chain verifier can tell if the held stretch is rewritten.
*>
*> Return code: 0 done, 8 refused or invalid.

environment division.
input-output section.
file-control.
       select HoldFile assign to 'legal-holds'
           organization is line sequential
           file status is wsHoldStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.

data division.
file section.
copy "HoldRecord.cpy"
    replacing ==:FILE-NAME:== by ==HoldFile==.

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

working-storage section.
       01 wsHoldStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsOperatorRole pic X(5).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).

       01 wsActionParm pic X(10) value spaces.
       01 wsIdParm pic X(10) value spaces.
       01 wsFromParm pic X(10) value spaces.
       01 wsToParm pic X(10) value spaces.
       01 wsDirParm pic X(10) value spaces.
       01 wsRequesterParm pic X(20) value spaces.

*> The whole file, held so a release can rewrite it in place; the
*> comment header travels with it.
       01 wsMaxRows pic 9(3) value 500.
       01 wsRows.
           05 wsRow pic X(95) occurs 500 times.
       01 wsRowCount pic 9(3) value 0.
       01 wsI pic 9(3).
       01 wsFoundIdx pic 9(3).
       01 wsActiveCount pic 9(3).
       01 wsReleasedCount pic 9(3).

       01 wsDateCheck pic X(10).
       01 wsDateOk pic A(1).
       01 wsDateNum pic 9(8).
       01 wsDateInt pic 9(7).
       01 wsBusinessDate pic X(8).
       01 wsHeldRows pic 9(5).
       01 wsHoldState pic X(8).
       01 wsHoldScope pic X(10).

*> The audit-trail tips pinned when a hold is placed or released.
       01 wsRegistryStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsRegistryRead pic 9(10) value 0.
       01 wsPinDirs.
           05 wsPinDirT pic X(10) occurs 40 times.
       01 wsPinDirCount pic 9(2) value 0.
       01 wsPinIdx pic 9(2).
       01 wsPinDir pic X(10).
       01 wsPinVerb pic X(8).
       01 wsPinFilename pic X(60).
       01 wsPinChainCol pic 9(3) value 137.
       01 wsPinTip pic X(20).
       01 wsPinRows pic 9(7).
       01 wsAnchorKind pic X(5) value "HOLD".
       01 wsAnchorFile pic X(40).
       01 wsAnchorPrevHash pic X(20) value spaces.
       01 wsAnchorNote pic X(50).

procedure division.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsActionParm from environment "AOC2024LEGALHOLD_ACTION"
           on exception continue
       end-accept
       accept wsIdParm from environment "AOC2024LEGALHOLD_ID"
           on exception continue
       end-accept
       accept wsFromParm from environment "AOC2024LEGALHOLD_FROM"
           on exception continue
       end-accept
       accept wsToParm from environment "AOC2024LEGALHOLD_TO"
           on exception continue
       end-accept
       accept wsDirParm from environment "AOC2024LEGALHOLD_DIR"
           on exception continue
       end-accept
       accept wsRequesterParm
           from environment "AOC2024LEGALHOLD_REQUESTER"
           on exception continue
       end-accept
       move function upper-case(wsActionParm) to wsActionParm

       perform LoadHolds
       call "AOC2024OPROLE" using wsOperatorId wsOperatorRole

       evaluate wsActionParm
           when spaces
           when "LIST"
               perform ListHolds
           when "PLACE"
               perform PlaceHold
           when "RELEASE"
               perform ReleaseHold
           when other
               display "ERROR: AOC2024LEGALHOLD_ACTION must be LIST,"
                   " PLACE or RELEASE"
               move 8 to return-code
       end-evaluate
       stop run.

*> A missing legal-holds file is simply one with no holds yet.
LoadHolds.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input HoldFile
       if wsHoldStatus not = "00"
           exit paragraph
       end-if
       perform ReadHoldLoop
       close HoldFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadHoldLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==HoldFile==
              ==:RECORD-NAME:== BY ==HoldLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackHoldRow==.

*> A file that has outgrown the table is halted on rather than
*> rewritten short.
StackHoldRow.
       if wsRowCount >= wsMaxRows
           display "ERROR: legal-holds exceeds " wsMaxRows
               " rows; raise the table ceiling"
           move 8 to return-code
           stop run
       end-if
       add 1 to wsRowCount
       move HoldLine to wsRow(wsRowCount).

*> Finds wsIdParm among the hold rows (comment lines skipped).
FindHold.
       move 0 to wsFoundIdx
       perform varying wsI from 1 by 1 until wsI > wsRowCount
           if wsRow(wsI)(1:1) not = "*"
                   and wsRow(wsI)(1:10) = wsIdParm
                   and wsFoundIdx = 0
               move wsI to wsFoundIdx
           end-if
       end-perform.

ListHolds.
       move 0 to wsActiveCount
       move 0 to wsReleasedCount
       display "LEGALHOLD: holds on file"
       display "  id         from     to       scope      requester"
           "            state"
       perform varying wsI from 1 by 1 until wsI > wsRowCount
           if wsRow(wsI)(1:1) not = "*" and wsRow(wsI) not = spaces
               move wsRow(wsI) to HoldLine
               perform ShowHoldRow
           end-if
       end-perform
       display "LEGALHOLD: " wsActiveCount " active, "
           wsReleasedCount " released".

ShowHoldRow.
       if HoldRelease = spaces
           add 1 to wsActiveCount
           move "ACTIVE" to wsHoldState
       else
           add 1 to wsReleasedCount
           move "RELEASED" to wsHoldState
       end-if
       move HoldDir to wsHoldScope
       if wsHoldScope = spaces
           move "(all)" to wsHoldScope
       end-if
       if HoldRelease = spaces
           display "  " HoldId " " HoldFrom " " HoldTo " "
               wsHoldScope " " HoldRequester " " wsHoldState
       else
           display "  " HoldId " " HoldFrom " " HoldTo " "
               wsHoldScope " " HoldRequester " " wsHoldState
               " " HoldRelease " by " function trim(HoldReleasedBy)
       end-if.

*> A new hold: RUN or ADMIN, a unique id, two real dates in order
*> and a requester; a wrong directory name would silently hold
*> nothing, so the scope is quoted back in the journal.
PlaceHold.
       if wsOperatorRole not = "RUN" and wsOperatorRole not = "ADMIN"
           display "LEGALHOLD: placing a hold needs a RUN or ADMIN"
               " operator - set AOC2024_OPERATOR"
           move "REFUSED" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Hold " delimited by size
               wsIdParm delimited by space
               " not placed - operator not RUN/ADMIN" delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if
       if wsIdParm = spaces or wsRequesterParm = spaces
           display "ERROR: set AOC2024LEGALHOLD_ID and"
               " AOC2024LEGALHOLD_REQUESTER"
           move 8 to return-code
           exit paragraph
       end-if
       perform FindHold
       if wsFoundIdx not = 0
           display "LEGALHOLD: hold " function trim(wsIdParm)
               " is already on file - hold ids are never reused"
           move 8 to return-code
           exit paragraph
       end-if
       move wsFromParm to wsDateCheck
       perform CheckDateReal
       if wsDateOk = "y"
           move wsToParm to wsDateCheck
           perform CheckDateReal
       end-if
       if wsDateOk not = "y" or wsFromParm(1:8) > wsToParm(1:8)
           display "ERROR: AOC2024LEGALHOLD_FROM and _TO must be real"
               " dates (YYYYMMDD), from no later than to"
           move 8 to return-code
           exit paragraph
       end-if
       if wsRowCount >= wsMaxRows
           display "ERROR: legal-holds is full (" wsMaxRows
               " rows); raise the table ceiling"
           move 8 to return-code
           exit paragraph
       end-if

       move spaces to HoldLine
       move wsIdParm to HoldId
       move wsFromParm(1:8) to HoldFrom
       move wsToParm(1:8) to HoldTo
       move wsDirParm to HoldDir
       move wsRequesterParm to HoldRequester
       move wsOperatorId to HoldPlacedBy
       open extend HoldFile
       if wsHoldStatus not = "00"
           open output HoldFile
       end-if
       write HoldLine
       close HoldFile

       move HoldDir to wsHoldScope
       if wsHoldScope = spaces
           move "all dirs" to wsHoldScope
       end-if
       display "LEGALHOLD: hold " function trim(wsIdParm) " placed, "
           HoldFrom "-" HoldTo " " function trim(wsHoldScope)
           ", for " function trim(wsRequesterParm)
       move "HOLD" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Hold " delimited by size
           wsIdParm delimited by space
           " " delimited by size
           HoldFrom delimited by size
           "-" delimited by size
           HoldTo delimited by size
           " " delimited by size
           wsHoldScope delimited by "  "
           " for " delimited by size
           wsRequesterParm delimited by "  "
           into wsAuditDetail
       end-string
       perform WriteRootAudit
       move wsDirParm to wsPinDir
       move "placed" to wsPinVerb
       perform PinTrailTips
       perform RefreshCatalogMarkers.

*> Releasing is an ADMIN action: the row stays on file as history,
*> stamped with the business date and who released it.
ReleaseHold.
       if wsOperatorRole not = "ADMIN"
           display "LEGALHOLD: releasing a hold needs an ADMIN"
               " operator - set AOC2024_OPERATOR"
           move "REFUSED" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Hold " delimited by size
               wsIdParm delimited by space
               " not released - operator not ADMIN" delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if
       if wsIdParm = spaces
           display "ERROR: set AOC2024LEGALHOLD_ID"
           move 8 to return-code
           exit paragraph
       end-if
       perform FindHold
       if wsFoundIdx = 0
           display "LEGALHOLD: no hold " function trim(wsIdParm)
               " on file"
           move 8 to return-code
           exit paragraph
       end-if
       move wsRow(wsFoundIdx) to HoldLine
       if HoldRelease not = spaces
           display "LEGALHOLD: hold " function trim(wsIdParm)
               " was already released " HoldRelease " by "
               function trim(HoldReleasedBy)
           move 8 to return-code
           exit paragraph
       end-if

       move HoldDir to wsPinDir
       call "AOC2024BDATE" using wsBusinessDate
       move wsBusinessDate to HoldRelease
       move wsOperatorId to HoldReleasedBy
       move HoldLine to wsRow(wsFoundIdx)
       open output HoldFile
       if wsHoldStatus not = "00"
           display "ERROR: cannot rewrite legal-holds (status "
               wsHoldStatus ")"
           move 8 to return-code
           exit paragraph
       end-if
       perform varying wsI from 1 by 1 until wsI > wsRowCount
           move wsRow(wsI) to HoldLine
           write HoldLine
       end-perform
       close HoldFile

       display "LEGALHOLD: hold " function trim(wsIdParm)
           " released " wsBusinessDate " by "
           function trim(wsOperatorId)
       move "HOLDREL" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Hold " delimited by size
           wsIdParm delimited by space
           " released " delimited by size
           wsBusinessDate delimited by size
           " by " delimited by size
           wsOperatorId delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAudit
       move "released" to wsPinVerb
       perform PinTrailTips
       perform RefreshCatalogMarkers.

*> Pins the tip of each audit trail the hold reaches: its one day
*> directory, or - for a hold on every directory - the root trail and
*> each registry directory's.
PinTrailTips.
       move spaces to wsAnchorNote
       string
           "hold " delimited by size
           wsIdParm delimited by space
           " " delimited by size
           wsPinVerb delimited by space
           into wsAnchorNote
       end-string
       if wsPinDir not = spaces
           move spaces to wsPinFilename
           string
               function trim(wsPinDir) delimited by size
               "/audit-trail" delimited by size
               into wsPinFilename
           end-string
           perform PinOneTrail
           exit paragraph
       end-if
       move "audit-trail" to wsPinFilename
       perform PinOneTrail
       open input RegistryFile
       if wsRegistryStatus not = "00"
           exit paragraph
       end-if
       perform ReadRegistryLoop
       close RegistryFile
       perform varying wsPinIdx from 1 by 1
               until wsPinIdx > wsPinDirCount
           move spaces to wsPinFilename
           string
               function trim(wsPinDirT(wsPinIdx)) delimited by size
               "/audit-trail" delimited by size
               into wsPinFilename
           end-string
           perform PinOneTrail
       end-perform.

*> A trail with no rows, or none chained yet, has nothing to pin.
PinOneTrail.
       call "AOC2024CHAINTIP" using wsPinFilename wsPinChainCol
           wsPinTip wsPinRows
       if wsPinRows = 0 or wsPinTip = zeros
           exit paragraph
       end-if
       move wsPinFilename to wsAnchorFile
       call "AOC2024ANCHOR" using wsAnchorKind wsAnchorFile
           wsPinTip wsAnchorPrevHash wsAnchorNote.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsRegistryEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRegistryRead==
              ==:PROCESS-ROW:== BY ==perform StackPinDir==.

*> One entry per day directory the registry names; the driver's own
*> post-cycle rows are not day directories.
StackPinDir.
       if RegSeq not numeric or RegPhase = "P"
           exit paragraph
       end-if
       perform varying wsPinIdx from 1 by 1
               until wsPinIdx > wsPinDirCount
           if wsPinDirT(wsPinIdx) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsPinDirCount < 40
           add 1 to wsPinDirCount
           move RegDir to wsPinDirT(wsPinDirCount)
       end-if.

RefreshCatalogMarkers.
       call "AOC2024HOLDMARK" using wsHeldRows
       display "LEGALHOLD: " wsHeldRows
           " archive-catalog row(s) now marked HELD".

*> YYYYMMDD that is a real calendar date (the calendar
*> maintenance's test).
CheckDateReal.
       move "n" to wsDateOk
       if wsDateCheck(1:8) not numeric or wsDateCheck(9:2) not = spaces
           exit paragraph
       end-if
       move function numval(wsDateCheck) to wsDateNum
       if wsDateNum < 19000101 or wsDateNum > 21001231
           exit paragraph
       end-if
       move function integer-of-date(wsDateNum) to wsDateInt
       if wsDateInt = 0
           exit paragraph
       end-if
       if function date-of-integer(wsDateInt) not = wsDateNum
           exit paragraph
       end-if
       move "y" to wsDateOk.

WriteRootAudit.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024LEGALHOLD"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024LEGALHOLD.
