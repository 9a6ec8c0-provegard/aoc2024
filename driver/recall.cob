identification division.
program-id. AOC2024RECALL.

*> The overnight recall step. Once AOC2024HOUSEKEEP has moved an
*> aged drop out of archive/ into a dated archive-offload directory,
*> rerun, reproduction and the parallel harness can no longer reach
*> it. An operator asks for it back from the menu (a REQUESTED row
*> on the root recall-register); this step, launched by
*> AOC2024DRIVER as a post-cycle step ahead of the work-queue runner
*> (or by hand from the repository root), then
*>   - copies each requested drop, and its manifest when there is
*>     one, from the newest archive-offload directory holding it
*>     into the day directory's recall/ area,
*>   - checks the copy against the drop's archive-catalog row - the
*>     content checksum, or the record count for rows cataloged
*>     before checksums were captured - and marks the request
*>     RECALLED, visible through its last business date, or FAILED
*>     with the copy removed again,
*>   - removes every recalled copy whose last business date has
*>     passed and marks the request EXPIRED,
*> and refreshes the archive catalog's RECALL markers, so a catalog
*> lookup shows each drop's recall status. The offload itself is
*> never touched. Every restore, failure and expiry lands in the
*> root audit trail with the requesting operator.
*>
*> Return code: 0 all requests recalled (or nothing to do), 4 when
*> any request failed - the driver counts it in the cycle verdict
*> like any other post-cycle step.

environment division.
input-output section.
file-control.
       select RecallRegister assign to 'recall-register'
           organization is line sequential
           file status is wsRecallStatus.
       select CatalogFile assign to 'archive-catalog'
           organization is line sequential
           file status is wsCatalogStatus.
       select MarkedFile assign to 'archive-catalog.recallmark'
           organization is line sequential
           file status is wsMarkedStatus.
       select Candidate assign to '.recall-candidate'
           organization is line sequential
           file status is wsCandStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
copy "RecallRecord.cpy"
    replacing ==:FILE-NAME:== by ==RecallRegister==.

FD CatalogFile.
01 CatalogLine pic X(200).

FD MarkedFile.
01 MarkedLine pic X(200).

FD Candidate.
01 CandidateLine pic X(150).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsRecallStatus pic X(2).
       01 wsRecallEof pic A(1).
       01 wsRecallRead pic 9(10).
       01 wsCatalogStatus pic X(2).
       01 wsMarkedStatus pic X(2).
       01 wsCandStatus pic X(2).

*> The register held whole for the in-place rewrite, the way the
*> work-queue runner holds its queue.
       01 wsRcRows.
           05 wsRcRow pic X(193) occurs 500 times.
       01 wsRcRowCount pic 9(3) value 0.
       01 wsMaxRcRows pic 9(3) value 500.
       01 wsRcIdx pic 9(3).

*> One row unpacked - the same columns as RecallRecord.cpy.
       01 wsRcWork.
           05 wsRwId        pic X(15).
           05 wsRwGap1      pic X(1).
           05 wsRwDir       pic X(10).
           05 wsRwGap2      pic X(1).
           05 wsRwDrop      pic X(40).
           05 wsRwGap3      pic X(1).
           05 wsRwOperator  pic X(12).
           05 wsRwGap4      pic X(1).
           05 wsRwRequested pic X(19).
           05 wsRwGap5      pic X(1).
           05 wsRwDays      pic 9(3).
           05 wsRwGap6      pic X(1).
           05 wsRwStatus    pic X(9).
           05 wsRwGap7      pic X(1).
           05 wsRwAsOf      pic X(8).
           05 wsRwGap8      pic X(1).
           05 wsRwUntil     pic X(8).
           05 wsRwGap9      pic X(1).
           05 wsRwNote      pic X(60).

       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsOperatorId pic X(12) value spaces.
       01 wsCycleId pic X(15) value spaces.

       01 wsBusinessDate pic X(8).
       01 wsBusinessInt pic 9(7).
       01 wsUntilInt pic 9(7).
       01 wsShellCmd pic X(400).
       01 wsOffloadPath pic X(150).
       01 wsRecallPath pic X(60).

*> The drop's catalog row (the last one naming it wins, the way the
*> catalog is read everywhere) and what the recalled copy computes.
       01 wsCatFound pic A(1).
       01 wsCatCount pic 9(10).
       01 wsCatSum pic X(12).
       01 wsTokDir pic X(10).
       01 wsTokDrop pic X(40).
       01 wsTokProgram pic X(16).
       01 wsTokDate pic X(8).
       01 wsTokCount pic X(12).
       01 wsTokSum pic X(12).
       01 wsActualExists pic X(1).
       01 wsActualCount pic 9(10).
       01 wsActualSum pic X(12).
       01 wsCandTok1 pic X(12).
       01 wsCandTok2 pic X(12).
       01 wsNumDisplay pic Z(9)9.
       01 wsNum2Display pic Z(9)9.

*> Catalog marker refresh: a row's own columns, the legal-hold
*> marker AOC2024HOLDMARK keeps after them, and the recall status
*> placed between the two.
       01 wsCatBase pic X(200).
       01 wsCatHeld pic X(200).
       01 wsCatCore pic X(200).
       01 wsCatLen pic 9(3).
       01 wsRecallMark pic X(30).
       01 wsMarkedRows pic 9(5) value 0.

       01 wsRecalled pic 9(3) value 0.
       01 wsFailed pic 9(3) value 0.
       01 wsExpired pic 9(3) value 0.

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       call "AOC2024BDATE" using wsBusinessDate
       move function integer-of-date(function numval(wsBusinessDate))
           to wsBusinessInt

       perform LoadRegister
       if wsRcRowCount = 0
           display "RECALL: recall-register is empty - nothing to do"
           stop run
       end-if

       perform varying wsRcIdx from 1 by 1
               until wsRcIdx > wsRcRowCount
           move wsRcRow(wsRcIdx) to wsRcWork
           evaluate wsRwStatus
               when "REQUESTED"
                   perform RestoreDrop
                   move wsRcWork to wsRcRow(wsRcIdx)
               when "RECALLED"
                   if wsRwUntil < wsBusinessDate
                       perform ExpireRecall
                       move wsRcWork to wsRcRow(wsRcIdx)
                   end-if
           end-evaluate
       end-perform

       perform RewriteRegister
       perform MarkCatalog

       display "RECALL: " wsRecalled " drop(s) recalled, " wsFailed
           " failed, " wsExpired " expired; " wsMarkedRows
           " catalog row(s) carry a recall status"
       if wsFailed > 0
           move 4 to return-code
       end-if
       stop run.

LoadRegister.
       move "n" to wsRecallEof
       move 0 to wsRecallRead
       open input RecallRegister
       if wsRecallStatus not = "00"
           exit paragraph
       end-if
       perform ReadRecallLoop
       close RecallRegister.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRecallLoop==
              ==:EOF-FLAG:==    BY ==wsRecallEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RecallRegister==
              ==:RECORD-NAME:== BY ==RcLine==
              ==:RECORD-NUM:==  BY ==wsRecallRead==
              ==:PROCESS-ROW:== BY ==perform StackRecallRow==.

StackRecallRow.
       if wsRcRowCount >= wsMaxRcRows
           *> rewriting from a capped table would silently delete
           *> every row past the cap - halt instead, leaving the
           *> register untouched for the operator to trim
           display "RECALL: more than " wsMaxRcRows " rows on the"
               " recall-register - nothing done; trim the expired"
               " rows off and rerun"
           move 8 to return-code
           stop run
       end-if
       add 1 to wsRcRowCount
       move RcLine to wsRcRow(wsRcRowCount).

*> One REQUESTED row: find the drop in the newest archive-offload
*> directory holding it, copy it into recall/, and keep the copy
*> only if it is still the file the catalog recorded.
RestoreDrop.
       display "RECALL: " function trim(wsRwDir) "/"
           function trim(wsRwDrop) " (requested by "
           function trim(wsRwOperator) ")"
       move wsBusinessDate to wsRwAsOf
       move spaces to wsRwUntil

       move spaces to wsShellCmd
       string
           "ls -1d " delimited by size
           wsRwDir delimited by space
           "/archive-offload-*/" delimited by size
           wsRwDrop delimited by space
           " 2>/dev/null | sort | tail -1 > .recall-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move spaces to CandidateLine
       open input Candidate
       if wsCandStatus = "00"
           read Candidate
               at end continue
           end-read
           close Candidate
       end-if
       call "SYSTEM" using "rm -f .recall-candidate"
       move CandidateLine to wsOffloadPath
       if wsOffloadPath = spaces
           move "not found in any archive-offload directory"
               to wsRwNote
           perform FailRecall
           exit paragraph
       end-if

       perform FindCatalogRow
       if wsCatFound not = "y"
           move "no archive-catalog row to verify it against"
               to wsRwNote
           perform FailRecall
           exit paragraph
       end-if

       move spaces to wsRecallPath
       string
           wsRwDir delimited by space
           "/recall/" delimited by size
           wsRwDrop delimited by space
           into wsRecallPath
       end-string
       move spaces to wsShellCmd
       string
           "mkdir -p " delimited by size
           wsRwDir delimited by space
           "/recall && cp " delimited by size
           wsOffloadPath delimited by space
           " " delimited by size
           wsRecallPath delimited by space
           " && if [ -f " delimited by size
           wsOffloadPath delimited by space
           ".manifest ]; then cp " delimited by size
           wsOffloadPath delimited by space
           ".manifest " delimited by size
           wsRwDir delimited by space
           "/recall/; fi" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code

       perform ProbeRecalledFile
       if wsActualExists not = "Y"
           move "copy out of the offload failed" to wsRwNote
           perform FailRecall
           exit paragraph
       end-if
       if wsCatSum not = spaces
           if function trim(wsActualSum) not = function trim(wsCatSum)
               move spaces to wsRwNote
               string
                   "checksum " delimited by size
                   function trim(wsActualSum) delimited by size
                   " does not match cataloged " delimited by size
                   function trim(wsCatSum) delimited by size
                   into wsRwNote
               end-string
               perform RemoveRecalledCopy
               perform FailRecall
               exit paragraph
           end-if
       else
           if wsActualCount not = wsCatCount
               move wsActualCount to wsNumDisplay
               move wsCatCount to wsNum2Display
               move spaces to wsRwNote
               string
                   function trim(wsNumDisplay) delimited by size
                   " record(s), cataloged " delimited by size
                   function trim(wsNum2Display) delimited by size
                   " (pre-checksum row)" delimited by size
                   into wsRwNote
               end-string
               perform RemoveRecalledCopy
               perform FailRecall
               exit paragraph
           end-if
       end-if

       *> visible on the request's business date and the RcDays - 1
       *> dates after it; the step that runs on the next one removes
       *> it again
       if wsRwDays < 1
           move 1 to wsRwDays
       end-if
       compute wsUntilInt = wsBusinessInt + wsRwDays - 1
       move function date-of-integer(wsUntilInt) to wsRwUntil
       move "RECALLED" to wsRwStatus
       move spaces to wsRwNote
       string
           "restored from " delimited by size
           wsOffloadPath delimited by space
           into wsRwNote
       end-string
       add 1 to wsRecalled
       display "RECALL:   recalled to " function trim(wsRecallPath)
           ", visible through " wsRwUntil

       move "RECALL" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsRwDir delimited by space
           "/" delimited by size
           wsRwDrop delimited by space
           " to " delimited by size
           wsRwUntil delimited by size
           " for " delimited by size
           wsRwOperator delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAuditRow.

FailRecall.
       move "FAILED" to wsRwStatus
       add 1 to wsFailed
       display "RECALL:   FAILED - " function trim(wsRwNote)
       move "RECALLFL" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsRwDir delimited by space
           "/" delimited by size
           wsRwDrop delimited by space
           " for " delimited by size
           wsRwOperator delimited by space
           ": " delimited by size
           wsRwNote delimited by size
           into wsAuditDetail
       end-string
       perform WriteRootAuditRow.

*> A recalled copy past its last business date goes again; the
*> offload it came from is untouched.
ExpireRecall.
       move spaces to wsRecallPath
       string
           wsRwDir delimited by space
           "/recall/" delimited by size
           wsRwDrop delimited by space
           into wsRecallPath
       end-string
       perform RemoveRecalledCopy
       move "EXPIRED" to wsRwStatus
       move wsBusinessDate to wsRwAsOf
       add 1 to wsExpired
       display "RECALL: " function trim(wsRecallPath)
           " expired (visible through " wsRwUntil ") - removed"
       move "RECALLEX" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           wsRwDir delimited by space
           "/" delimited by size
           wsRwDrop delimited by space
           " removed from recall/, requested by " delimited by size
           wsRwOperator delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAuditRow.

RemoveRecalledCopy.
       move spaces to wsShellCmd
       string
           "rm -f " delimited by size
           wsRecallPath delimited by space
           " " delimited by size
           wsRecallPath delimited by space
           ".manifest" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

FindCatalogRow.
       move "n" to wsCatFound
       move 0 to wsCatCount
       move spaces to wsCatSum
       open input CatalogFile
       if wsCatalogStatus not = "00"
           exit paragraph
       end-if
       perform until 1 = 2
           read CatalogFile
               at end exit perform
           end-read
           move spaces to wsTokDir
           move spaces to wsTokDrop
           move spaces to wsTokProgram
           move spaces to wsTokDate
           move spaces to wsTokCount
           move spaces to wsTokSum
           unstring CatalogLine delimited by all spaces
               into wsTokDir wsTokDrop wsTokProgram wsTokDate
                   wsTokCount wsTokSum
           end-unstring
           if wsTokDir = wsRwDir and wsTokDrop = wsRwDrop
                   and wsTokCount(1:1) numeric
               move "y" to wsCatFound
               move function numval(wsTokCount) to wsCatCount
               move spaces to wsCatSum
               if wsTokSum(1:1) numeric
                   move wsTokSum to wsCatSum
               end-if
           end-if
       end-perform
       close CatalogFile.

*> Existence, line count and checksum of the recalled copy in one
*> candidate file, "Y <lines> <cksum>" or "N" - the probe the
*> archive audit makes of archive/.
ProbeRecalledFile.
       move "N" to wsActualExists
       move 0 to wsActualCount
       move spaces to wsActualSum
       move spaces to wsShellCmd
       string
           "f=" delimited by size
           wsRecallPath delimited by space
           "; if [ -f ""$f"" ]; then echo Y $(wc -l < ""$f"")"
               " $(cksum < ""$f"" | awk '{print $1}');"
               " else echo N; fi > .recall-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd

       move spaces to CandidateLine
       open input Candidate
       if wsCandStatus = "00"
           read Candidate
               at end continue
           end-read
           close Candidate
       end-if
       call "SYSTEM" using "rm -f .recall-candidate"

       if CandidateLine(1:1) not = "Y"
           exit paragraph
       end-if
       move spaces to wsCandTok1
       move spaces to wsCandTok2
       unstring CandidateLine delimited by all spaces
           into wsActualExists wsCandTok1 wsCandTok2
       end-unstring
       if wsCandTok1(1:1) numeric
           move function numval(wsCandTok1) to wsActualCount
       end-if
       move wsCandTok2 to wsActualSum.

RewriteRegister.
       open output RecallRegister
       perform varying wsRcIdx from 1 by 1
               until wsRcIdx > wsRcRowCount
           move wsRcRow(wsRcIdx) to RcLine
           write RcLine
       end-perform
       close RecallRegister.

*> Rewrites the catalog through a copy beside it, each row ending
*> in " RECALL <status> <date>" for the drop's latest request - the
*> last business date visible while RECALLED, the date of the last
*> change otherwise - ahead of any HELD marker, so
*> AOC2024HOLDMARK's refresh (which keeps everything before
*> " HELD ") carries it through untouched.
MarkCatalog.
       open input CatalogFile
       if wsCatalogStatus not = "00"
           exit paragraph
       end-if
       open output MarkedFile
       if wsMarkedStatus not = "00"
           display "RECALL: cannot write archive-catalog.recallmark"
               " - catalog recall markers not refreshed"
           close CatalogFile
           exit paragraph
       end-if
       perform until 1 = 2
           read CatalogFile
               at end exit perform
           end-read
           perform MarkCatalogRow
       end-perform
       close CatalogFile
       close MarkedFile
       call "SYSTEM" using
           "mv archive-catalog.recallmark archive-catalog"
       move 0 to return-code.

MarkCatalogRow.
       move spaces to wsCatBase
       move spaces to wsCatHeld
       unstring CatalogLine delimited by " HELD "
           into wsCatBase wsCatHeld
       end-unstring
       move spaces to wsCatCore
       unstring wsCatBase delimited by " RECALL "
           into wsCatCore
       end-unstring

       move spaces to wsTokDir
       move spaces to wsTokDrop
       unstring wsCatCore delimited by all spaces
           into wsTokDir wsTokDrop
       end-unstring
       move spaces to wsRecallMark
       perform varying wsRcIdx from 1 by 1
               until wsRcIdx > wsRcRowCount
           move wsRcRow(wsRcIdx) to wsRcWork
           if wsRwDir = wsTokDir and wsRwDrop = wsTokDrop
                   and wsTokDir not = spaces
               move spaces to wsRecallMark
               if wsRwStatus = "RECALLED"
                   string
                       " RECALL RECALLED " delimited by size
                       wsRwUntil delimited by size
                       into wsRecallMark
                   end-string
               else
                   string
                       " RECALL " delimited by size
                       wsRwStatus delimited by space
                       " " delimited by size
                       wsRwAsOf delimited by size
                       into wsRecallMark
                   end-string
               end-if
           end-if
       end-perform

       move 200 to wsCatLen
       perform until wsCatLen = 0
               or wsCatCore(wsCatLen:1) not = space
           subtract 1 from wsCatLen
       end-perform
       move spaces to MarkedLine
       if wsCatLen = 0
           move CatalogLine to MarkedLine
           write MarkedLine
           exit paragraph
       end-if
       if wsRecallMark not = spaces
           add 1 to wsMarkedRows
       end-if
       if wsCatHeld = spaces
           string
               wsCatCore(1:wsCatLen) delimited by size
               wsRecallMark delimited by "  "
               into MarkedLine
           end-string
       else
           string
               wsCatCore(1:wsCatLen) delimited by size
               wsRecallMark delimited by "  "
               " HELD " delimited by size
               function trim(wsCatHeld) delimited by size
               into MarkedLine
           end-string
       end-if
       write MarkedLine.

*> Appends one row to the root audit trail, creating it on the very
*> first row the usual way.
WriteRootAuditRow.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024RECALL"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024RECALL.
