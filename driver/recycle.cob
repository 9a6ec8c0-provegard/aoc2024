*> file every daily job writes through RejectWriter.cpy. Reads one day
*> directory's rejects (AOC2024RECYCLE_DAY names the directory), folds
*> them into that directory's persistent reject-status file - every
*> reject is tracked as OPEN, RETURNED (sent back upstream by
*> driver/rejreturn.cob), CORRECTED, RESUBMITTED or WRITTEN-OFF -
*> applies the operator's corrections from the reject-corrections
*> transaction file, and writes the corrected lines out as a dated
*> resubmission input file the day's job can be pointed at with its
*> reject-corrections transaction format, one per line:
*>   <program-id> <reject-ordinal> C <corrected input line>
*>   <program-id> <reject-ordinal> W <write-off note>
*> Intake appends C transactions of the same form for the returned
*> rejects upstream corrects at source.

environment division.
input-output section.
       01 wsApprVerdict pic X(1).
       01 wsTxDeferred pic 9(4) value 0.
       01 wsOpenCount pic 9(4) value 0.
       01 wsReturnedCount pic 9(4) value 0.
       01 wsCorrectedCount pic 9(4) value 0.
       01 wsResubmitCount pic 9(4) value 0.
       01 wsWriteOffCount pic 9(4) value 0.
           end-if
           evaluate wsTxAction
               when "C"
                   if wsRjStatus(wsFoundIdx) = "RESUBMITTED"
                       *> applied and resubmitted on an earlier run;
                       *> the transaction was never trimmed off the
                       *> corrections file, and must not resubmit the
                       *> line again every night
                       add 1 to wsTxApplied
                       exit paragraph
                   end-if
                   move "CORRECTED" to wsRjStatus(wsFoundIdx)
                   move wsToday to wsRjDate(wsFoundIdx)
                   move wsTxText to wsRjText(wsFoundIdx)

DisplaySummary.
       move 0 to wsOpenCount
       move 0 to wsReturnedCount
       move 0 to wsCorrectedCount
       move 0 to wsResubmitCount
       move 0 to wsWriteOffCount
       perform varying wsI from 1 by 1 until wsI > wsRejectCount
           evaluate wsRjStatus(wsI)
               when "OPEN" add 1 to wsOpenCount
               when "RETURNED" add 1 to wsReturnedCount
               when "CORRECTED" add 1 to wsCorrectedCount
               when "RESUBMITTED" add 1 to wsResubmitCount
               when "WRITTEN-OFF" add 1 to wsWriteOffCount
           end-evaluate
       end-perform
       display "RECYCLE: " wsRejectCount " tracked reject(s): "
           wsOpenCount " open, " wsReturnedCount " returned, "
           wsCorrectedCount " corrected, "
           wsResubmitCount " resubmitted, " wsWriteOffCount
           " written off"
       display "RECYCLE: " wsTxApplied " transaction(s) applied, "
