*> corrections stop eating operator afternoons and stop colliding
*> with interactive work.
*>
*> The driver queues work of its own here too: a step it shed
*> because the batch window was at risk lands DEFERRED, and the
*> next night's run gives it back - the registry row's program run
*> from its directory under the business date it was shed from.
*>
*> Return code: 0 all requests done (or nothing pending), 4 when any
*> request failed - the driver counts it in the cycle verdict like
*> any other post-cycle step.
*> step number piped into rerun lands on the program the request
*> named.
       01 wsSteps.
           05 wsStepEntry occurs 80 times.
               10 wsStProgid pic X(16).
               10 wsStDir pic X(10).
       01 wsStepCount binary-short value 0.
       01 wsMaxSteps binary-short value 80.

*> Every enabled registry row of the year, post-cycle steps
*> included, for the deferred steps the driver queues by program-id.
       01 wsJobs.
           05 wsJobEntry occurs 80 times.
               10 wsJbProgid pic X(16).
               10 wsJbDir pic X(10).
               10 wsJbStep pic X(10).
               10 wsJbEnv pic X(30).
               10 wsJbPhase pic X(1).
       01 wsJobCount binary-short value 0.
       01 wsMaxJobs binary-short value 80.
       01 wsJobIdx binary-short.
       01 wsDeferProgid pic X(16).
       01 wsDeferDate pic X(8).
       01 wsI binary-short.
       01 wsPickNo pic 9(3).

       01 wsExecuted pic 9(3) value 0.
       01 wsFailed pic 9(3) value 0.
       01 wsDoneCount pic 9(3) value 0.
       01 wsHeldCount pic 9(3) value 0.
       01 wsHoldRow pic A(1).

procedure division.
       accept wsOperatorId from environment "AOC2024_OPERATOR"
       perform varying wsQIdx from 1 by 1 until wsQIdx > wsQRowCount
           move wsQRow(wsQIdx) to wsQWork
           if wsQwStatus = "PEND"
               perform CheckDeferredHold
               if wsHoldRow = "y"
                   add 1 to wsHeldCount
               else
                   perform ExecuteRequest
                   move wsQWork to wsQRow(wsQIdx)
               end-if
           end-if
       end-perform


       display "QUEUERUN: " wsExecuted " request(s) executed, "
           wsDoneCount " done, " wsFailed " failed"
       if wsHeldCount > 0
           display "QUEUERUN: " wsHeldCount " deferred row(s) held"
               " for the next night"
       end-if
       if wsFailed > 0
           move 4 to return-code
       end-if
       add 1 to wsQRowCount
       move WqLine to wsQRow(wsQRowCount).

*> A step shed tonight was shed to save tonight's window: its
*> DEFERRED row stays PEND, untouched, until a run under a later
*> business date than the one it was shed from gives it back. A row
*> with no date is left to ExecuteDeferred to fail.
CheckDeferredHold.
       move "n" to wsHoldRow
       if wsQwType not = "DEFERRED"
           exit paragraph
       end-if
       move spaces to wsDeferProgid
       move spaces to wsDeferDate
       unstring wsQwArg2 delimited by all spaces
           into wsDeferProgid wsDeferDate
       end-unstring
       if wsDeferDate not = spaces
               and wsDeferDate not < wsBusinessDate
           move "y" to wsHoldRow
       end-if.

*> Runs one PEND request under its requesting operator's identity,
*> output captured to its own dated queue-output file, and rewrites
*> the row's status, return code and output pointer in place.
               perform ExecuteCatchup
           when "RESUBMIT"
               perform ExecuteResubmit
           when "DEFERRED"
               perform ExecuteDeferred
           when other
               perform RefuseUnknownType
       end-evaluate
       end-string
       perform RunRequestCommand.

*> A deferred step names its directory, and its program-id and the
*> business date it was shed from; it runs exactly as the driver
*> would have launched it that night - a post-cycle step from the
*> repository root, a daily step from its day directory with its
*> registry environment - under that business date.
ExecuteDeferred.
       move spaces to wsDeferProgid
       move spaces to wsDeferDate
       unstring wsQwArg2 delimited by all spaces
           into wsDeferProgid wsDeferDate
       end-unstring
       move 0 to wsJobIdx
       perform varying wsI from 1 by 1 until wsI > wsJobCount
           if wsJbProgid(wsI) = wsDeferProgid
                   and wsJbDir(wsI) = wsQwArg1 and wsJobIdx = 0
               move wsI to wsJobIdx
           end-if
       end-perform
       *> the runner is never shed - it is what carries deferred
       *> work - and must not be started again from inside itself
       if wsDeferProgid = "AOC2024QUEUERUN"
           move 0 to wsJobIdx
       end-if
       if wsJobIdx = 0 or wsDeferDate = spaces
           move spaces to wsShellCmd
           string
               "echo 'QUEUERUN: deferred step " delimited by size
               wsDeferProgid delimited by space
               " not an enabled registry row in " delimited by size
               wsQwArg1 delimited by space
               "' > " delimited by size
               wsOutputName delimited by space
               into wsShellCmd
           end-string
           call "SYSTEM" using wsShellCmd
           move 8 to wsStepRc
           move 0 to return-code
           exit paragraph
       end-if

       move spaces to wsShellCmd
       if wsJbPhase(wsJobIdx) = "P"
           string
               "AOC2024_CYCLE=" delimited by size
               wsCycleId delimited by space
               " AOC2024_OPERATOR=" delimited by size
               wsQwOperator delimited by space
               " AOC2024_YEAR=" delimited by size
               wsProcYear delimited by size
               " AOC2024_BUSDATE=" delimited by size
               wsDeferDate delimited by size
               " ./" delimited by size
               wsJbDir(wsJobIdx) delimited by space
               "/" delimited by size
               wsJbStep(wsJobIdx) delimited by space
               " > " delimited by size
               wsOutputName delimited by space
               " 2>&1" delimited by size
               into wsShellCmd
           end-string
       else
           string
               "(cd " delimited by size
               wsJbDir(wsJobIdx) delimited by space
               " && AOC2024_CYCLE=" delimited by size
               wsCycleId delimited by space
               " AOC2024_OPERATOR=" delimited by size
               wsQwOperator delimited by space
               " AOC2024_YEAR=" delimited by size
               wsProcYear delimited by size
               " AOC2024_BUSDATE=" delimited by size
               wsDeferDate delimited by size
               " " delimited by size
               wsJbEnv(wsJobIdx) delimited by size
               "./" delimited by size
               wsJbStep(wsJobIdx) delimited by space
               ") > " delimited by size
               wsOutputName delimited by space
               " 2>&1" delimited by size
               into wsShellCmd
           end-string
       end-if
       perform RunRequestCommand.

RefuseUnknownType.
       move spaces to wsShellCmd
       string
*> The same filter driver/rerun.cob applies to its pick list, so a
*> queued program-id resolves to the step number rerun expects.
StackRegistryStep.
       if RegSeq not numeric
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           *> a row scoped to another season's cycle
           exit paragraph
       end-if
       if function upper-case(RegEnabled) = "Y"
               and wsJobCount >= wsMaxJobs
           *> a row left off the table is a deferred step that can
           *> never be given back - say so rather than fail it later
           display "QUEUERUN: job table full (" wsMaxJobs
               ") - registry row " RegSeq " ("
               function trim(RegProgram) ") NOT loaded"
           exit paragraph
       end-if
       if function upper-case(RegEnabled) = "Y"
           add 1 to wsJobCount
           move RegProgram to wsJbProgid(wsJobCount)
           move RegDir to wsJbDir(wsJobCount)
           move RegStep to wsJbStep(wsJobCount)
           move RegEnv to wsJbEnv(wsJobCount)
           move RegPhase to wsJbPhase(wsJobCount)
       end-if
       if RegPhase = "P"
           *> a driver-side post-cycle step, not a daily job
           exit paragraph
       if function upper-case(RegEnabled) not = "Y"
           exit paragraph
       end-if
       if wsStepCount >= wsMaxSteps
           display "QUEUERUN: step table full (" wsMaxSteps
               ") - registry row " RegSeq " ("
               function trim(RegLabel) ") NOT loaded"
           exit paragraph
       end-if
       add 1 to wsStepCount
       move RegProgram to wsStProgid(wsStepCount)
       move RegDir to wsStDir(wsStepCount).
