           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select ClawLedger assign to 'claw-ledger-p1'
           organization is line sequential.

data division.
file section.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per machine in drop order - button vectors, prize
*> position, press counts and token cost, or why the machine cannot
*> be won - then the Part 1 versus Part 2 summary.
FD ClawLedger.
01 ClawLedgerLine pic X(132).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> claw-machine lines parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202413P1_INPUT
01 wsLineLength pic 9(2).
01 wsHaveB pic A(1) value "N".
01 wsTokens binary-double value 0.

*> The solver's verdict on one machine: W won, N no whole-number
*> solution (non-integer, negative or parallel-button presses), C a
*> press count over the cap.
01 wsOutcome pic X(1).
01 wsMachineTokens binary-double.
01 wsOwnOffset binary-double.
01 wsOwnCap pic A(1).
*> Part 2's rules, played alongside for the ledger's side-by-side
*> summary: the ten-trillion offset, and no press cap.
01 wsOtherOffset binary-double value 10000000000000.
01 wsOtherCap pic A(1) value "N".
01 wsThisPart pic 9(1) value 1.

*> Claw ledger: a row per machine under this part's rules, then how
*> the two parts' rules split the machines between them.
01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202413P1".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner
01 wsMachineNo pic 9(5) value 0.
01 wsOutcomeP1 pic X(1).
01 wsOutcomeP2 pic X(1).
01 wsWonP1 pic 9(5) value 0.
01 wsWonP2 pic 9(5) value 0.
01 wsTokensP1 binary-double value 0.
01 wsTokensP2 binary-double value 0.
01 wsWonBoth pic 9(5) value 0.
01 wsWonP1Only pic 9(5) value 0.
01 wsWonP2Only pic 9(5) value 0.
01 wsWonNeither pic 9(5) value 0.
01 wsClawLine.
       05 filler pic x(8) value "Machine ".
       05 wsClMachine pic z(4)9.
       05 filler pic x(3) value " A ".
       05 wsClAx pic zzz9.
       05 filler pic x(1) value ",".
       05 wsClAy pic zzz9.
       05 filler pic x(3) value " B ".
       05 wsClBx pic zzz9.
       05 filler pic x(1) value ",".
       05 wsClBy pic zzz9.
       05 filler pic x(7) value " prize ".
       05 wsClPx pic z(13)9.
       05 filler pic x(1) value ",".
       05 wsClPy pic z(13)9.
       05 wsClResult.
           10 filler pic x(11) value " presses A ".
           10 wsClPressA pic z(11)9.
           10 filler pic x(3) value " B ".
           10 wsClPressB pic z(11)9.
           10 filler pic x(8) value " tokens ".
           10 wsClTokens pic z(12)9.
       05 wsClReason redefines wsClResult pic x(59).
01 wsClawResultSave pic x(59).
01 wsClawSummaryLine.
       05 wsCsLabel pic x(24).
       05 wsCsPart1 pic z(14)9.
       05 filler pic x(3) value spaces.
       05 wsCsPart2 pic z(14)9.
01 wsClawHeadingLine pic x(60) value
       "                                 Part 1            Part 2".

*> Digit-run scan over the claw line: the first two runs of digits
*> are the X and Y values whatever punctuation surrounds them.
01 wsScanIdx pic 9(3).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
           go to EndRun
       end-if

       open output ClawLedger
       move wsClResult to wsClawResultSave
       perform ReadInputLoop
       perform WriteClawSummary

       close InputFile
       perform ArchiveInputDrop
               if wsHaveA = "Y" and wsHaveB = "Y"
                   compute wsPx = wsNum1 + wsPrizeOffset
                   compute wsPy = wsNum2 + wsPrizeOffset
                   perform SettleOneMachine
                   add 1 to wsAcceptedCount
               else
                   add 1 to wsRejectCount
*> (determinant zero) never occur on the real feed and are treated
*> as no prize.
SolveOneMachine.
       move "N" to wsOutcome
       move 0 to wsMachineTokens
       compute wsDet = wsAx * wsBy - wsAy * wsBx
       if wsDet = 0
           exit paragraph
       end-if
       if wsCapPresses = "Y"
           and (wsPressA > wsPressCap or wsPressB > wsPressCap)
           move "C" to wsOutcome
           exit paragraph
       end-if
       move "W" to wsOutcome
       compute wsMachineTokens = 3 * wsPressA + wsPressB.

*> Plays the machine under this part's rules - its tokens joining
*> the posted total and its ledger row written - then again under
*> the other part's rules, for the side-by-side summary only.
SettleOneMachine.
       add 1 to wsMachineNo
       move wsMachineNo to wsClMachine
       move wsAx to wsClAx
       move wsAy to wsClAy
       move wsBx to wsClBx
       move wsBy to wsClBy
       move wsPx to wsClPx
       move wsPy to wsClPy
       perform SolveOneMachine
       move wsClawResultSave to wsClResult
       evaluate wsOutcome
           when "W"
               add wsMachineTokens to wsTokens
               move wsPressA to wsClPressA
               move wsPressB to wsClPressB
               move wsMachineTokens to wsClTokens
           when "C"
               move " PRESS COUNT OVER THE 100 CAP" to wsClReason
           when other
               move " NO WHOLE-NUMBER SOLUTION" to wsClReason
       end-evaluate
       move wsClawLine to ClawLedgerLine
       write ClawLedgerLine
       if wsThisPart = 1
           move wsOutcome to wsOutcomeP1
           if wsOutcome = "W"
               add 1 to wsWonP1
               add wsMachineTokens to wsTokensP1
           end-if
       else
           move wsOutcome to wsOutcomeP2
           if wsOutcome = "W"
               add 1 to wsWonP2
               add wsMachineTokens to wsTokensP2
           end-if
       end-if

       move wsPrizeOffset to wsOwnOffset
       move wsCapPresses to wsOwnCap
       compute wsPx = wsPx - wsOwnOffset + wsOtherOffset
       compute wsPy = wsPy - wsOwnOffset + wsOtherOffset
       move wsOtherCap to wsCapPresses
       perform SolveOneMachine
       move wsOwnCap to wsCapPresses
       if wsThisPart = 1
           move wsOutcome to wsOutcomeP2
           if wsOutcome = "W"
               add 1 to wsWonP2
               add wsMachineTokens to wsTokensP2
           end-if
       else
           move wsOutcome to wsOutcomeP1
           if wsOutcome = "W"
               add 1 to wsWonP1
               add wsMachineTokens to wsTokensP1
           end-if
       end-if

       evaluate true
           when wsOutcomeP1 = "W" and wsOutcomeP2 = "W"
               add 1 to wsWonBoth
           when wsOutcomeP1 = "W"
               add 1 to wsWonP1Only
           when wsOutcomeP2 = "W"
               add 1 to wsWonP2Only
           when other
               add 1 to wsWonNeither
       end-evaluate.

*> The ledger's foot: machines won and tokens spent under each
*> part's rules side by side, and how the unit-conversion offset
*> moves machines between won and lost.
WriteClawSummary.
       move wsClawHeadingLine to ClawLedgerLine
       write ClawLedgerLine
       move "Machines in the drop" to wsCsLabel
       move wsMachineNo to wsCsPart1
       move wsMachineNo to wsCsPart2
       perform WriteClawSummaryLine
       move "Machines won" to wsCsLabel
       move wsWonP1 to wsCsPart1
       move wsWonP2 to wsCsPart2
       perform WriteClawSummaryLine
       move "Tokens spent" to wsCsLabel
       move wsTokensP1 to wsCsPart1
       move wsTokensP2 to wsCsPart2
       perform WriteClawSummaryLine
       move "Won in both parts" to wsCsLabel
       move wsWonBoth to wsCsPart1
       move wsWonBoth to wsCsPart2
       perform WriteClawSummaryLine
       move "Won in this part only" to wsCsLabel
       move wsWonP1Only to wsCsPart1
       move wsWonP2Only to wsCsPart2
       perform WriteClawSummaryLine
       move "Won in neither part" to wsCsLabel
       move wsWonNeither to wsCsPart1
       move wsWonNeither to wsCsPart2
       perform WriteClawSummaryLine
       close ClawLedger
       move "claw-ledger-p1" to wsReportGenName
       move "CLAW MACHINE LEDGER" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

WriteClawSummaryLine.
       move wsClawSummaryLine to ClawLedgerLine
       write ClawLedgerLine.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202413P1.
