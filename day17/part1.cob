identification division.
program-id. AOC202417P1.

environment division.
input-output section.
file-control.
       select InputFile assign to wsInputFilename
           organization is line sequential
           file status is wsInputStatus.

       select AuditFile assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.
       select RejectedRecords assign to 'rejected-records'
           organization is line sequential
           file status is wsRejectStatus.
       select DropCandidate assign to '.drop-candidate'
           organization is line sequential
           file status is wsDropStatus.
       select ResultLog assign to 'results-history'
           organization is line sequential
           file status is wsResultStatus.
       select ControlFile assign to 'control-totals'
           organization is line sequential
           file status is wsControlStatus.
       select LineageFile assign to 'run-lineage'
           organization is line sequential
           file status is wsLineageStatus.
       select SelfTestSample assign to '.selftest-input'
           organization is line sequential.
       select InstructionTrace assign to 'instruction-trace'
           organization is line sequential.

data division.
file section.
FD InputFile
       record varying 1 to 250 depending on wsLineLength.
01 InputRecord pic X(250).

*> Scratch file for self-test mode: the puzzle page's own sample
*> register dump and program are written here and read back in
*> through InputFile via the program's normal ReadInputLoop, so a
*> self-test run exercises the exact same parsing and execution as a
*> production run.
FD SelfTestSample.
01 SelfTestSampleLine pic X(80).

*> One row per executed instruction - step, instruction pointer,
*> opcode and operand, and the three registers as the instruction
*> left them, plus any value it output - then the instruction count
*> and the comma-joined output.
FD InstructionTrace.
01 InstructionTraceLine pic X(132).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==AuditFile==.

copy "RejectRecord.cpy"
    replacing ==:FILE-NAME:== by ==RejectedRecords==.

copy "InputDropCandidate.cpy"
    replacing ==:FILE-NAME:== by ==DropCandidate==.

copy "ResultRecord.cpy"
    replacing ==:FILE-NAME:== by ==ResultLog==.

copy "ControlRecord.cpy"
    replacing ==:FILE-NAME:== by ==ControlFile==.

copy "LineageRecord.cpy"
    replacing ==:FILE-NAME:== by ==LineageFile==.

working-storage section.
01 wsAuditStatus pic X(2).
01 wsAuditEvent pic X(8).
01 wsAuditDetail pic X(60).
01 wsRejectStatus pic X(2).
01 wsRejectReason pic X(20).
01 wsRejectCount pic 9(5) value 0.
01 wsRejectText pic X(80).
01 wsDropStatus pic X(2).
01 wsUsedDropFile pic X(150) value spaces.  *> dated input-drop file consumed this run, if any
01 wsDropVerdict pic X(1).  *> manifest check: P passed, N no manifest, F quarantined
01 wsDropPick pic X(8) value spaces.  *> set by AOC2024_DROP_PICK; OLDEST drives catch-up
01 wsDropListCmd pic X(100) value "ls -1 input-* 2>/dev/null | grep -v manifest | sort | tail -1 > .drop-candidate".
01 wsCycleId pic X(15) value spaces.  *> set by AOC2024_CYCLE when a driver cycle runs this job
01 wsOperatorId pic X(12) value spaces.  *> set by AOC2024_OPERATOR for operator-initiated runs
01 wsArchiveCmd pic X(250).
01 wsResultStatus pic X(2).
01 wsResultLabel pic X(20).
01 wsResultValue pic 9(15).
01 wsControlStatus pic X(2).
01 wsAcceptedCount pic 9(5) value 0.  *> register and program lines parsed clean, counted at the accept site
01 wsLineageStatus pic X(2).
01 wsBuildPath pic X(100) value spaces.  *> blank: AOC2024BUILDSUM checksums this executable
01 wsBuildSum pic X(10) value spaces.    *> this build's checksum, stamped on the lineage row
01 wsInputStatus pic X(2).      *> set by open input InputFile; a fatal return-code is raised if it's not "00"
01 wsInputFilename pic X(100) value "input".  *> overridden by AOC202417P1_INPUT
01 wsLineLength pic 9(3).
01 wsEof pic A(1) value "n".
01 wsRecordsRead pic 9(10) value 0.  *> last input record number processed, for restart

*> Self-test mode feeds the puzzle page's own sample program through
*> this job and checks the result against the known sample answer,
*> rather than a real day's extract.
01 wsSelftest pic A(1) value "N".  *> set by AOC202417P1_SELFTEST
    88 wsIsSelftest value "Y".
01 wsSelftestExpected pic 9(15) value 4635635210.

01 wsReportGenName pic X(40).  *> report filename handed to AOC2024REPGEN
01 wsReportGenProgram pic X(20) value "AOC202417P1".
01 wsReportGenTitle pic X(40).  *> its title on the print copy's page banner

*> The three registers, carried in 64-bit binary - Part 2's search
*> drives register A well past what the shared PIC 9(10) parsers
*> hand back, and both parts share this machine.
01 wsRegA binary-double value 0.
01 wsRegB binary-double value 0.
01 wsRegC binary-double value 0.

*> The 3-bit program as loaded from the Program line, one word per
*> entry; the instruction pointer counts words from zero the way the
*> puzzle does.
01 wsProgram.
    05 wsProgWord pic 9(1) occurs 100 times.
01 wsProgLen pic 9(3) value 0.
01 wsProgMax pic 9(3) value 100.
01 wsIp pic 9(3).
01 wsOpcode pic 9(1).
01 wsOperand pic 9(1).
01 wsCombo binary-double.
01 wsStepCount pic 9(6) value 0.
01 wsMaxSteps pic 9(6) value 100000.
01 wsMachineHalted pic A(1).
01 wsJumped pic A(1).

*> Everything the out instruction has produced, in order.
01 wsOutput.
    05 wsOutWord pic 9(1) occurs 200 times.
01 wsOutValue pic 9(1).
01 wsOutCount pic 9(3) value 0.
01 wsOutMax pic 9(3) value 200.
01 wsOutText pic X(400) value spaces.
01 wsOutTextPtr pic 9(3).
01 wsOutDigits pic 9(15) value 0.

*> Bitwise exclusive-or and power-of-two shifts, done a bit at a
*> time with ordinary division since the registers have no bit verbs.
01 wsXorLeft binary-double.
01 wsXorRight binary-double.
01 wsXorResult binary-double.
01 wsXorWeight binary-double.
01 wsXorQuot binary-double.
01 wsXorBitL pic 9(1).
01 wsXorBitR pic 9(1).
01 wsShiftValue binary-double.
01 wsShiftCount binary-double.
01 wsRemainder binary-double.

01 wsScanIdx pic 9(3).
01 wsRunLen pic 9(3).
01 wsNumWork binary-double.
01 wsLineBad pic A(1).

01 wsTraceLine.
    05 filler pic x(5) value "Step ".
    05 wsTlStep pic z(5)9.
    05 filler pic x(5) value "  IP ".
    05 wsTlIp pic zz9.
    05 filler pic x(2) value spaces.
    05 wsTlInstr pic x(3).
    05 filler pic x(1) value space.
    05 wsTlOperand pic 9(1).
    05 filler pic x(5) value "  A= ".
    05 wsTlRegA pic z(17)9.
    05 filler pic x(5) value "  B= ".
    05 wsTlRegB pic z(17)9.
    05 filler pic x(5) value "  C= ".
    05 wsTlRegC pic z(17)9.
    05 filler pic x(7) value "  Out= ".
    05 wsTlOut pic x(1).
01 wsTraceCountLine.
    05 filler pic x(23) value "Instructions executed ".
    05 wsTcSteps pic z(5)9.
01 wsTraceOutputLine.
    05 filler pic x(7) value "Output ".
    05 wsToText pic x(125).

01 wsDayLockAction pic X(1).   *> A acquire / R release, via AOC2024DAYLOCK
01 wsDayLockVerdict pic X(1).

procedure division.
       perform AcquireDayLock
       call "AOC2024BUILDSUM" using wsBuildPath wsBuildSum
       perform ReadParameters
       perform OpenAuditFile
       move "START" to wsAuditEvent
       move "Run started" to wsAuditDetail
       perform WriteAuditLine
       perform OpenRejectFile
       perform OpenResultLog

       if wsUsedDropFile not = spaces
           call "AOC2024DROPCHK" using wsUsedDropFile
               wsDropVerdict
       end-if
       open input InputFile
       if wsInputStatus not = "00"
           display "ERROR: could not open " function trim(wsInputFilename)
               " (status " wsInputStatus ")"
           move 8 to return-code
           move "ERROR" to wsAuditEvent
           move "Input file open failed" to wsAuditDetail
           perform WriteAuditLine
           close AuditFile
           go to EndRun
       end-if

       perform ReadInputLoop

       close InputFile
       perform ArchiveInputDrop
       close RejectedRecords

       if wsProgLen = 0
           display "ERROR: drop carries no Program line"
           move 8 to return-code
           move "ERROR" to wsAuditEvent
           move "No program in the drop" to wsAuditDetail
           perform WriteAuditLine
           close AuditFile
           go to EndRun
       end-if

       open output InstructionTrace
       perform RunProgram
       perform WriteTraceFoot

       display "Output = " function trim(wsOutText)
       display "Output digits = " wsOutDigits
       if wsRejectCount > 0
           display "Rejected records: " wsRejectCount
       end-if

       move "OUTPUT" to wsAuditEvent
       move wsOutText to wsAuditDetail
       perform WriteAuditLine
       if wsOutCount > 15
           display "WARNING: " wsOutCount
               " values output - numeric form holds the first 15"
           move "NOTE" to wsAuditEvent
           move "Output over 15 values - digits posted are the first 15"
               to wsAuditDetail
           perform WriteAuditLine
       end-if

       if wsIsSelftest
           perform CheckSelfTestResult
       else
           move "Output digits" to wsResultLabel
           move wsOutDigits to wsResultValue
           perform WriteResultLine
           perform WriteControlTotals
           perform WriteRunLineage
       end-if
       close ResultLog

       move "END" to wsAuditEvent
       move "Run completed" to wsAuditDetail
       perform WriteAuditLine
       close AuditFile

       if wsRejectCount > 0
           move 4 to return-code
       end-if

       go to EndRun.

*> Common exit point: a fatal input-open failure (or a drop with no
*> program, or a program that faults or never halts) jumps straight
*> here with return-code already set to 8; the normal path falls
*> through from just above with return-code 0 (success) or 4
*> (completed with rejected records) so driver/run-all.cob can tell
*> a bad run apart from a clean one without parsing DISPLAY output.
EndRun.
       perform ReleaseDayLock
       stop run.

*> Takes this day directory's run lock before anything opens the
*> shared trail files EXTEND, so a standalone run and a cycle's unit
*> queue behind each other instead of interleaving rows; released at
*> the common exit. A lock that cannot be had before the stale limit
*> runs out twice over is a wedged neighbor - refuse rather than
*> interleave.
AcquireDayLock.
       move "A" to wsDayLockAction
       call "AOC2024DAYLOCK" using wsDayLockAction wsDayLockVerdict
       if wsDayLockVerdict not = "Y"
           display "ERROR: could not take the day-directory run lock"
           move 8 to return-code
           stop run
       end-if.

ReleaseDayLock.
       move "R" to wsDayLockAction
       call "AOC2024DAYLOCK" using wsDayLockAction wsDayLockVerdict.

COPY "ReadLoop.cpy"
    REPLACING ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==InputFile==
              ==:RECORD-NAME:== BY ==InputRecord==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform ProcessDumpLine==.

*> One line of the register dump: a Register A/B/C line sets that
*> register, the blank line separates the registers from the
*> program, and the Program line loads the 3-bit words. Anything
*> else is rejected rather than guessed at.
ProcessDumpLine.
       if wsLineLength = 0
           add 1 to wsAcceptedCount
           exit paragraph
       end-if
       evaluate true
           when InputRecord(1:12) = "Register A: "
               perform ExtractRegisterValue
               if wsLineBad = "N"
                   move wsNumWork to wsRegA
               end-if
           when InputRecord(1:12) = "Register B: "
               perform ExtractRegisterValue
               if wsLineBad = "N"
                   move wsNumWork to wsRegB
               end-if
           when InputRecord(1:12) = "Register C: "
               perform ExtractRegisterValue
               if wsLineBad = "N"
                   move wsNumWork to wsRegC
               end-if
           when InputRecord(1:9) = "Program: "
               perform LoadProgramWords
           when other
               add 1 to wsRejectCount
               move "BAD-RECORD" to wsRejectReason
               move InputRecord(1:80) to wsRejectText
               perform WriteRejectLine
               exit paragraph
       end-evaluate
       if wsLineBad = "Y"
           add 1 to wsRejectCount
           move "BAD-REGISTER" to wsRejectReason
           if InputRecord(1:9) = "Program: "
               move "BAD-PROGRAM" to wsRejectReason
           end-if
           move InputRecord(1:80) to wsRejectText
           perform WriteRejectLine
       else
           add 1 to wsAcceptedCount
       end-if.

*> The register value is the single digit run after the colon; more
*> than fifteen digits, or anything but digits, fails the line.
ExtractRegisterValue.
       move "N" to wsLineBad
       move 0 to wsNumWork
       move 0 to wsRunLen
       if wsLineLength < 13
           move "Y" to wsLineBad
           exit paragraph
       end-if
       perform varying wsScanIdx from 13 by 1
               until wsScanIdx > wsLineLength
           if InputRecord(wsScanIdx:1) numeric
               add 1 to wsRunLen
               compute wsNumWork = wsNumWork * 10
                   + function numval(InputRecord(wsScanIdx:1))
           else
               move "Y" to wsLineBad
           end-if
       end-perform
       if wsRunLen = 0 or wsRunLen > 15
           move "Y" to wsLineBad
       end-if.

*> The program is 3-bit words separated by commas; a word outside
*> 0-7, a misplaced comma, or more words than the table holds fails
*> the line and leaves no program loaded.
LoadProgramWords.
       move "N" to wsLineBad
       move 0 to wsProgLen
       perform varying wsScanIdx from 10 by 2
               until wsScanIdx > wsLineLength
           if InputRecord(wsScanIdx:1) < "0"
                   or InputRecord(wsScanIdx:1) > "7"
                   or wsProgLen >= wsProgMax
               move "Y" to wsLineBad
           else
               add 1 to wsProgLen
               move InputRecord(wsScanIdx:1) to wsProgWord(wsProgLen)
           end-if
           if wsScanIdx < wsLineLength
                   and InputRecord(wsScanIdx + 1:1) not = ","
               move "Y" to wsLineBad
           end-if
       end-perform
       if InputRecord(wsLineLength:1) = ","
           move "Y" to wsLineBad
       end-if
       if wsLineBad = "Y" or wsProgLen = 0
           move "Y" to wsLineBad
           move 0 to wsProgLen
       end-if.

*> Runs the loaded program from word zero until the instruction
*> pointer walks off the end, tracing every instruction. A program
*> still running after the step ceiling is taken to be looping and
*> stops the run rather than filling the disk with trace.
RunProgram.
       move 0 to wsIp
       move 0 to wsOutCount
       move 0 to wsStepCount
       move "N" to wsMachineHalted
       perform until wsMachineHalted = "Y"
           if wsIp + 1 >= wsProgLen
               move "Y" to wsMachineHalted
           else
               if wsStepCount >= wsMaxSteps
                   display "ERROR: program still running after "
                       wsMaxSteps " instructions"
                   close InstructionTrace
                   move 8 to return-code
                   move "ERROR" to wsAuditEvent
                   move "Program exceeded the instruction ceiling"
                       to wsAuditDetail
                   perform WriteAuditLine
                   close AuditFile
                   close ResultLog
                   go to EndRun
               end-if
               add 1 to wsStepCount
               move wsProgWord(wsIp + 1) to wsOpcode
               move wsProgWord(wsIp + 2) to wsOperand
               move wsStepCount to wsTlStep
               move wsIp to wsTlIp
               move wsOperand to wsTlOperand
               move space to wsTlOut
               perform ExecuteInstruction
               move wsRegA to wsTlRegA
               move wsRegB to wsTlRegB
               move wsRegC to wsTlRegC
               move wsTraceLine to InstructionTraceLine
               write InstructionTraceLine
           end-if
       end-perform.

*> One instruction. The combo operand is resolved first: 0-3 are
*> themselves, 4-6 name registers A-C, and 7 is reserved and never
*> appears in a valid program.
ExecuteInstruction.
       evaluate wsOperand
           when 0 thru 3 move wsOperand to wsCombo
           when 4 move wsRegA to wsCombo
           when 5 move wsRegB to wsCombo
           when 6 move wsRegC to wsCombo
           when other move 0 to wsCombo
       end-evaluate
       if wsOperand = 7
               and (wsOpcode = 0 or 2 or 5 or 6 or 7)
           display "ERROR: reserved combo operand 7 at ip " wsIp
           close InstructionTrace
           move 8 to return-code
           move "ERROR" to wsAuditEvent
           move "Reserved combo operand 7 in program" to wsAuditDetail
           perform WriteAuditLine
           close AuditFile
           close ResultLog
           go to EndRun
       end-if
       move "N" to wsJumped
       evaluate wsOpcode
           when 0
               move "adv" to wsTlInstr
               perform ShiftRegisterA
               move wsShiftValue to wsRegA
           when 1
               move "bxl" to wsTlInstr
               move wsRegB to wsXorLeft
               move wsOperand to wsXorRight
               perform XorValues
               move wsXorResult to wsRegB
           when 2
               move "bst" to wsTlInstr
               divide wsCombo by 8 giving wsXorQuot
                   remainder wsRemainder
               move wsRemainder to wsRegB
           when 3
               move "jnz" to wsTlInstr
               if wsRegA not = 0
                   move wsOperand to wsIp
                   move "Y" to wsJumped
               end-if
           when 4
               move "bxc" to wsTlInstr
               move wsRegB to wsXorLeft
               move wsRegC to wsXorRight
               perform XorValues
               move wsXorResult to wsRegB
           when 5
               move "out" to wsTlInstr
               divide wsCombo by 8 giving wsXorQuot
                   remainder wsRemainder
               move wsRemainder to wsOutValue
               move wsOutValue to wsTlOut
               perform PostOutputValue
           when 6
               move "bdv" to wsTlInstr
               perform ShiftRegisterA
               move wsShiftValue to wsRegB
           when 7
               move "cdv" to wsTlInstr
               perform ShiftRegisterA
               move wsShiftValue to wsRegC
       end-evaluate
       if wsJumped = "N"
           add 2 to wsIp
       end-if.

*> Register A divided by two to the combo operand, truncated - the
*> shift the three dv instructions share.
ShiftRegisterA.
       move wsRegA to wsShiftValue
       move wsCombo to wsShiftCount
       if wsShiftCount > 62
           move 0 to wsShiftValue
           exit paragraph
       end-if
       perform wsShiftCount times
           divide wsShiftValue by 2 giving wsShiftValue
       end-perform.

*> wsXorResult = wsXorLeft exclusive-or wsXorRight, one bit per pass
*> from the low end.
XorValues.
       move 0 to wsXorResult
       move 1 to wsXorWeight
       perform until wsXorLeft = 0 and wsXorRight = 0
           divide wsXorLeft by 2 giving wsXorQuot remainder wsXorBitL
           move wsXorQuot to wsXorLeft
           divide wsXorRight by 2 giving wsXorQuot remainder wsXorBitR
           move wsXorQuot to wsXorRight
           if wsXorBitL not = wsXorBitR
               add wsXorWeight to wsXorResult
           end-if
           compute wsXorWeight = wsXorWeight * 2
       end-perform.

*> Appends one output value to the output table, the comma-joined
*> text and - for the first fifteen values - the numeric form
*> results-history carries, the values read as decimal digits in
*> output order.
PostOutputValue.
       if wsOutCount >= wsOutMax
           exit paragraph
       end-if
       add 1 to wsOutCount
       move wsOutValue to wsOutWord(wsOutCount)
       if wsOutCount = 1
           move wsTlOut to wsOutText(1:1)
       else
           compute wsOutTextPtr = wsOutCount * 2 - 2
           move "," to wsOutText(wsOutTextPtr:1)
           move wsTlOut to wsOutText(wsOutTextPtr + 1:1)
       end-if
       if wsOutCount <= 15
           compute wsOutDigits = wsOutDigits * 10 + wsOutValue
       end-if.

*> The trace's foot: how many instructions ran and what the program
*> printed, then the file goes to the report generator.
WriteTraceFoot.
       move wsStepCount to wsTcSteps
       move wsTraceCountLine to InstructionTraceLine
       write InstructionTraceLine
       move wsOutText to wsToText
       move wsTraceOutputLine to InstructionTraceLine
       write InstructionTraceLine
       close InstructionTrace
       move "instruction-trace" to wsReportGenName
       move "INSTRUCTION TRACE" to wsReportGenTitle
       if not wsIsSelftest
           call "AOC2024REPGEN" using wsReportGenName
               wsReportGenProgram wsReportGenTitle
       end-if.

*> Lets the day's extract be pointed at by a run-time parameter
*> instead of always being a file literally called "input".
ReadParameters.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsSelftest from environment "AOC202417P1_SELFTEST"
           on exception continue
       end-accept
       if wsIsSelftest
           perform WriteSelfTestSample
           move ".selftest-input" to wsInputFilename
       else
           accept wsInputFilename from environment "AOC202417P1_INPUT"
               on exception continue
           end-accept
           if wsInputFilename = spaces
               move "input" to wsInputFilename
           end-if
           if wsInputFilename = "input"
               accept wsDropPick from environment "AOC2024_DROP_PICK"
                   on exception continue
               end-accept
               if wsDropPick = "OLDEST"
                   move "ls -1 input-* 2>/dev/null | grep -v manifest | sort | head -1 > .drop-candidate" to wsDropListCmd
               end-if
               perform ResolveInputDrop
           end-if
       end-if.

*> Writes the puzzle page's own sample program out to the self-test
*> scratch file, for self-test mode to read back in through InputFile.
WriteSelfTestSample.
       open output SelfTestSample
       move "Register A: 729" to SelfTestSampleLine
       write SelfTestSampleLine
       move "Register B: 0" to SelfTestSampleLine
       write SelfTestSampleLine
       move "Register C: 0" to SelfTestSampleLine
       write SelfTestSampleLine
       move spaces to SelfTestSampleLine
       write SelfTestSampleLine
       move "Program: 0,1,5,4,3,0" to SelfTestSampleLine
       write SelfTestSampleLine
       close SelfTestSample.

*> Opens the shared run audit-trail file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenAuditFile.
       open extend AuditFile
       if wsAuditStatus not = "00"
           open output AuditFile
       end-if.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC202417P1"==
              ==:FILE-NAME:==    by ==AuditFile==
              ==:EVENT-FIELD:==  by ==wsAuditEvent==
              ==:DETAIL-FIELD:== by ==wsAuditDetail==
              ==:CYCLE-FIELD:==  by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

*> Opens the shared rejected-records file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenRejectFile.
       open extend RejectedRecords
       if wsRejectStatus not = "00"
           open output RejectedRecords
       end-if.

copy "RejectWriter.cpy"
    replacing ==:PROGRAM-NAME:==     by =="AOC202417P1"==
              ==:FILE-NAME:==       by ==RejectedRecords==
              ==:RECORDNUM-FIELD:== by ==wsRecordsRead==
              ==:REASON-FIELD:==    by ==wsRejectReason==
              ==:TEXT-FIELD:==      by ==wsRejectText==.

copy "InputDropResolve.cpy"
    replacing ==:LIST-CMD:==        by ==wsDropListCmd==
              ==:CLEANUP-CMD:==    by =="rm -f .drop-candidate"==
              ==:FILE-NAME:==      by ==DropCandidate==
              ==:STATUS-FIELD:==   by ==wsDropStatus==
              ==:USED-DROP-FILE:== by ==wsUsedDropFile==
              ==:INPUT-FILENAME:== by ==wsInputFilename==.

copy "InputDropArchive.cpy"
    replacing ==:USED-DROP-FILE:==    by ==wsUsedDropFile==
              ==:ARCHIVE-CMD-FIELD:== by ==wsArchiveCmd==
              ==:DAY-DIR:==           by =="day17"==
              ==:PROGRAM-NAME:==      by =="AOC202417P1"==.

*> Opens the shared results-history file for appending, creating it on
*> the very first run since OPEN EXTEND fails against a file that does
*> not exist yet.
OpenResultLog.
       open extend ResultLog
       if wsResultStatus not = "00"
           open output ResultLog
       end-if.

copy "ResultWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202417P1"==
              ==:FILE-NAME:==    by ==ResultLog==
              ==:LABEL-FIELD:==  by ==wsResultLabel==
              ==:VALUE-FIELD:==  by ==wsResultValue==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:CYCLE-FIELD:==  by ==wsCycleId==.

copy "SelfTestCheck.cpy"
    replacing ==:ACTUAL-FIELD:==   by ==wsOutDigits==
              ==:EXPECTED-FIELD:== by ==wsSelftestExpected==
              ==:RESULT-LABEL:==   by =="Output digits"==.

*> Appends this run's control-total record - records read, accepted,
*> rejected, value exceptions, and the input consumed - for
*> driver/balance.cob to prove the run balanced.
WriteControlTotals.
       open extend ControlFile
       if wsControlStatus not = "00"
           open output ControlFile
       end-if
       perform WriteControlLine
       close ControlFile.

copy "ControlWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202417P1"==
              ==:FILE-NAME:==    by ==ControlFile==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:ACCEPTED-FIELD:== by ==wsAcceptedCount==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:EXC-FIELD:==    by ==ZERO==
              ==:INPUT-FIELD:==  by ==wsInputFilename==.

*> Posts the run's lineage row - the consumed filename and the
*> read/reject counts - next to its result, for reconciliation to
*> cite when it flags the run.
WriteRunLineage.
       open extend LineageFile
       if wsLineageStatus not = "00"
           open output LineageFile
       end-if
       perform WriteLineageLine
       close LineageFile.

copy "LineageWriter.cpy"
    replacing ==:PROGRAM-NAME:== by =="AOC202417P1"==
              ==:FILE-NAME:==    by ==LineageFile==
              ==:READ-FIELD:==   by ==wsRecordsRead==
              ==:REJECT-FIELD:== by ==wsRejectCount==
              ==:INPUT-FIELD:==  by ==wsInputFilename==
              ==:DROP-FIELD:==   by ==wsUsedDropFile==
              ==:BUILD-FIELD:==  by ==wsBuildSum==.

end program AOC202417P1.
