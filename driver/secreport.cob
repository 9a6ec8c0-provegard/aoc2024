identification division.
program-id. AOC2024SECREPORT.

*> Weekly security-violations report for the shift lead: everything
*> the console's security-events journal caught over the seven days
*> ending on the report date - refused sign-ons, wrong credentials,
*> lockouts, sign-ons tried while locked out, and menu choices
*> refused to an operator's role - counted by kind and by operator,
*> each violation listed, and the operators still locked out right
*> now (operator-credentials) named so someone resets or chases
*> them. Idle sign-offs, credential changes and ADMIN resets are
*> counted alongside as the context the violations are read in.
*>
*> The report date is today unless AOC2024SECREPORT_DATE (YYYYMMDD)
*> names another week's end. Writes the fixed-name
*> security-violations-report, with a dated generation kept the way
*> the job reports keep theirs.
*>
*> Return code: 0 report written (violations or not).

environment division.
input-output section.
file-control.
       select SecurityLog assign to 'security-events'
           organization is line sequential
           file status is wsSecStatus.
       select CredentialFile assign to 'operator-credentials'
           organization is line sequential
           file status is wsCredStatus.
       select SecReport assign to 'security-violations-report'
           organization is line sequential
           file status is wsReportStatus.

data division.
file section.
copy "SecurityRecord.cpy"
    replacing ==:FILE-NAME:== by ==SecurityLog==.

copy "CredentialRecord.cpy"
    replacing ==:FILE-NAME:== by ==CredentialFile==.

FD SecReport.
01 SecReportLine pic X(132).

working-storage section.
       01 wsSecStatus pic X(2).
       01 wsCredStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsReportName pic X(40) value "security-violations-report".
       01 wsReportProgram pic X(20) value "AOC2024SECREPORT".
       01 wsReportTitle pic X(40) value "SECURITY VIOLATIONS".

       01 wsDateParm pic X(8) value spaces.
       01 wsEndDate pic 9(8).
       01 wsStartDate pic 9(8).
       01 wsEndInt pic 9(7).
       01 wsRowDate pic X(8).

*> Counts by event kind, in the order the report prints them; the
*> first five are violations.
       01 wsKindValues.
           05 filler pic X(10) value "REFUSED".
           05 filler pic X(10) value "BADCRED".
           05 filler pic X(10) value "LOCKOUT".
           05 filler pic X(10) value "LOCKED".
           05 filler pic X(10) value "DENIED".
           05 filler pic X(10) value "IDLEOFF".
           05 filler pic X(10) value "ENROLLED".
           05 filler pic X(10) value "CHANGED".
           05 filler pic X(10) value "RESET".
       01 wsKindTable redefines wsKindValues.
           05 wsKindName pic X(10) occurs 9 times.
       01 wsKindCounts.
           05 wsKindCount pic 9(5) occurs 9 times.
       01 wsViolationKinds pic 9(2) value 5.
       01 wsK pic 9(2).
       01 wsKindIdx pic 9(2).

*> Violations by operator id (the id typed, for a refused sign-on).
       01 wsMaxOps pic 9(3) value 200.
       01 wsOps.
           05 wsOpEntry occurs 200 times.
               10 wsOpId pic X(12).
               10 wsOpViolations pic 9(5).
               10 wsOpLockouts pic 9(3).
       01 wsOpCount pic 9(3) value 0.
       01 wsO pic 9(3).
       01 wsOpIdx pic 9(3).

*> The violation rows themselves, for the detail section.
       01 wsMaxDetail pic 9(4) value 2000.
       01 wsDetails.
           05 wsDetailLine pic X(104) occurs 2000 times.
       01 wsDetailCount pic 9(4) value 0.
       01 wsDetailDropped pic 9(5) value 0.
       01 wsD pic 9(4).

       01 wsViolationTotal pic 9(5) value 0.
       01 wsLockedNow pic 9(3) value 0.
       01 wsCountDisplay pic Z(4)9.
       01 wsLockDisplay pic Z(2)9.

procedure division.
       accept wsDateParm from environment "AOC2024SECREPORT_DATE"
           on exception continue
       end-accept
       if wsDateParm is numeric
           move wsDateParm to wsEndDate
       else
           move function current-date(1:8) to wsEndDate
       end-if
       compute wsEndInt = function integer-of-date(wsEndDate)
       move function date-of-integer(wsEndInt - 6) to wsStartDate

       perform varying wsK from 1 by 1 until wsK > 9
           move 0 to wsKindCount(wsK)
       end-perform

       move "n" to wsEof
       move 0 to wsRecordsRead
       open input SecurityLog
       if wsSecStatus = "00"
           perform ReadSecurityLoop
           close SecurityLog
       end-if

       open output SecReport
       perform WriteHeader
       perform WriteKindSection
       perform WriteOperatorSection
       perform WriteDetailSection
       perform WriteLockedSection
       close SecReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "SECREPORT: " wsViolationTotal " violation(s) "
           wsStartDate "-" wsEndDate ", " wsLockedNow
           " operator(s) locked out now"
       stop run.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadSecurityLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==SecurityLog==
              ==:RECORD-NAME:== BY ==SecLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform TallySecurityRow==.

*> One journal row inside the week: counted by kind, and - when it
*> is a violation - against its operator and into the detail list.
TallySecurityRow.
       move spaces to wsRowDate
       string
           SecStamp(1:4) delimited by size
           SecStamp(6:2) delimited by size
           SecStamp(9:2) delimited by size
           into wsRowDate
       end-string
       if wsRowDate not numeric
           exit paragraph
       end-if
       if wsRowDate < wsStartDate or wsRowDate > wsEndDate
           exit paragraph
       end-if
       move 0 to wsKindIdx
       perform varying wsK from 1 by 1 until wsK > 9
           if wsKindName(wsK) = SecEvent
               move wsK to wsKindIdx
           end-if
       end-perform
       if wsKindIdx = 0
           exit paragraph
       end-if
       add 1 to wsKindCount(wsKindIdx)
       if wsKindIdx > wsViolationKinds
           exit paragraph
       end-if

       add 1 to wsViolationTotal
       perform FindOperatorEntry
       if wsOpIdx not = 0
           add 1 to wsOpViolations(wsOpIdx)
           if SecEvent = "LOCKOUT"
               add 1 to wsOpLockouts(wsOpIdx)
           end-if
       end-if
       if wsDetailCount < wsMaxDetail
           add 1 to wsDetailCount
           move SecLine to wsDetailLine(wsDetailCount)
       else
           add 1 to wsDetailDropped
       end-if.

FindOperatorEntry.
       move 0 to wsOpIdx
       perform varying wsO from 1 by 1 until wsO > wsOpCount
           if wsOpId(wsO) = SecOperator
               move wsO to wsOpIdx
           end-if
       end-perform
       if wsOpIdx = 0 and wsOpCount < wsMaxOps
           add 1 to wsOpCount
           move wsOpCount to wsOpIdx
           move SecOperator to wsOpId(wsOpIdx)
           move 0 to wsOpViolations(wsOpIdx)
           move 0 to wsOpLockouts(wsOpIdx)
       end-if.

WriteHeader.
       move spaces to SecReportLine
       string
           "SECURITY VIOLATIONS - console security events "
               delimited by size
           wsStartDate delimited by size
           " to " delimited by size
           wsEndDate delimited by size
           into SecReportLine
       end-string
       write SecReportLine
       move wsViolationTotal to wsCountDisplay
       move spaces to SecReportLine
       string
           "Violations this week: " delimited by size
           function trim(wsCountDisplay) delimited by size
           into SecReportLine
       end-string
       write SecReportLine
       move spaces to SecReportLine
       write SecReportLine.

WriteKindSection.
       move "---- by kind ----" to SecReportLine
       write SecReportLine
       perform varying wsK from 1 by 1 until wsK > 9
           move wsKindCount(wsK) to wsCountDisplay
           move spaces to SecReportLine
           if wsK <= wsViolationKinds
               string
                   "  " delimited by size
                   wsKindName(wsK) delimited by size
                   wsCountDisplay delimited by size
                   "  violation" delimited by size
                   into SecReportLine
               end-string
           else
               string
                   "  " delimited by size
                   wsKindName(wsK) delimited by size
                   wsCountDisplay delimited by size
                   into SecReportLine
               end-string
           end-if
           write SecReportLine
       end-perform
       move spaces to SecReportLine
       write SecReportLine.

WriteOperatorSection.
       move "---- by operator ----" to SecReportLine
       write SecReportLine
       if wsOpCount = 0
           move "  (none)" to SecReportLine
           write SecReportLine
       end-if
       perform varying wsO from 1 by 1 until wsO > wsOpCount
           move wsOpViolations(wsO) to wsCountDisplay
           move wsOpLockouts(wsO) to wsLockDisplay
           move spaces to SecReportLine
           if wsOpId(wsO) = spaces
               string
                   "  (blank id)  " delimited by size
                   wsCountDisplay delimited by size
                   " violation(s), lockouts " delimited by size
                   wsLockDisplay delimited by size
                   into SecReportLine
               end-string
           else
               string
                   "  " delimited by size
                   wsOpId(wsO) delimited by size
                   wsCountDisplay delimited by size
                   " violation(s), lockouts " delimited by size
                   wsLockDisplay delimited by size
                   into SecReportLine
               end-string
           end-if
           write SecReportLine
       end-perform
       move spaces to SecReportLine
       write SecReportLine.

WriteDetailSection.
       move "---- violations ----" to SecReportLine
       write SecReportLine
       if wsDetailCount = 0
           move "  (none)" to SecReportLine
           write SecReportLine
       end-if
       perform varying wsD from 1 by 1 until wsD > wsDetailCount
           move spaces to SecReportLine
           string
               "  " delimited by size
               wsDetailLine(wsD) delimited by size
               into SecReportLine
           end-string
           write SecReportLine
       end-perform
       if wsDetailDropped > 0
           move wsDetailDropped to wsCountDisplay
           move spaces to SecReportLine
           string
               "  ... and " delimited by size
               function trim(wsCountDisplay) delimited by size
               " more not listed (see security-events)"
                   delimited by size
               into SecReportLine
           end-string
           write SecReportLine
       end-if
       move spaces to SecReportLine
       write SecReportLine.

*> Who cannot sign on right now, whenever the lockout happened.
WriteLockedSection.
       move "---- locked out now ----" to SecReportLine
       write SecReportLine
       move "n" to wsEof
       open input CredentialFile
       if wsCredStatus = "00"
           perform until wsEof = "y"
               read CredentialFile
                   at end move "y" to wsEof
                   not at end
                       perform ReportLockedOperator
               end-read
           end-perform
           close CredentialFile
       end-if
       if wsLockedNow = 0
           move "  (none)" to SecReportLine
           write SecReportLine
       end-if.

ReportLockedOperator.
       if CredState not = "L" or CredLine(1:1) = "*"
           exit paragraph
       end-if
       add 1 to wsLockedNow
       move spaces to SecReportLine
       string
           "  " delimited by size
           CredOperator delimited by size
           " locked since " delimited by size
           CredLocked delimited by size
           " - an ADMIN resets it from the menu (option O)"
               delimited by size
           into SecReportLine
       end-string
       write SecReportLine.

end program AOC2024SECREPORT.
