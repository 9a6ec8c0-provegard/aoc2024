*> uncomment - and refuses to generate a year that already has
*> entries. Findings go to calendar-report and the console.
*>
*> FREEZE lines (FREEZE <from> <to> <reason>) are validated too -
*> real dates, in order, with a reason - and the calendar they
*> declare binds this program like every other maintenance program:
*> inside a freeze the skeleton is not appended unless an ADMIN
*> operator gives an emergency-override reason in
*> AOC2024_FREEZE_OVERRIDE. Generations, overrides and refusals are
*> journaled in the root audit trail; an override is also raised on
*> the alert feed.
*>
*> Return code: 0 clean, 4 validation problems or a coverage
*> warning, 8 nothing could be done.

           file status is wsRegistryStatus.
       select CalReport assign to 'calendar-report'
           organization is line sequential.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
FD CalReport.
01 CalReportLine pic X(100).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsReportName pic X(40) value "calendar-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024CALMAINT".
       01 wsReportTitle pic X(40) value "PROCESSING CALENDAR MAINTENANCE".
       01 wsCalendarStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsEof pic A(1).
       01 wsSeen pic 9(1).
       01 wsPos pic 9(3).

       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsFreezeProgram pic X(16) value "AOC2024CALMAINT".
       01 wsFreezeOverride pic X(60) value spaces.
       01 wsFreezeVerdict pic X(1).  *> C clear, O override, R/N refused
       01 wsFreezeReason pic X(60).
       01 wsFreezeFrom pic X(10).
       01 wsFreezeTo pic X(10).

procedure division.
       move function current-date(1:8) to wsToday
       move function integer-of-date(function numval(wsToday))
       accept wsGenYear from environment "AOC2024CALMAINT_GENYEAR"
           on exception continue
       end-accept
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsFreezeOverride
           from environment "AOC2024_FREEZE_OVERRIDE"
           on exception continue
       end-accept

       perform LoadRegistryDirs
       perform LoadCalendar
           perform GenerateYearSkeleton
       end-if
       close CalReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "CALMAINT: " wsProblemCount " problem(s), "
           wsWarnCount " warning(s), " wsHolidayCount
               perform ValidateCutoverLine
           when "MILESTONE"
               perform ValidateMilestoneLine
           when "FREEZE"
               perform ValidateFreezeLine
       end-evaluate.

*> FREEZE <from> <to> <reason ...>: two real dates, in order, and a
*> reason for the alert and the refusals to quote.
ValidateFreezeLine.
       move wsCalValue1 to wsFreezeFrom
       move wsCalValue2 to wsFreezeTo
       perform CheckDateReal
       if wsDateOk not = "y"
           perform ReportLineProblem
           exit paragraph
       end-if
       move wsFreezeTo to wsCalValue1
       perform CheckDateReal
       if wsDateOk not = "y"
           perform ReportLineProblem
           exit paragraph
       end-if
       move 3 to wsSkip
       perform ExtractTrailingText
       if wsFreezeFrom(1:8) > wsFreezeTo(1:8) or wsGenLine = spaces
           perform ReportLineProblem
       end-if.

*> MILESTONE <HHMM> <kind> [<arg>]: a plausible time and one of the
*> kinds the monitor knows.
ValidateMilestoneLine.
*> month and day project cleanly into the new year, as commented
*> lines for the operator to confirm and uncomment - the fixed-date
*> holidays carry straight over, the movable ones get corrected by
*> hand. Refused when the year already has entries, and inside a
*> change freeze without an ADMIN's override.
GenerateYearSkeleton.
       if wsGenYear(1:4) not numeric
           display "CALMAINT: AOC2024CALMAINT_GENYEAR must be YYYY"
               stop run
           end-if
       end-perform
       perform CheckChangeFreeze

       open extend CalendarFile
       move spaces to CalendarLine
       end-string
       write CalReportLine
       display "CALMAINT: " wsGenCount " skeleton line(s) appended"
           " for " wsGenYear(1:4) " - confirm and uncomment"
       move "CALGEN" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Skeleton for " delimited by size
           wsGenYear(1:4) delimited by size
           " appended, " delimited by size
           wsGenCount delimited by size
           " line(s)" delimited by size
           into wsAuditDetail
       end-string
       perform WriteRootAudit.

*> The change-freeze gate, asked before the calendar is appended to.
*> A refusal ends the run with the calendar untouched; an ADMIN's
*> emergency override goes ahead, journaled here (the alert is
*> raised by AOC2024FREEZE).
CheckChangeFreeze.
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       if wsFreezeVerdict = "C"
           exit paragraph
       end-if
       if wsFreezeVerdict = "O"
           move spaces to CalReportLine
           string
               "OVERRIDE change freeze " delimited by size
               function trim(wsFreezeReason) delimited by size
               " - " delimited by size
               function trim(wsFreezeOverride) delimited by size
               into CalReportLine
           end-string
           write CalReportLine
           move "OVERRIDE" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Freeze override: " delimited by size
               wsFreezeOverride delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           exit paragraph
       end-if

       move spaces to CalReportLine
       string
           "REFUSED skeleton generation - change freeze in force: "
               delimited by size
           function trim(wsFreezeReason) delimited by size
           into CalReportLine
       end-string
       write CalReportLine
       close CalReport
       if wsFreezeVerdict = "N"
           display "CALMAINT: change freeze in force ("
               function trim(wsFreezeReason) ") - an override needs"
               " an ADMIN operator"
       else
           display "CALMAINT: change freeze in force ("
               function trim(wsFreezeReason) ") - nothing appended;"
               " an ADMIN may set AOC2024_FREEZE_OVERRIDE to a reason"
       end-if
       move "FROZEN" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Changes refused in freeze: " delimited by size
           wsFreezeReason delimited by size
           into wsAuditDetail
       end-string
       perform WriteRootAudit
       move 8 to return-code
       stop run.

WriteRootAudit.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024CALMAINT"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

*> The trailing free text after the skipped tokens, verbatim - the
*> holiday's name with its embedded spaces.
