    replacing ==:FILE-NAME:== by ==AlertFile==.

working-storage section.
       01 wsReportName pic X(40) value "milestone-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024MILESTONE".
       01 wsReportTitle pic X(40) value "DELIVERY MILESTONES".
       01 wsCalendarStatus pic X(2).
       01 wsLedgerStatus pic X(2).
       01 wsTransStatus pic X(2).
           perform JudgeOneMilestone
       end-perform
       close MilestoneReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       display "MILESTONE: " wsMilestoneCount " watched, " wsMissed
           " missed - see milestone-report"
