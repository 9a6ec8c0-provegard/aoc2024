*>       present and executable
*>   SOFT checks (reported, rc 4 when any):
*>     - the reference files the newer facilities read
*>       (alert-routing, oncall-rota, incident-causes, runbook,
*>       report-distribution, drop-profile-rules, invariant-rules)
*>     - the indexed results-master (absent is rebuildable - run
*>       driver/resmaster - and says so), day05's
*>       ordering-rules-index and the ordering-rules source it is
01 ReadyReportLine pic X(130).

working-storage section.
       01 wsReportName pic X(40) value "readiness-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024READINESS".
       01 wsReportTitle pic X(40) value "CYCLE READINESS".
       01 wsRegistryStatus pic X(2).
       01 wsCandStatus pic X(2).
       01 wsRegistryEof pic A(1) value "n".
       01 wsShellCmd pic X(300).

*> The registry rows held for the directory and executable checks.
       01 wsMaxJobs pic 9(3) value 80.
       01 wsJobs.
           05 wsJobEntry occurs 80 times.
               10 wsJobProgram pic X(16).
               10 wsJobDir pic X(10).
               10 wsJobStep pic X(10).
       01 wsJobCount pic 9(3) value 0.
       01 wsJobOverflow pic 9(3) value 0.
       01 wsJobCountDisplay pic ZZ9.
       01 wsJobIdx pic 9(3).
       01 wsDirIdx pic 9(2).
       01 wsDirSeen pic A(1).

       end-if
       write ReadyReportLine
       close ReadyReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       display ReadyReportLine(1:80)
       display "READINESS: " wsChecks " check(s), " wsHardFails
           " hard failure(s), " wsSoftFails " warning(s) - see"
       end-if
       perform ReadRegistryLoop
       close RegistryFile
       move wsJobCount to wsJobCountDisplay
       evaluate true
           when wsJobCount = 0
               add 1 to wsHardFails
               move "FAIL job-registry holds no parseable rows"
                   to ReadyReportLine
               write ReadyReportLine
               display ReadyReportLine(1:80)
           when wsJobOverflow > 0
               add 1 to wsHardFails
               move spaces to ReadyReportLine
               string
                   "FAIL job-registry: " delimited by size
                   wsJobOverflow delimited by size
                   " row(s) past the " delimited by size
                   function trim(wsJobCountDisplay) delimited by size
                   " this check holds, not checked" delimited by size
                   into ReadyReportLine
               end-string
               write ReadyReportLine
               display ReadyReportLine(1:80)
           when other
               move spaces to ReadyReportLine
               string
                   "OK   job-registry (" delimited by size
                   function trim(wsJobCountDisplay) delimited by size
                   " row(s))" delimited by size
                   into ReadyReportLine
               end-string
               write ReadyReportLine
       end-evaluate.

CheckControlFiles.
       move "processing-calendar" to wsProbeName
CheckReferenceFiles.
       move "alert-routing" to wsProbeName
       perform ProbeFileSoft
       move "oncall-rota" to wsProbeName
       perform ProbeFileSoft
       move "incident-causes" to wsProbeName
       perform ProbeFileSoft
       move "runbook" to wsProbeName
       perform ProbeFileSoft
       move "report-distribution" to wsProbeName
       perform ProbeFileSoft
       move "drop-profile-rules" to wsProbeName
       perform ProbeFileSoft
       move "invariant-rules" to wsProbeName
              ==:PROCESS-ROW:== BY ==perform StackRegistryJob==.

StackRegistryJob.
       if RegSeq not numeric
           exit paragraph
       end-if
       if wsJobCount >= wsMaxJobs
           *> counted, and failed in CheckRegistryFile: a row past the
           *> table is a step program nobody checked
           add 1 to wsJobOverflow
           exit paragraph
       end-if
       add 1 to wsJobCount
