*> and writes SAME/DIFF lines to parallel-run-report. A clean week
*> is the bar for promoting the candidate.
*>
*> Every run gets a reference (P and its start stamp) and leaves a
*> row on the root parallel-ledger: the program, the checksum of
*> the candidate that ran, the drops and differences, and a CLEAN /
*> DIFF / NORUN verdict. AOC2024RELEASE promotes a build only by
*> citing the reference of a CLEAN run of that very checksum.
*>
*> Return code: 0 clean parallel, 4 difference(s), 8 could not run.

environment division.
           file status is wsCandStatus.
       select ParallelReport assign to 'parallel-run-report'
           organization is line sequential.
       select ParallelLedger assign to 'parallel-ledger'
           organization is line sequential
           file status is wsLedgerStatus.

data division.
file section.
FD ParallelReport.
01 ParallelReportLine pic X(160).

copy "ParallelRecord.cpy"
    replacing ==:FILE-NAME:== by ==ParallelLedger==.

working-storage section.
       01 wsReportName pic X(40) value "parallel-run-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024PARALLEL".
       01 wsReportTitle pic X(40) value "PARALLEL RUN COMPARISON".
       01 wsRegistryStatus pic X(2).
       01 wsListStatus pic X(2).
       01 wsViewStatus pic X(2).
       01 wsLookTotals pic X(43).
       01 wsReportsVerdict pic X(1).

*> This run's reference and the candidate build it proved.
       01 wsLedgerStatus pic X(2).
       01 wsRunRef pic X(15).
       01 wsRunStamp pic X(19).
       01 wsOperatorId pic X(12) value spaces.
       01 wsBuildPath pic X(100).
       01 wsCandSum pic X(10).
       01 wsVerdict pic X(5).

       01 wsDropsRun pic 9(3) value 0.
       01 wsDiffCount pic 9(4) value 0.
       01 wsNumDisplay pic Z(14)9.
           move 8 to return-code
           stop run
       end-if
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       move wsProgramParm to wsProgram
       if wsDropsParm not = spaces
           move function numval(wsDropsParm) to wsDropsWanted
           stop run
       end-if

       move wsCandidateParm to wsBuildPath
       call "AOC2024BUILDSUM" using wsBuildPath wsCandSum
       move spaces to wsRunRef
       string
           "P" delimited by size
           function current-date(1:14) delimited by size
           into wsRunRef
       end-string
       move spaces to wsRunStamp
       string
           function current-date(1:4) delimited by size
           "-" delimited by size
           function current-date(5:2) delimited by size
           "-" delimited by size
           function current-date(7:2) delimited by size
           " " delimited by size
           function current-date(9:2) delimited by size
           ":" delimited by size
           function current-date(11:2) delimited by size
           ":" delimited by size
           function current-date(13:2) delimited by size
           into wsRunStamp
       end-string

       open output ParallelReport
       move spaces to ParallelReportLine
       string
           into ParallelReportLine
       end-string
       write ParallelReportLine
       move spaces to ParallelReportLine
       string
           "Reference " delimited by size
           wsRunRef delimited by size
           "  candidate checksum " delimited by size
           wsCandSum delimited by size
           into ParallelReportLine
       end-string
       write ParallelReportLine

       perform ListNewestDrops
       perform RunAllDrops
       end-string
       write ParallelReportLine
       close ParallelReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle

       evaluate true
           when wsDropsRun = 0
               move "NORUN" to wsVerdict
           when wsDiffCount > 0
               move "DIFF" to wsVerdict
           when other
               move "CLEAN" to wsVerdict
       end-evaluate
       perform WriteLedgerRow

       display "PARALLEL: " wsDropsRun " drop(s) run, " wsDiffCount
           " difference(s) - see parallel-run-report"
       display "PARALLEL: reference " wsRunRef " " wsVerdict
           " for candidate checksum " wsCandSum
       if wsDropsRun = 0
           move 8 to return-code
       else
       end-if
       stop run.

*> The run's row on the parallel-ledger, the evidence a promotion
*> cites; created on the very first run the usual way.
WriteLedgerRow.
       open extend ParallelLedger
       if wsLedgerStatus not = "00"
           open output ParallelLedger
       end-if
       move spaces to ParallelLine
       move wsRunRef to PlRef
       move wsProgram to PlProgram
       move wsCandSum to PlChecksum
       move wsDropsRun to PlDrops
       move wsDiffCount to PlDiffs
       move wsVerdict to PlVerdict
       move wsOperatorId to PlOperator
       move wsRunStamp to PlStamp
       write ParallelLine
       close ParallelLedger.

FindRegistryRow.
       open input RegistryFile
       if wsRegistryStatus not = "00"
           move RegEnv to wsJobEnv
       end-if.

*> Newest by the drop's own name, so an offloaded drop recalled
*> into recall/ takes its place among the archived ones.
ListNewestDrops.
       move spaces to wsShellCmd
       string
           "ls -1 " delimited by size
           wsJobDir delimited by space
           "/archive/input-* " delimited by size
           wsJobDir delimited by space
           "/recall/input-* 2>/dev/null | grep -v manifest"
               " | awk -F/ '{print $NF, $0}' | sort | tail -"
               delimited by size
           wsDropsWanted delimited by size
           " | cut -d' ' -f2 > .parallel-list" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd.
           wsJobDir delimited by space
           " && rm -rf audit-trail control-totals results-history"
           " run-lineage rejected-records reject-status"
           " arrival-history archive recall archive-offload-*"
           " quarantine .day-lock"
           " input input-* trend-* *report* *checkpoint*"
           " patrol-movement-log 2>/dev/null; exit 0"
               delimited by size
