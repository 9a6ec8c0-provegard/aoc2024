*> the first offending line number, to drop-profile-report and the
*> console. Run it when the evening drops land, before the cycle.
*>
*> With AOC2024PROFILER_DIR set to one day directory, only that
*> directory's drops are profiled and its report goes to the
*> directory's own drop-profile-report, leaving the evening's full
*> report at the root alone - the driver's arrival watch profiles
*> each drop this way as it lands.
*>
*> Return code: 0 every pending drop passed (or nothing pending),
*> 4 violations found, 8 nothing could be done.

       select DropFile assign to wsDropFilename
           organization is line sequential
           file status is wsDropStatus.
       select ProfileReport assign to wsReportName
           organization is line sequential.

data division.
01 ProfileReportLine pic X(150).

working-storage section.
       01 wsReportName pic X(40) value "drop-profile-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024PROFILER".
       01 wsReportTitle pic X(40) value "INPUT DROP PROFILE".
       01 wsScopeDir pic X(10) value spaces.  *> one directory only, via AOC2024PROFILER_DIR
       01 wsRegistryStatus pic X(2).
       01 wsRulesStatus pic X(2).
       01 wsListStatus pic X(2).
       01 wsTrimmedLen pic 9(5).

procedure division.
       accept wsScopeDir from environment "AOC2024PROFILER_DIR"
           on exception continue
       end-accept
       perform LoadRegistryDirs
       if wsDirCount = 0
           if wsScopeDir = spaces
               display "PROFILER: no day directories on the registry"
           else
               display "PROFILER: " function trim(wsScopeDir)
                   " is not a day directory on the registry"
           end-if
           move 8 to return-code
           stop run
       end-if
       perform LoadRules

       if wsScopeDir not = spaces
           move spaces to wsReportName
           string
               wsScopeDir delimited by space
               "/drop-profile-report" delimited by size
               into wsReportName
           end-string
       end-if
       open output ProfileReport
       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
           perform ProfileDirectory
       end-perform
       close ProfileReport
       if wsScopeDir = spaces
           call "AOC2024REPGEN" using wsReportName
               wsReportProgram wsReportTitle
       end-if

       display "PROFILER: " wsDropsProfiled " drop(s) profiled, "
           wsTotalViolations " violation(s)"
       if RegSeq not numeric or RegPhase = "P"
           exit paragraph
       end-if
       if wsScopeDir not = spaces and RegDir not = wsScopeDir
           exit paragraph
       end-if
       move "n" to wsDirFound
       perform varying wsDirIdx from 1 by 1
               until wsDirIdx > wsDirCount
