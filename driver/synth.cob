identification division.
program-id. AOC2024SYNTH.

*> Writes well-formed synthetic dated drops for volume testing: for
*> each day directory the registry runs jobs in, a drop in that
*> day's own input shape at a requested scale - number pairs for
*> day01, report lines for day02, corrupted-memory text for day03,
*> letter, obstacle, antenna, height and garden grids for day04,
*> day06, day08, day10 and day12, the disk map, the calibration
*> equations, the stones, the claw machines, the robots, the
*> warehouse and its moves, the maze, the debugger program, the
*> falling bytes, the towels and the buyers' secrets - with its
*> manifest alongside, so a whole night can be rehearsed at twice
*> or ten times tonight's volume long before the real feeds grow.
*> A requested share of malformed lines can be planted to drive the
*> reject, profiler and quarantine paths as well.
*>
*> Synthetic drops must never meet production: the run is refused
*> unless the root it runs in carries a sandbox's .sandbox marker
*> (build one with AOC2024SANDBOX), and a drop already standing or
*> archived for the date is never overwritten. Run from the sandbox root.
*>
*> Settings, all from the environment:
*>     AOC2024SYNTH_DATE      business date the drops are dated
*>                            (YYYYMMDD; default the business date)
*>     AOC2024SYNTH_SCALE     volume as a percentage of the newest
*>                            archived drop's (10-1000, default 100).
*>                            A directory with nothing archived uses
*>                            the puzzle's usual size instead; grids
*>                            scale in area, so their side grows by
*>                            the square root
*>     AOC2024SYNTH_GRID      fixed side for the grid days (5-250);
*>                            blank or 0 scales them as above
*>     AOC2024SYNTH_BADPCT    percent of data lines planted malformed
*>                            (0-50, default 0). day03's memory is
*>                            corrupt by design and is never planted
*>     AOC2024SYNTH_MANIFEST  Y (default) a true manifest, N none,
*>                            BAD a manifest one line out, so the
*>                            drop is quarantined at the door
*>     AOC2024SYNTH_SEED      random seed (default 1) - the same
*>                            seed and settings give the same drops
*>     AOC2024SYNTH_DAYS      day directories to write (dayNN, space
*>                            separated); blank is every one
*> day05's ordering rules are reference data and are left as they
*> stand; its drop carries update lines only. Every drop written is
*> journaled in the root audit trail and listed, with its line and
*> malformed counts, in synthetic-feed-report.
*>
*> Return code: 0 drops written, 4 some directory skipped (a drop
*> already there), 8 refused or invalid.

environment division.
input-output section.
file-control.
       select SandboxMarker assign to '.sandbox'
           organization is line sequential
           file status is wsMarkerStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select CandidateFile assign to '.synth-candidate'
           organization is line sequential
           file status is wsCandidateStatus.
       select DropOut assign to wsDropFilename
           organization is line sequential
           file status is wsDropStatus.
       select SynthReport assign to 'synthetic-feed-report'
           organization is line sequential
           file status is wsReportStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
FD SandboxMarker.
01 SandboxMarkerLine pic X(160).

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

*> What the shell probe hands back per directory: EXISTS or NEW for
*> the date's drop (waiting or already archived), then the newest
*> archived drop's line count (0 when nothing is archived).
FD CandidateFile.
01 CandidateLine pic X(80).

*> day03's memory lines run to thousands of characters and day09's
*> disk map is one line of up to 19999 digits; every other feed
*> fits the short record.
FD DropOut.
01 DropLine pic X(65000).
01 DropShortLine pic X(4000).

FD SynthReport.
01 SynthReportLine pic X(132).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsMarkerStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsCandidateStatus pic X(2).
       01 wsDropStatus pic X(2).
       01 wsReportStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsShellCmd pic X(1000).
       01 wsProcYear pic X(4).  *> processing year this run belongs to, via AOC2024YEAR
       01 wsReportName pic X(40) value "synthetic-feed-report".  *> report handed to AOC2024REPGEN
       01 wsReportProgram pic X(20) value "AOC2024SYNTH".
       01 wsReportTitle pic X(40) value "SYNTHETIC FEED GENERATION".

       01 wsDateParm pic X(10) value spaces.
       01 wsScaleParm pic X(10) value spaces.
       01 wsGridParm pic X(10) value spaces.
       01 wsBadParm pic X(10) value spaces.
       01 wsManifestParm pic X(10) value spaces.
       01 wsSeedParm pic X(10) value spaces.
       01 wsDaysParm pic X(200) value spaces.
       01 wsBusDate pic X(8).
       01 wsScalePct pic 9(4) value 100.
       01 wsGridSide pic 9(3) value 0.
       01 wsBadPct pic 9(2) value 0.
       01 wsSeed pic 9(9) value 1.
       01 wsMemSize pic 9(3) value 71.  *> day18's memory space, as AOC202418_SIZE sets it

*> The day directories the registry runs daily jobs in.
       01 wsDirs.
           05 wsDir pic X(10) occurs 60 times.
       01 wsDirCount pic 9(2) value 0.
       01 wsD pic 9(2).
       01 wsFoundIdx pic 9(2).
       01 wsTally pic 9(3).
       01 wsDayNo pic 9(2).

*> One directory's drop as it is built.
       01 wsDropFilename pic X(40).
       01 wsDropName pic X(20).
       01 wsProbeWord pic X(10).
       01 wsArchived pic 9(7).
       01 wsBase pic 9(7).
       01 wsBaseSource pic X(8).
       01 wsTarget pic 9(7).
       01 wsSide pic 9(3).
       01 wsLineCount pic 9(7).
       01 wsBadCount pic 9(7).
       01 wsPlantBad pic A(1).
       01 wsWrittenCount pic 9(2) value 0.
       01 wsSkippedCount pic 9(2) value 0.

*> The line under construction and where the next character goes.
       01 wsOut pic X(65000).
       01 wsPtr pic 9(5).
       01 wsLen pic 9(5).
       01 wsCh pic X(1).
       01 wsPrevRow pic X(250).

*> Random draws: RandomInt returns wsRnd between wsLo and wsHi.
       01 wsRand usage comp-2.
       01 wsLo pic S9(15).
       01 wsHi pic S9(15).
       01 wsRnd pic S9(15).
       01 wsN pic S9(17).
       01 wsNumEdit pic -(17)9.

       01 wsRow pic 9(5).
       01 wsCol pic 9(5).
       01 wsItem pic 9(7).
       01 wsCount pic 9(5).
       01 wsGuardRow pic 9(3).
       01 wsGuardCol pic 9(3).
       01 wsValue pic S9(5).
       01 wsTotal pic 9(17).
       01 wsLimit pic 9(17) value 100000000000000.
       01 wsOps.
           05 wsOp pic 9(3) occurs 12 times.
       01 wsPages.
           05 wsPage pic 9(2) occurs 89 times.
       01 wsSwap pic 9(2).
       01 wsAx pic 9(3).
       01 wsAy pic 9(3).
       01 wsBx pic 9(3).
       01 wsBy pic 9(3).
       01 wsPressA pic 9(3).
       01 wsPressB pic 9(3).
       01 wsPrizeX pic 9(7).
       01 wsPrizeY pic 9(7).
       01 wsUsed pic X(62500).
       01 wsCell pic 9(5).
       01 wsTries pic 9(5).

       01 wsLetters pic X(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 wsFreqChars pic X(62)
           value "0123456789abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 wsXmas pic X(4) value "XMAS".
       01 wsMoves pic X(4) value "<>^v".
       01 wsColours pic X(5) value "wubrg".
       01 wsJunk pic X(40) value "!@#$%^&*()[]{}<>,;:'?+-_ /whenselectfrom".

       01 wsReportDisplay pic Z(6)9.
       01 wsBadDisplay pic Z(6)9.
       01 wsBaseDisplay pic Z(6)9.
       01 wsScaleDisplay pic Z(3)9.

procedure division.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept

       open input SandboxMarker
       if wsMarkerStatus not = "00"
           display "SYNTH: refused - no .sandbox marker here; synthetic"
               " drops are written only into a sandbox root"
           move "REFUSED" to wsAuditEvent
           move "Synthetic drops refused - not a sandbox root"
               to wsAuditDetail
           perform WriteRootAudit
           move 8 to return-code
           stop run
       end-if
       close SandboxMarker

       perform ReadSettings
       if return-code = 8
           stop run
       end-if
       perform LoadDayDirs
       if wsDirCount = 0
           display "SYNTH: the job registry names no day directories"
               " to write drops for"
           move 8 to return-code
           stop run
       end-if

       compute wsRand = function random(wsSeed)
       open output SynthReport
       move "Synthetic feed generation" to SynthReportLine
       write SynthReportLine
       move spaces to SynthReportLine
       move wsScalePct to wsScaleDisplay
       string
           "Business date " delimited by size
           wsBusDate delimited by size
           "  scale " delimited by size
           function trim(wsScaleDisplay) delimited by size
           "%  malformed " delimited by size
           wsBadPct delimited by size
           "%  manifest " delimited by size
           wsManifestParm delimited by space
           "  seed " delimited by size
           wsSeed delimited by size
           into SynthReportLine
       end-string
       write SynthReportLine
       move spaces to SynthReportLine
       write SynthReportLine
       move "Directory  Drop                   Lines  Malformed  Base"
           to SynthReportLine
       write SynthReportLine

       perform varying wsD from 1 by 1 until wsD > wsDirCount
           perform GenerateDir
       end-perform

       move spaces to SynthReportLine
       write SynthReportLine
       move spaces to SynthReportLine
       string
           wsWrittenCount delimited by size
           " drop(s) written, " delimited by size
           wsSkippedCount delimited by size
           " directory(ies) skipped" delimited by size
           into SynthReportLine
       end-string
       write SynthReportLine
       close SynthReport
       call "AOC2024REPGEN" using wsReportName
           wsReportProgram wsReportTitle
       display "SYNTH: " wsWrittenCount " drop(s) written, "
           wsSkippedCount " skipped - see synthetic-feed-report"
       if wsSkippedCount > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if
       stop run.

*> Every setting is validated before anything is written.
ReadSettings.
       accept wsDateParm from environment "AOC2024SYNTH_DATE"
           on exception continue
       end-accept
       accept wsScaleParm from environment "AOC2024SYNTH_SCALE"
           on exception continue
       end-accept
       accept wsGridParm from environment "AOC2024SYNTH_GRID"
           on exception continue
       end-accept
       accept wsBadParm from environment "AOC2024SYNTH_BADPCT"
           on exception continue
       end-accept
       accept wsManifestParm from environment "AOC2024SYNTH_MANIFEST"
           on exception continue
       end-accept
       accept wsSeedParm from environment "AOC2024SYNTH_SEED"
           on exception continue
       end-accept
       accept wsDaysParm from environment "AOC2024SYNTH_DAYS"
           on exception continue
       end-accept

       if wsDateParm = spaces
           call "AOC2024BDATE" using wsBusDate
       else
           if wsDateParm(1:8) not numeric or wsDateParm(9:) not = spaces
               display "ERROR: AOC2024SYNTH_DATE must be a YYYYMMDD"
                   " business date"
               move 8 to return-code
               exit paragraph
           end-if
           move wsDateParm(1:8) to wsBusDate
       end-if

       if wsScaleParm not = spaces
           if function test-numval(wsScaleParm) not = 0
               display "ERROR: AOC2024SYNTH_SCALE must be a percentage,"
                   " 10 to 1000"
               move 8 to return-code
               exit paragraph
           end-if
           if function numval(wsScaleParm) < 10
               or function numval(wsScaleParm) > 1000
               display "ERROR: AOC2024SYNTH_SCALE must be a percentage,"
                   " 10 to 1000"
               move 8 to return-code
               exit paragraph
           end-if
           move function numval(wsScaleParm) to wsScalePct
       end-if

       if wsGridParm not = spaces
           if function test-numval(wsGridParm) not = 0
               display "ERROR: AOC2024SYNTH_GRID must be 0 or a side of"
                   " 5 to 250"
               move 8 to return-code
               exit paragraph
           end-if
           if function numval(wsGridParm) > 250
               or (function numval(wsGridParm) < 5
                   and function numval(wsGridParm) not = 0)
               display "ERROR: AOC2024SYNTH_GRID must be 0 or a side of"
                   " 5 to 250"
               move 8 to return-code
               exit paragraph
           end-if
           move function numval(wsGridParm) to wsGridSide
       end-if

       if wsBadParm not = spaces
           if function test-numval(wsBadParm) not = 0
               display "ERROR: AOC2024SYNTH_BADPCT must be 0 to 50"
               move 8 to return-code
               exit paragraph
           end-if
           if function numval(wsBadParm) < 0
               or function numval(wsBadParm) > 50
               display "ERROR: AOC2024SYNTH_BADPCT must be 0 to 50"
               move 8 to return-code
               exit paragraph
           end-if
           move function numval(wsBadParm) to wsBadPct
       end-if

       move function upper-case(wsManifestParm) to wsManifestParm
       if wsManifestParm = spaces
           move "Y" to wsManifestParm
       end-if
       if wsManifestParm not = "Y" and wsManifestParm not = "N"
           and wsManifestParm not = "BAD"
           display "ERROR: AOC2024SYNTH_MANIFEST must be Y, N or BAD"
           move 8 to return-code
           exit paragraph
       end-if

       if wsSeedParm not = spaces
           if function test-numval(wsSeedParm) not = 0
               display "ERROR: AOC2024SYNTH_SEED must be a number"
               move 8 to return-code
               exit paragraph
           end-if
           move function numval(wsSeedParm) to wsSeed
       end-if

       move spaces to wsParamValue
       accept wsParamValue from environment "AOC202418_SIZE"
           on exception continue
       end-accept
       if wsParamValue = spaces
           move "AOC202418_SIZE" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move 0 to return-code
       end-if
       if wsParamValue not = spaces
           if function test-numval(wsParamValue) = 0
               if function numval(wsParamValue) >= 2
                   and function numval(wsParamValue) <= 250
                   move function numval(wsParamValue) to wsMemSize
               end-if
           end-if
       end-if.

*> Day directories of this year's enabled daily jobs, each once,
*> narrowed to AOC2024SYNTH_DAYS when it is set.
LoadDayDirs.
       call "AOC2024YEAR" using wsProcYear
       move 0 to wsDirCount
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input RegistryFile
       if wsRegistryStatus not = "00"
           exit paragraph
       end-if
       perform ReadRegistryLoop
       close RegistryFile.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegistryLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==RegistryFile==
              ==:RECORD-NAME:== BY ==RegistryLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform NoteDayDir==.

NoteDayDir.
       if RegSeq not numeric or RegDir(1:3) not = "day"
           or RegDir(4:2) not numeric
           or RegEnabled not = "Y" or RegPhase = "P"
           exit paragraph
       end-if
       if RegYear not = spaces and RegYear not = wsProcYear
           exit paragraph
       end-if
       if wsDaysParm not = spaces
           move 0 to wsTally
           inspect wsDaysParm tallying wsTally
               for all RegDir(1:5)
           if wsTally = 0
               exit paragraph
           end-if
       end-if
       move 0 to wsFoundIdx
       perform varying wsFoundIdx from 1 by 1
               until wsFoundIdx > wsDirCount
           if wsDir(wsFoundIdx) = RegDir
               exit paragraph
           end-if
       end-perform
       if wsDirCount < 60
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.

*> One directory: refuse to overwrite, size the drop off the newest
*> archived one, write it in the day's shape, then its manifest.
GenerateDir.
       move wsDir(wsD)(4:2) to wsDayNo
       move spaces to wsDropName
       string "input-" delimited by size
           wsBusDate delimited by size
           into wsDropName
       end-string
       move spaces to wsDropFilename
       string wsDir(wsD) delimited by space
           "/" delimited by size
           wsDropName delimited by space
           into wsDropFilename
       end-string

       move spaces to wsShellCmd
       string
           "{ if [ -e " delimited by size
           wsDropFilename delimited by space
           " -o -e " delimited by size
           wsDir(wsD) delimited by space
           "/archive/" delimited by size
           wsDropName delimited by space
           " ]; then echo EXISTS; else echo NEW; fi; f=$(ls "
               delimited by size
           wsDir(wsD) delimited by space
           "/archive/input-???????? 2>/dev/null | tail -1);"
               delimited by size
           " if [ -n ""$f"" ]; then wc -l < ""$f""; else echo 0;"
               delimited by size
           " fi; } > .synth-candidate 2>/dev/null" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       move spaces to wsProbeWord
       move 0 to wsArchived
       open input CandidateFile
       if wsCandidateStatus = "00"
           read CandidateFile
               at end continue
               not at end move CandidateLine(1:10) to wsProbeWord
           end-read
           read CandidateFile
               at end continue
               not at end
                   if function test-numval(CandidateLine) = 0
                       move function numval(CandidateLine) to wsArchived
                   end-if
           end-read
           close CandidateFile
       end-if

       if wsProbeWord not = "NEW"
           add 1 to wsSkippedCount
           display "SYNTH: " function trim(wsDir(wsD))
               " already has a drop for the date - left as it is"
           move spaces to SynthReportLine
           string wsDir(wsD) delimited by size
               " " delimited by size
               wsDropName delimited by size
               "   skipped - the date already has a drop"
                   delimited by size
               into SynthReportLine
           end-string
           write SynthReportLine
           exit paragraph
       end-if

       if wsDayNo = 0 or (wsDayNo > 19 and wsDayNo not = 22)
           add 1 to wsSkippedCount
           display "SYNTH: no synthetic shape for "
               function trim(wsDir(wsD)) " - skipped"
           exit paragraph
       end-if
       perform SizeDrop
       move 0 to wsLineCount
       move 0 to wsBadCount
       open output DropOut
       if wsDropStatus not = "00"
           add 1 to wsSkippedCount
           display "SYNTH: cannot write " function trim(wsDropFilename)
               " (status " wsDropStatus ")"
           exit paragraph
       end-if
       evaluate wsDayNo
           when 01 perform GenDay01
           when 02 perform GenDay02
           when 03 perform GenDay03
           when 04 perform GenDay04
           when 05 perform GenDay05
           when 06 perform GenDay06
           when 07 perform GenDay07
           when 08 perform GenDay08
           when 09 perform GenDay09
           when 10 perform GenDay10
           when 11 perform GenDay11
           when 12 perform GenDay12
           when 13 perform GenDay13
           when 14 perform GenDay14
           when 15 perform GenDay15
           when 16 perform GenDay16
           when 17 perform GenDay17
           when 18 perform GenDay18
           when 19 perform GenDay19
           when 22 perform GenDay22
       end-evaluate
       close DropOut
       perform WriteManifest
       add 1 to wsWrittenCount

       move wsLineCount to wsReportDisplay
       move wsBadCount to wsBadDisplay
       move wsBase to wsBaseDisplay
       move spaces to SynthReportLine
       string wsDir(wsD) delimited by size
           " " delimited by size
           wsDropName delimited by size
           " " delimited by size
           wsReportDisplay delimited by size
           "    " delimited by size
           wsBadDisplay delimited by size
           "  " delimited by size
           function trim(wsBaseDisplay) delimited by size
           " " delimited by size
           wsBaseSource delimited by space
           into SynthReportLine
       end-string
       write SynthReportLine

       move "SYNTH" to wsAuditEvent
       move spaces to wsAuditDetail
       string wsDropFilename delimited by space
           " " delimited by size
           function trim(wsReportDisplay) delimited by size
           " lines, " delimited by size
           function trim(wsBadDisplay) delimited by size
           " malformed, manifest " delimited by size
           wsManifestParm delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAudit.

*> The base volume is the newest archived drop's line count where
*> there is one (its row count for a grid), else the puzzle's usual
*> size; the scale applies to line counts directly and to a grid's
*> area. AOC2024SYNTH_GRID fixes every grid's side outright.
SizeDrop.
       evaluate wsDayNo
           when 01 move 1000 to wsBase
           when 02 move 1000 to wsBase
           when 03 move 6 to wsBase
           when 04 move 140 to wsBase
           when 05 move 190 to wsBase
           when 06 move 130 to wsBase
           when 07 move 850 to wsBase
           when 08 move 50 to wsBase
           when 09 move 19999 to wsBase
           when 10 move 45 to wsBase
           when 11 move 8 to wsBase
           when 12 move 140 to wsBase
           when 13 move 1279 to wsBase
           when 14 move 500 to wsBase
           when 15 move 50 to wsBase
           when 16 move 141 to wsBase
           when 17 move 5 to wsBase
           when 18 move 3450 to wsBase
           when 19 move 402 to wsBase
           when other move 2000 to wsBase
       end-evaluate
       move "default" to wsBaseSource
       if wsArchived > 0
           and wsDayNo not = 09 and wsDayNo not = 11
           and wsDayNo not = 15 and wsDayNo not = 17
           move wsArchived to wsBase
           move "archived" to wsBaseSource
       end-if

       compute wsTarget = wsBase * wsScalePct / 100
       if wsTarget < 1
           move 1 to wsTarget
       end-if

       if wsGridSide > 0
           move wsGridSide to wsSide
       else
           if wsBase > 250
               compute wsSide = 250
           else
               compute wsSide rounded =
                   wsBase * function sqrt(wsScalePct / 100)
                   on size error move 250 to wsSide
               end-compute
           end-if
       end-if
       if wsSide > 250
           move 250 to wsSide
       end-if
       if wsSide < 5
           move 5 to wsSide
       end-if.

*> The manifest as upstream writes it - record and byte counts - or
*> one line out when a quarantine is wanted, or none at all.
WriteManifest.
       if wsManifestParm = "N"
           exit paragraph
       end-if
       move spaces to wsShellCmd
       if wsManifestParm = "BAD"
           string
               "echo $(( $(wc -l < " delimited by size
               wsDropFilename delimited by space
               ") + 1 )) $(wc -c < " delimited by size
               wsDropFilename delimited by space
               ") > " delimited by size
               wsDropFilename delimited by space
               ".manifest" delimited by size
               into wsShellCmd
           end-string
       else
           string
               "echo $(wc -l < " delimited by size
               wsDropFilename delimited by space
               ") $(wc -c < " delimited by size
               wsDropFilename delimited by space
               ") > " delimited by size
               wsDropFilename delimited by space
               ".manifest" delimited by size
               into wsShellCmd
           end-string
       end-if
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

*> --- line building ---------------------------------------------

StartLine.
       move spaces to wsOut
       move 1 to wsPtr.

EmitLine.
       compute wsLen = wsPtr - 1
       if wsLen > 4000
           move wsOut(1:wsLen) to DropLine
           write DropLine
       else
           move wsOut(1:4000) to DropShortLine
           write DropShortLine
       end-if
       add 1 to wsLineCount.

EmitBlankLine.
       perform StartLine
       perform EmitLine.

AppendNum.
       move wsN to wsNumEdit
       string function trim(wsNumEdit) delimited by size
           into wsOut with pointer wsPtr
       end-string.

AppendChar.
       move wsCh to wsOut(wsPtr:1)
       add 1 to wsPtr.

RandomInt.
       compute wsRand = function random
       compute wsRnd = wsLo + function integer(wsRand * (wsHi - wsLo + 1))
       if wsRnd > wsHi
           move wsHi to wsRnd
       end-if.

*> Whether the line now being built is planted malformed.
DecideBad.
       move "n" to wsPlantBad
       if wsBadPct = 0
           exit paragraph
       end-if
       move 1 to wsLo
       move 100 to wsHi
       perform RandomInt
       if wsRnd <= wsBadPct
           move "y" to wsPlantBad
           add 1 to wsBadCount
       end-if.

*> A grid row planted malformed is either cut short or carries a
*> character the grid never holds.
CorruptGridRow.
       move 1 to wsLo
       move 2 to wsHi
       perform RandomInt
       if wsRnd = 1
           compute wsPtr = wsSide / 2 + 1
           move spaces to wsOut(wsPtr:)
       else
           move 1 to wsLo
           move wsSide to wsHi
           perform RandomInt
           move "?" to wsOut(wsRnd:1)
       end-if.

*> --- the day shapes --------------------------------------------

*> Two location-id columns, three spaces apart.
GenDay01.
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           move 10000 to wsLo
           move 99999 to wsHi
           perform RandomInt
           move wsRnd to wsN
           perform AppendNum
           if wsPlantBad = "y"
               move 1 to wsLo
               move 2 to wsHi
               perform RandomInt
               if wsRnd = 1
                   string "   4x7q1" delimited by size
                       into wsOut with pointer wsPtr
                   end-string
               end-if
           else
               string "   " delimited by size
                   into wsOut with pointer wsPtr
               end-string
               move 10000 to wsLo
               move 99999 to wsHi
               perform RandomInt
               move wsRnd to wsN
               perform AppendNum
           end-if
           perform EmitLine
       end-perform.

*> Five to eight levels a random walk apart, so some reports are
*> safe and some are not.
GenDay02.
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           move 5 to wsLo
           move 8 to wsHi
           perform RandomInt
           move wsRnd to wsCount
           move 1 to wsLo
           move 90 to wsHi
           perform RandomInt
           move wsRnd to wsValue
           perform varying wsCol from 1 by 1 until wsCol > wsCount
               if wsCol > 1
                   string " " delimited by size
                       into wsOut with pointer wsPtr
                   end-string
                   move -3 to wsLo
                   move 3 to wsHi
                   perform RandomInt
                   add wsRnd to wsValue
                   if wsValue < 1
                       move 1 to wsValue
                   end-if
               end-if
               move wsValue to wsN
               perform AppendNum
           end-perform
           if wsPlantBad = "y"
               string " 7x" delimited by size
                   into wsOut with pointer wsPtr
               end-string
           end-if
           perform EmitLine
       end-perform.

*> Long lines of junk with mul(a,b), do() and don't() strewn
*> through it, and the odd half-written instruction.
GenDay03.
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform until wsPtr > 3000
               move 1 to wsLo
               move 20 to wsHi
               perform RandomInt
               evaluate wsRnd
                   when 1 thru 3
                       string "mul(" delimited by size
                           into wsOut with pointer wsPtr
                       end-string
                       move 1 to wsLo
                       move 999 to wsHi
                       perform RandomInt
                       move wsRnd to wsN
                       perform AppendNum
                       move "," to wsCh
                       perform AppendChar
                       perform RandomInt
                       move wsRnd to wsN
                       perform AppendNum
                       move ")" to wsCh
                       perform AppendChar
                   when 4
                       string "do()" delimited by size
                           into wsOut with pointer wsPtr
                       end-string
                   when 5
                       string "don't()" delimited by size
                           into wsOut with pointer wsPtr
                       end-string
                   when 6
                       string "mul(" delimited by size
                           into wsOut with pointer wsPtr
                       end-string
                       move 1 to wsLo
                       move 99 to wsHi
                       perform RandomInt
                       move wsRnd to wsN
                       perform AppendNum
                       move "*" to wsCh
                       perform AppendChar
                   when other
                       move 1 to wsLo
                       move 40 to wsHi
                       perform RandomInt
                       move wsJunk(wsRnd:1) to wsCh
                       perform AppendChar
               end-evaluate
           end-perform
           perform EmitLine
       end-perform.

*> A word-search grid of X, M, A and S.
GenDay04.
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               move 1 to wsLo
               move 4 to wsHi
               perform RandomInt
               move wsXmas(wsRnd:1) to wsCh
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform.

*> Update lines: an odd number (5-23) of distinct pages 11-99. The
*> ordering rules stay the directory's own.
GenDay05.
       perform varying wsCol from 1 by 1 until wsCol > 89
           compute wsPage(wsCol) = wsCol + 10
       end-perform
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           move 2 to wsLo
           move 11 to wsHi
           perform RandomInt
           compute wsCount = wsRnd * 2 + 1
           perform varying wsCol from 1 by 1 until wsCol > wsCount
               move wsCol to wsLo
               move 89 to wsHi
               perform RandomInt
               move wsPage(wsRnd) to wsSwap
               move wsPage(wsCol) to wsPage(wsRnd)
               move wsSwap to wsPage(wsCol)
               if wsCol > 1
                   move "," to wsCh
                   perform AppendChar
               end-if
               move wsPage(wsCol) to wsN
               perform AppendNum
           end-perform
           if wsPlantBad = "y"
               string ",1x" delimited by size
                   into wsOut with pointer wsPtr
               end-string
           end-if
           perform EmitLine
       end-perform.

*> The lab floor: open ground, one obstruction in ten and the guard
*> facing up somewhere inside the walls.
GenDay06.
       move 2 to wsLo
       compute wsHi = wsSide - 1
       perform RandomInt
       move wsRnd to wsGuardRow
       perform RandomInt
       move wsRnd to wsGuardCol
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               move 1 to wsLo
               move 10 to wsHi
               perform RandomInt
               if wsRnd = 1
                   move "#" to wsCh
               else
                   move "." to wsCh
               end-if
               if wsRow = wsGuardRow and wsCol = wsGuardCol
                   move "^" to wsCh
               end-if
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform.

*> "target: operands" where the target comes from a random mix of
*> + and * over the operands - or, one line in four, from nothing.
GenDay07.
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           move 3 to wsLo
           move 12 to wsHi
           perform RandomInt
           move wsRnd to wsCount
           move 1 to wsLo
           move 999 to wsHi
           perform RandomInt
           move wsRnd to wsOp(1)
           move wsRnd to wsTotal
           perform varying wsCol from 2 by 1 until wsCol > wsCount
               move 1 to wsLo
               move 99 to wsHi
               perform RandomInt
               move wsRnd to wsOp(wsCol)
               move 1 to wsLo
               move 2 to wsHi
               perform RandomInt
               if wsRnd = 1 and wsTotal * wsOp(wsCol) < wsLimit
                   compute wsTotal = wsTotal * wsOp(wsCol)
               else
                   add wsOp(wsCol) to wsTotal
               end-if
           end-perform
           move 1 to wsLo
           move 4 to wsHi
           perform RandomInt
           if wsRnd = 1
               move 1 to wsLo
               move 9 to wsHi
               perform RandomInt
               add wsRnd to wsTotal
           end-if
           move wsTotal to wsN
           perform AppendNum
           if wsPlantBad not = "y"
               move ":" to wsCh
               perform AppendChar
           end-if
           perform varying wsCol from 1 by 1 until wsCol > wsCount
               move " " to wsCh
               perform AppendChar
               move wsOp(wsCol) to wsN
               perform AppendNum
           end-perform
           perform EmitLine
       end-perform.

*> The roof: open ground with an antenna of some frequency on about
*> one cell in thirty.
GenDay08.
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               move 1 to wsLo
               move 30 to wsHi
               perform RandomInt
               if wsRnd = 1
                   move 1 to wsLo
                   move 62 to wsHi
                   perform RandomInt
                   move wsFreqChars(wsRnd:1) to wsCh
               else
                   move "." to wsCh
               end-if
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform.

*> One line of digits: file lengths 1-9 alternating with free
*> space 0-9, at most the 19999 the compactor holds.
GenDay09.
       if wsTarget > 19999
           move 19999 to wsTarget
       end-if
       perform StartLine
       perform DecideBad
       perform varying wsCol from 1 by 1 until wsCol > wsTarget
           if function mod(wsCol, 2) = 1
               move 1 to wsLo
           else
               move 0 to wsLo
           end-if
           move 9 to wsHi
           perform RandomInt
           move wsRnd to wsN
           perform AppendNum
       end-perform
       if wsPlantBad = "y"
           move 1 to wsLo
           move wsTarget to wsHi
           perform RandomInt
           move "x" to wsOut(wsRnd:1)
       end-if
       perform EmitLine.

*> A height map whose heights climb diagonally with a little noise,
*> so trails from 0 to 9 run through it.
GenDay10.
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               move 0 to wsLo
               move 1 to wsHi
               perform RandomInt
               compute wsN = function mod(wsRow + wsCol + wsRnd, 10)
               perform AppendNum
           end-perform
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform.

*> One line of stone numbers, as many as the 80-column record holds.
GenDay11.
       if wsTarget > 10
           move 10 to wsTarget
       end-if
       perform StartLine
       perform DecideBad
       perform varying wsCol from 1 by 1 until wsCol > wsTarget
           if wsCol > 1
               move " " to wsCh
               perform AppendChar
           end-if
           move 0 to wsLo
           move 999999 to wsHi
           perform RandomInt
           move wsRnd to wsN
           perform AppendNum
       end-perform
       if wsPlantBad = "y"
           string " 12a" delimited by size
               into wsOut with pointer wsPtr
           end-string
       end-if
       perform EmitLine.

*> Garden plots: each cell mostly repeats its left or upper
*> neighbour's plant, so the letters form regions.
GenDay12.
       move spaces to wsPrevRow
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               move 1 to wsLo
               move 100 to wsHi
               perform RandomInt
               evaluate true
                   when wsRnd <= 55 and wsCol > 1
                       move wsOut(wsPtr - 1:1) to wsCh
                   when wsRnd <= 90 and wsRow > 1
                       move wsPrevRow(wsCol:1) to wsCh
                   when other
                       move 1 to wsLo
                       move 26 to wsHi
                       perform RandomInt
                       move wsLetters(wsRnd:1) to wsCh
               end-evaluate
               perform AppendChar
           end-perform
           move wsOut(1:250) to wsPrevRow
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform.

*> Claw machines, four lines each with the last blank line left
*> off. One prize in three is reachable by construction.
GenDay13.
       compute wsCount = (wsTarget + 1) / 4
       if wsCount < 1
           move 1 to wsCount
       end-if
       perform varying wsItem from 1 by 1 until wsItem > wsCount
           move 10 to wsLo
           move 99 to wsHi
           perform RandomInt
           move wsRnd to wsAx
           perform RandomInt
           move wsRnd to wsAy
           perform RandomInt
           move wsRnd to wsBx
           perform RandomInt
           move wsRnd to wsBy
           move 1 to wsLo
           move 3 to wsHi
           perform RandomInt
           if wsRnd = 1
               move 1 to wsLo
               move 100 to wsHi
               perform RandomInt
               move wsRnd to wsPressA
               perform RandomInt
               move wsRnd to wsPressB
               compute wsPrizeX = wsPressA * wsAx + wsPressB * wsBx
               compute wsPrizeY = wsPressA * wsAy + wsPressB * wsBy
           else
               move 1000 to wsLo
               move 19999 to wsHi
               perform RandomInt
               move wsRnd to wsPrizeX
               perform RandomInt
               move wsRnd to wsPrizeY
           end-if

           perform StartLine
           perform DecideBad
           string "Button A: X+" delimited by size
               into wsOut with pointer wsPtr
           end-string
           move wsAx to wsN
           perform AppendNum
           if wsPlantBad not = "y"
               string ", Y+" delimited by size
                   into wsOut with pointer wsPtr
               end-string
               move wsAy to wsN
               perform AppendNum
           end-if
           perform EmitLine

           perform StartLine
           string "Button B: X+" delimited by size
               into wsOut with pointer wsPtr
           end-string
           move wsBx to wsN
           perform AppendNum
           string ", Y+" delimited by size
               into wsOut with pointer wsPtr
           end-string
           move wsBy to wsN
           perform AppendNum
           perform EmitLine

           perform StartLine
           string "Prize: X=" delimited by size
               into wsOut with pointer wsPtr
           end-string
           move wsPrizeX to wsN
           perform AppendNum
           string ", Y=" delimited by size
               into wsOut with pointer wsPtr
           end-string
           move wsPrizeY to wsN
           perform AppendNum
           perform EmitLine

           if wsItem < wsCount
               perform EmitBlankLine
           end-if
       end-perform.

*> Robots on the 101 x 103 floor: "p=x,y v=dx,dy".
GenDay14.
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           string "p=" delimited by size
               into wsOut with pointer wsPtr
           end-string
           move 0 to wsLo
           move 100 to wsHi
           perform RandomInt
           move wsRnd to wsN
           perform AppendNum
           move "," to wsCh
           perform AppendChar
           move 102 to wsHi
           perform RandomInt
           move wsRnd to wsN
           perform AppendNum
           if wsPlantBad not = "y"
               string " v=" delimited by size
                   into wsOut with pointer wsPtr
               end-string
               move -99 to wsLo
               move 99 to wsHi
               perform RandomInt
               move wsRnd to wsN
               perform AppendNum
               move "," to wsCh
               perform AppendChar
               perform RandomInt
               move wsRnd to wsN
               perform AppendNum
           end-if
           perform EmitLine
       end-perform.

*> The warehouse walled round with boxes and inner walls inside and
*> the robot in the middle, a blank line, then lines of 1000 moves -
*> twenty lines at full scale.
GenDay15.
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               if wsRow = 1 or wsRow = wsSide
                   or wsCol = 1 or wsCol = wsSide
                   move "#" to wsCh
               else
                   move 1 to wsLo
                   move 100 to wsHi
                   perform RandomInt
                   evaluate true
                       when wsRnd <= 20
                           move "O" to wsCh
                       when wsRnd <= 25
                           move "#" to wsCh
                       when other
                           move "." to wsCh
                   end-evaluate
               end-if
               if wsRow = (wsSide + 1) / 2 and wsCol = (wsSide + 1) / 2
                   move "@" to wsCh
               end-if
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform
       perform EmitBlankLine
       compute wsCount = 20 * wsScalePct / 100
       if wsCount < 1
           move 1 to wsCount
       end-if
       perform varying wsItem from 1 by 1 until wsItem > wsCount
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > 1000
               move 1 to wsLo
               move 4 to wsHi
               perform RandomInt
               move wsMoves(wsRnd:1) to wsCh
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               move 1 to wsLo
               move 1000 to wsHi
               perform RandomInt
               move "x" to wsOut(wsRnd:1)
           end-if
           perform EmitLine
       end-perform.

*> The maze: walls round and through it, start bottom left and end
*> top right, with the bottom row and right column inside the walls
*> kept open so there is always a way through.
GenDay16.
       perform varying wsRow from 1 by 1 until wsRow > wsSide
           perform StartLine
           perform DecideBad
           perform varying wsCol from 1 by 1 until wsCol > wsSide
               evaluate true
                   when wsRow = 1 or wsRow = wsSide
                       or wsCol = 1 or wsCol = wsSide
                       move "#" to wsCh
                   when wsRow = wsSide - 1 and wsCol = 2
                       move "S" to wsCh
                   when wsRow = 2 and wsCol = wsSide - 1
                       move "E" to wsCh
                   when wsRow = wsSide - 1 or wsCol = wsSide - 1
                       move "." to wsCh
                   when other
                       move 1 to wsLo
                       move 10 to wsHi
                       perform RandomInt
                       if wsRnd <= 3
                           move "#" to wsCh
                       else
                           move "." to wsCh
                       end-if
               end-evaluate
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               perform CorruptGridRow
           end-if
           perform EmitLine
       end-perform.

*> The three registers and a program of the usual shape - shift A
*> by three bits a pass and output until A runs out - with its
*> constants drawn at random. Its size does not scale.
GenDay17.
       perform StartLine
       perform DecideBad
       string "Register A: " delimited by size
           into wsOut with pointer wsPtr
       end-string
       move 35184372088832 to wsLo
       move 281474976710655 to wsHi
       perform RandomInt
       move wsRnd to wsN
       perform AppendNum
       if wsPlantBad = "y"
           move "x" to wsOut(wsPtr - 3:1)
       end-if
       perform EmitLine
       perform StartLine
       string "Register B: 0" delimited by size
           into wsOut with pointer wsPtr
       end-string
       perform EmitLine
       perform StartLine
       string "Register C: 0" delimited by size
           into wsOut with pointer wsPtr
       end-string
       perform EmitLine
       perform EmitBlankLine
       perform StartLine
       string "Program: 2,4,1," delimited by size
           into wsOut with pointer wsPtr
       end-string
       move 1 to wsLo
       move 7 to wsHi
       perform RandomInt
       move wsRnd to wsN
       perform AppendNum
       string ",7,5,1," delimited by size
           into wsOut with pointer wsPtr
       end-string
       perform RandomInt
       move wsRnd to wsN
       perform AppendNum
       string ",0,3,4," delimited by size
           into wsOut with pointer wsPtr
       end-string
       move 0 to wsLo
       perform RandomInt
       move wsRnd to wsN
       perform AppendNum
       string ",5,5,3,0" delimited by size
           into wsOut with pointer wsPtr
       end-string
       perform EmitLine.

*> Falling bytes "x,y", each cell once, never the start or exit
*> corner, and never more than three quarters of the memory space.
GenDay18.
       move low-values to wsUsed
       compute wsCount = wsMemSize * wsMemSize * 3 / 4
       if wsTarget > wsCount
           move wsCount to wsTarget
       end-if
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           move 0 to wsTries
           move 0 to wsCell
           perform until wsCell > 0 or wsTries > 999
               add 1 to wsTries
               move 0 to wsLo
               compute wsHi = wsMemSize - 1
               perform RandomInt
               move wsRnd to wsCol
               perform RandomInt
               move wsRnd to wsRow
               compute wsCell = wsRow * wsMemSize + wsCol + 1
               if wsUsed(wsCell:1) = "U"
                   or (wsRow = 0 and wsCol = 0)
                   or (wsRow = wsMemSize - 1 and wsCol = wsMemSize - 1)
                   move 0 to wsCell
               end-if
           end-perform
           if wsCell > 0
               move "U" to wsUsed(wsCell:1)
           end-if
           move wsCol to wsN
           perform AppendNum
           if wsPlantBad = "y"
               move ";" to wsCh
           else
               move "," to wsCh
           end-if
           perform AppendChar
           move wsRow to wsN
           perform AppendNum
           perform EmitLine
       end-perform.

*> The towel patterns on one comma-separated line, a blank line,
*> then the designs wanted.
GenDay19.
       perform StartLine
       move 0 to wsCount
       perform until wsPtr > 3900 or wsCount >= 450
           add 1 to wsCount
           if wsCount > 1
               string ", " delimited by size
                   into wsOut with pointer wsPtr
               end-string
           end-if
           move 1 to wsLo
           move 8 to wsHi
           perform RandomInt
           move wsRnd to wsLen
           perform varying wsCol from 1 by 1 until wsCol > wsLen
               move 1 to wsLo
               move 5 to wsHi
               perform RandomInt
               move wsColours(wsRnd:1) to wsCh
               perform AppendChar
           end-perform
       end-perform
       perform EmitLine
       perform EmitBlankLine
       compute wsCount = wsTarget - 2
       if wsTarget <= 2
           move 1 to wsCount
       end-if
       perform varying wsItem from 1 by 1 until wsItem > wsCount
           perform StartLine
           perform DecideBad
           move 20 to wsLo
           move 60 to wsHi
           perform RandomInt
           move wsRnd to wsLen
           perform varying wsCol from 1 by 1 until wsCol > wsLen
               move 1 to wsLo
               move 5 to wsHi
               perform RandomInt
               move wsColours(wsRnd:1) to wsCh
               perform AppendChar
           end-perform
           if wsPlantBad = "y"
               move "x" to wsOut(wsLen / 2:1)
           end-if
           perform EmitLine
       end-perform.

*> Each buyer's initial secret, 1 to 16777215.
GenDay22.
       perform varying wsItem from 1 by 1 until wsItem > wsTarget
           perform StartLine
           perform DecideBad
           move 1 to wsLo
           move 16777215 to wsHi
           perform RandomInt
           move wsRnd to wsN
           perform AppendNum
           if wsPlantBad = "y"
               move "a" to wsCh
               perform AppendChar
           end-if
           perform EmitLine
       end-perform.

WriteRootAudit.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024SYNTH"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024SYNTH.
