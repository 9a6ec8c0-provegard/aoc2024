identification division.
program-id. AOC2024SANDBOX.

*> Builds and tears down sandbox environments: full clones of the
*> production tree under a separate environment root, so trainees
*> learn the menu and the night on something that is not production
*> and a program or rules change gets its first full AOC2024DRIVER
*> cycle as a dress rehearsal rather than on a real night. Run from
*> the production root.
*>
*> A sandbox carries the job registry, the parameters, the processing
*> calendar, the operators and every other reference file, the
*> programs (driver and shared), each day directory with its ordering
*> rules, and a chosen set of archived drops placed as the day's
*> dated input. Its trails start empty - no audit trail, ledger,
*> results, archive or reports come across. Nothing it does can leave
*> it: every alert-routing recipient and on-call rota tier is
*> rewritten to SANDBOX (the pages land in notify-SANDBOX in the
*> sandbox root, which no paging bridge watches), every report
*> distribution folder to sandbox-outbox/<recipient>, the standby
*> root is dropped from its parameters and the .sandbox marker stops
*> AOC2024REPLICATE shipping from it. Outbound transmissions are
*> only ever written into the root they run in.
*>
*> AOC2024SANDBOX_ACTION picks what to do:
*>     LIST      (the default) every sandbox on the sandbox-register
*>               and whether it is still standing
*>     BUILD     build sandbox AOC2024SANDBOX_NAME (letters, digits,
*>               "-" and "_", up to 12) under AOC2024SANDBOX_BASE
*>               (environment, else the parameters file; it must lie
*>               outside the production tree). AOC2024SANDBOX_DROPS
*>               lists the business dates (YYYYMMDD, space separated)
*>               whose archived drops go in; blank takes each day
*>               directory's newest. AOC2024SANDBOX_PURPOSE says what
*>               it is for (TRAINING, REHEARSAL ...). Needs a RUN or
*>               ADMIN operator; a root already there is refused
*>     TEARDOWN  remove sandbox AOC2024SANDBOX_NAME - only the root
*>               the register recorded, only while its .sandbox marker
*>               still names it, and never while a cycle holds its
*>               cycle-lock. Needs a RUN or ADMIN operator
*> The operator is AOC2024_OPERATOR, checked against the operators
*> file. Every build and teardown is journaled on the sandbox-register
*> (stamp, action, name, operator, root, detail) and, with every
*> refusal, in the root audit trail.
*>
*> Return code: 0 done, 8 refused or invalid.

environment division.
input-output section.
file-control.
       select SandboxRegister assign to 'sandbox-register'
           organization is line sequential
           file status is wsRegisterStatus.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select CandidateFile assign to '.sandbox-candidate'
           organization is line sequential
           file status is wsCandidateStatus.
       select MarkerFile assign to wsMarkerFilename
           organization is line sequential
           file status is wsMarkerStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
*> One row per build and per teardown; the last row for a name is
*> its standing (BUILT or REMOVED).
FD SandboxRegister.
01 SandboxLine.
   02 SbStamp     pic X(19).
   02 SbGap1      pic X(1).
   02 SbAction    pic X(8).
   02 SbGap2      pic X(1).
   02 SbName      pic X(12).
   02 SbGap3      pic X(1).
   02 SbOperator  pic X(12).
   02 SbGap4      pic X(1).
   02 SbRoot      pic X(100).
   02 SbGap5      pic X(1).
   02 SbDetail    pic X(80).

copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

*> What the shell probes hand back: a verdict word for the target
*> root, or "<dir> <drop file>" per archived drop copied in.
FD CandidateFile.
01 CandidateLine pic X(120).

*> The sandbox root's .sandbox marker: the SANDBOX line naming it,
*> then who built it when and from where, then the drops it holds.
FD MarkerFile.
01 MarkerLine pic X(160).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsParamKey pic X(30).    *> central parameter-file lookup key
       01 wsParamValue pic X(100). *> value AOC2024PARAM found for it
       01 wsRegisterStatus pic X(2).
       01 wsRegistryStatus pic X(2).
       01 wsCandidateStatus pic X(2).
       01 wsMarkerStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsOperatorRole pic X(5).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsShellCmd pic X(1000).
       01 wsStamp pic X(19).

       01 wsActionParm pic X(10) value spaces.
       01 wsNameParm pic X(20) value spaces.
       01 wsBaseParm pic X(100) value spaces.
       01 wsDropsParm pic X(100) value spaces.
       01 wsPurposeParm pic X(30) value spaces.
       01 wsRoot pic X(100) value spaces.
       01 wsMarkerFilename pic X(120).

*> Name checking: one character at a time against the allowed set.
       01 wsNameOk pic A(1).
       01 wsNameLen pic 9(3).
       01 wsCh pic X(1).
       01 wsTally pic 9(3).

*> The business dates asked for, parsed off AOC2024SANDBOX_DROPS,
*> and whether any day directory had a drop for each.
       01 wsDates.
           05 wsDate occurs 10 times.
               10 wsDateValue pic X(8).
               10 wsDateFound pic A(1).
       01 wsDateCount pic 9(2) value 0.
       01 wsDatePtr pic 9(3).
       01 wsDateTok pic X(10).

*> The day directories the registry runs jobs in - what a sandbox
*> needs besides the programs.
       01 wsDirs.
           05 wsDir pic X(10) occurs 60 times.
       01 wsDirCount pic 9(2) value 0.
       01 wsD pic 9(2).
       01 wsI pic 9(4).
       01 wsFoundIdx pic 9(4).

*> The register as standing: one entry per sandbox name, holding its
*> last row.
       01 wsMaxBoxes pic 9(4) value 500.
       01 wsBoxes.
           05 wsBox occurs 500 times.
               10 wsBxName pic X(12).
               10 wsBxRow pic X(236).
       01 wsBoxCount pic 9(4) value 0.
       01 wsStandingCount pic 9(4).
       01 wsRemovedCount pic 9(4).

       01 wsProbe pic X(10).
       01 wsDropCount pic 9(4).
       01 wsDropDisplay pic Z(3)9.
       01 wsDropDir pic X(10).
       01 wsDropFile pic X(40).
       01 wsDropSpec pic X(40).
       01 wsMarkerWord pic X(10).
       01 wsMarkerName pic X(12).

procedure division.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsActionParm from environment "AOC2024SANDBOX_ACTION"
           on exception continue
       end-accept
       accept wsNameParm from environment "AOC2024SANDBOX_NAME"
           on exception continue
       end-accept
       accept wsBaseParm from environment "AOC2024SANDBOX_BASE"
           on exception continue
       end-accept
       if wsBaseParm = spaces
           move "AOC2024SANDBOX_BASE" to wsParamKey
           call "AOC2024PARAM" using wsParamKey wsParamValue
           move wsParamValue to wsBaseParm
       end-if
       accept wsDropsParm from environment "AOC2024SANDBOX_DROPS"
           on exception continue
       end-accept
       accept wsPurposeParm from environment "AOC2024SANDBOX_PURPOSE"
           on exception continue
       end-accept
       move function upper-case(wsActionParm) to wsActionParm
       move function upper-case(wsPurposeParm) to wsPurposeParm

       perform LoadRegister
       call "AOC2024OPROLE" using wsOperatorId wsOperatorRole

       evaluate wsActionParm
           when spaces
           when "LIST"
               perform ListSandboxes
           when "BUILD"
               perform BuildSandbox
           when "TEARDOWN"
               perform TeardownSandbox
           when other
               display "ERROR: AOC2024SANDBOX_ACTION must be LIST,"
                   " BUILD or TEARDOWN"
               move 8 to return-code
       end-evaluate
       stop run.

*> A missing sandbox-register is simply one with no sandboxes yet.
LoadRegister.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input SandboxRegister
       if wsRegisterStatus not = "00"
           exit paragraph
       end-if
       perform ReadRegisterLoop
       close SandboxRegister.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegisterLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==SandboxRegister==
              ==:RECORD-NAME:== BY ==SandboxLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform FileRegisterRow==.

*> A later row for a name replaces what an earlier one said.
FileRegisterRow.
       if SbName = spaces or SandboxLine(1:1) = "*"
           exit paragraph
       end-if
       perform FindBoxByRow
       if wsFoundIdx = 0
           if wsBoxCount >= wsMaxBoxes
               display "ERROR: sandbox-register names more than "
                   wsMaxBoxes " sandboxes; raise the table ceiling"
               move 8 to return-code
               stop run
           end-if
           add 1 to wsBoxCount
           move wsBoxCount to wsFoundIdx
           move SbName to wsBxName(wsFoundIdx)
       end-if
       move SandboxLine to wsBxRow(wsFoundIdx).

FindBoxByRow.
       move 0 to wsFoundIdx
       perform varying wsI from 1 by 1 until wsI > wsBoxCount
           if wsBxName(wsI) = SbName
               move wsI to wsFoundIdx
           end-if
       end-perform.

*> Finds AOC2024SANDBOX_NAME among the sandboxes on the register.
FindBox.
       move 0 to wsFoundIdx
       perform varying wsI from 1 by 1 until wsI > wsBoxCount
           if wsBxName(wsI) = wsNameParm(1:12)
               move wsI to wsFoundIdx
           end-if
       end-perform.

ListSandboxes.
       move 0 to wsStandingCount
       move 0 to wsRemovedCount
       display "SANDBOX: sandboxes on the register"
       display "  name         state    since               by"
           "           root"
       perform varying wsI from 1 by 1 until wsI > wsBoxCount
           move wsBxRow(wsI) to SandboxLine
           if SbAction = "BUILT"
               add 1 to wsStandingCount
               display "  " SbName " STANDING " SbStamp " "
                   SbOperator " " function trim(SbRoot)
               display "      " function trim(SbDetail)
           else
               add 1 to wsRemovedCount
               display "  " SbName " REMOVED  " SbStamp " "
                   SbOperator " " function trim(SbRoot)
           end-if
       end-perform
       display "SANDBOX: " wsStandingCount " standing, "
           wsRemovedCount " removed".

*> A new sandbox: RUN or ADMIN, a clean name, a base outside the
*> production tree and a root not already there. The programs and
*> reference files come first, then each day directory stripped of
*> its trails, then the drops, and last the destinations are turned
*> inward and the marker written.
BuildSandbox.
       if wsOperatorRole not = "RUN" and wsOperatorRole not = "ADMIN"
           display "SANDBOX: building a sandbox needs a RUN or ADMIN"
               " operator - set AOC2024_OPERATOR"
           move "REFUSED" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Sandbox " delimited by size
               wsNameParm delimited by space
               " not built - operator not RUN/ADMIN" delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if
       perform CheckName
       if wsNameOk not = "y"
           display "ERROR: AOC2024SANDBOX_NAME must be 1-12 letters,"
               " digits, - or _"
           move 8 to return-code
           exit paragraph
       end-if
       move 0 to wsTally
       inspect wsBaseParm tallying wsTally for all "'"
       move 0 to wsNameLen
       inspect wsBaseParm tallying wsNameLen
           for characters before initial space
       if wsNameLen > 0 and wsNameLen < 100
           if wsBaseParm(wsNameLen + 1:) not = spaces
               add 1 to wsTally
           end-if
       end-if
       if wsBaseParm = spaces or wsTally not = 0
           display "ERROR: set AOC2024SANDBOX_BASE (environment or"
               " parameters) to a directory path with no spaces"
               " or quotes"
           move 8 to return-code
           exit paragraph
       end-if
       perform ParseDrops
       if wsDateCount = 99
           display "ERROR: AOC2024SANDBOX_DROPS must list up to 10"
               " business dates, YYYYMMDD, space separated"
           move 8 to return-code
           exit paragraph
       end-if
       perform FindBox
       if wsFoundIdx not = 0
           move wsBxRow(wsFoundIdx) to SandboxLine
           if SbAction = "BUILT"
               display "SANDBOX: sandbox " function trim(wsNameParm)
                   " is already standing at " function trim(SbRoot)
                   " - tear it down first"
               move 8 to return-code
               exit paragraph
           end-if
       end-if

       move spaces to wsRoot
       string
           wsBaseParm delimited by space
           "/" delimited by size
           wsNameParm delimited by space
           into wsRoot
       end-string
       perform ProbeRoot
       evaluate wsProbe
           when "OK"
               continue
           when "EXISTS"
               display "SANDBOX: " function trim(wsRoot)
                   " already exists - a sandbox is only ever built"
                   " into a fresh root"
               move 8 to return-code
               exit paragraph
           when "INSIDE"
               display "SANDBOX: " function trim(wsRoot)
                   " lies inside the production tree - set"
                   " AOC2024SANDBOX_BASE outside it"
               move 8 to return-code
               exit paragraph
           when other
               display "SANDBOX: cannot check " function trim(wsRoot)
                   " - nothing built"
               move 8 to return-code
               exit paragraph
       end-evaluate

       perform LoadDayDirs
       display "SANDBOX: building " function trim(wsNameParm)
           " in " function trim(wsRoot) " - " wsDirCount
           " day directories"
       perform CopyProgramsAndReference
       if wsProbe not = "OK"
           display "SANDBOX: could not create " function trim(wsRoot)
               " - nothing built"
           move 8 to return-code
           exit paragraph
       end-if
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           perform CopyDayDir
       end-perform
       perform CopyDrops
       perform TurnDestinationsInward
       perform TakeStamp
       perform WriteMarker

       move wsDropCount to wsDropDisplay
       move spaces to SandboxLine
       move wsStamp to SbStamp
       move "BUILT" to SbAction
       move wsNameParm to SbName
       move wsOperatorId to SbOperator
       move wsRoot to SbRoot
       if wsPurposeParm = spaces
           move "UNSTATED" to wsPurposeParm
       end-if
       if wsDateCount = 0
           move "newest per directory" to wsDropSpec
       else
           move wsDropsParm to wsDropSpec
       end-if
       string
           wsPurposeParm delimited by space
           " - " delimited by size
           function trim(wsDropDisplay) delimited by size
           " drop(s): " delimited by size
           wsDropSpec delimited by "  "
           into SbDetail
       end-string
       perform AppendRegisterRow

       move "SANDBOX" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Built " delimited by size
           wsNameParm delimited by space
           " " delimited by size
           wsPurposeParm delimited by space
           ", " delimited by size
           function trim(wsDropDisplay) delimited by size
           " drop(s), at " delimited by size
           wsRoot delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAudit

       perform ReportMissingDates
       display "SANDBOX: " function trim(wsNameParm) " built in "
           function trim(wsRoot) " with " function trim(wsDropDisplay)
           " drop(s) - trails empty, alerts and reports kept inside"
       display "SANDBOX: run the rehearsal from that root:"
           " cd " function trim(wsRoot) " && ./driver/run-all".

*> Names go into paths and shell commands, so only letters, digits,
*> "-" and "_" are taken.
CheckName.
       move "y" to wsNameOk
       if wsNameParm = spaces or wsNameParm(13:8) not = spaces
           move "n" to wsNameOk
           exit paragraph
       end-if
       move 0 to wsNameLen
       inspect wsNameParm tallying wsNameLen
           for characters before initial space
       perform varying wsI from 1 by 1 until wsI > 12
           move wsNameParm(wsI:1) to wsCh
           if wsI > wsNameLen
               if wsCh not = space
                   move "n" to wsNameOk
               end-if
           else
               if not (wsCh alphabetic-upper or wsCh alphabetic-lower
                       or wsCh numeric or wsCh = "-" or wsCh = "_")
                       or wsCh = space
                   move "n" to wsNameOk
               end-if
           end-if
       end-perform.

*> Up to ten real-looking business dates; wsDateCount comes back 99
*> when the list is malformed.
ParseDrops.
       move 0 to wsDateCount
       move 1 to wsDatePtr
       perform until wsDatePtr > 100 or wsDateCount = 99
           move spaces to wsDateTok
           unstring wsDropsParm delimited by all space
               into wsDateTok
               with pointer wsDatePtr
           end-unstring
           if wsDateTok not = spaces
               if wsDateTok(1:8) not numeric
                       or wsDateTok(9:2) not = spaces
                       or wsDateCount >= 10
                   move 99 to wsDateCount
               else
                   add 1 to wsDateCount
                   move wsDateTok(1:8) to wsDateValue(wsDateCount)
                   move "n" to wsDateFound(wsDateCount)
               end-if
           end-if
       end-perform.

*> Asks the shell whether the root is free and outside the
*> production tree (both resolved, so ../ and links cannot hide it).
ProbeRoot.
       move spaces to wsShellCmd
       string
           "r='" delimited by size
           wsRoot delimited by space
           "'; if [ -e ""$r"" ]; then echo EXISTS; else case"
           " ""$(realpath -m ""$r"")/"" in ""$(pwd -P)""/*)"
           " echo INSIDE;; *) echo OK;; esac; fi"
           " > .sandbox-candidate 2>/dev/null" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       perform ReadProbe.

ReadProbe.
       move spaces to wsProbe
       open input CandidateFile
       if wsCandidateStatus = "00"
           read CandidateFile
               at end continue
               not at end move CandidateLine(1:10) to wsProbe
           end-read
           close CandidateFile
       end-if.

*> Every directory a registry row runs in, once; the driver's own
*> programs come across with the programs.
LoadDayDirs.
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
       if RegSeq not numeric or RegDir = spaces or RegDir = "driver"
           exit paragraph
       end-if
       move 0 to wsFoundIdx
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           if wsDir(wsD) = RegDir
               move wsD to wsFoundIdx
           end-if
       end-perform
       if wsFoundIdx = 0 and wsDirCount < 60
           add 1 to wsDirCount
           move RegDir to wsDir(wsDirCount)
       end-if.

*> The programs and every reference file the night reads. Trails
*> and reports are left behind so the sandbox starts empty.
CopyProgramsAndReference.
       move spaces to wsShellCmd
       string
           "r='" delimited by size
           wsRoot delimited by space
           "'; mkdir -p ""$r"" && cp -r driver shared ""$r""/"
           " && for f in job-registry parameters parameter-dictionary"
           " processing-calendar operators operator-credentials"
           " alert-routing oncall-rota"
           " runbook report-distribution invariant-rules"
           " incident-causes drop-profile-rules capacity-limits"
           " chargeback-rates release-register; do [ -f $f ] &&"
           " cp -p $f ""$r""/; done; [ -d ""$r""/driver ]"
           " && echo OK > .sandbox-candidate"
           " || echo FAILED > .sandbox-candidate" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       perform ReadProbe.

*> A day directory as reproduce takes it: the job programs, the
*> ordering rules and the other standing files, but none of its
*> trails, drops, checkpoints or reports.
CopyDayDir.
       move spaces to wsShellCmd
       string
           "r='" delimited by size
           wsRoot delimited by space
           "'; [ -d " delimited by size
           wsDir(wsD) delimited by space
           " ] && cp -r " delimited by size
           wsDir(wsD) delimited by space
           " ""$r""/ && cd ""$r""/" delimited by size
           wsDir(wsD) delimited by space
           " && rm -rf audit-trail control-totals results-history"
           " run-lineage rejected-records reject-status"
           " arrival-history archive quarantine .day-lock"
           " input input-* trend-* *report* *checkpoint*"
           " patrol-movement-log 2>/dev/null; exit 0"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

*> Each chosen archived drop (and its manifest) becomes the day's
*> dated input in the sandbox, the name the driver picks up; with no
*> dates given, each directory's newest drop goes in. What was copied
*> comes back as "<dir> <drop>" rows.
CopyDrops.
       move spaces to wsShellCmd
       string
           "rm -f .sandbox-candidate; touch .sandbox-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       perform varying wsD from 1 by 1 until wsD > wsDirCount
           perform CopyDirDrops
       end-perform

       move 0 to wsDropCount
       move "n" to wsEof
       open input CandidateFile
       if wsCandidateStatus not = "00"
           exit paragraph
       end-if
       perform until wsEof = "y"
           read CandidateFile
               at end move "y" to wsEof
               not at end
                   if CandidateLine not = spaces
                       add 1 to wsDropCount
                       perform NoteDateFound
                   end-if
           end-read
       end-perform
       close CandidateFile.

CopyDirDrops.
       move spaces to wsShellCmd
       if wsDateCount = 0
           string
               "r='" delimited by size
               wsRoot delimited by space
               "'; d=" delimited by size
               wsDir(wsD) delimited by space
               "; f=$(ls -1 $d/archive/input-[0-9]* 2>/dev/null"
               " | grep -v '\.manifest$' | sort | tail -1);"
               " [ -n ""$f"" ] && cp -p ""$f"" ""$r""/$d/"
               " && { [ -f ""$f"".manifest ] && cp -p ""$f"".manifest"
               " ""$r""/$d/; echo ""$d ${f##*/}"""
               " >> .sandbox-candidate; }; exit 0" delimited by size
               into wsShellCmd
           end-string
       else
           string
               "r='" delimited by size
               wsRoot delimited by space
               "'; d=" delimited by size
               wsDir(wsD) delimited by space
               "; for t in " delimited by size
               wsDropsParm delimited by "  "
               "; do f=$d/archive/input-$t; [ -f $f ]"
               " && cp -p $f ""$r""/$d/ && { [ -f $f.manifest ]"
               " && cp -p $f.manifest ""$r""/$d/;"
               " echo ""$d input-$t"" >> .sandbox-candidate; };"
               " done; exit 0" delimited by size
               into wsShellCmd
           end-string
       end-if
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

NoteDateFound.
       move spaces to wsDropDir wsDropFile
       unstring CandidateLine delimited by all space
           into wsDropDir wsDropFile
       end-unstring
       perform varying wsI from 1 by 1 until wsI > wsDateCount
           if wsDropFile(7:8) = wsDateValue(wsI)
               move "y" to wsDateFound(wsI)
           end-if
       end-perform.

*> A date no day directory had archived is worth saying out loud -
*> the rehearsal would otherwise run short without anyone noticing.
ReportMissingDates.
       perform varying wsI from 1 by 1 until wsI > wsDateCount
           if wsDateFound(wsI) not = "y"
               display "SANDBOX: no archived drop for "
                   wsDateValue(wsI) " in any day directory"
           end-if
       end-perform.

*> Alerts, pages and report bundles stay in the sandbox: every
*> recipient and tier becomes SANDBOX, every delivery folder moves
*> under sandbox-outbox, and the standby root is taken out.
TurnDestinationsInward.
       move spaces to wsShellCmd
       string
           "cd '" delimited by size
           wsRoot delimited by space
           "' || exit 0; [ -f alert-routing ] && awk '$1==""ROUTE"""
           " {print $1, $2, $3, ""SANDBOX""; next} {print}'"
           " alert-routing > .sandbox-work && mv .sandbox-work"
           " alert-routing; [ -f oncall-rota ] && awk"
           " '$1==""ROTA"" {print $1, $2, $3, $4, $5, ""SANDBOX"","
           " ""SANDBOX"", ""SANDBOX""; next} {print}' oncall-rota"
           " > .sandbox-work && mv .sandbox-work oncall-rota;"
           " [ -f report-distribution ] && awk '$1==""RECIPIENT"""
           " {print $1, $2, ""sandbox-outbox/"" tolower($2); next}"
           " {print}' report-distribution > .sandbox-work && mv"
           " .sandbox-work report-distribution; [ -f parameters ]"
           " && grep -v '^AOC2024_STANDBY_ROOT' parameters"
           " > .sandbox-work; mv .sandbox-work parameters"
           " 2>/dev/null; exit 0" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code.

*> The marker is what says "this root is a sandbox" to replicate and
*> to teardown; the drops it was built with are listed under it.
WriteMarker.
       move spaces to wsMarkerFilename
       string
           wsRoot delimited by space
           "/.sandbox" delimited by size
           into wsMarkerFilename
       end-string
       open output MarkerFile
       if wsMarkerStatus not = "00"
           display "SANDBOX: cannot write the .sandbox marker in "
               function trim(wsRoot)
           exit paragraph
       end-if
       move spaces to MarkerLine
       string
           "SANDBOX " delimited by size
           wsNameParm delimited by space
           into MarkerLine
       end-string
       write MarkerLine
       move spaces to MarkerLine
       string
           "BUILT " delimited by size
           wsStamp delimited by size
           " BY " delimited by size
           wsOperatorId delimited by space
           " FOR " delimited by size
           wsPurposeParm delimited by space
           into MarkerLine
       end-string
       write MarkerLine

       move "n" to wsEof
       open input CandidateFile
       if wsCandidateStatus = "00"
           perform until wsEof = "y"
               read CandidateFile
                   at end move "y" to wsEof
                   not at end
                       if CandidateLine not = spaces
                           move spaces to MarkerLine
                           string
                               "DROP " delimited by size
                               CandidateLine delimited by "  "
                               into MarkerLine
                           end-string
                           write MarkerLine
                       end-if
               end-read
           end-perform
           close CandidateFile
       end-if
       close MarkerFile.

*> Teardown removes only what the register says was built, and only
*> while the root's marker still names the sandbox - a typo or a
*> reused path can never take out anything else.
TeardownSandbox.
       if wsOperatorRole not = "RUN" and wsOperatorRole not = "ADMIN"
           display "SANDBOX: tearing down a sandbox needs a RUN or"
               " ADMIN operator - set AOC2024_OPERATOR"
           move "REFUSED" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Sandbox " delimited by size
               wsNameParm delimited by space
               " not removed - operator not RUN/ADMIN"
                   delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if
       if wsNameParm = spaces
           display "ERROR: set AOC2024SANDBOX_NAME"
           move 8 to return-code
           exit paragraph
       end-if
       perform FindBox
       if wsFoundIdx = 0
           display "SANDBOX: no sandbox " function trim(wsNameParm)
               " on the register"
           move 8 to return-code
           exit paragraph
       end-if
       move wsBxRow(wsFoundIdx) to SandboxLine
       if SbAction not = "BUILT"
           display "SANDBOX: sandbox " function trim(wsNameParm)
               " was already removed " SbStamp
           move 8 to return-code
           exit paragraph
       end-if
       move SbRoot to wsRoot

       perform ReadMarkerName
       if wsMarkerWord not = "SANDBOX"
               or wsMarkerName not = wsNameParm(1:12)
           display "SANDBOX: " function trim(wsRoot)
               " carries no .sandbox marker for "
               function trim(wsNameParm) " - left untouched"
           move "REFUSED" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Sandbox " delimited by size
               wsNameParm delimited by space
               " not removed - marker missing" delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if

       move spaces to wsShellCmd
       string
           "if [ -f '" delimited by size
           wsRoot delimited by space
           "/cycle-lock' ]; then echo LOCKED; else echo OK; fi"
           " > .sandbox-candidate" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       perform ReadProbe
       if wsProbe not = "OK"
           display "SANDBOX: a cycle holds the cycle-lock in "
               function trim(wsRoot) " - let it finish first"
           move 8 to return-code
           exit paragraph
       end-if

       move spaces to wsShellCmd
       string
           "rm -rf '" delimited by size
           wsRoot delimited by space
           "'; if [ -e '" delimited by size
           wsRoot delimited by space
           "' ]; then echo LEFT; else echo OK; fi"
           " > .sandbox-candidate" delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       perform ReadProbe
       if wsProbe not = "OK"
           display "SANDBOX: " function trim(wsRoot)
               " could not be removed completely - check its"
               " permissions and run the teardown again"
           move 8 to return-code
           exit paragraph
       end-if

       perform TakeStamp
       move spaces to SandboxLine
       move wsStamp to SbStamp
       move "REMOVED" to SbAction
       move wsNameParm to SbName
       move wsOperatorId to SbOperator
       move wsRoot to SbRoot
       move "sandbox root removed" to SbDetail
       perform AppendRegisterRow

       move "SANDBOX" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           "Removed " delimited by size
           wsNameParm delimited by space
           " at " delimited by size
           wsRoot delimited by space
           into wsAuditDetail
       end-string
       perform WriteRootAudit
       display "SANDBOX: " function trim(wsNameParm) " removed from "
           function trim(wsRoot).

ReadMarkerName.
       move spaces to wsMarkerWord wsMarkerName
       move spaces to wsMarkerFilename
       string
           wsRoot delimited by space
           "/.sandbox" delimited by size
           into wsMarkerFilename
       end-string
       open input MarkerFile
       if wsMarkerStatus not = "00"
           exit paragraph
       end-if
       read MarkerFile
           at end continue
           not at end
               unstring MarkerLine delimited by all space
                   into wsMarkerWord wsMarkerName
               end-unstring
       end-read
       close MarkerFile.

AppendRegisterRow.
       open extend SandboxRegister
       if wsRegisterStatus not = "00"
           open output SandboxRegister
       end-if
       write SandboxLine
       close SandboxRegister.

TakeStamp.
       move spaces to wsStamp
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
           into wsStamp
       end-string.

WriteRootAudit.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024SANDBOX"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024SANDBOX.
