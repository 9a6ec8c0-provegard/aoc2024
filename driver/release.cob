identification division.
program-id. AOC2024RELEASE.

*> The sanctioned way a build goes into production, and the record
*> that it did. The parallel harness proves a candidate against a
*> week of real drops; this program makes the swap and appends a
*> row to the root release-register saying which program, which
*> build (its AOC2024BUILDSUM checksum), who promoted it, when, and
*> the parallel-run reference that justified it. Jobs stamp their
*> own build's checksum on every run-lineage row and the driver
*> refuses to launch an executable whose checksum is not on the
*> register - so a build copied into place by hand does not run in
*> the cycle, and any posted result can be traced to its promotion.
*>
*> Promote one build:
*>     AOC2024RELEASE_PROGRAM    program-id as on the job-registry
*>     AOC2024RELEASE_CANDIDATE  the candidate executable
*>     AOC2024RELEASE_REF        reference of the AOC2024PARALLEL run
*>                               that proved it (parallel-run-report
*>                               and parallel-ledger carry it)
*> The reference must name a CLEAN parallel-ledger row for the same
*> program whose candidate checksum is this candidate's - a build
*> rebuilt after its parallel run is a different build. The
*> production executable being replaced is kept beside the new one
*> as <step>.prev for a quick fall-back.
*>
*> Start the register (AOC2024RELEASE_BASELINE=Y): every executable
*> the job-registry names, as it stands, is registered under
*> reference BASELINE unless its checksum is already on file - how
*> the builds in service before the register existed get their
*> rows.
*>
*> Either way the operator (AOC2024_OPERATOR) must be an ADMIN on
*> the operators file, and no cycle may be running: swapping an
*> executable under a launched unit is exactly the unrecorded
*> change this program exists to stop. Inside a change freeze (a
*> FREEZE line in the processing calendar) nothing is promoted
*> unless the ADMIN gives an emergency-override reason in
*> AOC2024_FREEZE_OVERRIDE, which is raised on the alert feed.
*> Every promotion, override and refusal lands in the root audit
*> trail.
*>
*> Return code: 0 promoted/registered, 4 nothing to do (already in
*> service), 8 refused.

environment division.
input-output section.
file-control.
       select RegistryFile assign to 'job-registry'
           organization is line sequential
           file status is wsRegistryStatus.
       select ReleaseRegister assign to 'release-register'
           organization is line sequential
           file status is wsRegisterStatus.
       select ParallelLedger assign to 'parallel-ledger'
           organization is line sequential
           file status is wsLedgerStatus.
       select LockView assign to 'cycle-lock'
           organization is line sequential
           file status is wsLockStatus.
       select RootAudit assign to 'audit-trail'
           organization is line sequential
           file status is wsAuditStatus.

data division.
file section.
copy "RegistryRecord.cpy"
    replacing ==:FILE-NAME:== by ==RegistryFile==.

copy "ReleaseRecord.cpy"
    replacing ==:FILE-NAME:== by ==ReleaseRegister==.

copy "ParallelRecord.cpy"
    replacing ==:FILE-NAME:== by ==ParallelLedger==.

FD LockView.
01 LockViewLine pic X(80).

copy "AuditRecord.cpy"
    replacing ==:FILE-NAME:== by ==RootAudit==.

working-storage section.
       01 wsRegistryStatus pic X(2).
       01 wsRegisterStatus pic X(2).
       01 wsLedgerStatus pic X(2).
       01 wsLockStatus pic X(2).
       01 wsAuditStatus pic X(2).
       01 wsAuditEvent pic X(8).
       01 wsAuditDetail pic X(60).
       01 wsCycleId pic X(15) value spaces.
       01 wsOperatorId pic X(12) value spaces.
       01 wsOperatorRole pic X(5).
       01 wsEof pic A(1).
       01 wsRecordsRead pic 9(10).
       01 wsShellCmd pic X(300).
       01 wsNowStamp pic X(19).

       01 wsProgramParm pic X(16) value spaces.
       01 wsCandidateParm pic X(100) value spaces.
       01 wsRefParm pic X(15) value spaces.
       01 wsBaselineParm pic X(1) value spaces.

*> The registry's executables - one entry per row, so day08's two
*> modes both name day08/part1 - and the register's builds.
       01 wsMaxJobs pic 9(3) value 100.
       01 wsJobs.
           05 wsJobEntry occurs 100 times.
               10 wsJbProgram pic X(16).
               10 wsJbInputId pic X(16).
               10 wsJbDir pic X(10).
               10 wsJbStep pic X(10).
       01 wsJobCount pic 9(3) value 0.
       01 wsMaxBuilds pic 9(4) value 500.
       01 wsBuilds.
           05 wsBuildEntry occurs 500 times.
               10 wsBdProgram pic X(16).
               10 wsBdChecksum pic X(10).
       01 wsBuildCount pic 9(4) value 0.
       01 wsI pic 9(4).
       01 wsJ pic 9(4).
       01 wsJobIdx pic 9(3).
       01 wsOnRegister pic A(1).

       01 wsExecPath pic X(100).
       01 wsCandSum pic X(10).
       01 wsInstalledSum pic X(10).
       01 wsRefFound pic A(1).
       01 wsRefWhy pic X(60).
       01 wsRegProgram pic X(16).
       01 wsRegChecksum pic X(10).
       01 wsRegRef pic X(15).
       01 wsRegDir pic X(10).
       01 wsRegStep pic X(10).
       01 wsBaselineCount pic 9(4) value 0.
       01 wsAlreadyCount pic 9(4) value 0.
       01 wsFreezeProgram pic X(16) value "AOC2024RELEASE".
       01 wsFreezeOverride pic X(60) value spaces.
       01 wsFreezeVerdict pic X(1).  *> C clear, O override, R/N refused
       01 wsFreezeReason pic X(60).

procedure division.
       accept wsCycleId from environment "AOC2024_CYCLE"
           on exception continue
       end-accept
       accept wsOperatorId from environment "AOC2024_OPERATOR"
           on exception continue
       end-accept
       accept wsProgramParm from environment "AOC2024RELEASE_PROGRAM"
           on exception continue
       end-accept
       accept wsCandidateParm
           from environment "AOC2024RELEASE_CANDIDATE"
           on exception continue
       end-accept
       accept wsRefParm from environment "AOC2024RELEASE_REF"
           on exception continue
       end-accept
       accept wsBaselineParm from environment "AOC2024RELEASE_BASELINE"
           on exception continue
       end-accept
       accept wsFreezeOverride
           from environment "AOC2024_FREEZE_OVERRIDE"
           on exception continue
       end-accept

       call "AOC2024OPROLE" using wsOperatorId wsOperatorRole
       if wsOperatorRole not = "ADMIN"
           display "RELEASE: promotions need an ADMIN operator -"
               " set AOC2024_OPERATOR"
           move 8 to return-code
           stop run
       end-if

       open input LockView
       if wsLockStatus = "00"
           close LockView
           display "RELEASE: a cycle is running (cycle-lock present)"
               " - promote once it has finished"
           move 8 to return-code
           stop run
       end-if

       perform CheckChangeFreeze
       perform LoadRegistry
       perform LoadRegister
       move spaces to wsNowStamp
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
           into wsNowStamp
       end-string

       if function upper-case(wsBaselineParm) = "Y"
           perform RegisterBaseline
           stop run
       end-if

       if wsProgramParm = spaces or wsCandidateParm = spaces
               or wsRefParm = spaces
           display "ERROR: set AOC2024RELEASE_PROGRAM,"
               " AOC2024RELEASE_CANDIDATE and AOC2024RELEASE_REF"
               " (or AOC2024RELEASE_BASELINE=Y)"
           move 8 to return-code
           stop run
       end-if
       perform PromoteCandidate
       stop run.

*> The change-freeze gate: a promotion is a production change like
*> any registry or rule edit.
CheckChangeFreeze.
       call "AOC2024FREEZE" using wsFreezeProgram wsOperatorId
           wsFreezeOverride wsFreezeVerdict wsFreezeReason
       if wsFreezeVerdict = "C"
           exit paragraph
       end-if
       if wsFreezeVerdict = "O"
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
       if wsFreezeVerdict = "N"
           display "RELEASE: change freeze in force ("
               function trim(wsFreezeReason) ") - an override needs"
               " an ADMIN operator"
       else
           display "RELEASE: change freeze in force ("
               function trim(wsFreezeReason) ") - nothing promoted;"
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

LoadRegistry.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input RegistryFile
       if wsRegistryStatus not = "00"
           display "RELEASE: job-registry not found"
           move 8 to return-code
           stop run
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
              ==:PROCESS-ROW:== BY ==perform StackRegistryRow==.

StackRegistryRow.
       if RegSeq not numeric or RegDir = spaces or RegStep = spaces
           exit paragraph
       end-if
       if wsJobCount >= wsMaxJobs
           display "RELEASE: registry table full (" wsMaxJobs
               ") - row " RegSeq " not loaded"
           exit paragraph
       end-if
       add 1 to wsJobCount
       move RegProgram to wsJbProgram(wsJobCount)
       move RegInputId to wsJbInputId(wsJobCount)
       move RegDir to wsJbDir(wsJobCount)
       move RegStep to wsJbStep(wsJobCount).

*> The builds already on the register; a missing register is simply
*> an empty one.
LoadRegister.
       move "n" to wsEof
       move 0 to wsRecordsRead
       open input ReleaseRegister
       if wsRegisterStatus not = "00"
           exit paragraph
       end-if
       perform ReadRegisterLoop
       close ReleaseRegister.

COPY "ReadLoop.cpy"
    REPLACING ==ReadInputLoop== BY ==ReadRegisterLoop==
              ==:EOF-FLAG:==    BY ==wsEof==
              ==:EOF-VALUE:==   BY =="y"==
              ==:FILE-NAME:==   BY ==ReleaseRegister==
              ==:RECORD-NAME:== BY ==ReleaseLine==
              ==:RECORD-NUM:==  BY ==wsRecordsRead==
              ==:PROCESS-ROW:== BY ==perform StackRegisterRow==.

StackRegisterRow.
       if RrProgram = spaces or RrChecksum = spaces
           exit paragraph
       end-if
       if wsBuildCount >= wsMaxBuilds
           display "RELEASE: register table full (" wsMaxBuilds
               ") - later rows not loaded"
           exit paragraph
       end-if
       add 1 to wsBuildCount
       move RrProgram to wsBdProgram(wsBuildCount)
       move RrChecksum to wsBdChecksum(wsBuildCount).

*> Is wsRegProgram's build wsRegChecksum already on the register?
CheckOnRegister.
       move "n" to wsOnRegister
       perform varying wsJ from 1 by 1 until wsJ > wsBuildCount
           if wsBdProgram(wsJ) = wsRegProgram
                   and wsBdChecksum(wsJ) = wsRegChecksum
               move "y" to wsOnRegister
           end-if
       end-perform.

*> One promotion: the candidate checked against its parallel run,
*> copied over the production step (the outgoing build kept as
*> <step>.prev), the copy verified, and the register row written.
PromoteCandidate.
       move 0 to wsJobIdx
       perform varying wsI from 1 by 1 until wsI > wsJobCount
           if wsJbProgram(wsI) = wsProgramParm and wsJobIdx = 0
               move wsI to wsJobIdx
           end-if
       end-perform
       if wsJobIdx = 0
           display "RELEASE: " function trim(wsProgramParm)
               " is not on the job-registry"
           move 8 to return-code
           exit paragraph
       end-if

       call "AOC2024BUILDSUM" using wsCandidateParm wsCandSum
       if wsCandSum = spaces
           display "RELEASE: candidate build "
               function trim(wsCandidateParm) " missing or unreadable"
           move 8 to return-code
           exit paragraph
       end-if

       perform FindParallelRun
       if wsRefFound not = "y"
           display "RELEASE: refused - " function trim(wsRefWhy)
           move "REFUSED" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               function trim(wsProgramParm) delimited by size
               " build " delimited by size
               wsCandSum delimited by size
               " refused, ref " delimited by size
               wsRefParm delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if

       move spaces to wsExecPath
       string
           wsJbDir(wsJobIdx) delimited by space
           "/" delimited by size
           wsJbStep(wsJobIdx) delimited by space
           into wsExecPath
       end-string
       call "AOC2024BUILDSUM" using wsExecPath wsInstalledSum
       if wsInstalledSum = wsCandSum
           display "RELEASE: build " wsCandSum " is already in"
               " service as " function trim(wsExecPath)
           move 4 to return-code
           exit paragraph
       end-if

       move spaces to wsShellCmd
       string
           "if [ -f " delimited by size
           wsExecPath delimited by space
           " ]; then cp -p " delimited by size
           wsExecPath delimited by space
           " " delimited by size
           wsExecPath delimited by space
           ".prev; fi; cp " delimited by size
           wsCandidateParm delimited by space
           " " delimited by size
           wsExecPath delimited by space
           " && chmod +x " delimited by size
           wsExecPath delimited by space
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       call "AOC2024BUILDSUM" using wsExecPath wsInstalledSum
       if wsInstalledSum not = wsCandSum
           display "ERROR: " function trim(wsExecPath)
               " does not carry the candidate build after the copy"
               " - check it by hand (the outgoing build is "
               function trim(wsExecPath) ".prev)"
           move "ERROR" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Promotion copy failed: " delimited by size
               wsExecPath delimited by space
               into wsAuditDetail
           end-string
           perform WriteRootAudit
           move 8 to return-code
           exit paragraph
       end-if

       move wsJbInputId(wsJobIdx) to wsRegProgram
       move wsCandSum to wsRegChecksum
       move wsRefParm to wsRegRef
       move wsJbDir(wsJobIdx) to wsRegDir
       move wsJbStep(wsJobIdx) to wsRegStep
       perform AppendRegisterRow

       move "RELEASE" to wsAuditEvent
       move spaces to wsAuditDetail
       string
           function trim(wsRegProgram) delimited by size
           " build " delimited by size
           wsCandSum delimited by size
           " promoted, ref " delimited by size
           wsRefParm delimited by size
           into wsAuditDetail
       end-string
       perform WriteRootAudit
       display "RELEASE: " function trim(wsRegProgram) " build "
           wsCandSum " promoted into " function trim(wsExecPath)
           " on parallel run " wsRefParm.

*> The cited parallel run must be on the ledger, for this program,
*> clean, and of exactly this build.
FindParallelRun.
       move "n" to wsRefFound
       move "parallel run reference not on the parallel-ledger"
           to wsRefWhy
       move "n" to wsEof
       open input ParallelLedger
       if wsLedgerStatus not = "00"
           move "no parallel-ledger on file" to wsRefWhy
           exit paragraph
       end-if
       perform until wsEof = "y"
           read ParallelLedger
               at end move "y" to wsEof
               not at end
                   if PlRef = wsRefParm
                       perform JudgeParallelRow
                   end-if
           end-read
       end-perform
       close ParallelLedger.

JudgeParallelRow.
       evaluate true
           when PlProgram not = wsProgramParm
               move "that parallel run was for another program"
                   to wsRefWhy
           when PlVerdict not = "CLEAN"
               move spaces to wsRefWhy
               string
                   "that parallel run was not clean (" delimited by size
                   function trim(PlVerdict) delimited by size
                   ")" delimited by size
                   into wsRefWhy
               end-string
           when PlChecksum not = wsCandSum
               move "candidate is not the build that parallel run proved"
                   to wsRefWhy
           when other
               move "y" to wsRefFound
       end-evaluate.

*> Registers every executable the job-registry names, as it stands,
*> under reference BASELINE - builds already on file are left be.
RegisterBaseline.
       perform varying wsI from 1 by 1 until wsI > wsJobCount
           move spaces to wsExecPath
           string
               wsJbDir(wsI) delimited by space
               "/" delimited by size
               wsJbStep(wsI) delimited by space
               into wsExecPath
           end-string
           call "AOC2024BUILDSUM" using wsExecPath wsRegChecksum
           if wsRegChecksum = spaces
               display "RELEASE: no executable at "
                   function trim(wsExecPath) " - not registered"
           else
               move wsJbInputId(wsI) to wsRegProgram
               perform CheckOnRegister
               if wsOnRegister = "y"
                   add 1 to wsAlreadyCount
               else
                   move "BASELINE" to wsRegRef
                   move wsJbDir(wsI) to wsRegDir
                   move wsJbStep(wsI) to wsRegStep
                   perform AppendRegisterRow
                   add 1 to wsBaselineCount
               end-if
           end-if
       end-perform

       display "RELEASE: baseline registered " wsBaselineCount
           " build(s), " wsAlreadyCount " already on the register"
       if wsBaselineCount = 0
           move 4 to return-code
       else
           move "RELEASE" to wsAuditEvent
           move spaces to wsAuditDetail
           string
               "Baseline registered " delimited by size
               wsBaselineCount delimited by size
               " build(s) in service" delimited by size
               into wsAuditDetail
           end-string
           perform WriteRootAudit
       end-if.

*> Appends one register row - and keeps the in-memory table in step,
*> so day08's second registry row does not register its shared
*> build twice - creating the register on its very first row.
AppendRegisterRow.
       open extend ReleaseRegister
       if wsRegisterStatus not = "00"
           open output ReleaseRegister
       end-if
       move spaces to ReleaseLine
       move wsRegProgram to RrProgram
       move wsRegChecksum to RrChecksum
       move wsOperatorId to RrOperator
       move wsNowStamp to RrStamp
       move wsRegRef to RrParallelRef
       move wsRegDir to RrDir
       move wsRegStep to RrStep
       write ReleaseLine
       close ReleaseRegister
       if wsBuildCount < wsMaxBuilds
           add 1 to wsBuildCount
           move wsRegProgram to wsBdProgram(wsBuildCount)
           move wsRegChecksum to wsBdChecksum(wsBuildCount)
       end-if.

WriteRootAudit.
       open extend RootAudit
       if wsAuditStatus not = "00"
           open output RootAudit
       end-if
       perform WriteAuditLine
       close RootAudit.

copy "AuditTrail.cpy"
    replacing ==:PROGRAM-NAME:==  by =="AOC2024RELEASE"==
              ==:FILE-NAME:==     by ==RootAudit==
              ==:EVENT-FIELD:==   by ==wsAuditEvent==
              ==:DETAIL-FIELD:==  by ==wsAuditDetail==
              ==:CYCLE-FIELD:==   by ==wsCycleId==
              ==:OPERATOR-FIELD:== by ==wsOperatorId==.

end program AOC2024RELEASE.
