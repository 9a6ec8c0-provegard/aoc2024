*> AOC2024REPRO_PROGRAM and AOC2024REPRO_DATE name the run to
*> reproduce; the program then
*>   - locates the archived drop through the archive catalog and
*>     verifies it is still the archived file - in archive/, or in
*>     recall/ while a recall of its offload keeps it there,
*>   - rebuilds an isolated copy of the job's day directory under
*>     repro-work/ (reference files and executables, none of the
*>     trails), copies the drop in as its dated input, and
           file status is wsMasterStatus.
       select CertReport assign to wsCertFilename
           organization is line sequential.
       select ProbeCandidate assign to '.repro-candidate'
           organization is line sequential
           file status is wsProbeStatus.

data division.
file section.
FD CertReport.
01 CertLine pic X(160).

FD ProbeCandidate.
01 ProbeCandidateLine pic X(10).

working-storage section.
       01 wsRegistryStatus pic X(2).
       01 wsCatalogStatus pic X(2).
*> The catalog row for the drop: name and recorded count/checksum,
*> cited on the certification.
       01 wsDropName pic X(40) value spaces.
       01 wsDropArea pic X(8) value "archive".
       01 wsProbeStatus pic X(2).
       01 wsDropWanted pic X(30).
       01 wsCatalogRow pic X(120) value spaces.
       01 wsTok1 pic X(12).
       01 wsTok4 pic X(12).

       01 wsStepRc binary-long.
       01 wsReproValue pic 9(18).
       01 wsReproSeen pic A(1) value "n".
       01 wsPostedValue pic 9(18).
       01 wsPostedSeen pic A(1) value "n".
       01 wsPostedSource pic X(30).
       01 wsVerdict pic X(8).
       01 wsNumDisplay pic Z(17)9.
       01 wsNum2Display pic Z(17)9.

procedure division.
       accept wsProgramParm from environment "AOC2024REPRO_PROGRAM"
           move 8 to return-code
           stop run
       end-if
       perform LocateArchivedDrop

       perform BuildIsolatedWorkdir
       perform RunIsolated
       end-perform
       close CatalogFile.

*> Which area holds the cataloged drop: archive/, else recall/ while
*> a recall keeps an offloaded drop there. A drop in neither has
*> been offloaded and must be recalled before it can be reproduced.
LocateArchivedDrop.
       move spaces to wsShellCmd
       string
           "if [ -f " delimited by size
           wsJobDir delimited by space
           "/archive/" delimited by size
           wsDropName delimited by space
           " ]; then echo archive; elif [ -f " delimited by size
           wsJobDir delimited by space
           "/recall/" delimited by size
           wsDropName delimited by space
           " ]; then echo recall; fi > .repro-candidate"
               delimited by size
           into wsShellCmd
       end-string
       call "SYSTEM" using wsShellCmd
       move 0 to return-code
       move spaces to ProbeCandidateLine
       open input ProbeCandidate
       if wsProbeStatus = "00"
           read ProbeCandidate
               at end continue
           end-read
           close ProbeCandidate
       end-if
       call "SYSTEM" using "rm -f .repro-candidate"
       if ProbeCandidateLine = spaces
           display "REPRO: " function trim(wsDropName)
               " is in neither " function trim(wsJobDir)
               "/archive nor /recall - recall it from its offload"
               " through the menu first"
           move 8 to return-code
           stop run
       end-if
       move ProbeCandidateLine to wsDropArea.

*> The isolated copy: the whole day directory minus every trail,
*> archive and report artifact, the central control files beside it
*> so the ../ lookups resolve, and the archived drop copied in as
           wsJobDir delimited by space
           " && rm -rf audit-trail control-totals results-history"
           " run-lineage rejected-records reject-status"
           " arrival-history archive recall archive-offload-*"
           " quarantine .day-lock"
           " input input-* trend-* *report* *checkpoint*"
           " patrol-movement-log 2>/dev/null; exit 0"
               delimited by size
           "cp parameters processing-calendar repro-work/"
           " 2>/dev/null; cp " delimited by size
           wsJobDir delimited by space
           "/" delimited by size
           wsDropArea delimited by space
           "/" delimited by size
           wsDropName delimited by space
           " repro-work/" delimited by size
           wsJobDir delimited by space
           if ResultProgram = wsProgram(1:12)
                   and ResultDate = wsDate
               move ResultValue to wsReproValue
               if ResultValueHigh numeric
                   compute wsReproValue =
                       ResultValueHighN * 1000000000000000 + ResultValue
               end-if
               move "y" to wsReproSeen
           end-if
       end-perform
                   continue
               not invalid key
                   move RmValue to wsPostedValue
                   if RmValueHigh numeric
                       compute wsPostedValue =
                           RmValueHighN * 1000000000000000 + RmValue
                   end-if
                   move "y" to wsPostedSeen
                   move "results-master" to wsPostedSource
           end-read
           if ResultProgram = wsProgram(1:12)
                   and ResultDate = wsDate
               move ResultValue to wsPostedValue
               if ResultValueHigh numeric
                   compute wsPostedValue =
                       ResultValueHighN * 1000000000000000 + ResultValue
               end-if
               move "y" to wsPostedSeen
               move "results-history" to wsPostedSource
           end-if
       string
           "  archived drop: " delimited by size
           wsJobDir delimited by space
           "/" delimited by size
           wsDropArea delimited by space
           "/" delimited by size
           function trim(wsDropName) delimited by size
           into CertLine
       end-string
