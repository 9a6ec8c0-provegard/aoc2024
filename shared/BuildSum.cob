IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024BUILDSUM.

*> Executable checksum for the release register. Nothing used to
*> say which build of a program produced a given night's result -
*> the parallel harness proved a candidate, and then the swap into
*> production went unrecorded. Every job now stamps the checksum of
*> its own executable onto its run-lineage row, the driver checks
*> each step's executable against the release-register before it
*> launches it, and AOC2024RELEASE records the checksum of each
*> build it promotes. All of them get the number here, so they all
*> agree on what a build's checksum is: the POSIX cksum CRC of the
*> executable file, as ten zero-padded digits.
*>
*> A job asks for its own executable by passing a blank path - the
*> running process's image under /proc, so a job that was copied,
*> renamed or run from a shard directory still stamps the build
*> that actually ran. That answer is kept for the life of the run,
*> so a promotion landing mid-run cannot change what the job says
*> about itself.
*>
*> Called:
*>     CALL "AOC2024BUILDSUM" USING WS-EXEC-PATH WS-CHECKSUM
*>
*> USING parameters:
*>   WS-EXEC-PATH  PIC X(100), the executable to checksum; spaces
*>                 means the calling program's own executable
*>   WS-CHECKSUM   out, PIC X(10): the checksum, or spaces when the
*>                 file could not be read

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUM-CANDIDATE ASSIGN TO '.buildsum-candidate'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CANDIDATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUM-CANDIDATE.
01 SUM-CANDIDATE-LINE PIC X(20).

WORKING-STORAGE SECTION.
01 WS-CANDIDATE-STATUS PIC X(2).
01 WS-SHELL-CMD PIC X(250).
01 WS-SELF-SUM PIC X(10) VALUE SPACES.
01 WS-SELF-DONE PIC X(1) VALUE "N".

LINKAGE SECTION.
01 WS-EXEC-PATH PIC X(100).
01 WS-CHECKSUM PIC X(10).

PROCEDURE DIVISION USING WS-EXEC-PATH WS-CHECKSUM.
       MOVE SPACES TO WS-CHECKSUM

       IF WS-EXEC-PATH = SPACES
           IF WS-SELF-DONE = "Y"
               MOVE WS-SELF-SUM TO WS-CHECKSUM
               GOBACK
           END-IF
      *> the shell CALL "SYSTEM" starts is a child of this process,
      *> so its parent's /proc entry is the running executable
           MOVE "cksum /proc/$PPID/exe 2>/dev/null | awk '{print substr(""0000000000"" $1, length($1) + 1)}' > .buildsum-candidate"
               TO WS-SHELL-CMD
       ELSE
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "cksum " DELIMITED BY SIZE
               WS-EXEC-PATH DELIMITED BY SPACE
               " 2>/dev/null | awk '{print substr(""0000000000"" $1, length($1) + 1)}'"
                   DELIMITED BY SIZE
               " > .buildsum-candidate" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
       END-IF

       CALL "SYSTEM" USING WS-SHELL-CMD
       OPEN INPUT SUM-CANDIDATE
       IF WS-CANDIDATE-STATUS = "00"
           MOVE SPACES TO SUM-CANDIDATE-LINE
           READ SUM-CANDIDATE
               AT END CONTINUE
           END-READ
           CLOSE SUM-CANDIDATE
           IF SUM-CANDIDATE-LINE(1:10) NUMERIC
               MOVE SUM-CANDIDATE-LINE(1:10) TO WS-CHECKSUM
           END-IF
       END-IF
       CALL "SYSTEM" USING "rm -f .buildsum-candidate"
      *> the shell's exit status must not leak into the caller's
      *> own return code
       MOVE 0 TO RETURN-CODE

       IF WS-EXEC-PATH = SPACES
           MOVE WS-CHECKSUM TO WS-SELF-SUM
           MOVE "Y" TO WS-SELF-DONE
       END-IF
       GOBACK.

END PROGRAM AOC2024BUILDSUM.
