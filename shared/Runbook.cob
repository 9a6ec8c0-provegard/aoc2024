IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024RUNBOOK.

*> Finds the runbook entry for a failed step on the root-level
*> runbook file: the most particular RUNBOOK line wins - the program
*> with its return code, then the program with "*", then "*" with
*> the return code, then "* *". With no return code to go on (the
*> status board only knows a job failed), the program's "*" entry is
*> taken, else its first entry. The entry comes back as the
*> program/rc pointer the alert text and the status board show and
*> menu option B takes.
*>
*> Called at the failure site:
*>     CALL "AOC2024RUNBOOK" USING WS-PROGRAM WS-RC WS-ENTRY-KEY
*>
*> USING parameters:
*>   WS-PROGRAM      the program-id that failed, PIC X(16)
*>   WS-RC           its return code, PIC X(3) (blank: not known)
*>   WS-ENTRY-KEY    out, PIC X(20): "program/rc" of the matching
*>                   entry, blank when nothing matches or there is
*>                   no runbook file

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RUNBOOK-FILE ASSIGN TO "runbook"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNBOOK-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUNBOOK-FILE.
01 RUNBOOK-LINE PIC X(130).

WORKING-STORAGE SECTION.
01 WS-RUNBOOK-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-TOK-KEYWORD PIC X(10).
01 WS-TOK-PROGRAM PIC X(16).
01 WS-TOK-RC PIC X(3).
01 WS-RC-WORK PIC X(3).
01 WS-RANK PIC 9(1).
01 WS-BEST-RANK PIC 9(1).

LINKAGE SECTION.
01 WS-PROGRAM PIC X(16).
01 WS-RC PIC X(3).
01 WS-ENTRY-KEY PIC X(20).

PROCEDURE DIVISION USING WS-PROGRAM WS-RC WS-ENTRY-KEY.
       MOVE SPACES TO WS-ENTRY-KEY
       MOVE 0 TO WS-BEST-RANK
       MOVE FUNCTION TRIM(WS-RC) TO WS-RC-WORK
       MOVE "N" TO WS-EOF
       OPEN INPUT RUNBOOK-FILE
       IF WS-RUNBOOK-STATUS NOT = "00"
           GOBACK
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ RUNBOOK-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM RANK-ENTRY
           END-READ
       END-PERFORM
       CLOSE RUNBOOK-FILE
       GOBACK.

*> Ranks one RUNBOOK line against the failure; the first line of
*> the best rank seen is kept.
RANK-ENTRY.
       MOVE SPACES TO WS-TOK-KEYWORD WS-TOK-PROGRAM WS-TOK-RC
       UNSTRING RUNBOOK-LINE DELIMITED BY ALL SPACES
           INTO WS-TOK-KEYWORD WS-TOK-PROGRAM WS-TOK-RC
       END-UNSTRING
       IF WS-TOK-KEYWORD NOT = "RUNBOOK" OR WS-TOK-PROGRAM = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WS-TOK-RC = SPACES
           MOVE "*" TO WS-TOK-RC
       END-IF
       MOVE 0 TO WS-RANK
       EVALUATE TRUE
           WHEN WS-TOK-PROGRAM = WS-PROGRAM
                   AND WS-RC-WORK NOT = SPACES
                   AND WS-TOK-RC = WS-RC-WORK
               MOVE 6 TO WS-RANK
           WHEN WS-TOK-PROGRAM = WS-PROGRAM AND WS-TOK-RC = "*"
               MOVE 5 TO WS-RANK
           WHEN WS-TOK-PROGRAM = WS-PROGRAM AND WS-RC-WORK = SPACES
               MOVE 4 TO WS-RANK
           WHEN WS-TOK-PROGRAM = "*"
                   AND WS-RC-WORK NOT = SPACES
                   AND WS-TOK-RC = WS-RC-WORK
               MOVE 3 TO WS-RANK
           WHEN WS-TOK-PROGRAM = "*" AND WS-TOK-RC = "*"
               MOVE 2 TO WS-RANK
       END-EVALUATE
       IF WS-RANK > WS-BEST-RANK
           MOVE WS-RANK TO WS-BEST-RANK
           MOVE SPACES TO WS-ENTRY-KEY
           STRING
               FUNCTION TRIM(WS-TOK-PROGRAM) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOK-RC) DELIMITED BY SIZE
               INTO WS-ENTRY-KEY
           END-STRING
       END-IF.

END PROGRAM AOC2024RUNBOOK.
