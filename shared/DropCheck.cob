*>
*> Called once per resolved drop, from the job's directory:
*>     CALL "AOC2024DROPCHK" USING WS-USED-DROP-FILE WS-DROP-VERDICT
*> or from the repository root with the drop named by its path
*> ("day06/input-20241014"), as the driver's arrival watch does -
*> the quarantine/ subdirectory and quarantine-log are then the
*> drop's own directory's, exactly as if its job had checked it.
*>
*> USING parameters:
*>   WS-DROP-FILE  the dated drop filename, PIC X(150)
       SELECT CHECK-CANDIDATE ASSIGN TO '.manifest-check'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.
       SELECT QUARANTINE-LOG ASSIGN TO WS-QLOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QLOG-STATUS.

01 WS-MISMATCH PIC A(1).
01 WS-NUM-DISPLAY PIC Z(11)9.
01 WS-DETAIL PIC X(120).
*> The drop's directory with its trailing "/", spaces for a drop
*> named from the job's own directory.
01 WS-DROP-DIR PIC X(150).
01 WS-DIR-LEN PIC 9(3).
01 WS-SCAN-POS PIC 9(3).
01 WS-QLOG-FILE PIC X(170).

LINKAGE SECTION.
01 WS-DROP-FILE PIC X(150).
*> if needed) so it can be neither consumed nor archived, and logs
*> exactly what disagreed for the transmission follow-up.
QUARANTINE-DROP.
       PERFORM SPLIT-DROP-DIR
       MOVE SPACES TO WS-SHELL-CMD
       IF WS-DIR-LEN = 0
           STRING
               "mkdir -p quarantine && mv " DELIMITED BY SIZE
               WS-DROP-FILE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-DROP-FILE DELIMITED BY SPACE
               ".manifest quarantine/" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
       ELSE
           STRING
               "mkdir -p " DELIMITED BY SIZE
               WS-DROP-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
               "quarantine && mv " DELIMITED BY SIZE
               WS-DROP-FILE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-DROP-FILE DELIMITED BY SPACE
               ".manifest " DELIMITED BY SIZE
               WS-DROP-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
               "quarantine/" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
       END-IF
       CALL "SYSTEM" USING WS-SHELL-CMD

       MOVE SPACES TO WS-DETAIL
           FUNCTION TRIM(WS-DROP-FILE)
           " failed its manifest check and was quarantined".

*> Splits the drop's directory off its name at the last "/" and
*> names the quarantine log that goes with it.
SPLIT-DROP-DIR.
       MOVE SPACES TO WS-DROP-DIR
       MOVE 0 TO WS-DIR-LEN
       PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 150
           IF WS-DROP-FILE(WS-SCAN-POS:1) = "/"
               MOVE WS-SCAN-POS TO WS-DIR-LEN
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-QLOG-FILE
       IF WS-DIR-LEN = 0
           MOVE "quarantine-log" TO WS-QLOG-FILE
       ELSE
           MOVE WS-DROP-FILE(1:WS-DIR-LEN) TO WS-DROP-DIR
           STRING
               WS-DROP-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
               "quarantine-log" DELIMITED BY SIZE
               INTO WS-QLOG-FILE
           END-STRING
       END-IF.

END PROGRAM AOC2024DROPCHK.
