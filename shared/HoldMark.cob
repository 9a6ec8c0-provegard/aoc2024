IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024HOLDMARK.

*> Keeps the archive catalog's HELD markers in step with the
*> legal-holds file: every catalog row whose drop (day directory and
*> the drop's own -YYYYMMDD business date) an active hold covers
*> ends in " HELD <hold-id>", and no other row does. Called by the
*> hold maintenance after every place or release, and by
*> housekeeping before it purges, so a catalog lookup always shows
*> what the purge must leave alone. The marker trails the row's own
*> columns, so the catalog's readers that take the leading tokens
*> read a marked row exactly as before.
*>
*> The catalog is rewritten through a temporary copy beside it and
*> put back with one mv, the way the rewriting driver programs
*> replace a file whole. Like AOC2024PARAM the catalog is looked for
*> in the current directory, then "../".
*>
*> Called:
*>     CALL "AOC2024HOLDMARK" USING WS-HELD-ROWS
*>
*> USING parameters:
*>   WS-HELD-ROWS  out, PIC 9(5): catalog rows now marked HELD

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.
       SELECT MARKED-FILE ASSIGN TO WS-MARKED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARKED-STATUS.

DATA DIVISION.
FILE SECTION.
FD CATALOG-FILE.
01 CATALOG-LINE PIC X(200).

FD MARKED-FILE.
01 MARKED-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-CATALOG-FILENAME PIC X(30) VALUE "archive-catalog".
01 WS-CATALOG-STATUS PIC X(2).
01 WS-MARKED-FILENAME PIC X(40).
01 WS-MARKED-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-BASE PIC X(200).
01 WS-BASE-LEN PIC 9(3).
01 WS-TOK-DAY PIC X(10).
01 WS-TOK-DROP PIC X(40).
01 WS-DROP-LEN PIC 9(3).
01 WS-DROP-DATE PIC X(8).
01 WS-VERDICT PIC X(1).
01 WS-HOLD-ID PIC X(10).
01 WS-NO-DIR PIC X(10) VALUE SPACES.
01 WS-NO-DATE PIC X(8) VALUE SPACES.
01 WS-SHELL-CMD PIC X(120).

LINKAGE SECTION.
01 WS-HELD-ROWS PIC 9(5).

PROCEDURE DIVISION USING WS-HELD-ROWS.
       MOVE 0 TO WS-HELD-ROWS
       *> a blank date reloads the holds as they stand right now
       CALL "AOC2024HOLDCHK" USING WS-NO-DIR WS-NO-DATE WS-VERDICT
           WS-HOLD-ID

       MOVE "archive-catalog" TO WS-CATALOG-FILENAME
       OPEN INPUT CATALOG-FILE
       IF WS-CATALOG-STATUS NOT = "00"
           MOVE "../archive-catalog" TO WS-CATALOG-FILENAME
           OPEN INPUT CATALOG-FILE
       END-IF
       IF WS-CATALOG-STATUS NOT = "00"
           GOBACK
       END-IF
       MOVE SPACES TO WS-MARKED-FILENAME
       STRING
           WS-CATALOG-FILENAME DELIMITED BY SPACE
           ".holdmark" DELIMITED BY SIZE
           INTO WS-MARKED-FILENAME
       END-STRING
       OPEN OUTPUT MARKED-FILE
       IF WS-MARKED-STATUS NOT = "00"
           DISPLAY "HOLDMARK: cannot write " WS-MARKED-FILENAME
               " - catalog markers not refreshed"
           CLOSE CATALOG-FILE
           GOBACK
       END-IF

       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ CATALOG-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM MARK-CATALOG-ROW
           END-READ
       END-PERFORM
       CLOSE CATALOG-FILE
       CLOSE MARKED-FILE

       MOVE SPACES TO WS-SHELL-CMD
       STRING
           "mv " DELIMITED BY SIZE
           WS-MARKED-FILENAME DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           WS-CATALOG-FILENAME DELIMITED BY SPACE
           INTO WS-SHELL-CMD
       END-STRING
       CALL "SYSTEM" USING WS-SHELL-CMD
       MOVE 0 TO RETURN-CODE
       GOBACK.

*> Strips any marker the row already carries, then puts one back
*> when an active hold covers the drop's directory and date.
MARK-CATALOG-ROW.
       MOVE SPACES TO WS-BASE
       UNSTRING CATALOG-LINE DELIMITED BY " HELD "
           INTO WS-BASE
       END-UNSTRING
       MOVE WS-BASE TO MARKED-LINE

       MOVE SPACES TO WS-TOK-DAY
       MOVE SPACES TO WS-TOK-DROP
       UNSTRING WS-BASE DELIMITED BY ALL SPACES
           INTO WS-TOK-DAY WS-TOK-DROP
       END-UNSTRING
       MOVE SPACES TO WS-DROP-DATE
       MOVE 40 TO WS-DROP-LEN
       PERFORM UNTIL WS-DROP-LEN = 0
               OR WS-TOK-DROP(WS-DROP-LEN:1) NOT = SPACE
           SUBTRACT 1 FROM WS-DROP-LEN
       END-PERFORM
       IF WS-DROP-LEN >= 8
           MOVE WS-TOK-DROP(WS-DROP-LEN - 7:8) TO WS-DROP-DATE
       END-IF
       IF WS-TOK-DAY = SPACES OR WS-DROP-DATE NOT NUMERIC
           WRITE MARKED-LINE
           EXIT PARAGRAPH
       END-IF

       CALL "AOC2024HOLDCHK" USING WS-TOK-DAY WS-DROP-DATE WS-VERDICT
           WS-HOLD-ID
       IF WS-VERDICT = "Y"
           MOVE 200 TO WS-BASE-LEN
           PERFORM UNTIL WS-BASE-LEN = 0
                   OR WS-BASE(WS-BASE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BASE-LEN
           END-PERFORM
           IF WS-BASE-LEN > 0 AND WS-BASE-LEN <= 183
               MOVE SPACES TO MARKED-LINE
               STRING
                   WS-BASE(1:WS-BASE-LEN) DELIMITED BY SIZE
                   " HELD " DELIMITED BY SIZE
                   WS-HOLD-ID DELIMITED BY SPACE
                   INTO MARKED-LINE
               END-STRING
               ADD 1 TO WS-HELD-ROWS
           END-IF
       END-IF
       WRITE MARKED-LINE.

END PROGRAM AOC2024HOLDMARK.
