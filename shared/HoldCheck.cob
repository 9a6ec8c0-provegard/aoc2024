IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024HOLDCHK.

*> Answers "is this day directory's business date under a legal
*> hold?" for the programs that must honour one - housekeeping
*> before it trims a row or offloads a drop, the catalog marker
*> refresh, the menu's catalog query. The active holds in the root
*> legal-holds file (HoldRecord.cpy; active means not yet released)
*> are loaded once and kept for the run unit, since housekeeping
*> asks once per trail row; a caller that may outlive a change to
*> the file - the menu, the hold maintenance itself - reloads by
*> asking with a blank date first. Like AOC2024PARAM the file is
*> looked for in the current directory, then "../".
*>
*> Called:
*>     CALL "AOC2024HOLDCHK" USING WS-HOLD-DIR WS-HOLD-DATE
*>                                 WS-HOLD-VERDICT WS-HOLD-ID
*>
*> USING parameters:
*>   WS-HOLD-DIR      the day directory, PIC X(10)
*>   WS-HOLD-DATE     the business date YYYYMMDD, PIC X(8); spaces
*>                    (re)loads the holds file
*>   WS-HOLD-VERDICT  out, PIC X(1): Y held, N not held; on a
*>                    reload, Y when any hold is active at all and
*>                    F when there are more active holds than the
*>                    table holds (housekeeping then must not run)
*>   WS-HOLD-ID       out, PIC X(10): the first covering hold's id
*>                    (spaces when not held) - with a blank date
*>                    and a directory, the first active hold that
*>                    reaches that directory on any date

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "HoldRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==HOLD-FILE==.

WORKING-STORAGE SECTION.
01 WS-HOLD-FILENAME PIC X(20) VALUE "legal-holds".
01 WS-HOLD-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-LOADED PIC A(1) VALUE "N".
01 WS-MAX-HOLDS PIC 9(3) VALUE 500.
01 WS-HOLDS.
   05 WS-HOLD-ENTRY OCCURS 500 TIMES.
      10 WS-HT-ID PIC X(10).
      10 WS-HT-FROM PIC X(8).
      10 WS-HT-TO PIC X(8).
      10 WS-HT-DIR PIC X(10).
01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
01 WS-IDX PIC 9(3).
01 WS-OVERFLOW PIC A(1) VALUE "N".

LINKAGE SECTION.
01 WS-HOLD-DIR PIC X(10).
01 WS-HOLD-DATE PIC X(8).
01 WS-HOLD-VERDICT PIC X(1).
01 WS-HOLD-ID PIC X(10).

PROCEDURE DIVISION USING WS-HOLD-DIR WS-HOLD-DATE WS-HOLD-VERDICT
        WS-HOLD-ID.
       MOVE "N" TO WS-HOLD-VERDICT
       MOVE SPACES TO WS-HOLD-ID

       IF WS-HOLD-DATE = SPACES
           PERFORM LOAD-HOLDS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLD-COUNT
               IF WS-HOLD-ID = SPACES
                       AND (WS-HOLD-DIR = SPACES
                           OR WS-HT-DIR(WS-IDX) = SPACES
                           OR WS-HT-DIR(WS-IDX) = WS-HOLD-DIR)
                   MOVE "Y" TO WS-HOLD-VERDICT
                   MOVE WS-HT-ID(WS-IDX) TO WS-HOLD-ID
               END-IF
           END-PERFORM
           IF WS-OVERFLOW = "Y"
               MOVE "F" TO WS-HOLD-VERDICT
           END-IF
           GOBACK
       END-IF

       IF WS-LOADED NOT = "Y"
           PERFORM LOAD-HOLDS
       END-IF
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HOLD-COUNT
           IF WS-HOLD-ID = SPACES
                   AND WS-HOLD-DATE >= WS-HT-FROM(WS-IDX)
                   AND WS-HOLD-DATE <= WS-HT-TO(WS-IDX)
                   AND (WS-HT-DIR(WS-IDX) = SPACES
                       OR WS-HT-DIR(WS-IDX) = WS-HOLD-DIR)
               MOVE "Y" TO WS-HOLD-VERDICT
               MOVE WS-HT-ID(WS-IDX) TO WS-HOLD-ID
           END-IF
       END-PERFORM
       GOBACK.

LOAD-HOLDS.
       MOVE "Y" TO WS-LOADED
       MOVE 0 TO WS-HOLD-COUNT
       MOVE "N" TO WS-OVERFLOW
       MOVE "legal-holds" TO WS-HOLD-FILENAME
       OPEN INPUT HOLD-FILE
       IF WS-HOLD-STATUS NOT = "00"
           MOVE "../legal-holds" TO WS-HOLD-FILENAME
           OPEN INPUT HOLD-FILE
       END-IF
       IF WS-HOLD-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ HOLD-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM STACK-ACTIVE-HOLD
           END-READ
       END-PERFORM
       CLOSE HOLD-FILE.

*> Released holds, comment lines and rows without a usable range are
*> left out; a full table is flagged rather than silently letting
*> housekeeping purge what a dropped hold protects.
STACK-ACTIVE-HOLD.
       IF HoldLine(1:1) = "*" OR HoldId = SPACES
               OR HoldRelease NOT = SPACES
               OR HoldFrom NOT NUMERIC OR HoldTo NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF WS-HOLD-COUNT >= WS-MAX-HOLDS
           DISPLAY "HOLDCHK: more than " WS-MAX-HOLDS
               " active legal holds - hold " HoldId " NOT loaded"
           MOVE "Y" TO WS-OVERFLOW
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-HOLD-COUNT
       MOVE HoldId TO WS-HT-ID(WS-HOLD-COUNT)
       MOVE HoldFrom TO WS-HT-FROM(WS-HOLD-COUNT)
       MOVE HoldTo TO WS-HT-TO(WS-HOLD-COUNT)
       MOVE HoldDir TO WS-HT-DIR(WS-HOLD-COUNT).

END PROGRAM AOC2024HOLDCHK.
