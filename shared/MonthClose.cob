*> inside a day directory, the same way AOC2024PARAM finds the
*> parameters file.
*>
*> AOC2024YEAREND closes a whole processing year with one
*> "<YYYY> YEARCLOSED" row once all twelve months are certified.
*> That row freezes the year for good: every month inside it stands
*> CLOSED whatever its own rows say afterwards, so no reopen can let
*> a supersede back in. Asking with the year alone (YYYY and two
*> spaces) answers whether the year itself is closed.
*>
*> Called once per month decided on:
*>     CALL "AOC2024MCLOSE" USING WS-MONTH WS-CLOSED
*>
*> USING parameters:
*>   WS-MONTH   the month being asked about, PIC X(6) YYYYMM, or
*>              a year alone, YYYY followed by two spaces
*>   WS-CLOSED  out - "Y" when the month's standing is CLOSED or
*>              its year is closed, "N" otherwise (reopened, or
*>              never closed)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-EOF PIC A(1).
01 WS-LINE-MONTH PIC X(6).
01 WS-LINE-ACTION PIC X(10).
01 WS-YEAR-CLOSED PIC X(1).

LINKAGE SECTION.
01 WS-MONTH PIC X(6).

PROCEDURE DIVISION USING WS-MONTH WS-CLOSED.
       MOVE "N" TO WS-CLOSED
       MOVE "N" TO WS-YEAR-CLOSED
       MOVE "N" TO WS-EOF

       MOVE "month-close" TO WS-CLOSE-FILENAME
           END-READ
       END-PERFORM
       CLOSE CLOSE-FILE
       IF WS-YEAR-CLOSED = "Y"
           MOVE "Y" TO WS-CLOSED
       END-IF

       GOBACK.

*> The last row for the month wins, so the file reads as a history;
*> a year-close row outranks them all.
JUDGE-CLOSE-LINE.
       MOVE SPACES TO WS-LINE-MONTH
       MOVE SPACES TO WS-LINE-ACTION
       UNSTRING CLOSE-FILE-LINE DELIMITED BY ALL SPACES
           INTO WS-LINE-MONTH WS-LINE-ACTION
       END-UNSTRING
       IF WS-LINE-ACTION = "YEARCLOSED"
           IF WS-LINE-MONTH(1:4) = WS-MONTH(1:4)
                   AND WS-LINE-MONTH(5:2) = SPACES
               MOVE "Y" TO WS-YEAR-CLOSED
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-LINE-MONTH = WS-MONTH
           IF WS-LINE-ACTION = "CLOSED"
               MOVE "Y" TO WS-CLOSED
