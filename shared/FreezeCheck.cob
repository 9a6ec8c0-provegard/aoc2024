IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024FREEZE.

*> The change-freeze gate every maintenance program asks before it
*> changes anything. Month-end close and the upstream year-end are
*> declared as FREEZE lines in the processing calendar:
*>     FREEZE <from YYYYMMDD> <to YYYYMMDD> <reason ...>
*> (both ends inclusive, matched against the shop business date).
*> Inside a freeze a change is refused unless the operator is an
*> ADMIN on the operators file and has given an emergency-override
*> reason; an accepted override goes on the operator alert feed
*> from here, so no caller can forget it. The caller journals the
*> override - or the refusal - in its own journal.
*>
*> Like AOC2024BDATE the calendar lookup walks up from the day
*> directories ("processing-calendar", then ../, then ../../), and
*> the alert lands in the alerts file beside the calendar found.
*>
*> Called before the first change is applied:
*>     CALL "AOC2024FREEZE" USING WS-PROGRAM WS-OPERATOR WS-OVERRIDE
*>                                WS-VERDICT WS-FREEZE-REASON
*>
*> USING parameters:
*>   WS-PROGRAM        the asking program-id, PIC X(16)
*>   WS-OPERATOR       the operator making the change, PIC X(12)
*>   WS-OVERRIDE       the emergency-override reason, PIC X(60);
*>                     spaces when none was given
*>   WS-VERDICT        out, PIC X(1):
*>                       C  no freeze in force - go ahead
*>                       O  frozen, ADMIN override accepted (alerted)
*>                       R  frozen, no override reason given
*>                       N  frozen, override offered by a non-ADMIN
*>   WS-FREEZE-REASON  out, PIC X(60): the freeze line's reason and
*>                     range, spaces when clear

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT ALERT-FILE ASSIGN TO WS-ALERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CALENDAR-FILE.
01 CALENDAR-FILE-LINE PIC X(80).

COPY "AlertRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==ALERT-FILE==.

WORKING-STORAGE SECTION.
01 WS-CALENDAR-FILENAME PIC X(30) VALUE "processing-calendar".
01 WS-CALENDAR-STATUS PIC X(2).
01 WS-ALERT-FILENAME PIC X(30) VALUE "alerts".
01 WS-ALERT-STATUS PIC X(2).
01 WS-ROOT-PREFIX PIC X(6) VALUE SPACES.
01 WS-EOF PIC A(1).
01 WS-BUSINESS-DATE PIC X(8).
01 WS-CAL-KEYWORD PIC X(10).
01 WS-CAL-FROM PIC X(10).
01 WS-CAL-TO PIC X(10).
01 WS-CAL-REST PIC X(60).
01 WS-SKIP PIC 9(1).
01 WS-SEEN PIC 9(1).
01 WS-POS PIC 9(3).
01 WS-FROZEN PIC A(1).
01 WS-ROLE PIC X(5).
01 WS-ALERT-SEVERITY PIC X(8) VALUE "OVERRIDE".
01 WS-ALERT-DETAIL PIC X(80).

LINKAGE SECTION.
01 WS-PROGRAM PIC X(16).
01 WS-OPERATOR PIC X(12).
01 WS-OVERRIDE PIC X(60).
01 WS-VERDICT PIC X(1).
01 WS-FREEZE-REASON PIC X(60).

PROCEDURE DIVISION USING WS-PROGRAM WS-OPERATOR WS-OVERRIDE
        WS-VERDICT WS-FREEZE-REASON.
       MOVE "C" TO WS-VERDICT
       MOVE SPACES TO WS-FREEZE-REASON
       MOVE "N" TO WS-FROZEN
       CALL "AOC2024BDATE" USING WS-BUSINESS-DATE

       PERFORM OPEN-CALENDAR
       IF WS-CALENDAR-STATUS NOT = "00"
           GOBACK
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM MATCH-FREEZE-LINE
           END-READ
       END-PERFORM
       CLOSE CALENDAR-FILE

       IF WS-FROZEN NOT = "Y"
           GOBACK
       END-IF
       IF WS-OVERRIDE = SPACES
           MOVE "R" TO WS-VERDICT
           GOBACK
       END-IF
       CALL "AOC2024OPROLE" USING WS-OPERATOR WS-ROLE
       IF WS-ROLE NOT = "ADMIN"
           MOVE "N" TO WS-VERDICT
           GOBACK
       END-IF

       MOVE "O" TO WS-VERDICT
       MOVE SPACES TO WS-ALERT-DETAIL
       STRING
           "Freeze override by " DELIMITED BY SIZE
           WS-OPERATOR DELIMITED BY SPACE
           ": " DELIMITED BY SIZE
           WS-OVERRIDE DELIMITED BY SIZE
           INTO WS-ALERT-DETAIL
       END-STRING
       MOVE SPACES TO WS-ALERT-FILENAME
       STRING
           WS-ROOT-PREFIX DELIMITED BY SPACE
           "alerts" DELIMITED BY SIZE
           INTO WS-ALERT-FILENAME
       END-STRING
       OPEN EXTEND ALERT-FILE
       IF WS-ALERT-STATUS NOT = "00"
           OPEN OUTPUT ALERT-FILE
       END-IF
       PERFORM WriteAlertLine
       CLOSE ALERT-FILE
       GOBACK.

OPEN-CALENDAR.
       MOVE SPACES TO WS-ROOT-PREFIX
       MOVE "processing-calendar" TO WS-CALENDAR-FILENAME
       OPEN INPUT CALENDAR-FILE
       IF WS-CALENDAR-STATUS NOT = "00"
           MOVE "../" TO WS-ROOT-PREFIX
           MOVE "../processing-calendar" TO WS-CALENDAR-FILENAME
           OPEN INPUT CALENDAR-FILE
       END-IF
       IF WS-CALENDAR-STATUS NOT = "00"
           MOVE "../../" TO WS-ROOT-PREFIX
           MOVE "../../processing-calendar" TO WS-CALENDAR-FILENAME
           OPEN INPUT CALENDAR-FILE
       END-IF.

*> FREEZE <from> <to> <reason ...>; the first freeze covering the
*> business date is the one reported.
MATCH-FREEZE-LINE.
       MOVE SPACES TO WS-CAL-KEYWORD
       MOVE SPACES TO WS-CAL-FROM
       MOVE SPACES TO WS-CAL-TO
       UNSTRING CALENDAR-FILE-LINE DELIMITED BY ALL SPACES
           INTO WS-CAL-KEYWORD WS-CAL-FROM WS-CAL-TO
       END-UNSTRING
       IF WS-CAL-KEYWORD NOT = "FREEZE" OR WS-FROZEN = "Y"
           EXIT PARAGRAPH
       END-IF
       IF WS-CAL-FROM(1:8) NOT NUMERIC OR WS-CAL-TO(1:8) NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF WS-BUSINESS-DATE < WS-CAL-FROM(1:8)
               OR WS-BUSINESS-DATE > WS-CAL-TO(1:8)
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-FROZEN
       MOVE 3 TO WS-SKIP
       PERFORM EXTRACT-FREEZE-REASON
       STRING
           WS-CAL-REST DELIMITED BY "  "
           " (" DELIMITED BY SIZE
           WS-CAL-FROM(1:8) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-CAL-TO(1:8) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-FREEZE-REASON
       END-STRING.

*> The reason is the free text after the two dates, verbatim.
EXTRACT-FREEZE-REASON.
       MOVE 0 TO WS-SEEN
       MOVE SPACES TO WS-CAL-REST
       PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 79 OR WS-SEEN = WS-SKIP
           IF CALENDAR-FILE-LINE(WS-POS:1) = SPACE
               ADD 1 TO WS-SEEN
               PERFORM UNTIL WS-POS >= 79
                       OR CALENDAR-FILE-LINE(WS-POS + 1:1) NOT = SPACE
                   ADD 1 TO WS-POS
               END-PERFORM
           END-IF
       END-PERFORM
       IF WS-SEEN = WS-SKIP AND WS-POS <= 80
           MOVE CALENDAR-FILE-LINE(WS-POS:) TO WS-CAL-REST
       END-IF
       IF WS-CAL-REST = SPACES
           MOVE "change freeze" TO WS-CAL-REST
       END-IF.

COPY "AlertWriter.cpy"
    REPLACING ==:SEVERITY-FIELD:== BY ==WS-ALERT-SEVERITY==
              ==:PROGRAM-FIELD:==  BY ==WS-PROGRAM==
              ==:FILE-NAME:==      BY ==ALERT-FILE==
              ==:DETAIL-FIELD:==   BY ==WS-ALERT-DETAIL==.

END PROGRAM AOC2024FREEZE.
