IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024SCHED.

*> The run-frequency rule for the job-registry's RegFreq column: is
*> a job due on a given business date, and when is it next and when
*> was it last due. The driver's post-cycle phase asks it for every
*> scheduled step; the menu's status board asks it for each
*> scheduled job's next date and for the date a missed run was due.
*> Frequencies:
*>     DAILY        every business date (a blank column means DAILY
*>                  too - every row written before the column was)
*>     WEEKLY-MON   once a week, on the named weekday (WEEKLY-TUE
*>     .. -SUN      and so on); a weekday that is not a business day
*>                  pushes the run to the next business date
*>     MONTH-END    the month's last business date
*>     FIRST-BDAY   the month's first business date
*>     QTR-END      the last business date of March, June, September
*>                  and December
*>     ON-DEMAND    never by schedule - only when launched by hand
*> Business dates are the processing calendar's: weekdays that are
*> not HOLIDAY lines. Month-end and quarter-end are the last
*> business date inside the month, not the calendar day pushed past
*> it, so a month-end report never lands in the month after the one
*> it covers. The calendar is found the way AOC2024BDATE finds it
*> and its holidays are held for the run unit.
*>
*> Called per job:
*>     CALL "AOC2024SCHED" USING WS-FREQUENCY WS-ON-DATE WS-DUE
*>                               WS-NEXT-DATE WS-LAST-DATE
*>
*> USING parameters:
*>   WS-FREQUENCY  the registry's run frequency, PIC X(10)
*>   WS-ON-DATE    the business date asked about, PIC X(8) YYYYMMDD
*>   WS-DUE        out, PIC X(1): Y due on WS-ON-DATE, N not due,
*>                 ? the frequency is not one of the above
*>   WS-NEXT-DATE  out, PIC X(8): first date on or after WS-ON-DATE
*>                 the job is due; spaces for ON-DEMAND or unknown
*>   WS-LAST-DATE  out, PIC X(8): latest date before WS-ON-DATE the
*>                 job was due; spaces for ON-DEMAND or unknown

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD CALENDAR-FILE.
01 CALENDAR-FILE-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-CALENDAR-FILENAME PIC X(30) VALUE "processing-calendar".
01 WS-CALENDAR-STATUS PIC X(2).
01 WS-CALENDAR-LOADED PIC X(1) VALUE "N".
01 WS-EOF PIC A(1).
01 WS-CAL-KEYWORD PIC X(10).
01 WS-CAL-VALUE PIC X(10).
01 WS-HOLIDAYS.
    05 WS-HOLIDAY PIC X(8) OCCURS 200 TIMES.
01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
01 WS-HOL-IDX PIC 9(3).
01 WS-FREQ PIC X(10).
01 WS-WEEKDAY PIC 9(1).
01 WS-KNOWN PIC X(1).
01 WS-ON-INT PIC 9(7).
01 WS-TEST-INT PIC 9(7).
01 WS-PROBE-INT PIC 9(7).
01 WS-NEAR-INT PIC 9(7).
01 WS-STEP-INT PIC S9(1).
01 WS-DAYS PIC 9(3).
01 WS-DOW PIC 9(1).
01 WS-YMD PIC 9(8).
01 WS-YMD-X PIC X(8).
01 WS-NEAR-YMD-X PIC X(8).
01 WS-PROBE-YMD PIC 9(8).
01 WS-PROBE-YMD-X PIC X(8).
01 WS-IS-BUSINESS PIC X(1).
01 WS-IS-DUE PIC X(1).

LINKAGE SECTION.
01 WS-FREQUENCY PIC X(10).
01 WS-ON-DATE PIC X(8).
01 WS-DUE PIC X(1).
01 WS-NEXT-DATE PIC X(8).
01 WS-LAST-DATE PIC X(8).

PROCEDURE DIVISION USING WS-FREQUENCY WS-ON-DATE WS-DUE
        WS-NEXT-DATE WS-LAST-DATE.
       MOVE "N" TO WS-DUE
       MOVE SPACES TO WS-NEXT-DATE
       MOVE SPACES TO WS-LAST-DATE
       MOVE FUNCTION UPPER-CASE(WS-FREQUENCY) TO WS-FREQ
       IF WS-FREQ = SPACES
           MOVE "DAILY" TO WS-FREQ
       END-IF
       PERFORM RECOGNISE-FREQUENCY
       IF WS-KNOWN NOT = "Y"
           MOVE "?" TO WS-DUE
           GOBACK
       END-IF
       IF WS-FREQ = "ON-DEMAND"
           GOBACK
       END-IF
       IF WS-ON-DATE NOT NUMERIC
           GOBACK
       END-IF
       IF WS-CALENDAR-LOADED NOT = "Y"
           PERFORM LOAD-HOLIDAYS
       END-IF
       MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ON-DATE))
           TO WS-ON-INT

       MOVE WS-ON-INT TO WS-TEST-INT
       PERFORM JUDGE-DUE
       MOVE WS-IS-DUE TO WS-DUE

       *> a year and a month either way covers every frequency
       PERFORM VARYING WS-DAYS FROM 0 BY 1 UNTIL WS-DAYS > 400
           COMPUTE WS-TEST-INT = WS-ON-INT + WS-DAYS
           PERFORM JUDGE-DUE
           IF WS-IS-DUE = "Y"
               MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-INT) TO WS-YMD
               MOVE WS-YMD TO WS-NEXT-DATE
               EXIT PERFORM
           END-IF
       END-PERFORM
       PERFORM VARYING WS-DAYS FROM 1 BY 1 UNTIL WS-DAYS > 400
           COMPUTE WS-TEST-INT = WS-ON-INT - WS-DAYS
           PERFORM JUDGE-DUE
           IF WS-IS-DUE = "Y"
               MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-INT) TO WS-YMD
               MOVE WS-YMD TO WS-LAST-DATE
               EXIT PERFORM
           END-IF
       END-PERFORM
       GOBACK.

*> WEEKLY-xxx carries its weekday as the date integer's mod 7 -
*> day 1 of the standard date integer was a Monday, so 1=Monday ..
*> 6=Saturday, 0=Sunday.
RECOGNISE-FREQUENCY.
       MOVE "Y" TO WS-KNOWN
       EVALUATE WS-FREQ
           WHEN "DAILY"
           WHEN "MONTH-END"
           WHEN "FIRST-BDAY"
           WHEN "QTR-END"
           WHEN "ON-DEMAND"
               CONTINUE
           WHEN "WEEKLY-MON"
               MOVE 1 TO WS-WEEKDAY
           WHEN "WEEKLY-TUE"
               MOVE 2 TO WS-WEEKDAY
           WHEN "WEEKLY-WED"
               MOVE 3 TO WS-WEEKDAY
           WHEN "WEEKLY-THU"
               MOVE 4 TO WS-WEEKDAY
           WHEN "WEEKLY-FRI"
               MOVE 5 TO WS-WEEKDAY
           WHEN "WEEKLY-SAT"
               MOVE 6 TO WS-WEEKDAY
           WHEN "WEEKLY-SUN"
               MOVE 0 TO WS-WEEKDAY
           WHEN OTHER
               MOVE "N" TO WS-KNOWN
       END-EVALUATE.

*> Is the frequency due on the date integer WS-TEST-INT? Only a
*> business date can be; the rest is decided against the business
*> dates either side of it.
JUDGE-DUE.
       MOVE "N" TO WS-IS-DUE
       MOVE WS-TEST-INT TO WS-PROBE-INT
       PERFORM JUDGE-BUSINESS
       IF WS-IS-BUSINESS NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION DATE-OF-INTEGER(WS-TEST-INT) TO WS-YMD
       MOVE WS-YMD TO WS-YMD-X
       EVALUATE WS-FREQ
           WHEN "DAILY"
               MOVE "Y" TO WS-IS-DUE
           WHEN "FIRST-BDAY"
               MOVE -1 TO WS-STEP-INT
               PERFORM FIND-NEAR-BUSINESS
               IF WS-NEAR-YMD-X(1:6) NOT = WS-YMD-X(1:6)
                   MOVE "Y" TO WS-IS-DUE
               END-IF
           WHEN "MONTH-END"
               MOVE 1 TO WS-STEP-INT
               PERFORM FIND-NEAR-BUSINESS
               IF WS-NEAR-YMD-X(1:6) NOT = WS-YMD-X(1:6)
                   MOVE "Y" TO WS-IS-DUE
               END-IF
           WHEN "QTR-END"
               IF WS-YMD-X(5:2) = "03" OR "06" OR "09" OR "12"
                   MOVE 1 TO WS-STEP-INT
                   PERFORM FIND-NEAR-BUSINESS
                   IF WS-NEAR-YMD-X(1:6) NOT = WS-YMD-X(1:6)
                       MOVE "Y" TO WS-IS-DUE
                   END-IF
               END-IF
           WHEN OTHER
               *> a weekly run is due on the first business date on
               *> or after its weekday: its weekday falls between the
               *> previous business date (exclusive) and this one
               MOVE -1 TO WS-STEP-INT
               PERFORM FIND-NEAR-BUSINESS
               PERFORM VARYING WS-PROBE-INT FROM WS-TEST-INT BY -1
                       UNTIL WS-PROBE-INT <= WS-NEAR-INT
                   IF FUNCTION MOD(WS-PROBE-INT, 7) = WS-WEEKDAY
                       MOVE "Y" TO WS-IS-DUE
                   END-IF
               END-PERFORM
       END-EVALUATE.

*> The nearest business date before (WS-STEP-INT -1) or after (+1)
*> WS-TEST-INT, into WS-NEAR-INT and WS-NEAR-YMD-X; a month of
*> holidays in a row is not a calendar anyone keeps.
FIND-NEAR-BUSINESS.
       MOVE WS-TEST-INT TO WS-NEAR-INT
       PERFORM 31 TIMES
           COMPUTE WS-NEAR-INT = WS-NEAR-INT + WS-STEP-INT
           MOVE WS-NEAR-INT TO WS-PROBE-INT
           PERFORM JUDGE-BUSINESS
           IF WS-IS-BUSINESS = "Y"
               EXIT PERFORM
           END-IF
       END-PERFORM
       MOVE FUNCTION DATE-OF-INTEGER(WS-NEAR-INT) TO WS-PROBE-YMD
       MOVE WS-PROBE-YMD TO WS-NEAR-YMD-X.

*> A weekday that is not a HOLIDAY line is a business date.
JUDGE-BUSINESS.
       MOVE "N" TO WS-IS-BUSINESS
       COMPUTE WS-DOW = FUNCTION MOD(WS-PROBE-INT, 7)
       IF WS-DOW = 0 OR WS-DOW = 6
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT) TO WS-PROBE-YMD
       MOVE WS-PROBE-YMD TO WS-PROBE-YMD-X
       PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
           IF WS-HOLIDAY(WS-HOL-IDX) = WS-PROBE-YMD-X
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       MOVE "Y" TO WS-IS-BUSINESS.

LOAD-HOLIDAYS.
       MOVE "Y" TO WS-CALENDAR-LOADED
       MOVE 0 TO WS-HOLIDAY-COUNT
       MOVE "N" TO WS-EOF
       MOVE "processing-calendar" TO WS-CALENDAR-FILENAME
       OPEN INPUT CALENDAR-FILE
       IF WS-CALENDAR-STATUS NOT = "00"
           MOVE "../processing-calendar" TO WS-CALENDAR-FILENAME
           OPEN INPUT CALENDAR-FILE
       END-IF
       IF WS-CALENDAR-STATUS NOT = "00"
           MOVE "../../processing-calendar" TO WS-CALENDAR-FILENAME
           OPEN INPUT CALENDAR-FILE
       END-IF
       IF WS-CALENDAR-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM MATCH-HOLIDAY-LINE
           END-READ
       END-PERFORM
       CLOSE CALENDAR-FILE.

MATCH-HOLIDAY-LINE.
       MOVE SPACES TO WS-CAL-KEYWORD
       MOVE SPACES TO WS-CAL-VALUE
       UNSTRING CALENDAR-FILE-LINE DELIMITED BY ALL SPACES
           INTO WS-CAL-KEYWORD WS-CAL-VALUE
       END-UNSTRING
       IF WS-CAL-KEYWORD = "HOLIDAY" AND WS-CAL-VALUE(1:8) NUMERIC
               AND WS-HOLIDAY-COUNT < 200
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE WS-CAL-VALUE(1:8) TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
       END-IF.

END PROGRAM AOC2024SCHED.
