IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024PARMDICT.

*> Checks one parameter value against the root-level parameter
*> dictionary - the file listing every known key with its type,
*> bounds, fallback default, owning program and whether it may
*> change mid-month - so a typo like a driver parallelism of 40 is
*> turned away when it is read or keyed, not found when a job
*> misbehaves at night. The dictionary is found the way the
*> parameters file is: "parameter-dictionary" in the current
*> directory, else "../" and "../../" for the day jobs and the
*> day07 shard runs. A key's own line beats a wildcard line (a key
*> ending in "*" covers every key starting with the rest of it).
*>
*> Called by AOC2024PARAM on every value it resolves, by menu option
*> P before a change is written, and by the parameter audit report:
*>     CALL "AOC2024PARMDICT" USING WS-KEY WS-VALUE WS-VERDICT
*>         WS-DEFAULT WS-MIDMONTH WS-REASON
*>
*> USING parameters:
*>   WS-KEY       the key, PIC X(30)
*>   WS-VALUE     the value to check, PIC X(100) (spaces: look the
*>                key up only)
*>   WS-VERDICT   out, PIC X(1): V value fits the key's line,
*>                U key is not in the dictionary, B value breaks the
*>                key's line, N no dictionary file (nothing checked)
*>   WS-DEFAULT   out, PIC X(100): the dictionary default, spaces
*>                when the line has "-" or the key is unknown
*>   WS-MIDMONTH  out, PIC X(1): Y the key may change mid-month,
*>                N only from the first of a month
*>   WS-REASON    out, PIC X(60): why a value was refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DICT-FILE ASSIGN TO WS-DICT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DICT-STATUS.

DATA DIVISION.
FILE SECTION.
FD DICT-FILE.
01 DICT-FILE-LINE PIC X(130).

WORKING-STORAGE SECTION.
01 WS-DICT-FILENAME PIC X(30) VALUE "parameter-dictionary".
01 WS-DICT-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-D-KEY PIC X(30).
01 WS-D-TYPE PIC X(8).
01 WS-D-MIN PIC X(12).
01 WS-D-MAX PIC X(12).
01 WS-D-DEFAULT PIC X(100).
01 WS-D-OWNER PIC X(16).
01 WS-D-MIDMONTH PIC X(1).
01 WS-STEM-LEN PIC 9(2).
01 WS-MATCH PIC X(1).
*> the line the key matched - E its own line, W a wildcard line
01 WS-FOUND PIC X(1).
01 WS-F-TYPE PIC X(8).
01 WS-F-MIN PIC X(12).
01 WS-F-MAX PIC X(12).
01 WS-F-DEFAULT PIC X(100).
01 WS-F-MIDMONTH PIC X(1).
01 WS-VAL PIC X(100).
01 WS-VAL-LEN PIC 9(3).
01 WS-QUOTE-COUNT PIC 9(3).
01 WS-NUM PIC 9(18).
01 WS-BOUND PIC 9(18).
01 WS-MONTH PIC 9(2).

LINKAGE SECTION.
01 WS-KEY PIC X(30).
01 WS-VALUE PIC X(100).
01 WS-VERDICT PIC X(1).
01 WS-DEFAULT PIC X(100).
01 WS-MIDMONTH PIC X(1).
01 WS-REASON PIC X(60).

PROCEDURE DIVISION USING WS-KEY WS-VALUE WS-VERDICT WS-DEFAULT
       WS-MIDMONTH WS-REASON.
       MOVE "N" TO WS-VERDICT
       MOVE SPACES TO WS-DEFAULT
       MOVE "Y" TO WS-MIDMONTH
       MOVE SPACES TO WS-REASON
       MOVE SPACES TO WS-FOUND
       MOVE "N" TO WS-EOF

       MOVE "parameter-dictionary" TO WS-DICT-FILENAME
       OPEN INPUT DICT-FILE
       IF WS-DICT-STATUS NOT = "00"
           MOVE "../parameter-dictionary" TO WS-DICT-FILENAME
           OPEN INPUT DICT-FILE
       END-IF
       IF WS-DICT-STATUS NOT = "00"
           MOVE "../../parameter-dictionary" TO WS-DICT-FILENAME
           OPEN INPUT DICT-FILE
       END-IF
       IF WS-DICT-STATUS NOT = "00"
           GOBACK
       END-IF

       PERFORM UNTIL WS-EOF = "Y"
           READ DICT-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM MATCH-DICT-LINE
           END-READ
       END-PERFORM
       CLOSE DICT-FILE

       IF WS-FOUND = SPACES
           MOVE "U" TO WS-VERDICT
           MOVE "key is not in the parameter dictionary" TO WS-REASON
           GOBACK
       END-IF
       IF WS-F-DEFAULT NOT = "-"
           MOVE WS-F-DEFAULT TO WS-DEFAULT
       END-IF
       MOVE WS-F-MIDMONTH TO WS-MIDMONTH
       MOVE "V" TO WS-VERDICT
       IF WS-VALUE NOT = SPACES
           PERFORM CHECK-VALUE
       END-IF
       GOBACK.

*> A key's own line is taken over any wildcard line; of several
*> wildcard lines the first that covers the key is kept.
MATCH-DICT-LINE.
       IF DICT-FILE-LINE(1:1) = "*" OR DICT-FILE-LINE = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-D-KEY WS-D-TYPE WS-D-MIN WS-D-MAX
           WS-D-DEFAULT WS-D-OWNER WS-D-MIDMONTH
       UNSTRING DICT-FILE-LINE DELIMITED BY ALL SPACES
           INTO WS-D-KEY WS-D-TYPE WS-D-MIN WS-D-MAX WS-D-DEFAULT
               WS-D-OWNER WS-D-MIDMONTH
       END-UNSTRING
       MOVE "N" TO WS-MATCH
       IF WS-D-KEY = WS-KEY
           MOVE "E" TO WS-MATCH
       ELSE
           MOVE 0 TO WS-STEM-LEN
           INSPECT WS-D-KEY TALLYING WS-STEM-LEN
               FOR CHARACTERS BEFORE INITIAL "*"
           IF WS-STEM-LEN > 0 AND WS-STEM-LEN < 30
                   AND WS-FOUND = SPACES
               IF WS-D-KEY(WS-STEM-LEN + 1:1) = "*"
                       AND WS-KEY(1:WS-STEM-LEN)
                           = WS-D-KEY(1:WS-STEM-LEN)
                   MOVE "W" TO WS-MATCH
               END-IF
           END-IF
       END-IF
       IF WS-MATCH = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-MATCH TO WS-FOUND
       MOVE WS-D-TYPE TO WS-F-TYPE
       MOVE WS-D-MIN TO WS-F-MIN
       MOVE WS-D-MAX TO WS-F-MAX
       MOVE WS-D-DEFAULT TO WS-F-DEFAULT
       MOVE WS-D-MIDMONTH TO WS-F-MIDMONTH.

*> The value is one word (AOC2024PARAM only ever reads the first)
*> and must fit its type and bounds.
CHECK-VALUE.
       MOVE FUNCTION TRIM(WS-VALUE) TO WS-VAL
       MOVE 0 TO WS-VAL-LEN
       INSPECT WS-VAL TALLYING WS-VAL-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-VAL-LEN < 100
           IF WS-VAL(WS-VAL-LEN + 1:) NOT = SPACES
               MOVE "B" TO WS-VERDICT
               MOVE "a value is one word - no spaces" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
       END-IF
       EVALUATE WS-F-TYPE
           WHEN "NUM"
               PERFORM CHECK-NUMBER
           WHEN "FLAG"
               IF WS-VAL NOT = "Y" AND WS-VAL NOT = "N"
                   MOVE "B" TO WS-VERDICT
                   MOVE "must be Y or N" TO WS-REASON
               END-IF
           WHEN "WORD"
               PERFORM CHECK-WORD
           WHEN "MONTH"
               IF WS-VAL-LEN NOT = 6 OR WS-VAL(1:6) NOT NUMERIC
                   MOVE "B" TO WS-VERDICT
                   MOVE "must be a month, YYYYMM" TO WS-REASON
               ELSE
                   MOVE WS-VAL(5:2) TO WS-MONTH
                   IF WS-MONTH < 1 OR WS-MONTH > 12
                       MOVE "B" TO WS-VERDICT
                       MOVE "must be a month, YYYYMM" TO WS-REASON
                   END-IF
               END-IF
           WHEN "PATH"
               MOVE 0 TO WS-QUOTE-COUNT
               INSPECT WS-VAL TALLYING WS-QUOTE-COUNT
                   FOR ALL "'" ALL '"'
               IF WS-QUOTE-COUNT > 0
                   MOVE "B" TO WS-VERDICT
                   MOVE "a path may not hold quotes" TO WS-REASON
               END-IF
       END-EVALUATE.

CHECK-NUMBER.
       IF WS-VAL-LEN > 18 OR WS-VAL(1:WS-VAL-LEN) NOT NUMERIC
           MOVE "B" TO WS-VERDICT
           MOVE "must be a whole number" TO WS-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(WS-VAL(1:WS-VAL-LEN)) TO WS-NUM
       IF WS-F-MIN NOT = "-"
           MOVE FUNCTION NUMVAL(WS-F-MIN) TO WS-BOUND
           IF WS-NUM < WS-BOUND
               MOVE "B" TO WS-VERDICT
               STRING "below the minimum of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-F-MIN) DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WS-F-MAX NOT = "-"
           MOVE FUNCTION NUMVAL(WS-F-MAX) TO WS-BOUND
           IF WS-NUM > WS-BOUND
               MOVE "B" TO WS-VERDICT
               STRING "above the maximum of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-F-MAX) DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           END-IF
       END-IF.

*> Letters only, as many as the line's bounds allow.
CHECK-WORD.
       IF WS-VAL(1:WS-VAL-LEN) NOT ALPHABETIC
           MOVE "B" TO WS-VERDICT
           MOVE "must be letters only" TO WS-REASON
           EXIT PARAGRAPH
       END-IF
       IF WS-F-MIN NOT = "-"
           MOVE FUNCTION NUMVAL(WS-F-MIN) TO WS-BOUND
           IF WS-VAL-LEN < WS-BOUND
               MOVE "B" TO WS-VERDICT
               STRING "shorter than " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-F-MIN) DELIMITED BY SIZE
                   " letters" DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WS-F-MAX NOT = "-"
           MOVE FUNCTION NUMVAL(WS-F-MAX) TO WS-BOUND
           IF WS-VAL-LEN > WS-BOUND
               MOVE "B" TO WS-VERDICT
               STRING "longer than " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-F-MAX) DELIMITED BY SIZE
                   " letters" DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           END-IF
       END-IF.

END PROGRAM AOC2024PARMDICT.
