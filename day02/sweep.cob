    REPLACING ==:FILE-NAME:== BY ==AUDIT-FILE==.

WORKING-STORAGE SECTION.
01 WS-REPORT-NAME PIC X(40) VALUE "tolerance-sweep-report".  *> report handed to AOC2024REPGEN
01 WS-REPORT-PROGRAM PIC X(20) VALUE "AOC202402SW".
01 WS-REPORT-TITLE PIC X(40) VALUE "TOLERANCE SWEEP".
01 WS-PARAM-KEY PIC X(30).        *> central parameter-file lookup key
01 WS-PARAM-VALUE PIC X(100).      *> value AOC2024PARAM found for it
01 WS-INPUT-STATUS PIC X(2).
           PERFORM EVALUATE-ONE-BAND
       END-PERFORM
       CLOSE SWEEP-REPORT
       CALL "AOC2024REPGEN" USING WS-REPORT-NAME
           WS-REPORT-PROGRAM WS-REPORT-TITLE

       DISPLAY "SWEEP: " WS-REPORT-COUNT " report(s) evaluated"
           " across bands " WS-SWEEP-FROM " to " WS-SWEEP-TO
           OPEN OUTPUT SWEEP-REPORT
           WRITE SWEEP-REPORT-LINE
           CLOSE SWEEP-REPORT
           CALL "AOC2024REPGEN" USING WS-REPORT-NAME
               WS-REPORT-PROGRAM WS-REPORT-TITLE
           MOVE "ERROR" TO WS-AUDIT-EVENT
           MOVE "Sweep abandoned: report table overflow"
               TO WS-AUDIT-DETAIL
