
WORKING-STORAGE SECTION.
01 WS-REPORT-GEN-NAME PIC X(40).  *> report filename handed to AOC2024REPGEN
01 WS-REPORT-GEN-PROGRAM PIC X(20) VALUE "AOC202401P1".
01 WS-REPORT-GEN-TITLE PIC X(40).  *> its title on the print copy's page banner
01 WS-AUDIT-STATUS PIC X(2).
01 WS-AUDIT-EVENT PIC X(8).
01 WS-AUDIT-DETAIL PIC X(60).
01 WS-CONTROL-STATUS PIC X(2).
01 WS-ACCEPTED-COUNT PIC 9(10) VALUE 0.  *> lines parsed clean and stacked, counted at the accept site
01 WS-LINEAGE-STATUS PIC X(2).
01 WS-BUILD-PATH PIC X(100) VALUE SPACES.  *> blank: AOC2024BUILDSUM checksums this executable
01 WS-BUILD-SUM PIC X(10) VALUE SPACES.    *> this build's checksum, stamped on the lineage row
01 WS-RESULT-LABEL PIC X(20).
01 WS-RESULT-VALUE PIC 9(15).
01 WS-LINE-VALID PIC A(1).

PROCEDURE DIVISION.
       PERFORM ACQUIRE-DAY-LOCK
       CALL "AOC2024BUILDSUM" USING WS-BUILD-PATH WS-BUILD-SUM
       PERFORM READ-PARAMETERS
       PERFORM OPEN-AUDIT-FILE
       MOVE "START" TO WS-AUDIT-EVENT
       CLOSE REJECTED-RECORDS
       CLOSE EXCEPTIONS-REPORT
       MOVE "value-exceptions-report" TO WS-REPORT-GEN-NAME
       MOVE "LOCATION VALUE EXCEPTIONS" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF
       PERFORM ArchiveInputDrop

       PERFORM FIND-DUPLICATES-2
       CLOSE DUPLICATES-REPORT
       MOVE "duplicate-ids-report" TO WS-REPORT-GEN-NAME
       MOVE "DUPLICATE LOCATION IDS" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF

       OPEN OUTPUT DISTANCE-REPORT
       END-PERFORM
       CLOSE DISTANCE-REPORT
       MOVE "distance-report" TO WS-REPORT-GEN-NAME
       MOVE "LIST DISTANCE DETAIL" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF

       DISPLAY "Distance:"
              ==:READ-FIELD:==   BY ==WS-RECORDS-READ==
              ==:REJECT-FIELD:== BY ==WS-REJECT-COUNT==
              ==:INPUT-FIELD:==  BY ==WS-INPUT-FILENAME==
              ==:DROP-FIELD:==   BY ==WS-USED-DROP-FILE==
              ==:BUILD-FIELD:==  BY ==WS-BUILD-SUM==.

COPY "SelfTestCheck.cpy"
    REPLACING ==:ACTUAL-FIELD:==   BY ==WS-DISTANCE==
