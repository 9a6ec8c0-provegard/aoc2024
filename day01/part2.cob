
WORKING-STORAGE SECTION.
01 WS-REPORT-GEN-NAME PIC X(40).  *> report filename handed to AOC2024REPGEN
01 WS-REPORT-GEN-PROGRAM PIC X(20) VALUE "AOC202401P2".
01 WS-REPORT-GEN-TITLE PIC X(40).  *> its title on the print copy's page banner
01 WS-PARAM-KEY PIC X(30).        *> central parameter-file lookup key
01 WS-PARAM-VALUE PIC X(100).      *> value AOC2024PARAM found for it
01 WS-AUDIT-STATUS PIC X(2).
01 WS-CONTROL-STATUS PIC X(2).
01 WS-ACCEPTED-COUNT PIC 9(10) VALUE 0.  *> lines parsed clean and stacked, counted at the accept site
01 WS-LINEAGE-STATUS PIC X(2).
01 WS-BUILD-PATH PIC X(100) VALUE SPACES.  *> blank: AOC2024BUILDSUM checksums this executable
01 WS-BUILD-SUM PIC X(10) VALUE SPACES.    *> this build's checksum, stamped on the lineage row
01 WS-RESULT-LABEL PIC X(20).
01 WS-RESULT-VALUE PIC 9(15).
01 WS-INPUT-STATUS PIC X(2).      *> set by OPEN INPUT INPUT-FILE; a fatal RETURN-CODE is raised if it's not "00"

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

       END-PERFORM
       CLOSE DUPLICATES-REPORT
       MOVE "duplicate-ids-report" TO WS-REPORT-GEN-NAME
       MOVE "DUPLICATE LOCATION IDS" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF

       OPEN OUTPUT SCORE-REPORT
       END-PERFORM
       CLOSE SCORE-REPORT
       MOVE "score-report" TO WS-REPORT-GEN-NAME
       MOVE "SIMILARITY SCORE DETAIL" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF

       OPEN OUTPUT UNMATCHED-REPORT
       PERFORM BUILD-UNMATCHED-REPORT
       CLOSE UNMATCHED-REPORT
       MOVE "unmatched-ids-report" TO WS-REPORT-GEN-NAME
       MOVE "UNMATCHED LOCATION IDS" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF

       OPEN OUTPUT CONTRIBUTORS-REPORT
       PERFORM BUILD-CONTRIBUTORS-REPORT
       CLOSE CONTRIBUTORS-REPORT
       MOVE "score-contributors-report" TO WS-REPORT-GEN-NAME
       MOVE "TOP SIMILARITY CONTRIBUTORS" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF

       DISPLAY "Score:"
              ==:READ-FIELD:==   BY ==WS-RECORDS-READ==
              ==:REJECT-FIELD:== BY ==WS-BAD-LINE-COUNT==
              ==:INPUT-FIELD:==  BY ==WS-INPUT-FILENAME==
              ==:DROP-FIELD:==   BY ==WS-USED-DROP-FILE==
              ==:BUILD-FIELD:==  BY ==WS-BUILD-SUM==.

COPY "SelfTestCheck.cpy"
    REPLACING ==:ACTUAL-FIELD:==   BY ==WS-SCORE==
