
WORKING-STORAGE SECTION.
01 WS-REPORT-GEN-NAME PIC X(40).  *> report filename handed to AOC2024REPGEN
01 WS-REPORT-GEN-PROGRAM PIC X(20) VALUE "AOC202402P1".
01 WS-REPORT-GEN-TITLE PIC X(40).  *> its title on the print copy's page banner
01 WS-PARAM-KEY PIC X(30).        *> central parameter-file lookup key
01 WS-PARAM-VALUE PIC X(100).      *> value AOC2024PARAM found for it
01 WS-PARM-TRAIL.                 *> explicit settings, echoed to the audit trail
01 WS-CONTROL-STATUS PIC X(2).
01 WS-ACCEPTED-COUNT PIC 9(10) VALUE 0.  *> non-blank reports judged, counted at the accept site
01 WS-LINEAGE-STATUS PIC X(2).
01 WS-BUILD-PATH PIC X(100) VALUE SPACES.  *> blank: AOC2024BUILDSUM checksums this executable
01 WS-BUILD-SUM PIC X(10) VALUE SPACES.    *> this build's checksum, stamped on the lineage row
01 WS-RESULT-LABEL PIC X(20).
01 WS-RESULT-VALUE PIC 9(15).
01 WS-EOF PIC A(1) VALUE "N".     *> for end-of-file detection

PROCEDURE DIVISION.
       PERFORM ACQUIRE-DAY-LOCK
       CALL "AOC2024BUILDSUM" USING WS-BUILD-PATH WS-BUILD-SUM
       PERFORM READ-PARAMETERS
       PERFORM OPEN-AUDIT-FILE
       MOVE "START" TO WS-AUDIT-EVENT
       CLOSE INPUT-FILE
       CLOSE UNSAFE-REPORT
       MOVE "unsafe-reasons-report" TO WS-REPORT-GEN-NAME
       MOVE "UNSAFE REPORT REASONS" TO WS-REPORT-GEN-TITLE
       IF NOT WS-IS-SELFTEST
           CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
               WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
       END-IF
       CLOSE REJECTED-RECORDS
       PERFORM ArchiveInputDrop
              ==:READ-FIELD:==   BY ==WS-REPORT-NUM==
              ==:REJECT-FIELD:== BY ==WS-REJECT-COUNT==
              ==:INPUT-FIELD:==  BY ==WS-INPUT-FILENAME==
              ==:DROP-FIELD:==   BY ==WS-USED-DROP-FILE==
              ==:BUILD-FIELD:==  BY ==WS-BUILD-SUM==.
