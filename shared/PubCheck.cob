IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024PUBCHECK.

*> The publication gate: answers "may this job's posted result for
*> the business date go to downstream?" for AOC2024OUTBOUND before
*> it frames a section, and for the menu's publication-hold screen.
*> A result is HELD while any of these stands against it:
*>   SWING      a reconcile SWING on the anomaly-report for the
*>              program and date that nobody has acknowledged
*>   INVARIANT  an unacknowledged invariant break for the date whose
*>              rule names the program (either side)
*>   MISMATCH   the date's confirmation-report has upstream
*>   MISSING    disagreeing with, or not finding, the posted result
*>   UNSIGNED   no cycle for the date is signed off on
*>              cycle-signoff yet
*> WS-REASON carries every code that applies, space-separated. A
*> held result an ADMIN has force-released on publication-releases
*> (PubReleaseRecord.cpy) over all of the codes now standing is
*> FORCED instead - a new hold arising after the release holds it
*> again. Anything else is RELEASED.
*>
*> The findings are loaded once per business date and kept for the
*> run unit; a caller that may outlive a change to them - the menu -
*> reloads by asking with a blank program first. The files are read
*> from the current directory, the repository root.
*>
*> Called:
*>     CALL "AOC2024PUBCHECK" USING WS-PROGRAM WS-DATE WS-VERDICT
*>         WS-REASON
*>
*> USING parameters:
*>   WS-PROGRAM  the program-id, PIC X(12); spaces (re)loads the
*>               findings for WS-DATE
*>   WS-DATE     the business date YYYYMMDD, PIC X(8)
*>   WS-VERDICT  out, PIC X(8): RELEASED, HELD or FORCED; on a
*>               reload, SIGNED or UNSIGNED for the date's sign-off
*>   WS-REASON   out, PIC X(60): the hold codes standing (spaces
*>               when released); FORCED results carry the codes
*>               they were released over

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ANOMALY-FILE ASSIGN TO "anomaly-report"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ACK-FILE ASSIGN TO "anomaly-acks"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT CONFIRM-REPORT ASSIGN TO "confirmation-report"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT SIGNOFF-FILE ASSIGN TO "cycle-signoff"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT RELEASE-FILE ASSIGN TO "publication-releases"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "AnomalyRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==ANOMALY-FILE==.

COPY "AckRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==ACK-FILE==.

FD CONFIRM-REPORT.
01 CONFIRM-REPORT-LINE PIC X(200).

*> A sign-off row: the cycle id, its date, then who and when.
FD SIGNOFF-FILE.
01 SIGNOFF-LINE.
    05 SO-CYCLE-ID PIC X(15).
    05 FILLER PIC X(1).
    05 SO-DATE PIC X(8).
    05 FILLER PIC X(96).

COPY "PubReleaseRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==RELEASE-FILE==.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-LOADED-DATE PIC X(8) VALUE SPACES.
01 WS-SIGNED PIC A(1) VALUE "N".

*> anomaly-acks, keyed the way reconcile keys its findings.
01 WS-MAX-ACKS PIC 9(4) VALUE 5000.
01 WS-ACKS.
    05 WS-ACK-KEY PIC X(32) OCCURS 5000 TIMES.
01 WS-ACK-COUNT PIC 9(4) VALUE 0.
01 WS-ACK-WORK PIC X(32).
01 WS-ACKED PIC A(1).

*> The date's open SWING and INVARIANT findings.
01 WS-MAX-FINDINGS PIC 9(3) VALUE 500.
01 WS-FINDINGS.
    05 WS-FINDING OCCURS 500 TIMES.
        10 WS-FD-PROGRAM PIC X(12).
        10 WS-FD-CODE PIC X(12).
        10 WS-FD-DETAIL PIC X(100).
01 WS-FINDING-COUNT PIC 9(3) VALUE 0.

*> The date's confirmation verdicts that were not a MATCH.
01 WS-MAX-UNMATCHED PIC 9(3) VALUE 200.
01 WS-UNMATCHED.
    05 WS-UNMATCHED-ENTRY OCCURS 200 TIMES.
        10 WS-UM-PROGRAM PIC X(12).
        10 WS-UM-CODE PIC X(8).
01 WS-UNMATCHED-COUNT PIC 9(3) VALUE 0.
01 WS-CONFIRM-DATE PIC X(8).
01 WS-TOK1 PIC X(20).
01 WS-TOK2 PIC X(20).

*> The date's force-releases.
01 WS-MAX-RELEASES PIC 9(3) VALUE 200.
01 WS-RELEASES.
    05 WS-RELEASE-ENTRY OCCURS 200 TIMES.
        10 WS-RL-PROGRAM PIC X(12).
        10 WS-RL-HELD-FOR PIC X(60).
01 WS-RELEASE-COUNT PIC 9(3) VALUE 0.

01 WS-IDX PIC 9(4).
01 WS-HITS PIC 9(3).
01 WS-REASON-PTR PIC 9(3).
01 WS-CODE PIC X(12).
01 WS-CODE-PTR PIC 9(3).
01 WS-COVERED PIC A(1).
01 WS-ALL-COVERED PIC A(1).

LINKAGE SECTION.
01 WS-PROGRAM PIC X(12).
01 WS-DATE PIC X(8).
01 WS-VERDICT PIC X(8).
01 WS-REASON PIC X(60).

PROCEDURE DIVISION USING WS-PROGRAM WS-DATE WS-VERDICT WS-REASON.
       MOVE SPACES TO WS-REASON
       IF WS-PROGRAM = SPACES OR WS-DATE NOT = WS-LOADED-DATE
           PERFORM LOAD-FINDINGS
       END-IF
       IF WS-PROGRAM = SPACES
           IF WS-SIGNED = "Y"
               MOVE "SIGNED" TO WS-VERDICT
           ELSE
               MOVE "UNSIGNED" TO WS-VERDICT
           END-IF
           GOBACK
       END-IF

       MOVE 1 TO WS-REASON-PTR
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FINDING-COUNT
           IF WS-FD-CODE(WS-IDX) = "SWING"
                   AND WS-FD-PROGRAM(WS-IDX) = WS-PROGRAM
               MOVE "SWING" TO WS-CODE
               PERFORM ADD-REASON
           END-IF
       END-PERFORM
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FINDING-COUNT
           IF WS-FD-CODE(WS-IDX) = "INVARIANT"
               MOVE 0 TO WS-HITS
               INSPECT WS-FD-DETAIL(WS-IDX) TALLYING WS-HITS
                   FOR ALL WS-PROGRAM(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-PROGRAM)))
               IF WS-FD-PROGRAM(WS-IDX) = WS-PROGRAM OR WS-HITS > 0
                   MOVE "INVARIANT" TO WS-CODE
                   PERFORM ADD-REASON
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-UNMATCHED-COUNT
           IF WS-UM-PROGRAM(WS-IDX) = WS-PROGRAM
               MOVE WS-UM-CODE(WS-IDX) TO WS-CODE
               PERFORM ADD-REASON
           END-IF
       END-PERFORM
       IF WS-SIGNED NOT = "Y"
           MOVE "UNSIGNED" TO WS-CODE
           PERFORM ADD-REASON
       END-IF

       IF WS-REASON = SPACES
           MOVE "RELEASED" TO WS-VERDICT
           GOBACK
       END-IF
       MOVE "HELD" TO WS-VERDICT
       PERFORM JUDGE-FORCE-RELEASE
       GOBACK.

*> Each code once, however many findings raise it.
ADD-REASON.
       MOVE 0 TO WS-HITS
       INSPECT WS-REASON TALLYING WS-HITS
           FOR ALL WS-CODE(1:FUNCTION LENGTH(FUNCTION TRIM(WS-CODE)))
       IF WS-HITS > 0
           EXIT PARAGRAPH
       END-IF
       IF WS-REASON-PTR > 1
           STRING " " DELIMITED BY SIZE
               INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-STRING
       END-IF
       STRING WS-CODE DELIMITED BY SPACE
           INTO WS-REASON WITH POINTER WS-REASON-PTR
       END-STRING.

*> FORCED only when one release row for the program and date was
*> given over every code standing now.
JUDGE-FORCE-RELEASE.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RELEASE-COUNT
                   OR WS-VERDICT = "FORCED"
           IF WS-RL-PROGRAM(WS-IDX) = WS-PROGRAM
               MOVE "Y" TO WS-ALL-COVERED
               MOVE 1 TO WS-CODE-PTR
               PERFORM UNTIL WS-CODE-PTR > 60
                       OR WS-ALL-COVERED = "N"
                   MOVE SPACES TO WS-CODE
                   UNSTRING WS-REASON DELIMITED BY ALL SPACE
                       INTO WS-CODE WITH POINTER WS-CODE-PTR
                   END-UNSTRING
                   IF WS-CODE NOT = SPACES
                       MOVE 0 TO WS-HITS
                       INSPECT WS-RL-HELD-FOR(WS-IDX) TALLYING WS-HITS
                           FOR ALL WS-CODE(1:FUNCTION LENGTH(
                               FUNCTION TRIM(WS-CODE)))
                       IF WS-HITS = 0
                           MOVE "N" TO WS-ALL-COVERED
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ALL-COVERED = "Y"
                   MOVE "FORCED" TO WS-VERDICT
               END-IF
           END-IF
       END-PERFORM.

LOAD-FINDINGS.
       MOVE WS-DATE TO WS-LOADED-DATE
       PERFORM LOAD-ACKS
       PERFORM LOAD-ANOMALIES
       PERFORM LOAD-CONFIRMATION
       PERFORM LOAD-SIGNOFF
       PERFORM LOAD-RELEASES.

LOAD-ACKS.
       MOVE 0 TO WS-ACK-COUNT
       OPEN INPUT ACK-FILE
       IF WS-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ ACK-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF AckProgram NOT = SPACES
                           AND WS-ACK-COUNT < WS-MAX-ACKS
                       ADD 1 TO WS-ACK-COUNT
                       MOVE SPACES TO WS-ACK-KEY(WS-ACK-COUNT)
                       STRING
                           AckProgram DELIMITED BY SIZE
                           AckCode DELIMITED BY SIZE
                           AckRunDate DELIMITED BY SIZE
                           INTO WS-ACK-KEY(WS-ACK-COUNT)
                       END-STRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACK-FILE.

*> NEW SWING and INVARIANT rows for the date that anomaly-acks does
*> not cover.
LOAD-ANOMALIES.
       MOVE 0 TO WS-FINDING-COUNT
       OPEN INPUT ANOMALY-FILE
       IF WS-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ ANOMALY-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM STACK-FINDING
           END-READ
       END-PERFORM
       CLOSE ANOMALY-FILE.

STACK-FINDING.
       IF AnomalyStatus NOT = "NEW" OR AnomalyRunDate NOT = WS-DATE
           EXIT PARAGRAPH
       END-IF
       IF AnomalyCode NOT = "SWING" AND AnomalyCode NOT = "INVARIANT"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-ACK-WORK
       STRING
           AnomalyProgram DELIMITED BY SIZE
           AnomalyCode DELIMITED BY SIZE
           AnomalyRunDate DELIMITED BY SIZE
           INTO WS-ACK-WORK
       END-STRING
       MOVE "N" TO WS-ACKED
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACK-COUNT OR WS-ACKED = "Y"
           IF WS-ACK-KEY(WS-IDX) = WS-ACK-WORK
               MOVE "Y" TO WS-ACKED
           END-IF
       END-PERFORM
       IF WS-ACKED = "Y"
           EXIT PARAGRAPH
       END-IF
       IF WS-FINDING-COUNT >= WS-MAX-FINDINGS
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-FINDING-COUNT
       MOVE AnomalyProgram TO WS-FD-PROGRAM(WS-FINDING-COUNT)
       MOVE AnomalyCode TO WS-FD-CODE(WS-FINDING-COUNT)
       MOVE AnomalyDetail TO WS-FD-DETAIL(WS-FINDING-COUNT).

*> Only a confirmation-report for this very date counts; one for
*> another date says nothing about this one.
LOAD-CONFIRMATION.
       MOVE 0 TO WS-UNMATCHED-COUNT
       MOVE SPACES TO WS-CONFIRM-DATE
       OPEN INPUT CONFIRM-REPORT
       IF WS-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ CONFIRM-REPORT
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM STACK-CONFIRM-LINE
           END-READ
       END-PERFORM
       CLOSE CONFIRM-REPORT.

STACK-CONFIRM-LINE.
       IF CONFIRM-REPORT-LINE(1:36)
               = "Confirmation match for business date"
           MOVE CONFIRM-REPORT-LINE(38:8) TO WS-CONFIRM-DATE
           EXIT PARAGRAPH
       END-IF
       IF WS-CONFIRM-DATE NOT = WS-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-TOK1 WS-TOK2
       UNSTRING CONFIRM-REPORT-LINE DELIMITED BY ALL SPACE
           INTO WS-TOK1 WS-TOK2
       END-UNSTRING
       IF (WS-TOK1 = "MISMATCH" OR WS-TOK1 = "MISSING")
               AND WS-UNMATCHED-COUNT < WS-MAX-UNMATCHED
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE WS-TOK2 TO WS-UM-PROGRAM(WS-UNMATCHED-COUNT)
           MOVE WS-TOK1 TO WS-UM-CODE(WS-UNMATCHED-COUNT)
       END-IF.

LOAD-SIGNOFF.
       MOVE "N" TO WS-SIGNED
       OPEN INPUT SIGNOFF-FILE
       IF WS-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ SIGNOFF-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SO-DATE = WS-DATE
                       MOVE "Y" TO WS-SIGNED
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SIGNOFF-FILE.

LOAD-RELEASES.
       MOVE 0 TO WS-RELEASE-COUNT
       OPEN INPUT RELEASE-FILE
       IF WS-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ RELEASE-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PrDate = WS-DATE
                           AND WS-RELEASE-COUNT < WS-MAX-RELEASES
                       ADD 1 TO WS-RELEASE-COUNT
                       MOVE PrProgram
                           TO WS-RL-PROGRAM(WS-RELEASE-COUNT)
                       MOVE PrHeldFor
                           TO WS-RL-HELD-FOR(WS-RELEASE-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RELEASE-FILE.

END PROGRAM AOC2024PUBCHECK.
