IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024INCIDENT.

*> Opens an incident on the root-level incident-register for a
*> failure one of the checking programs has just reported - a failed
*> step (the nightly driver), a custody break, an invariant break, a
*> confirmation mismatch - so the failure stays on record after the
*> rerun that makes its own report go quiet. The register is
*> append-only: the OPEN row written here, then the INVESTIGATING
*> and RESOLVED rows the menu adds; the last row for an id is its
*> standing.
*>
*> One problem is one incident: when an incident from the same
*> source for the same program and feed is still unresolved, no new
*> one is opened and its id is handed back instead - the step that
*> fails again the next night is still the incident somebody is
*> already working. A blank feed is looked up on the job-registry
*> from the program.
*>
*> Called at the failure site:
*>     CALL "AOC2024INCIDENT" USING WS-SOURCE WS-PROGRAM WS-FEED
*>         WS-DETAIL WS-INCIDENT-ID
*>
*> USING parameters:
*>   WS-SOURCE       what raised it, PIC X(10): STEPFAIL, CUSTODY,
*>                   INVARIANT or CONFIRM
*>   WS-PROGRAM      the program-id concerned, PIC X(16)
*>   WS-FEED         the day directory, PIC X(10) (blank: from the
*>                   job-registry)
*>   WS-DETAIL       what was seen, PIC X(80)
*>   WS-INCIDENT-ID  out, PIC X(14): the incident opened, or the
*>                   unresolved one already covering the failure

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT INCIDENT-FILE ASSIGN TO "incident-register"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.
       SELECT REGISTRY-FILE ASSIGN TO "job-registry"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "IncidentRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==INCIDENT-FILE==.

COPY "RegistryRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==REGISTRY-FILE==.

WORKING-STORAGE SECTION.
01 WS-INCIDENT-STATUS PIC X(2).
01 WS-REGISTRY-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-TODAY PIC X(8).
01 WS-FEED-WORK PIC X(10).
01 WS-SEQ PIC 9(4).
01 WS-SEQ-HIGH PIC 9(4).

*> Every incident's standing as of its last row - all this needs to
*> judge whether the failure is already covered.
01 WS-MAX-IDS PIC 9(4) VALUE 2000.
01 WS-IDS.
    05 WS-ID-ENTRY OCCURS 2000 TIMES.
        10 WS-ID-ID PIC X(14).
        10 WS-ID-STATUS PIC X(13).
        10 WS-ID-SOURCE PIC X(10).
        10 WS-ID-PROGRAM PIC X(16).
        10 WS-ID-FEED PIC X(10).
01 WS-ID-COUNT PIC 9(4).
01 WS-IDX PIC 9(4).
01 WS-FOUND PIC 9(4).

LINKAGE SECTION.
01 WS-SOURCE PIC X(10).
01 WS-PROGRAM PIC X(16).
01 WS-FEED PIC X(10).
01 WS-DETAIL PIC X(80).
01 WS-INCIDENT-ID PIC X(14).

PROCEDURE DIVISION USING WS-SOURCE WS-PROGRAM WS-FEED WS-DETAIL
        WS-INCIDENT-ID.
       MOVE SPACES TO WS-INCIDENT-ID
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
       MOVE WS-FEED TO WS-FEED-WORK
       IF WS-FEED-WORK = SPACES
           PERFORM LOOKUP-FEED
       END-IF

       PERFORM LOAD-REGISTER
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ID-COUNT
           IF WS-ID-STATUS(WS-IDX) NOT = "RESOLVED"
                   AND WS-ID-SOURCE(WS-IDX) = WS-SOURCE
                   AND WS-ID-PROGRAM(WS-IDX) = WS-PROGRAM
                   AND WS-ID-FEED(WS-IDX) = WS-FEED-WORK
               MOVE WS-ID-ID(WS-IDX) TO WS-INCIDENT-ID
           END-IF
       END-PERFORM
       IF WS-INCIDENT-ID NOT = SPACES
           GOBACK
       END-IF

       PERFORM OPEN-INCIDENT
       GOBACK.

LOAD-REGISTER.
       MOVE 0 TO WS-ID-COUNT
       MOVE 0 TO WS-SEQ-HIGH
       MOVE "N" TO WS-EOF
       OPEN INPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ INCIDENT-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM FILE-INCIDENT-ROW
           END-READ
       END-PERFORM
       CLOSE INCIDENT-FILE.

*> A later row for an id replaces what an earlier one said.
FILE-INCIDENT-ROW.
       IF IncId(1:2) NOT = "IN"
           EXIT PARAGRAPH
       END-IF
       IF IncId(3:8) = WS-TODAY AND IncId(11:4) NUMERIC
           MOVE IncId(11:4) TO WS-SEQ
           IF WS-SEQ > WS-SEQ-HIGH
               MOVE WS-SEQ TO WS-SEQ-HIGH
           END-IF
       END-IF
       MOVE 0 TO WS-FOUND
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ID-COUNT OR WS-FOUND > 0
           IF WS-ID-ID(WS-IDX) = IncId
               MOVE WS-IDX TO WS-FOUND
           END-IF
       END-PERFORM
       IF WS-FOUND = 0
           IF WS-ID-COUNT >= WS-MAX-IDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE WS-ID-COUNT TO WS-FOUND
           MOVE IncId TO WS-ID-ID(WS-FOUND)
       END-IF
       MOVE IncStatus TO WS-ID-STATUS(WS-FOUND)
       MOVE IncSource TO WS-ID-SOURCE(WS-FOUND)
       MOVE IncProgram TO WS-ID-PROGRAM(WS-FOUND)
       MOVE IncFeed TO WS-ID-FEED(WS-FOUND).

OPEN-INCIDENT.
       COMPUTE WS-SEQ = WS-SEQ-HIGH + 1
       MOVE SPACES TO IncidentLine
       STRING
           "IN" DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           WS-SEQ DELIMITED BY SIZE
           INTO IncId
       END-STRING
       MOVE "OPEN" TO IncStatus
       STRING
           FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
           INTO IncStamp
       END-STRING
       MOVE IncStamp TO IncOpened
       MOVE "AUTO" TO IncOperator
       MOVE WS-SOURCE TO IncSource
       MOVE WS-PROGRAM TO IncProgram
       MOVE WS-FEED-WORK TO IncFeed
       MOVE WS-DETAIL TO IncNote
       OPEN EXTEND INCIDENT-FILE
       IF WS-INCIDENT-STATUS NOT = "00"
           OPEN OUTPUT INCIDENT-FILE
       END-IF
       IF WS-INCIDENT-STATUS NOT = "00"
           DISPLAY "INCIDENT: cannot write incident-register - "
               FUNCTION TRIM(WS-SOURCE) " " FUNCTION TRIM(WS-PROGRAM)
               " NOT recorded"
           GOBACK
       END-IF
       WRITE IncidentLine
       CLOSE INCIDENT-FILE
       MOVE IncId TO WS-INCIDENT-ID.

*> The first registry row for the program names its day directory.
LOOKUP-FEED.
       MOVE "N" TO WS-EOF
       OPEN INPUT REGISTRY-FILE
       IF WS-REGISTRY-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ REGISTRY-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RegProgram = WS-PROGRAM
                           AND WS-FEED-WORK = SPACES
                       MOVE RegDir TO WS-FEED-WORK
                   END-IF
           END-READ
       END-PERFORM
       CLOSE REGISTRY-FILE.

END PROGRAM AOC2024INCIDENT.
