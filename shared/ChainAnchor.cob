IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024ANCHOR.

*> Records one chain anchor (ChainAnchorRecord.cpy) on the root-level
*> chain-anchors file, stamped now. Whatever takes rows out of a
*> chained file - housekeeping, the trail scanner's fence, the
*> year-end rollover - anchors each gap it leaves, so the chain
*> verifier can bridge it; the legal-hold maintenance pins a trail's
*> tip; a ledger rewrite records a break it found before re-chaining.
*> Like AOC2024PARAM the file is looked for in the current directory,
*> then "../"; it is started in the current directory when there is
*> none.
*>
*> Called:
*>     CALL "AOC2024ANCHOR" USING WS-KIND WS-FILE WS-ROW-HASH
*>         WS-PREV-HASH WS-NOTE
*>
*> USING parameters:
*>   WS-KIND       TRIM, FENCE, YEAR, HOLD or BREAK, PIC X(5)
*>   WS-FILE       the chained file's path from the root, PIC X(40)
*>   WS-ROW-HASH   the hash of the row anchored, PIC X(20)
*>   WS-PREV-HASH  the hash it chains from across the gap, PIC X(20)
*>                 (spaces for a HOLD pin)
*>   WS-NOTE       free text, PIC X(50)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ANCHOR-FILE ASSIGN TO WS-ANCHOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANCHOR-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "ChainAnchorRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==ANCHOR-FILE==.

WORKING-STORAGE SECTION.
01 WS-ANCHOR-FILENAME PIC X(30) VALUE "chain-anchors".
01 WS-ANCHOR-STATUS PIC X(2).

LINKAGE SECTION.
01 WS-KIND PIC X(5).
01 WS-FILE PIC X(40).
01 WS-ROW-HASH PIC X(20).
01 WS-PREV-HASH PIC X(20).
01 WS-NOTE PIC X(50).

PROCEDURE DIVISION USING WS-KIND WS-FILE WS-ROW-HASH WS-PREV-HASH
       WS-NOTE.
       MOVE "chain-anchors" TO WS-ANCHOR-FILENAME
       OPEN EXTEND ANCHOR-FILE
       IF WS-ANCHOR-STATUS NOT = "00"
           MOVE "../chain-anchors" TO WS-ANCHOR-FILENAME
           OPEN EXTEND ANCHOR-FILE
       END-IF
       IF WS-ANCHOR-STATUS NOT = "00"
           MOVE "chain-anchors" TO WS-ANCHOR-FILENAME
           OPEN OUTPUT ANCHOR-FILE
       END-IF
       IF WS-ANCHOR-STATUS NOT = "00"
           DISPLAY "ANCHOR: chain-anchors cannot be written - "
               FUNCTION TRIM(WS-KIND) " anchor for "
               FUNCTION TRIM(WS-FILE) " NOT recorded"
           GOBACK
       END-IF
       MOVE SPACES TO AnchorLine
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
           INTO AnchorStamp
       END-STRING
       MOVE WS-KIND TO AnchorKind
       MOVE WS-FILE TO AnchorFile
       MOVE WS-ROW-HASH TO AnchorRowHash
       MOVE WS-PREV-HASH TO AnchorPrevHash
       MOVE WS-NOTE TO AnchorNote
       WRITE AnchorLine
       CLOSE ANCHOR-FILE
       GOBACK.

END PROGRAM AOC2024ANCHOR.
