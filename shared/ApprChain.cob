IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024APPRCHAIN.

*> Keeps the pending-approvals ledger's hash chain. The ledger is
*> rewritten whole whenever a row changes status (PEND -> APPR/DENY
*> from the menu, APPR -> USED by AOC2024APPROVE), so every rewrite
*> re-chains it - but first the ledger as read is checked, and a
*> chain that is already broken is recorded as a BREAK anchor (and
*> said on the console) before the rewrite would paper over it. Each
*> row's hash (ApprChain) covers the previous row's hash and the
*> row's own 164 columns.
*>
*> Called by each ledger rewriter, once before it changes any row it
*> read (mode V) and once right before writing it back (mode C):
*>     CALL "AOC2024APPRCHAIN" USING WS-MODE WS-LEDGER WS-ROW-COUNT
*>         WS-BREAK-ROW
*>
*> USING parameters:
*>   WS-MODE       V check the chain as loaded, C re-chain every row,
*>                 PIC X(1)
*>   WS-LEDGER     the ledger held whole, 200 rows of PIC X(185)
*>   WS-ROW-COUNT  rows held, PIC 9(3)
*>   WS-BREAK-ROW  out, PIC 9(3): mode V - the first row whose link
*>                 does not hold (0: the chain is whole)

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-IDX PIC 9(3).
01 WS-PREV PIC X(20).
01 WS-CONTENT PIC X(200).
01 WS-CONTENT-LEN PIC 9(3) VALUE 164.
01 WS-HASH PIC X(20).
01 WS-CHAINED PIC X(1).
01 WS-ANCHOR-KIND PIC X(5) VALUE "BREAK".
01 WS-ANCHOR-FILE PIC X(40) VALUE "pending-approvals".
01 WS-ANCHOR-NOTE PIC X(50).
01 WS-ROW-DISPLAY PIC ZZ9.

LINKAGE SECTION.
01 WS-MODE PIC X(1).
01 WS-LEDGER.
    05 WS-ROW PIC X(185) OCCURS 200 TIMES.
01 WS-ROW-COUNT PIC 9(3).
01 WS-BREAK-ROW PIC 9(3).

PROCEDURE DIVISION USING WS-MODE WS-LEDGER WS-ROW-COUNT
       WS-BREAK-ROW.
       MOVE 0 TO WS-BREAK-ROW
       MOVE ZEROS TO WS-PREV
       IF WS-MODE = "C"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-COUNT
               PERFORM HASH-ROW
               MOVE SPACE TO WS-ROW(WS-IDX)(165:1)
               MOVE WS-HASH TO WS-ROW(WS-IDX)(166:20)
               MOVE WS-HASH TO WS-PREV
           END-PERFORM
           GOBACK
       END-IF

       MOVE "N" TO WS-CHAINED
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ROW-COUNT OR WS-BREAK-ROW > 0
           PERFORM CHECK-ROW
       END-PERFORM
       IF WS-BREAK-ROW > 0
           PERFORM RECORD-BREAK
       END-IF
       GOBACK.

HASH-ROW.
       MOVE SPACES TO WS-CONTENT
       MOVE WS-ROW(WS-IDX)(1:164) TO WS-CONTENT
       CALL "AOC2024CHAINHASH" USING WS-PREV WS-CONTENT WS-CONTENT-LEN
           WS-HASH.

*> Rows from before the ledger was chained carry no hash and are
*> passed over; once the chain has begun, every row must carry one
*> and it must follow from the row before.
CHECK-ROW.
       IF WS-ROW(WS-IDX)(166:20) = SPACES
           IF WS-CHAINED = "Y"
               MOVE WS-IDX TO WS-BREAK-ROW
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-CHAINED
       PERFORM HASH-ROW
       IF WS-HASH NOT = WS-ROW(WS-IDX)(166:20)
           MOVE WS-IDX TO WS-BREAK-ROW
           EXIT PARAGRAPH
       END-IF
       MOVE WS-HASH TO WS-PREV.

RECORD-BREAK.
       MOVE WS-BREAK-ROW TO WS-ROW-DISPLAY
       MOVE SPACES TO WS-ANCHOR-NOTE
       STRING
           "row " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-DISPLAY) DELIMITED BY SIZE
           " broken - found at rewrite, ledger re-chained"
               DELIMITED BY SIZE
           INTO WS-ANCHOR-NOTE
       END-STRING
       CALL "AOC2024ANCHOR" USING WS-ANCHOR-KIND WS-ANCHOR-FILE
           WS-ROW(WS-BREAK-ROW)(166:20) WS-PREV WS-ANCHOR-NOTE
       DISPLAY "APPROVALS: ledger hash chain broken at row "
           FUNCTION TRIM(WS-ROW-DISPLAY)
           " - recorded on chain-anchors before the rewrite".

END PROGRAM AOC2024APPRCHAIN.
