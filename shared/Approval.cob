*>
*> A denied request stays on the ledger as its DENY row (history,
*> not a block); attempting the action again simply records a new
*> PEND. Every rewrite re-chains the ledger's row hashes, checking
*> the chain as read first (AOC2024APPRCHAIN). Like AOC2024PARAM the ledger lookup walks up from the day
*> directories, though both callers today run from the root.
*>
*> Called at the action site:
01 WS-EOF PIC A(1).
01 WS-MAX-ROWS PIC 9(3) VALUE 200.
01 WS-ROWS.
    05 WS-ROW PIC X(185) OCCURS 200 TIMES.
01 WS-ROW-COUNT PIC 9(3).
01 WS-CHAIN-MODE PIC X(1).
01 WS-BREAK-ROW PIC 9(3).
01 WS-IDX PIC 9(3).
01 WS-MATCH-IDX PIC 9(3).
01 WS-MATCH-STATUS PIC X(4).
       END-PERFORM.

CONSUME-APPROVAL.
       PERFORM CHECK-CHAIN
       MOVE WS-ROW(WS-MATCH-IDX) TO WS-WORK
       MOVE "USED" TO WS-WK-STATUS
       MOVE WS-WORK TO WS-ROW(WS-MATCH-IDX)
           MOVE "F" TO WS-VERDICT
           GOBACK
       END-IF
       PERFORM CHECK-CHAIN
       MOVE SPACES TO WS-WORK
       MOVE "PEND" TO WS-WK-STATUS
       STRING
       MOVE WS-WORK TO WS-ROW(WS-ROW-COUNT)
       PERFORM REWRITE-LEDGER.

CHECK-CHAIN.
       MOVE "V" TO WS-CHAIN-MODE
       CALL "AOC2024APPRCHAIN" USING WS-CHAIN-MODE WS-ROWS WS-ROW-COUNT
           WS-BREAK-ROW.

REWRITE-LEDGER.
       MOVE "C" TO WS-CHAIN-MODE
       CALL "AOC2024APPRCHAIN" USING WS-CHAIN-MODE WS-ROWS WS-ROW-COUNT
           WS-BREAK-ROW
       OPEN OUTPUT APPROVAL-FILE
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ROW-COUNT
