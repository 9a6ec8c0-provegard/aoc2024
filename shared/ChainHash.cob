IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024CHAINHASH.

*> The link hash that makes the audit trails and the approvals
*> ledger tamper-evident: each row carries a hash over the previous
*> row's hash followed by the row's own content, so editing,
*> inserting or removing any row breaks every link after it. The
*> previous row's hash is folded in first; a chain's first row (and
*> the first row written after unchained history) folds in twenty
*> zeros. Two independent accumulators make the 20-digit result, the
*> same construction the credential hash uses, in a single pass.
*>
*> Called by every chained writer and by the chain verifier:
*>     CALL "AOC2024CHAINHASH" USING WS-PREV-HASH WS-CONTENT
*>         WS-CONTENT-LEN WS-HASH
*>
*> USING parameters:
*>   WS-PREV-HASH    the previous row's hash, PIC X(20)
*>   WS-CONTENT      the row's content, PIC X(200)
*>   WS-CONTENT-LEN  how many leading bytes of WS-CONTENT are the
*>                   row's content (its chain column excluded),
*>                   PIC 9(3)
*>   WS-HASH         out, PIC X(20): the row's hash, digits only

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-POS PIC 9(3).
01 WS-SEQ PIC 9(3).
01 WS-CHAR PIC X(1).
01 WS-CODE PIC 9(3).
01 WS-H1 PIC 9(18).
01 WS-H2 PIC 9(18).
01 WS-WORK PIC 9(18).
01 WS-QUOT PIC 9(18).
01 WS-MOD1 PIC 9(10) VALUE 4294967291.
01 WS-MOD2 PIC 9(10) VALUE 2147483629.
01 WS-OUT.
   05 WS-OUT1 PIC 9(10).
   05 WS-OUT2 PIC 9(10).

LINKAGE SECTION.
01 WS-PREV-HASH PIC X(20).
01 WS-CONTENT PIC X(200).
01 WS-CONTENT-LEN PIC 9(3).
01 WS-HASH PIC X(20).

PROCEDURE DIVISION USING WS-PREV-HASH WS-CONTENT WS-CONTENT-LEN
       WS-HASH.
       MOVE 5381 TO WS-H1
       MOVE 52711 TO WS-H2
       MOVE 0 TO WS-SEQ
       PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
           MOVE WS-PREV-HASH(WS-POS:1) TO WS-CHAR
           PERFORM FOLD-CHAR
       END-PERFORM
       PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-CONTENT-LEN OR WS-POS > 200
           MOVE WS-CONTENT(WS-POS:1) TO WS-CHAR
           PERFORM FOLD-CHAR
       END-PERFORM
       MOVE WS-H1 TO WS-OUT1
       MOVE WS-H2 TO WS-OUT2
       MOVE WS-OUT TO WS-HASH
       GOBACK.

*> The position counts in the second accumulator, so two rows with
*> the same characters in another order hash apart.
FOLD-CHAR.
       ADD 1 TO WS-SEQ
       COMPUTE WS-CODE = FUNCTION ORD(WS-CHAR)
       COMPUTE WS-WORK = WS-H1 * 33 + WS-CODE
       DIVIDE WS-WORK BY WS-MOD1 GIVING WS-QUOT
           REMAINDER WS-H1
       COMPUTE WS-WORK = WS-H2 * 131 + WS-CODE * WS-SEQ + WS-H1
       DIVIDE WS-WORK BY WS-MOD2 GIVING WS-QUOT
           REMAINDER WS-H2.

END PROGRAM AOC2024CHAINHASH.
