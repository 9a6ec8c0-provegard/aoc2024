IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024CREDHASH.

*> One-way hash of an operator's sign-on credential, so the
*> operator-credentials file never holds a PIN or passphrase in the
*> clear. The operator id is folded in ahead of the credential, so
*> two operators who chose the same PIN still carry different
*> hashes, and the whole is stretched over many rounds so trying
*> every PIN against a stolen copy of the file is slow work. Two
*> independent accumulators make the 20-digit result.
*>
*> Called:
*>     CALL "AOC2024CREDHASH" USING WS-OPERATOR WS-SECRET WS-HASH
*>
*> USING parameters:
*>   WS-OPERATOR  the operator-id, PIC X(12)
*>   WS-SECRET    the credential as typed, PIC X(30); case matters
*>   WS-HASH      out, PIC X(20): the hash, digits only

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-INPUT.
   05 WS-INPUT-OPERATOR PIC X(12).
   05 WS-INPUT-SECRET PIC X(30).
01 WS-INPUT-LEN PIC 9(2) VALUE 42.
01 WS-ROUNDS PIC 9(4) VALUE 2000.
01 WS-ROUND PIC 9(4).
01 WS-POS PIC 9(2).
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
01 WS-OPERATOR PIC X(12).
01 WS-SECRET PIC X(30).
01 WS-HASH PIC X(20).

PROCEDURE DIVISION USING WS-OPERATOR WS-SECRET WS-HASH.
       MOVE WS-OPERATOR TO WS-INPUT-OPERATOR
       MOVE WS-SECRET TO WS-INPUT-SECRET
       MOVE 5381 TO WS-H1
       MOVE 52711 TO WS-H2
       PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > WS-ROUNDS
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-INPUT-LEN
               COMPUTE WS-CODE = FUNCTION ORD(WS-INPUT(WS-POS:1))
               COMPUTE WS-WORK = WS-H1 * 33 + WS-CODE + WS-ROUND
               DIVIDE WS-WORK BY WS-MOD1 GIVING WS-QUOT
                   REMAINDER WS-H1
               COMPUTE WS-WORK = WS-H2 * 131 + WS-CODE * WS-POS
                   + WS-H1
               DIVIDE WS-WORK BY WS-MOD2 GIVING WS-QUOT
                   REMAINDER WS-H2
           END-PERFORM
       END-PERFORM
       MOVE WS-H1 TO WS-OUT1
       MOVE WS-H2 TO WS-OUT2
       MOVE WS-OUT TO WS-HASH
       GOBACK.

END PROGRAM AOC2024CREDHASH.
