IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024AUDCHAIN.

*> Chains one audit-trail row before it is written: finds the hash
*> of the trail's last row (AOC2024CHAINTIP) and stamps the new row's
*> chain column with the hash over that and the row's own 135
*> columns (AOC2024CHAINHASH). AuditTrail.cpy's WriteAuditLine calls
*> it for every row, after reopening the trail so every row already
*> written is on disk to be found. The trail is always the
*> "audit-trail" of the directory the job runs in.
*>
*> Called:
*>     CALL "AOC2024AUDCHAIN" USING AuditLine
*>
*> USING parameters:
*>   WS-AUDIT-ROW  in/out, PIC X(156): the row as AuditRecord.cpy
*>                 lays it out; AuditGap6 and AuditChain are filled

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-TRAIL-FILENAME PIC X(60) VALUE "audit-trail".
01 WS-CHAIN-COL PIC 9(3) VALUE 137.
01 WS-CONTENT-LEN PIC 9(3) VALUE 135.
01 WS-TIP PIC X(20).
01 WS-ROWS PIC 9(7).
01 WS-CONTENT PIC X(200).
01 WS-HASH PIC X(20).

LINKAGE SECTION.
01 WS-AUDIT-ROW PIC X(156).

PROCEDURE DIVISION USING WS-AUDIT-ROW.
       CALL "AOC2024CHAINTIP" USING WS-TRAIL-FILENAME WS-CHAIN-COL
           WS-TIP WS-ROWS
       MOVE SPACES TO WS-CONTENT
       MOVE WS-AUDIT-ROW(1:135) TO WS-CONTENT
       CALL "AOC2024CHAINHASH" USING WS-TIP WS-CONTENT WS-CONTENT-LEN
           WS-HASH
       MOVE SPACE TO WS-AUDIT-ROW(136:1)
       MOVE WS-HASH TO WS-AUDIT-ROW(137:20)
       GOBACK.

END PROGRAM AOC2024AUDCHAIN.
