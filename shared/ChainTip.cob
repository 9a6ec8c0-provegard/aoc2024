IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024CHAINTIP.

*> Finds where a chained file's hash chain stands: the link hash of
*> its last row, which the next row written must chain from. A row
*> written before the files were chained carries no hash, and a
*> missing or empty file has no rows; either way the tip is twenty
*> zeros, the value a chain starts from.
*>
*> Called by the audit-trail writer before each row, and by the
*> legal-hold maintenance to pin a trail's tip:
*>     CALL "AOC2024CHAINTIP" USING WS-FILENAME WS-CHAIN-COL WS-TIP
*>         WS-ROWS
*>
*> USING parameters:
*>   WS-FILENAME   the chained file, PIC X(60)
*>   WS-CHAIN-COL  the column its 20-digit row hash starts in,
*>                 PIC 9(3) (137 for the audit trail, 166 for the
*>                 approvals ledger)
*>   WS-TIP        out, PIC X(20): the last row's hash, or zeros
*>   WS-ROWS       out, PIC 9(7): rows in the file

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TIP-CANDIDATE ASSIGN TO '.chain-tip'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIP-STATUS.

DATA DIVISION.
FILE SECTION.
*> Transient scratch file the shell command writes into: the chained
*> file's row count and its last row, and nothing when the file is
*> missing - the candidate-file technique DropCheck uses. The trail
*> grows by a row per audit event, so only its last row is read.
FD TIP-CANDIDATE.
01 TIP-CANDIDATE-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-TIP-STATUS PIC X(2).
01 WS-SHELL-CMD PIC X(300).
01 WS-ROWS-LINE PIC X(200).
01 WS-LAST-LINE PIC X(200).
01 WS-LAST-HASH PIC X(20).

LINKAGE SECTION.
01 WS-FILENAME PIC X(60).
01 WS-CHAIN-COL PIC 9(3).
01 WS-TIP PIC X(20).
01 WS-ROWS PIC 9(7).

PROCEDURE DIVISION USING WS-FILENAME WS-CHAIN-COL WS-TIP WS-ROWS.
       MOVE ZEROS TO WS-TIP
       MOVE 0 TO WS-ROWS
       MOVE SPACES TO WS-LAST-HASH

       MOVE SPACES TO WS-SHELL-CMD
       STRING
           "( if [ -f " DELIMITED BY SIZE
           WS-FILENAME DELIMITED BY SPACE
           " ]; then wc -l < " DELIMITED BY SIZE
           WS-FILENAME DELIMITED BY SPACE
           "; tail -n 1 " DELIMITED BY SIZE
           WS-FILENAME DELIMITED BY SPACE
           "; fi ) > .chain-tip 2>/dev/null" DELIMITED BY SIZE
           INTO WS-SHELL-CMD
       END-STRING
       CALL "SYSTEM" USING WS-SHELL-CMD

       PERFORM READ-TIP-CANDIDATE
       CALL "SYSTEM" USING "rm -f .chain-tip"

       IF WS-ROWS-LINE NOT = SPACES
           MOVE FUNCTION NUMVAL(WS-ROWS-LINE) TO WS-ROWS
       END-IF
       IF WS-ROWS > 0
           MOVE WS-LAST-LINE(WS-CHAIN-COL:20) TO WS-LAST-HASH
       END-IF
       IF WS-LAST-HASH NOT = SPACES
           MOVE WS-LAST-HASH TO WS-TIP
       END-IF
       GOBACK.

READ-TIP-CANDIDATE.
       MOVE SPACES TO WS-ROWS-LINE
       MOVE SPACES TO WS-LAST-LINE
       OPEN INPUT TIP-CANDIDATE
       IF WS-TIP-STATUS = "00"
           READ TIP-CANDIDATE INTO WS-ROWS-LINE
               AT END CONTINUE
           END-READ
           READ TIP-CANDIDATE INTO WS-LAST-LINE
               AT END CONTINUE
           END-READ
           CLOSE TIP-CANDIDATE
       END-IF.

END PROGRAM AOC2024CHAINTIP.
