IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024MASTHIST.

*> Keeps a results-master value a correction is about to replace:
*> appends it to results-master-history (MasterHistoryRecord.cpy)
*> with the stretch it stood on the master and the reason it is
*> being replaced. The master's writers - the nightly fold and the
*> sanctioned rerun - call it just before they REWRITE a row whose
*> value changes, both from the repository root where the master
*> lives.
*>
*> Called:
*>     CALL "AOC2024MASTHIST" USING ResultsMasterRecord WS-VALID-TO
*>         WS-REASON
*>
*> USING parameters:
*>   WS-OLD-ROW    the master row as it stands, before the rewrite -
*>                 the MasterRecord.cpy layout
*>   WS-VALID-TO   when it stops being believed, "YYYY-MM-DD
*>                 HH:MM:SS", PIC X(19)
*>   WS-REASON     RERUN, SUPERSEDE or RECYCLE, PIC X(9)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HISTORY-FILE ASSIGN TO "results-master-history"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "MasterHistoryRecord.cpy"
    REPLACING ==:FILE-NAME:== BY ==HISTORY-FILE==.

WORKING-STORAGE SECTION.
01 WS-HISTORY-STATUS PIC X(2).

LINKAGE SECTION.
01 WS-OLD-ROW.
    05 WS-OLD-PROGRAM PIC X(12).
    05 WS-OLD-DATE PIC X(8).
    05 WS-OLD-LABEL PIC X(20).
    05 WS-OLD-VALUE PIC 9(15).
    05 WS-OLD-VALUE-HIGH PIC X(3).
    05 WS-OLD-VALID-FROM PIC X(19).
    05 WS-OLD-HOW PIC X(9).
01 WS-VALID-TO PIC X(19).
01 WS-REASON PIC X(9).

PROCEDURE DIVISION USING WS-OLD-ROW WS-VALID-TO WS-REASON.
       OPEN EXTEND HISTORY-FILE
       IF WS-HISTORY-STATUS NOT = "00"
           OPEN OUTPUT HISTORY-FILE
       END-IF
       IF WS-HISTORY-STATUS NOT = "00"
           DISPLAY "MASTHIST: results-master-history cannot be"
               " written - prior value of " FUNCTION TRIM(WS-OLD-PROGRAM)
               " " WS-OLD-DATE " NOT kept"
           GOBACK
       END-IF
       MOVE SPACES TO MasterHistLine
       MOVE WS-OLD-PROGRAM TO MhProgram
       MOVE WS-OLD-DATE TO MhDate
       MOVE WS-OLD-LABEL TO MhLabel
       MOVE WS-OLD-VALUE TO MhValue
       MOVE WS-OLD-VALUE-HIGH TO MhValueHigh
       MOVE WS-OLD-VALID-FROM TO MhValidFrom
       MOVE WS-VALID-TO TO MhValidTo
       MOVE WS-OLD-HOW TO MhHow
       IF MhHow = SPACES
           MOVE "POSTED" TO MhHow
       END-IF
       MOVE WS-REASON TO MhReason
       WRITE MasterHistLine
       CLOSE HISTORY-FILE
       GOBACK.

END PROGRAM AOC2024MASTHIST.
