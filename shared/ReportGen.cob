*> Monday's - when day02's unsafe-reasons-report was overwritten
*> mid-investigation we lost the evidence. Each job calls this right
*> after closing a report; the fixed name stays the "current report"
*> contract (the menu, the spool and the programs that read another
*> job's report all read it as written), and the copy
*> <name>-<business-date> is the generation housekeeping trims on
*> the same retention it gives the trails. A rerun on the same
*> business date supersedes that date's generation, which is the
*> point of a rerun.
*>
*> The generation is the report's print copy, in the shop's one
*> paged print format, so the archive and the spool package file as
*> a collatable print set whatever each report's own layout. Every
*> page opens with a banner:
*>     ================ <program-id>  <title>  page n of m ================
*>       Report <name>  Business date <date>  Cycle <id>  Operator <id>
*> then a blank line and up to AOC2024REPGEN_PAGELINES lines of the
*> report (default 60). The report ends with
*>     *** END OF REPORT <name> - <n> line(s) ***
*> A blank line in a report separates one group of lines from the
*> next, so it is where a page may break early: one falling with
*> AOC2024REPGEN_KEEP lines or fewer left on the page (default 4)
*> starts the next group on a fresh page instead of splitting it,
*> and a page never opens on a blank line. The spool finds each page
*> by the banner's opening rule. Cycle and operator are the run's
*> AOC2024_CYCLE and AOC2024_OPERATOR, "-" when unset.
*>
*> A data extract handed over with no title (the CSVs) is kept as a
*> plain copy instead - its readers parse it, and a banner would
*> only get in their way.
*>
*> Called after each report's CLOSE:
*>     CALL "AOC2024REPGEN" USING WS-REPORT-GEN-NAME
*>         WS-REPORT-GEN-PROGRAM WS-REPORT-GEN-TITLE
*>
*> USING parameters:
*>   WS-REPORT-NAME     the report's filename, PIC X(40)
*>   WS-REPORT-PROGRAM  the program-id that wrote it, PIC X(20)
*>   WS-REPORT-TITLE    the report's title for the banner, PIC X(40);
*>                      spaces for an extract kept as a plain copy

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       SELECT PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD REPORT-FILE.
01 REPORT-LINE PIC X(400).

FD PRINT-FILE.
01 PRINT-LINE PIC X(420).

WORKING-STORAGE SECTION.
01 WS-SHELL-CMD PIC X(200).
01 WS-BUSDATE PIC X(8).
01 WS-REPORT-FILENAME PIC X(40).
01 WS-REPORT-STATUS PIC X(2).
01 WS-PRINT-FILENAME PIC X(60).
01 WS-PRINT-STATUS PIC X(2).
01 WS-PARM PIC X(20).
01 WS-PARAM-KEY PIC X(30).
01 WS-PARAM-VALUE PIC X(100).
01 WS-CYCLE-ID PIC X(15).
01 WS-OPERATOR-ID PIC X(12).

*> Page geometry: body lines to the page, and how close to the foot
*> a group break may fall before the group goes to the next page.
01 WS-PAGE-LINES PIC 9(3) VALUE 60.
01 WS-PAGE-KEEP PIC 9(2) VALUE 4.

*> Two walks of the same report: C counts the pages the keep rule
*> makes so every banner can say "of m", W writes them.
01 WS-PASS PIC X(1).
01 WS-REPORT-EOF PIC X(1).
01 WS-LINES-READ PIC 9(7).
01 WS-PAGE-NO PIC 9(5).
01 WS-PAGE-TOTAL PIC 9(5).
01 WS-ON-PAGE PIC 9(3).
01 WS-BREAK-PENDING PIC X(1).
01 WS-PAGE-DISPLAY PIC Z(4)9.
01 WS-TOTAL-DISPLAY PIC Z(4)9.
01 WS-LINES-DISPLAY PIC Z(6)9.
01 WS-BODY-LINE PIC X(400).

LINKAGE SECTION.
01 WS-REPORT-NAME PIC X(40).
01 WS-REPORT-PROGRAM PIC X(20).
01 WS-REPORT-TITLE PIC X(40).

PROCEDURE DIVISION USING WS-REPORT-NAME WS-REPORT-PROGRAM
        WS-REPORT-TITLE.
       IF WS-REPORT-NAME = SPACES
           GOBACK
       END-IF
       MOVE WS-REPORT-NAME TO WS-REPORT-FILENAME
      *> a report never written this run has no print copy to make
       OPEN INPUT REPORT-FILE
       IF WS-REPORT-STATUS NOT = "00"
           GOBACK
       END-IF
       CLOSE REPORT-FILE

       CALL "AOC2024BDATE" USING WS-BUSDATE
       MOVE SPACES TO WS-PRINT-FILENAME
       STRING
           WS-REPORT-NAME DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           WS-BUSDATE DELIMITED BY SIZE
           INTO WS-PRINT-FILENAME
       END-STRING
       IF WS-REPORT-TITLE = SPACES
           PERFORM KEEP-PLAIN-COPY
           GOBACK
       END-IF
       PERFORM READ-PARAMETERS

       MOVE "C" TO WS-PASS
       PERFORM PAGINATE-REPORT
       MOVE WS-PAGE-NO TO WS-PAGE-TOTAL

       OPEN OUTPUT PRINT-FILE
       IF WS-PRINT-STATUS NOT = "00"
           DISPLAY "REPGEN: cannot write "
               FUNCTION TRIM(WS-PRINT-FILENAME)
               " - no print copy kept"
           GOBACK
       END-IF
       MOVE "W" TO WS-PASS
       PERFORM PAGINATE-REPORT
       CLOSE PRINT-FILE
       GOBACK.

KEEP-PLAIN-COPY.
       MOVE SPACES TO WS-SHELL-CMD
       STRING
           "cp " DELIMITED BY SIZE
           WS-REPORT-NAME DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           WS-PRINT-FILENAME DELIMITED BY SPACE
           INTO WS-SHELL-CMD
       END-STRING
       CALL "SYSTEM" USING WS-SHELL-CMD
       MOVE 0 TO RETURN-CODE.

*> Page geometry, environment first, then the central parameters
*> file; the run's cycle and operator for the banner.
READ-PARAMETERS.
       MOVE SPACES TO WS-PARM
       ACCEPT WS-PARM FROM ENVIRONMENT "AOC2024REPGEN_PAGELINES"
           ON EXCEPTION CONTINUE
       END-ACCEPT
       IF WS-PARM = SPACES
           MOVE "AOC2024REPGEN_PAGELINES" TO WS-PARAM-KEY
           CALL "AOC2024PARAM" USING WS-PARAM-KEY WS-PARAM-VALUE
           IF WS-PARAM-VALUE NOT = SPACES
               MOVE WS-PARAM-VALUE TO WS-PARM
           END-IF
       END-IF
       IF WS-PARM NOT = SPACES
           MOVE FUNCTION NUMVAL(WS-PARM) TO WS-PAGE-LINES
       END-IF
       IF WS-PAGE-LINES < 10
           MOVE 60 TO WS-PAGE-LINES
       END-IF

       MOVE SPACES TO WS-PARM
       ACCEPT WS-PARM FROM ENVIRONMENT "AOC2024REPGEN_KEEP"
           ON EXCEPTION CONTINUE
       END-ACCEPT
       IF WS-PARM = SPACES
           MOVE "AOC2024REPGEN_KEEP" TO WS-PARAM-KEY
           CALL "AOC2024PARAM" USING WS-PARAM-KEY WS-PARAM-VALUE
           IF WS-PARAM-VALUE NOT = SPACES
               MOVE WS-PARAM-VALUE TO WS-PARM
           END-IF
       END-IF
       IF WS-PARM NOT = SPACES
           MOVE FUNCTION NUMVAL(WS-PARM) TO WS-PAGE-KEEP
       END-IF
      *> a keep as deep as the page would break every group
       IF WS-PAGE-KEEP >= WS-PAGE-LINES
           MOVE 4 TO WS-PAGE-KEEP
       END-IF

       MOVE SPACES TO WS-CYCLE-ID
       ACCEPT WS-CYCLE-ID FROM ENVIRONMENT "AOC2024_CYCLE"
           ON EXCEPTION CONTINUE
       END-ACCEPT
       IF WS-CYCLE-ID = SPACES
           MOVE "-" TO WS-CYCLE-ID
       END-IF
       MOVE SPACES TO WS-OPERATOR-ID
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "AOC2024_OPERATOR"
           ON EXCEPTION CONTINUE
       END-ACCEPT
       IF WS-OPERATOR-ID = SPACES
           MOVE "-" TO WS-OPERATOR-ID
       END-IF.

*> One walk of the report through the page geometry. Only the W
*> pass writes; both leave WS-PAGE-NO at the last page.
PAGINATE-REPORT.
       MOVE 0 TO WS-LINES-READ
       MOVE 1 TO WS-PAGE-NO
       MOVE 0 TO WS-ON-PAGE
       MOVE "N" TO WS-BREAK-PENDING
       PERFORM WRITE-PAGE-BANNER
       MOVE "N" TO WS-REPORT-EOF
       OPEN INPUT REPORT-FILE
       IF WS-REPORT-STATUS = "00"
           PERFORM UNTIL WS-REPORT-EOF = "Y"
               MOVE SPACES TO REPORT-LINE
               READ REPORT-FILE
                   AT END MOVE "Y" TO WS-REPORT-EOF
               END-READ
               IF WS-REPORT-EOF NOT = "Y"
                   ADD 1 TO WS-LINES-READ
                   PERFORM PLACE-REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE
       END-IF

       MOVE WS-LINES-READ TO WS-LINES-DISPLAY
       MOVE SPACES TO WS-BODY-LINE
       STRING
           "*** END OF REPORT " DELIMITED BY SIZE
           WS-REPORT-NAME DELIMITED BY SPACE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LINES-DISPLAY) DELIMITED BY SIZE
           " line(s) ***" DELIMITED BY SIZE
           INTO WS-BODY-LINE
       END-STRING
       IF WS-ON-PAGE >= WS-PAGE-LINES
           PERFORM START-NEW-PAGE
       END-IF
       PERFORM WRITE-BODY-LINE.

*> A blank line is a group break: dropped at the top of a page, and
*> the break itself when the page is too near its foot to start a
*> group worth keeping together - the page turns when the next group
*> opens, so blank lines trailing the report turn nothing.
PLACE-REPORT-LINE.
       IF REPORT-LINE = SPACES
           IF WS-ON-PAGE = 0 OR WS-BREAK-PENDING = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAGE-LINES - WS-ON-PAGE <= WS-PAGE-KEEP
               MOVE "Y" TO WS-BREAK-PENDING
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WS-BREAK-PENDING = "Y"
           MOVE "N" TO WS-BREAK-PENDING
           PERFORM START-NEW-PAGE
       END-IF
       IF WS-ON-PAGE >= WS-PAGE-LINES
           PERFORM START-NEW-PAGE
       END-IF
       MOVE REPORT-LINE TO WS-BODY-LINE
       PERFORM WRITE-BODY-LINE.

START-NEW-PAGE.
       ADD 1 TO WS-PAGE-NO
       MOVE 0 TO WS-ON-PAGE
       PERFORM WRITE-PAGE-BANNER.

WRITE-BODY-LINE.
       ADD 1 TO WS-ON-PAGE
       IF WS-PASS = "W"
           MOVE WS-BODY-LINE TO PRINT-LINE
           WRITE PRINT-LINE
       END-IF.

WRITE-PAGE-BANNER.
       IF WS-PASS NOT = "W"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-PAGE-NO TO WS-PAGE-DISPLAY
       MOVE WS-PAGE-TOTAL TO WS-TOTAL-DISPLAY
       MOVE SPACES TO PRINT-LINE
       STRING
           "================ " DELIMITED BY SIZE
           WS-REPORT-PROGRAM DELIMITED BY SPACE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REPORT-TITLE) DELIMITED BY SIZE
           "  page " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAGE-DISPLAY) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
           " ================" DELIMITED BY SIZE
           INTO PRINT-LINE
       END-STRING
       WRITE PRINT-LINE
       MOVE SPACES TO PRINT-LINE
       STRING
           "  Report " DELIMITED BY SIZE
           WS-REPORT-NAME DELIMITED BY SPACE
           "  Business date " DELIMITED BY SIZE
           WS-BUSDATE DELIMITED BY SIZE
           "  Cycle " DELIMITED BY SIZE
           WS-CYCLE-ID DELIMITED BY SPACE
           "  Operator " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SPACE
           INTO PRINT-LINE
       END-STRING
       WRITE PRINT-LINE
       MOVE SPACES TO PRINT-LINE
       WRITE PRINT-LINE.

END PROGRAM AOC2024REPGEN.
