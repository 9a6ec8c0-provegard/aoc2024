IDENTIFICATION DIVISION.
PROGRAM-ID. AOC2024OPROLE.

*> Looks an operator's role up in the root operators file for the
*> batch programs that act on a named operator's authority outside
*> the menu's sign-on - a promotion through AOC2024RELEASE has to be
*> an ADMIN's, whoever exported AOC2024_OPERATOR. Same reading of the
*> file as the menu's sign-on: "<operator-id> <role> <full name>"
*> per line, "*" lines are comments, OFF marks a disabled operator,
*> and a legacy line with no recognized role is ADMIN. Like
*> AOC2024PARAM the lookup falls back to "../operators" for a
*> program running inside a day directory.
*>
*> Called once per check:
*>     CALL "AOC2024OPROLE" USING WS-OPERATOR WS-ROLE
*>
*> USING parameters:
*>   WS-OPERATOR  the operator-id, PIC X(12)
*>   WS-ROLE      out, PIC X(5): VIEW, RUN, ADMIN or OFF; spaces
*>                when the operator is blank or not on file

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPERATORS-FILE ASSIGN TO WS-OPERATORS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATORS-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATORS-FILE.
01 OPERATORS-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-OPERATORS-FILENAME PIC X(20) VALUE "operators".
01 WS-OPERATORS-STATUS PIC X(2).
01 WS-EOF PIC A(1).
01 WS-OPERATOR-TOK PIC X(12).
01 WS-ROLE-TOK PIC X(10).

LINKAGE SECTION.
01 WS-OPERATOR PIC X(12).
01 WS-ROLE PIC X(5).

PROCEDURE DIVISION USING WS-OPERATOR WS-ROLE.
       MOVE SPACES TO WS-ROLE
       IF WS-OPERATOR = SPACES
           GOBACK
       END-IF
       MOVE "N" TO WS-EOF

       MOVE "operators" TO WS-OPERATORS-FILENAME
       OPEN INPUT OPERATORS-FILE
       IF WS-OPERATORS-STATUS NOT = "00"
           MOVE "../operators" TO WS-OPERATORS-FILENAME
           OPEN INPUT OPERATORS-FILE
       END-IF
       IF WS-OPERATORS-STATUS NOT = "00"
           GOBACK
       END-IF

       PERFORM UNTIL WS-EOF = "Y"
           READ OPERATORS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM MATCH-OPERATOR-LINE
           END-READ
       END-PERFORM
       CLOSE OPERATORS-FILE
       GOBACK.

MATCH-OPERATOR-LINE.
       IF OPERATORS-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-OPERATOR-TOK
       MOVE SPACES TO WS-ROLE-TOK
       UNSTRING OPERATORS-LINE DELIMITED BY ALL SPACES
           INTO WS-OPERATOR-TOK WS-ROLE-TOK
       END-UNSTRING
       IF WS-OPERATOR-TOK NOT = WS-OPERATOR
           EXIT PARAGRAPH
       END-IF
       EVALUATE WS-ROLE-TOK
           WHEN "OFF"
               MOVE "OFF" TO WS-ROLE
           WHEN "VIEW"
               MOVE "VIEW" TO WS-ROLE
           WHEN "RUN"
               MOVE "RUN" TO WS-ROLE
           WHEN OTHER
               MOVE "ADMIN" TO WS-ROLE
       END-EVALUATE.

END PROGRAM AOC2024OPROLE.
