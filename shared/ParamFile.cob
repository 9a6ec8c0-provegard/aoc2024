*> tolerance change agreed at the weekly meeting waits for Monday's
*> cycle instead of landing mid-week.
*>
*> The value found is checked against the parameter dictionary
*> (AOC2024PARMDICT): a key the dictionary does not know, or a value
*> that breaks its type or range, is reported with a "PARAM:" line on
*> the job's output and not used - an unknown key comes back as
*> spaces, so the program keeps its own built-in default, and a bad
*> value comes back as the dictionary's default for the key. With no
*> dictionary file the value is passed through unchecked.
*>
*> Called once per setting:
*>     CALL "AOC2024PARAM" USING WS-PARAM-KEY WS-PARAM-VALUE
*>
*> USING parameters:
*>   WS-KEY    the setting's name, PIC X(30)
*>   WS-VALUE  out - the file's value for it, spaces when absent
*>             (or the dictionary default when the value is refused)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-EFF-KEY PIC X(30).
01 WS-EFF-VALUE PIC X(100).
01 WS-BUSDATE PIC X(8) VALUE SPACES.
01 WS-DICT-VERDICT PIC X(1).
01 WS-DICT-DEFAULT PIC X(100).
01 WS-DICT-MIDMONTH PIC X(1).
01 WS-DICT-REASON PIC X(60).

LINKAGE SECTION.
01 WS-KEY PIC X(30).
       END-PERFORM
       CLOSE PARAM-FILE

       IF WS-VALUE NOT = SPACES
           PERFORM CHECK-AGAINST-DICTIONARY
       END-IF

       GOBACK.

*> The last matching line in force wins, so a value can be
           MOVE WS-EFF-VALUE TO WS-VALUE
       END-IF.

*> A refused value is never silently used: the warning names the key,
*> the value and what the job carries on with.
CHECK-AGAINST-DICTIONARY.
       CALL "AOC2024PARMDICT" USING WS-KEY WS-VALUE WS-DICT-VERDICT
           WS-DICT-DEFAULT WS-DICT-MIDMONTH WS-DICT-REASON
       EVALUATE WS-DICT-VERDICT
           WHEN "U"
               DISPLAY "PARAM: " FUNCTION TRIM(WS-KEY) " "
                   FUNCTION TRIM(WS-VALUE)
                   " ignored - not in the parameter dictionary;"
                   " built-in default used"
               MOVE SPACES TO WS-VALUE
           WHEN "B"
               IF WS-DICT-DEFAULT = SPACES
                   DISPLAY "PARAM: " FUNCTION TRIM(WS-KEY) " "
                       FUNCTION TRIM(WS-VALUE) " ignored - "
                       FUNCTION TRIM(WS-DICT-REASON)
                       "; built-in default used"
               ELSE
                   DISPLAY "PARAM: " FUNCTION TRIM(WS-KEY) " "
                       FUNCTION TRIM(WS-VALUE) " ignored - "
                       FUNCTION TRIM(WS-DICT-REASON)
                       "; dictionary default "
                       FUNCTION TRIM(WS-DICT-DEFAULT) " used"
               END-IF
               MOVE WS-DICT-DEFAULT TO WS-VALUE
       END-EVALUATE.

END PROGRAM AOC2024PARAM.
