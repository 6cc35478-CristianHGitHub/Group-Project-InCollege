    05  WS-SUGGEST-ENTRY OCCURS 100 TIMES.
        10  WS-SUGGEST-USER  PIC X(40).
        10  WS-SUGGEST-MUTUAL PIC 9(3).
        10  WS-SUGGEST-VIA   PIC X(40).
01  WS-SUGGEST-IDX      PIC 9(3).
01  WS-SUGGEST-IDX2     PIC 9(3).
01  WS-SUGGEST-CANDIDATE PIC X(40).
01  WS-SUGGEST-FOUND    PIC X VALUE "N".
01  WS-SUGGEST-SWAP-USER PIC X(40).
01  WS-SUGGEST-SWAP-MUTUAL PIC 9(3).
01  WS-SUGGEST-SWAP-VIA PIC X(40).
01  WS-SUGGEST-SHOWN    PIC 9(3) VALUE 0.
01  WS-SUGGEST-DISPLAY-MAX PIC 9(3) VALUE 5.


    MOVE "N" TO EOF-FLAG
    MOVE "N" TO FOUND-ANY
    *> Working storage lives on between calls in one session.
    MOVE 0 TO WS-DIRECT-COUNT
    MOVE 0 TO WS-SUGGEST-COUNT

    *> Display header
    MOVE "--- Your Network ---" TO WS-MESSAGE
        ADD 1 TO WS-SUGGEST-SHOWN
    END-PERFORM

    MOVE "Use Request Introduction to ask a mutual connection to introduce you."
        TO WS-MESSAGE
    PERFORM DUAL-OUTPUT
    MOVE "--------------------" TO WS-MESSAGE
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.
        ADD 1 TO WS-SUGGEST-COUNT
        MOVE WS-SUGGEST-CANDIDATE TO WS-SUGGEST-USER(WS-SUGGEST-COUNT)
        MOVE 1 TO WS-SUGGEST-MUTUAL(WS-SUGGEST-COUNT)
        MOVE WS-DIRECT-CONN(WS-SUGGEST-IDX) TO WS-SUGGEST-VIA(WS-SUGGEST-COUNT)
    END-IF
    EXIT PARAGRAPH.

            UNTIL WS-SUGGEST-IDX > WS-SUGGEST-COUNT
        MOVE WS-SUGGEST-USER(WS-SUGGEST-IDX) TO WS-SUGGEST-SWAP-USER
        MOVE WS-SUGGEST-MUTUAL(WS-SUGGEST-IDX) TO WS-SUGGEST-SWAP-MUTUAL
        MOVE WS-SUGGEST-VIA(WS-SUGGEST-IDX) TO WS-SUGGEST-SWAP-VIA
        MOVE WS-SUGGEST-IDX TO WS-SUGGEST-IDX2
        PERFORM UNTIL WS-SUGGEST-IDX2 <= 1
                OR WS-SUGGEST-MUTUAL(WS-SUGGEST-IDX2 - 1) >= WS-SUGGEST-SWAP-MUTUAL
            MOVE WS-SUGGEST-USER(WS-SUGGEST-IDX2 - 1) TO WS-SUGGEST-USER(WS-SUGGEST-IDX2)
            MOVE WS-SUGGEST-MUTUAL(WS-SUGGEST-IDX2 - 1) TO WS-SUGGEST-MUTUAL(WS-SUGGEST-IDX2)
            MOVE WS-SUGGEST-VIA(WS-SUGGEST-IDX2 - 1) TO WS-SUGGEST-VIA(WS-SUGGEST-IDX2)
            SUBTRACT 1 FROM WS-SUGGEST-IDX2
        END-PERFORM
        MOVE WS-SUGGEST-SWAP-USER TO WS-SUGGEST-USER(WS-SUGGEST-IDX2)
        MOVE WS-SUGGEST-SWAP-MUTUAL TO WS-SUGGEST-MUTUAL(WS-SUGGEST-IDX2)
        MOVE WS-SUGGEST-SWAP-VIA TO WS-SUGGEST-VIA(WS-SUGGEST-IDX2)
    END-PERFORM
    EXIT PARAGRAPH.

*> GET-AND-DISPLAY-SUGGESTION: same profile lookup GET-AND-DISPLAY-
*> PROFILE uses, but phrased as a suggestion with its mutual count
*> instead of "Connected with:", naming one mutual connection and the
*> username a Request Introduction needs.
GET-AND-DISPLAY-SUGGESTION.
    MOVE SPACES TO WS-FULL-NAME
    MOVE SPACES TO WS-UNIVERSITY
           " (University: " FUNCTION TRIM(WS-UNIVERSITY)
           ", Major: " FUNCTION TRIM(WS-MAJOR) ") - "
           FUNCTION TRIM(WS-SUGGEST-MUTUAL(WS-SUGGEST-IDX))
           " mutual connection(s), including "
           FUNCTION TRIM(WS-SUGGEST-VIA(WS-SUGGEST-IDX))
           " [username: " FUNCTION TRIM(WS-OTHER-USER) "]"
        DELIMITED BY SIZE
        INTO WS-MESSAGE
    END-STRING
