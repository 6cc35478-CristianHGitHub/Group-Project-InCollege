*> OutboundMessages.txt row whose SENT-FLAG is "F" is flipped back to
*> "N" (pending) via the usual temp-file swap, so the relay picks it
*> up on its next poll. Rows already sent ("Y") or still pending pass
*> through untouched, and so do failures addressed to a user whose
*> email MAILBOUNCELOAD has marked undeliverable - resending to a
*> bouncing address only bounces again. The file's HDR/TRL control
*> records are carried across: the header takes the next sequence and
*> the trailer is re-totalled over the rows as rewritten. The rewrite
*> holds ../data/OutboundMessages.lock, the lock OUTBOUNDCUTOVER and
*> every program that queues mail take, so no row is appended or
*> swapped in while the file is being rewritten.
IDENTIFICATION DIVISION.
PROGRAM-ID. RESENDOUTBOUND.

    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT TEMP-FILE ASSIGN TO "../data/OutboundMessages.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STAT.
    SELECT LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCK-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.

DATA DIVISION.
FILE SECTION.
FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  TEMP-FILE.
01  TEMP-REC            PIC X(500).

FD  LOCK-FILE.
01  LOCK-REC            PIC X(1).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

WORKING-STORAGE SECTION.
01  OUTBOUND-STAT       PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
01  WS-UND-CHECK-USER   PIC X(50).
01  WS-UND-USER         PIC X(50).
01  WS-UND-FOUND        PIC X VALUE "N".
01  WS-UND-EOF          PIC X VALUE "N".
01  TEMP-STAT           PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-OUTBOUND-PATH    PIC X(44) VALUE "../data/OutboundMessages.txt".
01  WS-TEMP-PATH        PIC X(44) VALUE "../data/OutboundMessages.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  LOCK-STAT           PIC XX.
01  WS-LOCK-PATH        PIC X(44) VALUE "../data/OutboundMessages.lock".
01  CONFIG-STAT         PIC XX.
01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.
01  WS-REQUEUED-COUNT   PIC 9(6) VALUE 0.
01  WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-XMIT-HDR-DONE    PIC X VALUE "N".
01  WS-XMIT-P-TYPE      PIC X(10).
01  WS-XMIT-P-SOURCE    PIC X(20).
01  WS-XMIT-P-DATE      PIC X(10).
01  WS-XMIT-P-SEQ       PIC X(12).
01  WS-XMIT-SEQ         PIC 9(9) VALUE 0.
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.

01  WS-OUT-RECIPIENT    PIC X(50).
01  WS-OUT-EVENT-TYPE   PIC X(20).
01  WS-OUT-SENT-FLAG    PIC X(1).

PROCEDURE DIVISION.
    MOVE 0 TO RETURN-CODE
    PERFORM LOAD-CONFIG
    PERFORM ACQUIRE-OUTBOUND-LOCK
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OUTBOUND-FILE
    IF OUTBOUND-STAT = "35"
        DISPLAY "No outbound messages on file - nothing to resend."
        PERFORM RELEASE-OUTBOUND-LOCK
        STOP RUN
    END-IF
    IF OUTBOUND-STAT NOT = "00"
        DISPLAY "Resend stopped - OutboundMessages.txt could not be opened (status "
                OUTBOUND-STAT "); nothing was replaced."
        MOVE 8 TO RETURN-CODE
        PERFORM RELEASE-OUTBOUND-LOCK
        STOP RUN
    END-IF
    OPEN OUTPUT TEMP-FILE
    IF TEMP-STAT NOT = "00"
        CLOSE OUTBOUND-FILE
        DISPLAY "Resend stopped - OutboundMessages.tmp could not be written (status "
                TEMP-STAT "); nothing was replaced."
        MOVE 8 TO RETURN-CODE
        PERFORM RELEASE-OUTBOUND-LOCK
        STOP RUN
    END-IF

    PERFORM UNTIL EOF-FLAG = "Y"
        READ OUTBOUND-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OUTBOUND-REC(1:4) = "HDR|"
                    MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-P-SOURCE
                                   WS-XMIT-P-DATE WS-XMIT-P-SEQ
                    UNSTRING OUTBOUND-REC DELIMITED BY "|"
                        INTO WS-XMIT-P-TYPE
                             WS-XMIT-P-SOURCE
                             WS-XMIT-P-DATE
                             WS-XMIT-P-SEQ
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-XMIT-P-SEQ) IS NUMERIC
                        MOVE FUNCTION NUMVAL(WS-XMIT-P-SEQ) TO WS-XMIT-SEQ
                    END-IF
                END-IF
                IF OUTBOUND-REC NOT = SPACES
                   AND OUTBOUND-REC(1:4) NOT = "HDR|"
                   AND OUTBOUND-REC(1:4) NOT = "TRL|"
                    PERFORM WRITE-OUTBOUND-HEADER
                    MOVE SPACES TO WS-OUT-RECIPIENT WS-OUT-EVENT-TYPE
                                   WS-OUT-SUBJECT WS-OUT-BODY
                                   WS-OUT-CREATED WS-OUT-SENT-FLAG
                             WS-OUT-CREATED
                             WS-OUT-SENT-FLAG
                    END-UNSTRING
                    MOVE "N" TO WS-UND-FOUND
                    IF WS-OUT-SENT-FLAG = "F"
                        MOVE WS-OUT-RECIPIENT TO WS-UND-CHECK-USER
                        PERFORM CHECK-UNDELIVERABLE
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-OUT-SENT-FLAG = "F" AND WS-UND-FOUND = "Y"
                            ADD 1 TO WS-SUPPRESSED-COUNT
                            MOVE OUTBOUND-REC TO TEMP-REC
                            PERFORM WRITE-TEMP-MESSAGE
                        WHEN WS-OUT-SENT-FLAG = "F"
                            MOVE "N" TO WS-OUT-SENT-FLAG
                            ADD 1 TO WS-REQUEUED-COUNT
                            MOVE SPACES TO TEMP-REC
                            STRING FUNCTION TRIM(WS-OUT-RECIPIENT)  DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-OUT-EVENT-TYPE) DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-OUT-SUBJECT)    DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-OUT-BODY)       DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-OUT-CREATED)    DELIMITED BY SIZE "|"
                                   WS-OUT-SENT-FLAG                 DELIMITED BY SIZE
                                INTO TEMP-REC
                            END-STRING
                            PERFORM WRITE-TEMP-MESSAGE
                        WHEN OTHER
                            MOVE OUTBOUND-REC TO TEMP-REC
                            PERFORM WRITE-TEMP-MESSAGE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM

    CLOSE OUTBOUND-FILE
    PERFORM WRITE-OUTBOUND-HEADER
    MOVE SPACES TO TEMP-REC
    STRING "TRL|" WS-XMIT-COUNT "|" WS-XMIT-HASH
        DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
    CLOSE TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-PATH
    CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-OUTBOUND-PATH
        RETURNING WS-RENAME-STATUS
    PERFORM RELEASE-OUTBOUND-LOCK
    IF WS-RENAME-STATUS NOT = 0
        DISPLAY "Resend failed - OutboundMessages.tmp could not be renamed into place; it holds the rewritten file."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-REQUEUED-COUNT TO WS-COUNT-EDIT
    DISPLAY "Resend pass complete - " FUNCTION TRIM(WS-COUNT-EDIT)
            " failed message(s) re-queued for the relay."
    IF WS-SUPPRESSED-COUNT > 0
        MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-EDIT
        DISPLAY FUNCTION TRIM(WS-COUNT-EDIT)
                " left failed - recipient's email is undeliverable."
    END-IF
    STOP RUN.

*> LOAD-CONFIG: LOCK_STALE_SECONDS bounds the wait on the lock, as it
*> does for the ID counters.
LOAD-CONFIG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> ACQUIRE-OUTBOUND-LOCK: wait for OutboundMessages.lock to clear, up
*> to LOCK_STALE_SECONDS, then take it - reclaiming it as stale when
*> the holder never let go.
ACQUIRE-OUTBOUND-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT LOCK-FILE
        IF LOCK-STAT = "35"
            OPEN OUTPUT LOCK-FILE
            CLOSE LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "OutboundMessages.lock reclaimed as stale."
    CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
    OPEN OUTPUT LOCK-FILE
    CLOSE LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-OUTBOUND-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
    EXIT PARAGRAPH.

*> WRITE-OUTBOUND-HEADER: HDR|INCOLLEGE|RUN-DATE|SEQUENCE ahead of the
*> first message row, one sequence past the header it replaces.
WRITE-OUTBOUND-HEADER.
    IF WS-XMIT-HDR-DONE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-XMIT-HDR-DONE
    ADD 1 TO WS-XMIT-SEQ
    MOVE SPACES TO TEMP-REC
    STRING "HDR|INCOLLEGE|" FUNCTION CURRENT-DATE(1:8) "|" WS-XMIT-SEQ
        DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
    EXIT PARAGRAPH.

*> WRITE-TEMP-MESSAGE: one message row out, counted into the trailer's
*> record count and hash total (row length, trailing spaces excluded).
WRITE-TEMP-MESSAGE.
    ADD 1 TO WS-XMIT-COUNT
    ADD FUNCTION LENGTH(FUNCTION TRIM(TEMP-REC TRAILING)) TO WS-XMIT-HASH
    WRITE TEMP-REC
    EXIT PARAGRAPH.

*> CHECK-UNDELIVERABLE: WS-UND-FOUND is "Y" when MAILBOUNCELOAD has
*> marked WS-UND-CHECK-USER's email address undeliverable; mail to
*> them is not queued until they verify a working address.
CHECK-UNDELIVERABLE.
    MOVE "N" TO WS-UND-FOUND
    MOVE "N" TO WS-UND-EOF
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-UND-EOF = "Y" OR WS-UND-FOUND = "Y"
        READ UNDELIVERABLE-FILE
            AT END
                MOVE "Y" TO WS-UND-EOF
            NOT AT END
                MOVE SPACES TO WS-UND-USER
                UNSTRING UNDELIVERABLE-REC DELIMITED BY "|"
                    INTO WS-UND-USER
                END-UNSTRING
                IF WS-UND-USER NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-CHECK-USER))
                    MOVE "Y" TO WS-UND-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
    EXIT PARAGRAPH.

END PROGRAM RESENDOUTBOUND.
