*> Stand-alone hand-off step for the campus-mailer interface file. Run
*> this from the job stream just before the mail relay collects
*> ../data/OutboundMessages.txt. Every program that queues mail only
*> appends message rows to the file; this step wraps what is there in
*> the control records the relay checks before it sends anything:
*>   HDR|INCOLLEGE|RUN-DATE|SEQUENCE    first row
*>   TRL|RECORD-COUNT|HASH-TOTAL        last row
*> (HASH-TOTAL is the sum of the message rows' lengths, trailing spaces
*> excluded). The header takes the sequence after the one already on
*> the file (1 for a file never framed), and any HDR/TRL rows left
*> inside the file by an earlier hand-off are dropped. A file already
*> framed with nothing queued since is left as it is, so running the
*> step twice does not step the sequence past a file the relay never
*> saw.
*>
*> The rewrite goes through OutboundMessages.tmp under the advisory
*> lock ../data/OutboundMessages.lock (taken and released the way the
*> ID counters' locks are). Every program that queues mail appends
*> under the same lock, so nothing lands between the copy and the
*> swap; a recount of the live file just before the swap still checks
*> it (a lock reclaimed as stale from a writer that was only slow),
*> and the copy is taken again when the count has moved. RETURN-CODE
*> is 8, and the live file is left untouched, when the file cannot be
*> opened, keeps changing under the copy, or the swap fails.
IDENTIFICATION DIVISION.
PROGRAM-ID. OUTBOUNDCUTOVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
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

FD  TEMP-FILE.
01  TEMP-REC            PIC X(500).

FD  LOCK-FILE.
01  LOCK-REC            PIC X(1).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

WORKING-STORAGE SECTION.
01  OUTBOUND-STAT       PIC XX.
01  TEMP-STAT           PIC XX.
01  LOCK-STAT           PIC XX.
01  CONFIG-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-OUTBOUND-PATH    PIC X(44) VALUE "../data/OutboundMessages.txt".
01  WS-TEMP-PATH        PIC X(44) VALUE "../data/OutboundMessages.tmp".
01  WS-LOCK-PATH        PIC X(44) VALUE "../data/OutboundMessages.lock".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-SEQ-EDIT         PIC Z(8)9.

01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

*> The copy pass: control totals over the message rows, the sequence
*> on the file's last header, and whether the file is already framed
*> (a header first, a trailer last agreeing with the rows between).
01  WS-PASS             PIC 9 VALUE 0.
01  WS-MAX-PASSES       PIC 9 VALUE 5.
01  WS-COPY-DONE        PIC X VALUE "N".
01  WS-XMIT-P-TYPE      PIC X(10).
01  WS-XMIT-P-SOURCE    PIC X(20).
01  WS-XMIT-P-DATE      PIC X(10).
01  WS-XMIT-P-SEQ       PIC X(12).
01  WS-XMIT-P-COUNT     PIC X(12).
01  WS-XMIT-P-HASH      PIC X(14).
01  WS-XMIT-SEQ         PIC 9(9) VALUE 0.
01  WS-NEW-SEQ          PIC 9(9) VALUE 0.
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.
01  WS-RECOUNT          PIC 9(9) VALUE 0.
01  WS-ROW-NO           PIC 9(9) VALUE 0.
01  WS-FIRST-IS-HDR     PIC X VALUE "N".
01  WS-LAST-IS-TRL      PIC X VALUE "N".
01  WS-TRL-COUNT        PIC 9(9) VALUE 0.
01  WS-TRL-HASH         PIC 9(12) VALUE 0.

PROCEDURE DIVISION.
    MOVE 0 TO RETURN-CODE
    PERFORM LOAD-CONFIG
    PERFORM ACQUIRE-OUTBOUND-LOCK

    MOVE "N" TO WS-COPY-DONE
    MOVE 0 TO WS-PASS
    PERFORM UNTIL WS-COPY-DONE = "Y" OR WS-PASS >= WS-MAX-PASSES
        ADD 1 TO WS-PASS
        PERFORM COPY-OUTBOUND-FILE
        IF RETURN-CODE NOT = 0
            PERFORM RELEASE-OUTBOUND-LOCK
            STOP RUN
        END-IF
        IF OUTBOUND-STAT = "35"
            DISPLAY "No outbound messages on file - nothing to hand off."
            PERFORM RELEASE-OUTBOUND-LOCK
            STOP RUN
        END-IF
        IF WS-FIRST-IS-HDR = "Y" AND WS-LAST-IS-TRL = "Y"
           AND WS-TRL-COUNT = WS-XMIT-COUNT
           AND WS-TRL-HASH = WS-XMIT-HASH
            CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
            MOVE WS-XMIT-SEQ TO WS-SEQ-EDIT
            DISPLAY "Outbound file already framed (sequence "
                    FUNCTION TRIM(WS-SEQ-EDIT)
                    ") - nothing queued since the last hand-off."
            PERFORM RELEASE-OUTBOUND-LOCK
            STOP RUN
        END-IF
        PERFORM RECOUNT-OUTBOUND-FILE
        IF RETURN-CODE NOT = 0
            PERFORM RELEASE-OUTBOUND-LOCK
            STOP RUN
        END-IF
        IF WS-RECOUNT = WS-XMIT-COUNT
            MOVE "Y" TO WS-COPY-DONE
        END-IF
    END-PERFORM

    IF WS-COPY-DONE NOT = "Y"
        CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
        DISPLAY "Outbound cut-over stopped - OutboundMessages.txt kept changing during the copy; nothing was replaced. Rerun the step."
        MOVE 8 TO RETURN-CODE
        PERFORM RELEASE-OUTBOUND-LOCK
        STOP RUN
    END-IF

    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-PATH
    CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-OUTBOUND-PATH
        RETURNING WS-RENAME-STATUS
    IF WS-RENAME-STATUS NOT = 0
        DISPLAY "Outbound cut-over failed - OutboundMessages.tmp could not be renamed into place; it holds the framed file."
        MOVE 8 TO RETURN-CODE
        PERFORM RELEASE-OUTBOUND-LOCK
        STOP RUN
    END-IF
    PERFORM RELEASE-OUTBOUND-LOCK

    MOVE WS-NEW-SEQ TO WS-SEQ-EDIT
    MOVE WS-XMIT-COUNT TO WS-COUNT-EDIT
    DISPLAY "Outbound cut-over complete - sequence "
            FUNCTION TRIM(WS-SEQ-EDIT) ", "
            FUNCTION TRIM(WS-COUNT-EDIT)
            " message row(s) framed for the relay."
    STOP RUN.

*> LOAD-CONFIG: LOCK_STALE_SECONDS bounds the wait on the lock, as it
*> does for the ID counters.
LOAD-CONFIG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT = "35"
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

*> COPY-OUTBOUND-FILE: the live file's message rows into the temp file
*> between a fresh header and trailer. OUTBOUND-STAT "35" means there
*> is no file; any other failure to open sets RETURN-CODE 8.
COPY-OUTBOUND-FILE.
    MOVE 0 TO WS-XMIT-SEQ WS-NEW-SEQ WS-XMIT-COUNT WS-XMIT-HASH WS-ROW-NO
    MOVE 0 TO WS-TRL-COUNT WS-TRL-HASH
    MOVE "N" TO WS-FIRST-IS-HDR WS-LAST-IS-TRL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OUTBOUND-FILE
    IF OUTBOUND-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    IF OUTBOUND-STAT NOT = "00"
        DISPLAY "Outbound cut-over stopped - OutboundMessages.txt could not be opened (status "
                OUTBOUND-STAT "); nothing was replaced."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    *> First pass for the sequence already on the file, so the new
    *> header can be written ahead of the rows.
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OUTBOUND-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OUTBOUND-REC(1:4) = "HDR|"
                    PERFORM PARSE-OUTBOUND-HEADER
                END-IF
        END-READ
    END-PERFORM
    CLOSE OUTBOUND-FILE

    OPEN OUTPUT TEMP-FILE
    IF TEMP-STAT NOT = "00"
        DISPLAY "Outbound cut-over stopped - OutboundMessages.tmp could not be written (status "
                TEMP-STAT "); nothing was replaced."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    *> The header stamped is one past the last one on file; the old
    *> sequence stays in WS-XMIT-SEQ for the already-framed test.
    COMPUTE WS-NEW-SEQ = WS-XMIT-SEQ + 1
    MOVE SPACES TO TEMP-REC
    STRING "HDR|INCOLLEGE|" FUNCTION CURRENT-DATE(1:8) "|" WS-NEW-SEQ
        DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT OUTBOUND-FILE
    IF OUTBOUND-STAT NOT = "00"
        CLOSE TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
        DISPLAY "Outbound cut-over stopped - OutboundMessages.txt could not be reopened (status "
                OUTBOUND-STAT "); nothing was replaced."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OUTBOUND-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OUTBOUND-REC NOT = SPACES
                    ADD 1 TO WS-ROW-NO
                    MOVE "N" TO WS-LAST-IS-TRL
                    EVALUATE TRUE
                        WHEN OUTBOUND-REC(1:4) = "HDR|"
                            IF WS-ROW-NO = 1
                                MOVE "Y" TO WS-FIRST-IS-HDR
                            END-IF
                        WHEN OUTBOUND-REC(1:4) = "TRL|"
                            MOVE "Y" TO WS-LAST-IS-TRL
                            PERFORM PARSE-OUTBOUND-TRAILER
                        WHEN OTHER
                            MOVE OUTBOUND-REC TO TEMP-REC
                            ADD 1 TO WS-XMIT-COUNT
                            ADD FUNCTION LENGTH(FUNCTION TRIM(TEMP-REC TRAILING))
                                TO WS-XMIT-HASH
                            WRITE TEMP-REC
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OUTBOUND-FILE

    MOVE SPACES TO TEMP-REC
    STRING "TRL|" WS-XMIT-COUNT "|" WS-XMIT-HASH
        DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
    CLOSE TEMP-FILE
    EXIT PARAGRAPH.

PARSE-OUTBOUND-HEADER.
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
    EXIT PARAGRAPH.

PARSE-OUTBOUND-TRAILER.
    MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-P-COUNT WS-XMIT-P-HASH
    UNSTRING OUTBOUND-REC DELIMITED BY "|"
        INTO WS-XMIT-P-TYPE
             WS-XMIT-P-COUNT
             WS-XMIT-P-HASH
    END-UNSTRING
    MOVE 0 TO WS-TRL-COUNT WS-TRL-HASH
    IF FUNCTION TRIM(WS-XMIT-P-COUNT) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-XMIT-P-COUNT) TO WS-TRL-COUNT
    END-IF
    IF FUNCTION TRIM(WS-XMIT-P-HASH) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-XMIT-P-HASH) TO WS-TRL-HASH
    END-IF
    EXIT PARAGRAPH.

*> RECOUNT-OUTBOUND-FILE: the message rows on the live file now, just
*> before the swap - more than were copied means a row was queued
*> while the copy was being made.
RECOUNT-OUTBOUND-FILE.
    MOVE 0 TO WS-RECOUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OUTBOUND-FILE
    IF OUTBOUND-STAT NOT = "00"
        CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
        DISPLAY "Outbound cut-over stopped - OutboundMessages.txt could not be reopened (status "
                OUTBOUND-STAT "); nothing was replaced."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OUTBOUND-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OUTBOUND-REC NOT = SPACES
                   AND OUTBOUND-REC(1:4) NOT = "HDR|"
                   AND OUTBOUND-REC(1:4) NOT = "TRL|"
                    ADD 1 TO WS-RECOUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE OUTBOUND-FILE
    EXIT PARAGRAPH.

END PROGRAM OUTBOUNDCUTOVER.
