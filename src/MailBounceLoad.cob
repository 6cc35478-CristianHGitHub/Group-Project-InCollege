*> Stand-alone nightly load of the bounces the campus mail relay
*> reports, in the mold of REFERENCERESPONSELOAD. Run this directly
*> against ../data/MailBounces.txt, one
*>   RECIPIENT|BOUNCE-TYPE|DATE
*> row per bounce (RECIPIENT is the username the message went to, or
*> the address itself; BOUNCE-TYPE HARD or SOFT; DATE as YYYYMMDD).
*> Each bounce is logged against the account's current AR-EMAIL in
*> ../data/EmailBounceLog.txt
*>   USERNAME|EMAIL|TYPE|DATE|LOADED-DATE
*> (a bounce already logged is skipped, so re-running a feed is
*> harmless). One hard bounce, or SOFT_BOUNCE_LIMIT soft bounces
*> (AppConfig.txt, default 3) within SOFT_BOUNCE_WINDOW_DAYS (default
*> 30), marks the address undeliverable: a
*>   USERNAME|EMAIL|MARKED-DATE|REASON
*> row goes to ../data/UndeliverableEmails.txt, AR-EMAIL-VERIFIED is
*> cleared on the account, and the user gets an in-app notification
*> asking them to verify a working address. Every program that queues
*> OutboundMessages.txt rows skips an undeliverable user, RESENDOUTBOUND
*> stops re-queueing their failed rows, and the next login sends them
*> to Verify Email; verifying an address clears the row. Rejected rows
*> and the addresses marked are listed in ../data/MailBounceReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. MAILBOUNCELOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-FILE ASSIGN TO "../data/MailBounces.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT ACCOUNT-TEMP-FILE ASSIGN TO "../data/AccountRecords.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-TEMP-STAT.
    SELECT BOUNCE-LOG-FILE ASSIGN TO "../data/EmailBounceLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BOUNCE-LOG-STAT.
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/MailBounceReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  FEED-FILE.
01  FEED-REC            PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  ACCOUNT-TEMP-FILE.
01  ACCOUNT-TEMP-REC    PIC X(5200).

FD  BOUNCE-LOG-FILE.
01  BOUNCE-LOG-REC      PIC X(200).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).

WORKING-STORAGE SECTION.
01  FEED-STAT           PIC XX.
01  CONFIG-STAT         PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  ACCOUNT-TEMP-STAT   PIC XX.
01  BOUNCE-LOG-STAT     PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
01  NOTIFY-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-ACCOUNT-LIVE-PATH PIC X(40) VALUE "../data/AccountRecords.txt".
01  WS-ACCOUNT-TEMP-PATH PIC X(40) VALUE "../data/AccountRecords.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-ACCT-IDX         PIC 9(5) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".
01  WS-ROW-NUM          PIC 9(6) VALUE 0.
01  WS-ROW-EDIT         PIC Z(5)9.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-REJECT-REASON    PIC X(80).

01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-SOFT-LIMIT       PIC 9(4) VALUE 3.
01  WS-SOFT-WINDOW      PIC 9(4) VALUE 30.
01  WS-WINDOW-START     PIC 9(8) VALUE 0.
01  WS-SOFT-COUNT       PIC 9(4) VALUE 0.
01  WS-SOFT-EDIT        PIC ZZZ9.

01  WS-LOGGED-COUNT     PIC 9(6) VALUE 0.
01  WS-DUPLICATE-COUNT  PIC 9(6) VALUE 0.
01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
01  WS-MARKED-COUNT     PIC 9(6) VALUE 0.

*> The feed row being processed.
01  WS-ROW-RECIPIENT    PIC X(80).
01  WS-ROW-TYPE         PIC X(20).
01  WS-ROW-DATE         PIC X(20).
01  WS-BOUNCE-TYPE      PIC X(4).
01  WS-MARK-REASON      PIC X(40).

01  WS-P-USER           PIC X(50).
01  WS-P-EMAIL          PIC X(80).
01  WS-P-TYPE           PIC X(10).
01  WS-P-DATE           PIC X(10).
01  WS-P-LOADED         PIC X(10).

*> Accounts with an email on file.
01  WS-ACCT-COUNT       PIC 9(5) VALUE 0.
01  WS-ACCT-TABLE.
    05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
        10  WS-ACCT-USER      PIC X(50).
        10  WS-ACCT-KEY       PIC X(50).
        10  WS-ACCT-EMAIL     PIC X(80).
        10  WS-ACCT-EMAIL-KEY PIC X(80).
        10  WS-ACCT-VERIFIED  PIC X(1).
        10  WS-ACCT-MARKED    PIC X(1).

*> Bounces on file plus tonight's; WS-BL-NEW rows get appended.
01  WS-BL-COUNT         PIC 9(5) VALUE 0.
01  WS-BL-TABLE.
    05  WS-BL-ENTRY OCCURS 8000 TIMES.
        10  WS-BL-USER        PIC X(50).
        10  WS-BL-EMAIL       PIC X(80).
        10  WS-BL-TYPE        PIC X(4).
        10  WS-BL-DATE        PIC X(8).
        10  WS-BL-NEW         PIC X(1).

*> Addresses already marked undeliverable.
01  WS-UND-COUNT        PIC 9(5) VALUE 0.
01  WS-UND-TABLE.
    05  WS-UND-ENTRY OCCURS 3000 TIMES.
        10  WS-UND-USER       PIC X(50).
        10  WS-UND-EMAIL      PIC X(80).
        10  WS-UND-REASON     PIC X(40).
        10  WS-UND-NEW        PIC X(1).

*> Audit chain: every journal row ends in "|" and a 24-digit running
*> hash over the previous row's hash and the row's own text - see
*> CHAIN-AUDIT-ROW.
01  WS-CHAIN-ROW        PIC X(500).
01  WS-CHAIN-TEXT       PIC X(500).
01  WS-CHAIN-STORED     PIC X(24).
01  WS-CHAIN-LEN        PIC 9(4) VALUE 0.
01  WS-CHAIN-I          PIC 9(4) VALUE 0.
01  WS-CHAIN-ROWS       PIC 9(9) VALUE 0.
01  WS-CHAIN-SEEN       PIC 9(9) VALUE 0.
01  WS-CHAIN-LAST-ROW   PIC 9(9) VALUE 0.
01  WS-CHAIN-EOF        PIC X VALUE "N".
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A      PIC 9(12).
    05  WS-CHAIN-B      PIC 9(12).
01  WS-ANCHOR-DATE      PIC X(8).
01  WS-ANCHOR-FILE      PIC X(60).
01  WS-ANCHOR-ROWS      PIC X(12).
01  WS-ANCHOR-HASH      PIC X(30).

*> Advisory lock (AuditJournal.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  AUDIT-LOCK-STAT     PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Mail Relay Bounce Load - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM LOAD-CONFIG
    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-BOUNCE-LOG
    PERFORM LOAD-UNDELIVERABLE
    PERFORM LOAD-FEED

    IF WS-LOGGED-COUNT > 0
        PERFORM APPEND-BOUNCE-LOG
    END-IF
    IF WS-MARKED-COUNT > 0
        PERFORM APPEND-UNDELIVERABLE
        PERFORM CLEAR-VERIFIED-FLAGS
        PERFORM NOTIFY-MARKED-USERS
    END-IF

    PERFORM PRINT-TOTALS
    CLOSE REPORT-FILE

    DISPLAY "Mail bounce load complete. See ../data/MailBounceReport.txt"
    STOP RUN.

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
                    MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
                    MOVE FUNCTION TRIM(CONFIG-VALUE) TO CONFIG-VALUE
                    IF CONFIG-VALUE IS NUMERIC
                        EVALUATE FUNCTION UPPER-CASE(CONFIG-KEY)
                            WHEN "SOFT_BOUNCE_LIMIT"
                                MOVE CONFIG-VALUE TO WS-SOFT-LIMIT
                            WHEN "SOFT_BOUNCE_WINDOW_DAYS"
                                MOVE CONFIG-VALUE TO WS-SOFT-WINDOW
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                    IF FUNCTION UPPER-CASE(CONFIG-KEY) = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    IF WS-SOFT-LIMIT = 0
        MOVE 3 TO WS-SOFT-LIMIT
    END-IF
    IF WS-SOFT-WINDOW = 0
        MOVE 30 TO WS-SOFT-WINDOW
    END-IF
    EXIT PARAGRAPH.

LOAD-ACCOUNTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF AR-USERNAME NOT = SPACES AND WS-ACCT-COUNT < 5000
                    ADD 1 TO WS-ACCT-COUNT
                    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-ACCT-USER(WS-ACCT-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        TO WS-ACCT-KEY(WS-ACCT-COUNT)
                    MOVE FUNCTION TRIM(AR-EMAIL) TO WS-ACCT-EMAIL(WS-ACCT-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EMAIL))
                        TO WS-ACCT-EMAIL-KEY(WS-ACCT-COUNT)
                    MOVE AR-EMAIL-VERIFIED TO WS-ACCT-VERIFIED(WS-ACCT-COUNT)
                    MOVE "N" TO WS-ACCT-MARKED(WS-ACCT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

LOAD-BOUNCE-LOG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BOUNCE-LOG-FILE
    IF BOUNCE-LOG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BOUNCE-LOG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF BOUNCE-LOG-REC NOT = SPACES AND WS-BL-COUNT < 8000
                    MOVE SPACES TO WS-P-USER WS-P-EMAIL WS-P-TYPE WS-P-DATE
                    UNSTRING BOUNCE-LOG-REC DELIMITED BY "|"
                        INTO WS-P-USER WS-P-EMAIL WS-P-TYPE WS-P-DATE
                    END-UNSTRING
                    ADD 1 TO WS-BL-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                        TO WS-BL-USER(WS-BL-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-EMAIL))
                        TO WS-BL-EMAIL(WS-BL-COUNT)
                    MOVE FUNCTION TRIM(WS-P-TYPE) TO WS-BL-TYPE(WS-BL-COUNT)
                    MOVE FUNCTION TRIM(WS-P-DATE) TO WS-BL-DATE(WS-BL-COUNT)
                    MOVE "N" TO WS-BL-NEW(WS-BL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOUNCE-LOG-FILE
    EXIT PARAGRAPH.

LOAD-UNDELIVERABLE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ UNDELIVERABLE-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF UNDELIVERABLE-REC NOT = SPACES AND WS-UND-COUNT < 3000
                    MOVE SPACES TO WS-P-USER WS-P-EMAIL
                    UNSTRING UNDELIVERABLE-REC DELIMITED BY "|"
                        INTO WS-P-USER WS-P-EMAIL
                    END-UNSTRING
                    ADD 1 TO WS-UND-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                        TO WS-UND-USER(WS-UND-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-EMAIL))
                        TO WS-UND-EMAIL(WS-UND-COUNT)
                    MOVE "N" TO WS-UND-NEW(WS-UND-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
    EXIT PARAGRAPH.

LOAD-FEED.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEED-FILE
    IF FEED-STAT = "35"
        MOVE "  (no feed - MailBounces.txt is missing)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE "Rejected rows:" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM UNTIL EOF-FLAG = "Y"
        READ FEED-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FEED-REC NOT = SPACES
                    ADD 1 TO WS-ROW-NUM
                    PERFORM PROCESS-FEED-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEED-FILE
    EXIT PARAGRAPH.

*> PROCESS-FEED-ROW: match the recipient to an account (by username,
*> else by email address), log the bounce, and mark the address
*> undeliverable once it has bounced hard or too often soft.
PROCESS-FEED-ROW.
    MOVE SPACES TO WS-ROW-RECIPIENT WS-ROW-TYPE WS-ROW-DATE WS-REJECT-REASON
    UNSTRING FEED-REC DELIMITED BY "|"
        INTO WS-ROW-RECIPIENT WS-ROW-TYPE WS-ROW-DATE
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-RECIPIENT)) TO WS-ROW-RECIPIENT
    MOVE FUNCTION TRIM(WS-ROW-DATE) TO WS-ROW-DATE

    MOVE 0 TO WS-ACCT-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-ACCT-COUNT OR WS-ACCT-IDX > 0
        IF WS-ACCT-KEY(WS-IDX) = WS-ROW-RECIPIENT
            MOVE WS-IDX TO WS-ACCT-IDX
        END-IF
    END-PERFORM
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-ACCT-COUNT OR WS-ACCT-IDX > 0
        IF WS-ACCT-EMAIL-KEY(WS-IDX) = WS-ROW-RECIPIENT
           AND WS-ACCT-EMAIL-KEY(WS-IDX) NOT = SPACES
            MOVE WS-IDX TO WS-ACCT-IDX
        END-IF
    END-PERFORM
    IF WS-ROW-RECIPIENT = SPACES OR WS-ACCT-IDX = 0
        MOVE "no account with that username or email" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF WS-ACCT-EMAIL-KEY(WS-ACCT-IDX) = SPACES
        MOVE "account has no email address on file" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-TYPE))
        WHEN "HARD"
            MOVE "HARD" TO WS-BOUNCE-TYPE
        WHEN "SOFT"
            MOVE "SOFT" TO WS-BOUNCE-TYPE
        WHEN OTHER
            MOVE "bounce type must be HARD or SOFT" TO WS-REJECT-REASON
            PERFORM REJECT-ROW
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-ROW-DATE(1:8) IS NOT NUMERIC OR WS-ROW-DATE(9:1) NOT = SPACE
        MOVE "date must be YYYYMMDD" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-ROW-DATE(1:8))) NOT = 0
       OR WS-ROW-DATE(1:8) > WS-TODAY
        MOVE "date is not a calendar date on or before today" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    *> The same bounce already on the log - a re-sent feed.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-BL-COUNT OR WS-FOUND = "Y"
        IF WS-BL-USER(WS-IDX) = WS-ACCT-KEY(WS-ACCT-IDX)
           AND WS-BL-EMAIL(WS-IDX) = WS-ACCT-EMAIL-KEY(WS-ACCT-IDX)
           AND WS-BL-TYPE(WS-IDX) = WS-BOUNCE-TYPE
           AND WS-BL-DATE(WS-IDX) = WS-ROW-DATE(1:8)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        ADD 1 TO WS-DUPLICATE-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-BL-COUNT >= 8000
        MOVE "bounce log is full - archive EmailBounceLog.txt" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-BL-COUNT
    MOVE WS-ACCT-KEY(WS-ACCT-IDX) TO WS-BL-USER(WS-BL-COUNT)
    MOVE WS-ACCT-EMAIL-KEY(WS-ACCT-IDX) TO WS-BL-EMAIL(WS-BL-COUNT)
    MOVE WS-BOUNCE-TYPE TO WS-BL-TYPE(WS-BL-COUNT)
    MOVE WS-ROW-DATE(1:8) TO WS-BL-DATE(WS-BL-COUNT)
    MOVE "Y" TO WS-BL-NEW(WS-BL-COUNT)
    ADD 1 TO WS-LOGGED-COUNT

    *> Already undeliverable - nothing more to do.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-UND-COUNT
        IF WS-UND-USER(WS-IDX) = WS-ACCT-KEY(WS-ACCT-IDX)
           AND WS-UND-EMAIL(WS-IDX) = WS-ACCT-EMAIL-KEY(WS-ACCT-IDX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-MARK-REASON
    IF WS-BOUNCE-TYPE = "HARD"
        MOVE "HARD BOUNCE" TO WS-MARK-REASON
    ELSE
        COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ROW-DATE(1:8)))
            - WS-SOFT-WINDOW + 1)
        MOVE 0 TO WS-SOFT-COUNT
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BL-COUNT
            IF WS-BL-USER(WS-IDX) = WS-ACCT-KEY(WS-ACCT-IDX)
               AND WS-BL-EMAIL(WS-IDX) = WS-ACCT-EMAIL-KEY(WS-ACCT-IDX)
               AND WS-BL-TYPE(WS-IDX) = "SOFT"
               AND WS-BL-DATE(WS-IDX) >= WS-WINDOW-START
               AND WS-BL-DATE(WS-IDX) <= WS-ROW-DATE(1:8)
                ADD 1 TO WS-SOFT-COUNT
            END-IF
        END-PERFORM
        IF WS-SOFT-COUNT >= WS-SOFT-LIMIT
            MOVE WS-SOFT-COUNT TO WS-SOFT-EDIT
            STRING FUNCTION TRIM(WS-SOFT-EDIT) " SOFT BOUNCES"
                DELIMITED BY SIZE
                INTO WS-MARK-REASON
            END-STRING
        END-IF
    END-IF

    IF WS-MARK-REASON NOT = SPACES AND WS-UND-COUNT < 3000
        ADD 1 TO WS-UND-COUNT
        MOVE WS-ACCT-KEY(WS-ACCT-IDX) TO WS-UND-USER(WS-UND-COUNT)
        MOVE WS-ACCT-EMAIL-KEY(WS-ACCT-IDX) TO WS-UND-EMAIL(WS-UND-COUNT)
        MOVE WS-MARK-REASON TO WS-UND-REASON(WS-UND-COUNT)
        MOVE "Y" TO WS-UND-NEW(WS-UND-COUNT)
        MOVE "Y" TO WS-ACCT-MARKED(WS-ACCT-IDX)
        ADD 1 TO WS-MARKED-COUNT
    END-IF
    EXIT PARAGRAPH.

REJECT-ROW.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE WS-ROW-NUM TO WS-ROW-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Row " FUNCTION TRIM(WS-ROW-EDIT) " ("
           FUNCTION TRIM(WS-ROW-RECIPIENT) "): "
           FUNCTION TRIM(WS-REJECT-REASON)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

APPEND-BOUNCE-LOG.
    OPEN EXTEND BOUNCE-LOG-FILE
    IF BOUNCE-LOG-STAT = "35"
        OPEN OUTPUT BOUNCE-LOG-FILE
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BL-COUNT
        IF WS-BL-NEW(WS-IDX) = "Y"
            MOVE SPACES TO BOUNCE-LOG-REC
            STRING FUNCTION LOWER-CASE(FUNCTION TRIM(WS-BL-USER(WS-IDX)))
                       DELIMITED BY SIZE "|"
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WS-BL-EMAIL(WS-IDX)))
                       DELIMITED BY SIZE "|"
                   WS-BL-TYPE(WS-IDX)  DELIMITED BY SIZE "|"
                   WS-BL-DATE(WS-IDX)  DELIMITED BY SIZE "|"
                   WS-TODAY            DELIMITED BY SIZE
                INTO BOUNCE-LOG-REC
            END-STRING
            WRITE BOUNCE-LOG-REC
        END-IF
    END-PERFORM
    CLOSE BOUNCE-LOG-FILE
    EXIT PARAGRAPH.

*> APPEND-UNDELIVERABLE: the new marks, written with the account's own
*> spelling of the username and address.
APPEND-UNDELIVERABLE.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Addresses marked undeliverable:" TO REPORT-REC
    WRITE REPORT-REC
    OPEN EXTEND UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STAT = "35"
        OPEN OUTPUT UNDELIVERABLE-FILE
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-UND-COUNT
        IF WS-UND-NEW(WS-IDX) = "Y"
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-KEY(WS-ACCT-IDX) = WS-UND-USER(WS-IDX)
                CONTINUE
            END-PERFORM
            MOVE SPACES TO UNDELIVERABLE-REC
            STRING FUNCTION TRIM(WS-ACCT-USER(WS-ACCT-IDX))  DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-ACCT-EMAIL(WS-ACCT-IDX)) DELIMITED BY SIZE "|"
                   WS-TODAY                                  DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-UND-REASON(WS-IDX))      DELIMITED BY SIZE
                INTO UNDELIVERABLE-REC
            END-STRING
            WRITE UNDELIVERABLE-REC
            MOVE SPACES TO REPORT-REC
            STRING "  " FUNCTION TRIM(WS-ACCT-USER(WS-ACCT-IDX))
                   " <" FUNCTION TRIM(WS-ACCT-EMAIL(WS-ACCT-IDX)) "> - "
                   FUNCTION TRIM(WS-UND-REASON(WS-IDX))
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
    EXIT PARAGRAPH.

*> CLEAR-VERIFIED-FLAGS: account-file temp swap clearing
*> AR-EMAIL-VERIFIED on every newly marked account, each change
*> journaled.
CLEAR-VERIFIED-FLAGS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    IF WS-ACCT-MARKED(WS-ACCT-IDX) = "Y"
                       AND WS-ACCT-KEY(WS-ACCT-IDX)
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        IF AR-EMAIL-VERIFIED = "Y"
                            PERFORM WRITE-AUDIT-ROW
                        END-IF
                        MOVE "N" TO AR-EMAIL-VERIFIED
                    END-IF
                END-PERFORM
                MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                WRITE ACCOUNT-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

WRITE-AUDIT-ROW.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)       DELIMITED BY SIZE "|"
           "MAILBOUNCELOAD"                 DELIMITED BY SIZE "|"
           "ACCOUNT"                        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)       DELIMITED BY SIZE "|"
           "EMAIL-VERIFIED"                 DELIMITED BY SIZE "|"
           "Y"                              DELIMITED BY SIZE "|"
           "N"                              DELIMITED BY SIZE
        INTO WS-CHAIN-ROW
    END-STRING
    PERFORM ACQUIRE-AUDIT-LOCK
    PERFORM CHAIN-AUDIT-ROW
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STAT = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-CHAIN-ROW TO AUDIT-REC
    WRITE AUDIT-REC
    CLOSE AUDIT-FILE
    PERFORM RELEASE-AUDIT-LOCK
    EXIT PARAGRAPH.

*> NOTIFY-MARKED-USERS: mail can't reach them, so the in-app
*> notification is the only way they hear about it.
NOTIFY-MARKED-USERS.
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1 UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        IF WS-ACCT-MARKED(WS-ACCT-IDX) = "Y"
            MOVE SPACES TO NOTIFY-REC
            STRING FUNCTION TRIM(WS-ACCT-USER(WS-ACCT-IDX)) DELIMITED BY SIZE "|"
                   WS-TODAY                                 DELIMITED BY SIZE "|"
                   "N"                                      DELIMITED BY SIZE "|"
                   "Email to "                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACCT-EMAIL(WS-ACCT-IDX)) DELIMITED BY SIZE
                   " is bouncing, so we have stopped sending it. Please verify a working address from Verify Email."
                                                            DELIMITED BY SIZE
                INTO NOTIFY-REC
            END-STRING
            WRITE NOTIFY-REC
        END-IF
    END-PERFORM
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Totals" TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-LOGGED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Bounces logged:                 " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Already on the log:             " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Rows rejected:                  " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-MARKED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Addresses marked undeliverable: " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> ACQUIRE-AUDIT-LOCK / RELEASE-AUDIT-LOCK: AuditJournal.lock is held
*> from reading the last chain hash until the new row is on the
*> journal, so two writers can't both chain off the same row. The
*> wait is bounded by LOCK_STALE_SECONDS, after which the lock is
*> reclaimed as stale, the same way the ID counters' locks are.
ACQUIRE-AUDIT-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT AUDIT-LOCK-FILE
        IF AUDIT-LOCK-STAT = "35"
            OPEN OUTPUT AUDIT-LOCK-FILE
            CLOSE AUDIT-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE AUDIT-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "Warning: a stale audit journal lock was detected and reclaimed."
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    OPEN OUTPUT AUDIT-LOCK-FILE
    CLOSE AUDIT-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-AUDIT-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    EXIT PARAGRAPH.

*> CHAIN-AUDIT-ROW: finish the journal row built in WS-CHAIN-ROW with
*> its chain hash - "|" and 24 digits folded from the previous row's
*> hash through every character of this row. The previous hash is the
*> one the last chained row carries; rows after it without one
*> (written before the chain began) are folded in first, and a
*> journal with no chained row at all starts from the retention
*> sweep's latest anchor in AuditChainAnchor.txt, or from zeros.
*> AUDITCHAINVERIFY walks the journal by the same rule.
CHAIN-AUDIT-ROW.
    MOVE 0 TO WS-CHAIN-ROWS WS-CHAIN-LAST-ROW
    MOVE ZEROS TO WS-CHAIN-RUNNING
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STAT = "00"
        PERFORM UNTIL WS-CHAIN-EOF = "Y"
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO WS-CHAIN-EOF
                NOT AT END
                    IF AUDIT-REC NOT = SPACES
                        ADD 1 TO WS-CHAIN-ROWS
                        PERFORM SPLIT-CHAIN-ROW
                        IF WS-CHAIN-STORED NOT = SPACES
                            MOVE WS-CHAIN-ROWS TO WS-CHAIN-LAST-ROW
                            MOVE WS-CHAIN-STORED TO WS-CHAIN-RUNNING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF
    IF WS-CHAIN-LAST-ROW = 0
        PERFORM LOAD-CHAIN-ANCHOR
    END-IF
    IF WS-CHAIN-LAST-ROW < WS-CHAIN-ROWS
        PERFORM FOLD-UNCHAINED-TAIL
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHAIN-ROW TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 475
        MOVE 475 TO WS-CHAIN-LEN
        MOVE SPACES TO WS-CHAIN-ROW(476:25)
    END-IF
    MOVE WS-CHAIN-ROW TO WS-CHAIN-TEXT
    PERFORM FOLD-CHAIN-TEXT
    MOVE "|" TO WS-CHAIN-ROW(WS-CHAIN-LEN + 1:1)
    MOVE WS-CHAIN-RUNNING TO WS-CHAIN-ROW(WS-CHAIN-LEN + 2:24)
    EXIT PARAGRAPH.

*> SPLIT-CHAIN-ROW: WS-CHAIN-STORED is the hash AUDIT-REC ends in
*> (spaces when it carries none) and WS-CHAIN-LEN the length of the
*> text the hash covers.
SPLIT-CHAIN-ROW.
    MOVE SPACES TO WS-CHAIN-STORED
    MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-REC TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 25
        IF AUDIT-REC(WS-CHAIN-LEN - 24:1) = "|"
           AND AUDIT-REC(WS-CHAIN-LEN - 23:24) IS NUMERIC
            MOVE AUDIT-REC(WS-CHAIN-LEN - 23:24) TO WS-CHAIN-STORED
            SUBTRACT 25 FROM WS-CHAIN-LEN
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> FOLD-UNCHAINED-TAIL: second pass over the rows after the last
*> chained one.
FOLD-UNCHAINED-TAIL.
    MOVE 0 TO WS-CHAIN-SEEN
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT AUDIT-FILE
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                IF AUDIT-REC NOT = SPACES
                    ADD 1 TO WS-CHAIN-SEEN
                    IF WS-CHAIN-SEEN > WS-CHAIN-LAST-ROW
                        PERFORM SPLIT-CHAIN-ROW
                        MOVE AUDIT-REC TO WS-CHAIN-TEXT
                        PERFORM FOLD-CHAIN-TEXT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE
    EXIT PARAGRAPH.

*> FOLD-CHAIN-TEXT: run WS-CHAIN-TEXT(1:WS-CHAIN-LEN) through the two
*> hash lanes, each a polynomial over the character codes modulo a
*> twelve-digit prime, starting from WS-CHAIN-RUNNING.
FOLD-CHAIN-TEXT.
    PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
        UNTIL WS-CHAIN-I > WS-CHAIN-LEN
        COMPUTE WS-CHAIN-A = FUNCTION MOD(WS-CHAIN-A * 257
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999989)
        COMPUTE WS-CHAIN-B = FUNCTION MOD(WS-CHAIN-B * 263
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999959)
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-CHAIN-ANCHOR: the last DATE|ARCHIVE-FILE|ROWS|HASH row the
*> retention sweep wrote - the running hash of the rows it archived.
LOAD-CHAIN-ANCHOR.
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT CHAIN-ANCHOR-FILE
    IF CHAIN-ANCHOR-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ CHAIN-ANCHOR-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                MOVE SPACES TO WS-ANCHOR-DATE WS-ANCHOR-FILE
                               WS-ANCHOR-ROWS WS-ANCHOR-HASH
                UNSTRING CHAIN-ANCHOR-REC DELIMITED BY "|"
                    INTO WS-ANCHOR-DATE WS-ANCHOR-FILE
                         WS-ANCHOR-ROWS WS-ANCHOR-HASH
                END-UNSTRING
                IF WS-ANCHOR-HASH(1:24) IS NUMERIC
                    MOVE WS-ANCHOR-HASH(1:24) TO WS-CHAIN-RUNNING
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHAIN-ANCHOR-FILE
    EXIT PARAGRAPH.

END PROGRAM MAILBOUNCELOAD.
