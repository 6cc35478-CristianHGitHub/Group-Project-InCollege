*> Stand-alone nightly load of the replies users send back to the
*> campus mailer's message notices. InCollege stamps every direct-
*> message and application-thread notice with a reply token such as
*> [IC000000123] and records it in ../data/ReplyTokens.txt
*>   TOKEN|KIND|KEY|REPLIER|COUNTERPART|ISSUED
*> (KIND A = application thread, KEY its application ID; KIND M = a
*> direct message). The relay drops each reply it receives into
*> ../data/MailReplies.txt as
*>   FROM-ADDRESS|SUBJECT|RECEIVED-DATE|TEXT
*> and this run finds the token in the subject (or, failing that, the
*> text), checks the reply came from the token holder's address on
*> file, and posts the text to the thread exactly as if it had been
*> typed in: a Messages.txt row to the counterpart, or an
*> ApplicationMessages.txt row on the application. The same rules as
*> the online flows apply - a sender on a sending hold, a pair where
*> either has blocked the other, a direct message between users no
*> longer connected, or a user no longer party to the application is
*> refused. The counterpart gets the usual notice, itself carrying a
*> fresh token so the email conversation can continue. A reply already
*> posted (same thread, sender, date, and text) is skipped, so a
*> re-sent file is harmless. Unmatched and refused replies are listed
*> in ../data/MailReplyExceptions.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. MAILREPLYLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-FILE ASSIGN TO "../data/MailReplies.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STAT.
    SELECT TOKEN-FILE ASSIGN TO "../data/ReplyTokens.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TOKEN-STAT.
    SELECT TOKEN-ID-FILE ASSIGN TO "../data/ReplyTokenCounter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TOKEN-ID-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT HOLD-FILE ASSIGN TO "../data/SendingHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-STAT.
    SELECT BLOCKED-FILE ASSIGN TO "../data/BlockedUsers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BLOCKED-STAT.
    SELECT ESTABLISHED-FILE ASSIGN TO "../data/EstablishedConnections.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTABLISHED-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPLICATION-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT MESSAGE-FILE ASSIGN TO "../data/Messages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MESSAGE-STAT.
    SELECT APP-MSG-FILE ASSIGN TO "../data/ApplicationMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-MSG-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT NOTIFY-PREF-FILE ASSIGN TO "../data/NotificationPrefs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-PREF-STAT.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/MailReplyExceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  FEED-FILE.
01  FEED-REC            PIC X(600).

FD  TOKEN-FILE.
01  TOKEN-REC           PIC X(150).

FD  TOKEN-ID-FILE.
01  TOKEN-COUNTER-REC   PIC X(20).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  HOLD-FILE.
01  HOLD-REC            PIC X(200).

FD  BLOCKED-FILE.
01  BLOCKED-REC         PIC X(90).

FD  ESTABLISHED-FILE.
01  ESTABLISHED-REC.
    05  ER-USER-A       PIC X(40).
    05  ER-USER-B       PIC X(40).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(200).

FD  JOB-FILE.
01  JOB-REC             PIC X(1200).

FD  MESSAGE-FILE.
01  MESSAGE-REC         PIC X(350).

FD  APP-MSG-FILE.
01  APP-MSG-REC         PIC X(300).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  NOTIFY-PREF-FILE.
01  NOTIFY-PREF-REC     PIC X(100).

FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  FEED-STAT           PIC XX.
01  TOKEN-STAT          PIC XX.
01  TOKEN-ID-STAT       PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  HOLD-STAT           PIC XX.
01  BLOCKED-STAT        PIC XX.
01  ESTABLISHED-STAT    PIC XX.
01  APPLICATION-STAT    PIC XX.
01  JOB-STAT            PIC XX.
01  MESSAGE-STAT        PIC XX.
01  APP-MSG-STAT        PIC XX.
01  NOTIFY-STAT         PIC XX.
01  NOTIFY-PREF-STAT    PIC XX.
01  OUTBOUND-STAT       PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-SCAN-EOF         PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-FOUND            PIC X VALUE "N".
01  WS-POS              PIC 9(4) VALUE 0.
01  WS-PTR              PIC 9(4) VALUE 0.
01  WS-ROW-NUM          PIC 9(6) VALUE 0.
01  WS-ROW-EDIT         PIC Z(5)9.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-REJECT-REASON    PIC X(100).

01  WS-POSTED-COUNT     PIC 9(6) VALUE 0.
01  WS-DUPLICATE-COUNT  PIC 9(6) VALUE 0.
01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.

*> The reply being processed.
01  WS-RP-FROM          PIC X(80).
01  WS-RP-SUBJECT       PIC X(200).
01  WS-RP-DATE          PIC X(20).
01  WS-RP-TEXT          PIC X(200).
01  WS-RP-SCAN          PIC X(200).
01  WS-RP-TOKEN         PIC X(11).

*> The token it answers.
01  WS-TK-TOKEN         PIC X(11).
01  WS-TK-KIND          PIC X(1).
01  WS-TK-KEY           PIC X(10).
01  WS-TK-REPLIER       PIC X(50).
01  WS-TK-COUNTERPART   PIC X(50).
01  WS-TK-ISSUED        PIC X(8).

*> Lookups.
01  WS-LOOKUP-USER      PIC X(50).
01  WS-LOOKUP-EMAIL     PIC X(80).
01  WS-ACCOUNT-FOUND    PIC X VALUE "N".
01  WS-P-USER           PIC X(50).
01  WS-P-USER-B         PIC X(50).
01  WS-P-DATE           PIC X(10).
01  WS-P-FLAG           PIC X(10).
01  WS-P-TEXT           PIC X(200).
01  WS-P-APP-ID         PIC X(10).
01  WS-P-JOB-ID         PIC X(10).
01  WS-APP-USER         PIC X(50).
01  WS-APP-JOB-ID       PIC X(10).
01  WS-JOB-OWNER        PIC X(50).
01  WS-PREF-CAT         PIC X(12).
01  WS-PREF-SETTING     PIC X(10).

*> Onward notice to the counterpart.
01  WS-NEXT-ID-VALUE    PIC 9(9) VALUE 0.
01  WS-NEXT-ID-EDIT     PIC 9(9).
01  WS-NEW-SEQ          PIC 9(9) VALUE 0.
01  WS-NEW-TOKEN        PIC X(11).
01  WS-OUT-SUBJECT      PIC X(80).
01  WS-OUT-BODY         PIC X(200).

*> Advisory lock (OutboundMessages.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  OUTBOUND-LOCK-STAT  PIC XX.
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".
01  CONFIG-STAT         PIC XX.
01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-CONFIG-EOF       PIC X VALUE "N".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LOAD-LOCK-CONFIG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Mail Reply Load - Exceptions - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEED-FILE
    IF FEED-STAT = "35"
        MOVE "  (no replies - MailReplies.txt is missing)" TO REPORT-REC
        WRITE REPORT-REC
    ELSE
        MOVE "Unmatched or refused replies:" TO REPORT-REC
        WRITE REPORT-REC
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FEED-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FEED-REC NOT = SPACES
                        ADD 1 TO WS-ROW-NUM
                        PERFORM PROCESS-REPLY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEED-FILE
    END-IF

    PERFORM PRINT-TOTALS
    CLOSE REPORT-FILE

    DISPLAY "Mail reply load complete. See ../data/MailReplyExceptions.txt"
    STOP RUN.

*> PROCESS-REPLY: match one reply to its thread, apply the online
*> sending rules, and post it.
PROCESS-REPLY.
    MOVE SPACES TO WS-RP-FROM WS-RP-SUBJECT WS-RP-DATE WS-RP-TEXT
                   WS-RP-TOKEN WS-REJECT-REASON WS-TK-TOKEN
    MOVE 1 TO WS-PTR
    UNSTRING FEED-REC DELIMITED BY "|"
        INTO WS-RP-FROM WS-RP-SUBJECT WS-RP-DATE
        WITH POINTER WS-PTR
    END-UNSTRING
    *> The text is everything after the third pipe, pipes and all.
    IF WS-PTR <= 600
        MOVE FEED-REC(WS-PTR:) TO WS-RP-TEXT
    END-IF
    INSPECT WS-RP-TEXT REPLACING ALL "|" BY " "
    MOVE FUNCTION TRIM(WS-RP-FROM) TO WS-RP-FROM
    MOVE FUNCTION TRIM(WS-RP-DATE) TO WS-RP-DATE
    MOVE FUNCTION TRIM(WS-RP-TEXT) TO WS-RP-TEXT

    MOVE FUNCTION UPPER-CASE(WS-RP-SUBJECT) TO WS-RP-SCAN
    PERFORM FIND-TOKEN-IN-SCAN
    IF WS-RP-TOKEN = SPACES
        MOVE FUNCTION UPPER-CASE(WS-RP-TEXT) TO WS-RP-SCAN
        PERFORM FIND-TOKEN-IN-SCAN
    END-IF
    IF WS-RP-TOKEN = SPACES
        MOVE "no reply token in the subject or text" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    PERFORM LOOK-UP-TOKEN
    IF WS-FOUND = "N"
        MOVE "reply token is not on file" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    *> Only the user the notice went to may answer it.
    MOVE WS-TK-REPLIER TO WS-LOOKUP-USER
    PERFORM LOOK-UP-ACCOUNT
    IF WS-ACCOUNT-FOUND = "N"
        MOVE "the token's user no longer has an account" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF
    IF WS-LOOKUP-EMAIL = SPACES
       OR FUNCTION UPPER-CASE(WS-LOOKUP-EMAIL)
          NOT = FUNCTION UPPER-CASE(WS-RP-FROM)
        MOVE SPACES TO WS-REJECT-REASON
        STRING "sender address is not the address on file for "
               FUNCTION TRIM(WS-TK-REPLIER)
            DELIMITED BY SIZE
            INTO WS-REJECT-REASON
        END-STRING
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    IF WS-RP-DATE(1:8) IS NOT NUMERIC OR WS-RP-DATE(9:1) NOT = SPACE
        MOVE "received date must be YYYYMMDD" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RP-DATE(1:8))) NOT = 0
       OR WS-RP-DATE(1:8) > WS-TODAY
        MOVE "received date is not a calendar date on or before today" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    IF WS-RP-TEXT = SPACES
        MOVE "reply has no text" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-SENDING-HOLD
    IF WS-FOUND = "Y"
        MOVE "sender is on a sending hold" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-BLOCKED
    IF WS-FOUND = "Y"
        MOVE "one of the two users has blocked the other" TO WS-REJECT-REASON
        PERFORM REJECT-REPLY
        EXIT PARAGRAPH
    END-IF

    IF WS-TK-KIND = "M"
        PERFORM CHECK-CONNECTED
        IF WS-FOUND = "N"
            MOVE "the two users are no longer connected" TO WS-REJECT-REASON
            PERFORM REJECT-REPLY
            EXIT PARAGRAPH
        END-IF
    ELSE
        PERFORM FIND-APPLICATION
        IF WS-FOUND = "N"
            MOVE "the application is no longer on file" TO WS-REJECT-REASON
            PERFORM REJECT-REPLY
            EXIT PARAGRAPH
        END-IF
        PERFORM FIND-JOB-OWNER
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
              NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-USER))
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
              NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-OWNER))
            MOVE "sender is no longer a party to the application" TO WS-REJECT-REASON
            PERFORM REJECT-REPLY
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM CHECK-ALREADY-POSTED
    IF WS-FOUND = "Y"
        ADD 1 TO WS-DUPLICATE-COUNT
        EXIT PARAGRAPH
    END-IF

    IF WS-TK-KIND = "M"
        PERFORM APPEND-DIRECT-MESSAGE
        PERFORM NOTIFY-COUNTERPART
    ELSE
        PERFORM APPEND-THREAD-MESSAGE
    END-IF
    PERFORM QUEUE-ONWARD-NOTICE
    ADD 1 TO WS-POSTED-COUNT
    EXIT PARAGRAPH.

*> FIND-TOKEN-IN-SCAN: first [ICnnnnnnnnn] in WS-RP-SCAN.
FIND-TOKEN-IN-SCAN.
    PERFORM VARYING WS-POS FROM 1 BY 1
        UNTIL WS-POS > 188 OR WS-RP-TOKEN NOT = SPACES
        IF WS-RP-SCAN(WS-POS:3) = "[IC"
           AND WS-RP-SCAN(WS-POS + 3:9) IS NUMERIC
           AND WS-RP-SCAN(WS-POS + 12:1) = "]"
            MOVE WS-RP-SCAN(WS-POS + 1:11) TO WS-RP-TOKEN
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LOOK-UP-TOKEN.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT TOKEN-FILE
    IF TOKEN-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
        READ TOKEN-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-TK-TOKEN WS-TK-KIND WS-TK-KEY
                               WS-TK-REPLIER WS-TK-COUNTERPART WS-TK-ISSUED
                UNSTRING TOKEN-REC DELIMITED BY "|"
                    INTO WS-TK-TOKEN WS-TK-KIND WS-TK-KEY
                         WS-TK-REPLIER WS-TK-COUNTERPART WS-TK-ISSUED
                END-UNSTRING
                IF FUNCTION UPPER-CASE(WS-TK-TOKEN) = WS-RP-TOKEN
                    MOVE "Y" TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE TOKEN-FILE
    EXIT PARAGRAPH.

*> LOOK-UP-ACCOUNT: WS-ACCOUNT-FOUND and WS-LOOKUP-EMAIL for
*> WS-LOOKUP-USER.
LOOK-UP-ACCOUNT.
    MOVE "N" TO WS-ACCOUNT-FOUND
    MOVE SPACES TO WS-LOOKUP-EMAIL
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-ACCOUNT-FOUND = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-USER))
                    MOVE "Y" TO WS-ACCOUNT-FOUND
                    MOVE FUNCTION TRIM(AR-EMAIL) TO WS-LOOKUP-EMAIL
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

*> CHECK-SENDING-HOLD: the abuse scan's holds stop email replies just
*> as they stop Send Message.
CHECK-SENDING-HOLD.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT HOLD-FILE
    IF HOLD-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
        READ HOLD-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-P-USER
                UNSTRING HOLD-REC DELIMITED BY "|"
                    INTO WS-P-USER
                END-UNSTRING
                IF WS-P-USER NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
                    MOVE "Y" TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE
    EXIT PARAGRAPH.

*> CHECK-BLOCKED: a block in either direction (BLOCKER|BLOCKED).
CHECK-BLOCKED.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT BLOCKED-FILE
    IF BLOCKED-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
        READ BLOCKED-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-P-USER WS-P-USER-B
                UNSTRING BLOCKED-REC DELIMITED BY "|"
                    INTO WS-P-USER WS-P-USER-B
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER)) TO WS-P-USER
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER-B)) TO WS-P-USER-B
                IF (WS-P-USER = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
                    AND WS-P-USER-B = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-COUNTERPART)))
                   OR
                   (WS-P-USER = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-COUNTERPART))
                    AND WS-P-USER-B = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER)))
                    MOVE "Y" TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE BLOCKED-FILE
    EXIT PARAGRAPH.

*> CHECK-CONNECTED: direct messages only pass between established
*> connections, in either order.
CHECK-CONNECTED.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT ESTABLISHED-FILE
    IF ESTABLISHED-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
        READ ESTABLISHED-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                IF (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-COUNTERPART)))
                   OR
                   (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-COUNTERPART))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER)))
                    MOVE "Y" TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE ESTABLISHED-FILE
    EXIT PARAGRAPH.

FIND-APPLICATION.
    MOVE "N" TO WS-FOUND
    MOVE SPACES TO WS-APP-USER WS-APP-JOB-ID
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-P-APP-ID WS-P-USER WS-P-JOB-ID
                UNSTRING APPLICATION-REC DELIMITED BY "|"
                    INTO WS-P-APP-ID WS-P-USER WS-P-JOB-ID
                END-UNSTRING
                IF WS-P-APP-ID NOT = SPACES
                   AND FUNCTION TRIM(WS-P-APP-ID) = FUNCTION TRIM(WS-TK-KEY)
                    MOVE "Y" TO WS-FOUND
                    MOVE WS-P-USER TO WS-APP-USER
                    MOVE WS-P-JOB-ID TO WS-APP-JOB-ID
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

FIND-JOB-OWNER.
    MOVE SPACES TO WS-JOB-OWNER
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT JOB-FILE
    IF JOB-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-P-JOB-ID WS-P-USER
                UNSTRING JOB-REC DELIMITED BY "|"
                    INTO WS-P-JOB-ID WS-P-USER
                END-UNSTRING
                IF WS-P-JOB-ID NOT = SPACES
                   AND FUNCTION TRIM(WS-P-JOB-ID) = FUNCTION TRIM(WS-APP-JOB-ID)
                    MOVE WS-P-USER TO WS-JOB-OWNER
                    MOVE "Y" TO WS-SCAN-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

*> CHECK-ALREADY-POSTED: the same reply from an earlier run of the
*> same file is already on the thread.
CHECK-ALREADY-POSTED.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-SCAN-EOF
    IF WS-TK-KIND = "M"
        OPEN INPUT MESSAGE-FILE
        IF MESSAGE-STAT NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
            READ MESSAGE-FILE
                AT END
                    MOVE "Y" TO WS-SCAN-EOF
                NOT AT END
                    MOVE SPACES TO WS-P-USER WS-P-USER-B WS-P-DATE
                                   WS-P-FLAG WS-P-TEXT
                    UNSTRING MESSAGE-REC DELIMITED BY "|"
                        INTO WS-P-USER WS-P-USER-B WS-P-DATE
                             WS-P-FLAG WS-P-TEXT
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER-B))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-COUNTERPART))
                       AND WS-P-DATE(1:8) = WS-RP-DATE(1:8)
                       AND WS-P-TEXT = WS-RP-TEXT
                        MOVE "Y" TO WS-FOUND
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MESSAGE-FILE
    ELSE
        OPEN INPUT APP-MSG-FILE
        IF APP-MSG-STAT NOT = "00"
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
            READ APP-MSG-FILE
                AT END
                    MOVE "Y" TO WS-SCAN-EOF
                NOT AT END
                    MOVE SPACES TO WS-P-APP-ID WS-P-USER WS-P-DATE WS-P-TEXT
                    UNSTRING APP-MSG-REC DELIMITED BY "|"
                        INTO WS-P-APP-ID WS-P-USER WS-P-DATE WS-P-TEXT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-P-APP-ID) = FUNCTION TRIM(WS-TK-KEY)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-REPLIER))
                       AND WS-P-DATE(1:8) = WS-RP-DATE(1:8)
                       AND WS-P-TEXT = WS-RP-TEXT
                        MOVE "Y" TO WS-FOUND
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APP-MSG-FILE
    END-IF
    EXIT PARAGRAPH.

*> APPEND-DIRECT-MESSAGE: SENDER|RECIPIENT|DATE|READ-FLAG|TEXT, the
*> row Send Message writes, dated the day the reply was received.
APPEND-DIRECT-MESSAGE.
    OPEN EXTEND MESSAGE-FILE
    IF MESSAGE-STAT = "35"
        OPEN OUTPUT MESSAGE-FILE
    END-IF
    MOVE SPACES TO MESSAGE-REC
    STRING FUNCTION TRIM(WS-TK-REPLIER)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TK-COUNTERPART) DELIMITED BY SIZE "|"
           WS-RP-DATE(1:8)                  DELIMITED BY SIZE "|"
           "N"                              DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RP-TEXT)        DELIMITED BY SIZE
        INTO MESSAGE-REC
    END-STRING
    WRITE MESSAGE-REC
    CLOSE MESSAGE-FILE
    EXIT PARAGRAPH.

*> APPEND-THREAD-MESSAGE: APPLICATION-ID|SENDER|DATE|TEXT.
APPEND-THREAD-MESSAGE.
    OPEN EXTEND APP-MSG-FILE
    IF APP-MSG-STAT = "35"
        OPEN OUTPUT APP-MSG-FILE
    END-IF
    MOVE SPACES TO APP-MSG-REC
    STRING FUNCTION TRIM(WS-TK-KEY)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TK-REPLIER)     DELIMITED BY SIZE "|"
           WS-RP-DATE(1:8)                  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RP-TEXT)        DELIMITED BY SIZE
        INTO APP-MSG-REC
    END-STRING
    WRITE APP-MSG-REC
    CLOSE APP-MSG-FILE
    EXIT PARAGRAPH.

*> NOTIFY-COUNTERPART: the in-app notice Send Message leaves, unless
*> the counterpart has turned MESSAGE notifications off.
NOTIFY-COUNTERPART.
    MOVE "MESSAGE" TO WS-PREF-CAT
    PERFORM LOOK-UP-PREF
    IF WS-PREF-SETTING = "OFF"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-TK-COUNTERPART) DELIMITED BY SIZE "|"
           WS-TODAY                         DELIMITED BY SIZE "|"
           "N"                              DELIMITED BY SIZE "|"
           "You have a new message from "   DELIMITED BY SIZE
           FUNCTION TRIM(WS-TK-REPLIER)     DELIMITED BY SIZE
           "."                              DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

*> QUEUE-ONWARD-NOTICE: email the counterpart the reply with a fresh
*> token of their own, routed the way ADD-OUTBOUND-MESSAGE routes a
*> MESSAGE event - not to a bouncing address, an INAPP or OFF
*> preference, or a daily-digest user.
QUEUE-ONWARD-NOTICE.
    MOVE WS-TK-COUNTERPART TO WS-LOOKUP-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "MESSAGE" TO WS-PREF-CAT
    PERFORM LOOK-UP-PREF
    IF WS-PREF-SETTING = "INAPP" OR WS-PREF-SETTING = "OFF"
        EXIT PARAGRAPH
    END-IF
    MOVE "DIGEST" TO WS-PREF-CAT
    PERFORM LOOK-UP-PREF
    IF WS-PREF-SETTING = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM GET-NEXT-REPLY-TOKEN
    MOVE SPACES TO WS-NEW-TOKEN
    STRING "IC" DELIMITED BY SIZE
           WS-NEW-SEQ DELIMITED BY SIZE
        INTO WS-NEW-TOKEN
    END-STRING
    OPEN EXTEND TOKEN-FILE
    IF TOKEN-STAT = "35"
        OPEN OUTPUT TOKEN-FILE
    END-IF
    MOVE SPACES TO TOKEN-REC
    STRING WS-NEW-TOKEN                     DELIMITED BY SIZE "|"
           WS-TK-KIND                       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TK-KEY)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TK-COUNTERPART) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TK-REPLIER)     DELIMITED BY SIZE "|"
           WS-TODAY                         DELIMITED BY SIZE
        INTO TOKEN-REC
    END-STRING
    WRITE TOKEN-REC
    CLOSE TOKEN-FILE

    MOVE SPACES TO WS-OUT-SUBJECT
    IF WS-TK-KIND = "A"
        STRING "New message on application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TK-KEY) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               WS-NEW-TOKEN DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
            INTO WS-OUT-SUBJECT
        END-STRING
    ELSE
        STRING "New InCollege message from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TK-REPLIER) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               WS-NEW-TOKEN DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
            INTO WS-OUT-SUBJECT
        END-STRING
    END-IF
    MOVE SPACES TO WS-OUT-BODY
    STRING "Reply to this email to answer - keep [" DELIMITED BY SIZE
           WS-NEW-TOKEN DELIMITED BY SIZE
           "] in the subject. " DELIMITED BY SIZE
           FUNCTION TRIM(WS-TK-REPLIER) DELIMITED BY SIZE
           " wrote: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RP-TEXT) DELIMITED BY SIZE
        INTO WS-OUT-BODY
        ON OVERFLOW CONTINUE
    END-STRING

    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-TK-COUNTERPART) DELIMITED BY SIZE "|"
           "MESSAGE"                        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OUT-SUBJECT)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OUT-BODY)       DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)      DELIMITED BY SIZE "|"
           "N"                              DELIMITED BY SIZE
        INTO OUTBOUND-REC
    END-STRING
    MOVE OUTBOUND-REC TO WS-XMIT-NEW-ROW
    PERFORM APPEND-OUTBOUND-ROW
    EXIT PARAGRAPH.

*> APPEND-OUTBOUND-ROW: queue WS-XMIT-NEW-ROW for the mail relay. Rows
*> are only ever appended here, under OutboundMessages.lock so a row
*> can't land between OUTBOUNDCUTOVER's copy of the file and its swap;
*> OUTBOUNDCUTOVER wraps the file in its HDR/TRL control records at
*> hand-off, just before the relay collects it.
APPEND-OUTBOUND-ROW.
    PERFORM ACQUIRE-OUTBOUND-LOCK
    OPEN EXTEND OUTBOUND-FILE
    IF OUTBOUND-STAT = "35"
        OPEN OUTPUT OUTBOUND-FILE
    END-IF
    MOVE WS-XMIT-NEW-ROW TO OUTBOUND-REC
    WRITE OUTBOUND-REC
    CLOSE OUTBOUND-FILE
    PERFORM RELEASE-OUTBOUND-LOCK
    EXIT PARAGRAPH.

*> LOAD-LOCK-CONFIG: LOCK_STALE_SECONDS (AppConfig.txt, default 60)
*> bounds the wait on the advisory locks, as it does for the ID
*> counters.
LOAD-LOCK-CONFIG.
    MOVE "N" TO WS-CONFIG-EOF
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CONFIG-EOF = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO WS-CONFIG-EOF
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

*> ACQUIRE-OUTBOUND-LOCK / RELEASE-OUTBOUND-LOCK: OutboundMessages.lock,
*> shared with OUTBOUNDCUTOVER and RESENDOUTBOUND; the wait is bounded
*> by LOCK_STALE_SECONDS, after which the lock is reclaimed as stale.
ACQUIRE-OUTBOUND-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT OUTBOUND-LOCK-FILE
        IF OUTBOUND-LOCK-STAT = "35"
            OPEN OUTPUT OUTBOUND-LOCK-FILE
            CLOSE OUTBOUND-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE OUTBOUND-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "Warning: a stale outbound message lock was detected and reclaimed."
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    OPEN OUTPUT OUTBOUND-LOCK-FILE
    CLOSE OUTBOUND-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-OUTBOUND-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    EXIT PARAGRAPH.

*> GET-NEXT-REPLY-TOKEN: the counter InCollege's notices draw from.
GET-NEXT-REPLY-TOKEN.
    OPEN INPUT TOKEN-ID-FILE
    IF TOKEN-ID-STAT = "35"
        MOVE 0 TO WS-NEXT-ID-VALUE
        MOVE "N" TO WS-SCAN-EOF
        OPEN INPUT TOKEN-FILE
        IF TOKEN-STAT NOT = "35"
            PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ TOKEN-FILE
                    AT END
                        MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                        IF TOKEN-REC NOT = SPACES
                            ADD 1 TO WS-NEXT-ID-VALUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TOKEN-FILE
        END-IF
        ADD 1 TO WS-NEXT-ID-VALUE GIVING WS-NEW-SEQ
    ELSE
        READ TOKEN-ID-FILE
            AT END
                MOVE 1 TO WS-NEW-SEQ
        END-READ
        IF FUNCTION TRIM(TOKEN-COUNTER-REC) IS NUMERIC
           AND FUNCTION TRIM(TOKEN-COUNTER-REC) NOT = SPACES
            MOVE FUNCTION TRIM(TOKEN-COUNTER-REC) TO WS-NEW-SEQ
        ELSE
            MOVE 1 TO WS-NEW-SEQ
        END-IF
        CLOSE TOKEN-ID-FILE
    END-IF

    COMPUTE WS-NEXT-ID-VALUE = WS-NEW-SEQ + 1
    MOVE WS-NEXT-ID-VALUE TO WS-NEXT-ID-EDIT
    OPEN OUTPUT TOKEN-ID-FILE
    WRITE TOKEN-COUNTER-REC FROM WS-NEXT-ID-EDIT
    CLOSE TOKEN-ID-FILE
    EXIT PARAGRAPH.

*> LOOK-UP-PREF: WS-TK-COUNTERPART's NotificationPrefs.txt setting for
*> WS-PREF-CAT; no row means BOTH.
LOOK-UP-PREF.
    MOVE "BOTH" TO WS-PREF-SETTING
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT NOTIFY-PREF-FILE
    IF NOTIFY-PREF-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y"
        READ NOTIFY-PREF-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-P-USER WS-P-USER-B WS-P-FLAG
                UNSTRING NOTIFY-PREF-REC DELIMITED BY "|"
                    INTO WS-P-USER WS-P-USER-B WS-P-FLAG
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TK-COUNTERPART))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER-B))
                   = FUNCTION TRIM(WS-PREF-CAT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-FLAG))
                        TO WS-PREF-SETTING
                    MOVE "Y" TO WS-SCAN-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-PREF-FILE
    EXIT PARAGRAPH.

*> CHECK-UNDELIVERABLE: WS-FOUND = "Y" when MAILBOUNCELOAD has marked
*> WS-LOOKUP-USER's email address undeliverable.
CHECK-UNDELIVERABLE.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-SCAN-EOF
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-FOUND = "Y"
        READ UNDELIVERABLE-FILE
            AT END
                MOVE "Y" TO WS-SCAN-EOF
            NOT AT END
                MOVE SPACES TO WS-P-USER
                UNSTRING UNDELIVERABLE-REC DELIMITED BY "|"
                    INTO WS-P-USER
                END-UNSTRING
                IF WS-P-USER NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-USER))
                    MOVE "Y" TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
    EXIT PARAGRAPH.

REJECT-REPLY.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE WS-ROW-NUM TO WS-ROW-EDIT
    MOVE SPACES TO REPORT-REC
    IF WS-RP-TOKEN = SPACES
        STRING "  Row " FUNCTION TRIM(WS-ROW-EDIT) " from "
               FUNCTION TRIM(WS-RP-FROM) ": "
               FUNCTION TRIM(WS-REJECT-REASON)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        STRING "  Row " FUNCTION TRIM(WS-ROW-EDIT) " from "
               FUNCTION TRIM(WS-RP-FROM) " [" WS-RP-TOKEN "]: "
               FUNCTION TRIM(WS-REJECT-REASON)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Totals" TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Replies posted:             " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Already posted:             " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Unmatched or refused:       " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM MAILREPLYLOAD.
