*> Stand-alone nightly certification-expiry pass. Run this from the job
*> stream the same way INTERVIEWREMINDERS is run. Every row in
*> Certifications.txt (USERNAME|SEQ|NAME|ISSUER|CREDENTIAL-ID|
*> ISSUE-DATE|EXPIRY-DATE|STATUS|REMINDED) carrying an expiry date is
*> checked against today: the student gets a renewal reminder once the
*> credential is within 60 days of expiring and again within 14 days,
*> and a row already past its expiry date is marked Expired (with a
*> final notice) so it is never shown as current. REMINDED records the
*> tightest reminder already sent ("60", "14", or "EX"), so a rerun on
*> the same night - or the next night - queues nothing twice; a
*> credential first seen inside 14 days gets only the 14-day reminder.
*> Rows are rewritten through the usual temp-file swap.
IDENTIFICATION DIVISION.
PROGRAM-ID. CERTIFICATIONREMINDERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CERTIFICATION-FILE ASSIGN TO "../data/Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERTIFICATION-STAT.
    SELECT TEMP-FILE ASSIGN TO "../data/Certifications.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  CERTIFICATION-FILE.
01  CERTIFICATION-REC   PIC X(300).

FD  TEMP-FILE.
01  TEMP-REC            PIC X(300).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  CERTIFICATION-STAT  PIC XX.
01  TEMP-STAT           PIC XX.
01  NOTIFY-STAT         PIC XX.
01  OUTBOUND-STAT       PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
01  WS-UND-CHECK-USER   PIC X(50).
01  WS-UND-USER         PIC X(50).
01  WS-UND-FOUND        PIC X VALUE "N".
01  WS-UND-EOF          PIC X VALUE "N".
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC 9(8).
01  WS-TODAY-INT        PIC 9(8).
01  WS-EXPIRY-NUM       PIC 9(8).
01  WS-DAYS-LEFT        PIC S9(8).
01  WS-DAYS-EDIT        PIC Z9.
01  WS-CERT-PATH        PIC X(40) VALUE "../data/Certifications.txt".
01  WS-TEMP-PATH        PIC X(40) VALUE "../data/Certifications.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-RECIPIENT        PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-REMINDER-COUNT   PIC 9(6) VALUE 0.
01  WS-EXPIRED-COUNT    PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT-2     PIC ZZZ,ZZ9.
01  WS-REPORT-LINE      PIC X(120).

01  WS-PCT-PARSED-USER    PIC X(50).
01  WS-PCT-PARSED-SEQ     PIC X(2).
01  WS-PCT-PARSED-NAME    PIC X(60).
01  WS-PCT-PARSED-ISSUER  PIC X(60).
01  WS-PCT-PARSED-CRED-ID PIC X(30).
01  WS-PCT-PARSED-ISSUED  PIC X(8).
01  WS-PCT-PARSED-EXPIRES PIC X(8).
01  WS-PCT-PARSED-STATE   PIC X(7).
01  WS-PCT-PARSED-REMINDED PIC X(2).

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
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    MOVE "N" TO EOF-FLAG
    OPEN INPUT CERTIFICATION-FILE
    IF CERTIFICATION-STAT = "35"
        DISPLAY "Certification expiry pass complete - no certifications on file."
        STOP RUN
    END-IF
    OPEN OUTPUT TEMP-FILE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ CERTIFICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CERTIFICATION-REC NOT = SPACES
                    PERFORM PARSE-CERTIFICATION-RECORD
                    IF WS-PCT-PARSED-EXPIRES IS NUMERIC
                        PERFORM CHECK-CERTIFICATION-EXPIRY
                    END-IF
                    PERFORM WRITE-TEMP-CERTIFICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE CERTIFICATION-FILE
    CLOSE TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-CERT-PATH
    CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-CERT-PATH
        RETURNING WS-RENAME-STATUS

    MOVE WS-REMINDER-COUNT TO WS-COUNT-EDIT
    MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT-2
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Certification expiry pass complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)            DELIMITED BY SIZE
           " reminder(s) queued, "                 DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2)          DELIMITED BY SIZE
           " certification(s) marked expired."     DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    STOP RUN.

PARSE-CERTIFICATION-RECORD.
    MOVE SPACES TO WS-PCT-PARSED-USER WS-PCT-PARSED-SEQ
                   WS-PCT-PARSED-NAME WS-PCT-PARSED-ISSUER
                   WS-PCT-PARSED-CRED-ID WS-PCT-PARSED-ISSUED
                   WS-PCT-PARSED-EXPIRES WS-PCT-PARSED-STATE
                   WS-PCT-PARSED-REMINDED
    UNSTRING CERTIFICATION-REC DELIMITED BY "|"
        INTO WS-PCT-PARSED-USER
             WS-PCT-PARSED-SEQ
             WS-PCT-PARSED-NAME
             WS-PCT-PARSED-ISSUER
             WS-PCT-PARSED-CRED-ID
             WS-PCT-PARSED-ISSUED
             WS-PCT-PARSED-EXPIRES
             WS-PCT-PARSED-STATE
             WS-PCT-PARSED-REMINDED
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-CERTIFICATION-EXPIRY: expire a lapsed row, otherwise send the
*> 60- or 14-day reminder if it is due and not already sent.
CHECK-CERTIFICATION-EXPIRY.
    MOVE WS-PCT-PARSED-EXPIRES TO WS-EXPIRY-NUM
    COMPUTE WS-DAYS-LEFT =
        FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM) - WS-TODAY-INT
    MOVE WS-PCT-PARSED-USER TO WS-RECIPIENT

    IF WS-DAYS-LEFT < 0
        IF FUNCTION TRIM(WS-PCT-PARSED-STATE) NOT = "Expired"
           OR WS-PCT-PARSED-REMINDED NOT = "EX"
            MOVE "Expired" TO WS-PCT-PARSED-STATE
            MOVE "EX" TO WS-PCT-PARSED-REMINDED
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING "Your certification " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCT-PARSED-NAME) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCT-PARSED-ISSUER) DELIMITED BY SIZE
                   ") expired on " DELIMITED BY SIZE
                   WS-PCT-PARSED-EXPIRES DELIMITED BY SIZE
                   " and now shows as expired on your profile." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM WRITE-NOTIFY-ROW
            PERFORM WRITE-OUTBOUND-ROW
            ADD 1 TO WS-EXPIRED-COUNT
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "Current" TO WS-PCT-PARSED-STATE
    IF WS-DAYS-LEFT <= 14
        IF WS-PCT-PARSED-REMINDED = "14"
            EXIT PARAGRAPH
        END-IF
        MOVE "14" TO WS-PCT-PARSED-REMINDED
    ELSE
        IF WS-DAYS-LEFT <= 60
            IF WS-PCT-PARSED-REMINDED = "60"
                EXIT PARAGRAPH
            END-IF
            MOVE "60" TO WS-PCT-PARSED-REMINDED
        ELSE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Renewal reminder: your certification " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-PARSED-NAME) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-PARSED-ISSUER) DELIMITED BY SIZE
           ") expires on " DELIMITED BY SIZE
           WS-PCT-PARSED-EXPIRES DELIMITED BY SIZE
           ", in " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
           " day(s)." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-NOTIFY-ROW
    PERFORM WRITE-OUTBOUND-ROW
    ADD 1 TO WS-REMINDER-COUNT
    EXIT PARAGRAPH.

WRITE-TEMP-CERTIFICATION.
    MOVE SPACES TO TEMP-REC
    STRING FUNCTION TRIM(WS-PCT-PARSED-USER)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-SEQ)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-NAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-ISSUER)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-CRED-ID)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-ISSUED)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-EXPIRES)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-STATE)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-PARSED-REMINDED) DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
    EXIT PARAGRAPH.

WRITE-NOTIFY-ROW.
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-RECIPIENT)    DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)     DELIMITED BY SIZE "|"
           "N"                            DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT)  DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

WRITE-OUTBOUND-ROW.
    MOVE WS-RECIPIENT TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-RECIPIENT)    DELIMITED BY SIZE "|"
           "CERTEXPIRY"                   DELIMITED BY SIZE "|"
           "Certification renewal"        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT)  DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE "|"
           "N"                            DELIMITED BY SIZE
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

END PROGRAM CERTIFICATIONREMINDERS.
