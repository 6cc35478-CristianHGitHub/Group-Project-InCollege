*> Stand-alone nightly post-hire retention check-in batch. Run this from
*> the job stream the same way INTERVIEWREMINDERS is run. It scans
*> Offers.txt for Accepted offers carrying an agreed start date and,
*> once 30 and again 90 days have passed since that date, asks both
*> parties - the hired student and the posting's employer - whether
*> the student is still employed. Each question is a Pending row in
*> EmploymentCheckins.txt (APPLICATION-ID|CHECKPOINT|PARTY|USERNAME|
*> STUDENT|START-DATE|ASKED-DATE|ANSWER|ANSWERED-DATE) plus a
*> Notifications.txt row and an OutboundMessages.txt row; the answers
*> come back through Employment Check-In in InCollege.cob, and
*> PLACEMENTOUTCOMES counts retained hires from them. A checkpoint is
*> asked once per application; a hire first seen after its 90-day
*> date is asked only the 90-day question.
IDENTIFICATION DIVISION.
PROGRAM-ID. HIRERETENTIONCHECKINS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OFFER-FILE ASSIGN TO "../data/Offers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OFFER-STAT.
    SELECT CHECKIN-FILE ASSIGN TO "../data/EmploymentCheckins.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKIN-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
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
FD  OFFER-FILE.
01  OFFER-REC           PIC X(100).

FD  CHECKIN-FILE.
01  CHECKIN-REC         PIC X(200).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

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
01  OFFER-STAT          PIC XX.
01  CHECKIN-STAT        PIC XX.
01  APP-STAT            PIC XX.
01  JOB-STAT            PIC XX.
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
01  APP-EOF-FLAG        PIC X VALUE "N".
01  JOB-EOF-FLAG        PIC X VALUE "N".
01  WS-TODAY            PIC 9(8).
01  WS-TODAY-INT        PIC 9(8).
01  WS-START-NUM        PIC 9(8).
01  WS-DAYS-SINCE       PIC S9(8).
01  WS-CHECKPOINT       PIC X(3).
01  WS-PARTY            PIC X(10).
01  WS-RECIPIENT        PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-ALREADY-ASKED    PIC X VALUE "N".
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-QUEUED-COUNT     PIC 9(4) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-REPORT-LINE      PIC X(120).

01  WS-OFFER-PARSED-APP-ID PIC X(10).
01  WS-OFFER-PARSED-RESPOND-BY PIC X(8).
01  WS-OFFER-PARSED-STATUS PIC X(10).
01  WS-OFFER-PARSED-EXTENDED PIC X(8).
01  WS-OFFER-PARSED-DECIDED PIC X(8).
01  WS-OFFER-PARSED-START PIC X(8).

*> Application/checkpoint pairs already asked, loaded up front so a
*> rerun on the same night queues nothing twice. Once the table is
*> full (WS-ASKED-FULL), a pair not found in it is looked up in
*> EmploymentCheckins.txt itself.
01  WS-ASKED-COUNT      PIC 9(4) VALUE 0.
01  WS-ASKED-FULL       PIC X VALUE "N".
01  WS-ASKED-EOF        PIC X VALUE "N".
01  WS-ASKED-TABLE.
    05  WS-ASKED-ENTRY OCCURS 3000 TIMES.
        10  WS-ASKED-APP-ID     PIC X(10).
        10  WS-ASKED-CHECKPOINT PIC X(3).
01  WS-CHK-PARSED-APP-ID PIC X(10).
01  WS-CHK-PARSED-CHECKPOINT PIC X(3).

01  APPLICATION-PARSED-ID       PIC X(10).
01  APPLICATION-PARSED-USERNAME PIC X(50).
01  APPLICATION-PARSED-JOB-ID   PIC X(10).
01  APPLICATION-PARSED-STATUS   PIC X(20).
01  APPLICATION-PARSED-DATE     PIC X(8).
01  WS-APP-FOUND        PIC X VALUE "N".

01  JOB-PARSED-ID       PIC X(10).
01  JOB-PARSED-USERNAME PIC X(50).
01  WS-JOB-FOUND        PIC X VALUE "N".

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

    PERFORM LOAD-ASKED-CHECKINS

    MOVE "N" TO EOF-FLAG
    OPEN INPUT OFFER-FILE
    IF OFFER-STAT = "35"
        DISPLAY "Retention check-in pass complete - no offers on file."
        STOP RUN
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OFFER-REC NOT = SPACES
                    PERFORM PARSE-OFFER-RECORD
                    IF FUNCTION TRIM(WS-OFFER-PARSED-STATUS) = "Accepted"
                       AND WS-OFFER-PARSED-START IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-OFFER-PARSED-START)) = 0
                        PERFORM CHECK-OFFER-CHECKPOINTS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFER-FILE

    MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Retention check-in pass complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)          DELIMITED BY SIZE
           " check-in(s) queued."                DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    STOP RUN.

LOAD-ASKED-CHECKINS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CHECKIN-FILE
    IF CHECKIN-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CHECKIN-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CHECKIN-REC NOT = SPACES AND WS-ASKED-COUNT >= 3000
                    MOVE "Y" TO WS-ASKED-FULL
                    MOVE "Y" TO EOF-FLAG
                END-IF
                IF CHECKIN-REC NOT = SPACES AND WS-ASKED-COUNT < 3000
                    MOVE SPACES TO WS-CHK-PARSED-APP-ID WS-CHK-PARSED-CHECKPOINT
                    UNSTRING CHECKIN-REC DELIMITED BY "|"
                        INTO WS-CHK-PARSED-APP-ID
                             WS-CHK-PARSED-CHECKPOINT
                    END-UNSTRING
                    ADD 1 TO WS-ASKED-COUNT
                    MOVE FUNCTION TRIM(WS-CHK-PARSED-APP-ID)
                        TO WS-ASKED-APP-ID(WS-ASKED-COUNT)
                    MOVE FUNCTION TRIM(WS-CHK-PARSED-CHECKPOINT)
                        TO WS-ASKED-CHECKPOINT(WS-ASKED-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHECKIN-FILE
    EXIT PARAGRAPH.

PARSE-OFFER-RECORD.
    MOVE SPACES TO WS-OFFER-PARSED-APP-ID
    MOVE SPACES TO WS-OFFER-PARSED-RESPOND-BY
    MOVE SPACES TO WS-OFFER-PARSED-STATUS
    MOVE SPACES TO WS-OFFER-PARSED-EXTENDED
    MOVE SPACES TO WS-OFFER-PARSED-DECIDED
    MOVE SPACES TO WS-OFFER-PARSED-START
    UNSTRING OFFER-REC DELIMITED BY "|"
        INTO WS-OFFER-PARSED-APP-ID
             WS-OFFER-PARSED-RESPOND-BY
             WS-OFFER-PARSED-STATUS
             WS-OFFER-PARSED-EXTENDED
             WS-OFFER-PARSED-DECIDED
             WS-OFFER-PARSED-START
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-OFFER-CHECKPOINTS: which checkpoint (if any) is due for this
*> hire tonight - the 90-day one supersedes a 30-day one never asked.
CHECK-OFFER-CHECKPOINTS.
    MOVE WS-OFFER-PARSED-START TO WS-START-NUM
    COMPUTE WS-DAYS-SINCE =
        WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-START-NUM)
    MOVE SPACES TO WS-CHECKPOINT
    IF WS-DAYS-SINCE >= 90
        MOVE "90" TO WS-CHECKPOINT
    ELSE
        IF WS-DAYS-SINCE >= 30
            MOVE "30" TO WS-CHECKPOINT
        END-IF
    END-IF
    IF WS-CHECKPOINT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-ALREADY-ASKED
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-ASKED-COUNT OR WS-ALREADY-ASKED = "Y"
        IF WS-ASKED-APP-ID(WS-IDX) = FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
           AND WS-ASKED-CHECKPOINT(WS-IDX) = WS-CHECKPOINT
            MOVE "Y" TO WS-ALREADY-ASKED
        END-IF
    END-PERFORM
    IF WS-ALREADY-ASKED = "N" AND WS-ASKED-FULL = "Y"
        PERFORM FIND-ASKED-IN-FILE
    END-IF
    IF WS-ALREADY-ASKED = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-APPLICATION
    IF WS-APP-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE "STUDENT" TO WS-PARTY
    MOVE APPLICATION-PARSED-USERNAME TO WS-RECIPIENT
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Employment check-in: it has been " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CHECKPOINT) DELIMITED BY SIZE
           " days since your start date on application #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-OFFER-PARSED-APP-ID) DELIMITED BY SIZE
           " - are you still employed there? Answer under Employment Check-In." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM QUEUE-CHECKIN

    PERFORM FIND-JOB-POSTER
    IF WS-JOB-FOUND = "Y"
        MOVE "EMPLOYER" TO WS-PARTY
        MOVE JOB-PARSED-USERNAME TO WS-RECIPIENT
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Employment check-in: it has been " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CHECKPOINT) DELIMITED BY SIZE
               " days since " DELIMITED BY SIZE
               FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE
               " started (application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OFFER-PARSED-APP-ID) DELIMITED BY SIZE
               ") - is the student still employed with you? Answer under Employment Check-In." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM QUEUE-CHECKIN
    END-IF

    IF WS-ASKED-COUNT < 3000
        ADD 1 TO WS-ASKED-COUNT
        MOVE FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
            TO WS-ASKED-APP-ID(WS-ASKED-COUNT)
        MOVE WS-CHECKPOINT TO WS-ASKED-CHECKPOINT(WS-ASKED-COUNT)
    ELSE
        MOVE "Y" TO WS-ASKED-FULL
    END-IF
    EXIT PARAGRAPH.

*> FIND-ASKED-IN-FILE: WS-ALREADY-ASKED is "Y" when
*> EmploymentCheckins.txt already holds this application/checkpoint
*> pair - the check for pairs the full table could not hold.
FIND-ASKED-IN-FILE.
    MOVE "N" TO WS-ASKED-EOF
    OPEN INPUT CHECKIN-FILE
    IF CHECKIN-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-ASKED-EOF = "Y" OR WS-ALREADY-ASKED = "Y"
        READ CHECKIN-FILE
            AT END
                MOVE "Y" TO WS-ASKED-EOF
            NOT AT END
                IF CHECKIN-REC NOT = SPACES
                    MOVE SPACES TO WS-CHK-PARSED-APP-ID WS-CHK-PARSED-CHECKPOINT
                    UNSTRING CHECKIN-REC DELIMITED BY "|"
                        INTO WS-CHK-PARSED-APP-ID
                             WS-CHK-PARSED-CHECKPOINT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-CHK-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
                       AND FUNCTION TRIM(WS-CHK-PARSED-CHECKPOINT)
                       = WS-CHECKPOINT
                        MOVE "Y" TO WS-ALREADY-ASKED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHECKIN-FILE
    EXIT PARAGRAPH.

*> QUEUE-CHECKIN: the Pending question row for WS-PARTY/WS-RECIPIENT,
*> then the notification and outbound copies of WS-NOTIFY-TEXT.
QUEUE-CHECKIN.
    OPEN EXTEND CHECKIN-FILE
    IF CHECKIN-STAT = "35"
        OPEN OUTPUT CHECKIN-FILE
    END-IF
    MOVE SPACES TO CHECKIN-REC
    STRING FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-CHECKPOINT)               DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PARTY)                    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RECIPIENT)                DELIMITED BY SIZE "|"
           FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE "|"
           WS-OFFER-PARSED-START                      DELIMITED BY SIZE "|"
           WS-TODAY                                   DELIMITED BY SIZE "|"
           "Pending"                                  DELIMITED BY SIZE "|"
        INTO CHECKIN-REC
    END-STRING
    WRITE CHECKIN-REC
    CLOSE CHECKIN-FILE

    PERFORM WRITE-NOTIFY-ROW
    PERFORM WRITE-OUTBOUND-ROW
    ADD 1 TO WS-QUEUED-COUNT
    EXIT PARAGRAPH.

FIND-APPLICATION.
    MOVE "N" TO WS-APP-FOUND
    MOVE "N" TO APP-EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL APP-EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO APP-EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    MOVE SPACES TO APPLICATION-PARSED-ID
                                   APPLICATION-PARSED-USERNAME
                                   APPLICATION-PARSED-JOB-ID
                                   APPLICATION-PARSED-STATUS
                                   APPLICATION-PARSED-DATE
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO APPLICATION-PARSED-ID
                             APPLICATION-PARSED-USERNAME
                             APPLICATION-PARSED-JOB-ID
                             APPLICATION-PARSED-STATUS
                             APPLICATION-PARSED-DATE
                    END-UNSTRING
                    IF FUNCTION TRIM(APPLICATION-PARSED-ID)
                       = FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
                        MOVE "Y" TO WS-APP-FOUND
                        MOVE "Y" TO APP-EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

FIND-JOB-POSTER.
    MOVE "N" TO WS-JOB-FOUND
    MOVE "N" TO JOB-EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL JOB-EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO JOB-EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO JOB-PARSED-ID
                             JOB-PARSED-USERNAME
                    END-UNSTRING
                    IF FUNCTION TRIM(JOB-PARSED-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                        MOVE "Y" TO WS-JOB-FOUND
                        MOVE "Y" TO JOB-EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
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
           "CHECKIN"                      DELIMITED BY SIZE "|"
           "Employment check-in"          DELIMITED BY SIZE "|"
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

END PROGRAM HIRERETENTIONCHECKINS.
