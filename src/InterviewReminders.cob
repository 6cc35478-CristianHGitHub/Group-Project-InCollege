*> Stand-alone nightly interview reminder batch. Run this from the
*> job stream the same way SAVEDSEARCHALERTS is run. It scans
*> Interviews.txt for Confirmed slots coming up and queues a
*> reminder for both sides - the student on the application and the
*> posting's employer - through Notifications.txt and
*> OutboundMessages.txt, replacing the printout a staff member works
*> through by hand today. Reminders go out on business days of the
*> posting's campus (../data/CampusCalendar.txt, weekends always
*> closed; a posting open to ALL campuses follows MAIN): nothing is
*> sent on a closed day, so a business day's run covers every slot up
*> to and including the campus's next business day - Friday's run
*> reminds the weekend's and Monday's interviews.
IDENTIFICATION DIVISION.
PROGRAM-ID. INTERVIEWREMINDERS.

    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT CALENDAR-FILE ASSIGN TO "../data/CampusCalendar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAL-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  CALENDAR-FILE.
01  CALENDAR-REC        PIC X(120).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  INTERVIEW-STAT      PIC XX.
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
01  WS-TOMORROW         PIC 9(8).
01  WS-DAY-NUMBER       PIC 9(8).
01  WS-REMINDER-COUNT   PIC 9(4) VALUE 0.
01  WS-HELD-COUNT       PIC 9(4) VALUE 0.
01  WS-SLOT-CAMPUS      PIC X(10).
01  WS-SLOT-WHEN        PIC X(12).
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-REPORT-LINE      PIC X(120).
01  WS-NOTIFY-TEXT      PIC X(200).

01  JOB-PARSED-ID       PIC X(10).
01  JOB-PARSED-USERNAME PIC X(50).
01  JOB-PARSED-TITLE    PIC X(100).
01  JOB-PARSED-DESC     PIC X(200).
01  JOB-PARSED-EMPLOYER PIC X(100).
01  JOB-PARSED-LOCATION PIC X(100).
01  JOB-PARSED-SALARY   PIC X(50).
01  JOB-PARSED-POSTING-STATUS PIC X(10).
01  JOB-PARSED-POSTED-DATE PIC X(8).
01  JOB-PARSED-TYPE     PIC X(15).
01  JOB-PARSED-CAMPUS   PIC X(10).
01  WS-JOB-FOUND        PIC X VALUE "N".

*> Campus calendar (CAMPUS|FIRST-DATE|LAST-DATE|DESCRIPTION).
01  CAL-STAT            PIC XX.
01  WS-CAL-EOF          PIC X VALUE "N".
01  WS-CAL-COUNT        PIC 9(3) VALUE 0.
01  WS-CAL-IDX          PIC 9(3) VALUE 0.
01  WS-CAL-TABLE.
    05  WS-CAL-ENTRY OCCURS 500 TIMES.
        10  WS-CAL-CAMPUS    PIC X(10).
        10  WS-CAL-FIRST     PIC 9(8).
        10  WS-CAL-LAST      PIC 9(8).
01  WS-CAL-P-CAMPUS     PIC X(10).
01  WS-CAL-P-FIRST      PIC X(8).
01  WS-CAL-P-LAST       PIC X(8).
01  WS-CAL-CHECK-CAMPUS PIC X(10).
01  WS-CAL-CHECK-DATE   PIC 9(8) VALUE 0.
01  WS-CAL-CHECK-INT    PIC 9(8) VALUE 0.
01  WS-CAL-OPEN         PIC X VALUE "Y".
01  WS-CAL-STEPS        PIC 9(4) VALUE 0.

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
    COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1
    COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
    PERFORM LOAD-CAMPUS-CALENDAR

    MOVE "N" TO EOF-FLAG
    OPEN INPUT INTERVIEW-FILE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-INT-PARSED-STATUS) = "Confirmed"
                       AND WS-INT-PARSED-DATE IS NUMERIC
                       AND WS-INT-PARSED-DATE > WS-TODAY
                        PERFORM SEND-REMINDERS-FOR-SLOT
                    END-IF
                END-IF
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    IF WS-HELD-COUNT > 0
        MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
        MOVE SPACES TO WS-REPORT-LINE
        STRING FUNCTION TRIM(WS-COUNT-EDIT)                    DELIMITED BY SIZE
               " interview(s) not reminded - campus closed today." DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        END-STRING
        DISPLAY WS-REPORT-LINE
    END-IF
    STOP RUN.

*> SEND-REMINDERS-FOR-SLOT: resolve the application to its student and
*> the posting to its employer and campus; when today is a business
*> day there and the slot falls on or before its next business day,
*> queue a reminder for each.
SEND-REMINDERS-FOR-SLOT.
    PERFORM FIND-APPLICATION
    IF WS-APP-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-JOB-POSTER

    MOVE "MAIN" TO WS-SLOT-CAMPUS
    IF WS-JOB-FOUND = "Y"
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-CAMPUS))
            TO WS-CAL-CHECK-CAMPUS
        IF WS-CAL-CHECK-CAMPUS NOT = SPACES
           AND WS-CAL-CHECK-CAMPUS NOT = "ALL"
            MOVE WS-CAL-CHECK-CAMPUS TO WS-SLOT-CAMPUS
        END-IF
    END-IF
    MOVE WS-SLOT-CAMPUS TO WS-CAL-CHECK-CAMPUS
    MOVE WS-TODAY TO WS-CAL-CHECK-DATE
    PERFORM CHECK-BUSINESS-DAY
    IF WS-CAL-OPEN = "N"
        IF WS-INT-PARSED-DATE = WS-TOMORROW
            ADD 1 TO WS-HELD-COUNT
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOMORROW TO WS-CAL-CHECK-DATE
    PERFORM ROLL-TO-BUSINESS-DAY
    IF WS-INT-PARSED-DATE > WS-CAL-CHECK-DATE
        EXIT PARAGRAPH
    END-IF
    IF WS-INT-PARSED-DATE = WS-TOMORROW
        MOVE "tomorrow" TO WS-SLOT-WHEN
    ELSE
        MOVE "coming up" TO WS-SLOT-WHEN
    END-IF

    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Reminder: your interview on application #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-INT-PARSED-APP-ID) DELIMITED BY SIZE
           " is " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLOT-WHEN) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-INT-PARSED-DATE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INT-PARSED-TIME) DELIMITED BY SIZE
    PERFORM WRITE-OUTBOUND-ROW
    ADD 1 TO WS-REMINDER-COUNT

    IF WS-JOB-FOUND = "Y"
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Reminder: the interview on application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INT-PARSED-APP-ID) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE
               ") is " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SLOT-WHEN) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INT-PARSED-DATE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INT-PARSED-TIME) DELIMITED BY SIZE
            NOT AT END
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME
                                   JOB-PARSED-CAMPUS
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO JOB-PARSED-ID
                             JOB-PARSED-USERNAME
                             JOB-PARSED-TITLE
                             JOB-PARSED-DESC
                             JOB-PARSED-EMPLOYER
                             JOB-PARSED-LOCATION
                             JOB-PARSED-SALARY
                             JOB-PARSED-POSTING-STATUS
                             JOB-PARSED-POSTED-DATE
                             JOB-PARSED-TYPE
                             JOB-PARSED-CAMPUS
                    END-UNSTRING
                    IF FUNCTION TRIM(JOB-PARSED-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
    EXIT PARAGRAPH.

WRITE-OUTBOUND-ROW.
    MOVE WS-RECIPIENT TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-RECIPIENT)    DELIMITED BY SIZE "|"
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

*> LOAD-CAMPUS-CALENDAR: every closure on file into WS-CAL-TABLE (a
*> blank campus reads as ALL, a blank last date as a one-day closure).
LOAD-CAMPUS-CALENDAR.
    MOVE 0 TO WS-CAL-COUNT
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT CALENDAR-FILE
    IF CAL-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CAL-EOF = "Y"
        READ CALENDAR-FILE
            AT END
                MOVE "Y" TO WS-CAL-EOF
            NOT AT END
                IF CALENDAR-REC NOT = SPACES AND WS-CAL-COUNT < 500
                    MOVE SPACES TO WS-CAL-P-CAMPUS WS-CAL-P-FIRST WS-CAL-P-LAST
                    UNSTRING CALENDAR-REC DELIMITED BY "|"
                        INTO WS-CAL-P-CAMPUS
                             WS-CAL-P-FIRST
                             WS-CAL-P-LAST
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAL-P-CAMPUS))
                        TO WS-CAL-P-CAMPUS
                    IF WS-CAL-P-CAMPUS = SPACES
                        MOVE "ALL" TO WS-CAL-P-CAMPUS
                    END-IF
                    IF WS-CAL-P-LAST = SPACES
                        MOVE WS-CAL-P-FIRST TO WS-CAL-P-LAST
                    END-IF
                    IF WS-CAL-P-FIRST IS NUMERIC
                       AND WS-CAL-P-LAST IS NUMERIC
                        ADD 1 TO WS-CAL-COUNT
                        MOVE WS-CAL-P-CAMPUS TO WS-CAL-CAMPUS(WS-CAL-COUNT)
                        MOVE WS-CAL-P-FIRST TO WS-CAL-FIRST(WS-CAL-COUNT)
                        MOVE WS-CAL-P-LAST TO WS-CAL-LAST(WS-CAL-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE
    EXIT PARAGRAPH.

*> CHECK-BUSINESS-DAY: WS-CAL-OPEN is "Y" when WS-CAL-CHECK-DATE is a
*> weekday with no closure on file for WS-CAL-CHECK-CAMPUS or for ALL.
CHECK-BUSINESS-DAY.
    MOVE "Y" TO WS-CAL-OPEN
    COMPUTE WS-CAL-CHECK-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE)
    *> Day 1 of the integer calendar (1601-01-01) was a Monday.
    IF FUNCTION MOD(WS-CAL-CHECK-INT - 1, 7) >= 5
        MOVE "N" TO WS-CAL-OPEN
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CAL-OPEN = "N"
        IF (WS-CAL-CAMPUS(WS-CAL-IDX) = "ALL"
            OR WS-CAL-CAMPUS(WS-CAL-IDX) = WS-CAL-CHECK-CAMPUS)
           AND WS-CAL-CHECK-DATE >= WS-CAL-FIRST(WS-CAL-IDX)
           AND WS-CAL-CHECK-DATE <= WS-CAL-LAST(WS-CAL-IDX)
            MOVE "N" TO WS-CAL-OPEN
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> ROLL-TO-BUSINESS-DAY: WS-CAL-CHECK-DATE moves forward to the first
*> business day on or after it (a year of steps at most).
ROLL-TO-BUSINESS-DAY.
    MOVE 0 TO WS-CAL-STEPS
    PERFORM CHECK-BUSINESS-DAY
    PERFORM UNTIL WS-CAL-OPEN = "Y" OR WS-CAL-STEPS >= 366
        COMPUTE WS-CAL-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE) + 1)
        ADD 1 TO WS-CAL-STEPS
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
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

END PROGRAM INTERVIEWREMINDERS.
