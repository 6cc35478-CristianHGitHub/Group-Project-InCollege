*> Stand-alone nightly stale-application escalation. Run this from
*> the job stream like SAVEDSEARCHALERTS. An application still in
*> Submitted after STALE_APPLICATION_DAYS business days (AppConfig.txt,
*> default 10 - two working weeks) is a stale one. Business days are
*> counted on the posting's campus calendar (../data/CampusCalendar.txt,
*> weekends always closed; a posting open to ALL campuses follows
*> MAIN), and nothing is escalated on a day that campus is closed -
*> those applications are picked up on its next business day. A stale
*> application gets the batch to write the posting's employer one
*> Notifications.txt and OutboundMessages.txt nudge listing their
*> stale applicants, and an aging report for career services bucketed
*> by days waiting. This is workflow escalation, not analytics - the
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/StaleApplicationReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT CALENDAR-FILE ASSIGN TO "../data/CampusCalendar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAL-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
01  NOTIFY-REC          PIC X(300).
FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).
FD  CALENDAR-FILE.
01  CALENDAR-REC        PIC X(120).

FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
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
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-STALE-DAYS       PIC 9(4) VALUE 10.
01  WS-TODAY            PIC 9(8).
01  WS-TODAY-INT        PIC 9(8).
01  WS-DAYS-WAITING     PIC S9(6) VALUE 0.
01  WS-NOTIFY-TEXT      PIC X(250).
01  WS-NOTIFY-PTR       PIC 9(3).

01  CAL-STAT            PIC XX.
01  WS-HELD-COUNT       PIC 9(6) VALUE 0.
01  WS-APP-POSTER       PIC X(50).
01  WS-APP-CAMPUS       PIC X(10).

*> Campus calendar (CAMPUS|FIRST-DATE|LAST-DATE|DESCRIPTION).
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

*> Aging buckets, in business days past the configured threshold.
01  WS-BUCKET-1         PIC 9(6) VALUE 0.
01  WS-BUCKET-2         PIC 9(6) VALUE 0.
01  WS-BUCKET-3         PIC 9(6) VALUE 0.
        10  WS-JOB-ID     PIC X(10).
        10  WS-JOB-POSTER PIC X(50).
        10  WS-JOB-TITLE  PIC X(100).
        10  WS-JOB-CAMPUS PIC X(10).

*> Stale applications found this pass.
01  WS-STALE-COUNT      PIC 9(4) VALUE 0.
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

*> Advisory lock (OutboundMessages.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  OUTBOUND-LOCK-STAT  PIC XX.
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    PERFORM LOAD-CONFIG
    PERFORM LOAD-CAMPUS-CALENDAR
    PERFORM LOAD-POSTINGS
    PERFORM FIND-STALE-APPLICATIONS
    PERFORM NUDGE-EMPLOYERS
                       AND CONFIG-VALUE IS NUMERIC
                        MOVE CONFIG-VALUE TO WS-STALE-DAYS
                    END-IF
                    IF FUNCTION UPPER-CASE(CONFIG-KEY) = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
            NOT AT END
                IF JOB-REC NOT = SPACES AND WS-JOB-COUNT < 1000
                    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME
                                   JOB-PARSED-TITLE JOB-PARSED-CAMPUS
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
                    ADD 1 TO WS-JOB-COUNT
                    MOVE FUNCTION TRIM(JOB-PARSED-ID)
                        TO WS-JOB-POSTER(WS-JOB-COUNT)
                    MOVE FUNCTION TRIM(JOB-PARSED-TITLE)
                        TO WS-JOB-TITLE(WS-JOB-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-CAMPUS))
                        TO WS-JOB-CAMPUS(WS-JOB-COUNT)
                END-IF
        END-READ
    END-PERFORM
                        MOVE APPLICATION-PARSED-DATE TO WS-DATE-NUM
                        COMPUTE WS-DAYS-WAITING = WS-TODAY-INT
                            - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                        *> Business days never outnumber calendar days,
                        *> so only a possible stale one is counted out.
                        IF WS-DAYS-WAITING > WS-STALE-DAYS
                            PERFORM FIND-APPLICATION-POSTING
                            MOVE WS-APP-CAMPUS TO WS-CAL-CHECK-CAMPUS
                            MOVE WS-TODAY TO WS-CAL-CHECK-DATE
                            PERFORM CHECK-BUSINESS-DAY
                            IF WS-CAL-OPEN = "N"
                                ADD 1 TO WS-HELD-COUNT
                            ELSE
                                PERFORM COUNT-BUSINESS-DAYS-WAITING
                                IF WS-DAYS-WAITING > WS-STALE-DAYS
                                    PERFORM RECORD-STALE-APPLICATION
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
    MOVE FUNCTION TRIM(APPLICATION-PARSED-ID)
        TO WS-STALE-APP-ID(WS-STALE-COUNT)
    MOVE WS-DAYS-WAITING TO WS-STALE-DAYS-W(WS-STALE-COUNT)
    MOVE WS-APP-POSTER TO WS-STALE-POSTER(WS-STALE-COUNT)

    *> Aging buckets: just past due, badly past due, ancient - a
    *> working week is 5 business days, a month about 21.
    EVALUATE TRUE
        WHEN WS-DAYS-WAITING <= WS-STALE-DAYS + 5
            ADD 1 TO WS-BUCKET-1
        WHEN WS-DAYS-WAITING <= WS-STALE-DAYS + 21
            ADD 1 TO WS-BUCKET-2
        WHEN OTHER
            ADD 1 TO WS-BUCKET-3
    END-EVALUATE
    EXIT PARAGRAPH.

*> FIND-APPLICATION-POSTING: the employer and campus of the posting
*> the application is on; the campus is MAIN when the posting is open
*> to ALL campuses or is no longer on file.
FIND-APPLICATION-POSTING.
    MOVE SPACES TO WS-APP-POSTER
    MOVE "MAIN" TO WS-APP-CAMPUS
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        IF WS-JOB-ID(WS-IDX)
           = FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
            MOVE WS-JOB-POSTER(WS-IDX) TO WS-APP-POSTER
            IF WS-JOB-CAMPUS(WS-IDX) NOT = SPACES
               AND WS-JOB-CAMPUS(WS-IDX) NOT = "ALL"
                MOVE WS-JOB-CAMPUS(WS-IDX) TO WS-APP-CAMPUS
            END-IF
            MOVE WS-JOB-COUNT TO WS-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> COUNT-BUSINESS-DAYS-WAITING: WS-DAYS-WAITING becomes the business
*> days on WS-CAL-CHECK-CAMPUS after the submission date up to and
*> including today.
COUNT-BUSINESS-DAYS-WAITING.
    MOVE 0 TO WS-DAYS-WAITING
    MOVE WS-DATE-NUM TO WS-CAL-CHECK-DATE
    PERFORM UNTIL WS-CAL-CHECK-DATE >= WS-TODAY
        COMPUTE WS-CAL-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE) + 1)
        PERFORM CHECK-BUSINESS-DAY
        IF WS-CAL-OPEN = "Y"
            ADD 1 TO WS-DAYS-WAITING
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> NUDGE-EMPLOYERS: one notification and one outbound row per
*> employer, listing their stale application IDs - a per-application
*> flood would itself get ignored.
    EXIT PARAGRAPH.

WRITE-OUTBOUND-ROW.
    MOVE WS-EMP-NAME(WS-IDX) TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-EMP-NAME(WS-IDX)) DELIMITED BY SIZE "|"
           "N"                                DELIMITED BY SIZE
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

WRITE-AGING-REPORT.
    MOVE SPACES TO REPORT-REC
    STRING "Applications in Submitted for more than " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
           " business day(s):" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Held until the posting's campus reopens: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Detail (application, employer, business days waiting):" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-STALE-COUNT = 0
        MOVE "  None - every application has been touched in time." TO REPORT-REC
               FUNCTION TRIM(WS-STALE-POSTER(WS-IDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
               " business day(s)" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    CLOSE REPORT-FILE
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

END PROGRAM STALEAPPLICATIONESCALATION.
