*> Stand-alone monthly resume-review turnaround report for career
*> services. Run this directly at the start of each month, the same
*> way APPOINTMENTREPORT is run. From ../data/ResumeReviews.txt
*> (REVIEW-ID|STUDENT|SUBMITTED-DATE|STATUS|REVIEWER|CLAIMED-DATE|
*> RETURNED-DATE|RATING|SUMMARY) it shows, for the report month:
*> requests submitted and withdrawn, and for every review returned in
*> the month the days it sat in the queue (submitted to claimed), the
*> days the reviewer held it (claimed to returned) and the total
*> turnaround (submitted to returned) - overall and per reviewer, with
*> the average rating each reviewer gave. A snapshot of the queue as of
*> the run date follows: requests still waiting, the oldest wait, and
*> requests claimed but not yet returned. The month is
*> RESUME_REVIEW_REPORT_MONTH=YYYYMM in AppConfig.txt; without it the
*> previous calendar month is reported. Output goes to
*> ../data/ResumeReviewReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. RESUMEREVIEWREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVIEW-FILE ASSIGN TO "../data/ResumeReviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REVIEW-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/ResumeReviewReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  REVIEW-FILE.
01  REVIEW-REC          PIC X(300).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(150).

WORKING-STORAGE SECTION.
01  REVIEW-STAT         PIC XX.
01  CONFIG-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-TODAY            PIC X(8).
01  WS-TODAY-INT        PIC 9(8) VALUE 0.
01  WS-REPORT-MONTH     PIC X(6).
01  WS-YEAR-NUM         PIC 9(4) VALUE 0.
01  WS-MONTH-NUM        PIC 9(2) VALUE 0.
01  WS-IDX              PIC 9(3) VALUE 0.
01  WS-FOUND-IDX        PIC 9(3) VALUE 0.

01  WS-RSR-PARSED-ID        PIC X(6).
01  WS-RSR-PARSED-STUDENT   PIC X(50).
01  WS-RSR-PARSED-SUBMITTED PIC X(8).
01  WS-RSR-PARSED-STATE     PIC X(9).
01  WS-RSR-PARSED-REVIEWER  PIC X(50).
01  WS-RSR-PARSED-CLAIMED   PIC X(8).
01  WS-RSR-PARSED-RETURNED  PIC X(8).
01  WS-RSR-PARSED-RATING    PIC X(1).
01  WS-RSR-PARSED-SUMMARY   PIC X(150).

*> One line per reviewer with a review returned in the month.
01  WS-RVR-COUNT        PIC 9(3) VALUE 0.
01  WS-RVR-TABLE.
    05  WS-RVR-ENTRY OCCURS 200 TIMES.
        10  WS-RVR-USER       PIC X(50).
        10  WS-RVR-RETURNED   PIC 9(5).
        10  WS-RVR-QUEUE-DAYS PIC 9(7).
        10  WS-RVR-HELD-DAYS  PIC 9(7).
        10  WS-RVR-TOTAL-DAYS PIC 9(7).
        10  WS-RVR-RATING-SUM PIC 9(6).

01  WS-SUBMITTED        PIC 9(6) VALUE 0.
01  WS-WITHDRAWN        PIC 9(6) VALUE 0.
01  WS-TOT-RETURNED     PIC 9(6) VALUE 0.
01  WS-TOT-QUEUE-DAYS   PIC 9(8) VALUE 0.
01  WS-TOT-HELD-DAYS    PIC 9(8) VALUE 0.
01  WS-TOT-DAYS         PIC 9(8) VALUE 0.
01  WS-MAX-DAYS         PIC 9(5) VALUE 0.
01  WS-WAITING          PIC 9(6) VALUE 0.
01  WS-IN-REVIEW        PIC 9(6) VALUE 0.
01  WS-OLDEST-WAIT      PIC 9(5) VALUE 0.
01  WS-QUEUE-DAYS       PIC S9(6) VALUE 0.
01  WS-HELD-DAYS        PIC S9(6) VALUE 0.
01  WS-TOTAL-DAYS       PIC S9(6) VALUE 0.
01  WS-AVG              PIC 9(4)V9 VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZZ9.
01  WS-COUNT-EDIT-2     PIC ZZZZ9.
01  WS-AVG-EDIT         PIC ZZZ9.9.
01  WS-AVG-EDIT-2       PIC ZZZ9.9.
01  WS-AVG-EDIT-3       PIC ZZZ9.9.
01  WS-RATING-EDIT      PIC 9.9.
01  WS-NAME-COL         PIC X(20).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

    PERFORM LOAD-CONFIG
    IF WS-REPORT-MONTH = SPACES
        PERFORM DEFAULT-REPORT-MONTH
    END-IF
    PERFORM TALLY-REVIEWS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Resume Review Turnaround Report - month " DELIMITED BY SIZE
           WS-REPORT-MONTH                             DELIMITED BY SIZE
           " (run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM PRINT-MONTH-SUMMARY

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Reviewer             Returned  Avg Queue  Avg Held  Avg Total  Avg Rating" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-RVR-COUNT = 0
        MOVE "  (no reviews returned in the month)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-RVR-COUNT
        PERFORM PRINT-REVIEWER-LINE
    END-PERFORM
    PERFORM PRINT-QUEUE-SNAPSHOT

    CLOSE REPORT-FILE
    DISPLAY "Resume review report written to ../data/ResumeReviewReport.txt"
    STOP RUN.

*> DEFAULT-REPORT-MONTH: the calendar month before the run date.
DEFAULT-REPORT-MONTH.
    MOVE WS-TODAY(1:4) TO WS-YEAR-NUM
    MOVE WS-TODAY(5:2) TO WS-MONTH-NUM
    IF WS-MONTH-NUM = 1
        MOVE 12 TO WS-MONTH-NUM
        SUBTRACT 1 FROM WS-YEAR-NUM
    ELSE
        SUBTRACT 1 FROM WS-MONTH-NUM
    END-IF
    MOVE WS-YEAR-NUM TO WS-REPORT-MONTH(1:4)
    MOVE WS-MONTH-NUM TO WS-REPORT-MONTH(5:2)
    EXIT PARAGRAPH.

*> TALLY-REVIEWS: one pass over the request file - month counts,
*> returned-review timings, and the live queue as of today.
TALLY-REVIEWS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT REVIEW-FILE
    IF REVIEW-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ REVIEW-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF REVIEW-REC NOT = SPACES
                    PERFORM PARSE-REVIEW-RECORD
                    IF WS-RSR-PARSED-SUBMITTED IS NUMERIC
                        PERFORM TALLY-ONE-REVIEW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REVIEW-FILE
    EXIT PARAGRAPH.

TALLY-ONE-REVIEW.
    IF WS-RSR-PARSED-SUBMITTED(1:6) = WS-REPORT-MONTH
        ADD 1 TO WS-SUBMITTED
        IF FUNCTION TRIM(WS-RSR-PARSED-STATE) = "Withdrawn"
            ADD 1 TO WS-WITHDRAWN
        END-IF
    END-IF

    EVALUATE FUNCTION TRIM(WS-RSR-PARSED-STATE)
        WHEN "Queued"
            ADD 1 TO WS-WAITING
            COMPUTE WS-QUEUE-DAYS = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-PARSED-SUBMITTED))
            IF WS-QUEUE-DAYS > WS-OLDEST-WAIT
                MOVE WS-QUEUE-DAYS TO WS-OLDEST-WAIT
            END-IF
        WHEN "InReview"
            ADD 1 TO WS-IN-REVIEW
        WHEN "Returned"
            IF WS-RSR-PARSED-RETURNED IS NUMERIC
               AND WS-RSR-PARSED-CLAIMED IS NUMERIC
               AND WS-RSR-PARSED-RETURNED(1:6) = WS-REPORT-MONTH
                PERFORM TALLY-RETURNED-REVIEW
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

TALLY-RETURNED-REVIEW.
    COMPUTE WS-QUEUE-DAYS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-PARSED-CLAIMED))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-PARSED-SUBMITTED))
    COMPUTE WS-HELD-DAYS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-PARSED-RETURNED))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-PARSED-CLAIMED))
    COMPUTE WS-TOTAL-DAYS = WS-QUEUE-DAYS + WS-HELD-DAYS
    IF WS-QUEUE-DAYS < 0 OR WS-HELD-DAYS < 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-TOT-RETURNED
    ADD WS-QUEUE-DAYS TO WS-TOT-QUEUE-DAYS
    ADD WS-HELD-DAYS TO WS-TOT-HELD-DAYS
    ADD WS-TOTAL-DAYS TO WS-TOT-DAYS
    IF WS-TOTAL-DAYS > WS-MAX-DAYS
        MOVE WS-TOTAL-DAYS TO WS-MAX-DAYS
    END-IF

    PERFORM FIND-REVIEWER-ENTRY
    IF WS-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RVR-RETURNED(WS-FOUND-IDX)
    ADD WS-QUEUE-DAYS TO WS-RVR-QUEUE-DAYS(WS-FOUND-IDX)
    ADD WS-HELD-DAYS TO WS-RVR-HELD-DAYS(WS-FOUND-IDX)
    ADD WS-TOTAL-DAYS TO WS-RVR-TOTAL-DAYS(WS-FOUND-IDX)
    IF WS-RSR-PARSED-RATING IS NUMERIC
        ADD FUNCTION NUMVAL(WS-RSR-PARSED-RATING) TO WS-RVR-RATING-SUM(WS-FOUND-IDX)
    END-IF
    EXIT PARAGRAPH.

*> FIND-REVIEWER-ENTRY: subscript of the parsed reviewer in
*> WS-RVR-TABLE, adding the reviewer on first sight (0 when full).
FIND-REVIEWER-ENTRY.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-RVR-COUNT OR WS-FOUND-IDX > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RVR-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-PARSED-REVIEWER))
            MOVE WS-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0 AND WS-RVR-COUNT < 200
        ADD 1 TO WS-RVR-COUNT
        MOVE WS-RVR-COUNT TO WS-FOUND-IDX
        MOVE FUNCTION TRIM(WS-RSR-PARSED-REVIEWER) TO WS-RVR-USER(WS-FOUND-IDX)
        MOVE 0 TO WS-RVR-RETURNED(WS-FOUND-IDX) WS-RVR-QUEUE-DAYS(WS-FOUND-IDX)
                  WS-RVR-HELD-DAYS(WS-FOUND-IDX) WS-RVR-TOTAL-DAYS(WS-FOUND-IDX)
                  WS-RVR-RATING-SUM(WS-FOUND-IDX)
    END-IF
    EXIT PARAGRAPH.

PARSE-REVIEW-RECORD.
    MOVE SPACES TO WS-RSR-PARSED-ID WS-RSR-PARSED-STUDENT
                   WS-RSR-PARSED-SUBMITTED WS-RSR-PARSED-STATE
                   WS-RSR-PARSED-REVIEWER WS-RSR-PARSED-CLAIMED
                   WS-RSR-PARSED-RETURNED WS-RSR-PARSED-RATING
                   WS-RSR-PARSED-SUMMARY
    UNSTRING REVIEW-REC DELIMITED BY "|"
        INTO WS-RSR-PARSED-ID WS-RSR-PARSED-STUDENT
             WS-RSR-PARSED-SUBMITTED WS-RSR-PARSED-STATE
             WS-RSR-PARSED-REVIEWER WS-RSR-PARSED-CLAIMED
             WS-RSR-PARSED-RETURNED WS-RSR-PARSED-RATING
             WS-RSR-PARSED-SUMMARY
    END-UNSTRING
    EXIT PARAGRAPH.

PRINT-MONTH-SUMMARY.
    MOVE WS-SUBMITTED TO WS-COUNT-EDIT
    MOVE WS-WITHDRAWN TO WS-COUNT-EDIT-2
    MOVE SPACES TO REPORT-REC
    STRING "Requests submitted: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           "  Withdrawn: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE WS-TOT-RETURNED TO WS-COUNT-EDIT
    MOVE WS-MAX-DAYS TO WS-COUNT-EDIT-2
    MOVE 0 TO WS-AVG
    IF WS-TOT-RETURNED > 0
        COMPUTE WS-AVG ROUNDED = WS-TOT-QUEUE-DAYS / WS-TOT-RETURNED
    END-IF
    MOVE WS-AVG TO WS-AVG-EDIT
    MOVE 0 TO WS-AVG
    IF WS-TOT-RETURNED > 0
        COMPUTE WS-AVG ROUNDED = WS-TOT-HELD-DAYS / WS-TOT-RETURNED
    END-IF
    MOVE WS-AVG TO WS-AVG-EDIT-2
    MOVE 0 TO WS-AVG
    IF WS-TOT-RETURNED > 0
        COMPUTE WS-AVG ROUNDED = WS-TOT-DAYS / WS-TOT-RETURNED
    END-IF
    MOVE WS-AVG TO WS-AVG-EDIT-3
    MOVE SPACES TO REPORT-REC
    STRING "Reviews returned: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           "  Avg days in queue: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AVG-EDIT) DELIMITED BY SIZE
           "  Avg days with reviewer: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AVG-EDIT-2) DELIMITED BY SIZE
           "  Avg turnaround: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AVG-EDIT-3) DELIMITED BY SIZE
           "  Longest: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-REVIEWER-LINE.
    MOVE WS-RVR-USER(WS-IDX) TO WS-NAME-COL
    MOVE WS-RVR-RETURNED(WS-IDX) TO WS-COUNT-EDIT
    COMPUTE WS-AVG ROUNDED =
        WS-RVR-QUEUE-DAYS(WS-IDX) / WS-RVR-RETURNED(WS-IDX)
    MOVE WS-AVG TO WS-AVG-EDIT
    COMPUTE WS-AVG ROUNDED =
        WS-RVR-HELD-DAYS(WS-IDX) / WS-RVR-RETURNED(WS-IDX)
    MOVE WS-AVG TO WS-AVG-EDIT-2
    COMPUTE WS-AVG ROUNDED =
        WS-RVR-TOTAL-DAYS(WS-IDX) / WS-RVR-RETURNED(WS-IDX)
    MOVE WS-AVG TO WS-AVG-EDIT-3
    COMPUTE WS-RATING-EDIT ROUNDED =
        WS-RVR-RATING-SUM(WS-IDX) / WS-RVR-RETURNED(WS-IDX)
    MOVE SPACES TO REPORT-REC
    STRING WS-NAME-COL    DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-COUNT-EDIT  DELIMITED BY SIZE
           "     "        DELIMITED BY SIZE
           WS-AVG-EDIT    DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-AVG-EDIT-2  DELIMITED BY SIZE
           "     "        DELIMITED BY SIZE
           WS-AVG-EDIT-3  DELIMITED BY SIZE
           "         "    DELIMITED BY SIZE
           WS-RATING-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-QUEUE-SNAPSHOT.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-WAITING TO WS-COUNT-EDIT
    MOVE WS-OLDEST-WAIT TO WS-COUNT-EDIT-2
    MOVE SPACES TO REPORT-REC
    STRING "Queue as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           " waiting (oldest " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
           " day(s))" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-IN-REVIEW TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Claimed and not yet returned: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> LOAD-CONFIG: RESUME_REVIEW_REPORT_MONTH (YYYYMM); anything else, or
*> no AppConfig.txt, leaves the previous-month default.
LOAD-CONFIG.
    MOVE SPACES TO WS-REPORT-MONTH
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
                    IF FUNCTION UPPER-CASE(CONFIG-KEY)
                       = "RESUME_REVIEW_REPORT_MONTH"
                       AND CONFIG-VALUE(1:6) IS NUMERIC
                       AND CONFIG-VALUE(7:1) = SPACE
                        MOVE CONFIG-VALUE(1:6) TO WS-REPORT-MONTH
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    MOVE "N" TO EOF-FLAG
    EXIT PARAGRAPH.

END PROGRAM RESUMEREVIEWREPORT.
