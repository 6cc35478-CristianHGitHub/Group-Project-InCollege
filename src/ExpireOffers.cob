*> Offers.txt still in Extended state whose respond-by date is already
*> past is aged out to Expired via the same temp-file swap the
*> interactive offer flows use, so unanswered offers stop counting as
*> open ones. Dates are business days on the posting's campus
*> (../data/CampusCalendar.txt, weekends always closed; a posting
*> open to ALL campuses follows MAIN): a respond-by date that fell on
*> a closed day runs to the next business day, and nothing expires on
*> a day the campus is closed - an offer due before a holiday weekend
*> expires on the first business day after it.
IDENTIFICATION DIVISION.
PROGRAM-ID. EXPIREOFFERS.

    SELECT TEMP-FILE ASSIGN TO "../data/Offers.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT CALENDAR-FILE ASSIGN TO "../data/CampusCalendar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAL-STAT.

DATA DIVISION.
FILE SECTION.
FD  TEMP-FILE.
01  TEMP-REC            PIC X(100).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

FD  CALENDAR-FILE.
01  CALENDAR-REC        PIC X(120).

WORKING-STORAGE SECTION.
01  OFFER-STAT          PIC XX.
01  TEMP-STAT           PIC XX.
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-EXPIRED-COUNT    PIC 9(6) VALUE 0.
01  WS-OPEN-COUNT       PIC 9(6) VALUE 0.
01  WS-HELD-COUNT       PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-REPORT-LINE      PIC X(80).
01  APP-STAT            PIC XX.
01  JOB-STAT            PIC XX.
01  CAL-STAT            PIC XX.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-OFFER-CAMPUS     PIC X(10).
01  WS-OFFER-JOB-ID     PIC X(10).

*> Posting campus, and each application's posting.
01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 1000 TIMES.
        10  WS-JOB-ID     PIC X(10).
        10  WS-JOB-CAMPUS PIC X(10).
01  WS-APP-COUNT        PIC 9(4) VALUE 0.
01  WS-APP-TABLE.
    05  WS-APP-ENTRY OCCURS 5000 TIMES.
        10  WS-APP-ID     PIC X(10).
        10  WS-APP-JOB-ID PIC X(10).

01  APPLICATION-PARSED-ID       PIC X(10).
01  APPLICATION-PARSED-USERNAME PIC X(50).
01  APPLICATION-PARSED-JOB-ID   PIC X(10).

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
01  WS-CAL-STEPS        PIC 9(4) VALUE 0.
01  WS-OFFER-DUE        PIC X VALUE "N".

01  WS-OFFER-PARSED-APP-ID PIC X(10).
01  WS-OFFER-PARSED-RESPOND-BY PIC X(8).
01  WS-OFFER-PARSED-STATUS PIC X(10).
01  WS-OFFER-PARSED-EXTENDED PIC X(8).
01  WS-OFFER-PARSED-DECIDED PIC X(8).
01  WS-OFFER-PARSED-START PIC X(8).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-CAMPUS-CALENDAR
    PERFORM LOAD-POSTINGS
    PERFORM LOAD-APPLICATIONS

    MOVE "N" TO EOF-FLAG
    OPEN INPUT OFFER-FILE
    IF OFFER-STAT = "35"
                    IF FUNCTION TRIM(WS-OFFER-PARSED-STATUS) = "Extended"
                       AND WS-OFFER-PARSED-RESPOND-BY IS NUMERIC
                       AND WS-OFFER-PARSED-RESPOND-BY < WS-TODAY
                        PERFORM CHECK-OFFER-DUE
                        IF WS-OFFER-DUE = "Y"
                            MOVE "Expired" TO WS-OFFER-PARSED-STATUS
                            MOVE WS-TODAY TO WS-OFFER-PARSED-DECIDED
                            ADD 1 TO WS-EXPIRED-COUNT
                        ELSE
                            ADD 1 TO WS-HELD-COUNT
                            ADD 1 TO WS-OPEN-COUNT
                        END-IF
                    ELSE
                        IF FUNCTION TRIM(WS-OFFER-PARSED-STATUS) = "Extended"
                            ADD 1 TO WS-OPEN-COUNT
    PERFORM PRINT-REPORT
    STOP RUN.

*> CHECK-OFFER-DUE: WS-OFFER-DUE is "Y" when today is a business day
*> on the offer's campus and its respond-by date, moved to a business
*> day if it fell on a closed one, is already behind us.
CHECK-OFFER-DUE.
    MOVE "N" TO WS-OFFER-DUE
    PERFORM FIND-OFFER-CAMPUS
    MOVE WS-OFFER-CAMPUS TO WS-CAL-CHECK-CAMPUS
    MOVE WS-TODAY TO WS-CAL-CHECK-DATE
    PERFORM CHECK-BUSINESS-DAY
    IF WS-CAL-OPEN = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OFFER-PARSED-RESPOND-BY TO WS-CAL-CHECK-DATE
    PERFORM ROLL-TO-BUSINESS-DAY
    IF WS-CAL-CHECK-DATE < WS-TODAY
        MOVE "Y" TO WS-OFFER-DUE
    END-IF
    EXIT PARAGRAPH.

*> FIND-OFFER-CAMPUS: the campus of the posting the offer's application
*> is on; MAIN when the posting is open to ALL campuses or not found.
FIND-OFFER-CAMPUS.
    MOVE "MAIN" TO WS-OFFER-CAMPUS
    MOVE SPACES TO WS-OFFER-JOB-ID
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        IF WS-APP-ID(WS-IDX) = FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
            MOVE WS-APP-JOB-ID(WS-IDX) TO WS-OFFER-JOB-ID
            MOVE WS-APP-COUNT TO WS-IDX
        END-IF
    END-PERFORM
    IF WS-OFFER-JOB-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        IF WS-JOB-ID(WS-IDX) = WS-OFFER-JOB-ID
            IF WS-JOB-CAMPUS(WS-IDX) NOT = SPACES
               AND WS-JOB-CAMPUS(WS-IDX) NOT = "ALL"
                MOVE WS-JOB-CAMPUS(WS-IDX) TO WS-OFFER-CAMPUS
            END-IF
            MOVE WS-JOB-COUNT TO WS-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LOAD-POSTINGS.
    MOVE 0 TO WS-JOB-COUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES AND WS-JOB-COUNT < 1000
                    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-CAMPUS
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
                    MOVE FUNCTION TRIM(JOB-PARSED-ID) TO WS-JOB-ID(WS-JOB-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-CAMPUS))
                        TO WS-JOB-CAMPUS(WS-JOB-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

LOAD-APPLICATIONS.
    MOVE 0 TO WS-APP-COUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES AND WS-APP-COUNT < 5000
                    MOVE SPACES TO APPLICATION-PARSED-ID
                                   APPLICATION-PARSED-USERNAME
                                   APPLICATION-PARSED-JOB-ID
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO APPLICATION-PARSED-ID
                             APPLICATION-PARSED-USERNAME
                             APPLICATION-PARSED-JOB-ID
                    END-UNSTRING
                    ADD 1 TO WS-APP-COUNT
                    MOVE FUNCTION TRIM(APPLICATION-PARSED-ID)
                        TO WS-APP-ID(WS-APP-COUNT)
                    MOVE FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                        TO WS-APP-JOB-ID(WS-APP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
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

        FUNCTION TRIM(WS-OFFER-PARSED-RESPOND-BY) DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-OFFER-PARSED-STATUS)     DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-OFFER-PARSED-EXTENDED)   DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-OFFER-PARSED-DECIDED)    DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-OFFER-PARSED-START)      DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  held over a closure:      " DELIMITED BY SIZE
           WS-COUNT-EDIT                  DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
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

END PROGRAM EXPIREOFFERS.
