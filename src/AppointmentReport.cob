*> Stand-alone monthly advising-appointment report for the career-
*> services director. Run this directly at the start of each month,
*> the same way MENTORSHIPREPORT is run. For every counselor with slots
*> in ../data/CounselorSlots.txt it shows, for the report month:
*> appointments booked, attended, no-shows, the no-show rate (no-shows
*> over attended + no-shows), the average days students waited from
*> booking to appointment, and - as of the run date - how many days
*> until that counselor's next open slot. The month is
*> APPOINTMENT_REPORT_MONTH=YYYYMM in AppConfig.txt; without it the
*> previous calendar month is reported. Output goes to
*> ../data/AppointmentReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. APPOINTMENTREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SLOT-FILE ASSIGN TO "../data/CounselorSlots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLOT-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/AppointmentReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  SLOT-FILE.
01  SLOT-REC            PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(150).

WORKING-STORAGE SECTION.
01  SLOT-STAT           PIC XX.
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

01  WS-APT-PARSED-ID        PIC X(6).
01  WS-APT-PARSED-COUNSELOR PIC X(50).
01  WS-APT-PARSED-DATE      PIC X(8).
01  WS-APT-PARSED-TIME      PIC X(20).
01  WS-APT-PARSED-STATUS    PIC X(10).
01  WS-APT-PARSED-STUDENT   PIC X(50).
01  WS-APT-PARSED-BOOKED    PIC X(8).
01  WS-APT-PARSED-CREATED   PIC X(8).

*> One line per counselor seen in the slot file.
01  WS-CNS-COUNT        PIC 9(3) VALUE 0.
01  WS-CNS-TABLE.
    05  WS-CNS-ENTRY OCCURS 200 TIMES.
        10  WS-CNS-USER       PIC X(50).
        10  WS-CNS-BOOKED     PIC 9(5).
        10  WS-CNS-ATTENDED   PIC 9(5).
        10  WS-CNS-NOSHOW     PIC 9(5).
        10  WS-CNS-WAIT-DAYS  PIC 9(7).
        10  WS-CNS-WAIT-COUNT PIC 9(5).
        10  WS-CNS-NEXT-OPEN  PIC X(8).

01  WS-TOT-BOOKED       PIC 9(6) VALUE 0.
01  WS-TOT-ATTENDED     PIC 9(6) VALUE 0.
01  WS-TOT-NOSHOW       PIC 9(6) VALUE 0.
01  WS-WAIT             PIC S9(6) VALUE 0.
01  WS-RATE             PIC 9(3)V9 VALUE 0.
01  WS-AVG-WAIT         PIC 9(4)V9 VALUE 0.
01  WS-NEXT-DAYS        PIC 9(5) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZZ9.
01  WS-ATT-EDIT         PIC ZZZZ9.
01  WS-NOSHOW-EDIT      PIC ZZZZ9.
01  WS-RATE-EDIT        PIC ZZ9.9.
01  WS-AVG-EDIT         PIC ZZZ9.9.
01  WS-NEXT-EDIT        PIC ZZZZ9.
01  WS-NEXT-TEXT        PIC X(12).
01  WS-NAME-COL         PIC X(20).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

    PERFORM LOAD-CONFIG
    IF WS-REPORT-MONTH = SPACES
        PERFORM DEFAULT-REPORT-MONTH
    END-IF
    PERFORM TALLY-SLOTS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Advising Appointment Report - month " DELIMITED BY SIZE
           WS-REPORT-MONTH                         DELIMITED BY SIZE
           " (run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Counselor            Booked Attended No-Show No-Show%  Avg Wait  Next Open (days)" TO REPORT-REC
    WRITE REPORT-REC

    IF WS-CNS-COUNT = 0
        MOVE "  (no appointment slots on file)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CNS-COUNT
        PERFORM PRINT-COUNSELOR-LINE
    END-PERFORM
    PERFORM PRINT-TOTALS

    CLOSE REPORT-FILE
    DISPLAY "Appointment report written to ../data/AppointmentReport.txt"
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

*> TALLY-SLOTS: one pass over the slot file. Booked/Attended/NoShow
*> slots dated in the report month count as appointments; any Open
*> slot dated today or later is a candidate for the counselor's next
*> open slot.
TALLY-SLOTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SLOT-FILE
    IF SLOT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SLOT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SLOT-REC NOT = SPACES
                    PERFORM PARSE-SLOT-RECORD
                    IF WS-APT-PARSED-DATE IS NUMERIC
                       AND FUNCTION TRIM(WS-APT-PARSED-COUNSELOR) NOT = SPACES
                        PERFORM FIND-COUNSELOR-ENTRY
                        IF WS-FOUND-IDX > 0
                            PERFORM TALLY-ONE-SLOT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLOT-FILE
    EXIT PARAGRAPH.

TALLY-ONE-SLOT.
    IF FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Open"
       AND WS-APT-PARSED-DATE >= WS-TODAY
        IF WS-CNS-NEXT-OPEN(WS-FOUND-IDX) = SPACES
           OR WS-APT-PARSED-DATE < WS-CNS-NEXT-OPEN(WS-FOUND-IDX)
            MOVE WS-APT-PARSED-DATE TO WS-CNS-NEXT-OPEN(WS-FOUND-IDX)
        END-IF
    END-IF

    IF WS-APT-PARSED-DATE(1:6) NOT = WS-REPORT-MONTH
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION TRIM(WS-APT-PARSED-STATUS)
        WHEN "Booked"
            ADD 1 TO WS-CNS-BOOKED(WS-FOUND-IDX)
        WHEN "Attended"
            ADD 1 TO WS-CNS-BOOKED(WS-FOUND-IDX)
            ADD 1 TO WS-CNS-ATTENDED(WS-FOUND-IDX)
        WHEN "NoShow"
            ADD 1 TO WS-CNS-BOOKED(WS-FOUND-IDX)
            ADD 1 TO WS-CNS-NOSHOW(WS-FOUND-IDX)
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-APT-PARSED-BOOKED IS NUMERIC
       AND WS-APT-PARSED-BOOKED <= WS-APT-PARSED-DATE
        COMPUTE WS-WAIT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-APT-PARSED-DATE))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-APT-PARSED-BOOKED))
        ADD WS-WAIT TO WS-CNS-WAIT-DAYS(WS-FOUND-IDX)
        ADD 1 TO WS-CNS-WAIT-COUNT(WS-FOUND-IDX)
    END-IF
    EXIT PARAGRAPH.

*> FIND-COUNSELOR-ENTRY: subscript of the parsed slot's counselor in
*> WS-CNS-TABLE, adding the counselor on first sight (0 when full).
FIND-COUNSELOR-ENTRY.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-CNS-COUNT OR WS-FOUND-IDX > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-PARSED-COUNSELOR))
            MOVE WS-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0 AND WS-CNS-COUNT < 200
        ADD 1 TO WS-CNS-COUNT
        MOVE WS-CNS-COUNT TO WS-FOUND-IDX
        MOVE FUNCTION TRIM(WS-APT-PARSED-COUNSELOR) TO WS-CNS-USER(WS-FOUND-IDX)
        MOVE 0 TO WS-CNS-BOOKED(WS-FOUND-IDX) WS-CNS-ATTENDED(WS-FOUND-IDX)
                  WS-CNS-NOSHOW(WS-FOUND-IDX) WS-CNS-WAIT-DAYS(WS-FOUND-IDX)
                  WS-CNS-WAIT-COUNT(WS-FOUND-IDX)
        MOVE SPACES TO WS-CNS-NEXT-OPEN(WS-FOUND-IDX)
    END-IF
    EXIT PARAGRAPH.

PARSE-SLOT-RECORD.
    MOVE SPACES TO WS-APT-PARSED-ID WS-APT-PARSED-COUNSELOR
                   WS-APT-PARSED-DATE WS-APT-PARSED-TIME
                   WS-APT-PARSED-STATUS WS-APT-PARSED-STUDENT
                   WS-APT-PARSED-BOOKED WS-APT-PARSED-CREATED
    UNSTRING SLOT-REC DELIMITED BY "|"
        INTO WS-APT-PARSED-ID WS-APT-PARSED-COUNSELOR
             WS-APT-PARSED-DATE WS-APT-PARSED-TIME
             WS-APT-PARSED-STATUS WS-APT-PARSED-STUDENT
             WS-APT-PARSED-BOOKED WS-APT-PARSED-CREATED
    END-UNSTRING
    EXIT PARAGRAPH.

PRINT-COUNSELOR-LINE.
    ADD WS-CNS-BOOKED(WS-IDX) TO WS-TOT-BOOKED
    ADD WS-CNS-ATTENDED(WS-IDX) TO WS-TOT-ATTENDED
    ADD WS-CNS-NOSHOW(WS-IDX) TO WS-TOT-NOSHOW

    MOVE 0 TO WS-RATE
    IF WS-CNS-ATTENDED(WS-IDX) + WS-CNS-NOSHOW(WS-IDX) > 0
        COMPUTE WS-RATE ROUNDED = WS-CNS-NOSHOW(WS-IDX) * 100
            / (WS-CNS-ATTENDED(WS-IDX) + WS-CNS-NOSHOW(WS-IDX))
    END-IF
    MOVE 0 TO WS-AVG-WAIT
    IF WS-CNS-WAIT-COUNT(WS-IDX) > 0
        COMPUTE WS-AVG-WAIT ROUNDED =
            WS-CNS-WAIT-DAYS(WS-IDX) / WS-CNS-WAIT-COUNT(WS-IDX)
    END-IF
    IF WS-CNS-NEXT-OPEN(WS-IDX) = SPACES
        MOVE "none open" TO WS-NEXT-TEXT
    ELSE
        COMPUTE WS-NEXT-DAYS =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CNS-NEXT-OPEN(WS-IDX)))
            - WS-TODAY-INT
        MOVE WS-NEXT-DAYS TO WS-NEXT-EDIT
        MOVE WS-NEXT-EDIT TO WS-NEXT-TEXT
    END-IF

    MOVE WS-CNS-USER(WS-IDX) TO WS-NAME-COL
    MOVE WS-CNS-BOOKED(WS-IDX) TO WS-COUNT-EDIT
    MOVE WS-CNS-ATTENDED(WS-IDX) TO WS-ATT-EDIT
    MOVE WS-CNS-NOSHOW(WS-IDX) TO WS-NOSHOW-EDIT
    MOVE WS-RATE TO WS-RATE-EDIT
    MOVE WS-AVG-WAIT TO WS-AVG-EDIT
    MOVE SPACES TO REPORT-REC
    STRING WS-NAME-COL    DELIMITED BY SIZE
           "  "           DELIMITED BY SIZE
           WS-COUNT-EDIT  DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-ATT-EDIT    DELIMITED BY SIZE
           "   "          DELIMITED BY SIZE
           WS-NOSHOW-EDIT DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-RATE-EDIT   DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-AVG-EDIT    DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-NEXT-TEXT   DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE 0 TO WS-RATE
    IF WS-TOT-ATTENDED + WS-TOT-NOSHOW > 0
        COMPUTE WS-RATE ROUNDED = WS-TOT-NOSHOW * 100
            / (WS-TOT-ATTENDED + WS-TOT-NOSHOW)
    END-IF
    MOVE WS-TOT-BOOKED TO WS-COUNT-EDIT
    MOVE WS-TOT-NOSHOW TO WS-NOSHOW-EDIT
    MOVE WS-RATE TO WS-RATE-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Total appointments: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           "  No-shows: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NOSHOW-EDIT) DELIMITED BY SIZE
           "  No-show rate: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> LOAD-CONFIG: APPOINTMENT_REPORT_MONTH (YYYYMM); anything else, or
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
                       = "APPOINTMENT_REPORT_MONTH"
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

END PROGRAM APPOINTMENTREPORT.
