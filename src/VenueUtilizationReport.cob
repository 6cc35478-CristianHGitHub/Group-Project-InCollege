*> Stand-alone weekly room-utilization report for facilities planning.
*> Run this directly at the start of each week, the same way
*> APPOINTMENTREPORT is run. For every venue in ../data/Venues.txt it
*> shows, for the report week (Monday to Sunday): the events booked
*> into the room, hours booked against the hours the room is available
*> (open to close, seven days), the utilization percentage, and the
*> average seat fill - Going RSVPs over the room's capacity - followed
*> by the week's bookings room by room. The week is
*> VENUE_REPORT_WEEK=YYYYMMDD in AppConfig.txt (any date in the week);
*> without it the previous Monday-to-Sunday week is reported. Output
*> goes to ../data/VenueUtilizationReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. VENUEUTILIZATIONREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VENUE-FILE ASSIGN TO "../data/Venues.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENUE-STAT.
    SELECT EVENT-FILE ASSIGN TO "../data/Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENT-STAT.
    SELECT RSVP-FILE ASSIGN TO "../data/EventRSVPs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSVP-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/VenueUtilizationReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  VENUE-FILE.
01  VENUE-REC           PIC X(150).

FD  EVENT-FILE.
01  EVENT-REC           PIC X(500).

FD  RSVP-FILE.
01  RSVP-REC            PIC X(100).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(150).

WORKING-STORAGE SECTION.
01  VENUE-STAT          PIC XX.
01  EVENT-STAT          PIC XX.
01  RSVP-STAT           PIC XX.
01  CONFIG-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-TODAY            PIC X(8).
01  WS-WEEK-ANCHOR      PIC X(8).
01  WS-WEEK-START       PIC X(8).
01  WS-WEEK-END         PIC X(8).
01  WS-DAY-INT          PIC 9(8) VALUE 0.
01  WS-START-INT        PIC 9(8) VALUE 0.
01  WS-DATE-NUM         PIC 9(8) VALUE 0.
01  WS-IDX              PIC 9(3) VALUE 0.
01  WS-EVT-IDX          PIC 9(4) VALUE 0.
01  WS-FOUND-IDX        PIC 9(3) VALUE 0.
01  WS-MINUTES          PIC 9(5) VALUE 0.
01  WS-HHMM-NUM         PIC 9(4) VALUE 0.

01  WS-VEN-P-CODE       PIC X(10).
01  WS-VEN-P-CAMPUS     PIC X(10).
01  WS-VEN-P-NAME       PIC X(60).
01  WS-VEN-P-CAPACITY   PIC X(5).
01  WS-VEN-P-OPEN       PIC X(4).
01  WS-VEN-P-CLOSE      PIC X(4).
01  WS-VEN-P-STATUS     PIC X(10).

01  WS-EVT-P-ID         PIC X(10).
01  WS-EVT-P-EMPLOYER   PIC X(50).
01  WS-EVT-P-TITLE      PIC X(100).
01  WS-EVT-P-DATE       PIC X(8).
01  WS-EVT-P-LOCATION   PIC X(100).
01  WS-EVT-P-DESC       PIC X(200).
01  WS-EVT-P-CAPACITY   PIC X(10).
01  WS-EVT-P-VENUE      PIC X(10).
01  WS-EVT-P-START      PIC X(4).
01  WS-EVT-P-END        PIC X(4).

01  WS-RSVP-P-EVENT     PIC X(10).
01  WS-RSVP-P-USER      PIC X(50).
01  WS-RSVP-P-DATE      PIC X(8).
01  WS-RSVP-P-STATUS    PIC X(10).

*> One line per venue on the master.
01  WS-VEN-COUNT        PIC 9(3) VALUE 0.
01  WS-VEN-TABLE.
    05  WS-VEN-ENTRY OCCURS 200 TIMES.
        10  WS-VEN-CODE       PIC X(10).
        10  WS-VEN-NAME       PIC X(60).
        10  WS-VEN-CAMPUS     PIC X(10).
        10  WS-VEN-STATUS     PIC X(10).
        10  WS-VEN-CAPACITY   PIC 9(4).
        10  WS-VEN-AVAIL-MIN  PIC 9(6).
        10  WS-VEN-EVENTS     PIC 9(4).
        10  WS-VEN-BOOKED-MIN PIC 9(6).
        10  WS-VEN-FILL-PCT   PIC 9(7).

*> The week's bookings, in file order, for the detail section.
01  WS-BKG-COUNT        PIC 9(4) VALUE 0.
01  WS-BKG-TABLE.
    05  WS-BKG-ENTRY OCCURS 1000 TIMES.
        10  WS-BKG-VEN-IDX    PIC 9(3).
        10  WS-BKG-ID         PIC X(10).
        10  WS-BKG-DATE       PIC X(8).
        10  WS-BKG-START      PIC X(4).
        10  WS-BKG-END        PIC X(4).
        10  WS-BKG-TITLE      PIC X(60).
        10  WS-BKG-EMPLOYER   PIC X(20).
        10  WS-BKG-GOING      PIC 9(5).

01  WS-TOT-EVENTS       PIC 9(5) VALUE 0.
01  WS-TOT-BOOKED-MIN   PIC 9(7) VALUE 0.
01  WS-TOT-AVAIL-MIN    PIC 9(7) VALUE 0.
01  WS-RATE             PIC 9(3)V9 VALUE 0.
01  WS-HOURS            PIC 9(5)V9 VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ9.
01  WS-BOOKED-EDIT      PIC ZZZ9.9.
01  WS-AVAIL-EDIT       PIC ZZZ9.9.
01  WS-RATE-EDIT        PIC ZZ9.9.
01  WS-FILL-EDIT        PIC ZZ9.9.
01  WS-GOING-EDIT       PIC ZZZZ9.
01  WS-CAP-EDIT         PIC ZZZ9.
01  WS-NAME-COL         PIC X(30).
01  WS-CODE-COL         PIC X(10).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-CONFIG
    IF WS-WEEK-ANCHOR = SPACES
        *> Default: the Monday-to-Sunday week before this run.
        COMPUTE WS-DAY-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) - 7
    ELSE
        COMPUTE WS-DAY-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-WEEK-ANCHOR))
    END-IF
    *> Day 1 of the integer calendar (1601-01-01) was a Monday.
    COMPUTE WS-START-INT = WS-DAY-INT - FUNCTION MOD(WS-DAY-INT - 1, 7)
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-START-INT)
    MOVE WS-DATE-NUM TO WS-WEEK-START
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-START-INT + 6)
    MOVE WS-DATE-NUM TO WS-WEEK-END

    PERFORM LOAD-VENUES
    PERFORM TALLY-EVENTS
    PERFORM TALLY-RSVPS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Room Utilization Report - week " DELIMITED BY SIZE
           WS-WEEK-START DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-WEEK-END DELIMITED BY SIZE
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
    MOVE "Venue      Room                            Seats Events  Booked h   Avail h  Util%  Avg Fill%" TO REPORT-REC
    WRITE REPORT-REC

    IF WS-VEN-COUNT = 0
        MOVE "  (no venues on file)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-VEN-COUNT
        PERFORM PRINT-VENUE-LINE
    END-PERFORM
    PERFORM PRINT-TOTALS
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-VEN-COUNT
        IF WS-VEN-EVENTS(WS-IDX) > 0
            PERFORM PRINT-VENUE-BOOKINGS
        END-IF
    END-PERFORM

    CLOSE REPORT-FILE
    DISPLAY "Room utilization report written to ../data/VenueUtilizationReport.txt"
    STOP RUN.

*> LOAD-VENUES: every venue on the master, retired rooms included so
*> bookings made before retirement still report. Available minutes
*> are the open-to-close span over the seven days of the week.
LOAD-VENUES.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT VENUE-FILE
    IF VENUE-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ VENUE-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF VENUE-REC NOT = SPACES AND WS-VEN-COUNT < 200
                    PERFORM PARSE-VENUE-RECORD
                    ADD 1 TO WS-VEN-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VEN-P-CODE))
                        TO WS-VEN-CODE(WS-VEN-COUNT)
                    MOVE WS-VEN-P-NAME TO WS-VEN-NAME(WS-VEN-COUNT)
                    MOVE WS-VEN-P-CAMPUS TO WS-VEN-CAMPUS(WS-VEN-COUNT)
                    MOVE WS-VEN-P-STATUS TO WS-VEN-STATUS(WS-VEN-COUNT)
                    MOVE 0 TO WS-VEN-CAPACITY(WS-VEN-COUNT)
                              WS-VEN-AVAIL-MIN(WS-VEN-COUNT)
                              WS-VEN-EVENTS(WS-VEN-COUNT)
                              WS-VEN-BOOKED-MIN(WS-VEN-COUNT)
                              WS-VEN-FILL-PCT(WS-VEN-COUNT)
                    IF FUNCTION TRIM(WS-VEN-P-CAPACITY) IS NUMERIC
                        MOVE FUNCTION TRIM(WS-VEN-P-CAPACITY)
                            TO WS-VEN-CAPACITY(WS-VEN-COUNT)
                    END-IF
                    IF WS-VEN-P-OPEN IS NUMERIC AND WS-VEN-P-CLOSE IS NUMERIC
                       AND WS-VEN-P-CLOSE > WS-VEN-P-OPEN
                        MOVE WS-VEN-P-CLOSE TO WS-HHMM-NUM
                        PERFORM HHMM-TO-MINUTES
                        MOVE WS-MINUTES TO WS-VEN-AVAIL-MIN(WS-VEN-COUNT)
                        MOVE WS-VEN-P-OPEN TO WS-HHMM-NUM
                        PERFORM HHMM-TO-MINUTES
                        COMPUTE WS-VEN-AVAIL-MIN(WS-VEN-COUNT) =
                            (WS-VEN-AVAIL-MIN(WS-VEN-COUNT) - WS-MINUTES) * 7
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VENUE-FILE
    EXIT PARAGRAPH.

*> TALLY-EVENTS: events with a venue and a time, dated in the week.
TALLY-EVENTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT EVENT-FILE
    IF EVENT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF WS-EVT-P-DATE IS NUMERIC
                       AND WS-EVT-P-DATE >= WS-WEEK-START
                       AND WS-EVT-P-DATE <= WS-WEEK-END
                       AND WS-EVT-P-START IS NUMERIC
                       AND WS-EVT-P-END IS NUMERIC
                       AND WS-EVT-P-END > WS-EVT-P-START
                        PERFORM FIND-VENUE-ENTRY
                        IF WS-FOUND-IDX > 0
                            PERFORM TALLY-ONE-EVENT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE
    EXIT PARAGRAPH.

TALLY-ONE-EVENT.
    ADD 1 TO WS-VEN-EVENTS(WS-FOUND-IDX)
    MOVE WS-EVT-P-END TO WS-HHMM-NUM
    PERFORM HHMM-TO-MINUTES
    ADD WS-MINUTES TO WS-VEN-BOOKED-MIN(WS-FOUND-IDX)
    MOVE WS-EVT-P-START TO WS-HHMM-NUM
    PERFORM HHMM-TO-MINUTES
    SUBTRACT WS-MINUTES FROM WS-VEN-BOOKED-MIN(WS-FOUND-IDX)
    IF WS-BKG-COUNT < 1000
        ADD 1 TO WS-BKG-COUNT
        MOVE WS-FOUND-IDX TO WS-BKG-VEN-IDX(WS-BKG-COUNT)
        MOVE FUNCTION TRIM(WS-EVT-P-ID) TO WS-BKG-ID(WS-BKG-COUNT)
        MOVE WS-EVT-P-DATE TO WS-BKG-DATE(WS-BKG-COUNT)
        MOVE WS-EVT-P-START TO WS-BKG-START(WS-BKG-COUNT)
        MOVE WS-EVT-P-END TO WS-BKG-END(WS-BKG-COUNT)
        MOVE WS-EVT-P-TITLE TO WS-BKG-TITLE(WS-BKG-COUNT)
        MOVE WS-EVT-P-EMPLOYER TO WS-BKG-EMPLOYER(WS-BKG-COUNT)
        MOVE 0 TO WS-BKG-GOING(WS-BKG-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> TALLY-RSVPS: Going seats per booked event (a blank status is an
*> RSVP from before the waitlist, and counts as Going).
TALLY-RSVPS.
    IF WS-BKG-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RSVP-FILE
    IF RSVP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    MOVE SPACES TO WS-RSVP-P-EVENT WS-RSVP-P-USER
                                   WS-RSVP-P-DATE WS-RSVP-P-STATUS
                    UNSTRING RSVP-REC DELIMITED BY "|"
                        INTO WS-RSVP-P-EVENT WS-RSVP-P-USER
                             WS-RSVP-P-DATE WS-RSVP-P-STATUS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-RSVP-P-STATUS) = SPACES
                       OR FUNCTION TRIM(WS-RSVP-P-STATUS) = "Going"
                        PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                            UNTIL WS-EVT-IDX > WS-BKG-COUNT
                            IF WS-BKG-ID(WS-EVT-IDX) = FUNCTION TRIM(WS-RSVP-P-EVENT)
                                ADD 1 TO WS-BKG-GOING(WS-EVT-IDX)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    *> Fill per booking as a percentage of the room, summed per venue
    *> and averaged when printed.
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1 UNTIL WS-EVT-IDX > WS-BKG-COUNT
        MOVE WS-BKG-VEN-IDX(WS-EVT-IDX) TO WS-FOUND-IDX
        IF WS-VEN-CAPACITY(WS-FOUND-IDX) > 0
            COMPUTE WS-VEN-FILL-PCT(WS-FOUND-IDX) =
                WS-VEN-FILL-PCT(WS-FOUND-IDX)
                + WS-BKG-GOING(WS-EVT-IDX) * 100 / WS-VEN-CAPACITY(WS-FOUND-IDX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> FIND-VENUE-ENTRY: subscript of the parsed event's venue (0 when the
*> event is off-campus or names a code no longer on the master).
FIND-VENUE-ENTRY.
    MOVE 0 TO WS-FOUND-IDX
    IF WS-EVT-P-VENUE = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-VEN-COUNT OR WS-FOUND-IDX > 0
        IF WS-VEN-CODE(WS-IDX)
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVT-P-VENUE))
            MOVE WS-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> HHMM-TO-MINUTES: WS-HHMM-NUM as minutes past midnight.
HHMM-TO-MINUTES.
    COMPUTE WS-MINUTES = FUNCTION INTEGER-PART(WS-HHMM-NUM / 100) * 60
                         + FUNCTION MOD(WS-HHMM-NUM, 100)
    EXIT PARAGRAPH.

PARSE-VENUE-RECORD.
    MOVE SPACES TO WS-VEN-P-CODE WS-VEN-P-CAMPUS WS-VEN-P-NAME
                   WS-VEN-P-CAPACITY WS-VEN-P-OPEN WS-VEN-P-CLOSE
                   WS-VEN-P-STATUS
    UNSTRING VENUE-REC DELIMITED BY "|"
        INTO WS-VEN-P-CODE WS-VEN-P-CAMPUS WS-VEN-P-NAME
             WS-VEN-P-CAPACITY WS-VEN-P-OPEN WS-VEN-P-CLOSE
             WS-VEN-P-STATUS
    END-UNSTRING
    EXIT PARAGRAPH.

PARSE-EVENT-RECORD.
    MOVE SPACES TO WS-EVT-P-ID WS-EVT-P-EMPLOYER WS-EVT-P-TITLE
                   WS-EVT-P-DATE WS-EVT-P-LOCATION WS-EVT-P-DESC
                   WS-EVT-P-CAPACITY WS-EVT-P-VENUE WS-EVT-P-START
                   WS-EVT-P-END
    UNSTRING EVENT-REC DELIMITED BY "|"
        INTO WS-EVT-P-ID WS-EVT-P-EMPLOYER WS-EVT-P-TITLE
             WS-EVT-P-DATE WS-EVT-P-LOCATION WS-EVT-P-DESC
             WS-EVT-P-CAPACITY WS-EVT-P-VENUE WS-EVT-P-START
             WS-EVT-P-END
    END-UNSTRING
    EXIT PARAGRAPH.

PRINT-VENUE-LINE.
    ADD WS-VEN-EVENTS(WS-IDX) TO WS-TOT-EVENTS
    ADD WS-VEN-BOOKED-MIN(WS-IDX) TO WS-TOT-BOOKED-MIN
    ADD WS-VEN-AVAIL-MIN(WS-IDX) TO WS-TOT-AVAIL-MIN

    MOVE 0 TO WS-RATE
    IF WS-VEN-AVAIL-MIN(WS-IDX) > 0
        COMPUTE WS-RATE ROUNDED =
            WS-VEN-BOOKED-MIN(WS-IDX) * 100 / WS-VEN-AVAIL-MIN(WS-IDX)
    END-IF
    MOVE WS-RATE TO WS-RATE-EDIT
    MOVE 0 TO WS-RATE
    IF WS-VEN-EVENTS(WS-IDX) > 0
        COMPUTE WS-RATE ROUNDED =
            WS-VEN-FILL-PCT(WS-IDX) / WS-VEN-EVENTS(WS-IDX)
    END-IF
    MOVE WS-RATE TO WS-FILL-EDIT
    COMPUTE WS-HOURS ROUNDED = WS-VEN-BOOKED-MIN(WS-IDX) / 60
    MOVE WS-HOURS TO WS-BOOKED-EDIT
    COMPUTE WS-HOURS ROUNDED = WS-VEN-AVAIL-MIN(WS-IDX) / 60
    MOVE WS-HOURS TO WS-AVAIL-EDIT

    MOVE WS-VEN-CODE(WS-IDX) TO WS-CODE-COL
    MOVE SPACES TO WS-NAME-COL
    STRING FUNCTION TRIM(WS-VEN-NAME(WS-IDX)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-CAMPUS(WS-IDX)) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO WS-NAME-COL
    END-STRING
    MOVE WS-VEN-CAPACITY(WS-IDX) TO WS-CAP-EDIT
    MOVE WS-VEN-EVENTS(WS-IDX) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING WS-CODE-COL    DELIMITED BY SIZE
           " "            DELIMITED BY SIZE
           WS-NAME-COL    DELIMITED BY SIZE
           "  "           DELIMITED BY SIZE
           WS-CAP-EDIT    DELIMITED BY SIZE
           "   "          DELIMITED BY SIZE
           WS-COUNT-EDIT  DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-BOOKED-EDIT DELIMITED BY SIZE
           "    "         DELIMITED BY SIZE
           WS-AVAIL-EDIT  DELIMITED BY SIZE
           "  "           DELIMITED BY SIZE
           WS-RATE-EDIT   DELIMITED BY SIZE
           "      "       DELIMITED BY SIZE
           WS-FILL-EDIT   DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    IF FUNCTION TRIM(WS-VEN-STATUS(WS-IDX)) = "RETIRED"
        MOVE "  retired" TO REPORT-REC(100:9)
    END-IF
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE 0 TO WS-RATE
    IF WS-TOT-AVAIL-MIN > 0
        COMPUTE WS-RATE ROUNDED = WS-TOT-BOOKED-MIN * 100 / WS-TOT-AVAIL-MIN
    END-IF
    MOVE WS-RATE TO WS-RATE-EDIT
    MOVE WS-TOT-EVENTS TO WS-COUNT-EDIT
    COMPUTE WS-HOURS ROUNDED = WS-TOT-BOOKED-MIN / 60
    MOVE WS-HOURS TO WS-BOOKED-EDIT
    COMPUTE WS-HOURS ROUNDED = WS-TOT-AVAIL-MIN / 60
    MOVE WS-HOURS TO WS-AVAIL-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Total bookings: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           "  Hours booked: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-BOOKED-EDIT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AVAIL-EDIT) DELIMITED BY SIZE
           "  Utilization: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> PRINT-VENUE-BOOKINGS: the week's events in room WS-IDX.
PRINT-VENUE-BOOKINGS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Bookings - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-CODE(WS-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-NAME(WS-IDX)) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1 UNTIL WS-EVT-IDX > WS-BKG-COUNT
        IF WS-BKG-VEN-IDX(WS-EVT-IDX) = WS-IDX
            MOVE WS-BKG-GOING(WS-EVT-IDX) TO WS-GOING-EDIT
            MOVE SPACES TO REPORT-REC
            STRING "  " DELIMITED BY SIZE
                   WS-BKG-DATE(WS-EVT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BKG-START(WS-EVT-IDX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BKG-END(WS-EVT-IDX) DELIMITED BY SIZE
                   "  #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BKG-ID(WS-EVT-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BKG-TITLE(WS-EVT-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BKG-EMPLOYER(WS-EVT-IDX)) DELIMITED BY SIZE
                   ") - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GOING-EDIT) DELIMITED BY SIZE
                   " going" DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-CONFIG: VENUE_REPORT_WEEK (YYYYMMDD, any day of the week to
*> report); anything else, or no AppConfig.txt, leaves the
*> previous-week default.
LOAD-CONFIG.
    MOVE SPACES TO WS-WEEK-ANCHOR
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
                    IF FUNCTION UPPER-CASE(CONFIG-KEY) = "VENUE_REPORT_WEEK"
                       AND CONFIG-VALUE(1:8) IS NUMERIC
                       AND CONFIG-VALUE(9:1) = SPACE
                       AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CONFIG-VALUE(1:8))) = 0
                        MOVE CONFIG-VALUE(1:8) TO WS-WEEK-ANCHOR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    MOVE "N" TO EOF-FLAG
    EXIT PARAGRAPH.

END PROGRAM VENUEUTILIZATIONREPORT.
