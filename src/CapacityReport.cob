*> Stand-alone capacity and table-limit headroom report. Run this
*> nightly (a CAPACITY step in JobStream.txt). Every hard limit in the
*> system - the MAX_ACCOUNTS cap, the 10 experience and 10 education
*> entries an AR-PROFILE holds, the 50 JobStream steps, the in-memory
*> job, schedule, summary and master-list tables in InCollege.cob, and
*> the 2000-row account and posting tables the batch reports load - is
*> counted against its actual volume. Per-user and per-posting limits
*> report the single largest holder, since that is the one that
*> overflows first.
*>
*> Any limit at or above CAPACITY_WARN_PCT percent (AppConfig.txt,
*> default 80) is written as a "WARN ..." line, which OPSDIGEST picks
*> up the next morning. Each run appends today's volumes to
*> ../data/CapacityHistory.txt (DATE|LIMIT-ID|VOLUME); the growth rate
*> per month is taken against the newest reading at least 30 days old
*> (or, while the history is younger than that, the oldest reading at
*> least 7 days old) and projected forward to the date the limit would
*> be reached. Output goes to ../data/CapacityReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. CAPACITYREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPLICATION-STAT.
    SELECT INTERVIEW-FILE ASSIGN TO "../data/Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERVIEW-STAT.
    SELECT EVENT-FILE ASSIGN TO "../data/Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENT-STAT.
    SELECT RSVP-FILE ASSIGN TO "../data/EventRSVPs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSVP-STAT.
    SELECT SLOT-FILE ASSIGN TO "../data/CounselorSlots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLOT-STAT.
    SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COUNT-STAT.
    SELECT HISTORY-FILE ASSIGN TO "../data/CapacityHistory.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/CapacityReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  JOB-FILE.
01  JOB-REC             PIC X(800).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(200).

FD  INTERVIEW-FILE.
01  INTERVIEW-REC       PIC X(200).

FD  EVENT-FILE.
01  EVENT-REC           PIC X(400).

FD  RSVP-FILE.
01  RSVP-REC            PIC X(120).

FD  SLOT-FILE.
01  SLOT-REC            PIC X(200).

FD  COUNT-FILE.
01  COUNT-REC           PIC X(400).

FD  HISTORY-FILE.
01  HISTORY-REC         PIC X(80).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  JOB-STAT            PIC XX.
01  APPLICATION-STAT    PIC XX.
01  INTERVIEW-STAT      PIC XX.
01  EVENT-STAT          PIC XX.
01  RSVP-STAT           PIC XX.
01  SLOT-STAT           PIC XX.
01  COUNT-STAT          PIC XX.
01  HISTORY-STAT        PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-TODAY            PIC X(8).
01  WS-TODAY-INT        PIC 9(8) VALUE 0.
01  WS-CUTOFF-30        PIC X(8).
01  WS-CUTOFF-7         PIC X(8).
01  WS-WORK-INT         PIC 9(8) VALUE 0.
01  WS-WORK-DATE        PIC 9(8) VALUE 0.
01  WS-WARN-PCT         PIC 9(3) VALUE 80.
01  WS-MAX-ACCOUNTS     PIC 9(7) VALUE 100000.
01  WS-EXPIRATION-DAYS  PIC 9(4) VALUE 60.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-HIT              PIC 9(4) VALUE 0.
01  WS-TALLY            PIC 9(4) VALUE 0.
01  WS-WARN-COUNT       PIC 9(3) VALUE 0.
01  WS-COUNT-PATH       PIC X(60).
01  WS-ROW-COUNT        PIC 9(7) VALUE 0.

*> The limits tracked, in report order: ID, capacity, and what the
*> limit is. ACCOUNTS takes its capacity from MAX_ACCOUNTS at run time.
01  WS-LIMIT-COUNT      PIC 9(2) VALUE 14.
01  WS-LIMIT-VALUES.
    05  FILLER PIC X(20) VALUE "ACCOUNTS".
    05  FILLER PIC 9(7)  VALUE 100000.
    05  FILLER PIC X(60) VALUE "accounts (MAX_ACCOUNTS cap)".
    05  FILLER PIC X(20) VALUE "BATCH-ACCOUNTS".
    05  FILLER PIC 9(7)  VALUE 2000.
    05  FILLER PIC X(60) VALUE "accounts (batch report account tables)".
    05  FILLER PIC X(20) VALUE "PROFILE-EXPERIENCE".
    05  FILLER PIC 9(7)  VALUE 10.
    05  FILLER PIC X(60) VALUE "experience entries on one profile".
    05  FILLER PIC X(20) VALUE "PROFILE-EDUCATION".
    05  FILLER PIC 9(7)  VALUE 10.
    05  FILLER PIC X(60) VALUE "education entries on one profile".
    05  FILLER PIC X(20) VALUE "JOBSTREAM-STEPS".
    05  FILLER PIC 9(7)  VALUE 50.
    05  FILLER PIC X(60) VALUE "job-stream steps in JobStream.txt".
    05  FILLER PIC X(20) VALUE "BROWSE-POSTINGS".
    05  FILLER PIC 9(7)  VALUE 999.
    05  FILLER PIC X(60) VALUE "listable postings (browse sort table)".
    05  FILLER PIC X(20) VALUE "BATCH-POSTINGS".
    05  FILLER PIC 9(7)  VALUE 2000.
    05  FILLER PIC X(60) VALUE "postings (batch report posting tables)".
    05  FILLER PIC X(20) VALUE "EMPLOYER-POSTINGS".
    05  FILLER PIC 9(7)  VALUE 200.
    05  FILLER PIC X(60) VALUE "postings owned by one employer (login summary)".
    05  FILLER PIC X(20) VALUE "SCHEDULE-ENTRIES".
    05  FILLER PIC 9(7)  VALUE 100.
    05  FILLER PIC X(60) VALUE "upcoming commitments for one user (My Schedule)".
    05  FILLER PIC X(20) VALUE "UPCOMING-EVENTS".
    05  FILLER PIC 9(7)  VALUE 50.
    05  FILLER PIC X(60) VALUE "upcoming events (event browse table)".
    05  FILLER PIC X(20) VALUE "COMPANIES".
    05  FILLER PIC 9(7)  VALUE 200.
    05  FILLER PIC X(60) VALUE "companies on the Companies.txt master".
    05  FILLER PIC X(20) VALUE "UNIVERSITIES".
    05  FILLER PIC 9(7)  VALUE 100.
    05  FILLER PIC X(60) VALUE "universities on the Universities.txt master".
    05  FILLER PIC X(20) VALUE "LOCATIONS".
    05  FILLER PIC 9(7)  VALUE 300.
    05  FILLER PIC X(60) VALUE "locations on the Locations.txt master".
    05  FILLER PIC X(20) VALUE "JOB-LOCATIONS".
    05  FILLER PIC 9(7)  VALUE 2000.
    05  FILLER PIC X(60) VALUE "posting locations in JobLocations.txt".
01  WS-LIMIT-TABLE REDEFINES WS-LIMIT-VALUES.
    05  WS-LIMIT-DEF OCCURS 14 TIMES.
        10  WS-LIMIT-ID       PIC X(20).
        10  WS-LIMIT-CAPACITY PIC 9(7).
        10  WS-LIMIT-DESC     PIC X(60).

*> Volumes counted this run, and the history reading to measure
*> growth against (newest at least 30 days old, else oldest at least
*> 7 days old).
01  WS-LIMIT-STATE.
    05  WS-LIMIT-ENTRY OCCURS 14 TIMES.
        10  WS-LIMIT-VOLUME   PIC 9(7).
        10  WS-LIMIT-HOLDER   PIC X(50).
        10  WS-LIMIT-OLD30-DATE  PIC X(8).
        10  WS-LIMIT-OLD30-VALUE PIC 9(7).
        10  WS-LIMIT-OLD7-DATE   PIC X(8).
        10  WS-LIMIT-OLD7-VALUE  PIC 9(7).
01  WS-LIM              PIC 9(2) VALUE 0.
01  WS-BASE-DATE        PIC X(8).
01  WS-BASE-VALUE       PIC 9(7) VALUE 0.
01  WS-BASE-DAYS        PIC 9(5) VALUE 0.
01  WS-GROWTH           PIC S9(7) VALUE 0.
01  WS-MONTHLY-RATE     PIC S9(7) VALUE 0.
01  WS-DAYS-TO-LIMIT    PIC 9(9) VALUE 0.
01  WS-PCT              PIC 9(5) VALUE 0.
01  WS-PCT-EDIT         PIC ZZZZ9.
01  WS-VOLUME-EDIT      PIC Z(6)9.
01  WS-CAPACITY-EDIT    PIC Z(6)9.
01  WS-RATE-EDIT        PIC +(6)9.
01  WS-HIST-VOLUME      PIC 9(7).
01  WS-STATUS-WORD      PIC X(5).
01  WS-PROJECTION       PIC X(100).
01  WS-HOLDER-TEXT      PIC X(80).

*> Per-user tallies for the per-user limits: upcoming schedule
*> entries and postings owned. Names are matched upper-cased and
*> shown as first seen.
01  WS-USER-COUNT       PIC 9(4) VALUE 0.
01  WS-USER-TABLE.
    05  WS-USER-ENTRY OCCURS 3000 TIMES.
        10  WS-USER-NAME      PIC X(50).
        10  WS-USER-SHOWN     PIC X(50).
        10  WS-USER-SCHED     PIC 9(5).
        10  WS-USER-POSTINGS  PIC 9(5).
01  WS-USER-LOOKUP      PIC X(50).
01  WS-USER-AS-GIVEN    PIC X(50).

*> Upcoming confirmed interviews (application IDs) and upcoming
*> events (event IDs), resolved to users on a second pass.
01  WS-IV-COUNT         PIC 9(4) VALUE 0.
01  WS-IV-TABLE.
    05  WS-IV-APP-ID OCCURS 2000 TIMES PIC X(10).
01  WS-UE-COUNT         PIC 9(4) VALUE 0.
01  WS-UE-TABLE.
    05  WS-UE-EVENT-ID OCCURS 500 TIMES PIC X(10).

*> Parsed fields.
01  WS-P-1              PIC X(50).
01  WS-P-2              PIC X(50).
01  WS-P-3              PIC X(100).
01  WS-P-4              PIC X(200).
01  WS-P-5              PIC X(100).
01  WS-P-6              PIC X(100).
01  WS-P-7              PIC X(100).
01  WS-P-8              PIC X(30).
01  WS-P-9              PIC X(10).
01  WS-P-10             PIC X(20).
01  WS-P-11             PIC X(10).
01  WS-P-12             PIC X(12).
01  WS-P-13             PIC X(12).
01  WS-P-14             PIC X(10).
01  WS-P-15             PIC X(10).
01  WS-P-STATUS-UP      PIC X(30).
01  WS-POSTED-NUM       PIC 9(8) VALUE 0.
01  WS-AGE-DAYS         PIC S9(7) VALUE 0.
01  WS-ENTRY-COUNT      PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
    COMPUTE WS-WORK-INT = WS-TODAY-INT - 30
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-DATE TO WS-CUTOFF-30
    COMPUTE WS-WORK-INT = WS-TODAY-INT - 7
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-DATE TO WS-CUTOFF-7

    PERFORM LOAD-APP-CONFIG
    MOVE WS-MAX-ACCOUNTS TO WS-LIMIT-CAPACITY(1)
    PERFORM VARYING WS-LIM FROM 1 BY 1 UNTIL WS-LIM > WS-LIMIT-COUNT
        MOVE 0 TO WS-LIMIT-VOLUME(WS-LIM)
        MOVE SPACES TO WS-LIMIT-HOLDER(WS-LIM)
        MOVE SPACES TO WS-LIMIT-OLD30-DATE(WS-LIM)
        MOVE 0 TO WS-LIMIT-OLD30-VALUE(WS-LIM)
        MOVE SPACES TO WS-LIMIT-OLD7-DATE(WS-LIM)
        MOVE 0 TO WS-LIMIT-OLD7-VALUE(WS-LIM)
    END-PERFORM

    PERFORM COUNT-ACCOUNTS
    PERFORM COUNT-JOB-STREAM
    PERFORM COUNT-POSTINGS
    PERFORM COUNT-SCHEDULES
    PERFORM COUNT-MASTER-LISTS
    PERFORM PICK-PEAK-HOLDERS

    PERFORM LOAD-HISTORY
    PERFORM APPEND-HISTORY
    PERFORM WRITE-REPORT

    MOVE WS-WARN-COUNT TO WS-PCT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Capacity report complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
           " limit(s) at or above the warning threshold." DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    DISPLAY FUNCTION TRIM(REPORT-REC)
    STOP RUN.

LOAD-APP-CONFIG.
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
                    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                        WHEN "MAX_ACCOUNTS"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(CONFIG-VALUE)
                                    TO WS-MAX-ACCOUNTS
                            END-IF
                        WHEN "JOB_EXPIRATION_DAYS"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(CONFIG-VALUE)
                                    TO WS-EXPIRATION-DAYS
                            END-IF
                        WHEN "CAPACITY_WARN_PCT"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(CONFIG-VALUE)
                                    TO WS-WARN-PCT
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> COUNT-ACCOUNTS: the account total feeds both account limits, and
*> each profile's filled experience and education slots feed the
*> per-profile limits. Every account also gets a per-user tally slot.
COUNT-ACCOUNTS.
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
                IF AR-USERNAME NOT = SPACES
                    ADD 1 TO WS-LIMIT-VOLUME(1)
                    ADD 1 TO WS-LIMIT-VOLUME(2)
                    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-USER-AS-GIVEN
                    PERFORM FIND-USER

                    MOVE 0 TO WS-ENTRY-COUNT
                    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
                        IF AR-EXP-TITLE(WS-IDX) NOT = SPACES
                            ADD 1 TO WS-ENTRY-COUNT
                        END-IF
                    END-PERFORM
                    IF WS-ENTRY-COUNT > WS-LIMIT-VOLUME(3)
                        MOVE WS-ENTRY-COUNT TO WS-LIMIT-VOLUME(3)
                        MOVE AR-USERNAME TO WS-LIMIT-HOLDER(3)
                    END-IF

                    MOVE 0 TO WS-ENTRY-COUNT
                    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
                        IF AR-EDU-SCHOOL(WS-IDX) NOT = SPACES
                            ADD 1 TO WS-ENTRY-COUNT
                        END-IF
                    END-PERFORM
                    IF WS-ENTRY-COUNT > WS-LIMIT-VOLUME(4)
                        MOVE WS-ENTRY-COUNT TO WS-LIMIT-VOLUME(4)
                        MOVE AR-USERNAME TO WS-LIMIT-HOLDER(4)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

*> FIND-USER: WS-HIT is the slot of the user in WS-USER-AS-GIVEN in the per-user table,
*> added when new; 0 once the table is full.
FIND-USER.
    MOVE FUNCTION UPPER-CASE(WS-USER-AS-GIVEN) TO WS-USER-LOOKUP
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-USER-COUNT
        IF WS-USER-NAME(WS-IDX) = WS-USER-LOOKUP
            MOVE WS-IDX TO WS-HIT
            MOVE WS-USER-COUNT TO WS-IDX
        END-IF
    END-PERFORM
    IF WS-HIT = 0 AND WS-USER-COUNT < 3000
        ADD 1 TO WS-USER-COUNT
        MOVE WS-USER-COUNT TO WS-HIT
        MOVE WS-USER-LOOKUP TO WS-USER-NAME(WS-HIT)
        MOVE WS-USER-AS-GIVEN TO WS-USER-SHOWN(WS-HIT)
        MOVE 0 TO WS-USER-SCHED(WS-HIT)
        MOVE 0 TO WS-USER-POSTINGS(WS-HIT)
    END-IF
    EXIT PARAGRAPH.

*> COUNT-JOB-STREAM: JOBSTREAM loads every non-blank row as a step.
COUNT-JOB-STREAM.
    MOVE "../data/JobStream.txt" TO WS-COUNT-PATH
    PERFORM COUNT-FILE-ROWS
    MOVE WS-ROW-COUNT TO WS-LIMIT-VOLUME(5)
    EXIT PARAGRAPH.

*> COUNT-POSTINGS: JobPostings.txt rows are ID|USERNAME|TITLE|DESC|
*> EMPLOYER|LOCATION|SALARY|STATUS|POSTED-DATE|TYPE|CAMPUS|SAL-MIN|
*> SAL-MAX|SAL-PERIOD|PUBLISH-ON|BLIND-REVIEW. A posting is listable -
*> and so takes a browse sort-table slot - by the rule the browse list
*> itself applies: not Closed, Filled, Removed or Pending, already
*> published, and not older than JOB_EXPIRATION_DAYS (zero disables
*> expiry) counted from PUBLISH-ON when set, else POSTED-DATE.
COUNT-POSTINGS.
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
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO WS-P-1 WS-P-2 WS-P-3 WS-P-4 WS-P-5
                                   WS-P-6 WS-P-7 WS-P-8 WS-P-9 WS-P-10
                                   WS-P-11 WS-P-12 WS-P-13 WS-P-14
                                   WS-P-15
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO WS-P-1 WS-P-2 WS-P-3 WS-P-4 WS-P-5
                             WS-P-6 WS-P-7 WS-P-8 WS-P-9 WS-P-10
                             WS-P-11 WS-P-12 WS-P-13 WS-P-14 WS-P-15
                    END-UNSTRING
                    ADD 1 TO WS-LIMIT-VOLUME(7)
                    MOVE FUNCTION TRIM(WS-P-2) TO WS-USER-AS-GIVEN
                    PERFORM FIND-USER
                    IF WS-HIT > 0
                        ADD 1 TO WS-USER-POSTINGS(WS-HIT)
                    END-IF
                    PERFORM CHECK-LISTABLE
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

CHECK-LISTABLE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-8)) TO WS-P-STATUS-UP
    IF WS-P-STATUS-UP = "CLOSED" OR "FILLED" OR "REMOVED" OR "PENDING"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-POSTED-NUM
    IF FUNCTION TRIM(WS-P-15) NOT = SPACES
       AND WS-P-15(1:8) IS NUMERIC
        IF WS-P-15(1:8) > WS-TODAY
            EXIT PARAGRAPH
        END-IF
        MOVE WS-P-15(1:8) TO WS-POSTED-NUM
    ELSE
        IF WS-P-9(1:8) IS NUMERIC
            MOVE WS-P-9(1:8) TO WS-POSTED-NUM
        END-IF
    END-IF
    IF WS-EXPIRATION-DAYS > 0 AND WS-POSTED-NUM > 0
        COMPUTE WS-AGE-DAYS = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-POSTED-NUM)
        IF WS-AGE-DAYS > WS-EXPIRATION-DAYS
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-LIMIT-VOLUME(6)
    EXIT PARAGRAPH.

*> COUNT-SCHEDULES: My Schedule holds a user's upcoming Confirmed
*> interviews (APPLICATION-ID|SLOT-DATE|... in Interviews.txt, owned
*> through the application), RSVPs other than Waitlist to upcoming
*> events (EVENT-ID|EMPLOYER|TITLE|EVENT-DATE|...), and Booked
*> advising slots (SLOT-ID|COUNSELOR|DATE|TIME|STATUS|STUDENT|...),
*> which count for both the student and the counselor.
COUNT-SCHEDULES.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT INTERVIEW-FILE
    IF INTERVIEW-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ INTERVIEW-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    MOVE SPACES TO WS-P-1 WS-P-2 WS-P-3 WS-P-4
                    UNSTRING INTERVIEW-REC DELIMITED BY "|"
                        INTO WS-P-1 WS-P-2 WS-P-3 WS-P-4
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-P-4) = "Confirmed"
                       AND WS-P-2(1:8) IS NUMERIC
                       AND WS-P-2(1:8) >= WS-TODAY
                       AND WS-IV-COUNT < 2000
                        ADD 1 TO WS-IV-COUNT
                        MOVE FUNCTION TRIM(WS-P-1) TO WS-IV-APP-ID(WS-IV-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVIEW-FILE
    END-IF

    IF WS-IV-COUNT > 0
        MOVE "N" TO EOF-FLAG
        OPEN INPUT APPLICATION-FILE
        IF APPLICATION-STAT NOT = "35"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ APPLICATION-FILE
                    AT END
                        MOVE "Y" TO EOF-FLAG
                    NOT AT END
                        MOVE SPACES TO WS-P-1 WS-P-2
                        UNSTRING APPLICATION-REC DELIMITED BY "|"
                            INTO WS-P-1 WS-P-2
                        END-UNSTRING
                        PERFORM VARYING WS-TALLY FROM 1 BY 1
                            UNTIL WS-TALLY > WS-IV-COUNT
                            IF WS-IV-APP-ID(WS-TALLY) = FUNCTION TRIM(WS-P-1)
                                PERFORM CREDIT-SCHEDULE-ENTRY
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE APPLICATION-FILE
        END-IF
    END-IF

    MOVE "N" TO EOF-FLAG
    OPEN INPUT EVENT-FILE
    IF EVENT-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ EVENT-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    MOVE SPACES TO WS-P-1 WS-P-2 WS-P-3 WS-P-4
                    UNSTRING EVENT-REC DELIMITED BY "|"
                        INTO WS-P-1 WS-P-2 WS-P-3 WS-P-4
                    END-UNSTRING
                    IF WS-P-4(1:8) IS NUMERIC
                       AND WS-P-4(1:8) >= WS-TODAY
                        ADD 1 TO WS-LIMIT-VOLUME(10)
                        IF WS-UE-COUNT < 500
                            ADD 1 TO WS-UE-COUNT
                            MOVE FUNCTION TRIM(WS-P-1)
                                TO WS-UE-EVENT-ID(WS-UE-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-FILE
    END-IF

    IF WS-UE-COUNT > 0
        MOVE "N" TO EOF-FLAG
        OPEN INPUT RSVP-FILE
        IF RSVP-STAT NOT = "35"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ RSVP-FILE
                    AT END
                        MOVE "Y" TO EOF-FLAG
                    NOT AT END
                        MOVE SPACES TO WS-P-1 WS-P-2 WS-P-3 WS-P-4
                        UNSTRING RSVP-REC DELIMITED BY "|"
                            INTO WS-P-1 WS-P-2 WS-P-3 WS-P-4
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-P-4) NOT = "Waitlist"
                            PERFORM VARYING WS-TALLY FROM 1 BY 1
                                UNTIL WS-TALLY > WS-UE-COUNT
                                IF WS-UE-EVENT-ID(WS-TALLY)
                                   = FUNCTION TRIM(WS-P-1)
                                    PERFORM CREDIT-SCHEDULE-ENTRY
                                    MOVE WS-UE-COUNT TO WS-TALLY
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RSVP-FILE
        END-IF
    END-IF

    MOVE "N" TO EOF-FLAG
    OPEN INPUT SLOT-FILE
    IF SLOT-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ SLOT-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    MOVE SPACES TO WS-P-1 WS-P-2 WS-P-3 WS-P-4 WS-P-5
                                   WS-P-6
                    UNSTRING SLOT-REC DELIMITED BY "|"
                        INTO WS-P-1 WS-P-5 WS-P-3 WS-P-4 WS-P-8 WS-P-2
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-P-8) = "Booked"
                       AND WS-P-3(1:8) >= WS-TODAY
                        PERFORM CREDIT-SCHEDULE-ENTRY
                        MOVE WS-P-5 TO WS-P-2
                        PERFORM CREDIT-SCHEDULE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SLOT-FILE
    END-IF
    EXIT PARAGRAPH.

*> CREDIT-SCHEDULE-ENTRY: one more upcoming commitment for the user
*> in WS-P-2.
CREDIT-SCHEDULE-ENTRY.
    IF FUNCTION TRIM(WS-P-2) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-P-2) TO WS-USER-AS-GIVEN
    PERFORM FIND-USER
    IF WS-HIT > 0
        ADD 1 TO WS-USER-SCHED(WS-HIT)
    END-IF
    EXIT PARAGRAPH.

*> COUNT-MASTER-LISTS: the master lists InCollege loads whole.
COUNT-MASTER-LISTS.
    MOVE "../data/Companies.txt" TO WS-COUNT-PATH
    PERFORM COUNT-FILE-ROWS
    MOVE WS-ROW-COUNT TO WS-LIMIT-VOLUME(11)
    MOVE "../data/Universities.txt" TO WS-COUNT-PATH
    PERFORM COUNT-FILE-ROWS
    MOVE WS-ROW-COUNT TO WS-LIMIT-VOLUME(12)
    MOVE "../data/Locations.txt" TO WS-COUNT-PATH
    PERFORM COUNT-FILE-ROWS
    MOVE WS-ROW-COUNT TO WS-LIMIT-VOLUME(13)
    MOVE "../data/JobLocations.txt" TO WS-COUNT-PATH
    PERFORM COUNT-FILE-ROWS
    MOVE WS-ROW-COUNT TO WS-LIMIT-VOLUME(14)
    EXIT PARAGRAPH.

*> COUNT-FILE-ROWS: non-blank rows in the file at WS-COUNT-PATH.
COUNT-FILE-ROWS.
    MOVE 0 TO WS-ROW-COUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT COUNT-FILE
    IF COUNT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ COUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF COUNT-REC NOT = SPACES
                    ADD 1 TO WS-ROW-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE COUNT-FILE
    EXIT PARAGRAPH.

*> PICK-PEAK-HOLDERS: the per-user limits report their largest user.
PICK-PEAK-HOLDERS.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-USER-COUNT
        IF WS-USER-POSTINGS(WS-IDX) > WS-LIMIT-VOLUME(8)
            MOVE WS-USER-POSTINGS(WS-IDX) TO WS-LIMIT-VOLUME(8)
            MOVE WS-USER-SHOWN(WS-IDX) TO WS-LIMIT-HOLDER(8)
        END-IF
        IF WS-USER-SCHED(WS-IDX) > WS-LIMIT-VOLUME(9)
            MOVE WS-USER-SCHED(WS-IDX) TO WS-LIMIT-VOLUME(9)
            MOVE WS-USER-SHOWN(WS-IDX) TO WS-LIMIT-HOLDER(9)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-HISTORY: per limit, the newest reading dated at or before
*> the 30-day cutoff and the oldest at or before the 7-day cutoff.
LOAD-HISTORY.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ HISTORY-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO WS-P-1 WS-P-2 WS-P-3
                UNSTRING HISTORY-REC DELIMITED BY "|"
                    INTO WS-P-1 WS-P-2 WS-P-3
                END-UNSTRING
                IF WS-P-1(1:8) IS NUMERIC
                   AND FUNCTION TRIM(WS-P-3) IS NUMERIC
                    MOVE FUNCTION TRIM(WS-P-3) TO WS-HIST-VOLUME
                    PERFORM FOLD-HISTORY-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

FOLD-HISTORY-ROW.
    PERFORM VARYING WS-LIM FROM 1 BY 1 UNTIL WS-LIM > WS-LIMIT-COUNT
        IF WS-LIMIT-ID(WS-LIM) = FUNCTION TRIM(WS-P-2)
            IF WS-P-1(1:8) <= WS-CUTOFF-30
               AND WS-P-1(1:8) > WS-LIMIT-OLD30-DATE(WS-LIM)
                MOVE WS-P-1(1:8) TO WS-LIMIT-OLD30-DATE(WS-LIM)
                MOVE WS-HIST-VOLUME TO WS-LIMIT-OLD30-VALUE(WS-LIM)
            END-IF
            IF WS-P-1(1:8) <= WS-CUTOFF-7
               AND (WS-LIMIT-OLD7-DATE(WS-LIM) = SPACES
                    OR WS-P-1(1:8) < WS-LIMIT-OLD7-DATE(WS-LIM))
                MOVE WS-P-1(1:8) TO WS-LIMIT-OLD7-DATE(WS-LIM)
                MOVE WS-HIST-VOLUME TO WS-LIMIT-OLD7-VALUE(WS-LIM)
            END-IF
            MOVE WS-LIMIT-COUNT TO WS-LIM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

APPEND-HISTORY.
    OPEN EXTEND HISTORY-FILE
    IF HISTORY-STAT = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    PERFORM VARYING WS-LIM FROM 1 BY 1 UNTIL WS-LIM > WS-LIMIT-COUNT
        MOVE WS-LIMIT-VOLUME(WS-LIM) TO WS-VOLUME-EDIT
        MOVE SPACES TO HISTORY-REC
        STRING WS-TODAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIMIT-ID(WS-LIM)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VOLUME-EDIT) DELIMITED BY SIZE
            INTO HISTORY-REC
        END-STRING
        WRITE HISTORY-REC
    END-PERFORM
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Capacity Headroom Report - " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "==================================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-WARN-PCT TO WS-PCT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Limits at or above " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
           "% of capacity are flagged WARN." DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    PERFORM VARYING WS-LIM FROM 1 BY 1 UNTIL WS-LIM > WS-LIMIT-COUNT
        PERFORM WRITE-LIMIT-LINES
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-WARN-COUNT TO WS-PCT-EDIT
    MOVE WS-LIMIT-COUNT TO WS-VOLUME-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "SUMMARY: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VOLUME-EDIT) DELIMITED BY SIZE
           " limit(s) checked, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
           " at or above the warning threshold." DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

*> WRITE-LIMIT-LINES: the status line for one limit, then its growth
*> projection.
WRITE-LIMIT-LINES.
    IF WS-LIMIT-CAPACITY(WS-LIM) = 0
        MOVE 100 TO WS-PCT
    ELSE
        COMPUTE WS-PCT = WS-LIMIT-VOLUME(WS-LIM) * 100
            / WS-LIMIT-CAPACITY(WS-LIM)
    END-IF
    IF WS-PCT >= WS-WARN-PCT
        MOVE "WARN" TO WS-STATUS-WORD
        ADD 1 TO WS-WARN-COUNT
    ELSE
        MOVE "OK" TO WS-STATUS-WORD
    END-IF
    MOVE WS-PCT TO WS-PCT-EDIT
    MOVE WS-LIMIT-VOLUME(WS-LIM) TO WS-VOLUME-EDIT
    MOVE WS-LIMIT-CAPACITY(WS-LIM) TO WS-CAPACITY-EDIT
    MOVE SPACES TO WS-HOLDER-TEXT
    IF WS-LIMIT-HOLDER(WS-LIM) NOT = SPACES
        STRING " - largest: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIMIT-HOLDER(WS-LIM)) DELIMITED BY SIZE
            INTO WS-HOLDER-TEXT
        END-STRING
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING WS-STATUS-WORD DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIMIT-ID(WS-LIM)) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VOLUME-EDIT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CAPACITY-EDIT) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
           "%) " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIMIT-DESC(WS-LIM)) DELIMITED BY SIZE
           WS-HOLDER-TEXT DELIMITED BY "  "
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM PROJECT-LIMIT
    MOVE SPACES TO REPORT-REC
    STRING "     " DELIMITED BY SIZE
           WS-PROJECTION DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> PROJECT-LIMIT: monthly growth against the chosen history reading,
*> carried forward to the date the volume would reach capacity.
PROJECT-LIMIT.
    MOVE SPACES TO WS-PROJECTION
    IF WS-LIMIT-VOLUME(WS-LIM) >= WS-LIMIT-CAPACITY(WS-LIM)
        MOVE "Limit reached - rows beyond it are already being dropped or refused."
            TO WS-PROJECTION
        EXIT PARAGRAPH
    END-IF
    IF WS-LIMIT-OLD30-DATE(WS-LIM) NOT = SPACES
        MOVE WS-LIMIT-OLD30-DATE(WS-LIM) TO WS-BASE-DATE
        MOVE WS-LIMIT-OLD30-VALUE(WS-LIM) TO WS-BASE-VALUE
    ELSE
        IF WS-LIMIT-OLD7-DATE(WS-LIM) NOT = SPACES
            MOVE WS-LIMIT-OLD7-DATE(WS-LIM) TO WS-BASE-DATE
            MOVE WS-LIMIT-OLD7-VALUE(WS-LIM) TO WS-BASE-VALUE
        ELSE
            MOVE "Growth: not enough history to project (needs a reading at least 7 days old)."
                TO WS-PROJECTION
            EXIT PARAGRAPH
        END-IF
    END-IF
    COMPUTE WS-BASE-DAYS = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BASE-DATE))
    COMPUTE WS-GROWTH = WS-LIMIT-VOLUME(WS-LIM) - WS-BASE-VALUE
    COMPUTE WS-MONTHLY-RATE ROUNDED = WS-GROWTH * 30 / WS-BASE-DAYS
    MOVE WS-MONTHLY-RATE TO WS-RATE-EDIT
    IF WS-GROWTH <= 0
        STRING "Growth: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
               " per month since " DELIMITED BY SIZE
               WS-BASE-DATE DELIMITED BY SIZE
               " - not growing, no projected date." DELIMITED BY SIZE
            INTO WS-PROJECTION
        END-STRING
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAYS-TO-LIMIT =
        (WS-LIMIT-CAPACITY(WS-LIM) - WS-LIMIT-VOLUME(WS-LIM))
        * WS-BASE-DAYS / WS-GROWTH
    IF WS-DAYS-TO-LIMIT > 3650
        STRING "Growth: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
               " per month since " DELIMITED BY SIZE
               WS-BASE-DATE DELIMITED BY SIZE
               " - limit more than ten years away." DELIMITED BY SIZE
            INTO WS-PROJECTION
        END-STRING
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-DAYS-TO-LIMIT
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    STRING "Growth: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
           " per month since " DELIMITED BY SIZE
           WS-BASE-DATE DELIMITED BY SIZE
           " - projected to reach the limit about " DELIMITED BY SIZE
           WS-WORK-DATE DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-PROJECTION
    END-STRING
    EXIT PARAGRAPH.

END PROGRAM CAPACITYREPORT.
