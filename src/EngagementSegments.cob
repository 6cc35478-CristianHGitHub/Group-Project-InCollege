*> Stand-alone nightly student engagement segmentation. Run this from
*> the job stream the same way ACTIONPLANFOLLOWUP is run. Where
*> INACTIVEACCOUNTREPORT only looks at logins, this step looks at what
*> a STUDENT account has actually done on four signals:
*>   - a complete profile (name, university, major, graduation year,
*>     About Me, and at least one education or experience entry);
*>   - at least one application on file (applications.dat);
*>   - at least one completed skill course (SkillCompletions.txt);
*>   - at least one event RSVP (EventRSVPs.txt, waitlist included).
*> Each signal present is worth 25 points. A student whose
*> AR-GRADUATION-YEAR puts commencement (the Terms.txt commencement
*> date in that year, else the end of that year) within
*> ENGAGE_SENIOR_DAYS (AppConfig.txt, default 270) is a senior:
*>   ENGAGED   - 75 or more;
*>   AT RISK   - a senior at 25 or less;
*>   DRIFTING  - everyone else.
*> ../data/EngagementOutreach.txt lists, per counselor on
*> CounselorCaseloads.txt, the at-risk and then the drifting students
*> on their caseload with what is missing, followed by the pool of
*> at-risk students on nobody's caseload for the director to hand out.
*> Each counselor with an at-risk student gets one notification.
IDENTIFICATION DIVISION.
PROGRAM-ID. ENGAGEMENTSEGMENTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STAT.
    SELECT CASELOAD-FILE ASSIGN TO "../data/CounselorCaseloads.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CASELOAD-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPLICATION-STAT.
    SELECT SKILL-FILE ASSIGN TO "../data/SkillCompletions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SKILL-STAT.
    SELECT RSVP-FILE ASSIGN TO "../data/EventRSVPs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSVP-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/EngagementOutreach.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  TERM-FILE.
01  TERM-REC            PIC X(120).

FD  CASELOAD-FILE.
01  CASELOAD-REC        PIC X(110).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  SKILL-FILE.
01  SKILL-REC           PIC X(60).

FD  RSVP-FILE.
01  RSVP-REC            PIC X(100).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  TERM-STAT           PIC XX.
01  CASELOAD-STAT       PIC XX.
01  APPLICATION-STAT    PIC XX.
01  SKILL-STAT          PIC XX.
01  RSVP-STAT           PIC XX.
01  NOTIFY-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-TODAY            PIC 9(8).
01  WS-TODAY-INT        PIC 9(8).
01  WS-SENIOR-DAYS      PIC 9(4) VALUE 270.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-JDX              PIC 9(4) VALUE 0.
01  WS-HIT              PIC 9(4) VALUE 0.
01  WS-LOOK-USER        PIC X(50).
01  WS-RECIPIENT        PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-COMMENCE-NUM     PIC 9(8).
01  WS-YEAR-END         PIC 9(8).
01  WS-MISSING          PIC X(80).
01  WS-MISS-PTR         PIC 9(3) VALUE 1.
01  WS-NEW-MISSING      PIC X(20).
01  WS-SEG-WANTED       PIC X(8).
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT-2     PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT-3     PIC ZZZ,ZZ9.
01  WS-DAYS-EDIT        PIC ZZZ9.
01  WS-SCORE-EDIT       PIC ZZ9.
01  WS-REPORT-LINE      PIC X(200).

01  WS-ENGAGED-COUNT    PIC 9(5) VALUE 0.
01  WS-DRIFTING-COUNT   PIC 9(5) VALUE 0.
01  WS-AT-RISK-COUNT    PIC 9(5) VALUE 0.
01  WS-SENIOR-COUNT     PIC 9(5) VALUE 0.
01  WS-POOL-COUNT       PIC 9(5) VALUE 0.
01  WS-POOL-DRIFTING    PIC 9(5) VALUE 0.

01  WS-TRM-PARSED-CODE     PIC X(10).
01  WS-TRM-PARSED-NAME     PIC X(40).
01  WS-TRM-PARSED-START    PIC X(8).
01  WS-TRM-PARSED-END      PIC X(8).
01  WS-TRM-PARSED-COMMENCE PIC X(8).

01  WS-CSL-PARSED-COUNSELOR PIC X(50).
01  WS-CSL-PARSED-STUDENT   PIC X(50).
01  WS-APP-PARSED-ID        PIC X(10).
01  WS-APP-PARSED-USER      PIC X(50).
01  WS-SKILL-PARSED-USER    PIC X(50).
01  WS-RSVP-PARSED-EVENT    PIC X(10).
01  WS-RSVP-PARSED-USER     PIC X(50).

*> Commencement dates on the term master.
01  WS-TRM-COUNT        PIC 9(3) VALUE 0.
01  WS-TRM-TABLE.
    05  WS-TRM-COMMENCE OCCURS 200 TIMES PIC 9(8).

*> Every STUDENT account with its signals and the result.
01  WS-STU-COUNT        PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY OCCURS 2000 TIMES.
        10  WS-STU-USER       PIC X(50).
        10  WS-STU-NAME       PIC X(51).
        10  WS-STU-GRAD-YEAR  PIC 9(4).
        10  WS-STU-DAYS       PIC 9(5).
        10  WS-STU-SENIOR     PIC X(1).
        10  WS-STU-PROFILE    PIC X(1).
        10  WS-STU-APPLIED    PIC X(1).
        10  WS-STU-SKILLED    PIC X(1).
        10  WS-STU-RSVPED     PIC X(1).
        10  WS-STU-SCORE      PIC 9(3).
        10  WS-STU-SEGMENT    PIC X(8).
        10  WS-STU-COUNSELOR  PIC X(50).

*> Counselors in caseload-file order, with their at-risk tallies.
01  WS-CNS-COUNT        PIC 9(4) VALUE 0.
01  WS-CNS-TABLE.
    05  WS-CNS-ENTRY OCCURS 200 TIMES.
        10  WS-CNS-USER       PIC X(50).
        10  WS-CNS-AT-RISK    PIC 9(4).
        10  WS-CNS-DRIFTING   PIC 9(4).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    PERFORM LOAD-CONFIG
    PERFORM LOAD-TERMS
    PERFORM LOAD-STUDENTS
    IF WS-STU-COUNT = 0
        OPEN OUTPUT REPORT-FILE
        MOVE "Student Engagement Segments - no student accounts on file." TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Engagement segmentation complete - no student accounts on file."
        STOP RUN
    END-IF
    PERFORM SCAN-APPLICATIONS
    PERFORM SCAN-SKILL-COMPLETIONS
    PERFORM SCAN-RSVPS
    PERFORM LOAD-CASELOADS
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STU-COUNT
        PERFORM SEGMENT-STUDENT
    END-PERFORM

    PERFORM WRITE-OUTREACH-REPORT
    PERFORM NOTIFY-COUNSELORS

    MOVE WS-AT-RISK-COUNT TO WS-COUNT-EDIT
    MOVE WS-DRIFTING-COUNT TO WS-COUNT-EDIT-2
    MOVE WS-ENGAGED-COUNT TO WS-COUNT-EDIT-3
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Engagement segmentation complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
           " at risk, "                   DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
           " drifting, "                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-3) DELIMITED BY SIZE
           " engaged."                    DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
    DISPLAY "Outreach lists written to ../data/EngagementOutreach.txt"
    STOP RUN.

*> LOAD-CONFIG: ENGAGE_SENIOR_DAYS, parsed the way PARSE-CONFIG-LINE
*> reads the other keys; missing or non-numeric keeps the default.
LOAD-CONFIG.
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
                       = "ENGAGE_SENIOR_DAYS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                            TO WS-SENIOR-DAYS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> LOAD-TERMS: CODE|NAME|START|END|COMMENCEMENT - only the usable
*> commencement dates are kept.
LOAD-TERMS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT TERM-FILE
    IF TERM-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ TERM-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF TERM-REC NOT = SPACES
                    MOVE SPACES TO WS-TRM-PARSED-CODE WS-TRM-PARSED-NAME
                                   WS-TRM-PARSED-START WS-TRM-PARSED-END
                                   WS-TRM-PARSED-COMMENCE
                    UNSTRING TERM-REC DELIMITED BY "|"
                        INTO WS-TRM-PARSED-CODE
                             WS-TRM-PARSED-NAME
                             WS-TRM-PARSED-START
                             WS-TRM-PARSED-END
                             WS-TRM-PARSED-COMMENCE
                    END-UNSTRING
                    IF WS-TRM-PARSED-COMMENCE IS NUMERIC
                       AND WS-TRM-COUNT < 200
                        ADD 1 TO WS-TRM-COUNT
                        MOVE WS-TRM-PARSED-COMMENCE
                            TO WS-TRM-COMMENCE(WS-TRM-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TERM-FILE
    EXIT PARAGRAPH.

*> LOAD-STUDENTS: every STUDENT account, with the profile signal and
*> the days left to commencement taken straight from the record.
LOAD-STUDENTS.
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
                IF FUNCTION TRIM(AR-ROLE) = "STUDENT"
                   AND AR-USERNAME NOT = SPACES
                   AND WS-STU-COUNT < 2000
                    PERFORM ADD-STUDENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

ADD-STUDENT.
    ADD 1 TO WS-STU-COUNT
    MOVE WS-STU-COUNT TO WS-IDX
    MOVE AR-USERNAME TO WS-STU-USER(WS-IDX)
    MOVE SPACES TO WS-STU-NAME(WS-IDX)
    STRING FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           FUNCTION TRIM(AR-LAST-NAME)  DELIMITED BY SIZE
        INTO WS-STU-NAME(WS-IDX)
    END-STRING
    MOVE "N" TO WS-STU-APPLIED(WS-IDX) WS-STU-SKILLED(WS-IDX)
                WS-STU-RSVPED(WS-IDX) WS-STU-SENIOR(WS-IDX)
    MOVE SPACES TO WS-STU-COUNSELOR(WS-IDX) WS-STU-SEGMENT(WS-IDX)
    MOVE 0 TO WS-STU-SCORE(WS-IDX) WS-STU-DAYS(WS-IDX)
              WS-STU-GRAD-YEAR(WS-IDX)

    MOVE "N" TO WS-STU-PROFILE(WS-IDX)
    IF AR-FIRST-NAME NOT = SPACES
       AND AR-LAST-NAME NOT = SPACES
       AND AR-UNIVERSITY NOT = SPACES
       AND AR-MAJOR NOT = SPACES
       AND AR-GRADUATION-YEAR IS NUMERIC
       AND AR-GRADUATION-YEAR > 0
       AND AR-ABOUT-ME NOT = SPACES
       AND (AR-EDU-SCHOOL(1) NOT = SPACES
            OR AR-EXP-TITLE(1) NOT = SPACES)
        MOVE "Y" TO WS-STU-PROFILE(WS-IDX)
    END-IF

    IF AR-GRADUATION-YEAR IS NOT NUMERIC
       OR AR-GRADUATION-YEAR = 0
        EXIT PARAGRAPH
    END-IF
    MOVE AR-GRADUATION-YEAR TO WS-STU-GRAD-YEAR(WS-IDX)
    PERFORM FIND-COMMENCEMENT
    IF WS-COMMENCE-NUM <= WS-TODAY
        MOVE 0 TO WS-STU-DAYS(WS-IDX)
    ELSE
        COMPUTE WS-STU-DAYS(WS-IDX) =
            FUNCTION INTEGER-OF-DATE(WS-COMMENCE-NUM) - WS-TODAY-INT
    END-IF
    IF WS-STU-DAYS(WS-IDX) <= WS-SENIOR-DAYS
        MOVE "Y" TO WS-STU-SENIOR(WS-IDX)
    END-IF
    EXIT PARAGRAPH.

*> FIND-COMMENCEMENT: the earliest commencement still ahead in the
*> student's graduation year; failing that the latest one already
*> past in that year (graduated, not yet rolled to ALUMNI); failing
*> that, with no term master for the year, December 31st.
FIND-COMMENCEMENT.
    MOVE 0 TO WS-COMMENCE-NUM
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-TRM-COUNT
        IF WS-TRM-COMMENCE(WS-JDX)(1:4) = AR-GRADUATION-YEAR
           AND WS-TRM-COMMENCE(WS-JDX) >= WS-TODAY
           AND (WS-COMMENCE-NUM = 0
                OR WS-TRM-COMMENCE(WS-JDX) < WS-COMMENCE-NUM)
            MOVE WS-TRM-COMMENCE(WS-JDX) TO WS-COMMENCE-NUM
        END-IF
    END-PERFORM
    IF WS-COMMENCE-NUM > 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-TRM-COUNT
        IF WS-TRM-COMMENCE(WS-JDX)(1:4) = AR-GRADUATION-YEAR
           AND WS-TRM-COMMENCE(WS-JDX) > WS-COMMENCE-NUM
            MOVE WS-TRM-COMMENCE(WS-JDX) TO WS-COMMENCE-NUM
        END-IF
    END-PERFORM
    IF WS-COMMENCE-NUM > 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-YEAR-END = AR-GRADUATION-YEAR * 10000 + 1231
    MOVE WS-YEAR-END TO WS-COMMENCE-NUM
    EXIT PARAGRAPH.

*> FIND-STUDENT: WS-HIT is the table slot for WS-LOOK-USER, or 0.
FIND-STUDENT.
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-JDX FROM 1 BY 1
            UNTIL WS-JDX > WS-STU-COUNT OR WS-HIT > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STU-USER(WS-JDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOK-USER))
            MOVE WS-JDX TO WS-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

SCAN-APPLICATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    MOVE SPACES TO WS-APP-PARSED-ID WS-APP-PARSED-USER
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO WS-APP-PARSED-ID WS-APP-PARSED-USER
                    END-UNSTRING
                    MOVE WS-APP-PARSED-USER TO WS-LOOK-USER
                    PERFORM FIND-STUDENT
                    IF WS-HIT > 0
                        MOVE "Y" TO WS-STU-APPLIED(WS-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

*> SCAN-SKILL-COMPLETIONS: USERNAME|SKILLID|COMPLETED-DATE.
SCAN-SKILL-COMPLETIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SKILL-FILE
    IF SKILL-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SKILL-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SKILL-REC NOT = SPACES
                    MOVE SPACES TO WS-SKILL-PARSED-USER
                    UNSTRING SKILL-REC DELIMITED BY "|"
                        INTO WS-SKILL-PARSED-USER
                    END-UNSTRING
                    MOVE WS-SKILL-PARSED-USER TO WS-LOOK-USER
                    PERFORM FIND-STUDENT
                    IF WS-HIT > 0
                        MOVE "Y" TO WS-STU-SKILLED(WS-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SKILL-FILE
    EXIT PARAGRAPH.

*> SCAN-RSVPS: EVENT-ID|USERNAME|DATE|STATUS|ATTENDANCE - a waitlisted
*> RSVP still shows the student reaching for the event.
SCAN-RSVPS.
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
                    MOVE SPACES TO WS-RSVP-PARSED-EVENT WS-RSVP-PARSED-USER
                    UNSTRING RSVP-REC DELIMITED BY "|"
                        INTO WS-RSVP-PARSED-EVENT WS-RSVP-PARSED-USER
                    END-UNSTRING
                    MOVE WS-RSVP-PARSED-USER TO WS-LOOK-USER
                    PERFORM FIND-STUDENT
                    IF WS-HIT > 0
                        MOVE "Y" TO WS-STU-RSVPED(WS-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

*> LOAD-CASELOADS: COUNSELOR|STUDENT. The student's slot takes the
*> counselor (the last assignment on file wins, as in
*> ACTIONPLANFOLLOWUP) and every counselor named is kept in file
*> order, so one with an empty list still shows on the report.
LOAD-CASELOADS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CASELOAD-FILE
    IF CASELOAD-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CASELOAD-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CASELOAD-REC NOT = SPACES
                    MOVE SPACES TO WS-CSL-PARSED-COUNSELOR
                                   WS-CSL-PARSED-STUDENT
                    UNSTRING CASELOAD-REC DELIMITED BY "|"
                        INTO WS-CSL-PARSED-COUNSELOR
                             WS-CSL-PARSED-STUDENT
                    END-UNSTRING
                    PERFORM ADD-COUNSELOR
                    MOVE WS-CSL-PARSED-STUDENT TO WS-LOOK-USER
                    PERFORM FIND-STUDENT
                    IF WS-HIT > 0
                        MOVE WS-CSL-PARSED-COUNSELOR
                            TO WS-STU-COUNSELOR(WS-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CASELOAD-FILE
    EXIT PARAGRAPH.

ADD-COUNSELOR.
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-CNS-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-USER(WS-JDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-PARSED-COUNSELOR))
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-CNS-COUNT < 200
        ADD 1 TO WS-CNS-COUNT
        MOVE WS-CSL-PARSED-COUNSELOR TO WS-CNS-USER(WS-CNS-COUNT)
        MOVE 0 TO WS-CNS-AT-RISK(WS-CNS-COUNT)
                  WS-CNS-DRIFTING(WS-CNS-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> SEGMENT-STUDENT: score the student at WS-IDX and tally the result
*> against their counselor, or the unassigned pool.
SEGMENT-STUDENT.
    MOVE 0 TO WS-STU-SCORE(WS-IDX)
    IF WS-STU-PROFILE(WS-IDX) = "Y"
        ADD 25 TO WS-STU-SCORE(WS-IDX)
    END-IF
    IF WS-STU-APPLIED(WS-IDX) = "Y"
        ADD 25 TO WS-STU-SCORE(WS-IDX)
    END-IF
    IF WS-STU-SKILLED(WS-IDX) = "Y"
        ADD 25 TO WS-STU-SCORE(WS-IDX)
    END-IF
    IF WS-STU-RSVPED(WS-IDX) = "Y"
        ADD 25 TO WS-STU-SCORE(WS-IDX)
    END-IF
    IF WS-STU-SENIOR(WS-IDX) = "Y"
        ADD 1 TO WS-SENIOR-COUNT
    END-IF

    EVALUATE TRUE
        WHEN WS-STU-SCORE(WS-IDX) >= 75
            MOVE "ENGAGED" TO WS-STU-SEGMENT(WS-IDX)
            ADD 1 TO WS-ENGAGED-COUNT
            EXIT PARAGRAPH
        WHEN WS-STU-SENIOR(WS-IDX) = "Y"
             AND WS-STU-SCORE(WS-IDX) <= 25
            MOVE "AT RISK" TO WS-STU-SEGMENT(WS-IDX)
            ADD 1 TO WS-AT-RISK-COUNT
        WHEN OTHER
            MOVE "DRIFTING" TO WS-STU-SEGMENT(WS-IDX)
            ADD 1 TO WS-DRIFTING-COUNT
    END-EVALUATE

    MOVE 0 TO WS-HIT
    IF WS-STU-COUNSELOR(WS-IDX) NOT = SPACES
        PERFORM VARYING WS-JDX FROM 1 BY 1
                UNTIL WS-JDX > WS-CNS-COUNT OR WS-HIT > 0
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-USER(WS-JDX)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STU-COUNSELOR(WS-IDX)))
                MOVE WS-JDX TO WS-HIT
            END-IF
        END-PERFORM
    END-IF
    IF WS-HIT = 0
        IF WS-STU-SEGMENT(WS-IDX) = "AT RISK"
            ADD 1 TO WS-POOL-COUNT
        ELSE
            ADD 1 TO WS-POOL-DRIFTING
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-STU-SEGMENT(WS-IDX) = "AT RISK"
        ADD 1 TO WS-CNS-AT-RISK(WS-HIT)
    ELSE
        ADD 1 TO WS-CNS-DRIFTING(WS-HIT)
    END-IF
    EXIT PARAGRAPH.

*> WRITE-OUTREACH-REPORT: segment totals, then one block per
*> counselor, then the director's unassigned at-risk pool.
WRITE-OUTREACH-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Student Engagement Segments - as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-SENIOR-DAYS TO WS-DAYS-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Seniors: commencement within " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
           " day(s)" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE WS-STU-COUNT TO WS-COUNT-EDIT
    MOVE WS-SENIOR-COUNT TO WS-COUNT-EDIT-2
    MOVE SPACES TO REPORT-REC
    STRING "Students scored:  " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           "   (seniors " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ENGAGED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Engaged:        " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-DRIFTING-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Drifting:       " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AT-RISK-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  At risk:        " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-CNS-COUNT
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-CNS-AT-RISK(WS-JDX) TO WS-COUNT-EDIT
        MOVE WS-CNS-DRIFTING(WS-JDX) TO WS-COUNT-EDIT-2
        MOVE SPACES TO REPORT-REC
        STRING "Counselor: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNS-USER(WS-JDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " at risk, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
               " drifting" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        IF WS-CNS-AT-RISK(WS-JDX) + WS-CNS-DRIFTING(WS-JDX) = 0
            MOVE "  (no outreach needed)" TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE WS-CNS-USER(WS-JDX) TO WS-LOOK-USER
        MOVE "AT RISK" TO WS-SEG-WANTED
        PERFORM WRITE-CASELOAD-LINES
        MOVE "DRIFTING" TO WS-SEG-WANTED
        PERFORM WRITE-CASELOAD-LINES
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-POOL-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Unassigned at-risk students - for the director to assign: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF WS-POOL-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    MOVE SPACES TO WS-LOOK-USER
    MOVE "AT RISK" TO WS-SEG-WANTED
    PERFORM WRITE-CASELOAD-LINES
    IF WS-POOL-DRIFTING > 0
        MOVE WS-POOL-DRIFTING TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "  (plus " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " drifting student(s) on no caseload)" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

*> WRITE-CASELOAD-LINES: every WS-SEG-WANTED student whose counselor
*> is WS-LOOK-USER - spaces picks the students on no listed caseload.
WRITE-CASELOAD-LINES.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STU-COUNT
        IF WS-STU-SEGMENT(WS-IDX) = WS-SEG-WANTED
            IF WS-LOOK-USER = SPACES
                MOVE 0 TO WS-HIT
                IF WS-STU-COUNSELOR(WS-IDX) NOT = SPACES
                    MOVE 1 TO WS-HIT
                END-IF
                IF WS-HIT = 0
                    PERFORM WRITE-STUDENT-LINE
                END-IF
            ELSE
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STU-COUNSELOR(WS-IDX)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOK-USER))
                    PERFORM WRITE-STUDENT-LINE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-STUDENT-LINE.
    MOVE SPACES TO WS-MISSING
    MOVE 1 TO WS-MISS-PTR
    IF WS-STU-PROFILE(WS-IDX) = "N"
        MOVE "profile" TO WS-NEW-MISSING
        PERFORM APPEND-MISSING
    END-IF
    IF WS-STU-APPLIED(WS-IDX) = "N"
        MOVE "applications" TO WS-NEW-MISSING
        PERFORM APPEND-MISSING
    END-IF
    IF WS-STU-SKILLED(WS-IDX) = "N"
        MOVE "skill courses" TO WS-NEW-MISSING
        PERFORM APPEND-MISSING
    END-IF
    IF WS-STU-RSVPED(WS-IDX) = "N"
        MOVE "event RSVPs" TO WS-NEW-MISSING
        PERFORM APPEND-MISSING
    END-IF

    MOVE WS-STU-SCORE(WS-IDX) TO WS-SCORE-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  [" DELIMITED BY SIZE
           FUNCTION TRIM(WS-STU-SEGMENT(WS-IDX)) DELIMITED BY SIZE
           "] " DELIMITED BY SIZE
           FUNCTION TRIM(WS-STU-USER(WS-IDX)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-STU-NAME(WS-IDX)) DELIMITED BY SIZE
           ") score " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCORE-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    MOVE REPORT-REC TO WS-REPORT-LINE
    MOVE SPACES TO REPORT-REC
    IF WS-STU-GRAD-YEAR(WS-IDX) = 0
        STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING) DELIMITED BY SIZE
               ", no graduation year" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        MOVE WS-STU-DAYS(WS-IDX) TO WS-DAYS-EDIT
        STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING) DELIMITED BY SIZE
               ", class of " DELIMITED BY SIZE
               WS-STU-GRAD-YEAR(WS-IDX) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
               " day(s) to commencement" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "      missing: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MISSING) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

APPEND-MISSING.
    IF WS-MISS-PTR > 1
        STRING ", " DELIMITED BY SIZE
            INTO WS-MISSING
            WITH POINTER WS-MISS-PTR
        END-STRING
    END-IF
    STRING FUNCTION TRIM(WS-NEW-MISSING) DELIMITED BY SIZE
        INTO WS-MISSING
        WITH POINTER WS-MISS-PTR
    END-STRING
    EXIT PARAGRAPH.

*> NOTIFY-COUNSELORS: one notification per counselor with at least
*> one at-risk student, pointing them at the outreach list.
NOTIFY-COUNSELORS.
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-CNS-COUNT
        IF WS-CNS-AT-RISK(WS-JDX) > 0
            MOVE WS-CNS-USER(WS-JDX) TO WS-RECIPIENT
            MOVE WS-CNS-AT-RISK(WS-JDX) TO WS-COUNT-EDIT
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING "Engagement outreach: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " student(s) on your caseload are at risk with graduation approaching - see the engagement outreach list." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM WRITE-NOTIFY-ROW
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-NOTIFY-ROW.
    INSPECT WS-NOTIFY-TEXT REPLACING ALL "|" BY " "
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

END PROGRAM ENGAGEMENTSEGMENTS.
