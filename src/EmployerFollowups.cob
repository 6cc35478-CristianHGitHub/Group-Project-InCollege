*> Stand-alone nightly employer-relations follow-up list. Run this
*> from the job stream the same way ACTIONPLANFOLLOWUP is run. It reads
*> the contact log ../data/EmployerContacts.txt (ENTRY-ID|COMPANY|
*> ENTRY-DATE|STAFF|CONTACT-PERSON|CHANNEL|FOLLOW-UP-DATE|NOTES) and,
*> for each company, takes its newest row - a later touch supersedes
*> any follow-up promised earlier. Where that row's follow-up date has
*> passed, the company is listed in ../data/EmployerFollowups.txt under
*> the staff member who logged it (the relationship owner), and each
*> owner with overdue follow-ups gets one notification pointing them
*> at the list.
IDENTIFICATION DIVISION.
PROGRAM-ID. EMPLOYERFOLLOWUPS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ERL-FILE ASSIGN TO "../data/EmployerContacts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ERL-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/EmployerFollowups.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  ERL-FILE.
01  ERL-REC             PIC X(400).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

WORKING-STORAGE SECTION.
01  ERL-STAT            PIC XX.
01  NOTIFY-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC 9(8).
01  WS-TODAY-INT        PIC 9(8).
01  WS-RECIPIENT        PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-DAYS-EDIT        PIC ZZZ9.
01  WS-REPORT-LINE      PIC X(120).
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-JDX              PIC 9(4) VALUE 0.
01  WS-FOUND-IDX        PIC 9(4) VALUE 0.
01  WS-OVD-TOTAL        PIC 9(4) VALUE 0.

01  WS-ERL-P-ID         PIC X(6).
01  WS-ERL-P-COMPANY    PIC X(100).
01  WS-ERL-P-DATE       PIC X(8).
01  WS-ERL-P-STAFF      PIC X(50).
01  WS-ERL-P-CONTACT    PIC X(40).
01  WS-ERL-P-CHANNEL    PIC X(10).
01  WS-ERL-P-FOLLOWUP   PIC X(8).
01  WS-ERL-P-NOTES      PIC X(150).

*> Newest log row per company, in first-seen order.
01  WS-CMP-COUNT        PIC 9(4) VALUE 0.
01  WS-CMP-TABLE.
    05  WS-CMP-ENTRY OCCURS 1000 TIMES.
        10  WS-CMP-NAME       PIC X(100).
        10  WS-CMP-DATE       PIC X(8).
        10  WS-CMP-STAFF      PIC X(50).
        10  WS-CMP-CONTACT    PIC X(40).
        10  WS-CMP-CHANNEL    PIC X(10).
        10  WS-CMP-FOLLOWUP   PIC X(8).
        10  WS-CMP-NOTES      PIC X(150).
        10  WS-CMP-DAYS       PIC 9(4).

*> Relationship owners with at least one overdue follow-up.
01  WS-OWN-COUNT        PIC 9(4) VALUE 0.
01  WS-OWN-TABLE.
    05  WS-OWN-ENTRY OCCURS 200 TIMES.
        10  WS-OWN-USER       PIC X(50).
        10  WS-OWN-OVERDUE    PIC 9(4).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    MOVE "N" TO EOF-FLAG
    OPEN INPUT ERL-FILE
    IF ERL-STAT = "35"
        DISPLAY "Employer follow-up list complete - no contacts logged."
        STOP RUN
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ERL-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ERL-REC NOT = SPACES
                    PERFORM PARSE-ERL-RECORD
                    IF FUNCTION TRIM(WS-ERL-P-COMPANY) NOT = SPACES
                        PERFORM KEEP-NEWEST-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ERL-FILE

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CMP-COUNT
        IF WS-CMP-FOLLOWUP(WS-IDX) IS NUMERIC
           AND WS-CMP-FOLLOWUP(WS-IDX) < WS-TODAY
            PERFORM MARK-OVERDUE
        END-IF
    END-PERFORM

    PERFORM WRITE-FOLLOWUP-REPORT
    PERFORM NOTIFY-OWNERS

    MOVE WS-OVD-TOTAL TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Employer follow-up list complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)          DELIMITED BY SIZE
           " overdue follow-up(s)." DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    DISPLAY "Follow-up list written to ../data/EmployerFollowups.txt"
    STOP RUN.

PARSE-ERL-RECORD.
    MOVE SPACES TO WS-ERL-P-ID WS-ERL-P-COMPANY WS-ERL-P-DATE
                   WS-ERL-P-STAFF WS-ERL-P-CONTACT WS-ERL-P-CHANNEL
                   WS-ERL-P-FOLLOWUP WS-ERL-P-NOTES
    UNSTRING ERL-REC DELIMITED BY "|"
        INTO WS-ERL-P-ID WS-ERL-P-COMPANY WS-ERL-P-DATE
             WS-ERL-P-STAFF WS-ERL-P-CONTACT WS-ERL-P-CHANNEL
             WS-ERL-P-FOLLOWUP WS-ERL-P-NOTES
    END-UNSTRING
    EXIT PARAGRAPH.

*> KEEP-NEWEST-ROW: the log is appended in date order, so each row
*> read for a company replaces the one held for it.
KEEP-NEWEST-ROW.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-CMP-COUNT OR WS-FOUND-IDX > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-NAME(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ERL-P-COMPANY))
            MOVE WS-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0
        IF WS-CMP-COUNT = 1000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CMP-COUNT
        MOVE WS-CMP-COUNT TO WS-FOUND-IDX
        MOVE FUNCTION TRIM(WS-ERL-P-COMPANY) TO WS-CMP-NAME(WS-FOUND-IDX)
    END-IF
    MOVE WS-ERL-P-DATE     TO WS-CMP-DATE(WS-FOUND-IDX)
    MOVE WS-ERL-P-STAFF    TO WS-CMP-STAFF(WS-FOUND-IDX)
    MOVE WS-ERL-P-CONTACT  TO WS-CMP-CONTACT(WS-FOUND-IDX)
    MOVE WS-ERL-P-CHANNEL  TO WS-CMP-CHANNEL(WS-FOUND-IDX)
    MOVE WS-ERL-P-FOLLOWUP TO WS-CMP-FOLLOWUP(WS-FOUND-IDX)
    MOVE WS-ERL-P-NOTES    TO WS-CMP-NOTES(WS-FOUND-IDX)
    MOVE 0 TO WS-CMP-DAYS(WS-FOUND-IDX)
    EXIT PARAGRAPH.

*> MARK-OVERDUE: days overdue for company WS-IDX, counted under its
*> relationship owner.
MARK-OVERDUE.
    ADD 1 TO WS-OVD-TOTAL
    COMPUTE WS-CMP-DAYS(WS-IDX) = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CMP-FOLLOWUP(WS-IDX)))
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-JDX FROM 1 BY 1
        UNTIL WS-JDX > WS-OWN-COUNT OR WS-FOUND-IDX > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OWN-USER(WS-JDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-STAFF(WS-IDX)))
            MOVE WS-JDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0 AND WS-OWN-COUNT < 200
        ADD 1 TO WS-OWN-COUNT
        MOVE WS-OWN-COUNT TO WS-FOUND-IDX
        MOVE FUNCTION TRIM(WS-CMP-STAFF(WS-IDX)) TO WS-OWN-USER(WS-FOUND-IDX)
        MOVE 0 TO WS-OWN-OVERDUE(WS-FOUND-IDX)
    END-IF
    IF WS-FOUND-IDX > 0
        ADD 1 TO WS-OWN-OVERDUE(WS-FOUND-IDX)
    END-IF
    EXIT PARAGRAPH.

WRITE-FOLLOWUP-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Employer-Relations Follow-Up - overdue as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-OWN-COUNT = 0
        MOVE "  (no overdue follow-ups)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-OWN-COUNT
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-OWN-OVERDUE(WS-JDX) TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "Owner: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWN-USER(WS-JDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " overdue" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CMP-COUNT
            IF WS-CMP-DAYS(WS-IDX) > 0
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-STAFF(WS-IDX)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OWN-USER(WS-JDX)))
                PERFORM WRITE-OVERDUE-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

WRITE-OVERDUE-LINE.
    MOVE WS-CMP-DAYS(WS-IDX) TO WS-DAYS-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-NAME(WS-IDX)) DELIMITED BY SIZE
           " - follow-up due " DELIMITED BY SIZE
           WS-CMP-FOLLOWUP(WS-IDX) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
           " day(s) overdue); last " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-CHANNEL(WS-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CMP-DATE(WS-IDX) DELIMITED BY SIZE
           " with " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-CONTACT(WS-IDX)) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-NOTES(WS-IDX)) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> NOTIFY-OWNERS: one summary notification per owner on the list.
NOTIFY-OWNERS.
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-OWN-COUNT
        MOVE WS-OWN-USER(WS-JDX) TO WS-RECIPIENT
        MOVE WS-OWN-OVERDUE(WS-JDX) TO WS-COUNT-EDIT
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Employer relations: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " employer follow-up(s) you own are overdue - see Employer Relations." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM WRITE-NOTIFY-ROW
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

END PROGRAM EMPLOYERFOLLOWUPS.
