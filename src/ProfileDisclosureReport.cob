*> Stand-alone records-privacy disclosure report. Put one request per
*> line in ../data/ProfileDisclosureRequest.txt as
*> STUDENT|FROM-DATE|TO-DATE (YYYYMMDD; a blank FROM means from the
*> start of the log, a blank TO means through today) and run it
*> directly: every row of ../data/ProfileViews.txt (DATE|TIME|VIEWER|
*> VIEWER-ROLE|STUDENT|SOURCE|COMPANY) for that student inside the
*> range is listed, followed by one line per party who accessed the
*> record - how often, first and last time, and the company an
*> employer acted for. Output goes to ../data/ProfileDisclosureReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. PROFILEDISCLOSUREREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO "../data/ProfileDisclosureRequest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEST-STAT.
    SELECT VIEW-FILE ASSIGN TO "../data/ProfileViews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VIEW-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/ProfileDisclosureReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  REQUEST-FILE.
01  REQUEST-REC         PIC X(100).
FD  VIEW-FILE.
01  VIEW-REC            PIC X(300).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

WORKING-STORAGE SECTION.
01  REQUEST-STAT        PIC XX.
01  VIEW-STAT           PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-REQUEST         PIC X VALUE "N".
01  EOF-VIEW            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-REQUESTS         PIC 9(4) VALUE 0.
01  WS-ACCESSES         PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-PARTIES-EDIT     PIC Z(3)9.
01  WS-REPORT-LINE      PIC X(120).

01  WS-REQ-STUDENT      PIC X(50).
01  WS-REQ-FROM         PIC X(8).
01  WS-REQ-TO           PIC X(8).

01  WS-VIEW-DATE        PIC X(8).
01  WS-VIEW-TIME        PIC X(6).
01  WS-VIEW-VIEWER      PIC X(50).
01  WS-VIEW-ROLE        PIC X(10).
01  WS-VIEW-STUDENT     PIC X(50).
01  WS-VIEW-SOURCE      PIC X(20).
01  WS-VIEW-COMPANY     PIC X(100).
01  WS-VIEW-PARTY       PIC X(170).

*> Distinct parties seen for the current request.
01  WS-PARTY-COUNT      PIC 9(3) VALUE 0.
01  WS-PARTY-IDX        PIC 9(3) VALUE 0.
01  WS-PARTY-TABLE.
    05  WS-PARTY-ENTRY OCCURS 500 TIMES.
        10  WS-PARTY-VIEWER PIC X(50).
        10  WS-PARTY-NAME   PIC X(170).
        10  WS-PARTY-HITS   PIC 9(6).
        10  WS-PARTY-FIRST  PIC X(8).
        10  WS-PARTY-LAST   PIC X(8).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Profile Disclosure Report - run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    OPEN INPUT REQUEST-FILE
    IF REQUEST-STAT = "35"
        MOVE "No disclosure requests - put STUDENT|FROM|TO lines in ProfileDisclosureRequest.txt." TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Profile disclosure report complete - no request file."
        STOP RUN
    END-IF
    PERFORM UNTIL EOF-REQUEST = "Y"
        READ REQUEST-FILE
            AT END
                MOVE "Y" TO EOF-REQUEST
            NOT AT END
                IF REQUEST-REC NOT = SPACES
                    PERFORM REPORT-ONE-STUDENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE REQUEST-FILE
    CLOSE REPORT-FILE

    MOVE WS-ACCESSES TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Profile disclosure report complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
           " access(es) reported."        DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    STOP RUN.

*> REPORT-ONE-STUDENT: one request line - the dated access list, then
*> the per-party summary.
REPORT-ONE-STUDENT.
    MOVE SPACES TO WS-REQ-STUDENT WS-REQ-FROM WS-REQ-TO
    UNSTRING REQUEST-REC DELIMITED BY "|"
        INTO WS-REQ-STUDENT
             WS-REQ-FROM
             WS-REQ-TO
    END-UNSTRING
    IF FUNCTION TRIM(WS-REQ-FROM) = SPACES
        MOVE "00000000" TO WS-REQ-FROM
    END-IF
    IF FUNCTION TRIM(WS-REQ-TO) = SPACES
        MOVE WS-TODAY TO WS-REQ-TO
    END-IF
    ADD 1 TO WS-REQUESTS
    MOVE 0 TO WS-PARTY-COUNT

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "=== " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQ-STUDENT) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           WS-REQ-FROM DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-REQ-TO DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "  Accesses:" TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-VIEW
    OPEN INPUT VIEW-FILE
    IF VIEW-STAT = "00"
        PERFORM UNTIL EOF-VIEW = "Y"
            READ VIEW-FILE
                AT END
                    MOVE "Y" TO EOF-VIEW
                NOT AT END
                    IF VIEW-REC NOT = SPACES
                        PERFORM CHECK-VIEW-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VIEW-FILE
    END-IF

    IF WS-PARTY-COUNT = 0
        MOVE "    (no one accessed this record in the period)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE "  Parties:" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1 UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
        MOVE WS-PARTY-HITS(WS-PARTY-IDX) TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARTY-NAME(WS-PARTY-IDX)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " access(es), first " DELIMITED BY SIZE
               WS-PARTY-FIRST(WS-PARTY-IDX) DELIMITED BY SIZE
               ", last " DELIMITED BY SIZE
               WS-PARTY-LAST(WS-PARTY-IDX) DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-PERFORM
    MOVE WS-PARTY-COUNT TO WS-PARTIES-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PARTIES-EDIT) DELIMITED BY SIZE
           " part(ies) accessed this record in the period." DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> CHECK-VIEW-ROW: a log row counts when it names the requested
*> student and falls inside the date range.
CHECK-VIEW-ROW.
    MOVE SPACES TO WS-VIEW-DATE WS-VIEW-TIME WS-VIEW-VIEWER WS-VIEW-ROLE
                   WS-VIEW-STUDENT WS-VIEW-SOURCE WS-VIEW-COMPANY
    UNSTRING VIEW-REC DELIMITED BY "|"
        INTO WS-VIEW-DATE
             WS-VIEW-TIME
             WS-VIEW-VIEWER
             WS-VIEW-ROLE
             WS-VIEW-STUDENT
             WS-VIEW-SOURCE
             WS-VIEW-COMPANY
    END-UNSTRING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIEW-STUDENT))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQ-STUDENT))
       OR WS-VIEW-DATE < WS-REQ-FROM
       OR WS-VIEW-DATE > WS-REQ-TO
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-ACCESSES
    MOVE SPACES TO WS-VIEW-PARTY
    IF WS-VIEW-COMPANY = SPACES
        STRING FUNCTION TRIM(WS-VIEW-VIEWER) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VIEW-ROLE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO WS-VIEW-PARTY
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-VIEW-VIEWER) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VIEW-ROLE) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VIEW-COMPANY) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO WS-VIEW-PARTY
        END-STRING
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "    " DELIMITED BY SIZE
           WS-VIEW-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-VIEW-TIME DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VIEW-PARTY) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VIEW-SOURCE) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM TALLY-PARTY
    EXIT PARAGRAPH.

*> TALLY-PARTY: fold the row into the per-party summary (the log is
*> appended in time order, so the first row seen is the earliest).
TALLY-PARTY.
    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1 UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARTY-VIEWER(WS-PARTY-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIEW-VIEWER))
            ADD 1 TO WS-PARTY-HITS(WS-PARTY-IDX)
            MOVE WS-VIEW-DATE TO WS-PARTY-LAST(WS-PARTY-IDX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-PARTY-COUNT < 500
        ADD 1 TO WS-PARTY-COUNT
        MOVE WS-VIEW-VIEWER TO WS-PARTY-VIEWER(WS-PARTY-COUNT)
        MOVE WS-VIEW-PARTY TO WS-PARTY-NAME(WS-PARTY-COUNT)
        MOVE 1 TO WS-PARTY-HITS(WS-PARTY-COUNT)
        MOVE WS-VIEW-DATE TO WS-PARTY-FIRST(WS-PARTY-COUNT)
        MOVE WS-VIEW-DATE TO WS-PARTY-LAST(WS-PARTY-COUNT)
    END-IF
    EXIT PARAGRAPH.

END PROGRAM PROFILEDISCLOSUREREPORT.
