*> Stand-alone term report of Federal Work-Study placements for the
*> financial aid office. Run this directly, the same way
*> OCCUPATIONREPORT is run. The term comes from
*> ../data/FwsReportParams.txt:
*>   TERM=FA26
*> (a Terms.txt code); with no parameter the term on Terms.txt that
*> contains today is reported, or failing that the latest term that
*> has started. The award year is the July-June year the term starts
*> in. Every student FWSAWARDLOAD has on file for that award year is
*> listed as placed - Hired on a work-study-only posting
*> (JobWorkStudy.txt) through an application dated from the start of
*> the award year to the end of the term - or unplaced, with the award
*> amount, what remains and what has been used. Work-study hires with
*> no award on file for the year are listed separately so financial
*> aid can chase them, and the totals set placed award dollars against
*> unplaced ones. Output goes to ../data/FwsPlacementReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. FWSPLACEMENTREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-FILE ASSIGN TO "../data/FwsReportParams.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAM-STAT.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STAT.
    SELECT AWARD-FILE ASSIGN TO "../data/FwsAwards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AWARD-STAT.
    SELECT WORK-STUDY-FILE ASSIGN TO "../data/JobWorkStudy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WORK-STUDY-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/FwsPlacementReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PARAM-FILE.
01  PARAM-REC           PIC X(100).
FD  TERM-FILE.
01  TERM-REC            PIC X(120).
FD  AWARD-FILE.
01  AWARD-REC           PIC X(120).
FD  WORK-STUDY-FILE.
01  WORK-STUDY-REC      PIC X(30).
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).
FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  PARAM-STAT          PIC XX.
01  TERM-STAT           PIC XX.
01  AWARD-STAT          PIC XX.
01  WORK-STUDY-STAT     PIC XX.
01  JOB-STAT            PIC XX.
01  APP-STAT            PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  CONFIG-KEY          PIC X(30).
01  CONFIG-VALUE        PIC X(30).
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-IDX2             PIC 9(4) VALUE 0.
01  WS-JOB-IDX          PIC 9(4) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".

*> The term being reported and its award year.
01  WS-TERM-CODE        PIC X(10) VALUE SPACES.
01  WS-TERM-FOUND       PIC X VALUE "N".
01  WS-RPT-CODE         PIC X(10) VALUE SPACES.
01  WS-RPT-NAME         PIC X(40) VALUE SPACES.
01  WS-RPT-START        PIC X(8) VALUE SPACES.
01  WS-RPT-END          PIC X(8) VALUE SPACES.
01  WS-LATEST-START     PIC X(8) VALUE SPACES.
01  WS-TRM-PARSED-CODE  PIC X(10).
01  WS-TRM-PARSED-NAME  PIC X(40).
01  WS-TRM-PARSED-START PIC X(8).
01  WS-TRM-PARSED-END   PIC X(8).
01  WS-YEAR-START       PIC 9(4) VALUE 0.
01  WS-YEAR-END         PIC 9(4) VALUE 0.
01  WS-AWARD-YEAR       PIC X(9).
01  WS-AWARD-YEAR-START PIC X(8).

01  WS-FIELD-1          PIC X(100).
01  WS-FIELD-2          PIC X(100).
01  WS-FIELD-3          PIC X(100).
01  WS-FIELD-4          PIC X(200).
01  WS-FIELD-5          PIC X(100).
01  WS-FIELD-6          PIC X(100).
01  WS-FIELD-7          PIC X(100).
01  WS-FIELD-8          PIC X(20).
01  WS-FIELD-9          PIC X(8).

*> Award holders for the award year.
01  WS-AWD-COUNT        PIC 9(4) VALUE 0.
01  WS-AWD-TABLE.
    05  WS-AWD-ENTRY OCCURS 3000 TIMES.
        10  WS-AWD-USER       PIC X(50).
        10  WS-AWD-AMOUNT     PIC 9(7)V99.
        10  WS-AWD-REMAINING  PIC 9(7)V99.
        10  WS-AWD-PLACED     PIC X(1).

*> Work-study-only postings, with what the hire lines show.
01  WS-FWJ-COUNT        PIC 9(4) VALUE 0.
01  WS-FWJ-TABLE.
    05  WS-FWJ-ENTRY OCCURS 2000 TIMES.
        10  WS-FWJ-JOB-ID     PIC X(10).
        10  WS-FWJ-TITLE      PIC X(60).
        10  WS-FWJ-EMPLOYER   PIC X(60).
        10  WS-FWJ-STATUS     PIC X(10).

*> Work-study hires in the window.
01  WS-HIRE-COUNT       PIC 9(4) VALUE 0.
01  WS-HIRE-TABLE.
    05  WS-HIRE-ENTRY OCCURS 3000 TIMES.
        10  WS-HIRE-USER      PIC X(50).
        10  WS-HIRE-JOB       PIC 9(4).
        10  WS-HIRE-APP-ID    PIC X(10).

01  WS-TOT-HOLDERS      PIC 9(6) VALUE 0.
01  WS-TOT-PLACED       PIC 9(6) VALUE 0.
01  WS-TOT-UNPLACED     PIC 9(6) VALUE 0.
01  WS-TOT-NO-AWARD     PIC 9(6) VALUE 0.
01  WS-TOT-OPEN-POSTS   PIC 9(6) VALUE 0.
01  WS-AMT-AWARDED      PIC 9(9)V99 VALUE 0.
01  WS-AMT-PLACED       PIC 9(9)V99 VALUE 0.
01  WS-AMT-UNPLACED     PIC 9(9)V99 VALUE 0.
01  WS-AMT-USED         PIC 9(9)V99 VALUE 0.
01  WS-USED             PIC 9(7)V99 VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-MONEY-EDIT       PIC $$$$,$$$,$$9.99.
01  WS-MONEY-EDIT-2     PIC $$$$,$$$,$$9.99.
01  WS-MONEY-EDIT-3     PIC $$$$,$$$,$$9.99.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-PARAMS
    PERFORM SELECT-TERM
    IF WS-TERM-FOUND = "N"
        DISPLAY "FWS placement report: no term to report - check Terms.txt and FwsReportParams.txt."
        STOP RUN
    END-IF
    PERFORM SET-AWARD-YEAR

    PERFORM LOAD-AWARDS
    PERFORM LOAD-WORK-STUDY-POSTINGS
    PERFORM LOAD-POSTING-DETAILS
    PERFORM LOAD-HIRES

    OPEN OUTPUT REPORT-FILE
    PERFORM PRINT-HEADER
    PERFORM PRINT-PLACED
    PERFORM PRINT-UNPLACED
    PERFORM PRINT-NO-AWARD-HIRES
    PERFORM PRINT-TOTALS
    CLOSE REPORT-FILE

    DISPLAY "FWS placement report written to ../data/FwsPlacementReport.txt"
    STOP RUN.

LOAD-PARAMS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PARAM-FILE
    IF PARAM-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PARAM-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF PARAM-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING PARAM-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY)) = "TERM"
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-VALUE))
                            TO WS-TERM-CODE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARAM-FILE
    EXIT PARAGRAPH.

*> SELECT-TERM: TERM-CODE|NAME|START|END|COMMENCEMENT. The TERM= code
*> when one is given; otherwise the term containing today, else the
*> latest term that has started.
SELECT-TERM.
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
                    UNSTRING TERM-REC DELIMITED BY "|"
                        INTO WS-TRM-PARSED-CODE
                             WS-TRM-PARSED-NAME
                             WS-TRM-PARSED-START
                             WS-TRM-PARSED-END
                    END-UNSTRING
                    IF WS-TRM-PARSED-START IS NUMERIC
                       AND WS-TRM-PARSED-END IS NUMERIC
                        PERFORM CONSIDER-TERM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TERM-FILE
    IF WS-TERM-CODE NOT = SPACES AND WS-TERM-FOUND = "N"
        DISPLAY "Warning: term code not in Terms.txt - TERM= ignored."
    END-IF
    EXIT PARAGRAPH.

CONSIDER-TERM.
    IF WS-TERM-CODE NOT = SPACES
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE))
           = FUNCTION TRIM(WS-TERM-CODE)
            PERFORM TAKE-PARSED-TERM
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-TRM-PARSED-START <= WS-TODAY AND WS-TRM-PARSED-END >= WS-TODAY
        PERFORM TAKE-PARSED-TERM
        MOVE "99999999" TO WS-LATEST-START
        EXIT PARAGRAPH
    END-IF
    IF WS-TRM-PARSED-START <= WS-TODAY
       AND (WS-LATEST-START = SPACES OR WS-TRM-PARSED-START > WS-LATEST-START)
        PERFORM TAKE-PARSED-TERM
        MOVE WS-TRM-PARSED-START TO WS-LATEST-START
    END-IF
    EXIT PARAGRAPH.

TAKE-PARSED-TERM.
    MOVE "Y" TO WS-TERM-FOUND
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE)) TO WS-RPT-CODE
    MOVE WS-TRM-PARSED-NAME TO WS-RPT-NAME
    MOVE WS-TRM-PARSED-START TO WS-RPT-START
    MOVE WS-TRM-PARSED-END TO WS-RPT-END
    EXIT PARAGRAPH.

*> SET-AWARD-YEAR: the July-June award year the term starts in.
SET-AWARD-YEAR.
    MOVE WS-RPT-START(1:4) TO WS-YEAR-START
    IF WS-RPT-START(5:4) < "0701"
        SUBTRACT 1 FROM WS-YEAR-START
    END-IF
    COMPUTE WS-YEAR-END = WS-YEAR-START + 1
    MOVE SPACES TO WS-AWARD-YEAR WS-AWARD-YEAR-START
    STRING WS-YEAR-START "-" WS-YEAR-END
        DELIMITED BY SIZE
        INTO WS-AWARD-YEAR
    END-STRING
    STRING WS-YEAR-START "0701"
        DELIMITED BY SIZE
        INTO WS-AWARD-YEAR-START
    END-STRING
    EXIT PARAGRAPH.

*> LOAD-AWARDS: USERNAME|AWARD-YEAR|AWARD-AMOUNT|REMAINING|LOADED-DATE,
*> the rows for the award year only.
LOAD-AWARDS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT AWARD-FILE
    IF AWARD-STAT = "35"
        DISPLAY "Warning: FwsAwards.txt not found - run FWSAWARDLOAD first."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ AWARD-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF AWARD-REC NOT = SPACES AND WS-AWD-COUNT < 3000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-5
                    UNSTRING AWARD-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-5
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-FIELD-2) = WS-AWARD-YEAR
                        ADD 1 TO WS-AWD-COUNT
                        MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-AWD-USER(WS-AWD-COUNT)
                        MOVE 0 TO WS-AWD-AMOUNT(WS-AWD-COUNT)
                                  WS-AWD-REMAINING(WS-AWD-COUNT)
                        IF FUNCTION TRIM(WS-FIELD-3) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-3)) = 0
                            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-3))
                                TO WS-AWD-AMOUNT(WS-AWD-COUNT)
                        END-IF
                        IF FUNCTION TRIM(WS-FIELD-5) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-5)) = 0
                            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-5))
                                TO WS-AWD-REMAINING(WS-AWD-COUNT)
                        END-IF
                        MOVE "N" TO WS-AWD-PLACED(WS-AWD-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AWARD-FILE
    EXIT PARAGRAPH.

*> LOAD-WORK-STUDY-POSTINGS: JOB-ID|Y rows.
LOAD-WORK-STUDY-POSTINGS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT WORK-STUDY-FILE
    IF WORK-STUDY-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ WORK-STUDY-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF WORK-STUDY-REC NOT = SPACES AND WS-FWJ-COUNT < 2000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                    UNSTRING WORK-STUDY-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-2)) = "Y"
                        ADD 1 TO WS-FWJ-COUNT
                        MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-FWJ-JOB-ID(WS-FWJ-COUNT)
                        MOVE "(posting no longer on file)" TO WS-FWJ-TITLE(WS-FWJ-COUNT)
                        MOVE SPACES TO WS-FWJ-EMPLOYER(WS-FWJ-COUNT)
                                       WS-FWJ-STATUS(WS-FWJ-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WORK-STUDY-FILE
    EXIT PARAGRAPH.

*> LOAD-POSTING-DETAILS: JOB-ID|USER|TITLE|DESC|EMPLOYER|LOCATION|
*> SALARY|STATUS|... - title, employer and status of each work-study
*> posting, and the count of those still Open.
LOAD-POSTING-DETAILS.
    IF WS-FWJ-COUNT = 0
        EXIT PARAGRAPH
    END-IF
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
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                                   WS-FIELD-7 WS-FIELD-8
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                             WS-FIELD-7 WS-FIELD-8
                    END-UNSTRING
                    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FWJ-COUNT
                        IF WS-FWJ-JOB-ID(WS-IDX) = FUNCTION TRIM(WS-FIELD-1)
                            MOVE FUNCTION TRIM(WS-FIELD-3) TO WS-FWJ-TITLE(WS-IDX)
                            MOVE FUNCTION TRIM(WS-FIELD-5) TO WS-FWJ-EMPLOYER(WS-IDX)
                            MOVE FUNCTION TRIM(WS-FIELD-8) TO WS-FWJ-STATUS(WS-IDX)
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-8)) = "OPEN"
                                ADD 1 TO WS-TOT-OPEN-POSTS
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

*> LOAD-HIRES: APP-ID|USERNAME|JOB-ID|STATUS|DATE - Hired applications
*> on a work-study posting dated from the start of the award year to
*> the end of the term. Each marks its student's award placed.
LOAD-HIRES.
    IF WS-FWJ-COUNT = 0
        EXIT PARAGRAPH
    END-IF
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
                IF APPLICATION-REC NOT = SPACES AND WS-HIRE-COUNT < 3000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-4)) = "HIRED"
                       AND WS-FIELD-5(1:8) >= WS-AWARD-YEAR-START
                       AND WS-FIELD-5(1:8) <= WS-RPT-END
                        PERFORM RECORD-HIRE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

RECORD-HIRE.
    MOVE 0 TO WS-IDX2
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FWJ-COUNT
        IF WS-FWJ-JOB-ID(WS-IDX) = FUNCTION TRIM(WS-FIELD-3)
            MOVE WS-IDX TO WS-IDX2
        END-IF
    END-PERFORM
    IF WS-IDX2 = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-HIRE-COUNT
    MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-HIRE-USER(WS-HIRE-COUNT)
    MOVE WS-IDX2 TO WS-HIRE-JOB(WS-HIRE-COUNT)
    MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-HIRE-APP-ID(WS-HIRE-COUNT)
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-AWD-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AWD-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-2))
            MOVE "Y" TO WS-AWD-PLACED(WS-IDX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

PRINT-HEADER.
    MOVE SPACES TO REPORT-REC
    STRING "Federal Work-Study Placement Report (run " WS-TODAY ")"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Term: " FUNCTION TRIM(WS-RPT-CODE) " "
           FUNCTION TRIM(WS-RPT-NAME) " (" WS-RPT-START " - "
           WS-RPT-END ")"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Award year: " WS-AWARD-YEAR
           " (hires dated " WS-AWARD-YEAR-START " - " WS-RPT-END ")"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> PRINT-PLACED: one line per placed award holder, then a line for
*> each work-study job they were hired into.
PRINT-PLACED.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Placed work-study students:" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-AWD-COUNT
        ADD 1 TO WS-TOT-HOLDERS
        ADD WS-AWD-AMOUNT(WS-IDX) TO WS-AMT-AWARDED
        COMPUTE WS-USED = WS-AWD-AMOUNT(WS-IDX) - WS-AWD-REMAINING(WS-IDX)
        ADD WS-USED TO WS-AMT-USED
        IF WS-AWD-PLACED(WS-IDX) = "Y"
            ADD 1 TO WS-TOT-PLACED
            ADD WS-AWD-AMOUNT(WS-IDX) TO WS-AMT-PLACED
            PERFORM PRINT-AWARD-LINE
            PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-HIRE-COUNT
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HIRE-USER(WS-IDX2)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AWD-USER(WS-IDX)))
                    PERFORM PRINT-HIRE-LINE
                END-IF
            END-PERFORM
        ELSE
            ADD 1 TO WS-TOT-UNPLACED
            ADD WS-AWD-AMOUNT(WS-IDX) TO WS-AMT-UNPLACED
        END-IF
    END-PERFORM
    IF WS-TOT-PLACED = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

PRINT-UNPLACED.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Unplaced award holders (no work-study hire yet):" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-AWD-COUNT
        IF WS-AWD-PLACED(WS-IDX) = "N"
            COMPUTE WS-USED = WS-AWD-AMOUNT(WS-IDX) - WS-AWD-REMAINING(WS-IDX)
            PERFORM PRINT-AWARD-LINE
        END-IF
    END-PERFORM
    IF WS-TOT-UNPLACED = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

*> PRINT-NO-AWARD-HIRES: work-study hires whose student has no award
*> for the year - an award withdrawn after the hire, or never loaded.
PRINT-NO-AWARD-HIRES.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Work-study hires with no award on file for the year:" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-HIRE-COUNT
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-AWD-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HIRE-USER(WS-IDX2)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AWD-USER(WS-IDX)))
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "N"
            ADD 1 TO WS-TOT-NO-AWARD
            MOVE SPACES TO REPORT-REC
            STRING "  " FUNCTION TRIM(WS-HIRE-USER(WS-IDX2))
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
            PERFORM PRINT-HIRE-LINE
        END-IF
    END-PERFORM
    IF WS-TOT-NO-AWARD = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

*> PRINT-AWARD-LINE: award holder WS-IDX with the used amount in
*> WS-USED.
PRINT-AWARD-LINE.
    MOVE WS-AWD-AMOUNT(WS-IDX) TO WS-MONEY-EDIT
    MOVE WS-AWD-REMAINING(WS-IDX) TO WS-MONEY-EDIT-2
    MOVE WS-USED TO WS-MONEY-EDIT-3
    MOVE SPACES TO REPORT-REC
    STRING "  " WS-AWD-USER(WS-IDX)(1:20)
           " award " FUNCTION TRIM(WS-MONEY-EDIT)
           "  used " FUNCTION TRIM(WS-MONEY-EDIT-3)
           "  remaining " FUNCTION TRIM(WS-MONEY-EDIT-2)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> PRINT-HIRE-LINE: the posting behind hire WS-IDX2.
PRINT-HIRE-LINE.
    MOVE WS-HIRE-JOB(WS-IDX2) TO WS-JOB-IDX
    MOVE SPACES TO REPORT-REC
    STRING "      Hired: Job " FUNCTION TRIM(WS-FWJ-JOB-ID(WS-JOB-IDX)) " "
           FUNCTION TRIM(WS-FWJ-TITLE(WS-JOB-IDX)) " - "
           FUNCTION TRIM(WS-FWJ-EMPLOYER(WS-JOB-IDX))
           " (application " FUNCTION TRIM(WS-HIRE-APP-ID(WS-IDX2)) ")"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-TOT-HOLDERS TO WS-COUNT-EDIT
    MOVE WS-AMT-AWARDED TO WS-MONEY-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Award holders:          " WS-COUNT-EDIT
           "   award dollars " FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TOT-PLACED TO WS-COUNT-EDIT
    MOVE WS-AMT-PLACED TO WS-MONEY-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Placed:                 " WS-COUNT-EDIT
           "   award dollars " FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TOT-UNPLACED TO WS-COUNT-EDIT
    MOVE WS-AMT-UNPLACED TO WS-MONEY-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Unplaced:               " WS-COUNT-EDIT
           "   award dollars " FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AMT-USED TO WS-MONEY-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Award dollars used to date:        " FUNCTION TRIM(WS-MONEY-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TOT-NO-AWARD TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Hires with no award:    " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TOT-OPEN-POSTS TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Open work-study postings:" WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM FWSPLACEMENTREPORT.
