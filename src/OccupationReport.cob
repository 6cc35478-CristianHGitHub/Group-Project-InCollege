*> Stand-alone occupation report for the state workforce board. Run this
*> directly, the same way PLACEMENTOUTCOMES is run. For each term it
*> counts, by SOC major occupation group (the NN-0000 rows of
*> Occupations.txt), the postings whose posted date falls in the term,
*> the applications dated in the term, and of those the ones now Hired.
*> A posting's group comes from its JobOccupations.txt code; postings
*> and applications with no classification are counted on an
*> "Unclassified" line so the totals still tie out to the job board
*> (OCCUPATIONBACKFILL's review list is how that line is worked down).
*> The terms come from ../data/OccupationReportParams.txt:
*>   TERM=SP26
*> reports that one term from the Terms.txt master; raw
*> TERM_START=/TERM_END= dates are still honored for an ad-hoc range.
*> With no parameter file every term on Terms.txt gets its own section
*> (one section over everything on file when there is no master).
*> Output goes to ../data/OccupationReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. OCCUPATIONREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-FILE ASSIGN TO "../data/OccupationReportParams.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAM-STAT.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STAT.
    SELECT OCCUPATION-FILE ASSIGN TO "../data/Occupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OCCUPATION-STAT.
    SELECT JOB-OCC-FILE ASSIGN TO "../data/JobOccupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-OCC-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/OccupationReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PARAM-FILE.
01  PARAM-REC           PIC X(100).
FD  TERM-FILE.
01  TERM-REC            PIC X(120).
FD  OCCUPATION-FILE.
01  OCCUPATION-REC      PIC X(120).
FD  JOB-OCC-FILE.
01  JOB-OCC-REC         PIC X(40).
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).
FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  PARAM-STAT          PIC XX.
01  TERM-STAT           PIC XX.
01  OCCUPATION-STAT     PIC XX.
01  JOB-OCC-STAT        PIC XX.
01  JOB-STAT            PIC XX.
01  APP-STAT            PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-TERM-START       PIC X(8) VALUE "00000000".
01  WS-TERM-END         PIC X(8) VALUE "99999999".
01  WS-TERM-CODE        PIC X(10) VALUE SPACES.
01  WS-TRM-PARSED-CODE  PIC X(10).
01  WS-TRM-PARSED-NAME  PIC X(40).
01  WS-TRM-PARSED-START PIC X(8).
01  WS-TRM-PARSED-END   PIC X(8).
01  WS-TRM-PARSED-COMMENCE PIC X(8).
01  CONFIG-KEY          PIC X(30).
01  CONFIG-VALUE        PIC X(30).
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-IDX2             PIC 9(4) VALUE 0.
01  WS-TRM-IDX          PIC 9(3) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".

*> The sections to report - one per term.
01  WS-TRM-COUNT        PIC 9(3) VALUE 0.
01  WS-TRM-TABLE.
    05  WS-TRM-ENTRY OCCURS 50 TIMES.
        10  WS-TRM-CODE       PIC X(10).
        10  WS-TRM-NAME       PIC X(40).
        10  WS-TRM-START      PIC X(8).
        10  WS-TRM-END        PIC X(8).

*> SOC major groups; the slot after the last group is Unclassified.
01  WS-GRP-COUNT        PIC 9(3) VALUE 0.
01  WS-GRP-UNCLASSIFIED PIC 9(3) VALUE 1.
01  WS-GRP-TABLE.
    05  WS-GRP-ENTRY OCCURS 41 TIMES.
        10  WS-GRP-CODE       PIC X(7).
        10  WS-GRP-TITLE      PIC X(100).
        10  WS-GRP-POSTINGS   PIC 9(6).
        10  WS-GRP-APPLIED    PIC 9(6).
        10  WS-GRP-HIRED      PIC 9(6).

01  WS-JOC-COUNT        PIC 9(4) VALUE 0.
01  WS-JOC-TABLE.
    05  WS-JOC-ENTRY OCCURS 2000 TIMES.
        10  WS-JOC-JOB-ID     PIC X(10).
        10  WS-JOC-CODE       PIC X(7).

01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 2000 TIMES.
        10  WS-JOB-ID         PIC X(10).
        10  WS-JOB-POSTED     PIC X(8).
        10  WS-JOB-GROUP      PIC 9(3).

01  WS-APP-COUNT        PIC 9(4) VALUE 0.
01  WS-APP-TABLE.
    05  WS-APP-ENTRY OCCURS 3000 TIMES.
        10  WS-APP-DATE       PIC X(8).
        10  WS-APP-GROUP      PIC 9(3).
        10  WS-APP-HIRED      PIC X(1).

01  WS-CODE-IN          PIC X(7).
01  WS-GROUP-OUT        PIC 9(3) VALUE 0.
01  WS-FIELD-1          PIC X(100).
01  WS-FIELD-2          PIC X(100).
01  WS-FIELD-3          PIC X(100).
01  WS-FIELD-4          PIC X(200).
01  WS-FIELD-5          PIC X(100).
01  WS-FIELD-6          PIC X(100).
01  WS-FIELD-7          PIC X(100).
01  WS-FIELD-8          PIC X(20).
01  WS-FIELD-9          PIC X(8).

01  WS-TOT-POSTINGS     PIC 9(6) VALUE 0.
01  WS-TOT-APPLIED      PIC 9(6) VALUE 0.
01  WS-TOT-HIRED        PIC 9(6) VALUE 0.
01  WS-POSTINGS-EDIT    PIC ZZZ,ZZ9.
01  WS-APPLIED-EDIT     PIC ZZZ,ZZ9.
01  WS-HIRED-EDIT       PIC ZZZ,ZZ9.
01  WS-LINE-LABEL       PIC X(120).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-PARAMS
    PERFORM LOAD-TERMS
    PERFORM LOAD-GROUPS
    PERFORM LOAD-JOB-OCCUPATIONS
    PERFORM LOAD-POSTINGS
    PERFORM LOAD-APPLICATIONS

    OPEN OUTPUT REPORT-FILE
    PERFORM PRINT-HEADER
    PERFORM VARYING WS-TRM-IDX FROM 1 BY 1 UNTIL WS-TRM-IDX > WS-TRM-COUNT
        PERFORM TALLY-TERM
        PERFORM PRINT-TERM-SECTION
    END-PERFORM

    CLOSE REPORT-FILE
    DISPLAY "Occupation report written to ../data/OccupationReport.txt"
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
                    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                        WHEN "TERM_START"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-TERM-START
                            END-IF
                        WHEN "TERM_END"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-TERM-END
                            END-IF
                        WHEN "TERM"
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-VALUE))
                                TO WS-TERM-CODE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARAM-FILE
    EXIT PARAGRAPH.

*> LOAD-TERMS: TERM-CODE|NAME|START|END|COMMENCEMENT. A TERM= code
*> selects just that term; raw dates with no code report the one
*> ad-hoc range; otherwise every term on the master is a section. An
*> unknown code, or no master at all, falls back to the raw range.
LOAD-TERMS.
    IF WS-TERM-CODE = SPACES
       AND (WS-TERM-START NOT = "00000000" OR WS-TERM-END NOT = "99999999")
        PERFORM ADD-RAW-RANGE-TERM
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT TERM-FILE
    IF TERM-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ TERM-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF TERM-REC NOT = SPACES AND WS-TRM-COUNT < 50
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
                        IF (WS-TERM-CODE = SPACES
                            OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE))
                               = FUNCTION TRIM(WS-TERM-CODE))
                           AND WS-TRM-PARSED-START IS NUMERIC
                           AND WS-TRM-PARSED-END IS NUMERIC
                            ADD 1 TO WS-TRM-COUNT
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE))
                                TO WS-TRM-CODE(WS-TRM-COUNT)
                            MOVE WS-TRM-PARSED-NAME TO WS-TRM-NAME(WS-TRM-COUNT)
                            MOVE WS-TRM-PARSED-START TO WS-TRM-START(WS-TRM-COUNT)
                            MOVE WS-TRM-PARSED-END TO WS-TRM-END(WS-TRM-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TERM-FILE
    END-IF
    IF WS-TRM-COUNT = 0
        IF WS-TERM-CODE NOT = SPACES
            DISPLAY "Warning: term code not in Terms.txt - TERM= ignored."
        END-IF
        PERFORM ADD-RAW-RANGE-TERM
    END-IF
    EXIT PARAGRAPH.

ADD-RAW-RANGE-TERM.
    ADD 1 TO WS-TRM-COUNT
    MOVE SPACES TO WS-TRM-CODE(WS-TRM-COUNT)
    MOVE SPACES TO WS-TRM-NAME(WS-TRM-COUNT)
    MOVE WS-TERM-START TO WS-TRM-START(WS-TRM-COUNT)
    MOVE WS-TERM-END TO WS-TRM-END(WS-TRM-COUNT)
    EXIT PARAGRAPH.

*> LOAD-GROUPS: the major-group rows (NN-0000) of the occupation
*> master, in file order.
LOAD-GROUPS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OCCUPATION-FILE
    IF OCCUPATION-STAT = "35"
        DISPLAY "Warning: Occupations.txt not found - everything reports as Unclassified."
    ELSE
        PERFORM UNTIL EOF-FLAG = "Y"
            READ OCCUPATION-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF OCCUPATION-REC NOT = SPACES AND WS-GRP-COUNT < 40
                        MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                        UNSTRING OCCUPATION-REC DELIMITED BY "|"
                            INTO WS-FIELD-1 WS-FIELD-2
                        END-UNSTRING
                        IF WS-FIELD-1(3:5) = "-0000"
                            ADD 1 TO WS-GRP-COUNT
                            MOVE WS-FIELD-1(1:7) TO WS-GRP-CODE(WS-GRP-COUNT)
                            MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-GRP-TITLE(WS-GRP-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OCCUPATION-FILE
    END-IF
    COMPUTE WS-GRP-UNCLASSIFIED = WS-GRP-COUNT + 1
    MOVE SPACES TO WS-GRP-CODE(WS-GRP-UNCLASSIFIED)
    MOVE "Unclassified" TO WS-GRP-TITLE(WS-GRP-UNCLASSIFIED)
    EXIT PARAGRAPH.

LOAD-JOB-OCCUPATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-OCC-FILE
    IF JOB-OCC-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-OCC-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-OCC-REC NOT = SPACES AND WS-JOC-COUNT < 2000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                    UNSTRING JOB-OCC-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2
                    END-UNSTRING
                    ADD 1 TO WS-JOC-COUNT
                    MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-JOC-JOB-ID(WS-JOC-COUNT)
                    MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-JOC-CODE(WS-JOC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-OCC-FILE
    EXIT PARAGRAPH.

*> LOAD-POSTINGS: JOB-ID|USER|TITLE|DESC|EMPLOYER|LOCATION|SALARY|
*> STATUS|POSTED-DATE|... - each posting with its posted date and the
*> major group its classification rolls up to.
LOAD-POSTINGS.
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
                IF JOB-REC NOT = SPACES AND WS-JOB-COUNT < 2000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                                   WS-FIELD-7 WS-FIELD-8 WS-FIELD-9
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                             WS-FIELD-7 WS-FIELD-8 WS-FIELD-9
                    END-UNSTRING
                    ADD 1 TO WS-JOB-COUNT
                    MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-JOB-ID(WS-JOB-COUNT)
                    MOVE WS-FIELD-9 TO WS-JOB-POSTED(WS-JOB-COUNT)
                    MOVE SPACES TO WS-CODE-IN
                    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOC-COUNT
                        IF WS-JOC-JOB-ID(WS-IDX) = WS-JOB-ID(WS-JOB-COUNT)
                            MOVE WS-JOC-CODE(WS-IDX) TO WS-CODE-IN
                        END-IF
                    END-PERFORM
                    PERFORM RESOLVE-GROUP
                    MOVE WS-GROUP-OUT TO WS-JOB-GROUP(WS-JOB-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

*> RESOLVE-GROUP: WS-CODE-IN's major group slot, or the Unclassified
*> slot when the code is blank or its group is not on the master.
RESOLVE-GROUP.
    MOVE WS-GRP-UNCLASSIFIED TO WS-GROUP-OUT
    IF WS-CODE-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-GRP-COUNT
        IF WS-GRP-CODE(WS-IDX2)(1:2) = WS-CODE-IN(1:2)
            MOVE WS-IDX2 TO WS-GROUP-OUT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-APPLICATIONS: APP-ID|USERNAME|JOB-ID|STATUS|DATE|... - an
*> application takes its posting's group; one on a posting no longer
*> on the live file counts as Unclassified.
LOAD-APPLICATIONS.
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
                IF APPLICATION-REC NOT = SPACES AND WS-APP-COUNT < 3000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5
                    END-UNSTRING
                    ADD 1 TO WS-APP-COUNT
                    MOVE FUNCTION TRIM(WS-FIELD-5) TO WS-APP-DATE(WS-APP-COUNT)
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-4)) = "HIRED"
                        MOVE "Y" TO WS-APP-HIRED(WS-APP-COUNT)
                    ELSE
                        MOVE "N" TO WS-APP-HIRED(WS-APP-COUNT)
                    END-IF
                    MOVE WS-GRP-UNCLASSIFIED TO WS-APP-GROUP(WS-APP-COUNT)
                    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
                        IF WS-JOB-ID(WS-IDX) = FUNCTION TRIM(WS-FIELD-3)
                            MOVE WS-JOB-GROUP(WS-IDX) TO WS-APP-GROUP(WS-APP-COUNT)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

*> TALLY-TERM: postings and applications dated inside term WS-TRM-IDX.
TALLY-TERM.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-UNCLASSIFIED
        MOVE 0 TO WS-GRP-POSTINGS(WS-IDX)
        MOVE 0 TO WS-GRP-APPLIED(WS-IDX)
        MOVE 0 TO WS-GRP-HIRED(WS-IDX)
    END-PERFORM
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        IF WS-JOB-POSTED(WS-IDX) >= WS-TRM-START(WS-TRM-IDX)
           AND WS-JOB-POSTED(WS-IDX) <= WS-TRM-END(WS-TRM-IDX)
            ADD 1 TO WS-GRP-POSTINGS(WS-JOB-GROUP(WS-IDX))
        END-IF
    END-PERFORM
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        IF WS-APP-DATE(WS-IDX) >= WS-TRM-START(WS-TRM-IDX)
           AND WS-APP-DATE(WS-IDX) <= WS-TRM-END(WS-TRM-IDX)
            ADD 1 TO WS-GRP-APPLIED(WS-APP-GROUP(WS-IDX))
            IF WS-APP-HIRED(WS-IDX) = "Y"
                ADD 1 TO WS-GRP-HIRED(WS-APP-GROUP(WS-IDX))
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

PRINT-HEADER.
    MOVE SPACES TO REPORT-REC
    STRING "Occupation Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "Postings, applications, and hires by SOC major occupation group" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-TERM-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    IF WS-TRM-NAME(WS-TRM-IDX) NOT = SPACES
        STRING FUNCTION TRIM(WS-TRM-NAME(WS-TRM-IDX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRM-CODE(WS-TRM-IDX)) DELIMITED BY SIZE
               "), " DELIMITED BY SIZE
               WS-TRM-START(WS-TRM-IDX) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-TRM-END(WS-TRM-IDX) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        STRING "Term " DELIMITED BY SIZE
               WS-TRM-START(WS-TRM-IDX) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-TRM-END(WS-TRM-IDX) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC

    MOVE 0 TO WS-TOT-POSTINGS
    MOVE 0 TO WS-TOT-APPLIED
    MOVE 0 TO WS-TOT-HIRED
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-UNCLASSIFIED
        IF WS-GRP-POSTINGS(WS-IDX) > 0 OR WS-GRP-APPLIED(WS-IDX) > 0
            ADD WS-GRP-POSTINGS(WS-IDX) TO WS-TOT-POSTINGS
            ADD WS-GRP-APPLIED(WS-IDX) TO WS-TOT-APPLIED
            ADD WS-GRP-HIRED(WS-IDX) TO WS-TOT-HIRED
            MOVE SPACES TO WS-LINE-LABEL
            IF WS-GRP-CODE(WS-IDX) = SPACES
                MOVE WS-GRP-TITLE(WS-IDX) TO WS-LINE-LABEL
            ELSE
                STRING WS-GRP-CODE(WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GRP-TITLE(WS-IDX)) DELIMITED BY SIZE
                    INTO WS-LINE-LABEL
                END-STRING
            END-IF
            MOVE WS-GRP-POSTINGS(WS-IDX) TO WS-POSTINGS-EDIT
            MOVE WS-GRP-APPLIED(WS-IDX) TO WS-APPLIED-EDIT
            MOVE WS-GRP-HIRED(WS-IDX) TO WS-HIRED-EDIT
            PERFORM PRINT-GROUP-LINE
        END-IF
    END-PERFORM

    IF WS-TOT-POSTINGS = 0 AND WS-TOT-APPLIED = 0
        MOVE "  (no postings or applications in the term range)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE "Total" TO WS-LINE-LABEL
    MOVE WS-TOT-POSTINGS TO WS-POSTINGS-EDIT
    MOVE WS-TOT-APPLIED TO WS-APPLIED-EDIT
    MOVE WS-TOT-HIRED TO WS-HIRED-EDIT
    PERFORM PRINT-GROUP-LINE
    EXIT PARAGRAPH.

PRINT-GROUP-LINE.
    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-LINE-LABEL)
           ": postings " FUNCTION TRIM(WS-POSTINGS-EDIT)
           ", applications " FUNCTION TRIM(WS-APPLIED-EDIT)
           ", hires " FUNCTION TRIM(WS-HIRED-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM OCCUPATIONREPORT.
