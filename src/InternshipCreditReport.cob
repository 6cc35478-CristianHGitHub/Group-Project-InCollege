*> Stand-alone internship-for-credit roll-up for the registrar, run at
*> term end the same way PLACEMENTOUTCOMES is run. It lists every
*> credit enrollment in ../data/CreditEnrollments.txt for the term
*> named in ../data/CreditReportParams.txt:
*>   TERM=SP26
*>   HOURS_PER_CREDIT=40
*> with the student's name from AccountRecords.txt, the total hours
*> logged in InternshipHours.txt, the employer evaluation status from
*> InternshipEvaluations.txt, and a Complete/Incomplete verdict. An
*> enrollment is Complete when a counselor approved it, the hours
*> logged reach CREDITS x HOURS_PER_CREDIT (40 when not given), and the
*> employer's evaluation is on file and satisfactory. A missing
*> parameter file (or no TERM=) reports every enrollment on file.
*> Output goes to ../data/InternshipCreditReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. INTERNSHIPCREDITREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-FILE ASSIGN TO "../data/CreditReportParams.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAM-STAT.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STAT.
    SELECT ENROLL-FILE ASSIGN TO "../data/CreditEnrollments.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENROLL-STAT.
    SELECT HOURS-FILE ASSIGN TO "../data/InternshipHours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOURS-STAT.
    SELECT EVAL-FILE ASSIGN TO "../data/InternshipEvaluations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVAL-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/InternshipCreditReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PARAM-FILE.
01  PARAM-REC           PIC X(100).
FD  TERM-FILE.
01  TERM-REC            PIC X(120).
FD  ENROLL-FILE.
01  ENROLL-REC          PIC X(200).
FD  HOURS-FILE.
01  HOURS-REC           PIC X(80).
FD  EVAL-FILE.
01  EVAL-REC            PIC X(300).
FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".
FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  PARAM-STAT          PIC XX.
01  TERM-STAT           PIC XX.
01  ENROLL-STAT         PIC XX.
01  HOURS-STAT          PIC XX.
01  EVAL-STAT           PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  TERM-EOF            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-TERM-CODE        PIC X(10).
01  WS-TERM-NAME        PIC X(40).
01  WS-HOURS-PER-CREDIT PIC 9(3) VALUE 40.
01  WS-TRM-PARSED-CODE  PIC X(10).
01  WS-TRM-PARSED-NAME  PIC X(40).
01  CONFIG-KEY          PIC X(30).
01  CONFIG-VALUE        PIC X(30).
01  WS-IDX              PIC 9(4) VALUE 0.

*> The enrollments being reported, with what the other files add.
01  WS-ENR-COUNT        PIC 9(4) VALUE 0.
01  WS-ENR-TABLE.
    05  WS-ENR-ENTRY OCCURS 1000 TIMES.
        10  WS-ENR-APP-ID     PIC X(10).
        10  WS-ENR-STUDENT    PIC X(50).
        10  WS-ENR-NAME       PIC X(60).
        10  WS-ENR-TERM       PIC X(10).
        10  WS-ENR-CREDITS    PIC 9(2).
        10  WS-ENR-STATUS     PIC X(10).
        10  WS-ENR-HOURS      PIC 9(5).
        10  WS-ENR-EVAL       PIC X(1).

01  WS-FIELD-1          PIC X(50).
01  WS-FIELD-2          PIC X(50).
01  WS-FIELD-3          PIC X(50).
01  WS-FIELD-4          PIC X(50).
01  WS-FIELD-5          PIC X(50).

01  WS-REQUIRED-HOURS   PIC 9(5) VALUE 0.
01  WS-VERDICT          PIC X(10).
01  WS-EVAL-TEXT        PIC X(15).
01  WS-HOURS-EDIT       PIC ZZZZ9.
01  WS-REQUIRED-EDIT    PIC ZZZZ9.
01  WS-CREDITS-EDIT     PIC Z9.
01  WS-COMPLETE-COUNT   PIC 9(5) VALUE 0.
01  WS-INCOMPLETE-COUNT PIC 9(5) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZZ9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-PARAMS
    PERFORM LOAD-ENROLLMENTS
    PERFORM TOTAL-HOURS
    PERFORM MARK-EVALUATIONS
    PERFORM RESOLVE-STUDENT-NAMES

    OPEN OUTPUT REPORT-FILE
    PERFORM PRINT-HEADER
    PERFORM PRINT-ENROLLMENTS
    PERFORM PRINT-TOTALS
    CLOSE REPORT-FILE
    DISPLAY "Internship credit report written to ../data/InternshipCreditReport.txt"
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
                        WHEN "TERM"
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-VALUE))
                                TO WS-TERM-CODE
                        WHEN "HOURS_PER_CREDIT"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION TRIM(CONFIG-VALUE)
                                    TO WS-HOURS-PER-CREDIT
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARAM-FILE

    IF WS-TERM-CODE NOT = SPACES
        PERFORM RESOLVE-TERM-CODE
    END-IF
    EXIT PARAGRAPH.

*> RESOLVE-TERM-CODE: pick up the term's name from the Terms.txt
*> master for the heading. An unknown code still filters - the
*> enrollment rows carry the code itself - but says so on the console.
RESOLVE-TERM-CODE.
    MOVE "N" TO TERM-EOF
    OPEN INPUT TERM-FILE
    IF TERM-STAT = "35"
        DISPLAY "Warning: Terms.txt not found - term name not shown."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL TERM-EOF = "Y"
        READ TERM-FILE
            AT END
                MOVE "Y" TO TERM-EOF
            NOT AT END
                IF TERM-REC NOT = SPACES
                    MOVE SPACES TO WS-TRM-PARSED-CODE WS-TRM-PARSED-NAME
                    UNSTRING TERM-REC DELIMITED BY "|"
                        INTO WS-TRM-PARSED-CODE
                             WS-TRM-PARSED-NAME
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE))
                       = FUNCTION TRIM(WS-TERM-CODE)
                        MOVE WS-TRM-PARSED-NAME TO WS-TERM-NAME
                        MOVE "Y" TO TERM-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TERM-FILE
    IF WS-TERM-NAME = SPACES
        DISPLAY "Warning: term code not in Terms.txt."
    END-IF
    EXIT PARAGRAPH.

*> LOAD-ENROLLMENTS: APPLICATION-ID|STUDENT|TERM-CODE|CREDITS|STATUS|
*> REQUESTED-DATE|COUNSELOR|DECIDED-DATE, kept when the term matches
*> (or no term was asked for).
LOAD-ENROLLMENTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ENROLL-FILE
    IF ENROLL-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ENROLL-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ENROLL-REC NOT = SPACES AND WS-ENR-COUNT < 1000
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5
                    UNSTRING ENROLL-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5
                    END-UNSTRING
                    IF WS-TERM-CODE = SPACES
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-3))
                          = FUNCTION TRIM(WS-TERM-CODE)
                        ADD 1 TO WS-ENR-COUNT
                        MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-ENR-APP-ID(WS-ENR-COUNT)
                        MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-ENR-STUDENT(WS-ENR-COUNT)
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-3))
                            TO WS-ENR-TERM(WS-ENR-COUNT)
                        MOVE 0 TO WS-ENR-CREDITS(WS-ENR-COUNT)
                        IF FUNCTION TRIM(WS-FIELD-4) IS NUMERIC
                            MOVE FUNCTION TRIM(WS-FIELD-4)
                                TO WS-ENR-CREDITS(WS-ENR-COUNT)
                        END-IF
                        MOVE FUNCTION TRIM(WS-FIELD-5) TO WS-ENR-STATUS(WS-ENR-COUNT)
                        MOVE SPACES TO WS-ENR-NAME(WS-ENR-COUNT)
                        MOVE 0 TO WS-ENR-HOURS(WS-ENR-COUNT)
                        MOVE SPACE TO WS-ENR-EVAL(WS-ENR-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ENROLL-FILE
    EXIT PARAGRAPH.

*> TOTAL-HOURS: APPLICATION-ID|WEEK-OF|HOURS|LOGGED-DATE rows summed
*> onto each enrollment. Denied rows never collect hours because the
*> timesheet only accepts approved enrollments.
TOTAL-HOURS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT HOURS-FILE
    IF HOURS-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ HOURS-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF HOURS-REC NOT = SPACES
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    UNSTRING HOURS-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-FIELD-3) IS NUMERIC
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-ENR-COUNT
                            IF WS-ENR-APP-ID(WS-IDX) = FUNCTION TRIM(WS-FIELD-1)
                               AND WS-ENR-STATUS(WS-IDX) = "Approved"
                                ADD FUNCTION NUMVAL(WS-FIELD-3)
                                    TO WS-ENR-HOURS(WS-IDX)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOURS-FILE
    EXIT PARAGRAPH.

*> MARK-EVALUATIONS: APPLICATION-ID|EVALUATOR|DATE|RATING|PASSED|
*> COMMENTS - the PASSED flag (Y/N) is what the verdict needs.
MARK-EVALUATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT EVAL-FILE
    IF EVAL-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ EVAL-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF EVAL-REC NOT = SPACES
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5
                    UNSTRING EVAL-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5
                    END-UNSTRING
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-ENR-COUNT
                        IF WS-ENR-APP-ID(WS-IDX) = FUNCTION TRIM(WS-FIELD-1)
                           AND WS-ENR-STATUS(WS-IDX) = "Approved"
                            MOVE WS-FIELD-5(1:1) TO WS-ENR-EVAL(WS-IDX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVAL-FILE
    EXIT PARAGRAPH.

RESOLVE-STUDENT-NAMES.
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
                IF FUNCTION TRIM(AR-USERNAME) NOT = SPACES
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-ENR-COUNT
                        IF FUNCTION UPPER-CASE(WS-ENR-STUDENT(WS-IDX))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE SPACES TO WS-ENR-NAME(WS-IDX)
                            STRING FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
                                INTO WS-ENR-NAME(WS-IDX)
                            END-STRING
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

PRINT-HEADER.
    MOVE SPACES TO REPORT-REC
    IF WS-TERM-CODE NOT = SPACES
        STRING "Internship Credit Report - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " (term " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        STRING "Internship Credit Report - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " (all terms)" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-ENROLLMENTS.
    IF WS-ENR-COUNT = 0
        MOVE "  (no credit enrollments for this term)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ENR-COUNT
        PERFORM PRINT-ONE-ENROLLMENT
    END-PERFORM
    EXIT PARAGRAPH.

*> PRINT-ONE-ENROLLMENT: Complete needs all three - counselor approval,
*> the required hours, and a satisfactory evaluation.
PRINT-ONE-ENROLLMENT.
    COMPUTE WS-REQUIRED-HOURS = WS-ENR-CREDITS(WS-IDX) * WS-HOURS-PER-CREDIT
    EVALUATE WS-ENR-EVAL(WS-IDX)
        WHEN "Y"
            MOVE "satisfactory" TO WS-EVAL-TEXT
        WHEN "N"
            MOVE "unsatisfactory" TO WS-EVAL-TEXT
        WHEN OTHER
            MOVE "missing" TO WS-EVAL-TEXT
    END-EVALUATE
    IF WS-ENR-STATUS(WS-IDX) = "Approved"
       AND WS-ENR-HOURS(WS-IDX) >= WS-REQUIRED-HOURS
       AND WS-ENR-EVAL(WS-IDX) = "Y"
        MOVE "Complete" TO WS-VERDICT
        ADD 1 TO WS-COMPLETE-COUNT
    ELSE
        MOVE "Incomplete" TO WS-VERDICT
        ADD 1 TO WS-INCOMPLETE-COUNT
    END-IF
    IF WS-ENR-NAME(WS-IDX) = SPACES
        MOVE "(unknown)" TO WS-ENR-NAME(WS-IDX)
    END-IF
    MOVE WS-ENR-CREDITS(WS-IDX) TO WS-CREDITS-EDIT
    MOVE WS-ENR-HOURS(WS-IDX) TO WS-HOURS-EDIT
    MOVE WS-REQUIRED-HOURS TO WS-REQUIRED-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  App " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENR-APP-ID(WS-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENR-STUDENT(WS-IDX)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENR-NAME(WS-IDX)) DELIMITED BY SIZE
           ") " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENR-TERM(WS-IDX)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CREDITS-EDIT) DELIMITED BY SIZE
           " credits, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENR-STATUS(WS-IDX)) DELIMITED BY SIZE
           ": hours " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HOURS-EDIT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQUIRED-EDIT) DELIMITED BY SIZE
           ", evaluation " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EVAL-TEXT) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VERDICT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-COMPLETE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Complete:   " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-INCOMPLETE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Incomplete: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM INTERNSHIPCREDITREPORT.
