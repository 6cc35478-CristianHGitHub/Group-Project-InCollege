*> Stand-alone EEO applicant-pool report for employers with federal
*> contractor reporting duties. Run this directly: it joins the
*> voluntary self-identification file ../data/EeoSelfId.txt
*> (USERNAME|GENDER|ETHNICITY|VETERAN|DISABILITY|DATE) against
*> applications.dat and JobPostings.txt and prints, per posting and
*> then per employer (distinct applicants across all its postings),
*> how the applicant pool breaks down on each question. Only totals
*> ever leave this program, and no individual can be picked out of
*> them:
*>   - a pool of fewer than five applicants is not broken down at all;
*>   - any category with one to four people is shown as "suppressed";
*>   - when only one category in a question would be hidden, the next
*>     smallest is hidden too, so the hidden one cannot be worked out
*>     by subtracting the rest from the pool total.
*> Applicants who declined a question, or never self-identified, count
*> under "Not disclosed". Output goes to ../data/EeoAggregateReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. EEOAGGREGATEREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EEO-FILE ASSIGN TO "../data/EeoSelfId.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EEO-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/EeoAggregateReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  EEO-FILE.
01  EEO-REC             PIC X(150).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(150).

WORKING-STORAGE SECTION.
01  EEO-STAT            PIC XX.
01  APP-STAT            PIC XX.
01  JOB-STAT            PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-IDX2             PIC 9(4) VALUE 0.
01  WS-JOB-IDX          PIC 9(4) VALUE 0.
01  WS-EEO-IDX          PIC 9(4) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".
01  WS-MIN-CELL         PIC 9(4) VALUE 5.
01  WS-COUNT-EDIT       PIC Z(4)9.

*> Self-identification answers on file.
01  WS-EEO-COUNT        PIC 9(4) VALUE 0.
01  WS-EEO-TABLE.
    05  WS-EEO-ENTRY OCCURS 2000 TIMES.
        10  WS-EEO-USER       PIC X(50).
        10  WS-EEO-GENDER     PIC X(15).
        10  WS-EEO-ETHNICITY  PIC X(15).
        10  WS-EEO-VETERAN    PIC X(15).
        10  WS-EEO-DISABILITY PIC X(15).

*> Applications on file: who applied to which posting.
01  WS-APP-COUNT        PIC 9(4) VALUE 0.
01  WS-APP-TABLE.
    05  WS-APP-ENTRY OCCURS 2000 TIMES.
        10  WS-APP-USER      PIC X(50).
        10  WS-APP-JOB-ID    PIC X(10).

*> Postings on file and the distinct employers behind them.
01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 1000 TIMES.
        10  WS-JOB-ID        PIC X(10).
        10  WS-JOB-TITLE     PIC X(100).
        10  WS-JOB-EMPLOYER  PIC X(100).
01  WS-EMP-COUNT        PIC 9(3) VALUE 0.
01  WS-EMP-TABLE.
    05  WS-EMP-NAME OCCURS 200 TIMES PIC X(100).

*> The applicant pool being broken down, each member with the row of
*> WS-EEO-TABLE holding their answers (0 = never self-identified).
01  WS-POOL-COUNT       PIC 9(4) VALUE 0.
01  WS-POOL-IDX         PIC 9(4) VALUE 0.
01  WS-POOL-TABLE.
    05  WS-POOL-ENTRY OCCURS 2000 TIMES.
        10  WS-POOL-USER     PIC X(50).
        10  WS-POOL-EEO-IDX  PIC 9(4).

*> One question's categories while it is tallied and printed.
01  WS-CELL-MAX         PIC 9(2) VALUE 0.
01  WS-CELL-IDX         PIC 9(2) VALUE 0.
01  WS-CELL-SMALLEST    PIC 9(2) VALUE 0.
01  WS-CELL-HIDDEN      PIC 9(2) VALUE 0.
01  WS-CELL-TABLE.
    05  WS-CELL OCCURS 8 TIMES.
        10  WS-CELL-LABEL    PIC X(45).
        10  WS-CELL-COUNT    PIC 9(4).
        10  WS-CELL-SUPP     PIC X.
01  WS-ANSWER           PIC X(15).
01  WS-QUESTION         PIC X(12).

01  APPLICATION-PARSED-ID PIC X(10).
01  APPLICATION-PARSED-USERNAME PIC X(50).
01  APPLICATION-PARSED-JOB-ID PIC X(10).

01  JOB-PARSED-ID       PIC X(10).
01  JOB-PARSED-USERNAME PIC X(50).
01  JOB-PARSED-TITLE    PIC X(100).
01  JOB-PARSED-DESC     PIC X(200).
01  JOB-PARSED-EMPLOYER PIC X(100).

01  WS-PARSED-USER      PIC X(50).
01  WS-PARSED-GENDER    PIC X(15).
01  WS-PARSED-ETHNICITY PIC X(15).
01  WS-PARSED-VETERAN   PIC X(15).
01  WS-PARSED-DISABILITY PIC X(15).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-SELF-ID
    PERFORM LOAD-APPLICATIONS
    PERFORM LOAD-POSTINGS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "EEO Applicant Pool Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Aggregate counts only. Pools under five are not broken down; categories" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "of one to four people, and any that would reveal them, are suppressed." TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "--- By posting ---" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-JOB-COUNT
        PERFORM BUILD-POSTING-POOL
        IF WS-POOL-COUNT > 0
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "Posting " FUNCTION TRIM(WS-JOB-ID(WS-IDX2))
                   " - " FUNCTION TRIM(WS-JOB-TITLE(WS-IDX2))
                   " (" FUNCTION TRIM(WS-JOB-EMPLOYER(WS-IDX2)) ")"
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
            PERFORM PRINT-POOL-BREAKDOWN
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "--- By employer ---" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-EMP-COUNT
        PERFORM BUILD-EMPLOYER-POOL
        IF WS-POOL-COUNT > 0
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "Employer: " FUNCTION TRIM(WS-EMP-NAME(WS-IDX2))
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
            PERFORM PRINT-POOL-BREAKDOWN
        END-IF
    END-PERFORM

    CLOSE REPORT-FILE
    DISPLAY "EEO applicant pool report written to ../data/EeoAggregateReport.txt"
    STOP RUN.

LOAD-SELF-ID.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT EEO-FILE
    IF EEO-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ EEO-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF EEO-REC NOT = SPACES AND WS-EEO-COUNT < 2000
                    MOVE SPACES TO WS-PARSED-USER WS-PARSED-GENDER
                                   WS-PARSED-ETHNICITY WS-PARSED-VETERAN
                                   WS-PARSED-DISABILITY
                    UNSTRING EEO-REC DELIMITED BY "|"
                        INTO WS-PARSED-USER
                             WS-PARSED-GENDER
                             WS-PARSED-ETHNICITY
                             WS-PARSED-VETERAN
                             WS-PARSED-DISABILITY
                    END-UNSTRING
                    ADD 1 TO WS-EEO-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USER))
                        TO WS-EEO-USER(WS-EEO-COUNT)
                    MOVE FUNCTION TRIM(WS-PARSED-GENDER)
                        TO WS-EEO-GENDER(WS-EEO-COUNT)
                    MOVE FUNCTION TRIM(WS-PARSED-ETHNICITY)
                        TO WS-EEO-ETHNICITY(WS-EEO-COUNT)
                    MOVE FUNCTION TRIM(WS-PARSED-VETERAN)
                        TO WS-EEO-VETERAN(WS-EEO-COUNT)
                    MOVE FUNCTION TRIM(WS-PARSED-DISABILITY)
                        TO WS-EEO-DISABILITY(WS-EEO-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EEO-FILE
    EXIT PARAGRAPH.

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
                IF APPLICATION-REC NOT = SPACES AND WS-APP-COUNT < 2000
                    MOVE SPACES TO APPLICATION-PARSED-ID
                                   APPLICATION-PARSED-USERNAME
                                   APPLICATION-PARSED-JOB-ID
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO APPLICATION-PARSED-ID
                             APPLICATION-PARSED-USERNAME
                             APPLICATION-PARSED-JOB-ID
                    END-UNSTRING
                    ADD 1 TO WS-APP-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                        TO WS-APP-USER(WS-APP-COUNT)
                    MOVE FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                        TO WS-APP-JOB-ID(WS-APP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

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
                IF JOB-REC NOT = SPACES AND WS-JOB-COUNT < 1000
                    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME
                                   JOB-PARSED-TITLE JOB-PARSED-DESC
                                   JOB-PARSED-EMPLOYER
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO JOB-PARSED-ID
                             JOB-PARSED-USERNAME
                             JOB-PARSED-TITLE
                             JOB-PARSED-DESC
                             JOB-PARSED-EMPLOYER
                    END-UNSTRING
                    ADD 1 TO WS-JOB-COUNT
                    MOVE FUNCTION TRIM(JOB-PARSED-ID) TO WS-JOB-ID(WS-JOB-COUNT)
                    MOVE FUNCTION TRIM(JOB-PARSED-TITLE) TO WS-JOB-TITLE(WS-JOB-COUNT)
                    MOVE FUNCTION TRIM(JOB-PARSED-EMPLOYER) TO WS-JOB-EMPLOYER(WS-JOB-COUNT)
                    PERFORM RECORD-EMPLOYER
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

RECORD-EMPLOYER.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-EMP-COUNT OR WS-FOUND = "Y"
        IF WS-EMP-NAME(WS-IDX) = FUNCTION TRIM(JOB-PARSED-EMPLOYER)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N" AND WS-EMP-COUNT < 200
        ADD 1 TO WS-EMP-COUNT
        MOVE FUNCTION TRIM(JOB-PARSED-EMPLOYER) TO WS-EMP-NAME(WS-EMP-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> BUILD-POSTING-POOL: distinct applicants to the posting at WS-IDX2.
BUILD-POSTING-POOL.
    MOVE 0 TO WS-POOL-COUNT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        IF WS-APP-JOB-ID(WS-IDX) = WS-JOB-ID(WS-IDX2)
            PERFORM ADD-TO-POOL
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> BUILD-EMPLOYER-POOL: distinct applicants across every posting of
*> the employer at WS-IDX2, so one person applying to three of its
*> jobs is counted once.
BUILD-EMPLOYER-POOL.
    MOVE 0 TO WS-POOL-COUNT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT OR WS-FOUND = "Y"
            IF WS-JOB-ID(WS-JOB-IDX) = WS-APP-JOB-ID(WS-IDX)
                MOVE "Y" TO WS-FOUND
                IF WS-JOB-EMPLOYER(WS-JOB-IDX) = WS-EMP-NAME(WS-IDX2)
                    PERFORM ADD-TO-POOL
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

*> ADD-TO-POOL: the applicant on application WS-IDX, once, with their
*> self-identification row looked up.
ADD-TO-POOL.
    PERFORM VARYING WS-POOL-IDX FROM 1 BY 1 UNTIL WS-POOL-IDX > WS-POOL-COUNT
        IF WS-POOL-USER(WS-POOL-IDX) = WS-APP-USER(WS-IDX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-POOL-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-POOL-COUNT
    MOVE WS-APP-USER(WS-IDX) TO WS-POOL-USER(WS-POOL-COUNT)
    MOVE 0 TO WS-POOL-EEO-IDX(WS-POOL-COUNT)
    PERFORM VARYING WS-EEO-IDX FROM 1 BY 1 UNTIL WS-EEO-IDX > WS-EEO-COUNT
        IF WS-EEO-USER(WS-EEO-IDX) = WS-APP-USER(WS-IDX)
            MOVE WS-EEO-IDX TO WS-POOL-EEO-IDX(WS-POOL-COUNT)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> PRINT-POOL-BREAKDOWN: the pool size, then each question in turn -
*> or a single line when the pool is too small to break down.
PRINT-POOL-BREAKDOWN.
    MOVE WS-POOL-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    IF WS-POOL-COUNT < WS-MIN-CELL
        MOVE "  Applicants: fewer than five - pool too small to report." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    STRING "  Applicants: " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE "GENDER" TO WS-QUESTION
    MOVE 4 TO WS-CELL-MAX
    MOVE "Female" TO WS-CELL-LABEL(1)
    MOVE "Male" TO WS-CELL-LABEL(2)
    MOVE "Non-binary" TO WS-CELL-LABEL(3)
    MOVE "Not disclosed" TO WS-CELL-LABEL(4)
    PERFORM TALLY-QUESTION
    MOVE "  Gender:" TO REPORT-REC
    PERFORM PRINT-QUESTION

    MOVE "ETHNICITY" TO WS-QUESTION
    MOVE 8 TO WS-CELL-MAX
    MOVE "Hispanic or Latino" TO WS-CELL-LABEL(1)
    MOVE "White" TO WS-CELL-LABEL(2)
    MOVE "Black or African American" TO WS-CELL-LABEL(3)
    MOVE "Asian" TO WS-CELL-LABEL(4)
    MOVE "Native Hawaiian or Other Pacific Islander" TO WS-CELL-LABEL(5)
    MOVE "American Indian or Alaska Native" TO WS-CELL-LABEL(6)
    MOVE "Two or more races" TO WS-CELL-LABEL(7)
    MOVE "Not disclosed" TO WS-CELL-LABEL(8)
    PERFORM TALLY-QUESTION
    MOVE "  Ethnicity:" TO REPORT-REC
    PERFORM PRINT-QUESTION

    MOVE "VETERAN" TO WS-QUESTION
    MOVE 3 TO WS-CELL-MAX
    MOVE "Protected veteran" TO WS-CELL-LABEL(1)
    MOVE "Not a protected veteran" TO WS-CELL-LABEL(2)
    MOVE "Not disclosed" TO WS-CELL-LABEL(3)
    PERFORM TALLY-QUESTION
    MOVE "  Veteran status:" TO REPORT-REC
    PERFORM PRINT-QUESTION

    MOVE "DISABILITY" TO WS-QUESTION
    MOVE 3 TO WS-CELL-MAX
    MOVE "Has a disability" TO WS-CELL-LABEL(1)
    MOVE "No disability" TO WS-CELL-LABEL(2)
    MOVE "Not disclosed" TO WS-CELL-LABEL(3)
    PERFORM TALLY-QUESTION
    MOVE "  Disability:" TO REPORT-REC
    PERFORM PRINT-QUESTION
    EXIT PARAGRAPH.

*> TALLY-QUESTION: count the pool into WS-QUESTION's categories; the
*> last category is always "Not disclosed".
TALLY-QUESTION.
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > WS-CELL-MAX
        MOVE 0 TO WS-CELL-COUNT(WS-CELL-IDX)
        MOVE "N" TO WS-CELL-SUPP(WS-CELL-IDX)
    END-PERFORM
    PERFORM VARYING WS-POOL-IDX FROM 1 BY 1 UNTIL WS-POOL-IDX > WS-POOL-COUNT
        MOVE "DECLINED" TO WS-ANSWER
        IF WS-POOL-EEO-IDX(WS-POOL-IDX) > 0
            MOVE WS-POOL-EEO-IDX(WS-POOL-IDX) TO WS-EEO-IDX
            EVALUATE WS-QUESTION
                WHEN "GENDER"
                    MOVE WS-EEO-GENDER(WS-EEO-IDX) TO WS-ANSWER
                WHEN "ETHNICITY"
                    MOVE WS-EEO-ETHNICITY(WS-EEO-IDX) TO WS-ANSWER
                WHEN "VETERAN"
                    MOVE WS-EEO-VETERAN(WS-EEO-IDX) TO WS-ANSWER
                WHEN "DISABILITY"
                    MOVE WS-EEO-DISABILITY(WS-EEO-IDX) TO WS-ANSWER
            END-EVALUATE
        END-IF
        MOVE WS-CELL-MAX TO WS-CELL-IDX
        EVALUATE WS-QUESTION ALSO WS-ANSWER
            WHEN "GENDER"     ALSO "FEMALE"        MOVE 1 TO WS-CELL-IDX
            WHEN "GENDER"     ALSO "MALE"          MOVE 2 TO WS-CELL-IDX
            WHEN "GENDER"     ALSO "NONBINARY"     MOVE 3 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "HISPANIC"      MOVE 1 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "WHITE"         MOVE 2 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "BLACK"         MOVE 3 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "ASIAN"         MOVE 4 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "NHPI"          MOVE 5 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "AIAN"          MOVE 6 TO WS-CELL-IDX
            WHEN "ETHNICITY"  ALSO "TWO-OR-MORE"   MOVE 7 TO WS-CELL-IDX
            WHEN "VETERAN"    ALSO "PROTECTED"     MOVE 1 TO WS-CELL-IDX
            WHEN "VETERAN"    ALSO "NOT-PROTECTED" MOVE 2 TO WS-CELL-IDX
            WHEN "DISABILITY" ALSO "YES"           MOVE 1 TO WS-CELL-IDX
            WHEN "DISABILITY" ALSO "NO"            MOVE 2 TO WS-CELL-IDX
            WHEN OTHER                             CONTINUE
        END-EVALUATE
        ADD 1 TO WS-CELL-COUNT(WS-CELL-IDX)
    END-PERFORM

    *> Primary suppression: one to four people.
    MOVE 0 TO WS-CELL-HIDDEN
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > WS-CELL-MAX
        IF WS-CELL-COUNT(WS-CELL-IDX) > 0
           AND WS-CELL-COUNT(WS-CELL-IDX) < WS-MIN-CELL
            MOVE "Y" TO WS-CELL-SUPP(WS-CELL-IDX)
            ADD 1 TO WS-CELL-HIDDEN
        END-IF
    END-PERFORM

    *> Complementary suppression: a lone hidden cell could be recovered
    *> from the pool total, so the smallest shown non-zero cell goes too.
    IF WS-CELL-HIDDEN = 1
        MOVE 0 TO WS-CELL-SMALLEST
        PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > WS-CELL-MAX
            IF WS-CELL-SUPP(WS-CELL-IDX) = "N"
               AND WS-CELL-COUNT(WS-CELL-IDX) > 0
                IF WS-CELL-SMALLEST = 0
                    MOVE WS-CELL-IDX TO WS-CELL-SMALLEST
                ELSE
                    IF WS-CELL-COUNT(WS-CELL-IDX) < WS-CELL-COUNT(WS-CELL-SMALLEST)
                        MOVE WS-CELL-IDX TO WS-CELL-SMALLEST
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-CELL-SMALLEST > 0
            MOVE "Y" TO WS-CELL-SUPP(WS-CELL-SMALLEST)
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> PRINT-QUESTION: caller leaves the heading in REPORT-REC.
PRINT-QUESTION.
    WRITE REPORT-REC
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > WS-CELL-MAX
        MOVE SPACES TO REPORT-REC
        IF WS-CELL-SUPP(WS-CELL-IDX) = "Y"
            STRING "    " FUNCTION TRIM(WS-CELL-LABEL(WS-CELL-IDX))
                   ": suppressed"
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
        ELSE
            MOVE WS-CELL-COUNT(WS-CELL-IDX) TO WS-COUNT-EDIT
            STRING "    " FUNCTION TRIM(WS-CELL-LABEL(WS-CELL-IDX))
                   ": " FUNCTION TRIM(WS-COUNT-EDIT)
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
        END-IF
        WRITE REPORT-REC
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM EEOAGGREGATEREPORT.
