*> Stand-alone nightly action-plan follow-up. Run this from the job
*> stream the same way CERTIFICATIONREMINDERS is run. Two jobs on
*> ../data/ActionPlans.txt (MILESTONE-ID|STUDENT|COUNSELOR|DUE-DATE|
*> STATUS|EVIDENCE|TARGET|CREATED-DATE|COMPLETED-DATE|COMPLETED-BY|
*> DESCRIPTION):
*>   1. Every Open milestone carrying system evidence is checked - APPLY
*>      is met once the student has filed TARGET applications
*>      (applications.dat) dated on or after CREATED-DATE, SKILL once
*>      SkillCompletions.txt has the student's row for skill TARGET.
*>      A met milestone is marked Done by SYSTEM and the student told.
*>   2. Every milestone still Open past its due date is listed in
*>      ../data/ActionPlanFollowup.txt under the counselor whose
*>      caseload (CounselorCaseloads.txt) the student is on - or, for a
*>      student on nobody's caseload, under the counselor who set it -
*>      and each counselor with overdue milestones gets one
*>      notification pointing them at the list.
*> Rows are rewritten through the usual temp-file swap.
IDENTIFICATION DIVISION.
PROGRAM-ID. ACTIONPLANFOLLOWUP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-FILE ASSIGN TO "../data/ActionPlans.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PLAN-STAT.
    SELECT TEMP-FILE ASSIGN TO "../data/ActionPlans.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STAT.
    SELECT CASELOAD-FILE ASSIGN TO "../data/CounselorCaseloads.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CASELOAD-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPLICATION-STAT.
    SELECT SKILL-FILE ASSIGN TO "../data/SkillCompletions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SKILL-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/ActionPlanFollowup.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PLAN-FILE.
01  PLAN-REC            PIC X(250).

FD  TEMP-FILE.
01  TEMP-REC            PIC X(250).

FD  CASELOAD-FILE.
01  CASELOAD-REC        PIC X(110).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  SKILL-FILE.
01  SKILL-REC           PIC X(60).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  PLAN-STAT           PIC XX.
01  TEMP-STAT           PIC XX.
01  CASELOAD-STAT       PIC XX.
01  APPLICATION-STAT    PIC XX.
01  SKILL-STAT          PIC XX.
01  NOTIFY-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  SUB-EOF             PIC X VALUE "N".
01  WS-TODAY            PIC 9(8).
01  WS-TODAY-INT        PIC 9(8).
01  WS-DUE-NUM          PIC 9(8).
01  WS-PLAN-PATH        PIC X(40) VALUE "../data/ActionPlans.txt".
01  WS-TEMP-PATH        PIC X(40) VALUE "../data/ActionPlans.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-RECIPIENT        PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-EVIDENCE-MET     PIC X VALUE "N".
01  WS-HITS             PIC 9(4) VALUE 0.
01  WS-TARGET-NUM       PIC 9(2) VALUE 0.
01  WS-AUTO-COUNT       PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT-2     PIC ZZZ,ZZ9.
01  WS-DAYS-EDIT        PIC ZZZ9.
01  WS-REPORT-LINE      PIC X(120).
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-JDX              PIC 9(4) VALUE 0.
01  WS-OWNER            PIC X(50).

01  WS-ACP-PARSED-ID        PIC X(6).
01  WS-ACP-PARSED-STUDENT   PIC X(50).
01  WS-ACP-PARSED-COUNSELOR PIC X(50).
01  WS-ACP-PARSED-DUE       PIC X(8).
01  WS-ACP-PARSED-STATE     PIC X(4).
01  WS-ACP-PARSED-EVIDENCE  PIC X(5).
01  WS-ACP-PARSED-TARGET    PIC X(2).
01  WS-ACP-PARSED-CREATED   PIC X(8).
01  WS-ACP-PARSED-COMPLETED PIC X(8).
01  WS-ACP-PARSED-DONE-BY   PIC X(9).
01  WS-ACP-PARSED-DESC      PIC X(100).

01  WS-CSL-PARSED-COUNSELOR PIC X(50).
01  WS-CSL-PARSED-STUDENT   PIC X(50).
01  WS-APP-PARSED-ID        PIC X(10).
01  WS-APP-PARSED-USER      PIC X(50).
01  WS-APP-PARSED-JOB-ID    PIC X(10).
01  WS-APP-PARSED-STATUS    PIC X(20).
01  WS-APP-PARSED-DATE      PIC X(8).
01  WS-SKILL-PARSED-USER    PIC X(50).
01  WS-SKILL-PARSED-ID      PIC X(1).

*> Caseload assignments, loaded once (student -> counselor).
01  WS-CSL-COUNT        PIC 9(4) VALUE 0.
01  WS-CSL-TABLE.
    05  WS-CSL-ENTRY OCCURS 2000 TIMES.
        10  WS-CSL-COUNSELOR  PIC X(50).
        10  WS-CSL-STUDENT    PIC X(50).

*> Overdue milestones found on this pass, with the counselor to chase.
01  WS-OVD-COUNT        PIC 9(4) VALUE 0.
01  WS-OVD-TABLE.
    05  WS-OVD-ENTRY OCCURS 1000 TIMES.
        10  WS-OVD-COUNSELOR  PIC X(50).
        10  WS-OVD-STUDENT    PIC X(50).
        10  WS-OVD-ID         PIC X(6).
        10  WS-OVD-DUE        PIC X(8).
        10  WS-OVD-DAYS       PIC 9(4).
        10  WS-OVD-DESC       PIC X(100).

*> Counselors with at least one overdue milestone, in first-seen order.
01  WS-OWN-COUNT        PIC 9(4) VALUE 0.
01  WS-OWN-TABLE.
    05  WS-OWN-ENTRY OCCURS 200 TIMES.
        10  WS-OWN-USER       PIC X(50).
        10  WS-OWN-OVERDUE    PIC 9(4).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    PERFORM LOAD-CASELOADS

    MOVE "N" TO EOF-FLAG
    OPEN INPUT PLAN-FILE
    IF PLAN-STAT = "35"
        DISPLAY "Action-plan follow-up complete - no action plans on file."
        STOP RUN
    END-IF
    OPEN OUTPUT TEMP-FILE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ PLAN-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF PLAN-REC NOT = SPACES
                    PERFORM PARSE-PLAN-RECORD
                    IF FUNCTION TRIM(WS-ACP-PARSED-STATE) = "Open"
                        PERFORM CHECK-MILESTONE
                    END-IF
                    PERFORM WRITE-TEMP-PLAN
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLAN-FILE
    CLOSE TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-PLAN-PATH
    CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-PLAN-PATH
        RETURNING WS-RENAME-STATUS

    PERFORM WRITE-FOLLOWUP-REPORT
    PERFORM NOTIFY-COUNSELORS

    MOVE WS-AUTO-COUNT TO WS-COUNT-EDIT
    MOVE WS-OVD-COUNT TO WS-COUNT-EDIT-2
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Action-plan follow-up complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)        DELIMITED BY SIZE
           " milestone(s) completed from evidence, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2)      DELIMITED BY SIZE
           " overdue." DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    DISPLAY "Follow-up list written to ../data/ActionPlanFollowup.txt"
    STOP RUN.

*> LOAD-CASELOADS: CounselorCaseloads.txt (COUNSELOR|STUDENT) into
*> WS-CSL-TABLE.
LOAD-CASELOADS.
    MOVE "N" TO SUB-EOF
    OPEN INPUT CASELOAD-FILE
    IF CASELOAD-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL SUB-EOF = "Y"
        READ CASELOAD-FILE
            AT END
                MOVE "Y" TO SUB-EOF
            NOT AT END
                IF CASELOAD-REC NOT = SPACES AND WS-CSL-COUNT < 2000
                    MOVE SPACES TO WS-CSL-PARSED-COUNSELOR
                                   WS-CSL-PARSED-STUDENT
                    UNSTRING CASELOAD-REC DELIMITED BY "|"
                        INTO WS-CSL-PARSED-COUNSELOR
                             WS-CSL-PARSED-STUDENT
                    END-UNSTRING
                    ADD 1 TO WS-CSL-COUNT
                    MOVE WS-CSL-PARSED-COUNSELOR TO WS-CSL-COUNSELOR(WS-CSL-COUNT)
                    MOVE WS-CSL-PARSED-STUDENT TO WS-CSL-STUDENT(WS-CSL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CASELOAD-FILE
    EXIT PARAGRAPH.

PARSE-PLAN-RECORD.
    MOVE SPACES TO WS-ACP-PARSED-ID WS-ACP-PARSED-STUDENT
                   WS-ACP-PARSED-COUNSELOR WS-ACP-PARSED-DUE
                   WS-ACP-PARSED-STATE WS-ACP-PARSED-EVIDENCE
                   WS-ACP-PARSED-TARGET WS-ACP-PARSED-CREATED
                   WS-ACP-PARSED-COMPLETED WS-ACP-PARSED-DONE-BY
                   WS-ACP-PARSED-DESC
    UNSTRING PLAN-REC DELIMITED BY "|"
        INTO WS-ACP-PARSED-ID WS-ACP-PARSED-STUDENT
             WS-ACP-PARSED-COUNSELOR WS-ACP-PARSED-DUE
             WS-ACP-PARSED-STATE WS-ACP-PARSED-EVIDENCE
             WS-ACP-PARSED-TARGET WS-ACP-PARSED-CREATED
             WS-ACP-PARSED-COMPLETED WS-ACP-PARSED-DONE-BY
             WS-ACP-PARSED-DESC
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-MILESTONE: one Open milestone - complete it from evidence if
*> the evidence is there, otherwise queue it when it is past due.
CHECK-MILESTONE.
    IF WS-ACP-PARSED-EVIDENCE NOT = SPACES
        PERFORM CHECK-EVIDENCE
        IF WS-EVIDENCE-MET = "Y"
            MOVE "Done" TO WS-ACP-PARSED-STATE
            MOVE WS-TODAY TO WS-ACP-PARSED-COMPLETED
            MOVE "SYSTEM" TO WS-ACP-PARSED-DONE-BY
            ADD 1 TO WS-AUTO-COUNT
            MOVE WS-ACP-PARSED-STUDENT TO WS-RECIPIENT
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING "Action-plan milestone completed from your activity: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACP-PARSED-DESC) DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM WRITE-NOTIFY-ROW
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-ACP-PARSED-DUE IS NOT NUMERIC
       OR WS-ACP-PARSED-DUE >= WS-TODAY
       OR WS-OVD-COUNT >= 1000
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OVD-COUNT
    MOVE WS-ACP-PARSED-DUE TO WS-DUE-NUM
    COMPUTE WS-OVD-DAYS(WS-OVD-COUNT) =
        WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
    MOVE WS-ACP-PARSED-STUDENT TO WS-OVD-STUDENT(WS-OVD-COUNT)
    MOVE WS-ACP-PARSED-ID TO WS-OVD-ID(WS-OVD-COUNT)
    MOVE WS-ACP-PARSED-DUE TO WS-OVD-DUE(WS-OVD-COUNT)
    MOVE WS-ACP-PARSED-DESC TO WS-OVD-DESC(WS-OVD-COUNT)

    *> Chase through the student's current caseload counselor.
    MOVE WS-ACP-PARSED-COUNSELOR TO WS-OWNER
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CSL-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-STUDENT(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
            MOVE WS-CSL-COUNSELOR(WS-IDX) TO WS-OWNER
        END-IF
    END-PERFORM
    MOVE WS-OWNER TO WS-OVD-COUNSELOR(WS-OVD-COUNT)

    MOVE 0 TO WS-JDX
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-OWN-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OWN-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OWNER))
            MOVE WS-IDX TO WS-JDX
        END-IF
    END-PERFORM
    IF WS-JDX = 0 AND WS-OWN-COUNT < 200
        ADD 1 TO WS-OWN-COUNT
        MOVE WS-OWN-COUNT TO WS-JDX
        MOVE WS-OWNER TO WS-OWN-USER(WS-JDX)
        MOVE 0 TO WS-OWN-OVERDUE(WS-JDX)
    END-IF
    IF WS-JDX > 0
        ADD 1 TO WS-OWN-OVERDUE(WS-JDX)
    END-IF
    EXIT PARAGRAPH.

*> CHECK-EVIDENCE: WS-EVIDENCE-MET for the milestone just parsed.
CHECK-EVIDENCE.
    MOVE "N" TO WS-EVIDENCE-MET
    MOVE 0 TO WS-HITS
    MOVE "N" TO SUB-EOF
    EVALUATE FUNCTION TRIM(WS-ACP-PARSED-EVIDENCE)
        WHEN "APPLY"
            IF FUNCTION TRIM(WS-ACP-PARSED-TARGET) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-ACP-PARSED-TARGET) TO WS-TARGET-NUM
            OPEN INPUT APPLICATION-FILE
            IF APPLICATION-STAT = "35"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL SUB-EOF = "Y"
                READ APPLICATION-FILE
                    AT END
                        MOVE "Y" TO SUB-EOF
                    NOT AT END
                        IF APPLICATION-REC NOT = SPACES
                            MOVE SPACES TO WS-APP-PARSED-ID WS-APP-PARSED-USER
                                           WS-APP-PARSED-JOB-ID WS-APP-PARSED-STATUS
                                           WS-APP-PARSED-DATE
                            UNSTRING APPLICATION-REC DELIMITED BY "|"
                                INTO WS-APP-PARSED-ID WS-APP-PARSED-USER
                                     WS-APP-PARSED-JOB-ID WS-APP-PARSED-STATUS
                                     WS-APP-PARSED-DATE
                            END-UNSTRING
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-PARSED-USER))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
                               AND WS-APP-PARSED-DATE >= WS-ACP-PARSED-CREATED
                                ADD 1 TO WS-HITS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APPLICATION-FILE
            IF WS-HITS >= WS-TARGET-NUM
                MOVE "Y" TO WS-EVIDENCE-MET
            END-IF
        WHEN "SKILL"
            OPEN INPUT SKILL-FILE
            IF SKILL-STAT = "35"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL SUB-EOF = "Y"
                READ SKILL-FILE
                    AT END
                        MOVE "Y" TO SUB-EOF
                    NOT AT END
                        IF SKILL-REC NOT = SPACES
                            MOVE SPACES TO WS-SKILL-PARSED-USER WS-SKILL-PARSED-ID
                            UNSTRING SKILL-REC DELIMITED BY "|"
                                INTO WS-SKILL-PARSED-USER WS-SKILL-PARSED-ID
                            END-UNSTRING
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-PARSED-USER))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
                               AND WS-SKILL-PARSED-ID = WS-ACP-PARSED-TARGET(1:1)
                                MOVE "Y" TO WS-EVIDENCE-MET
                                MOVE "Y" TO SUB-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SKILL-FILE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

WRITE-TEMP-PLAN.
    MOVE SPACES TO TEMP-REC
    STRING FUNCTION TRIM(WS-ACP-PARSED-ID)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-STUDENT)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-COUNSELOR) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-DUE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-STATE)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-EVIDENCE)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-TARGET)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-CREATED)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-COMPLETED) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-DONE-BY)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-DESC)      DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
    EXIT PARAGRAPH.

*> WRITE-FOLLOWUP-REPORT: one block per counselor, listing each
*> overdue milestone on their caseload with how late it is.
WRITE-FOLLOWUP-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Action-Plan Follow-Up - overdue milestones as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-OWN-COUNT = 0
        MOVE "  (no overdue milestones)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-OWN-COUNT
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-OWN-OVERDUE(WS-JDX) TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "Counselor: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWN-USER(WS-JDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " overdue" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-OVD-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OVD-COUNSELOR(WS-IDX)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OWN-USER(WS-JDX)))
                PERFORM WRITE-OVERDUE-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

WRITE-OVERDUE-LINE.
    MOVE WS-OVD-DAYS(WS-IDX) TO WS-DAYS-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OVD-STUDENT(WS-IDX)) DELIMITED BY SIZE
           " - #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-OVD-ID(WS-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OVD-DESC(WS-IDX)) DELIMITED BY SIZE
           " (due " DELIMITED BY SIZE
           WS-OVD-DUE(WS-IDX) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
           " day(s) overdue)" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> NOTIFY-COUNSELORS: one summary notification per counselor on the
*> list, so the follow-up is waiting when they next sign in.
NOTIFY-COUNSELORS.
    PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-OWN-COUNT
        MOVE WS-OWN-USER(WS-JDX) TO WS-RECIPIENT
        MOVE WS-OWN-OVERDUE(WS-JDX) TO WS-COUNT-EDIT
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Action-plan follow-up: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " milestone(s) on your caseload are overdue - see Action Plans in the Counselor Console." DELIMITED BY SIZE
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

END PROGRAM ACTIONPLANFOLLOWUP.
