*> Stand-alone permission matrix report. Run this directly when the
*> auditors ask who can do what: every role in
*> ../data/RolePermissions.txt (ROLE|CAPABILITY) with the capabilities
*> it holds, then every account in AccountRecords.txt with its role and
*> the capabilities that role gives it - an account whose role has no
*> rows in the matrix is called out, since it can sign in but do
*> nothing role-specific. Last comes the refusals logged in
*> ../data/PermissionDenials.txt (DATE|TIME|USERNAME|ROLE|CAPABILITY),
*> counted per user and capability. Output goes to
*> ../data/PermissionMatrixReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. PERMISSIONMATRIXREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERMISSION-FILE ASSIGN TO "../data/RolePermissions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERMISSION-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT DENIAL-FILE ASSIGN TO "../data/PermissionDenials.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DENIAL-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/PermissionMatrixReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PERMISSION-FILE.
01  PERMISSION-REC      PIC X(80).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  DENIAL-FILE.
01  DENIAL-REC          PIC X(150).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

WORKING-STORAGE SECTION.
01  PERMISSION-STAT     PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  DENIAL-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-ROLE-IDX         PIC 9(3) VALUE 0.
01  WS-HIT              PIC 9(4) VALUE 0.
01  WS-CAPS-HELD        PIC 9(4) VALUE 0.
01  WS-ACCOUNT-COUNT    PIC 9(5) VALUE 0.
01  WS-NO-ROLE-COUNT    PIC 9(5) VALUE 0.
01  WS-DENIAL-TOTAL     PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-LINE             PIC X(250).
01  WS-LINE-PTR         PIC 9(3) VALUE 1.

01  WS-PARSED-ROLE      PIC X(10).
01  WS-PARSED-CAP       PIC X(24).
01  WS-ACCT-ROLE        PIC X(10).

*> The matrix as read from the file.
01  WS-PRM-COUNT        PIC 9(4) VALUE 0.
01  WS-PRM-TABLE.
    05  WS-PRM-ENTRY OCCURS 500 TIMES.
        10  WS-PRM-ROLE     PIC X(10).
        10  WS-PRM-CAP      PIC X(24).

*> Distinct roles, in file order.
01  WS-ROLE-COUNT       PIC 9(3) VALUE 0.
01  WS-ROLE-TABLE.
    05  WS-ROLE-ENTRY OCCURS 50 TIMES.
        10  WS-ROLE-NAME    PIC X(10).
        10  WS-ROLE-CAPS    PIC 9(4).
        10  WS-ROLE-USERS   PIC 9(5).

*> Refusals, one bucket per user and capability.
01  WS-DEN-DATE         PIC X(8).
01  WS-DEN-TIME         PIC X(6).
01  WS-DEN-USER         PIC X(50).
01  WS-DEN-ROLE         PIC X(10).
01  WS-DEN-CAP          PIC X(24).
01  WS-DEN-COUNT        PIC 9(4) VALUE 0.
01  WS-DEN-TABLE.
    05  WS-DEN-ENTRY OCCURS 1000 TIMES.
        10  WS-DEN-E-USER   PIC X(50).
        10  WS-DEN-E-ROLE   PIC X(10).
        10  WS-DEN-E-CAP    PIC X(24).
        10  WS-DEN-E-HITS   PIC 9(6).
        10  WS-DEN-E-FIRST  PIC X(8).
        10  WS-DEN-E-LAST   PIC X(8).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Permission Matrix Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM LOAD-MATRIX
    IF PERMISSION-STAT = "35"
        MOVE "  (RolePermissions.txt not yet written - the shipped matrix applies until the next sign-in creates it)" TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Permission matrix report written to ../data/PermissionMatrixReport.txt"
        STOP RUN
    END-IF

    PERFORM PRINT-ROLE-SECTION
    PERFORM PRINT-USER-SECTION
    PERFORM PRINT-DENIAL-SECTION

    CLOSE REPORT-FILE
    DISPLAY "Permission matrix report written to ../data/PermissionMatrixReport.txt"
    STOP RUN.

*> LOAD-MATRIX: the file into WS-PRM-TABLE, and the distinct roles
*> into WS-ROLE-TABLE with their capability counts.
LOAD-MATRIX.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PERMISSION-FILE
    IF PERMISSION-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PERMISSION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF PERMISSION-REC NOT = SPACES
                   AND WS-PRM-COUNT < 500
                    MOVE SPACES TO WS-PARSED-ROLE WS-PARSED-CAP
                    UNSTRING PERMISSION-REC DELIMITED BY "|"
                        INTO WS-PARSED-ROLE
                             WS-PARSED-CAP
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-ROLE))
                        TO WS-PARSED-ROLE
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-CAP))
                        TO WS-PARSED-CAP
                    IF WS-PARSED-ROLE NOT = SPACES
                       AND WS-PARSED-CAP NOT = SPACES
                        ADD 1 TO WS-PRM-COUNT
                        MOVE WS-PARSED-ROLE TO WS-PRM-ROLE(WS-PRM-COUNT)
                        MOVE WS-PARSED-CAP TO WS-PRM-CAP(WS-PRM-COUNT)
                        PERFORM ADD-ROLE
                        IF WS-HIT > 0
                            ADD 1 TO WS-ROLE-CAPS(WS-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PERMISSION-FILE
    EXIT PARAGRAPH.

*> ADD-ROLE: WS-HIT is WS-PARSED-ROLE's slot in WS-ROLE-TABLE, added
*> on first sight; zero only when the table is full.
ADD-ROLE.
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
            UNTIL WS-ROLE-IDX > WS-ROLE-COUNT OR WS-HIT > 0
        IF WS-ROLE-NAME(WS-ROLE-IDX) = WS-PARSED-ROLE
            MOVE WS-ROLE-IDX TO WS-HIT
        END-IF
    END-PERFORM
    IF WS-HIT = 0 AND WS-ROLE-COUNT < 50
        ADD 1 TO WS-ROLE-COUNT
        MOVE WS-ROLE-COUNT TO WS-HIT
        MOVE WS-PARSED-ROLE TO WS-ROLE-NAME(WS-HIT)
        MOVE 0 TO WS-ROLE-CAPS(WS-HIT)
        MOVE 0 TO WS-ROLE-USERS(WS-HIT)
    END-IF
    EXIT PARAGRAPH.

PRINT-ROLE-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Capabilities by role" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "--------------------" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
        MOVE WS-ROLE-CAPS(WS-ROLE-IDX) TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING FUNCTION TRIM(WS-ROLE-NAME(WS-ROLE-IDX)) " ("
               FUNCTION TRIM(WS-COUNT-EDIT) " capabilities)"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PRM-COUNT
            IF WS-PRM-ROLE(WS-IDX) = WS-ROLE-NAME(WS-ROLE-IDX)
                MOVE SPACES TO REPORT-REC
                STRING "  " FUNCTION TRIM(WS-PRM-CAP(WS-IDX))
                    DELIMITED BY SIZE
                    INTO REPORT-REC
                END-STRING
                WRITE REPORT-REC
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

*> PRINT-USER-SECTION: one block per account - the role, then the
*> capabilities it confers packed onto as few lines as fit.
PRINT-USER-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Capabilities by user" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "--------------------" TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT = "35"
        MOVE "  (no accounts on file)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FUNCTION TRIM(AR-USERNAME) NOT = SPACES
                    PERFORM PRINT-ONE-USER
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING FUNCTION TRIM(WS-COUNT-EDIT) " account(s) listed."
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF WS-NO-ROLE-COUNT > 0
        MOVE WS-NO-ROLE-COUNT TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING FUNCTION TRIM(WS-COUNT-EDIT)
               " account(s) hold a role with no capabilities in the matrix."
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

PRINT-ONE-USER.
    ADD 1 TO WS-ACCOUNT-COUNT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) TO WS-ACCT-ROLE
    MOVE 0 TO WS-CAPS-HELD
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PRM-COUNT
        IF WS-PRM-ROLE(WS-IDX) = WS-ACCT-ROLE
            ADD 1 TO WS-CAPS-HELD
        END-IF
    END-PERFORM
    MOVE WS-CAPS-HELD TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    IF WS-CAPS-HELD = 0
        ADD 1 TO WS-NO-ROLE-COUNT
        STRING FUNCTION TRIM(AR-USERNAME) " - " FUNCTION TRIM(WS-ACCT-ROLE)
               " - no capabilities (role not in the matrix)"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    STRING FUNCTION TRIM(AR-USERNAME) " - " FUNCTION TRIM(WS-ACCT-ROLE)
           " - " FUNCTION TRIM(WS-COUNT-EDIT) " capabilities"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO WS-LINE
    MOVE 1 TO WS-LINE-PTR
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PRM-COUNT
        IF WS-PRM-ROLE(WS-IDX) = WS-ACCT-ROLE
            IF WS-LINE-PTR > 80
                MOVE WS-LINE TO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO WS-LINE
                MOVE 1 TO WS-LINE-PTR
            END-IF
            IF WS-LINE-PTR = 1
                STRING "    " DELIMITED BY SIZE
                    INTO WS-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
            ELSE
                STRING ", " DELIMITED BY SIZE
                    INTO WS-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(WS-PRM-CAP(WS-IDX)) DELIMITED BY SIZE
                INTO WS-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING
        END-IF
    END-PERFORM
    IF WS-LINE-PTR > 1
        MOVE WS-LINE TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

*> PRINT-DENIAL-SECTION: refusals per user and capability, with the
*> first and last date each was seen.
PRINT-DENIAL-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Permission denials" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "------------------" TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT DENIAL-FILE
    IF DENIAL-STAT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ DENIAL-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF DENIAL-REC NOT = SPACES
                        PERFORM TALLY-DENIAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DENIAL-FILE
    END-IF

    IF WS-DEN-COUNT = 0
        MOVE "  (no denials logged)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-DEN-COUNT
        MOVE WS-DEN-E-HITS(WS-IDX) TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-DEN-E-USER(WS-IDX))
               " (" FUNCTION TRIM(WS-DEN-E-ROLE(WS-IDX)) ") "
               FUNCTION TRIM(WS-DEN-E-CAP(WS-IDX))
               ": " FUNCTION TRIM(WS-COUNT-EDIT) " time(s), first "
               WS-DEN-E-FIRST(WS-IDX) ", last " WS-DEN-E-LAST(WS-IDX)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-PERFORM
    MOVE WS-DENIAL-TOTAL TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-COUNT-EDIT) " denial(s) in all."
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

TALLY-DENIAL.
    MOVE SPACES TO WS-DEN-DATE WS-DEN-TIME WS-DEN-USER WS-DEN-ROLE
                   WS-DEN-CAP
    UNSTRING DENIAL-REC DELIMITED BY "|"
        INTO WS-DEN-DATE
             WS-DEN-TIME
             WS-DEN-USER
             WS-DEN-ROLE
             WS-DEN-CAP
    END-UNSTRING
    ADD 1 TO WS-DENIAL-TOTAL
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-DEN-COUNT OR WS-HIT > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEN-E-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEN-USER))
           AND WS-DEN-E-CAP(WS-IDX) = WS-DEN-CAP
            MOVE WS-IDX TO WS-HIT
        END-IF
    END-PERFORM
    IF WS-HIT = 0
        IF WS-DEN-COUNT >= 1000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DEN-COUNT
        MOVE WS-DEN-COUNT TO WS-HIT
        MOVE WS-DEN-USER TO WS-DEN-E-USER(WS-HIT)
        MOVE WS-DEN-ROLE TO WS-DEN-E-ROLE(WS-HIT)
        MOVE WS-DEN-CAP TO WS-DEN-E-CAP(WS-HIT)
        MOVE 0 TO WS-DEN-E-HITS(WS-HIT)
        MOVE WS-DEN-DATE TO WS-DEN-E-FIRST(WS-HIT)
    END-IF
    ADD 1 TO WS-DEN-E-HITS(WS-HIT)
    MOVE WS-DEN-DATE TO WS-DEN-E-LAST(WS-HIT)
    MOVE WS-DEN-ROLE TO WS-DEN-E-ROLE(WS-HIT)
    EXIT PARAGRAPH.

END PROGRAM PERMISSIONMATRIXREPORT.
