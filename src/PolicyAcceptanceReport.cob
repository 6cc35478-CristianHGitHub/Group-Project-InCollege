*> Stand-alone recruiting-policy acceptance report for the admins. Run
*> this directly, the same way INACTIVEACCOUNTREPORT is run. It works
*> out the current recruiting-policy version from
*> ../data/RecruitingPolicy.txt (the highest VERSION whose
*> EFFECTIVE-DATE has arrived) and lists every EMPLOYER account in
*> AccountRecords.txt that has no row for that version in
*> ../data/PolicyAcceptances.txt (USERNAME|VERSION|ACCEPTED-DATE) -
*> together with the last version they did accept, if any - since
*> those employers cannot post jobs or extend offers until they do.
*> Output goes to ../data/PolicyAcceptanceReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. POLICYACCEPTANCEREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POLICY-FILE ASSIGN TO "../data/RecruitingPolicy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STAT.
    SELECT ACCEPT-FILE ASSIGN TO "../data/PolicyAcceptances.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCEPT-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/PolicyAcceptanceReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  POLICY-FILE.
01  POLICY-REC          PIC X(220).

FD  ACCEPT-FILE.
01  ACCEPT-REC          PIC X(80).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  REPORT-FILE.
01  REPORT-REC          PIC X(150).

WORKING-STORAGE SECTION.
01  POLICY-STAT         PIC XX.
01  ACCEPT-STAT         PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-CURRENT          PIC 9(4) VALUE 0.
01  WS-CURRENT-EFFECTIVE PIC X(8).
01  WS-VERSION-NUM      PIC 9(4) VALUE 0.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-FOUND-IDX        PIC 9(4) VALUE 0.
01  WS-EMPLOYERS        PIC 9(5) VALUE 0.
01  WS-PENDING          PIC 9(5) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZZ9.
01  WS-COUNT-EDIT-2     PIC ZZZZ9.
01  WS-VERSION-EDIT     PIC Z(3)9.
01  WS-LAST-TEXT        PIC X(30).
01  WS-NAME-COL         PIC X(30).
01  WS-VERIFIED-COL     PIC X(10).

01  WS-POL-P-VERSION    PIC X(6).
01  WS-POL-P-EFFECTIVE  PIC X(8).
01  WS-ACC-P-USER       PIC X(50).
01  WS-ACC-P-VERSION    PIC X(6).
01  WS-ACC-P-DATE       PIC X(8).

*> Each employer's newest acceptance, from the acceptance log.
01  WS-ACC-COUNT        PIC 9(4) VALUE 0.
01  WS-ACC-TABLE.
    05  WS-ACC-ENTRY OCCURS 2000 TIMES.
        10  WS-ACC-USER       PIC X(50).
        10  WS-ACC-VERSION    PIC 9(4).
        10  WS-ACC-DATE       PIC X(8).
        10  WS-ACC-CURRENT    PIC X.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-CURRENT-POLICY
    PERFORM LOAD-ACCEPTANCES

    OPEN OUTPUT REPORT-FILE
    MOVE WS-CURRENT TO WS-VERSION-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Recruiting Policy Acceptance Report (run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-CURRENT = 0
        MOVE "No recruiting policy is in effect - nothing to accept." TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Policy acceptance report written to ../data/PolicyAcceptanceReport.txt"
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING "Current version: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VERSION-EDIT) DELIMITED BY SIZE
           " (effective " DELIMITED BY SIZE
           WS-CURRENT-EFFECTIVE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Employers who have not accepted it:" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Username                       Verified   Last accepted" TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "EMPLOYER"
                        ADD 1 TO WS-EMPLOYERS
                        PERFORM CHECK-ONE-EMPLOYER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    IF WS-PENDING = 0
        MOVE "  (every employer has accepted the current version)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-PENDING TO WS-COUNT-EDIT
    MOVE WS-EMPLOYERS TO WS-COUNT-EDIT-2
    MOVE SPACES TO REPORT-REC
    STRING "Not accepted: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
           " employer account(s)" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE
    DISPLAY "Policy acceptance report written to ../data/PolicyAcceptanceReport.txt"
    STOP RUN.

*> LOAD-CURRENT-POLICY: the same "highest version already in effect"
*> rule InCollege.cob gates posting on.
LOAD-CURRENT-POLICY.
    MOVE "N" TO EOF-FLAG
    MOVE SPACES TO WS-CURRENT-EFFECTIVE
    OPEN INPUT POLICY-FILE
    IF POLICY-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ POLICY-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF POLICY-REC NOT = SPACES
                    MOVE SPACES TO WS-POL-P-VERSION WS-POL-P-EFFECTIVE
                    UNSTRING POLICY-REC DELIMITED BY "|"
                        INTO WS-POL-P-VERSION WS-POL-P-EFFECTIVE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-POL-P-VERSION) IS NUMERIC
                       AND WS-POL-P-EFFECTIVE IS NUMERIC
                       AND WS-POL-P-EFFECTIVE <= WS-TODAY
                        MOVE FUNCTION NUMVAL(WS-POL-P-VERSION) TO WS-VERSION-NUM
                        IF WS-VERSION-NUM > WS-CURRENT
                            MOVE WS-VERSION-NUM TO WS-CURRENT
                            MOVE WS-POL-P-EFFECTIVE TO WS-CURRENT-EFFECTIVE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLICY-FILE
    EXIT PARAGRAPH.

*> LOAD-ACCEPTANCES: per employer, the highest version accepted and
*> whether the current one is among them.
LOAD-ACCEPTANCES.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCEPT-FILE
    IF ACCEPT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCEPT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ACCEPT-REC NOT = SPACES
                    MOVE SPACES TO WS-ACC-P-USER WS-ACC-P-VERSION WS-ACC-P-DATE
                    UNSTRING ACCEPT-REC DELIMITED BY "|"
                        INTO WS-ACC-P-USER WS-ACC-P-VERSION WS-ACC-P-DATE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-ACC-P-VERSION) IS NUMERIC
                        MOVE WS-ACC-P-USER TO WS-NAME-COL
                        PERFORM FIND-ACCEPTANCE-ENTRY
                        IF WS-FOUND-IDX = 0 AND WS-ACC-COUNT < 2000
                            ADD 1 TO WS-ACC-COUNT
                            MOVE WS-ACC-COUNT TO WS-FOUND-IDX
                            MOVE FUNCTION TRIM(WS-ACC-P-USER) TO WS-ACC-USER(WS-FOUND-IDX)
                            MOVE 0 TO WS-ACC-VERSION(WS-FOUND-IDX)
                            MOVE "N" TO WS-ACC-CURRENT(WS-FOUND-IDX)
                        END-IF
                        IF WS-FOUND-IDX > 0
                            MOVE FUNCTION NUMVAL(WS-ACC-P-VERSION) TO WS-VERSION-NUM
                            IF WS-VERSION-NUM >= WS-ACC-VERSION(WS-FOUND-IDX)
                                MOVE WS-VERSION-NUM TO WS-ACC-VERSION(WS-FOUND-IDX)
                                MOVE WS-ACC-P-DATE TO WS-ACC-DATE(WS-FOUND-IDX)
                            END-IF
                            IF WS-VERSION-NUM = WS-CURRENT
                                MOVE "Y" TO WS-ACC-CURRENT(WS-FOUND-IDX)
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCEPT-FILE
    EXIT PARAGRAPH.

*> FIND-ACCEPTANCE-ENTRY: subscript of WS-NAME-COL's user in
*> WS-ACC-TABLE, 0 when not there.
FIND-ACCEPTANCE-ENTRY.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-ACC-COUNT OR WS-FOUND-IDX > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACC-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NAME-COL))
            MOVE WS-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CHECK-ONE-EMPLOYER.
    MOVE AR-USERNAME TO WS-NAME-COL
    PERFORM FIND-ACCEPTANCE-ENTRY
    IF WS-FOUND-IDX > 0
        IF WS-ACC-CURRENT(WS-FOUND-IDX) = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-PENDING
    IF WS-FOUND-IDX = 0
        MOVE "never" TO WS-LAST-TEXT
    ELSE
        MOVE WS-ACC-VERSION(WS-FOUND-IDX) TO WS-VERSION-EDIT
        MOVE SPACES TO WS-LAST-TEXT
        STRING "version " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERSION-EDIT) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-ACC-DATE(WS-FOUND-IDX) DELIMITED BY SIZE
            INTO WS-LAST-TEXT
        END-STRING
    END-IF
    IF AR-EMPLOYER-VERIFIED = "Y"
        MOVE "yes" TO WS-VERIFIED-COL
    ELSE
        MOVE "no" TO WS-VERIFIED-COL
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING WS-NAME-COL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-VERIFIED-COL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LAST-TEXT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM POLICYACCEPTANCEREPORT.
