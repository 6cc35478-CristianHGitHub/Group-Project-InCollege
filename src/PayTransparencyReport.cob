*> Stand-alone nightly pay-transparency compliance report. Run this
*> directly, the same way POLICYACCEPTANCEREPORT is run. Every live
*> (Open) posting in JobPostings.txt is checked against the rules in
*> ../data/PayTransparencyRules.txt in effect today for its city (its
*> JobLocations.txt code, or its location text resolved against
*> Locations.txt when it has no row) and that city's state - the same
*> check POST-JOB-FLOW and BULKJOBIMPORT apply when a posting is
*> created. Postings are only checked at post and edit time, so a rule
*> that takes effect later, or one edited in by the compliance office,
*> can leave live postings out of compliance; those are listed with the
*> reason in ../data/PayTransparencyReport.txt for the employer to be
*> contacted. Postings already held as Pending for their range are
*> counted from PayTransparencyHolds.txt but not listed.
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYTRANSPARENCYREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    *> Read-only: the location master, CODE|CITY|STATE|STATE-NAME|
    *> COUNTRY, maintained from InCollege.cob's Admin Console.
    SELECT LOCATION-FILE ASSIGN TO "../data/Locations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-STATUS.
    SELECT JOB-LOC-FILE ASSIGN TO "../data/JobLocations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-STAT.
    SELECT PAY-RULE-FILE ASSIGN TO "../data/PayTransparencyRules.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-RULE-STATUS.
    SELECT PAY-HOLD-FILE ASSIGN TO "../data/PayTransparencyHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-HOLD-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/PayTransparencyReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

FD  LOCATION-FILE.
01  LOCATION-REC        PIC X(150).

FD  JOB-LOC-FILE.
01  JOB-LOC-REC         PIC X(40).

FD  PAY-RULE-FILE.
01  PAY-RULE-REC        PIC X(150).

FD  PAY-HOLD-FILE.
01  PAY-HOLD-REC        PIC X(300).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

WORKING-STORAGE SECTION.
01  JOB-STAT            PIC XX.
01  JOB-LOC-STAT        PIC XX.
01  PAY-HOLD-STAT       PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-CHECKED          PIC 9(6) VALUE 0.
01  WS-OUT-OF-LINE      PIC 9(6) VALUE 0.
01  WS-HELD             PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.

01  JOB-PARSED-ID       PIC X(10).
01  JOB-PARSED-USERNAME PIC X(50).
01  JOB-PARSED-TITLE    PIC X(100).
01  JOB-PARSED-DESC     PIC X(200).
01  JOB-PARSED-EMPLOYER PIC X(100).
01  JOB-PARSED-LOCATION PIC X(100).
01  JOB-PARSED-SALARY   PIC X(50).
01  JOB-PARSED-POSTING-STATUS PIC X(10).
01  JOB-PARSED-POSTED-DATE PIC X(8).
01  JOB-PARSED-TYPE     PIC X(15).
01  JOB-PARSED-CAMPUS   PIC X(10).
01  JOB-PARSED-SAL-MIN  PIC X(9).
01  JOB-PARSED-SAL-MAX  PIC X(9).

*> Posting locations, loaded once (LOAD-JOB-LOCATION-TABLE).
01  WS-JLOC-COUNT       PIC 9(4) VALUE 0.
01  WS-JLOC-IDX         PIC 9(4) VALUE 0.
01  WS-JLOC-PARSED-JOB-ID PIC X(10).
01  WS-JLOC-PARSED-CODE PIC X(20).
01  WS-JLOC-FOUND       PIC X VALUE "N".
01  WS-JLOC-TABLE.
    05  WS-JLOC-ENTRY OCCURS 2000 TIMES.
        10  WS-JLOC-JOB-ID      PIC X(10).
        10  WS-JLOC-CODE        PIC X(20).

*> Location master (LOAD-LOCATION-MASTER / RESOLVE-LOCATION-TEXT), the
*> same normalized whole-word matching InCollege.cob applies.
01  LOCATION-STATUS      PIC XX.
01  WS-LOC-EOF           PIC X VALUE "N".
01  WS-LOC-INPUT         PIC X(100).
01  WS-LOC-CODE          PIC X(20).
01  WS-LOC-STATE         PIC X(2).
01  WS-LOC-FOUND         PIC X VALUE "N".
01  WS-LOC-REMOTE-WORD   PIC X VALUE "N".
01  WS-LOC-HYBRID-WORD   PIC X VALUE "N".
01  WS-LOC-PARSED-CODE   PIC X(20).
01  WS-LOC-PARSED-CITY   PIC X(40).
01  WS-LOC-PARSED-STATE  PIC X(2).
01  WS-LOC-PARSED-STATE-NAME PIC X(30).
01  WS-LOC-PARSED-COUNTRY PIC X(2).
01  WS-LOC-NORM-IN       PIC X(100).
01  WS-LOC-NORM-WORK     PIC X(102).
01  WS-LOC-NORM-OUT      PIC X(104).
01  WS-LOC-NORM-POS      PIC 9(3) VALUE 0.
01  WS-LOC-CHAR-IDX      PIC 9(3) VALUE 0.
01  WS-LOC-IN-WORD       PIC X VALUE "N".
01  WS-LOC-MATCH-TEXT    PIC X(104).
01  WS-LOC-HITS          PIC 9(4) VALUE 0.
01  WS-LOC-SCORE         PIC 9 VALUE 0.
01  WS-LOC-BEST-SCORE    PIC 9 VALUE 0.
01  WS-LOC-BEST-IDX      PIC 9(3) VALUE 0.
01  WS-LOC-MASTER-LOADED PIC X VALUE "N".
01  WS-LOC-COUNT         PIC 9(3) VALUE 0.
01  WS-LOC-IDX           PIC 9(3) VALUE 0.
01  WS-LOC-TABLE.
    05  WS-LOC-ENTRY OCCURS 300 TIMES.
        10  WS-LOC-T-CODE       PIC X(20).
        10  WS-LOC-T-CITY       PIC X(40).
        10  WS-LOC-T-STATE      PIC X(2).
        10  WS-LOC-T-STATE-NAME PIC X(30).
        10  WS-LOC-T-COUNTRY    PIC X(2).
        10  WS-LOC-T-CITY-KEY   PIC X(44).
        10  WS-LOC-T-CITY-LEN   PIC 9(3).
        10  WS-LOC-T-NAME-KEY   PIC X(34).
        10  WS-LOC-T-NAME-LEN   PIC 9(3).
        10  WS-LOC-T-ABBR-KEY   PIC X(4).

*> Pay-transparency rules (LOAD-PAY-RULES / CHECK-PAY-TRANSPARENCY).
*> In: WS-PAY-LOC-CODE, WS-PAY-SAL-MIN, WS-PAY-SAL-MAX. Out:
*> WS-PAY-COMPLIANT, and for a failure the WS-PAY-JURISDICTION and
*> WS-PAY-REASON of the first rule broken.
01  PAY-RULE-STATUS      PIC XX.
01  WS-PAY-EOF           PIC X VALUE "N".
01  WS-PAY-TODAY         PIC X(8).
01  WS-PAY-LOC-CODE      PIC X(20).
01  WS-PAY-LOC-STATE     PIC X(2).
01  WS-PAY-SAL-MIN       PIC X(9).
01  WS-PAY-SAL-MAX       PIC X(9).
01  WS-PAY-MIN-NUM       PIC 9(9) VALUE 0.
01  WS-PAY-MAX-NUM       PIC 9(9) VALUE 0.
01  WS-PAY-SPREAD        PIC 9(9) VALUE 0.
01  WS-PAY-SPREAD-EDIT   PIC Z(8)9.
01  WS-PAY-LIMIT-EDIT    PIC ZZ9.
01  WS-PAY-COMPLIANT     PIC X VALUE "Y".
01  WS-PAY-JURISDICTION  PIC X(20).
01  WS-PAY-REASON        PIC X(150).
01  WS-PAY-P-JURIS       PIC X(20).
01  WS-PAY-P-REQUIRED    PIC X(1).
01  WS-PAY-P-SPREAD      PIC X(3).
01  WS-PAY-P-EFFECTIVE   PIC X(8).
01  WS-PAY-P-LAW         PIC X(60).
01  WS-PAY-RULES-LOADED  PIC X VALUE "N".
01  WS-PAY-RULE-COUNT    PIC 9(3) VALUE 0.
01  WS-PAY-RULE-IDX      PIC 9(3) VALUE 0.
01  WS-PAY-RULE-TABLE.
    05  WS-PAY-RULE-ENTRY OCCURS 100 TIMES.
        10  WS-PAY-R-JURIS      PIC X(20).
        10  WS-PAY-R-REQUIRED   PIC X(1).
        10  WS-PAY-R-SPREAD     PIC 9(3).
        10  WS-PAY-R-EFFECTIVE  PIC X(8).
        10  WS-PAY-R-LAW        PIC X(60).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-LOCATION-MASTER
    PERFORM LOAD-JOB-LOCATION-TABLE
    PERFORM LOAD-PAY-RULES
    PERFORM COUNT-HELD-POSTINGS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Pay Transparency Compliance Report (run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Live postings out of compliance:" TO REPORT-REC
    WRITE REPORT-REC

    OPEN INPUT JOB-FILE
    IF JOB-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF JOB-REC NOT = SPACES
                        PERFORM CHECK-ONE-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-FILE
    END-IF
    IF WS-OUT-OF-LINE = 0
        MOVE "  (every live posting complies)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-CHECKED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Live postings checked: " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-OUT-OF-LINE TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Out of compliance:     " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-HELD TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Held as Pending:       " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE
    DISPLAY "Pay transparency report written to ../data/PayTransparencyReport.txt"
    STOP RUN.

*> CHECK-ONE-POSTING: an Open posting's range against its city's and
*> state's rules; a failure is listed with the reason.
CHECK-ONE-POSTING.
    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME JOB-PARSED-TITLE
                   JOB-PARSED-DESC JOB-PARSED-EMPLOYER JOB-PARSED-LOCATION
                   JOB-PARSED-SALARY JOB-PARSED-POSTING-STATUS
                   JOB-PARSED-POSTED-DATE JOB-PARSED-TYPE
                   JOB-PARSED-CAMPUS JOB-PARSED-SAL-MIN JOB-PARSED-SAL-MAX
    UNSTRING JOB-REC DELIMITED BY "|"
        INTO JOB-PARSED-ID
             JOB-PARSED-USERNAME
             JOB-PARSED-TITLE
             JOB-PARSED-DESC
             JOB-PARSED-EMPLOYER
             JOB-PARSED-LOCATION
             JOB-PARSED-SALARY
             JOB-PARSED-POSTING-STATUS
             JOB-PARSED-POSTED-DATE
             JOB-PARSED-TYPE
             JOB-PARSED-CAMPUS
             JOB-PARSED-SAL-MIN
             JOB-PARSED-SAL-MAX
    END-UNSTRING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-POSTING-STATUS)) NOT = "OPEN"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CHECKED

    MOVE SPACES TO WS-PAY-LOC-CODE
    MOVE "N" TO WS-JLOC-FOUND
    PERFORM VARYING WS-JLOC-IDX FROM 1 BY 1
        UNTIL WS-JLOC-IDX > WS-JLOC-COUNT OR WS-JLOC-FOUND = "Y"
        IF FUNCTION TRIM(WS-JLOC-JOB-ID(WS-JLOC-IDX)) = FUNCTION TRIM(JOB-PARSED-ID)
            MOVE "Y" TO WS-JLOC-FOUND
            MOVE WS-JLOC-CODE(WS-JLOC-IDX) TO WS-PAY-LOC-CODE
        END-IF
    END-PERFORM
    IF WS-JLOC-FOUND = "N"
        MOVE JOB-PARSED-LOCATION TO WS-LOC-INPUT
        PERFORM RESOLVE-LOCATION-TEXT
        IF WS-LOC-FOUND = "Y"
            MOVE WS-LOC-CODE TO WS-PAY-LOC-CODE
        END-IF
    END-IF

    MOVE JOB-PARSED-SAL-MIN TO WS-PAY-SAL-MIN
    MOVE JOB-PARSED-SAL-MAX TO WS-PAY-SAL-MAX
    PERFORM CHECK-PAY-TRANSPARENCY
    IF WS-PAY-COMPLIANT = "Y"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-OUT-OF-LINE
    MOVE SPACES TO REPORT-REC
    STRING "  Job " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-ID) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-TITLE) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-EMPLOYER) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-USERNAME) DELIMITED BY SIZE
           "), " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-LOCATION) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-SALARY) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "      " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-REASON) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> COUNT-HELD-POSTINGS: rows in PayTransparencyHolds.txt.
COUNT-HELD-POSTINGS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PAY-HOLD-FILE
    IF PAY-HOLD-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PAY-HOLD-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF PAY-HOLD-REC NOT = SPACES
                    ADD 1 TO WS-HELD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAY-HOLD-FILE
    MOVE "N" TO EOF-FLAG
    EXIT PARAGRAPH.

*> LOAD-JOB-LOCATION-TABLE: JobLocations.txt codes into WS-JLOC-TABLE.
LOAD-JOB-LOCATION-TABLE.
    MOVE 0 TO WS-JLOC-COUNT
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOC-EOF = "Y"
        READ JOB-LOC-FILE
            AT END
                MOVE "Y" TO WS-LOC-EOF
            NOT AT END
                IF JOB-LOC-REC NOT = SPACES AND WS-JLOC-COUNT < 2000
                    MOVE SPACES TO WS-JLOC-PARSED-JOB-ID WS-JLOC-PARSED-CODE
                    UNSTRING JOB-LOC-REC DELIMITED BY "|"
                        INTO WS-JLOC-PARSED-JOB-ID
                             WS-JLOC-PARSED-CODE
                    END-UNSTRING
                    ADD 1 TO WS-JLOC-COUNT
                    MOVE WS-JLOC-PARSED-JOB-ID TO WS-JLOC-JOB-ID(WS-JLOC-COUNT)
                    MOVE WS-JLOC-PARSED-CODE TO WS-JLOC-CODE(WS-JLOC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-LOC-FILE
    EXIT PARAGRAPH.

*> LOAD-PAY-RULES: PayTransparencyRules.txt into WS-PAY-RULE-TABLE,
*> once per run. Rows that aren't in effect yet are loaded too - the
*> effective date is compared at check time.
LOAD-PAY-RULES.
    MOVE 0 TO WS-PAY-RULE-COUNT
    MOVE "Y" TO WS-PAY-RULES-LOADED
    MOVE "N" TO WS-PAY-EOF
    OPEN INPUT PAY-RULE-FILE
    IF PAY-RULE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PAY-EOF = "Y"
        READ PAY-RULE-FILE
            AT END
                MOVE "Y" TO WS-PAY-EOF
            NOT AT END
                IF PAY-RULE-REC NOT = SPACES AND WS-PAY-RULE-COUNT < 100
                    MOVE SPACES TO WS-PAY-P-JURIS WS-PAY-P-REQUIRED
                                   WS-PAY-P-SPREAD WS-PAY-P-EFFECTIVE
                                   WS-PAY-P-LAW
                    UNSTRING PAY-RULE-REC DELIMITED BY "|"
                        INTO WS-PAY-P-JURIS
                             WS-PAY-P-REQUIRED
                             WS-PAY-P-SPREAD
                             WS-PAY-P-EFFECTIVE
                             WS-PAY-P-LAW
                    END-UNSTRING
                    IF WS-PAY-P-JURIS NOT = SPACES
                        ADD 1 TO WS-PAY-RULE-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAY-P-JURIS))
                            TO WS-PAY-R-JURIS(WS-PAY-RULE-COUNT)
                        MOVE FUNCTION UPPER-CASE(WS-PAY-P-REQUIRED)
                            TO WS-PAY-R-REQUIRED(WS-PAY-RULE-COUNT)
                        IF FUNCTION TRIM(WS-PAY-P-SPREAD) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-PAY-P-SPREAD)
                                TO WS-PAY-R-SPREAD(WS-PAY-RULE-COUNT)
                        ELSE
                            MOVE 0 TO WS-PAY-R-SPREAD(WS-PAY-RULE-COUNT)
                        END-IF
                        MOVE WS-PAY-P-EFFECTIVE TO WS-PAY-R-EFFECTIVE(WS-PAY-RULE-COUNT)
                        MOVE FUNCTION TRIM(WS-PAY-P-LAW) TO WS-PAY-R-LAW(WS-PAY-RULE-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAY-RULE-FILE
    EXIT PARAGRAPH.

*> CHECK-PAY-TRANSPARENCY: the structured range in WS-PAY-SAL-MIN/MAX
*> against every rule in effect for the city in WS-PAY-LOC-CODE or its
*> state - a range where one is mandatory, and no wider than the
*> rule's spread. A posting with no master city (fully remote) is
*> outside every jurisdiction.
CHECK-PAY-TRANSPARENCY.
    IF WS-PAY-RULES-LOADED NOT = "Y"
        PERFORM LOAD-PAY-RULES
    END-IF
    MOVE "Y" TO WS-PAY-COMPLIANT
    MOVE SPACES TO WS-PAY-JURISDICTION WS-PAY-REASON WS-PAY-LOC-STATE
    IF WS-PAY-LOC-CODE = SPACES OR WS-PAY-RULE-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PAY-LOC-CODE TO WS-LOC-CODE
    PERFORM LOOKUP-LOCATION-CODE
    MOVE WS-LOC-STATE TO WS-PAY-LOC-STATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAY-TODAY

    MOVE 0 TO WS-PAY-MIN-NUM WS-PAY-MAX-NUM
    IF FUNCTION TRIM(WS-PAY-SAL-MIN) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-PAY-SAL-MIN) TO WS-PAY-MIN-NUM
    END-IF
    IF FUNCTION TRIM(WS-PAY-SAL-MAX) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-PAY-SAL-MAX) TO WS-PAY-MAX-NUM
    END-IF
    IF WS-PAY-MAX-NUM < WS-PAY-MIN-NUM
        MOVE WS-PAY-MIN-NUM TO WS-PAY-MAX-NUM
    END-IF

    PERFORM VARYING WS-PAY-RULE-IDX FROM 1 BY 1
        UNTIL WS-PAY-RULE-IDX > WS-PAY-RULE-COUNT OR WS-PAY-COMPLIANT = "N"
        IF (WS-PAY-R-JURIS(WS-PAY-RULE-IDX) = FUNCTION UPPER-CASE(WS-PAY-LOC-CODE)
            OR (WS-PAY-LOC-STATE NOT = SPACES
                AND WS-PAY-R-JURIS(WS-PAY-RULE-IDX) = WS-PAY-LOC-STATE))
           AND WS-PAY-R-EFFECTIVE(WS-PAY-RULE-IDX) <= WS-PAY-TODAY
            PERFORM CHECK-ONE-PAY-RULE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-ONE-PAY-RULE: the rule at WS-PAY-RULE-IDX against the range.
CHECK-ONE-PAY-RULE.
    IF WS-PAY-MIN-NUM = 0
        IF WS-PAY-R-REQUIRED(WS-PAY-RULE-IDX) = "Y"
            MOVE "N" TO WS-PAY-COMPLIANT
            MOVE WS-PAY-R-JURIS(WS-PAY-RULE-IDX) TO WS-PAY-JURISDICTION
            STRING "A pay range is required for postings in " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAY-R-LAW(WS-PAY-RULE-IDX)) DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                INTO WS-PAY-REASON
            END-STRING
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-PAY-R-SPREAD(WS-PAY-RULE-IDX) = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PAY-SPREAD =
        ((WS-PAY-MAX-NUM - WS-PAY-MIN-NUM) * 100) / WS-PAY-MIN-NUM
    IF WS-PAY-SPREAD > WS-PAY-R-SPREAD(WS-PAY-RULE-IDX)
        MOVE "N" TO WS-PAY-COMPLIANT
        MOVE WS-PAY-R-JURIS(WS-PAY-RULE-IDX) TO WS-PAY-JURISDICTION
        MOVE WS-PAY-SPREAD TO WS-PAY-SPREAD-EDIT
        MOVE WS-PAY-R-SPREAD(WS-PAY-RULE-IDX) TO WS-PAY-LIMIT-EDIT
        STRING "The pay range spread of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-SPREAD-EDIT) DELIMITED BY SIZE
               "% exceeds the " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-LIMIT-EDIT) DELIMITED BY SIZE
               "% allowed in " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-R-LAW(WS-PAY-RULE-IDX)) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
            INTO WS-PAY-REASON
        END-STRING
    END-IF
    EXIT PARAGRAPH.

*> LOAD-LOCATION-MASTER: Locations.txt into WS-LOC-TABLE, each city and
*> state name normalized the way RESOLVE-LOCATION-TEXT normalizes what
*> the user typed.
LOAD-LOCATION-MASTER.
    MOVE 0 TO WS-LOC-COUNT
    MOVE "Y" TO WS-LOC-MASTER-LOADED
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT LOCATION-FILE
    IF LOCATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOC-EOF = "Y"
        READ LOCATION-FILE
            AT END
                MOVE "Y" TO WS-LOC-EOF
            NOT AT END
                IF LOCATION-REC NOT = SPACES AND WS-LOC-COUNT < 300
                    PERFORM PARSE-LOCATION-RECORD
                    ADD 1 TO WS-LOC-COUNT
                    MOVE WS-LOC-PARSED-CODE TO WS-LOC-T-CODE(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-CITY TO WS-LOC-T-CITY(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-STATE TO WS-LOC-T-STATE(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-STATE-NAME TO WS-LOC-T-STATE-NAME(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-COUNTRY TO WS-LOC-T-COUNTRY(WS-LOC-COUNT)
                    MOVE 0 TO WS-LOC-T-CITY-LEN(WS-LOC-COUNT)
                                WS-LOC-T-NAME-LEN(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-CITY TO WS-LOC-NORM-IN
                    PERFORM NORMALIZE-LOCATION-TEXT
                    MOVE WS-LOC-NORM-OUT TO WS-LOC-T-CITY-KEY(WS-LOC-COUNT)
                    IF WS-LOC-NORM-OUT NOT = SPACES
                        COMPUTE WS-LOC-T-CITY-LEN(WS-LOC-COUNT) =
                            FUNCTION LENGTH(FUNCTION TRIM(WS-LOC-NORM-OUT)) + 2
                    END-IF
                    MOVE WS-LOC-PARSED-STATE-NAME TO WS-LOC-NORM-IN
                    PERFORM NORMALIZE-LOCATION-TEXT
                    MOVE WS-LOC-NORM-OUT TO WS-LOC-T-NAME-KEY(WS-LOC-COUNT)
                    IF WS-LOC-NORM-OUT NOT = SPACES
                        COMPUTE WS-LOC-T-NAME-LEN(WS-LOC-COUNT) =
                            FUNCTION LENGTH(FUNCTION TRIM(WS-LOC-NORM-OUT)) + 2
                    END-IF
                    MOVE SPACES TO WS-LOC-T-ABBR-KEY(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-STATE TO WS-LOC-T-ABBR-KEY(WS-LOC-COUNT)(2:2)
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOCATION-FILE
    EXIT PARAGRAPH.

PARSE-LOCATION-RECORD.
    MOVE SPACES TO WS-LOC-PARSED-CODE WS-LOC-PARSED-CITY WS-LOC-PARSED-STATE
                   WS-LOC-PARSED-STATE-NAME WS-LOC-PARSED-COUNTRY
    UNSTRING LOCATION-REC DELIMITED BY "|"
        INTO WS-LOC-PARSED-CODE
             WS-LOC-PARSED-CITY
             WS-LOC-PARSED-STATE
             WS-LOC-PARSED-STATE-NAME
             WS-LOC-PARSED-COUNTRY
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(WS-LOC-PARSED-CODE) TO WS-LOC-PARSED-CODE
    MOVE FUNCTION UPPER-CASE(WS-LOC-PARSED-STATE) TO WS-LOC-PARSED-STATE
    EXIT PARAGRAPH.

*> NORMALIZE-LOCATION-TEXT: WS-LOC-NORM-IN upper-cased, punctuation
*> blanked, "SAINT" shortened to "ST", runs of spaces squeezed to one,
*> with a space at each end - left in WS-LOC-NORM-OUT.
NORMALIZE-LOCATION-TEXT.
    MOVE SPACES TO WS-LOC-NORM-WORK WS-LOC-NORM-OUT
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(WS-LOC-NORM-IN) DELIMITED BY SIZE
        INTO WS-LOC-NORM-WORK
    END-STRING
    INSPECT WS-LOC-NORM-WORK REPLACING ALL "," BY " "
                                       ALL "." BY " "
                                       ALL "-" BY " "
                                       ALL "/" BY " "
                                       ALL "(" BY " "
                                       ALL ")" BY " "
                                       ALL "|" BY " "
    INSPECT WS-LOC-NORM-WORK REPLACING ALL " SAINT " BY " ST    "
    MOVE 1 TO WS-LOC-NORM-POS
    MOVE "N" TO WS-LOC-IN-WORD
    PERFORM VARYING WS-LOC-CHAR-IDX FROM 1 BY 1 UNTIL WS-LOC-CHAR-IDX > 102
        IF WS-LOC-NORM-WORK(WS-LOC-CHAR-IDX:1) NOT = SPACE
            ADD 1 TO WS-LOC-NORM-POS
            MOVE WS-LOC-NORM-WORK(WS-LOC-CHAR-IDX:1)
                TO WS-LOC-NORM-OUT(WS-LOC-NORM-POS:1)
            MOVE "Y" TO WS-LOC-IN-WORD
        ELSE
            IF WS-LOC-IN-WORD = "Y"
                ADD 1 TO WS-LOC-NORM-POS
                MOVE "N" TO WS-LOC-IN-WORD
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> RESOLVE-LOCATION-TEXT: match WS-LOC-INPUT against the location
*> master. A city scores 2 and its state (abbreviation or full name) 1;
*> the best score wins, the earliest entry among equals. WS-LOC-FOUND
*> is "Y" with WS-LOC-CODE, WS-LOC-STATE and WS-LOC-BEST-IDX set when a
*> city matched, "S" with only WS-LOC-STATE when just a state did, and
*> "N" otherwise. WS-LOC-REMOTE-WORD / WS-LOC-HYBRID-WORD flag those
*> words in the text.
RESOLVE-LOCATION-TEXT.
    IF WS-LOC-MASTER-LOADED NOT = "Y"
        PERFORM LOAD-LOCATION-MASTER
    END-IF
    MOVE "N" TO WS-LOC-FOUND
    MOVE "N" TO WS-LOC-REMOTE-WORD
    MOVE "N" TO WS-LOC-HYBRID-WORD
    MOVE SPACES TO WS-LOC-CODE WS-LOC-STATE
    MOVE 0 TO WS-LOC-BEST-SCORE
    MOVE 0 TO WS-LOC-BEST-IDX
    MOVE WS-LOC-INPUT TO WS-LOC-NORM-IN
    PERFORM NORMALIZE-LOCATION-TEXT
    MOVE WS-LOC-NORM-OUT TO WS-LOC-MATCH-TEXT
    IF WS-LOC-MATCH-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-LOC-HITS
    INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS FOR ALL " REMOTE "
    IF WS-LOC-HITS > 0
        MOVE "Y" TO WS-LOC-REMOTE-WORD
    END-IF
    MOVE 0 TO WS-LOC-HITS
    INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS FOR ALL " HYBRID "
    IF WS-LOC-HITS > 0
        MOVE "Y" TO WS-LOC-HYBRID-WORD
    END-IF

    PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL WS-LOC-IDX > WS-LOC-COUNT
        PERFORM SCORE-LOCATION-ENTRY
        IF WS-LOC-SCORE > WS-LOC-BEST-SCORE
            MOVE WS-LOC-SCORE TO WS-LOC-BEST-SCORE
            MOVE WS-LOC-IDX TO WS-LOC-BEST-IDX
        END-IF
    END-PERFORM

    IF WS-LOC-BEST-SCORE >= 2
        MOVE "Y" TO WS-LOC-FOUND
        MOVE WS-LOC-T-CODE(WS-LOC-BEST-IDX) TO WS-LOC-CODE
        MOVE WS-LOC-T-STATE(WS-LOC-BEST-IDX) TO WS-LOC-STATE
    ELSE
        IF WS-LOC-BEST-SCORE = 1
            MOVE "S" TO WS-LOC-FOUND
            MOVE WS-LOC-T-STATE(WS-LOC-BEST-IDX) TO WS-LOC-STATE
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> SCORE-LOCATION-ENTRY: how well WS-LOC-MATCH-TEXT names the master
*> entry at WS-LOC-IDX, into WS-LOC-SCORE.
SCORE-LOCATION-ENTRY.
    MOVE 0 TO WS-LOC-SCORE
    IF WS-LOC-T-CITY-LEN(WS-LOC-IDX) > 2
        MOVE 0 TO WS-LOC-HITS
        INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS
            FOR ALL WS-LOC-T-CITY-KEY(WS-LOC-IDX)(1:WS-LOC-T-CITY-LEN(WS-LOC-IDX))
        IF WS-LOC-HITS > 0
            ADD 2 TO WS-LOC-SCORE
        END-IF
    END-IF
    MOVE 0 TO WS-LOC-HITS
    IF WS-LOC-T-STATE(WS-LOC-IDX) NOT = SPACES
        INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS
            FOR ALL WS-LOC-T-ABBR-KEY(WS-LOC-IDX)
    END-IF
    IF WS-LOC-HITS = 0 AND WS-LOC-T-NAME-LEN(WS-LOC-IDX) > 2
        INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS
            FOR ALL WS-LOC-T-NAME-KEY(WS-LOC-IDX)(1:WS-LOC-T-NAME-LEN(WS-LOC-IDX))
    END-IF
    IF WS-LOC-HITS > 0
        ADD 1 TO WS-LOC-SCORE
    END-IF
    EXIT PARAGRAPH.

*> LOOKUP-LOCATION-CODE: is WS-LOC-CODE on the master? Leaves
*> WS-LOC-FOUND ("Y"/"N") and, when it is, WS-LOC-STATE and
*> WS-LOC-BEST-IDX.
LOOKUP-LOCATION-CODE.
    IF WS-LOC-MASTER-LOADED NOT = "Y"
        PERFORM LOAD-LOCATION-MASTER
    END-IF
    MOVE "N" TO WS-LOC-FOUND
    MOVE SPACES TO WS-LOC-STATE
    MOVE 0 TO WS-LOC-BEST-IDX
    PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
        UNTIL WS-LOC-IDX > WS-LOC-COUNT OR WS-LOC-FOUND = "Y"
        IF WS-LOC-T-CODE(WS-LOC-IDX) = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-CODE))
            MOVE "Y" TO WS-LOC-FOUND
            MOVE WS-LOC-T-STATE(WS-LOC-IDX) TO WS-LOC-STATE
            MOVE WS-LOC-IDX TO WS-LOC-BEST-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM PAYTRANSPARENCYREPORT.
