*> plus the EMPLOYER-role check POST-JOB-FLOW's caller normally does,
*> the same JOB-ID-NUM counter/lock SAVE-JOB-POSTING uses (so imported
*> IDs never collide with interactively-posted ones), and the same "|"
*> sanitization SAVE-JOB-POSTING applies to free-text fields. Rows for
*> an employer who has not accepted the current recruiting policy are
*> skipped, the same gate POST-JOB-FLOW applies. Each imported posting
*> is given a standard occupation code from its title through the
*> OccupationKeywords.txt mapping; titles nothing matches are left
*> unclassified for OCCUPATIONBACKFILL's review list. An optional
*> seventh field gives the work mode (On-site, Hybrid or Remote; blank
*> is On-site unless the location says remote). Locations must resolve
*> against the Locations.txt master and are stored as "City, ST" with
*> the code and mode in JobLocations.txt, as POST-JOB-FLOW stores them;
*> a remote row may leave the location blank. The salary is also read
*> into the structured minimum/maximum/period fields (the
*> MIGRATESALARYFIELDS parse) and checked against the pay-transparency
*> rules for the posting's city and state; a row whose range doesn't
*> comply is still imported, but as Pending with a hold row in
*> PayTransparencyHolds.txt, the way POST-JOB-FLOW holds it.
*>
*> The feed must arrive wrapped in control records:
*>   HDR|SOURCE|RUN-DATE|SEQUENCE       first row
*>   TRL|RECORD-COUNT|HASH-TOTAL        last row
*> where RECORD-COUNT is the number of data rows between them and
*> HASH-TOTAL the sum of their lengths (trailing spaces excluded).
*> SEQUENCE runs 1, 2, 3... per source (the partner); the last one
*> loaded is kept in ../data/InterfaceControl.txt. A missing or
*> malformed header or trailer, totals that don't match, or a sequence
*> that repeats or skips rejects the whole file - nothing is posted,
*> the reason is displayed, and the run ends with return code 8 so the
*> job stream stops for the file to be re-sent.
IDENTIFICATION DIVISION.
PROGRAM-ID. BULKJOBIMPORT.

    SELECT IMPORT-FILE ASSIGN TO "../data/JobImportFeed.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IMPORT-STATUS.
    *> Last feed sequence accepted per interface and source
    *> (INTERFACE|SOURCE|LAST-SEQUENCE|RUN-DATE|ACCEPTED-DATE).
    SELECT CONTROL-FILE ASSIGN TO "../data/InterfaceControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STAT.
    SELECT CONTROL-TEMP-FILE ASSIGN TO "../data/InterfaceControl.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-TEMP-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STATUS.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STATUS.
    *> Read-only: the versioned recruiting policy and employers'
    *> acceptances of it, as InCollege.cob keeps them.
    SELECT POLICY-FILE ASSIGN TO "../data/RecruitingPolicy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.
    SELECT POLICY-ACCEPT-FILE ASSIGN TO "../data/PolicyAcceptances.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-ACCEPT-STATUS.
    *> Read-only: title keywords (KEYWORD|SOC-CODE). Classifications
    *> are appended to JobOccupations.txt (JOB-ID|SOC-CODE|SOURCE) as
    *> InCollege.cob's POST-JOB-FLOW writes them.
    SELECT OCC-KEYWORD-FILE ASSIGN TO "../data/OccupationKeywords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OCC-KEYWORD-STATUS.
    SELECT JOB-OCC-FILE ASSIGN TO "../data/JobOccupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-OCC-STATUS.
    *> Read-only: the location master, CODE|CITY|STATE|STATE-NAME|
    *> COUNTRY, maintained from InCollege.cob's Admin Console.
    SELECT LOCATION-FILE ASSIGN TO "../data/Locations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-STATUS.
    *> Posting locations are appended (JOB-ID|LOC-CODE|WORK-MODE) as
    *> InCollege.cob's POST-JOB-FLOW writes them.
    SELECT JOB-LOC-FILE ASSIGN TO "../data/JobLocations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-STATUS.
    *> Read-only: pay-transparency rules
    *> (JURISDICTION|RANGE-REQUIRED|MAX-SPREAD-PCT|EFFECTIVE-DATE|LAW).
    *> Holds are appended (JOB-ID|HELD-DATE|JURISDICTION|PRIOR-STATUS|
    *> REASON) as InCollege.cob's POST-JOB-FLOW writes them.
    SELECT PAY-RULE-FILE ASSIGN TO "../data/PayTransparencyRules.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-RULE-STATUS.
    SELECT PAY-HOLD-FILE ASSIGN TO "../data/PayTransparencyHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-HOLD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  IMPORT-FILE.
01  IMPORT-REC          PIC X(600).

FD  CONTROL-FILE.
01  CONTROL-REC         PIC X(120).

FD  CONTROL-TEMP-FILE.
01  CONTROL-TEMP-REC    PIC X(120).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  POLICY-FILE.
01  POLICY-REC          PIC X(220).

FD  POLICY-ACCEPT-FILE.
01  POLICY-ACCEPT-REC   PIC X(80).

FD  OCC-KEYWORD-FILE.
01  OCC-KEYWORD-REC     PIC X(60).

FD  JOB-OCC-FILE.
01  JOB-OCC-REC         PIC X(40).

FD  LOCATION-FILE.
01  LOCATION-REC        PIC X(150).

FD  JOB-LOC-FILE.
01  JOB-LOC-REC         PIC X(40).

FD  PAY-RULE-FILE.
01  PAY-RULE-REC        PIC X(150).

FD  PAY-HOLD-FILE.
01  PAY-HOLD-REC        PIC X(300).

WORKING-STORAGE SECTION.
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
*> The feed row's work mode and resolved location (IMPORT-ONE-ROW).
01  JOB-LOC-STATUS       PIC XX.
01  WS-LOC-MODE-INPUT    PIC X(20).
01  WS-LOC-MODE          PIC X(6).
01  WS-LOC-DISPLAY       PIC X(60).

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
01  PAY-HOLD-STATUS      PIC XX.
01  WS-JOB-POST-STATUS   PIC X(10).
01  WS-JOB-SAL-MIN       PIC X(9).
01  WS-JOB-SAL-MAX       PIC X(9).
01  WS-JOB-SAL-PERIOD    PIC X(8).
01  WS-ROWS-HELD         PIC 9(6) VALUE 0.

*> Free-text salary parser, same shape as MIGRATESALARYFIELDS'.
01  WS-SAL-TEXT         PIC X(50).
01  WS-SAL-UPPER        PIC X(50).
01  WS-SAL-CHAR         PIC X(1).
01  WS-SAL-DIGITS       PIC X(9).
01  WS-SAL-DIGIT-LEN    PIC 9(2) VALUE 0.
01  WS-SAL-NUM-COUNT    PIC 9(1) VALUE 0.
01  WS-CHAR-IDX         PIC 9(3) VALUE 0.
01  WS-SAL-NUMBERS.
    05  WS-SAL-NUM OCCURS 2 TIMES PIC 9(9).
01  WS-SAL-MIN          PIC 9(9) VALUE 0.
01  WS-SAL-MAX          PIC 9(9) VALUE 0.
01  WS-SAL-OK           PIC X VALUE "N".
01  WS-SAL-EMPTY        PIC X VALUE "N".
01  OCC-KEYWORD-STATUS  PIC XX.
01  JOB-OCC-STATUS      PIC XX.
01  OCC-EOF             PIC X VALUE "N".
01  WS-OCC-SUGGESTED    PIC X(7).
01  WS-OCC-PARSED-KEYWORD PIC X(40).
01  WS-OCC-PARSED-CODE  PIC X(10).
01  WS-OCC-MATCH-TEXT   PIC X(104).
01  WS-OCC-KEY-TEXT     PIC X(42).
01  WS-OCC-KEY-LEN      PIC 9(3) VALUE 0.
01  WS-OCC-BEST-LEN     PIC 9(3) VALUE 0.
01  WS-OCC-HITS         PIC 9(4) VALUE 0.
01  WS-ROWS-UNCLASSIFIED PIC 9(6) VALUE 0.
01  POLICY-STATUS       PIC XX.
01  POLICY-ACCEPT-STATUS PIC XX.
01  POLICY-EOF          PIC X VALUE "N".
01  WS-POL-CURRENT      PIC 9(4) VALUE 0.
01  WS-POL-CURRENT-EDIT PIC Z(3)9.
01  WS-POL-ACCEPTED     PIC X VALUE "Y".
01  WS-POL-TODAY        PIC X(8).
01  WS-POL-VERSION-NUM  PIC 9(4) VALUE 0.
01  WS-POL-P-VERSION    PIC X(6).
01  WS-POL-P-EFFECTIVE  PIC X(8).
01  WS-POL-P-USER       PIC X(50).
01  CREDIT-STATUS       PIC XX.
01  CREDIT-TEMP-STATUS  PIC XX.
01  CREDIT-EOF          PIC X VALUE "N".
01  WS-ROWS-IMPORTED    PIC 9(6) VALUE 0.
01  WS-ROWS-SKIPPED     PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
*> Feed controls: the HDR|SOURCE|RUN-DATE|SEQUENCE header and the
*> TRL|RECORD-COUNT|HASH-TOTAL trailer around the data rows, and the
*> last sequence accepted from each source (InterfaceControl.txt).
01  CONTROL-STAT        PIC XX.
01  CONTROL-TEMP-STAT   PIC XX.
01  EOF-CONTROL         PIC X VALUE "N".
01  WS-CONTROL-PATH     PIC X(40) VALUE "../data/InterfaceControl.txt".
01  WS-CONTROL-TEMP-PATH PIC X(40) VALUE "../data/InterfaceControl.tmp".
01  WS-XMIT-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-XMIT-INTERFACE   PIC X(40) VALUE "JobImportFeed.txt".
01  WS-XMIT-REJECT      PIC X(150).
01  WS-XMIT-HDR-SEEN    PIC X VALUE "N".
01  WS-XMIT-TRL-SEEN    PIC X VALUE "N".
01  WS-XMIT-P-TYPE      PIC X(10).
01  WS-XMIT-P-SEQ       PIC X(12).
01  WS-XMIT-P-COUNT     PIC X(12).
01  WS-XMIT-P-HASH      PIC X(15).
01  WS-XMIT-SOURCE      PIC X(20).
01  WS-XMIT-RUN-DATE    PIC X(10).
01  WS-XMIT-SEQ         PIC 9(9) VALUE 0.
01  WS-XMIT-LAST-SEQ    PIC 9(9) VALUE 0.
01  WS-XMIT-HAVE-LAST   PIC X VALUE "N".
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.
01  WS-XMIT-TRL-COUNT   PIC 9(9) VALUE 0.
01  WS-XMIT-TRL-HASH    PIC 9(12) VALUE 0.
01  WS-XMIT-EDIT        PIC Z(11)9.
01  WS-XMIT-EDIT2       PIC Z(11)9.
01  WS-XMIT-SEQ-OUT     PIC 9(9).
01  WS-CTLF-INTERFACE   PIC X(40).
01  WS-CTLF-SOURCE      PIC X(20).
01  WS-CTLF-SEQ         PIC X(12).
01  WS-CTLF-RUN-DATE    PIC X(10).
01  WS-CTLF-MATCHED     PIC X VALUE "N".

PROCEDURE DIVISION.
    OPEN INPUT IMPORT-FILE
        DISPLAY "No import feed found at ../data/JobImportFeed.txt"
        STOP RUN
    END-IF
    CLOSE IMPORT-FILE

    PERFORM VALIDATE-FEED-CONTROLS
    IF WS-XMIT-REJECT NOT = SPACES
        DISPLAY "Bulk job import: feed rejected - " FUNCTION TRIM(WS-XMIT-REJECT)
        DISPLAY "No postings were imported. Correct or re-send the file and rerun."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-XMIT-SEQ TO WS-XMIT-EDIT
    DISPLAY "Feed from " FUNCTION TRIM(WS-XMIT-SOURCE)
            ", run date " WS-XMIT-RUN-DATE(1:8)
            ", sequence " FUNCTION TRIM(WS-XMIT-EDIT)
            " - header and trailer controls balance"
    OPEN INPUT IMPORT-FILE

    PERFORM LOAD-APP-CONFIG
    PERFORM LOAD-COMPANY-LIST
    PERFORM LOAD-CURRENT-POLICY

    PERFORM UNTIL IMPORT-EOF = "Y"
        READ IMPORT-FILE
                MOVE "Y" TO IMPORT-EOF
            NOT AT END
                IF FUNCTION TRIM(IMPORT-REC) NOT = SPACES
                   AND IMPORT-REC(1:4) NOT = "HDR|"
                   AND IMPORT-REC(1:4) NOT = "TRL|"
                    ADD 1 TO WS-ROWS-READ
                    PERFORM IMPORT-ONE-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE IMPORT-FILE
    PERFORM RECORD-FEED-SEQUENCE

    PERFORM PRINT-IMPORT-SUMMARY
    STOP RUN.
IMPORT-ONE-ROW.
    MOVE SPACES TO WS-JOB-USERNAME WS-JOB-TITLE WS-JOB-DESCRIPTION
                   WS-JOB-EMPLOYER WS-JOB-LOCATION WS-JOB-SALARY
                   WS-LOC-MODE-INPUT
    UNSTRING IMPORT-REC DELIMITED BY "|"
        INTO WS-JOB-USERNAME WS-JOB-TITLE WS-JOB-DESCRIPTION
             WS-JOB-EMPLOYER WS-JOB-LOCATION WS-JOB-SALARY
             WS-LOC-MODE-INPUT
    END-UNSTRING

    IF FUNCTION TRIM(WS-JOB-USERNAME) = SPACES
        PERFORM SKIP-ROW
        EXIT PARAGRAPH
    END-IF
    PERFORM RESOLVE-IMPORT-LOCATION
    IF WS-SKIP-REASON NOT = SPACES
        PERFORM SKIP-ROW
        EXIT PARAGRAPH
    END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-POLICY-ACCEPTANCE
    IF WS-POL-ACCEPTED = "N"
        MOVE WS-POL-CURRENT TO WS-POL-CURRENT-EDIT
        MOVE SPACES TO WS-SKIP-REASON
        STRING "employer has not accepted recruiting policy version " DELIMITED BY SIZE
               FUNCTION TRIM(WS-POL-CURRENT-EDIT) DELIMITED BY SIZE
            INTO WS-SKIP-REASON
        END-STRING
        PERFORM SKIP-ROW
        EXIT PARAGRAPH
    END-IF

    *> Normalize salary exactly as SAVE-JOB-POSTING does
    MOVE FUNCTION TRIM(WS-JOB-SALARY) TO WS-SALARY-TRIM
    MOVE FUNCTION UPPER-CASE(WS-SALARY-TRIM) TO WS-SALARY-UPPER
            INTO WS-JOB-SALARY
        END-STRING
    END-IF
    *> ...and into the structured fields the salary sort, the reports
    *> and the pay-transparency check read.
    MOVE SPACES TO WS-JOB-SAL-MIN WS-JOB-SAL-MAX WS-JOB-SAL-PERIOD
    MOVE WS-SALARY-TRIM TO WS-SAL-TEXT
    PERFORM PARSE-SALARY-TEXT
    IF WS-SAL-OK = "Y"
        MOVE WS-SAL-MIN TO WS-JOB-SAL-MIN
        MOVE WS-SAL-MAX TO WS-JOB-SAL-MAX
        IF WS-SAL-MIN < 1000
            MOVE "HOURLY" TO WS-JOB-SAL-PERIOD
        ELSE
            MOVE "ANNUAL" TO WS-JOB-SAL-PERIOD
        END-IF
    END-IF

    *> Fold into the employer/company master list the same way
    *> POST-JOB-FLOW does, rather than persisting the feed's raw text.
        DISPLAY WS-REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    *> The receipt key keeps the feed's own location text; the posting
    *> itself carries the master's spelling.
    MOVE WS-LOC-DISPLAY TO WS-JOB-LOCATION

    *> Metered employers consume one posting credit per imported row.
    PERFORM CHECK-POSTING-CREDITS
        EXIT PARAGRAPH
    END-IF

    *> Pay-transparency gate, as POST-JOB-FLOW applies it.
    MOVE "Open" TO WS-JOB-POST-STATUS
    MOVE WS-LOC-CODE TO WS-PAY-LOC-CODE
    MOVE WS-JOB-SAL-MIN TO WS-PAY-SAL-MIN
    MOVE WS-JOB-SAL-MAX TO WS-PAY-SAL-MAX
    PERFORM CHECK-PAY-TRANSPARENCY
    IF WS-PAY-COMPLIANT = "N"
        MOVE "Pending" TO WS-JOB-POST-STATUS
    END-IF

    PERFORM SAVE-IMPORTED-JOB
    PERFORM CLASSIFY-IMPORTED-JOB
    PERFORM WRITE-IMPORTED-LOCATION
    IF WS-PAY-COMPLIANT = "N"
        PERFORM WRITE-IMPORTED-PAY-HOLD
    END-IF
    PERFORM WRITE-FEED-RECEIPT
    IF WS-CRD-METERED = "Y"
        PERFORM CONSUME-POSTING-CREDIT
    ADD 1 TO WS-ROWS-IMPORTED
    EXIT PARAGRAPH.

*> LOAD-CURRENT-POLICY: the highest recruiting-policy version already
*> in effect (0 when none is on file, and nothing is gated).
LOAD-CURRENT-POLICY.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POL-TODAY
    MOVE 0 TO WS-POL-CURRENT
    MOVE "N" TO POLICY-EOF
    OPEN INPUT POLICY-FILE
    IF POLICY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL POLICY-EOF = "Y"
        READ POLICY-FILE
            AT END
                MOVE "Y" TO POLICY-EOF
            NOT AT END
                IF POLICY-REC NOT = SPACES
                    MOVE SPACES TO WS-POL-P-VERSION WS-POL-P-EFFECTIVE
                    UNSTRING POLICY-REC DELIMITED BY "|"
                        INTO WS-POL-P-VERSION WS-POL-P-EFFECTIVE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-POL-P-VERSION) IS NUMERIC
                       AND WS-POL-P-EFFECTIVE IS NUMERIC
                       AND WS-POL-P-EFFECTIVE <= WS-POL-TODAY
                        MOVE FUNCTION NUMVAL(WS-POL-P-VERSION) TO WS-POL-VERSION-NUM
                        IF WS-POL-VERSION-NUM > WS-POL-CURRENT
                            MOVE WS-POL-VERSION-NUM TO WS-POL-CURRENT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLICY-FILE
    EXIT PARAGRAPH.

*> CHECK-POLICY-ACCEPTANCE: has WS-JOB-USERNAME accepted the current
*> version?
CHECK-POLICY-ACCEPTANCE.
    MOVE "Y" TO WS-POL-ACCEPTED
    IF WS-POL-CURRENT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-POL-ACCEPTED
    MOVE "N" TO POLICY-EOF
    OPEN INPUT POLICY-ACCEPT-FILE
    IF POLICY-ACCEPT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL POLICY-EOF = "Y"
        READ POLICY-ACCEPT-FILE
            AT END
                MOVE "Y" TO POLICY-EOF
            NOT AT END
                IF POLICY-ACCEPT-REC NOT = SPACES
                    MOVE SPACES TO WS-POL-P-USER WS-POL-P-VERSION
                    UNSTRING POLICY-ACCEPT-REC DELIMITED BY "|"
                        INTO WS-POL-P-USER WS-POL-P-VERSION
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POL-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-USERNAME))
                       AND FUNCTION TRIM(WS-POL-P-VERSION) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-POL-P-VERSION) = WS-POL-CURRENT
                        MOVE "Y" TO WS-POL-ACCEPTED
                        MOVE "Y" TO POLICY-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLICY-ACCEPT-FILE
    EXIT PARAGRAPH.

*> CHECK-POSTING-CREDITS / CONSUME-POSTING-CREDIT: the same ledger
*> lookup and bump InCollege.cob's POST-JOB-FLOW does, duplicated here
*> the way this importer already duplicates the counter/lock logic.
        FUNCTION TRIM(WS-JOB-EMPLOYER)     DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-JOB-LOCATION)     DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-JOB-SALARY)       DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-JOB-POST-STATUS)  DELIMITED BY SIZE "|"
        FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE "|"
        "Full-Time"                        DELIMITED BY SIZE "|"
        "|"                                DELIMITED BY SIZE
        FUNCTION TRIM(WS-JOB-SAL-MIN)      DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-JOB-SAL-MAX)      DELIMITED BY SIZE "|"
        FUNCTION TRIM(WS-JOB-SAL-PERIOD)   DELIMITED BY SIZE "|"
        "|"                                DELIMITED BY SIZE
        INTO JOB-STRING
    END-STRING

    PERFORM RELEASE-JOB-ID-LOCK
    EXIT PARAGRAPH.

*> CLASSIFY-IMPORTED-JOB: map the just-saved posting's title to a SOC
*> code - the same word-start, longest-keyword-wins match InCollege.cob's
*> SUGGEST-OCCUPATION-CODE offers the interactive poster - and record
*> it against JOB-ID-EDIT with source IMPORT.
CLASSIFY-IMPORTED-JOB.
    MOVE SPACES TO WS-OCC-SUGGESTED
    MOVE 0 TO WS-OCC-BEST-LEN
    MOVE SPACES TO WS-OCC-MATCH-TEXT
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-TITLE)) DELIMITED BY SIZE
        INTO WS-OCC-MATCH-TEXT
    END-STRING
    INSPECT WS-OCC-MATCH-TEXT REPLACING ALL "/" BY " "
                                        ALL "," BY " "
                                        ALL "-" BY " "
                                        ALL "(" BY " "
                                        ALL ")" BY " "
                                        ALL "." BY " "
    MOVE "N" TO OCC-EOF
    OPEN INPUT OCC-KEYWORD-FILE
    IF OCC-KEYWORD-STATUS NOT = "35"
        PERFORM UNTIL OCC-EOF = "Y"
            READ OCC-KEYWORD-FILE
                AT END
                    MOVE "Y" TO OCC-EOF
                NOT AT END
                    IF OCC-KEYWORD-REC NOT = SPACES
                        MOVE SPACES TO WS-OCC-PARSED-KEYWORD WS-OCC-PARSED-CODE
                        UNSTRING OCC-KEYWORD-REC DELIMITED BY "|"
                            INTO WS-OCC-PARSED-KEYWORD
                                 WS-OCC-PARSED-CODE
                        END-UNSTRING
                        MOVE 0 TO WS-OCC-HITS
                        IF WS-OCC-PARSED-KEYWORD NOT = SPACES
                            MOVE SPACES TO WS-OCC-KEY-TEXT
                            STRING " " DELIMITED BY SIZE
                                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OCC-PARSED-KEYWORD))
                                       DELIMITED BY SIZE
                                INTO WS-OCC-KEY-TEXT
                            END-STRING
                            COMPUTE WS-OCC-KEY-LEN =
                                FUNCTION LENGTH(FUNCTION TRIM(WS-OCC-PARSED-KEYWORD)) + 1
                            INSPECT WS-OCC-MATCH-TEXT TALLYING WS-OCC-HITS
                                FOR ALL WS-OCC-KEY-TEXT(1:WS-OCC-KEY-LEN)
                        END-IF
                        IF WS-OCC-HITS > 0 AND WS-OCC-KEY-LEN > WS-OCC-BEST-LEN
                            MOVE WS-OCC-KEY-LEN TO WS-OCC-BEST-LEN
                            MOVE WS-OCC-PARSED-CODE TO WS-OCC-SUGGESTED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OCC-KEYWORD-FILE
    END-IF

    IF WS-OCC-SUGGESTED = SPACES
        ADD 1 TO WS-ROWS-UNCLASSIFIED
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND JOB-OCC-FILE
    IF JOB-OCC-STATUS = "35"
        OPEN OUTPUT JOB-OCC-FILE
    END-IF
    MOVE SPACES TO JOB-OCC-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OCC-SUGGESTED) DELIMITED BY SIZE "|"
           "IMPORT"                        DELIMITED BY SIZE
        INTO JOB-OCC-REC
    END-STRING
    WRITE JOB-OCC-REC
    CLOSE JOB-OCC-FILE
    EXIT PARAGRAPH.

*> RESOLVE-IMPORT-LOCATION: the feed row's work mode into WS-LOC-MODE
*> and its location, as the master spells it, into WS-LOC-DISPLAY (code
*> in WS-LOC-CODE). Sets WS-SKIP-REASON when the row can't be posted.
RESOLVE-IMPORT-LOCATION.
    MOVE SPACES TO WS-SKIP-REASON WS-LOC-MODE WS-LOC-DISPLAY
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-MODE-INPUT))
        WHEN SPACES
            CONTINUE
        WHEN "O"
        WHEN "ON-SITE"
        WHEN "ONSITE"
        WHEN "ON SITE"
            MOVE "ONSITE" TO WS-LOC-MODE
        WHEN "H"
        WHEN "HYBRID"
            MOVE "HYBRID" TO WS-LOC-MODE
        WHEN "R"
        WHEN "REMOTE"
            MOVE "REMOTE" TO WS-LOC-MODE
        WHEN OTHER
            MOVE "work mode is not On-site, Hybrid or Remote" TO WS-SKIP-REASON
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE WS-JOB-LOCATION TO WS-LOC-INPUT
    PERFORM RESOLVE-LOCATION-TEXT
    IF WS-LOC-MODE = SPACES
        EVALUATE TRUE
            WHEN WS-LOC-REMOTE-WORD = "Y"
                MOVE "REMOTE" TO WS-LOC-MODE
            WHEN WS-LOC-HYBRID-WORD = "Y"
                MOVE "HYBRID" TO WS-LOC-MODE
            WHEN OTHER
                MOVE "ONSITE" TO WS-LOC-MODE
        END-EVALUATE
    END-IF

    EVALUATE TRUE
        WHEN WS-LOC-FOUND = "Y"
            STRING FUNCTION TRIM(WS-LOC-T-CITY(WS-LOC-BEST-IDX)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-LOC-T-STATE(WS-LOC-BEST-IDX) DELIMITED BY SIZE
                INTO WS-LOC-DISPLAY
            END-STRING
        WHEN WS-LOC-MODE = "REMOTE"
             AND (FUNCTION TRIM(WS-JOB-LOCATION) = SPACES
                  OR WS-LOC-REMOTE-WORD = "Y")
            MOVE SPACES TO WS-LOC-CODE
            MOVE "Remote" TO WS-LOC-DISPLAY
        WHEN FUNCTION TRIM(WS-JOB-LOCATION) = SPACES
            MOVE "missing location" TO WS-SKIP-REASON
        WHEN OTHER
            MOVE "location is not on the location master" TO WS-SKIP-REASON
    END-EVALUATE
    EXIT PARAGRAPH.

*> WRITE-IMPORTED-PAY-HOLD: the Pending posting's hold row, released
*> to Open once the employer corrects the range from Manage My Jobs.
WRITE-IMPORTED-PAY-HOLD.
    ADD 1 TO WS-ROWS-HELD
    OPEN EXTEND PAY-HOLD-FILE
    IF PAY-HOLD-STATUS = "35"
        OPEN OUTPUT PAY-HOLD-FILE
    END-IF
    MOVE SPACES TO PAY-HOLD-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT)         DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE "|"
           "Open"                             DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAY-REASON)       DELIMITED BY SIZE
        INTO PAY-HOLD-REC
    END-STRING
    WRITE PAY-HOLD-REC
    CLOSE PAY-HOLD-FILE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Held row " DELIMITED BY SIZE
           WS-ROWS-READ DELIMITED BY SIZE
           " as Pending: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-REASON) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    EXIT PARAGRAPH.

*> WRITE-IMPORTED-LOCATION: the new posting's JobLocations.txt row.
WRITE-IMPORTED-LOCATION.
    OPEN EXTEND JOB-LOC-FILE
    IF JOB-LOC-STATUS = "35"
        OPEN OUTPUT JOB-LOC-FILE
    END-IF
    MOVE SPACES TO JOB-LOC-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-CODE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-MODE) DELIMITED BY SIZE
        INTO JOB-LOC-REC
    END-STRING
    WRITE JOB-LOC-REC
    CLOSE JOB-LOC-FILE
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

*> PARSE-SALARY-TEXT: pull up to two numbers out of the free-text
*> salary, scaling a trailing k by 1000. WS-SAL-EMPTY marks the rows
*> that legitimately carry no salary ("Salary: NONE" or blank).
PARSE-SALARY-TEXT.
    MOVE "N" TO WS-SAL-OK
    MOVE "N" TO WS-SAL-EMPTY
    MOVE 0 TO WS-SAL-NUM-COUNT
    MOVE 0 TO WS-SAL-DIGIT-LEN
    MOVE SPACES TO WS-SAL-DIGITS

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAL-TEXT)) TO WS-SAL-UPPER
    IF WS-SAL-UPPER = SPACES OR WS-SAL-UPPER = "SALARY: NONE"
       OR WS-SAL-UPPER = "NONE"
        MOVE "Y" TO WS-SAL-EMPTY
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 50
        MOVE WS-SAL-TEXT(WS-CHAR-IDX:1) TO WS-SAL-CHAR
        IF WS-SAL-CHAR >= "0" AND WS-SAL-CHAR <= "9"
            IF WS-SAL-DIGIT-LEN < 9
                ADD 1 TO WS-SAL-DIGIT-LEN
                MOVE WS-SAL-CHAR TO WS-SAL-DIGITS(WS-SAL-DIGIT-LEN:1)
            END-IF
        ELSE
            IF WS-SAL-CHAR = ","
                CONTINUE
            ELSE
                IF WS-SAL-DIGIT-LEN > 0
                    PERFORM FINISH-SALARY-NUMBER
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-SAL-DIGIT-LEN > 0
        MOVE SPACE TO WS-SAL-CHAR
        PERFORM FINISH-SALARY-NUMBER
    END-IF

    IF WS-SAL-NUM-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SAL-NUM(1) TO WS-SAL-MIN
    IF WS-SAL-NUM-COUNT > 1
        MOVE WS-SAL-NUM(2) TO WS-SAL-MAX
    ELSE
        MOVE WS-SAL-NUM(1) TO WS-SAL-MAX
    END-IF
    IF WS-SAL-MAX < WS-SAL-MIN
        MOVE WS-SAL-MIN TO WS-SAL-MAX
    END-IF
    IF WS-SAL-MIN = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-SAL-OK
    EXIT PARAGRAPH.

FINISH-SALARY-NUMBER.
    IF WS-SAL-NUM-COUNT < 2
        ADD 1 TO WS-SAL-NUM-COUNT
        MOVE FUNCTION TRIM(WS-SAL-DIGITS) TO WS-SAL-NUM(WS-SAL-NUM-COUNT)
        IF WS-SAL-CHAR = "k" OR WS-SAL-CHAR = "K"
            COMPUTE WS-SAL-NUM(WS-SAL-NUM-COUNT)
                = WS-SAL-NUM(WS-SAL-NUM-COUNT) * 1000
        END-IF
    END-IF
    MOVE 0 TO WS-SAL-DIGIT-LEN
    MOVE SPACES TO WS-SAL-DIGITS
    EXIT PARAGRAPH.

*> GET-NEXT-JOB-ID / ACQUIRE-JOB-ID-LOCK / RELEASE-JOB-ID-LOCK: the same
*> counter-file and advisory-lock logic InCollege.cob uses for
*> interactive posting, duplicated here (rather than shared) the same
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-ROWS-UNCLASSIFIED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Unclassified:  " DELIMITED BY SIZE
           WS-COUNT-EDIT     DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-ROWS-HELD TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Held Pending:  " DELIMITED BY SIZE
           WS-COUNT-EDIT     DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    EXIT PARAGRAPH.

*> VALIDATE-FEED-CONTROLS: a first pass over the feed before anything
*> is loaded. The first row must be the HDR|SOURCE|RUN-DATE|SEQUENCE
*> header and the last the TRL|RECORD-COUNT|HASH-TOTAL trailer; the
*> trailer's count must equal the data rows between them and its hash
*> total the sum of those rows' lengths (trailing spaces excluded), and
*> the sequence must follow the last one accepted from that source.
*> WS-XMIT-REJECT carries the first reason the file fails; a missing
*> feed leaves it blank for the caller's own missing-feed handling.
VALIDATE-FEED-CONTROLS.
    MOVE SPACES TO WS-XMIT-REJECT WS-XMIT-SOURCE WS-XMIT-RUN-DATE
    MOVE "N" TO WS-XMIT-HDR-SEEN WS-XMIT-TRL-SEEN
    MOVE 0 TO WS-XMIT-SEQ WS-XMIT-COUNT WS-XMIT-HASH
              WS-XMIT-TRL-COUNT WS-XMIT-TRL-HASH
    MOVE "N" TO IMPORT-EOF
    OPEN INPUT IMPORT-FILE
    IF IMPORT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL IMPORT-EOF = "Y"
        READ IMPORT-FILE
            AT END
                MOVE "Y" TO IMPORT-EOF
            NOT AT END
                IF IMPORT-REC NOT = SPACES
                    PERFORM CHECK-FEED-CONTROL-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE IMPORT-FILE
    MOVE "N" TO IMPORT-EOF

    IF WS-XMIT-REJECT NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-HDR-SEEN = "N"
        MOVE "the file is empty - no header record" TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-SEEN = "N"
        MOVE "no trailer record - the file is incomplete" TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-COUNT NOT = WS-XMIT-COUNT
        MOVE WS-XMIT-TRL-COUNT TO WS-XMIT-EDIT
        MOVE WS-XMIT-COUNT TO WS-XMIT-EDIT2
        STRING "trailer record count " FUNCTION TRIM(WS-XMIT-EDIT)
               " does not match the " FUNCTION TRIM(WS-XMIT-EDIT2)
               " data rows received"
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-HASH NOT = WS-XMIT-HASH
        MOVE WS-XMIT-TRL-HASH TO WS-XMIT-EDIT
        MOVE WS-XMIT-HASH TO WS-XMIT-EDIT2
        STRING "trailer hash total " FUNCTION TRIM(WS-XMIT-EDIT)
               " does not match the " FUNCTION TRIM(WS-XMIT-EDIT2)
               " computed from the data rows"
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-FEED-SEQUENCE
    EXIT PARAGRAPH.

CHECK-FEED-CONTROL-ROW.
    IF WS-XMIT-REJECT NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-SEEN = "Y"
        MOVE "rows follow the trailer record" TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF

    IF IMPORT-REC(1:4) = "HDR|"
        IF WS-XMIT-HDR-SEEN = "Y"
            MOVE "more than one header record" TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-XMIT-HDR-SEEN
        MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-SOURCE WS-XMIT-RUN-DATE
                       WS-XMIT-P-SEQ
        UNSTRING IMPORT-REC DELIMITED BY "|"
            INTO WS-XMIT-P-TYPE
                 WS-XMIT-SOURCE
                 WS-XMIT-RUN-DATE
                 WS-XMIT-P-SEQ
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XMIT-SOURCE)) TO WS-XMIT-SOURCE
        IF WS-XMIT-SOURCE = SPACES
            MOVE "the header names no source" TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        IF WS-XMIT-RUN-DATE(1:8) NOT NUMERIC
           OR WS-XMIT-RUN-DATE(9:2) NOT = SPACES
           OR WS-XMIT-RUN-DATE(5:2) < "01" OR WS-XMIT-RUN-DATE(5:2) > "12"
           OR WS-XMIT-RUN-DATE(7:2) < "01" OR WS-XMIT-RUN-DATE(7:2) > "31"
           OR WS-XMIT-RUN-DATE(1:8) > FUNCTION CURRENT-DATE(1:8)
            MOVE "the header run date is not a valid YYYYMMDD date on or before today"
                TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-XMIT-P-SEQ) = SPACES
           OR FUNCTION TRIM(WS-XMIT-P-SEQ) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-XMIT-P-SEQ)) > 9
            MOVE "the header sequence number is missing or not numeric"
                TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-XMIT-P-SEQ) TO WS-XMIT-SEQ
        IF WS-XMIT-SEQ = 0
            MOVE "the header sequence number is zero" TO WS-XMIT-REJECT
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-XMIT-HDR-SEEN = "N"
        MOVE "the first record is not a header (HDR|SOURCE|RUN-DATE|SEQUENCE)"
            TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF

    IF IMPORT-REC(1:4) = "TRL|"
        MOVE "Y" TO WS-XMIT-TRL-SEEN
        MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-P-COUNT WS-XMIT-P-HASH
        UNSTRING IMPORT-REC DELIMITED BY "|"
            INTO WS-XMIT-P-TYPE
                 WS-XMIT-P-COUNT
                 WS-XMIT-P-HASH
        END-UNSTRING
        IF FUNCTION TRIM(WS-XMIT-P-COUNT) = SPACES
           OR FUNCTION TRIM(WS-XMIT-P-COUNT) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-XMIT-P-COUNT)) > 9
           OR FUNCTION TRIM(WS-XMIT-P-HASH) = SPACES
           OR FUNCTION TRIM(WS-XMIT-P-HASH) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-XMIT-P-HASH)) > 12
            MOVE "the trailer record count or hash total is not numeric"
                TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-XMIT-P-COUNT) TO WS-XMIT-TRL-COUNT
        MOVE FUNCTION NUMVAL(WS-XMIT-P-HASH) TO WS-XMIT-TRL-HASH
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-XMIT-COUNT
    ADD FUNCTION LENGTH(FUNCTION TRIM(IMPORT-REC TRAILING)) TO WS-XMIT-HASH
    EXIT PARAGRAPH.

*> CHECK-FEED-SEQUENCE: the header's sequence must be exactly one more
*> than the last accepted from the same source for this feed - equal
*> or lower is a repeat, higher a gap. The first file ever received
*> from a source starts the count wherever it starts.
CHECK-FEED-SEQUENCE.
    MOVE "N" TO WS-XMIT-HAVE-LAST
    MOVE 0 TO WS-XMIT-LAST-SEQ
    MOVE "N" TO EOF-CONTROL
    OPEN INPUT CONTROL-FILE
    IF CONTROL-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-CONTROL = "Y"
        READ CONTROL-FILE
            AT END
                MOVE "Y" TO EOF-CONTROL
            NOT AT END
                IF CONTROL-REC NOT = SPACES
                    PERFORM PARSE-CONTROL-ROW
                    IF WS-CTLF-MATCHED = "Y"
                       AND FUNCTION TRIM(WS-CTLF-SEQ) IS NUMERIC
                        MOVE "Y" TO WS-XMIT-HAVE-LAST
                        MOVE FUNCTION NUMVAL(WS-CTLF-SEQ) TO WS-XMIT-LAST-SEQ
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE

    IF WS-XMIT-HAVE-LAST = "N"
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-SEQ <= WS-XMIT-LAST-SEQ
        MOVE WS-XMIT-SEQ TO WS-XMIT-EDIT
        MOVE WS-XMIT-LAST-SEQ TO WS-XMIT-EDIT2
        STRING "sequence " FUNCTION TRIM(WS-XMIT-EDIT)
               " repeats one already loaded from "
               FUNCTION TRIM(WS-XMIT-SOURCE)
               " (last accepted " FUNCTION TRIM(WS-XMIT-EDIT2) ")"
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-SEQ > WS-XMIT-LAST-SEQ + 1
        MOVE WS-XMIT-SEQ TO WS-XMIT-EDIT
        COMPUTE WS-XMIT-EDIT2 = WS-XMIT-LAST-SEQ + 1
        STRING "sequence " FUNCTION TRIM(WS-XMIT-EDIT)
               " skips - the next expected from "
               FUNCTION TRIM(WS-XMIT-SOURCE)
               " is " FUNCTION TRIM(WS-XMIT-EDIT2)
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
    END-IF
    EXIT PARAGRAPH.

PARSE-CONTROL-ROW.
    MOVE "N" TO WS-CTLF-MATCHED
    MOVE SPACES TO WS-CTLF-INTERFACE WS-CTLF-SOURCE WS-CTLF-SEQ
                   WS-CTLF-RUN-DATE
    UNSTRING CONTROL-REC DELIMITED BY "|"
        INTO WS-CTLF-INTERFACE
             WS-CTLF-SOURCE
             WS-CTLF-SEQ
             WS-CTLF-RUN-DATE
    END-UNSTRING
    IF FUNCTION TRIM(WS-CTLF-INTERFACE) = FUNCTION TRIM(WS-XMIT-INTERFACE)
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTLF-SOURCE))
           = FUNCTION TRIM(WS-XMIT-SOURCE)
        MOVE "Y" TO WS-CTLF-MATCHED
    END-IF
    EXIT PARAGRAPH.

*> RECORD-FEED-SEQUENCE: once the feed is loaded its sequence becomes
*> the last accepted from its source, so the next file must follow it.
RECORD-FEED-SEQUENCE.
    MOVE "N" TO WS-XMIT-HAVE-LAST
    MOVE WS-XMIT-SEQ TO WS-XMIT-SEQ-OUT
    MOVE "N" TO EOF-CONTROL
    OPEN OUTPUT CONTROL-TEMP-FILE
    OPEN INPUT CONTROL-FILE
    IF CONTROL-STAT = "00"
        PERFORM UNTIL EOF-CONTROL = "Y"
            READ CONTROL-FILE
                AT END
                    MOVE "Y" TO EOF-CONTROL
                NOT AT END
                    IF CONTROL-REC NOT = SPACES
                        PERFORM PARSE-CONTROL-ROW
                        IF WS-CTLF-MATCHED = "Y"
                            MOVE "Y" TO WS-XMIT-HAVE-LAST
                            PERFORM BUILD-CONTROL-ROW
                        ELSE
                            MOVE CONTROL-REC TO CONTROL-TEMP-REC
                        END-IF
                        WRITE CONTROL-TEMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    END-IF
    IF WS-XMIT-HAVE-LAST = "N"
        PERFORM BUILD-CONTROL-ROW
        WRITE CONTROL-TEMP-REC
    END-IF
    CLOSE CONTROL-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-CONTROL-PATH
        RETURNING WS-XMIT-RENAME-STATUS
    CALL "CBL_RENAME_FILE" USING WS-CONTROL-TEMP-PATH WS-CONTROL-PATH
        RETURNING WS-XMIT-RENAME-STATUS
    EXIT PARAGRAPH.

BUILD-CONTROL-ROW.
    MOVE SPACES TO CONTROL-TEMP-REC
    STRING FUNCTION TRIM(WS-XMIT-INTERFACE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-XMIT-SOURCE)    DELIMITED BY SIZE "|"
           WS-XMIT-SEQ-OUT                  DELIMITED BY SIZE "|"
           WS-XMIT-RUN-DATE(1:8)            DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE
        INTO CONTROL-TEMP-REC
    END-STRING
    EXIT PARAGRAPH.

END PROGRAM BULKJOBIMPORT.
