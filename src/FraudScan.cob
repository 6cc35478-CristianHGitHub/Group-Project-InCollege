*> Stand-alone nightly posting fraud/scam scan. Run this from the job
*> stream once a day, after the day's postings are in. Every Open
*> posting in ../data/JobPostings.txt is scored on four signals:
*>   - scam phrases in the title or description (wire transfers, gift
*>     cards, upfront fees, check cashing...) - SCAM rows of
*>     ../data/FraudSignals.txt (KIND|PHRASE|POINTS);
*>   - contact details that push applicants off the platform -
*>     CONTACT rows of the same file, plus any e-mail address or phone
*>     number written into the text (25 points each);
*>   - a salary far outside the norm for the posting type - the
*>     annualized pay (SALMIN/SALMAX midpoint, HOURLY x 2080, MONTHLY
*>     x 12, falling back to a plain numeric SALARY) more than three
*>     times above or below the median of at least three other Open
*>     postings of the same type (30 points);
*>   - near-identical text reposted under a different employer - the
*>     description reduced to its letters and digits matches another
*>     Open posting owned by someone else (35 points).
*> A posting scoring FRAUD_FLAG_SCORE or more (AppConfig.txt, default
*> 40) is written into the moderation queue (FlaggedPostings.txt) as a
*> Pending flag raised by SYSTEM-SCAN, carrying its score and reasons,
*> numbered through FlagIdCounter.txt the way FLAG-JOB-POSTING numbers
*> a student's flag. At FRAUD_HOLD_SCORE or more (default 70) the
*> posting is also moved to Pending - hidden from students exactly as
*> a pre-moderation posting is - its owner is notified, and the change
*> is journalled. That flag carries a seventh field, HELD, so that
*> dismissing it in the moderation queue reopens the posting only when
*> this scan is what took it off the board. A posting that already
*> carries a SYSTEM-SCAN flag, in any status, is not flagged again, so
*> a posting an admin has cleared is not re-raised every night. Every
*> posting that scored is listed in ../data/FraudScanReport.txt,
*> highest score first.
IDENTIFICATION DIVISION.
PROGRAM-ID. FRAUDSCAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT SIGNAL-FILE ASSIGN TO "../data/FraudSignals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SIGNAL-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT JOB-TEMP-FILE ASSIGN TO "../data/JobPostings.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-TEMP-STAT.
    SELECT FLAG-FILE ASSIGN TO "../data/FlaggedPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FLAG-STAT.
    SELECT FLAG-ID-FILE ASSIGN TO "../data/FlagIdCounter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FLAG-ID-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/FraudScanReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  SIGNAL-FILE.
01  SIGNAL-REC          PIC X(100).
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).
FD  JOB-TEMP-FILE.
01  JOB-TEMP-REC        PIC X(1000).
FD  FLAG-FILE.
01  FLAG-REC            PIC X(300).
FD  FLAG-ID-FILE.
01  FLAG-ID-COUNTER-REC PIC X(20).
FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).
FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
01  SIGNAL-STAT         PIC XX.
01  JOB-STAT            PIC XX.
01  JOB-TEMP-STAT       PIC XX.
01  FLAG-STAT           PIC XX.
01  FLAG-ID-STAT        PIC XX.
01  NOTIFY-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-TODAY            PIC 9(8).
01  WS-JOB-LIVE-PATH    PIC X(40) VALUE "../data/JobPostings.txt".
01  WS-JOB-TEMP-PATH    PIC X(40) VALUE "../data/JobPostings.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.

*> Thresholds - FRAUD_FLAG_SCORE puts the posting in front of an
*> admin, FRAUD_HOLD_SCORE also takes it off the board meanwhile.
01  WS-FLAG-SCORE       PIC 9(4) VALUE 40.
01  WS-HOLD-SCORE       PIC 9(4) VALUE 70.

*> Fixed points for the built-in checks.
01  WS-EMAIL-POINTS     PIC 9(3) VALUE 25.
01  WS-PHONE-POINTS     PIC 9(3) VALUE 25.
01  WS-SALARY-POINTS    PIC 9(3) VALUE 30.
01  WS-DUP-POINTS       PIC 9(3) VALUE 35.
01  WS-SALARY-FACTOR    PIC 9(3) VALUE 3.
01  WS-SALARY-MIN-PEERS PIC 9(3) VALUE 3.
01  WS-DUP-MIN-LEN      PIC 9(3) VALUE 30.

*> Phrases from FraudSignals.txt, upper-cased once at load.
01  WS-SIG-COUNT        PIC 9(3) VALUE 0.
01  WS-SIG-TABLE.
    05  WS-SIG-ENTRY OCCURS 200 TIMES.
        10  WS-SIG-KIND     PIC X(10).
        10  WS-SIG-PHRASE   PIC X(40).
        10  WS-SIG-LEN      PIC 9(3).
        10  WS-SIG-POINTS   PIC 9(3).
01  WS-SIG-PARSED-KIND   PIC X(10).
01  WS-SIG-PARSED-PHRASE PIC X(40).
01  WS-SIG-PARSED-POINTS PIC X(10).

*> Every Open posting, scored in two passes - the text signals as the
*> row is read, the salary and duplicate signals once all are in.
01  WS-PST-COUNT        PIC 9(5) VALUE 0.
01  WS-PST-TABLE.
    05  WS-PST-ENTRY OCCURS 2000 TIMES.
        10  WS-PST-ID         PIC X(10).
        10  WS-PST-OWNER      PIC X(50).
        10  WS-PST-TITLE      PIC X(100).
        10  WS-PST-TYPE       PIC X(15).
        10  WS-PST-PAY        PIC 9(9).
        10  WS-PST-KEY        PIC X(100).
        10  WS-PST-KEY-LEN    PIC 9(3).
        10  WS-PST-SCORE      PIC 9(4).
        10  WS-PST-REASONS    PIC X(200).
        10  WS-PST-RSN-PTR    PIC 9(3).
        10  WS-PST-ALREADY    PIC X(1).
        10  WS-PST-ACTION     PIC X(1).
        10  WS-PST-DONE       PIC X(1).

*> Every usable annual pay, kept in type-then-pay order so each
*> type's figures sit together already sorted for the median.
01  WS-SRT-COUNT        PIC 9(5) VALUE 0.
01  WS-SRT-TABLE.
    05  WS-SRT-ENTRY OCCURS 2000 TIMES.
        10  WS-SRT-TYPE       PIC X(15).
        10  WS-SRT-PAY        PIC 9(9).
01  WS-SRT-LO           PIC 9(5) VALUE 0.
01  WS-SRT-HI           PIC 9(5) VALUE 0.
01  WS-SRT-OWN          PIC 9(5) VALUE 0.
01  WS-SRT-MID          PIC 9(5) VALUE 0.

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
01  JOB-PARSED-SAL-MIN  PIC X(12).
01  JOB-PARSED-SAL-MAX  PIC X(12).
01  JOB-PARSED-PERIOD   PIC X(10).

01  FLAG-PARSED-ID       PIC X(10).
01  FLAG-PARSED-FLAGGER  PIC X(50).
01  FLAG-PARSED-JOB-ID   PIC X(10).

01  WS-SCAN-TEXT        PIC X(302).
01  WS-SCAN-LEN         PIC 9(3) VALUE 0.
01  WS-HITS             PIC 9(4) VALUE 0.
01  WS-NEW-REASON       PIC X(60).
01  WS-CUR              PIC 9(5) VALUE 0.
01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-IDX2             PIC 9(5) VALUE 0.
01  WS-POS              PIC 9(4) VALUE 0.
01  WS-CH               PIC X(1).

*> Phone-number run: digits separated by at most two of - . ( ) or
*> space; ten or eleven digits, either in one block or in groups of
*> four or fewer (so "50000-70000" is a pay range, not a number).
01  WS-RUN-DIGITS       PIC 9(3) VALUE 0.
01  WS-RUN-GROUP        PIC 9(3) VALUE 0.
01  WS-RUN-GROUPS       PIC 9(3) VALUE 0.
01  WS-RUN-MAXGROUP     PIC 9(3) VALUE 0.
01  WS-RUN-SEP          PIC 9(3) VALUE 0.
01  WS-PHONE-FOUND      PIC X VALUE "N".

01  WS-PAY-MIN          PIC 9(9) VALUE 0.
01  WS-PAY-MAX          PIC 9(9) VALUE 0.
01  WS-PAY-VALUE        PIC 9(9) VALUE 0.
01  WS-PAY-TEXT         PIC X(50).
01  WS-PEERS            PIC 9(5) VALUE 0.
01  WS-NORM             PIC 9(12) VALUE 0.
01  WS-PAY-EDIT         PIC Z(8)9.
01  WS-NORM-EDIT        PIC Z(8)9.

01  WS-FLAG-ID          PIC 9(9) VALUE 0.
01  WS-NEXT-ID-VALUE    PIC 9(9) VALUE 0.
01  WS-NEXT-FLAG-ID-VALUE PIC 9(9) VALUE 0.
01  WS-NEXT-FLAG-ID-EDIT PIC Z(8)9.
01  WS-FLAG-ID-EDIT     PIC Z(8)9.
01  WS-FLAG-REASON      PIC X(100).
01  WS-NOTIFY-TEXT      PIC X(200).

01  WS-PIPES            PIC 9(3) VALUE 0.
01  WS-FIELD-START      PIC 9(4) VALUE 0.
01  WS-FIELD-END        PIC 9(4) VALUE 0.
01  WS-REC-LEN          PIC 9(4) VALUE 0.
01  WS-HOLD-MATCH       PIC X VALUE "N".

01  WS-SCANNED          PIC 9(5) VALUE 0.
01  WS-SCORED           PIC 9(5) VALUE 0.
01  WS-FLAGGED          PIC 9(5) VALUE 0.
01  WS-HELD             PIC 9(5) VALUE 0.
01  WS-SKIPPED          PIC 9(5) VALUE 0.
01  WS-BEST-IDX         PIC 9(5) VALUE 0.
01  WS-BEST-SCORE       PIC 9(4) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(4)9.
01  WS-SCORE-EDIT       PIC Z(3)9.
01  WS-REPORT-LINE      PIC X(250).

*> Audit chain: every journal row ends in "|" and a 24-digit running
*> hash over the previous row's hash and the row's own text - see
*> CHAIN-AUDIT-ROW.
01  WS-CHAIN-ROW        PIC X(500).
01  WS-CHAIN-TEXT       PIC X(500).
01  WS-CHAIN-STORED     PIC X(24).
01  WS-CHAIN-LEN        PIC 9(4) VALUE 0.
01  WS-CHAIN-I          PIC 9(4) VALUE 0.
01  WS-CHAIN-ROWS       PIC 9(9) VALUE 0.
01  WS-CHAIN-SEEN       PIC 9(9) VALUE 0.
01  WS-CHAIN-LAST-ROW   PIC 9(9) VALUE 0.
01  WS-CHAIN-EOF        PIC X VALUE "N".
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A      PIC 9(12).
    05  WS-CHAIN-B      PIC 9(12).
01  WS-ANCHOR-DATE      PIC X(8).
01  WS-ANCHOR-FILE      PIC X(60).
01  WS-ANCHOR-ROWS      PIC X(12).
01  WS-ANCHOR-HASH      PIC X(30).

*> Advisory lock (AuditJournal.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  AUDIT-LOCK-STAT     PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-CONFIG
    PERFORM LOAD-SIGNALS
    PERFORM LOAD-POSTINGS
    PERFORM LOAD-PRIOR-FLAGS
    PERFORM SCORE-SALARIES
    PERFORM SCORE-DUPLICATES
    PERFORM RAISE-FLAGS-AND-HOLDS
    IF WS-HELD > 0
        PERFORM REWRITE-HELD-POSTINGS
    END-IF
    PERFORM WRITE-REPORT

    MOVE WS-FLAGGED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Fraud scan complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           " posting(s) flagged, " DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    MOVE WS-HELD TO WS-COUNT-EDIT
    STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
           " "                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
           " held for review."           DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    DISPLAY FUNCTION TRIM(REPORT-REC)
    STOP RUN.

*> LOAD-CONFIG: FRAUD_FLAG_SCORE and FRAUD_HOLD_SCORE, parsed the way
*> PARSE-CONFIG-LINE reads the other keys; missing or non-numeric
*> values keep the defaults.
LOAD-CONFIG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
                    MOVE FUNCTION TRIM(CONFIG-VALUE) TO CONFIG-VALUE
                    EVALUATE FUNCTION UPPER-CASE(CONFIG-KEY)
                        WHEN "FRAUD_FLAG_SCORE"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                    TO WS-FLAG-SCORE
                            END-IF
                        WHEN "FRAUD_HOLD_SCORE"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                    TO WS-HOLD-SCORE
                            END-IF
                        WHEN "LOCK_STALE_SECONDS"
                            IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                                MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                    TO WS-LOCK-STALE-SECS
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> LOAD-SIGNALS: KIND|PHRASE|POINTS. KIND is SCAM or CONTACT (only
*> the reason wording differs); a row without a usable phrase or
*> points is skipped.
LOAD-SIGNALS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SIGNAL-FILE
    IF SIGNAL-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SIGNAL-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SIGNAL-REC NOT = SPACES
                   AND WS-SIG-COUNT < 200
                    MOVE SPACES TO WS-SIG-PARSED-KIND
                                   WS-SIG-PARSED-PHRASE
                                   WS-SIG-PARSED-POINTS
                    UNSTRING SIGNAL-REC DELIMITED BY "|"
                        INTO WS-SIG-PARSED-KIND
                             WS-SIG-PARSED-PHRASE
                             WS-SIG-PARSED-POINTS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-SIG-PARSED-PHRASE) NOT = SPACES
                       AND FUNCTION TRIM(WS-SIG-PARSED-POINTS) IS NUMERIC
                        ADD 1 TO WS-SIG-COUNT
                        MOVE FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(WS-SIG-PARSED-KIND))
                            TO WS-SIG-KIND(WS-SIG-COUNT)
                        MOVE FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(WS-SIG-PARSED-PHRASE))
                            TO WS-SIG-PHRASE(WS-SIG-COUNT)
                        MOVE FUNCTION LENGTH(
                                 FUNCTION TRIM(WS-SIG-PARSED-PHRASE))
                            TO WS-SIG-LEN(WS-SIG-COUNT)
                        MOVE FUNCTION NUMVAL(WS-SIG-PARSED-POINTS)
                            TO WS-SIG-POINTS(WS-SIG-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SIGNAL-FILE
    EXIT PARAGRAPH.

*> LOAD-POSTINGS: keep every Open posting (a blank status is Open)
*> and score its text as it goes by.
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
                IF JOB-REC NOT = SPACES
                    PERFORM PARSE-JOB-RECORD
                    IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(JOB-PARSED-POSTING-STATUS))
                       = "OPEN"
                       AND WS-PST-COUNT < 2000
                        PERFORM ADD-POSTING
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

PARSE-JOB-RECORD.
    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME JOB-PARSED-TITLE
                   JOB-PARSED-DESC JOB-PARSED-EMPLOYER JOB-PARSED-LOCATION
                   JOB-PARSED-SALARY JOB-PARSED-POSTING-STATUS
                   JOB-PARSED-POSTED-DATE JOB-PARSED-TYPE
                   JOB-PARSED-CAMPUS JOB-PARSED-SAL-MIN
                   JOB-PARSED-SAL-MAX JOB-PARSED-PERIOD
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
             JOB-PARSED-PERIOD
    END-UNSTRING
    IF FUNCTION TRIM(JOB-PARSED-POSTING-STATUS) = SPACES
        MOVE "Open" TO JOB-PARSED-POSTING-STATUS
    END-IF
    IF FUNCTION TRIM(JOB-PARSED-TYPE) = SPACES
        MOVE "Full-Time" TO JOB-PARSED-TYPE
    END-IF
    EXIT PARAGRAPH.

ADD-POSTING.
    ADD 1 TO WS-PST-COUNT
    ADD 1 TO WS-SCANNED
    MOVE WS-PST-COUNT TO WS-CUR
    MOVE FUNCTION TRIM(JOB-PARSED-ID) TO WS-PST-ID(WS-CUR)
    MOVE FUNCTION TRIM(JOB-PARSED-USERNAME) TO WS-PST-OWNER(WS-CUR)
    MOVE FUNCTION TRIM(JOB-PARSED-TITLE) TO WS-PST-TITLE(WS-CUR)
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-TYPE))
        TO WS-PST-TYPE(WS-CUR)
    MOVE 0 TO WS-PST-SCORE(WS-CUR)
    MOVE SPACES TO WS-PST-REASONS(WS-CUR)
    MOVE 1 TO WS-PST-RSN-PTR(WS-CUR)
    MOVE "N" TO WS-PST-ALREADY(WS-CUR)
    MOVE SPACES TO WS-PST-ACTION(WS-CUR)
    MOVE "N" TO WS-PST-DONE(WS-CUR)

    MOVE SPACES TO WS-SCAN-TEXT
    STRING FUNCTION TRIM(JOB-PARSED-TITLE) DELIMITED BY SIZE
           " "                             DELIMITED BY SIZE
           FUNCTION TRIM(JOB-PARSED-DESC)  DELIMITED BY SIZE
        INTO WS-SCAN-TEXT
    END-STRING
    MOVE FUNCTION UPPER-CASE(WS-SCAN-TEXT) TO WS-SCAN-TEXT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-TEXT TRAILING))
        TO WS-SCAN-LEN

    PERFORM SCORE-PHRASES
    PERFORM SCORE-CONTACT-DETAILS
    PERFORM ANNUALIZE-PAY
    PERFORM BUILD-TEXT-KEY
    EXIT PARAGRAPH.

*> SCORE-PHRASES: each signal phrase counts once however often it
*> appears.
SCORE-PHRASES.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SIG-COUNT
        MOVE 0 TO WS-HITS
        INSPECT WS-SCAN-TEXT TALLYING WS-HITS
            FOR ALL WS-SIG-PHRASE(WS-IDX)(1:WS-SIG-LEN(WS-IDX))
        IF WS-HITS > 0
            ADD WS-SIG-POINTS(WS-IDX) TO WS-PST-SCORE(WS-CUR)
            MOVE SPACES TO WS-NEW-REASON
            IF WS-SIG-KIND(WS-IDX) = "CONTACT"
                STRING "off-site contact '" DELIMITED BY SIZE
                       WS-SIG-PHRASE(WS-IDX)(1:WS-SIG-LEN(WS-IDX))
                           DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                    INTO WS-NEW-REASON
                END-STRING
            ELSE
                STRING "'" DELIMITED BY SIZE
                       WS-SIG-PHRASE(WS-IDX)(1:WS-SIG-LEN(WS-IDX))
                           DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                    INTO WS-NEW-REASON
                END-STRING
            END-IF
            PERFORM APPEND-REASON
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> SCORE-CONTACT-DETAILS: an e-mail address (an "@" followed by a
*> letter or digit) or a phone number written into the text.
SCORE-CONTACT-DETAILS.
    MOVE 0 TO WS-HITS
    PERFORM VARYING WS-POS FROM 1 BY 1
            UNTIL WS-POS >= WS-SCAN-LEN OR WS-HITS > 0
        IF WS-SCAN-TEXT(WS-POS:1) = "@"
           AND (WS-SCAN-TEXT(WS-POS + 1:1) IS ALPHABETIC-UPPER
                OR WS-SCAN-TEXT(WS-POS + 1:1) IS NUMERIC)
           AND WS-SCAN-TEXT(WS-POS + 1:1) NOT = SPACE
            MOVE 1 TO WS-HITS
        END-IF
    END-PERFORM
    IF WS-HITS > 0
        ADD WS-EMAIL-POINTS TO WS-PST-SCORE(WS-CUR)
        MOVE "e-mail address in text" TO WS-NEW-REASON
        PERFORM APPEND-REASON
    END-IF

    MOVE "N" TO WS-PHONE-FOUND
    MOVE 0 TO WS-RUN-DIGITS WS-RUN-GROUP WS-RUN-GROUPS
              WS-RUN-MAXGROUP WS-RUN-SEP
    PERFORM VARYING WS-POS FROM 1 BY 1
            UNTIL WS-POS > WS-SCAN-LEN OR WS-PHONE-FOUND = "Y"
        MOVE WS-SCAN-TEXT(WS-POS:1) TO WS-CH
        EVALUATE TRUE
            WHEN WS-CH IS NUMERIC
                ADD 1 TO WS-RUN-DIGITS
                ADD 1 TO WS-RUN-GROUP
                MOVE 0 TO WS-RUN-SEP
            WHEN WS-CH = "-" OR "." OR "(" OR ")" OR SPACE
                PERFORM CLOSE-DIGIT-GROUP
                ADD 1 TO WS-RUN-SEP
                IF WS-RUN-SEP > 2
                    PERFORM END-DIGIT-RUN
                END-IF
            WHEN OTHER
                PERFORM END-DIGIT-RUN
        END-EVALUATE
    END-PERFORM
    IF WS-PHONE-FOUND = "N"
        PERFORM END-DIGIT-RUN
    END-IF
    IF WS-PHONE-FOUND = "Y"
        ADD WS-PHONE-POINTS TO WS-PST-SCORE(WS-CUR)
        MOVE "phone number in text" TO WS-NEW-REASON
        PERFORM APPEND-REASON
    END-IF
    EXIT PARAGRAPH.

CLOSE-DIGIT-GROUP.
    IF WS-RUN-GROUP > 0
        ADD 1 TO WS-RUN-GROUPS
        IF WS-RUN-GROUP > WS-RUN-MAXGROUP
            MOVE WS-RUN-GROUP TO WS-RUN-MAXGROUP
        END-IF
        MOVE 0 TO WS-RUN-GROUP
    END-IF
    EXIT PARAGRAPH.

END-DIGIT-RUN.
    PERFORM CLOSE-DIGIT-GROUP
    IF WS-RUN-DIGITS >= 10 AND WS-RUN-DIGITS <= 11
       AND (WS-RUN-GROUPS = 1 OR WS-RUN-MAXGROUP <= 4)
        MOVE "Y" TO WS-PHONE-FOUND
    END-IF
    MOVE 0 TO WS-RUN-DIGITS WS-RUN-GROUP WS-RUN-GROUPS
              WS-RUN-MAXGROUP WS-RUN-SEP
    EXIT PARAGRAPH.

*> ANNUALIZE-PAY: the structured range when there is one (midpoint,
*> or whichever end is filled), otherwise a plain numeric SALARY; 0
*> when the posting gives no usable figure.
ANNUALIZE-PAY.
    MOVE 0 TO WS-PAY-MIN WS-PAY-MAX WS-PAY-VALUE
    IF FUNCTION TRIM(JOB-PARSED-SAL-MIN) IS NUMERIC
       AND FUNCTION TRIM(JOB-PARSED-SAL-MIN) NOT = SPACES
        MOVE FUNCTION NUMVAL(JOB-PARSED-SAL-MIN) TO WS-PAY-MIN
    END-IF
    IF FUNCTION TRIM(JOB-PARSED-SAL-MAX) IS NUMERIC
       AND FUNCTION TRIM(JOB-PARSED-SAL-MAX) NOT = SPACES
        MOVE FUNCTION NUMVAL(JOB-PARSED-SAL-MAX) TO WS-PAY-MAX
    END-IF
    EVALUATE TRUE
        WHEN WS-PAY-MIN > 0 AND WS-PAY-MAX > 0
            COMPUTE WS-PAY-VALUE = (WS-PAY-MIN + WS-PAY-MAX) / 2
        WHEN WS-PAY-MIN > 0
            MOVE WS-PAY-MIN TO WS-PAY-VALUE
        WHEN WS-PAY-MAX > 0
            MOVE WS-PAY-MAX TO WS-PAY-VALUE
    END-EVALUATE
    IF WS-PAY-VALUE > 0
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-PERIOD))
            WHEN "HOURLY"
                COMPUTE WS-PAY-VALUE = WS-PAY-VALUE * 2080
            WHEN "MONTHLY"
                COMPUTE WS-PAY-VALUE = WS-PAY-VALUE * 12
        END-EVALUATE
    ELSE
        MOVE FUNCTION TRIM(JOB-PARSED-SALARY) TO WS-PAY-TEXT
        IF WS-PAY-TEXT NOT = SPACES
           AND FUNCTION TRIM(WS-PAY-TEXT) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-PAY-TEXT) TO WS-PAY-VALUE
        END-IF
    END-IF
    MOVE WS-PAY-VALUE TO WS-PST-PAY(WS-CUR)
    IF WS-PAY-VALUE > 0
        PERFORM ADD-SORTED-PAY
    END-IF
    EXIT PARAGRAPH.

*> ADD-SORTED-PAY: insertion into WS-SRT-TABLE - shift every entry
*> that sorts after the new one up a slot and drop it into the gap.
ADD-SORTED-PAY.
    ADD 1 TO WS-SRT-COUNT
    MOVE WS-SRT-COUNT TO WS-IDX
    PERFORM UNTIL WS-IDX = 1
        IF WS-SRT-TYPE(WS-IDX - 1) > WS-PST-TYPE(WS-CUR)
           OR (WS-SRT-TYPE(WS-IDX - 1) = WS-PST-TYPE(WS-CUR)
               AND WS-SRT-PAY(WS-IDX - 1) > WS-PST-PAY(WS-CUR))
            MOVE WS-SRT-ENTRY(WS-IDX - 1) TO WS-SRT-ENTRY(WS-IDX)
            SUBTRACT 1 FROM WS-IDX
        ELSE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE WS-PST-TYPE(WS-CUR) TO WS-SRT-TYPE(WS-IDX)
    MOVE WS-PST-PAY(WS-CUR) TO WS-SRT-PAY(WS-IDX)
    EXIT PARAGRAPH.

*> BUILD-TEXT-KEY: the description cut down to its letters and digits
*> (first 100), so re-spacing or re-punctuating a copied ad does not
*> hide it. Short descriptions are too common to compare.
BUILD-TEXT-KEY.
    MOVE SPACES TO WS-PST-KEY(WS-CUR)
    MOVE 0 TO WS-PST-KEY-LEN(WS-CUR)
    MOVE FUNCTION UPPER-CASE(JOB-PARSED-DESC) TO JOB-PARSED-DESC
    PERFORM VARYING WS-POS FROM 1 BY 1
            UNTIL WS-POS > 200 OR WS-PST-KEY-LEN(WS-CUR) >= 100
        MOVE JOB-PARSED-DESC(WS-POS:1) TO WS-CH
        IF (WS-CH IS ALPHABETIC-UPPER AND WS-CH NOT = SPACE)
           OR WS-CH IS NUMERIC
            ADD 1 TO WS-PST-KEY-LEN(WS-CUR)
            MOVE WS-CH
                TO WS-PST-KEY(WS-CUR)(WS-PST-KEY-LEN(WS-CUR):1)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> APPEND-REASON: add WS-NEW-REASON to the posting's reason list.
APPEND-REASON.
    IF WS-PST-RSN-PTR(WS-CUR) > 1
        STRING ", " DELIMITED BY SIZE
            INTO WS-PST-REASONS(WS-CUR)
            WITH POINTER WS-PST-RSN-PTR(WS-CUR)
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF
    STRING FUNCTION TRIM(WS-NEW-REASON) DELIMITED BY SIZE
        INTO WS-PST-REASONS(WS-CUR)
        WITH POINTER WS-PST-RSN-PTR(WS-CUR)
        ON OVERFLOW CONTINUE
    END-STRING
    EXIT PARAGRAPH.

*> LOAD-PRIOR-FLAGS: a posting the scan has flagged before - still
*> pending, dismissed by an admin, or already removed - is left alone.
LOAD-PRIOR-FLAGS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FLAG-FILE
    IF FLAG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ FLAG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FLAG-REC NOT = SPACES
                    MOVE SPACES TO FLAG-PARSED-ID FLAG-PARSED-FLAGGER
                                   FLAG-PARSED-JOB-ID
                    UNSTRING FLAG-REC DELIMITED BY "|"
                        INTO FLAG-PARSED-ID
                             FLAG-PARSED-FLAGGER
                             FLAG-PARSED-JOB-ID
                    END-UNSTRING
                    IF FUNCTION TRIM(FLAG-PARSED-FLAGGER) = "SYSTEM-SCAN"
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                                UNTIL WS-IDX > WS-PST-COUNT
                            IF WS-PST-ID(WS-IDX)
                               = FUNCTION TRIM(FLAG-PARSED-JOB-ID)
                                MOVE "Y" TO WS-PST-ALREADY(WS-IDX)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FLAG-FILE
    EXIT PARAGRAPH.

*> SCORE-SALARIES: leave-one-out - the norm for a posting is the
*> median of the other Open postings of its type, so neither its own
*> figure nor one wild neighbour can drag the yardstick along.
SCORE-SALARIES.
    PERFORM VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > WS-PST-COUNT
        IF WS-PST-PAY(WS-CUR) > 0
            PERFORM FIND-PEER-MEDIAN
            IF WS-PEERS >= WS-SALARY-MIN-PEERS
                PERFORM CHECK-SALARY-NORM
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> FIND-PEER-MEDIAN: the posting's type occupies WS-SRT-LO..HI; with
*> one copy of its own pay (at WS-SRT-OWN) taken out, the lower median
*> of the peers is the MID-th entry counting around that slot.
FIND-PEER-MEDIAN.
    MOVE 0 TO WS-PEERS WS-NORM WS-SRT-LO WS-SRT-HI WS-SRT-OWN
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SRT-COUNT
        IF WS-SRT-TYPE(WS-IDX) = WS-PST-TYPE(WS-CUR)
            IF WS-SRT-LO = 0
                MOVE WS-IDX TO WS-SRT-LO
            END-IF
            MOVE WS-IDX TO WS-SRT-HI
            IF WS-SRT-OWN = 0
               AND WS-SRT-PAY(WS-IDX) = WS-PST-PAY(WS-CUR)
                MOVE WS-IDX TO WS-SRT-OWN
            END-IF
        END-IF
    END-PERFORM
    IF WS-SRT-LO = 0 OR WS-SRT-OWN = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PEERS = WS-SRT-HI - WS-SRT-LO
    IF WS-PEERS = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SRT-MID = WS-SRT-LO + ((WS-PEERS + 1) / 2) - 1
    IF WS-SRT-MID >= WS-SRT-OWN
        ADD 1 TO WS-SRT-MID
    END-IF
    MOVE WS-SRT-PAY(WS-SRT-MID) TO WS-NORM
    EXIT PARAGRAPH.

CHECK-SALARY-NORM.
    MOVE WS-PST-PAY(WS-CUR) TO WS-PAY-EDIT
    MOVE WS-NORM TO WS-NORM-EDIT
    MOVE SPACES TO WS-NEW-REASON
    EVALUATE TRUE
        WHEN WS-PST-PAY(WS-CUR) > WS-NORM * WS-SALARY-FACTOR
            STRING "pay " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAY-EDIT) DELIMITED BY SIZE
                   " far above " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PST-TYPE(WS-CUR)) DELIMITED BY SIZE
                   " norm " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NORM-EDIT) DELIMITED BY SIZE
                INTO WS-NEW-REASON
            END-STRING
        WHEN WS-PST-PAY(WS-CUR) * WS-SALARY-FACTOR < WS-NORM
            STRING "pay " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAY-EDIT) DELIMITED BY SIZE
                   " far below " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PST-TYPE(WS-CUR)) DELIMITED BY SIZE
                   " norm " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NORM-EDIT) DELIMITED BY SIZE
                INTO WS-NEW-REASON
            END-STRING
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    ADD WS-SALARY-POINTS TO WS-PST-SCORE(WS-CUR)
    PERFORM APPEND-REASON
    EXIT PARAGRAPH.

*> SCORE-DUPLICATES: the same text under a different owner. Only the
*> first match is named; one copy is enough to send it to an admin.
SCORE-DUPLICATES.
    PERFORM VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > WS-PST-COUNT
        IF WS-PST-KEY-LEN(WS-CUR) >= WS-DUP-MIN-LEN
            PERFORM VARYING WS-IDX2 FROM 1 BY 1
                    UNTIL WS-IDX2 > WS-PST-COUNT
                IF WS-IDX2 NOT = WS-CUR
                   AND WS-PST-KEY(WS-IDX2) = WS-PST-KEY(WS-CUR)
                   AND FUNCTION UPPER-CASE(WS-PST-OWNER(WS-IDX2))
                       NOT = FUNCTION UPPER-CASE(WS-PST-OWNER(WS-CUR))
                    ADD WS-DUP-POINTS TO WS-PST-SCORE(WS-CUR)
                    MOVE SPACES TO WS-NEW-REASON
                    STRING "same text as Job " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PST-ID(WS-IDX2))
                               DELIMITED BY SIZE
                        INTO WS-NEW-REASON
                    END-STRING
                    PERFORM APPEND-REASON
                    MOVE WS-PST-COUNT TO WS-IDX2
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> RAISE-FLAGS-AND-HOLDS: F marks a posting flagged this run, H one
*> also held; S one that scored over the line but was already flagged
*> by an earlier run.
RAISE-FLAGS-AND-HOLDS.
    PERFORM VARYING WS-CUR FROM 1 BY 1 UNTIL WS-CUR > WS-PST-COUNT
        IF WS-PST-SCORE(WS-CUR) > 0
            ADD 1 TO WS-SCORED
        END-IF
        IF WS-PST-SCORE(WS-CUR) >= WS-FLAG-SCORE
            IF WS-PST-ALREADY(WS-CUR) = "Y"
                MOVE "S" TO WS-PST-ACTION(WS-CUR)
                ADD 1 TO WS-SKIPPED
            ELSE
                MOVE "F" TO WS-PST-ACTION(WS-CUR)
                ADD 1 TO WS-FLAGGED
                IF WS-PST-SCORE(WS-CUR) >= WS-HOLD-SCORE
                    MOVE "H" TO WS-PST-ACTION(WS-CUR)
                    ADD 1 TO WS-HELD
                END-IF
                PERFORM WRITE-SCAN-FLAG
                IF WS-PST-ACTION(WS-CUR) = "H"
                    PERFORM NOTIFY-OWNER-OF-HOLD
                    PERFORM WRITE-HOLD-AUDIT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> GET-NEXT-FLAG-ID: same counter file and fallback as the online
*> flag - the stored next ID, or one past the rows on file when the
*> counter has never been written.
GET-NEXT-FLAG-ID.
    MOVE 0 TO WS-FLAG-ID
    OPEN INPUT FLAG-ID-FILE
    IF FLAG-ID-STAT = "35"
        MOVE 0 TO WS-NEXT-ID-VALUE
        MOVE "N" TO EOF-FLAG
        OPEN INPUT FLAG-FILE
        IF FLAG-STAT = "00"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ FLAG-FILE
                    AT END
                        MOVE "Y" TO EOF-FLAG
                    NOT AT END
                        IF FLAG-REC NOT = SPACES
                            ADD 1 TO WS-NEXT-ID-VALUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FLAG-FILE
        END-IF
        ADD 1 TO WS-NEXT-ID-VALUE GIVING WS-FLAG-ID
    ELSE
        READ FLAG-ID-FILE
            AT END
                MOVE SPACES TO FLAG-ID-COUNTER-REC
        END-READ
        IF FUNCTION TRIM(FLAG-ID-COUNTER-REC) IS NUMERIC
           AND FUNCTION TRIM(FLAG-ID-COUNTER-REC) NOT = SPACES
            MOVE FUNCTION TRIM(FLAG-ID-COUNTER-REC) TO WS-FLAG-ID
        ELSE
            MOVE 1 TO WS-FLAG-ID
        END-IF
        CLOSE FLAG-ID-FILE
    END-IF

    COMPUTE WS-NEXT-FLAG-ID-VALUE = WS-FLAG-ID + 1
    MOVE WS-NEXT-FLAG-ID-VALUE TO WS-NEXT-FLAG-ID-EDIT
    OPEN OUTPUT FLAG-ID-FILE
    WRITE FLAG-ID-COUNTER-REC FROM WS-NEXT-FLAG-ID-EDIT
    CLOSE FLAG-ID-FILE
    EXIT PARAGRAPH.

*> WRITE-SCAN-FLAG: ID|SYSTEM-SCAN|JOB-ID|REASON|DATE|Pending, with
*> |HELD after it when this scan is also holding the posting - the
*> reason carries the score and as many reasons as fit its 100 bytes.
WRITE-SCAN-FLAG.
    PERFORM GET-NEXT-FLAG-ID
    MOVE WS-FLAG-ID TO WS-FLAG-ID-EDIT
    MOVE WS-PST-SCORE(WS-CUR) TO WS-SCORE-EDIT
    MOVE SPACES TO WS-FLAG-REASON
    STRING "Fraud scan " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCORE-EDIT) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-REASONS(WS-CUR)) DELIMITED BY SIZE
        INTO WS-FLAG-REASON
        ON OVERFLOW CONTINUE
    END-STRING
    INSPECT WS-FLAG-REASON REPLACING ALL "|" BY "/"

    OPEN EXTEND FLAG-FILE
    IF FLAG-STAT = "35"
        OPEN OUTPUT FLAG-FILE
    END-IF
    MOVE SPACES TO FLAG-REC
    STRING FUNCTION TRIM(WS-FLAG-ID-EDIT) DELIMITED BY SIZE "|"
           "SYSTEM-SCAN"                  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PST-ID(WS-CUR)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-FLAG-REASON)  DELIMITED BY SIZE "|"
           WS-TODAY                       DELIMITED BY SIZE "|"
           "Pending"                      DELIMITED BY SIZE
        INTO FLAG-REC
    END-STRING
    IF WS-PST-ACTION(WS-CUR) = "H"
        COMPUTE WS-POS = FUNCTION LENGTH(FUNCTION TRIM(FLAG-REC TRAILING)) + 1
        STRING "|HELD" DELIMITED BY SIZE
            INTO FLAG-REC
            WITH POINTER WS-POS
        END-STRING
    END-IF
    WRITE FLAG-REC
    CLOSE FLAG-FILE
    EXIT PARAGRAPH.

NOTIFY-OWNER-OF-HOLD.
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your posting '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-TITLE(WS-CUR)) DELIMITED BY SIZE
           "' (Job " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-ID(WS-CUR)) DELIMITED BY SIZE
           ") is held for review by the automatic posting scan and"
               DELIMITED BY SIZE
           " is hidden until an administrator clears it."
               DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
        ON OVERFLOW CONTINUE
    END-STRING
    INSPECT WS-NOTIFY-TEXT REPLACING ALL "|" BY "/"
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-PST-OWNER(WS-CUR)) DELIMITED BY SIZE "|"
           WS-TODAY                     DELIMITED BY SIZE "|"
           "N"                          DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT) DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

WRITE-HOLD-AUDIT.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)   DELIMITED BY SIZE "|"
           "FRAUDSCAN"                  DELIMITED BY SIZE "|"
           "JOB"                        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PST-ID(WS-CUR)) DELIMITED BY SIZE "|"
           "STATUS"                     DELIMITED BY SIZE "|"
           "Open"                       DELIMITED BY SIZE "|"
           "Pending"                    DELIMITED BY SIZE
        INTO WS-CHAIN-ROW
    END-STRING
    PERFORM ACQUIRE-AUDIT-LOCK
    PERFORM CHAIN-AUDIT-ROW
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STAT = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-CHAIN-ROW TO AUDIT-REC
    WRITE AUDIT-REC
    CLOSE AUDIT-FILE
    PERFORM RELEASE-AUDIT-LOCK
    EXIT PARAGRAPH.

*> REWRITE-HELD-POSTINGS: copy JobPostings.txt through the temp file,
*> replacing only the status field (the eighth) of each held posting
*> so every other byte of the row - fields added later included -
*> comes through untouched.
REWRITE-HELD-POSTINGS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOB-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE JOB-REC TO JOB-TEMP-REC
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO JOB-PARSED-ID
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO JOB-PARSED-ID
                    END-UNSTRING
                    PERFORM CHECK-HELD-ID
                    IF WS-HOLD-MATCH = "Y"
                        PERFORM SET-PENDING-STATUS
                    END-IF
                END-IF
                WRITE JOB-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    CLOSE JOB-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-JOB-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-JOB-TEMP-PATH WS-JOB-LIVE-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

CHECK-HELD-ID.
    MOVE "N" TO WS-HOLD-MATCH
    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-PST-COUNT OR WS-HOLD-MATCH = "Y"
        IF WS-PST-ACTION(WS-IDX) = "H"
           AND WS-PST-ID(WS-IDX) = FUNCTION TRIM(JOB-PARSED-ID)
            MOVE "Y" TO WS-HOLD-MATCH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> SET-PENDING-STATUS: locate the bytes between the 7th and 8th pipe
*> and splice "Pending" in their place.
SET-PENDING-STATUS.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(JOB-REC TRAILING)) TO WS-REC-LEN
    MOVE 0 TO WS-PIPES WS-FIELD-START WS-FIELD-END
    PERFORM VARYING WS-POS FROM 1 BY 1
            UNTIL WS-POS > WS-REC-LEN OR WS-FIELD-END > 0
        IF JOB-REC(WS-POS:1) = "|"
            ADD 1 TO WS-PIPES
            IF WS-PIPES = 7
                COMPUTE WS-FIELD-START = WS-POS + 1
            END-IF
            IF WS-PIPES = 8
                MOVE WS-POS TO WS-FIELD-END
            END-IF
        END-IF
    END-PERFORM
    IF WS-FIELD-START = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD-END = 0
        COMPUTE WS-FIELD-END = WS-REC-LEN + 1
    END-IF
    MOVE SPACES TO JOB-TEMP-REC
    MOVE JOB-REC(1:WS-FIELD-START - 1) TO JOB-TEMP-REC
    MOVE WS-FIELD-START TO WS-POS
    STRING "Pending" DELIMITED BY SIZE
        INTO JOB-TEMP-REC
        WITH POINTER WS-POS
    END-STRING
    IF WS-FIELD-END <= WS-REC-LEN
        STRING JOB-REC(WS-FIELD-END:WS-REC-LEN - WS-FIELD-END + 1)
                   DELIMITED BY SIZE
            INTO JOB-TEMP-REC
            WITH POINTER WS-POS
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF
    EXIT PARAGRAPH.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Posting Fraud Scan - run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "=================================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-FLAG-SCORE TO WS-SCORE-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Flag at score " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCORE-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    MOVE WS-HOLD-SCORE TO WS-SCORE-EDIT
    MOVE REPORT-REC TO WS-REPORT-LINE
    MOVE SPACES TO REPORT-REC
    STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
           ", hold at score " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCORE-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    IF WS-SCORED = 0
        MOVE "No Open posting triggered any signal." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    PERFORM WS-SCORED TIMES
        MOVE 0 TO WS-BEST-IDX
        MOVE 0 TO WS-BEST-SCORE
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PST-COUNT
            IF WS-PST-DONE(WS-IDX) = "N"
               AND WS-PST-SCORE(WS-IDX) > 0
               AND (WS-BEST-IDX = 0
                    OR WS-PST-SCORE(WS-IDX) > WS-BEST-SCORE)
                MOVE WS-IDX TO WS-BEST-IDX
                MOVE WS-PST-SCORE(WS-IDX) TO WS-BEST-SCORE
            END-IF
        END-PERFORM
        IF WS-BEST-IDX > 0
            MOVE "Y" TO WS-PST-DONE(WS-BEST-IDX)
            PERFORM WRITE-ONE-POSTING
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-SCANNED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Open postings scanned:        " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-SCORED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Postings with any signal:     " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-FLAGGED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Flagged into moderation:      " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-HELD TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  of which held as Pending:   " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-SKIPPED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Over threshold, already seen: " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

WRITE-ONE-POSTING.
    MOVE WS-PST-SCORE(WS-BEST-IDX) TO WS-SCORE-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Job " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-ID(WS-BEST-IDX)) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-TITLE(WS-BEST-IDX)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-OWNER(WS-BEST-IDX)) DELIMITED BY SIZE
           ") score " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCORE-EDIT) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    EVALUATE WS-PST-ACTION(WS-BEST-IDX)
        WHEN "H"
            MOVE REPORT-REC TO WS-REPORT-LINE
            MOVE SPACES TO REPORT-REC
            STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                   "  [HELD]" DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
        WHEN "F"
            MOVE REPORT-REC TO WS-REPORT-LINE
            MOVE SPACES TO REPORT-REC
            STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                   "  [FLAGGED]" DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
        WHEN "S"
            MOVE REPORT-REC TO WS-REPORT-LINE
            MOVE SPACES TO REPORT-REC
            STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                   "  [already flagged]" DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
    END-EVALUATE
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "    " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PST-REASONS(WS-BEST-IDX)) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> ACQUIRE-AUDIT-LOCK / RELEASE-AUDIT-LOCK: AuditJournal.lock is held
*> from reading the last chain hash until the new row is on the
*> journal, so two writers can't both chain off the same row. The
*> wait is bounded by LOCK_STALE_SECONDS, after which the lock is
*> reclaimed as stale, the same way the ID counters' locks are.
ACQUIRE-AUDIT-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT AUDIT-LOCK-FILE
        IF AUDIT-LOCK-STAT = "35"
            OPEN OUTPUT AUDIT-LOCK-FILE
            CLOSE AUDIT-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE AUDIT-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "Warning: a stale audit journal lock was detected and reclaimed."
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    OPEN OUTPUT AUDIT-LOCK-FILE
    CLOSE AUDIT-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-AUDIT-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    EXIT PARAGRAPH.

*> CHAIN-AUDIT-ROW: finish the journal row built in WS-CHAIN-ROW with
*> its chain hash - "|" and 24 digits folded from the previous row's
*> hash through every character of this row. The previous hash is the
*> one the last chained row carries; rows after it without one
*> (written before the chain began) are folded in first, and a
*> journal with no chained row at all starts from the retention
*> sweep's latest anchor in AuditChainAnchor.txt, or from zeros.
*> AUDITCHAINVERIFY walks the journal by the same rule.
CHAIN-AUDIT-ROW.
    MOVE 0 TO WS-CHAIN-ROWS WS-CHAIN-LAST-ROW
    MOVE ZEROS TO WS-CHAIN-RUNNING
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STAT = "00"
        PERFORM UNTIL WS-CHAIN-EOF = "Y"
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO WS-CHAIN-EOF
                NOT AT END
                    IF AUDIT-REC NOT = SPACES
                        ADD 1 TO WS-CHAIN-ROWS
                        PERFORM SPLIT-CHAIN-ROW
                        IF WS-CHAIN-STORED NOT = SPACES
                            MOVE WS-CHAIN-ROWS TO WS-CHAIN-LAST-ROW
                            MOVE WS-CHAIN-STORED TO WS-CHAIN-RUNNING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF
    IF WS-CHAIN-LAST-ROW = 0
        PERFORM LOAD-CHAIN-ANCHOR
    END-IF
    IF WS-CHAIN-LAST-ROW < WS-CHAIN-ROWS
        PERFORM FOLD-UNCHAINED-TAIL
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHAIN-ROW TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 475
        MOVE 475 TO WS-CHAIN-LEN
        MOVE SPACES TO WS-CHAIN-ROW(476:25)
    END-IF
    MOVE WS-CHAIN-ROW TO WS-CHAIN-TEXT
    PERFORM FOLD-CHAIN-TEXT
    MOVE "|" TO WS-CHAIN-ROW(WS-CHAIN-LEN + 1:1)
    MOVE WS-CHAIN-RUNNING TO WS-CHAIN-ROW(WS-CHAIN-LEN + 2:24)
    EXIT PARAGRAPH.

*> SPLIT-CHAIN-ROW: WS-CHAIN-STORED is the hash AUDIT-REC ends in
*> (spaces when it carries none) and WS-CHAIN-LEN the length of the
*> text the hash covers.
SPLIT-CHAIN-ROW.
    MOVE SPACES TO WS-CHAIN-STORED
    MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-REC TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 25
        IF AUDIT-REC(WS-CHAIN-LEN - 24:1) = "|"
           AND AUDIT-REC(WS-CHAIN-LEN - 23:24) IS NUMERIC
            MOVE AUDIT-REC(WS-CHAIN-LEN - 23:24) TO WS-CHAIN-STORED
            SUBTRACT 25 FROM WS-CHAIN-LEN
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> FOLD-UNCHAINED-TAIL: second pass over the rows after the last
*> chained one.
FOLD-UNCHAINED-TAIL.
    MOVE 0 TO WS-CHAIN-SEEN
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT AUDIT-FILE
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                IF AUDIT-REC NOT = SPACES
                    ADD 1 TO WS-CHAIN-SEEN
                    IF WS-CHAIN-SEEN > WS-CHAIN-LAST-ROW
                        PERFORM SPLIT-CHAIN-ROW
                        MOVE AUDIT-REC TO WS-CHAIN-TEXT
                        PERFORM FOLD-CHAIN-TEXT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE
    EXIT PARAGRAPH.

*> FOLD-CHAIN-TEXT: run WS-CHAIN-TEXT(1:WS-CHAIN-LEN) through the two
*> hash lanes, each a polynomial over the character codes modulo a
*> twelve-digit prime, starting from WS-CHAIN-RUNNING.
FOLD-CHAIN-TEXT.
    PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
        UNTIL WS-CHAIN-I > WS-CHAIN-LEN
        COMPUTE WS-CHAIN-A = FUNCTION MOD(WS-CHAIN-A * 257
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999989)
        COMPUTE WS-CHAIN-B = FUNCTION MOD(WS-CHAIN-B * 263
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999959)
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-CHAIN-ANCHOR: the last DATE|ARCHIVE-FILE|ROWS|HASH row the
*> retention sweep wrote - the running hash of the rows it archived.
LOAD-CHAIN-ANCHOR.
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT CHAIN-ANCHOR-FILE
    IF CHAIN-ANCHOR-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ CHAIN-ANCHOR-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                MOVE SPACES TO WS-ANCHOR-DATE WS-ANCHOR-FILE
                               WS-ANCHOR-ROWS WS-ANCHOR-HASH
                UNSTRING CHAIN-ANCHOR-REC DELIMITED BY "|"
                    INTO WS-ANCHOR-DATE WS-ANCHOR-FILE
                         WS-ANCHOR-ROWS WS-ANCHOR-HASH
                END-UNSTRING
                IF WS-ANCHOR-HASH(1:24) IS NUMERIC
                    MOVE WS-ANCHOR-HASH(1:24) TO WS-CHAIN-RUNNING
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHAIN-ANCHOR-FILE
    EXIT PARAGRAPH.

END PROGRAM FRAUDSCAN.
