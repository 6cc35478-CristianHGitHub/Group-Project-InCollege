*> that must exist, no embedded pipes) before the standard temp-file
*> swap rewrites the row. Each fix is bracketed in IntentJournal.txt
*> and journaled old/new to AuditJournal.txt, so DATAINTEGRITYCHECK
*> stops finding hand-edit damage. A posting or application that sits
*> under a legal hold in ../data/LegalHolds.txt - the posting itself,
*> its owner, the applicant or the job applied to - is refused, and
*> the refusal is logged to ../data/LegalHoldLog.txt. Findings go to
*> ../data/RecordFixReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. RECORDFIX.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "../data/LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEGAL-HOLD-STAT.
    SELECT HOLD-LOG-FILE ASSIGN TO "../data/LegalHoldLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-LOG-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/RecordFixReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  INTENT-FILE.
01  INTENT-REC          PIC X(200).
FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).
FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC      PIC X(300).
FD  HOLD-LOG-FILE.
01  HOLD-LOG-REC        PIC X(300).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).

WORKING-STORAGE SECTION.
01  REQUEST-STAT        PIC XX.
01  JOB-STAT            PIC XX.
01  APP-TEMP-STAT       PIC XX.
01  INTENT-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  LEGAL-HOLD-STAT     PIC XX.
01  HOLD-LOG-STAT       PIC XX.
01  REPORT-STAT         PIC XX.
01  REQ-EOF             PIC X VALUE "N".
01  EOF-FLAG            PIC X VALUE "N".
01  APPLICATION-PARSED-STATUS   PIC X(20).
01  APPLICATION-PARSED-DATE     PIC X(8).

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

*> Legal holds - LegalHolds.txt rows are
*> TYPE|KEY|MATTER|PLACED-DATE|REQUESTED-BY|APPROVED-BY with TYPE
*> ACCOUNT (key a username) or POSTING (key a JOB-ID).
01  WS-LH-COUNT         PIC 9(3) VALUE 0.
01  WS-LH-TABLE.
    05  WS-LH-ENTRY OCCURS 200 TIMES.
        10  WS-LH-TYPE      PIC X(10).
        10  WS-LH-KEY       PIC X(50).
        10  WS-LH-MATTER    PIC X(40).
01  WS-LH-IDX           PIC 9(3) VALUE 0.
01  WS-LH-HIT           PIC 9(3) VALUE 0.
01  WS-LH-EOF           PIC X VALUE "N".
01  WS-LH-FULL          PIC X VALUE "N".
01  WS-LH-P-TYPE        PIC X(10).
01  WS-LH-P-KEY         PIC X(50).
01  WS-LH-P-MATTER      PIC X(40).
01  WS-LH-LOOK-TYPE     PIC X(10).
01  WS-LH-LOOK-KEY      PIC X(50).
01  WS-LH-ACTION        PIC X(150).

*> Advisory lock (AuditJournal.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  AUDIT-LOCK-STAT     PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  CONFIG-STAT         PIC XX.
01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-CONFIG-EOF       PIC X VALUE "N".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LOAD-LOCK-CONFIG
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Record Fix Report - " FUNCTION CURRENT-DATE(1:8)
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM LOAD-LEGAL-HOLDS
    IF WS-LH-FULL = "Y"
        MOVE "  Stopped - LegalHolds.txt has more than 200 holds; nothing was changed." TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Record fix stopped - LegalHolds.txt has more than 200 holds; nothing was changed. Raise the hold table size before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO REQ-EOF
    OPEN INPUT REQUEST-FILE
    END-IF

    PERFORM ECHO-JOB-FIELDS
    *> A held posting, or any posting of a held account, stays exactly
    *> as it is.
    MOVE "POSTING" TO WS-LH-LOOK-TYPE
    MOVE JOB-PARSED-ID TO WS-LH-LOOK-KEY
    PERFORM FIND-LEGAL-HOLD
    IF WS-LH-HIT = 0
        MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
        MOVE JOB-PARSED-USERNAME TO WS-LH-LOOK-KEY
        PERFORM FIND-LEGAL-HOLD
    END-IF
    IF WS-LH-HIT > 0
        ADD 1 TO WS-SKIP-COUNT
        PERFORM REFUSE-HELD-FIX
        EXIT PARAGRAPH
    END-IF
    PERFORM VALIDATE-JOB-FIELD
    IF WS-VALID = "N"
        ADD 1 TO WS-SKIP-COUNT
    END-IF

    PERFORM ECHO-APPLICATION-FIELDS
    MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
    MOVE APPLICATION-PARSED-USERNAME TO WS-LH-LOOK-KEY
    PERFORM FIND-LEGAL-HOLD
    IF WS-LH-HIT = 0
        MOVE "POSTING" TO WS-LH-LOOK-TYPE
        MOVE APPLICATION-PARSED-JOB-ID TO WS-LH-LOOK-KEY
        PERFORM FIND-LEGAL-HOLD
    END-IF
    IF WS-LH-HIT > 0
        ADD 1 TO WS-SKIP-COUNT
        PERFORM REFUSE-HELD-FIX
        EXIT PARAGRAPH
    END-IF
    PERFORM VALIDATE-APPLICATION-FIELD
    IF WS-VALID = "N"
        ADD 1 TO WS-SKIP-COUNT
*> WRITE-AUDIT-ENTRY: old/new journal row in WRITE-AUDIT-LINE's
*> DATE|TIME|ACTOR|ENTITY|KEY|FIELD|OLD|NEW shape, actor RECORDFIX.
WRITE-AUDIT-ENTRY.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)      DELIMITED BY SIZE "|"
           "RECORDFIX"                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-FIELD)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OLD-VALUE)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-VALUE)     DELIMITED BY SIZE
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

*> REFUSE-HELD-FIX: report and log a fix turned away because the
*> record sits under the legal hold found in WS-LH-HIT.
REFUSE-HELD-FIX.
    MOVE SPACES TO REPORT-REC
    STRING "  Refused " FUNCTION TRIM(WS-REQ-FILE)
           " " FUNCTION TRIM(WS-REQ-KEY)
           " " FUNCTION TRIM(WS-REQ-FIELD)
           ": under legal hold (" FUNCTION TRIM(WS-LH-TYPE(WS-LH-HIT))
           " " FUNCTION TRIM(WS-LH-KEY(WS-LH-HIT))
           ", matter " FUNCTION TRIM(WS-LH-MATTER(WS-LH-HIT)) ")"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO WS-LH-ACTION
    STRING "Fix refused: " FUNCTION TRIM(WS-REQ-FILE)
           " " FUNCTION TRIM(WS-REQ-KEY)
           " " FUNCTION TRIM(WS-REQ-FIELD)
        DELIMITED BY SIZE
        INTO WS-LH-ACTION
    END-STRING
    PERFORM WRITE-HOLD-LOG
    EXIT PARAGRAPH.

*> LOAD-LEGAL-HOLDS: the active holds, read once per run. A hold past
*> the table's 200 sets WS-LH-FULL, and the run stops before anything
*> is changed - a hold left out would let its rows be touched.
LOAD-LEGAL-HOLDS.
    MOVE 0 TO WS-LH-COUNT
    MOVE "N" TO WS-LH-FULL
    MOVE "N" TO WS-LH-EOF
    OPEN INPUT LEGAL-HOLD-FILE
    IF LEGAL-HOLD-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LH-EOF = "Y"
        READ LEGAL-HOLD-FILE
            AT END
                MOVE "Y" TO WS-LH-EOF
            NOT AT END
                IF LEGAL-HOLD-REC NOT = SPACES
                    MOVE SPACES TO WS-LH-P-TYPE WS-LH-P-KEY
                                   WS-LH-P-MATTER
                    UNSTRING LEGAL-HOLD-REC DELIMITED BY "|"
                        INTO WS-LH-P-TYPE WS-LH-P-KEY WS-LH-P-MATTER
                    END-UNSTRING
                    IF WS-LH-P-KEY NOT = SPACES AND WS-LH-COUNT >= 200
                        MOVE "Y" TO WS-LH-FULL
                        MOVE "Y" TO WS-LH-EOF
                    END-IF
                    IF WS-LH-P-KEY NOT = SPACES AND WS-LH-FULL = "N"
                        ADD 1 TO WS-LH-COUNT
                        MOVE FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(WS-LH-P-TYPE))
                            TO WS-LH-TYPE(WS-LH-COUNT)
                        MOVE FUNCTION TRIM(WS-LH-P-KEY)
                            TO WS-LH-KEY(WS-LH-COUNT)
                        MOVE WS-LH-P-MATTER TO WS-LH-MATTER(WS-LH-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE
    EXIT PARAGRAPH.

*> FIND-LEGAL-HOLD: WS-LH-HIT is the hold on WS-LH-LOOK-TYPE /
*> WS-LH-LOOK-KEY (keys compared without regard to case), or 0.
FIND-LEGAL-HOLD.
    MOVE 0 TO WS-LH-HIT
    IF WS-LH-LOOK-KEY = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-LH-IDX FROM 1 BY 1
            UNTIL WS-LH-IDX > WS-LH-COUNT OR WS-LH-HIT > 0
        IF WS-LH-TYPE(WS-LH-IDX) = WS-LH-LOOK-TYPE
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LH-KEY(WS-LH-IDX)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LH-LOOK-KEY))
            MOVE WS-LH-IDX TO WS-LH-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-HOLD-LOG: one DATE|TIME|PROGRAM|TYPE|KEY|MATTER|ACTION row
*> for the hold in WS-LH-HIT and what it blocked.
WRITE-HOLD-LOG.
    OPEN EXTEND HOLD-LOG-FILE
    IF HOLD-LOG-STAT = "35"
        OPEN OUTPUT HOLD-LOG-FILE
    END-IF
    MOVE SPACES TO HOLD-LOG-REC
    STRING FUNCTION CURRENT-DATE(1:8)               DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)               DELIMITED BY SIZE "|"
           "RECORDFIX"                              DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-TYPE(WS-LH-HIT))     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-KEY(WS-LH-HIT))      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-MATTER(WS-LH-HIT))   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-ACTION)              DELIMITED BY SIZE
        INTO HOLD-LOG-REC
    END-STRING
    WRITE HOLD-LOG-REC
    CLOSE HOLD-LOG-FILE
    EXIT PARAGRAPH.

*> WRITE-INTENT-ENTRY: Started/Complete bracket in the intent
    CLOSE INTENT-FILE
    EXIT PARAGRAPH.

*> LOAD-LOCK-CONFIG: LOCK_STALE_SECONDS (AppConfig.txt, default 60)
*> bounds the wait on the advisory locks, as it does for the ID
*> counters.
LOAD-LOCK-CONFIG.
    MOVE "N" TO WS-CONFIG-EOF
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CONFIG-EOF = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO WS-CONFIG-EOF
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
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

END PROGRAM RECORDFIX.
