    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
01  RANKING-TEMP-REC    PIC X(120).
FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).

WORKING-STORAGE SECTION.
01  REQUEST-STAT        PIC XX.
01  RANKING-STAT        PIC XX.
01  RANKING-TEMP-STAT   PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  EOF-REQUEST         PIC X VALUE "N".
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-RANK-TEMP-PATH   PIC X(44) VALUE "../data/CandidateRankings.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.

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
01  CONFIG-STAT         PIC XX.
01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-CONFIG-EOF       PIC X VALUE "N".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LOAD-LOCK-CONFIG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN INPUT REQUEST-FILE
    EXIT PARAGRAPH.

WRITE-AUDIT-ROW.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)       DELIMITED BY SIZE "|"
           "CAMPUSTRANSFER"                 DELIMITED BY SIZE "|"
           "CAMPUS"                         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OLD-CAMPUS)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NEW-CAMPUS)     DELIMITED BY SIZE
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

END PROGRAM CAMPUSTRANSFER.
