*> Stand-alone audit-chain verifier. Run it directly when an auditor
*> asks whether AuditJournal.txt has been touched, and nightly as a
*> JobStream.txt step ahead of OPSDIGEST. Every journal row ends in
*> "|" and a 24-digit chain hash, written by CHAIN-AUDIT-ROW in each
*> program that appends to the journal, computed over the previous
*> row's hash and the row's own text. This walks the journal from the
*> retention sweep's latest anchor in ../data/AuditChainAnchor.txt
*> (zeros before the first sweep), recomputes every hash, and stops at
*> the first broken link:
*>   - a row whose hash does not match - it or an earlier row was
*>     edited, or a row between was deleted;
*>   - a row with no hash after the chain began - added by hand, or
*>     its hash stripped.
*> Rows from before the chain began (no hash, ahead of the first
*> chained row) are folded into the chain but cannot themselves be
*> proven. A clean walk records the last hash in
*> ../data/AuditChainCheckpoint.txt (DATE|TIME|ROWS|HASH); the next
*> walk must find that hash again, so rows cut off the end of the
*> journal are caught too - unless a retention sweep since then has
*> archived them. The verdict, "VERDICT: PASS ..." or
*> "VERDICT: FAIL ...", goes to ../data/AuditChainReport.txt (also
*> displayed) for OPSDIGEST to pick up; like the integrity check the
*> run itself always ends with return code 0, so a broken chain does
*> not hold the rest of the night's stream.
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITCHAINVERIFY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT CHECKPOINT-FILE ASSIGN TO "../data/AuditChainCheckpoint.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKPOINT-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/AuditChainReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).
FD  CHECKPOINT-FILE.
01  CHECKPOINT-REC      PIC X(100).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(600).

WORKING-STORAGE SECTION.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  CHECKPOINT-STAT     PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-NOW              PIC X(6).
01  WS-COUNT-EDIT       PIC Z(8)9.
01  WS-COUNT-EDIT2      PIC Z(8)9.
01  WS-COUNT-EDIT3      PIC Z(8)9.

*> The walk.
01  WS-ROW-COUNT        PIC 9(9) VALUE 0.
01  WS-CHAINED-COUNT    PIC 9(9) VALUE 0.
01  WS-LEGACY-COUNT     PIC 9(9) VALUE 0.
01  WS-CHAIN-BEGUN      PIC X VALUE "N".
01  WS-BROKEN           PIC X VALUE "N".
01  WS-BROKEN-ROW       PIC 9(9) VALUE 0.
01  WS-BROKEN-TEXT      PIC X(500).
01  WS-BROKEN-REASON    PIC X(120).
01  WS-EXPECTED-HASH    PIC X(24).

*> Chain arithmetic, as CHAIN-AUDIT-ROW in the journal writers.
01  WS-CHAIN-TEXT       PIC X(500).
01  WS-CHAIN-STORED     PIC X(24).
01  WS-CHAIN-LEN        PIC 9(4) VALUE 0.
01  WS-CHAIN-I          PIC 9(4) VALUE 0.
01  WS-CHAIN-EOF        PIC X VALUE "N".
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A      PIC 9(12).
    05  WS-CHAIN-B      PIC 9(12).

*> Latest retention anchor.
01  WS-ANCHOR-DATE      PIC X(8).
01  WS-ANCHOR-FILE      PIC X(60).
01  WS-ANCHOR-ROWS      PIC X(12).
01  WS-ANCHOR-HASH      PIC X(30).
01  WS-LAST-ANCHOR-DATE PIC X(8) VALUE SPACES.
01  WS-LAST-ANCHOR-FILE PIC X(60) VALUE SPACES.

*> The previous clean walk's checkpoint.
01  WS-CKPT-DATE        PIC X(8) VALUE SPACES.
01  WS-CKPT-TIME        PIC X(6) VALUE SPACES.
01  WS-CKPT-ROWS        PIC X(12) VALUE SPACES.
01  WS-CKPT-HASH        PIC X(30) VALUE SPACES.
01  WS-CKPT-FOUND       PIC X VALUE "N".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Audit Chain Verification - " WS-TODAY " " WS-NOW
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM LOAD-CHAIN-ANCHOR
    PERFORM LOAD-CHECKPOINT
    PERFORM WALK-JOURNAL
    IF WS-BROKEN = "N"
        PERFORM CHECK-CHECKPOINT
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
    MOVE WS-CHAINED-COUNT TO WS-COUNT-EDIT2
    MOVE WS-LEGACY-COUNT TO WS-COUNT-EDIT3
    MOVE SPACES TO REPORT-REC
    IF WS-BROKEN = "Y"
        MOVE WS-BROKEN-ROW TO WS-COUNT-EDIT
        STRING "VERDICT: FAIL - first broken link at row "
               FUNCTION TRIM(WS-COUNT-EDIT) ": "
               FUNCTION TRIM(WS-BROKEN-REASON)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        STRING "VERDICT: PASS - " FUNCTION TRIM(WS-COUNT-EDIT)
               " row(s) walked, " FUNCTION TRIM(WS-COUNT-EDIT2)
               " chained, " FUNCTION TRIM(WS-COUNT-EDIT3)
               " from before the chain began"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        PERFORM WRITE-CHECKPOINT
    END-IF
    WRITE REPORT-REC
    DISPLAY FUNCTION TRIM(REPORT-REC)
    CLOSE REPORT-FILE
    DISPLAY "Audit chain report written to ../data/AuditChainReport.txt"
    STOP RUN.

*> LOAD-CHAIN-ANCHOR: the last DATE|ARCHIVE-FILE|ROWS|HASH row the
*> retention sweep wrote is where the live journal's chain starts.
LOAD-CHAIN-ANCHOR.
    MOVE ZEROS TO WS-CHAIN-RUNNING
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT CHAIN-ANCHOR-FILE
    IF CHAIN-ANCHOR-STAT = "00"
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
                        MOVE WS-ANCHOR-DATE TO WS-LAST-ANCHOR-DATE
                        MOVE WS-ANCHOR-FILE TO WS-LAST-ANCHOR-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHAIN-ANCHOR-FILE
    END-IF

    MOVE SPACES TO REPORT-REC
    IF WS-LAST-ANCHOR-DATE = SPACES
        MOVE "Chain walked from the start of the journal." TO REPORT-REC
    ELSE
        STRING "Chain walked from the retention anchor of "
               WS-LAST-ANCHOR-DATE " (older rows are in "
               FUNCTION TRIM(WS-LAST-ANCHOR-FILE) ")."
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    EXIT PARAGRAPH.

LOAD-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE
    IF CHECKPOINT-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ CHECKPOINT-FILE
        NOT AT END
            UNSTRING CHECKPOINT-REC DELIMITED BY "|"
                INTO WS-CKPT-DATE WS-CKPT-TIME WS-CKPT-ROWS WS-CKPT-HASH
            END-UNSTRING
    END-READ
    CLOSE CHECKPOINT-FILE
    IF WS-CKPT-HASH(1:24) NOT NUMERIC
        MOVE SPACES TO WS-CKPT-HASH
    END-IF
    IF WS-CKPT-HASH NOT = SPACES
       AND WS-CKPT-HASH(1:24) = WS-CHAIN-RUNNING
        MOVE "Y" TO WS-CKPT-FOUND
    END-IF
    EXIT PARAGRAPH.

*> WALK-JOURNAL: recompute each chained row's hash from the running
*> hash before it; stop at the first row that does not hold up.
WALK-JOURNAL.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STAT NOT = "00"
        MOVE "The audit journal is empty - there is no chain to walk." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF AUDIT-REC NOT = SPACES
                    ADD 1 TO WS-ROW-COUNT
                    PERFORM CHECK-ONE-ROW
                    IF WS-BROKEN = "Y"
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE

    IF WS-BROKEN = "Y"
        MOVE WS-BROKEN-ROW TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "Broken link at row " FUNCTION TRIM(WS-COUNT-EDIT) ":"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-BROKEN-TEXT TRAILING)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-BROKEN-REASON)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        IF WS-EXPECTED-HASH NOT = SPACES
            MOVE SPACES TO REPORT-REC
            STRING "  Row carries " WS-CHAIN-STORED ", chain gives "
                   WS-EXPECTED-HASH
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
        MOVE "  Rows after it were not walked - restore the journal from backup or the archive and walk again." TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

CHECK-ONE-ROW.
    MOVE SPACES TO WS-CHAIN-STORED WS-EXPECTED-HASH
    MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-REC TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 25
        IF AUDIT-REC(WS-CHAIN-LEN - 24:1) = "|"
           AND AUDIT-REC(WS-CHAIN-LEN - 23:24) IS NUMERIC
            MOVE AUDIT-REC(WS-CHAIN-LEN - 23:24) TO WS-CHAIN-STORED
            SUBTRACT 25 FROM WS-CHAIN-LEN
        END-IF
    END-IF

    IF WS-CHAIN-STORED = SPACES
        IF WS-CHAIN-BEGUN = "Y"
            MOVE "Y" TO WS-BROKEN
            MOVE WS-ROW-COUNT TO WS-BROKEN-ROW
            MOVE AUDIT-REC TO WS-BROKEN-TEXT
            MOVE "the row carries no chain hash - it was added outside the journaling code, or its hash was stripped."
                TO WS-BROKEN-REASON
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-LEGACY-COUNT
        MOVE AUDIT-REC TO WS-CHAIN-TEXT
        PERFORM FOLD-CHAIN-TEXT
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-CHAIN-BEGUN
    MOVE AUDIT-REC TO WS-CHAIN-TEXT
    PERFORM FOLD-CHAIN-TEXT
    IF WS-CHAIN-RUNNING NOT = WS-CHAIN-STORED
        MOVE "Y" TO WS-BROKEN
        MOVE WS-ROW-COUNT TO WS-BROKEN-ROW
        MOVE AUDIT-REC TO WS-BROKEN-TEXT
        MOVE WS-CHAIN-RUNNING TO WS-EXPECTED-HASH
        MOVE "the row does not match its chain hash - it or an earlier row was edited, or a row before it was deleted."
            TO WS-BROKEN-REASON
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CHAINED-COUNT
    IF WS-CKPT-HASH NOT = SPACES
       AND WS-CHAIN-STORED = WS-CKPT-HASH(1:24)
        MOVE "Y" TO WS-CKPT-FOUND
    END-IF
    EXIT PARAGRAPH.

*> FOLD-CHAIN-TEXT: the two hash lanes over WS-CHAIN-TEXT(1:LEN),
*> exactly as the journal writers compute them.
FOLD-CHAIN-TEXT.
    PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
        UNTIL WS-CHAIN-I > WS-CHAIN-LEN
        COMPUTE WS-CHAIN-A = FUNCTION MOD(WS-CHAIN-A * 257
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999989)
        COMPUTE WS-CHAIN-B = FUNCTION MOD(WS-CHAIN-B * 263
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999959)
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-CHECKPOINT: the last hash a clean walk recorded must still be
*> in the journal (or be the anchor), unless a sweep since then may
*> have archived it.
CHECK-CHECKPOINT.
    IF WS-CKPT-HASH = SPACES OR WS-CKPT-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    IF WS-LAST-ANCHOR-DATE NOT = SPACES
       AND WS-LAST-ANCHOR-DATE >= WS-CKPT-DATE
        MOVE SPACES TO REPORT-REC
        STRING "Note: the row last verified on " WS-CKPT-DATE
               " has since been archived by the retention sweep."
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-BROKEN
    COMPUTE WS-BROKEN-ROW = WS-ROW-COUNT + 1
    MOVE SPACES TO WS-BROKEN-REASON
    STRING "the journal ends early - the last row verified on "
           WS-CKPT-DATE " " WS-CKPT-TIME " (row "
           FUNCTION TRIM(WS-CKPT-ROWS) ") is gone."
        DELIMITED BY SIZE
        INTO WS-BROKEN-REASON
    END-STRING
    MOVE SPACES TO REPORT-REC
    STRING "Broken link: " FUNCTION TRIM(WS-BROKEN-REASON)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> WRITE-CHECKPOINT: only a walk that reached a chained row has a
*> hash worth remembering.
WRITE-CHECKPOINT.
    IF WS-CHAINED-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT CHECKPOINT-FILE
    MOVE SPACES TO CHECKPOINT-REC
    STRING WS-TODAY "|" WS-NOW "|" WS-ROW-COUNT "|" WS-CHAIN-RUNNING
        DELIMITED BY SIZE
        INTO CHECKPOINT-REC
    END-STRING
    WRITE CHECKPOINT-REC
    CLOSE CHECKPOINT-FILE
    EXIT PARAGRAPH.

END PROGRAM AUDITCHAINVERIFY.
