*> dated archive file (<name>Archive-YYYYMMDD.txt, ARCHIVEPOSTINGS'
*> naming), indexed in RetentionIndex.txt so RETENTIONLOOKUP can still
*> answer a two-year-old question. Unread notifications and unsent
*> outbound rows are never touched, whatever their age. A file that
*> carries HDR/TRL control records (OutboundMessages.txt, the mail
*> relay's interface file) keeps them: the header takes the next
*> sequence and the trailer is re-totalled over the rows left live.
*> AuditJournal.txt is hash-chained row to row, so only its leading
*> run of old rows is archived - the first row kept keeps every row
*> after it - and the running chain hash of the rows archived is
*> appended to ../data/AuditChainAnchor.txt (DATE|ARCHIVE-FILE|ROWS|
*> HASH) for AUDITCHAINVERIFY to start the live journal from.
*> The journal and the outbound file are swept under the same advisory
*> locks their writers append under (AuditJournal.lock and
*> OutboundMessages.lock, reclaimed as stale after LOCK_STALE_SECONDS),
*> so no row written mid-sweep is lost in the swap.
*> Rows touching anything under a legal hold in ../data/LegalHolds.txt
*> stay live however old they are - a held account's logins,
*> notifications, outbound mail and journal rows (as actor or key), a
*> held posting's journal rows, and the journal and status-history
*> rows of any application made by a held account or to a held
*> posting. What each hold kept back is logged, per file, to
*> ../data/LegalHoldLog.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. RETENTIONSWEEP.

    SELECT INDEX-FILE ASSIGN TO "../data/RetentionIndex.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INDEX-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "../data/LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEGAL-HOLD-STAT.
    SELECT HOLD-LOG-FILE ASSIGN TO "../data/LegalHoldLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-LOG-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
01  SWEEP-ARCH-REC      PIC X(500).
FD  INDEX-FILE.
01  INDEX-REC           PIC X(120).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).
FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).
FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC      PIC X(300).
FD  HOLD-LOG-FILE.
01  HOLD-LOG-REC        PIC X(300).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
01  SWEEP-TMP-STAT      PIC XX.
01  SWEEP-ARCH-STAT     PIC XX.
01  INDEX-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  APP-STAT            PIC XX.
01  LEGAL-HOLD-STAT     PIC XX.
01  HOLD-LOG-STAT       PIC XX.
01  AUDIT-LOCK-STAT     PIC XX.
01  OUTBOUND-LOCK-STAT  PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-ROW-DATE         PIC X(8).
01  WS-ROW-FLAG         PIC X(20).
01  WS-ROW-ELIGIBLE     PIC X VALUE "N".
01  WS-XMIT-SEALED      PIC X VALUE "N".
01  WS-XMIT-HDR-DONE    PIC X VALUE "N".
01  WS-XMIT-P-TYPE      PIC X(10).
01  WS-XMIT-P-SOURCE    PIC X(20).
01  WS-XMIT-P-DATE      PIC X(10).
01  WS-XMIT-P-SEQ       PIC X(12).
01  WS-XMIT-SEQ         PIC 9(9) VALUE 0.
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.

*> Audit chain (the AuditJournal.txt pass only): WS-CHAIN-KEEPING
*> turns on at the first row kept; WS-CHAIN-RUNNING carries the chain
*> hash through the rows archived, starting from the last anchor.
01  WS-CHAIN-KEEPING    PIC X VALUE "N".
01  WS-CHAIN-EOF        PIC X VALUE "N".
01  WS-CHAIN-TEXT       PIC X(500).
01  WS-CHAIN-STORED     PIC X(24).
01  WS-CHAIN-LEN        PIC 9(4) VALUE 0.
01  WS-CHAIN-I          PIC 9(4) VALUE 0.
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A      PIC 9(12).
    05  WS-CHAIN-B      PIC 9(12).
01  WS-ANCHOR-DATE      PIC X(8).
01  WS-ANCHOR-FILE      PIC X(60).
01  WS-ANCHOR-ROWS      PIC X(12).
01  WS-ANCHOR-HASH      PIC X(30).

*> Generic field split of the row being judged - enough receiving
*> fields to reach the date or flag field of any of the five layouts.
        10  WS-SWEEP-FLAG-FLD  PIC 9(1).
        10  WS-SWEEP-DAYS      PIC 9(4).

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
01  WS-LH-KEPT-TABLE.
    05  WS-LH-KEPT OCCURS 200 TIMES PIC 9(6).
01  WS-LH-KEPT-EDIT     PIC Z(5)9.

*> Applications made by a held account or to a held posting, and the
*> hold covering each - their history rows are held with them.
01  WS-HELD-APP-COUNT   PIC 9(4) VALUE 0.
01  WS-HELD-APP-TABLE.
    05  WS-HELD-APP-ENTRY OCCURS 500 TIMES.
        10  WS-HELD-APP-ID      PIC X(10).
        10  WS-HELD-APP-HOLD    PIC 9(3).
01  WS-HELD-APP-IDX     PIC 9(4) VALUE 0.
01  WS-HELD-APP-FULL    PIC X VALUE "N".
01  WS-APP-P-ID         PIC X(10).
01  WS-APP-P-USER       PIC X(50).
01  WS-APP-P-JOB        PIC X(10).
01  WS-LOOK-APP-ID      PIC X(60).
01  WS-ENTITY-UP        PIC X(60).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    PERFORM LOAD-CONFIG
    PERFORM LOAD-LEGAL-HOLDS
    IF WS-LH-FULL = "Y"
        DISPLAY "Retention sweep stopped - LegalHolds.txt has more than 200 holds; nothing was swept. Raise the hold table size before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-LH-COUNT > 0
        PERFORM LOAD-HELD-APPLICATIONS
    END-IF
    IF WS-HELD-APP-FULL = "Y"
        DISPLAY "Retention sweep stopped - more than 500 applications fall under legal holds; nothing was swept. Raise the held-application table size before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SWEEP-COUNT
        PERFORM SWEEP-ONE-FILE
                                CONTINUE
                        END-EVALUATE
                    END-IF
                    IF FUNCTION UPPER-CASE(CONFIG-KEY) = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
        INTO WS-ARCH-NAME
    END-STRING

    PERFORM LOCK-SWEPT-FILE
    OPEN INPUT SWEEP-IN-FILE
    IF SWEEP-IN-STAT = "35"
        PERFORM UNLOCK-SWEPT-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SWEEP-TMP-FILE
    MOVE "N" TO WS-XMIT-SEALED WS-XMIT-HDR-DONE
    MOVE 0 TO WS-XMIT-SEQ WS-XMIT-COUNT WS-XMIT-HASH
    MOVE "N" TO WS-CHAIN-KEEPING
    INITIALIZE WS-LH-KEPT-TABLE
    IF WS-IDX = 1
        PERFORM LOAD-CHAIN-ANCHOR
    END-IF

    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                EVALUATE TRUE
                    WHEN SWEEP-IN-REC = SPACES
                        CONTINUE
                    WHEN SWEEP-IN-REC(1:4) = "HDR|"
                        PERFORM READ-CONTROL-HEADER
                    WHEN SWEEP-IN-REC(1:4) = "TRL|"
                        CONTINUE
                    WHEN OTHER
                        PERFORM JUDGE-ONE-ROW
                        *> A held row stays live; on the journal that
                        *> also starts chain-keeping, as any kept row
                        *> does.
                        IF WS-ROW-ELIGIBLE = "Y" AND WS-LH-COUNT > 0
                           AND NOT (WS-IDX = 1 AND WS-CHAIN-KEEPING = "Y")
                            PERFORM CHECK-ROW-HELD
                            IF WS-LH-HIT > 0
                                MOVE "N" TO WS-ROW-ELIGIBLE
                                ADD 1 TO WS-LH-KEPT(WS-LH-HIT)
                            END-IF
                        END-IF
                        IF WS-IDX = 1
                            IF WS-CHAIN-KEEPING = "Y"
                                MOVE "N" TO WS-ROW-ELIGIBLE
                            END-IF
                            IF WS-ROW-ELIGIBLE = "Y"
                                PERFORM ADVANCE-CHAIN-ANCHOR
                            ELSE
                                MOVE "Y" TO WS-CHAIN-KEEPING
                            END-IF
                        END-IF
                        IF WS-ROW-ELIGIBLE = "Y"
                            PERFORM ARCHIVE-ONE-ROW
                            ADD 1 TO WS-MOVED
                            ADD 1 TO WS-TOTAL-MOVED
                        ELSE
                            PERFORM WRITE-CONTROL-HEADER
                            MOVE SWEEP-IN-REC TO SWEEP-TMP-REC
                            ADD 1 TO WS-XMIT-COUNT
                            ADD FUNCTION LENGTH(FUNCTION TRIM(SWEEP-IN-REC TRAILING))
                                TO WS-XMIT-HASH
                            WRITE SWEEP-TMP-REC
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM

    CLOSE SWEEP-IN-FILE
    IF WS-XMIT-SEALED = "Y"
        PERFORM WRITE-CONTROL-HEADER
        MOVE SPACES TO SWEEP-TMP-REC
        STRING "TRL|" WS-XMIT-COUNT "|" WS-XMIT-HASH
            DELIMITED BY SIZE
            INTO SWEEP-TMP-REC
        END-STRING
        WRITE SWEEP-TMP-REC
    END-IF
    CLOSE SWEEP-TMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-IN-NAME
    CALL "CBL_RENAME_FILE" USING WS-TMP-NAME WS-IN-NAME
        RETURNING WS-RENAME-STATUS

    PERFORM VARYING WS-LH-HIT FROM 1 BY 1 UNTIL WS-LH-HIT > WS-LH-COUNT
        IF WS-LH-KEPT(WS-LH-HIT) > 0
            MOVE WS-LH-KEPT(WS-LH-HIT) TO WS-LH-KEPT-EDIT
            MOVE SPACES TO WS-LH-ACTION
            STRING "Retention sweep kept "
                   FUNCTION TRIM(WS-LH-KEPT-EDIT)
                   " row(s) of " FUNCTION TRIM(WS-SWEEP-LIVE(WS-IDX))
                   " past retention"
                DELIMITED BY SIZE
                INTO WS-LH-ACTION
            END-STRING
            PERFORM WRITE-HOLD-LOG
            MOVE SPACES TO WS-REPORT-LINE
            STRING FUNCTION TRIM(WS-SWEEP-LIVE(WS-IDX)) ": "
                   FUNCTION TRIM(WS-LH-KEPT-EDIT)
                   " row(s) kept under legal hold ("
                   FUNCTION TRIM(WS-LH-TYPE(WS-LH-HIT)) " "
                   FUNCTION TRIM(WS-LH-KEY(WS-LH-HIT)) ", matter "
                   FUNCTION TRIM(WS-LH-MATTER(WS-LH-HIT)) ")."
                DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING
            DISPLAY WS-REPORT-LINE
        END-IF
    END-PERFORM

    IF WS-MOVED > 0
        PERFORM WRITE-INDEX-ROW
        IF WS-IDX = 1
            PERFORM WRITE-CHAIN-ANCHOR
        END-IF
    END-IF
    PERFORM UNLOCK-SWEPT-FILE

    MOVE WS-MOVED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    EXIT PARAGRAPH.

*> LOCK-SWEPT-FILE / UNLOCK-SWEPT-FILE: the journal pass holds
*> AuditJournal.lock and the outbound pass OutboundMessages.lock from
*> the first read of the live file until the swap (and, for the
*> journal, the new chain anchor) is in place; the other files have no
*> lock-taking writers.
LOCK-SWEPT-FILE.
    EVALUATE WS-IDX
        WHEN 1
            PERFORM ACQUIRE-AUDIT-LOCK
        WHEN 5
            PERFORM ACQUIRE-OUTBOUND-LOCK
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

UNLOCK-SWEPT-FILE.
    EVALUATE WS-IDX
        WHEN 1
            CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
        WHEN 5
            CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

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

ACQUIRE-OUTBOUND-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT OUTBOUND-LOCK-FILE
        IF OUTBOUND-LOCK-STAT = "35"
            OPEN OUTPUT OUTBOUND-LOCK-FILE
            CLOSE OUTBOUND-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE OUTBOUND-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "Warning: a stale outbound message lock was detected and reclaimed."
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    OPEN OUTPUT OUTBOUND-LOCK-FILE
    CLOSE OUTBOUND-LOCK-FILE
    EXIT PARAGRAPH.

*> JUDGE-ONE-ROW: eligible when the row's date field is older than the
*> cutoff AND, for the files that carry one, its flag field says the
*> row was read/sent. A row whose date can't be read stays live - the
    MOVE "Y" TO WS-ROW-ELIGIBLE
    EXIT PARAGRAPH.

*> CHECK-ROW-HELD: WS-LH-HIT is the hold covering the row just split
*> into WS-F1..WS-F6, or 0. Which fields name an account, a posting
*> or an application depends on the file being swept.
CHECK-ROW-HELD.
    MOVE 0 TO WS-LH-HIT
    EVALUATE WS-IDX
        WHEN 1
            *> DATE|TIME|ACTOR|ENTITY|KEY|... - the actor is an account;
            *> the key is a posting, an application, or (for the
            *> account-keyed entities) a username.
            MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
            MOVE WS-F3 TO WS-LH-LOOK-KEY
            PERFORM FIND-LEGAL-HOLD
            IF WS-LH-HIT > 0
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F4)) TO WS-ENTITY-UP
            EVALUATE WS-ENTITY-UP
                WHEN "JOB"
                WHEN "JOBPOSTINGS"
                    MOVE "POSTING" TO WS-LH-LOOK-TYPE
                    MOVE WS-F5 TO WS-LH-LOOK-KEY
                    PERFORM FIND-LEGAL-HOLD
                WHEN "APPLICATION"
                WHEN "APPLICATIONS"
                    MOVE WS-F5 TO WS-LOOK-APP-ID
                    PERFORM FIND-HELD-APPLICATION
                WHEN OTHER
                    MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
                    MOVE WS-F5 TO WS-LH-LOOK-KEY
                    PERFORM FIND-LEGAL-HOLD
            END-EVALUATE
        WHEN 3
            *> APPLICATION-ID|OLD|NEW|DATE|ACTING-USER
            MOVE WS-F1 TO WS-LOOK-APP-ID
            PERFORM FIND-HELD-APPLICATION
            IF WS-LH-HIT = 0
                MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
                MOVE WS-F5 TO WS-LH-LOOK-KEY
                PERFORM FIND-LEGAL-HOLD
            END-IF
        WHEN OTHER
            *> Logins, notifications and outbound mail all lead with
            *> the username.
            MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
            MOVE WS-F1 TO WS-LH-LOOK-KEY
            PERFORM FIND-LEGAL-HOLD
    END-EVALUATE
    EXIT PARAGRAPH.

FIND-HELD-APPLICATION.
    MOVE 0 TO WS-LH-HIT
    PERFORM VARYING WS-HELD-APP-IDX FROM 1 BY 1
            UNTIL WS-HELD-APP-IDX > WS-HELD-APP-COUNT OR WS-LH-HIT > 0
        IF FUNCTION TRIM(WS-HELD-APP-ID(WS-HELD-APP-IDX))
           = FUNCTION TRIM(WS-LOOK-APP-ID)
            MOVE WS-HELD-APP-HOLD(WS-HELD-APP-IDX) TO WS-LH-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-HELD-APPLICATIONS: one pass over applications.dat
*> (ID|USERNAME|JOB-ID|STATUS|DATE) noting each application made by a
*> held account or to a held posting. One past the table's 500 sets
*> WS-HELD-APP-FULL, and the run stops before any file is swept.
LOAD-HELD-APPLICATIONS.
    MOVE 0 TO WS-HELD-APP-COUNT
    MOVE "N" TO WS-HELD-APP-FULL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    MOVE SPACES TO WS-APP-P-ID WS-APP-P-USER WS-APP-P-JOB
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO WS-APP-P-ID WS-APP-P-USER WS-APP-P-JOB
                    END-UNSTRING
                    MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
                    MOVE WS-APP-P-USER TO WS-LH-LOOK-KEY
                    PERFORM FIND-LEGAL-HOLD
                    IF WS-LH-HIT = 0
                        MOVE "POSTING" TO WS-LH-LOOK-TYPE
                        MOVE WS-APP-P-JOB TO WS-LH-LOOK-KEY
                        PERFORM FIND-LEGAL-HOLD
                    END-IF
                    IF WS-LH-HIT > 0 AND WS-HELD-APP-COUNT >= 500
                        MOVE "Y" TO WS-HELD-APP-FULL
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                    IF WS-LH-HIT > 0 AND WS-HELD-APP-FULL = "N"
                        ADD 1 TO WS-HELD-APP-COUNT
                        MOVE FUNCTION TRIM(WS-APP-P-ID)
                            TO WS-HELD-APP-ID(WS-HELD-APP-COUNT)
                        MOVE WS-LH-HIT TO WS-HELD-APP-HOLD(WS-HELD-APP-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
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
           "RETENTIONSWEEP"                         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-TYPE(WS-LH-HIT))     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-KEY(WS-LH-HIT))      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-MATTER(WS-LH-HIT))   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-ACTION)              DELIMITED BY SIZE
        INTO HOLD-LOG-REC
    END-STRING
    WRITE HOLD-LOG-REC
    CLOSE HOLD-LOG-FILE
    EXIT PARAGRAPH.

*> READ-CONTROL-HEADER: the live file is sealed with HDR/TRL control
*> records; note the sequence its header carries.
READ-CONTROL-HEADER.
    MOVE "Y" TO WS-XMIT-SEALED
    MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-P-SOURCE WS-XMIT-P-DATE
                   WS-XMIT-P-SEQ
    UNSTRING SWEEP-IN-REC DELIMITED BY "|"
        INTO WS-XMIT-P-TYPE
             WS-XMIT-P-SOURCE
             WS-XMIT-P-DATE
             WS-XMIT-P-SEQ
    END-UNSTRING
    IF FUNCTION TRIM(WS-XMIT-P-SEQ) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-XMIT-P-SEQ) TO WS-XMIT-SEQ
    END-IF
    EXIT PARAGRAPH.

*> WRITE-CONTROL-HEADER: on a sealed file, the header goes out once
*> ahead of the first row kept, one sequence past the one it replaces.
WRITE-CONTROL-HEADER.
    IF WS-XMIT-SEALED = "N" OR WS-XMIT-HDR-DONE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-XMIT-HDR-DONE
    ADD 1 TO WS-XMIT-SEQ
    MOVE SPACES TO SWEEP-TMP-REC
    STRING "HDR|" FUNCTION TRIM(WS-XMIT-P-SOURCE) "|"
           FUNCTION CURRENT-DATE(1:8) "|" WS-XMIT-SEQ
        DELIMITED BY SIZE
        INTO SWEEP-TMP-REC
    END-STRING
    WRITE SWEEP-TMP-REC
    EXIT PARAGRAPH.

ARCHIVE-ONE-ROW.
    OPEN EXTEND SWEEP-ARCH-FILE
    IF SWEEP-ARCH-STAT = "35"
    CLOSE INDEX-FILE
    EXIT PARAGRAPH.

*> LOAD-CHAIN-ANCHOR: the chain hash the live journal starts from -
*> the HASH of the last anchor row, or zeros before the first sweep.
LOAD-CHAIN-ANCHOR.
    MOVE ZEROS TO WS-CHAIN-RUNNING
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

*> ADVANCE-CHAIN-ANCHOR: step the running hash past the journal row
*> being archived - its own chain hash when it carries one, otherwise
*> the row folded in as the journal writers' CHAIN-AUDIT-ROW does.
ADVANCE-CHAIN-ANCHOR.
    MOVE SPACES TO WS-CHAIN-STORED
    MOVE FUNCTION LENGTH(FUNCTION TRIM(SWEEP-IN-REC TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 25
        IF SWEEP-IN-REC(WS-CHAIN-LEN - 24:1) = "|"
           AND SWEEP-IN-REC(WS-CHAIN-LEN - 23:24) IS NUMERIC
            MOVE SWEEP-IN-REC(WS-CHAIN-LEN - 23:24) TO WS-CHAIN-STORED
        END-IF
    END-IF
    IF WS-CHAIN-STORED NOT = SPACES
        MOVE WS-CHAIN-STORED TO WS-CHAIN-RUNNING
        EXIT PARAGRAPH
    END-IF
    MOVE SWEEP-IN-REC TO WS-CHAIN-TEXT
    PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
        UNTIL WS-CHAIN-I > WS-CHAIN-LEN
        COMPUTE WS-CHAIN-A = FUNCTION MOD(WS-CHAIN-A * 257
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999989)
        COMPUTE WS-CHAIN-B = FUNCTION MOD(WS-CHAIN-B * 263
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999959)
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-CHAIN-ANCHOR.
    OPEN EXTEND CHAIN-ANCHOR-FILE
    IF CHAIN-ANCHOR-STAT = "35"
        OPEN OUTPUT CHAIN-ANCHOR-FILE
    END-IF
    MOVE SPACES TO CHAIN-ANCHOR-REC
    STRING WS-TODAY                    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ARCH-NAME) DELIMITED BY SIZE "|"
           WS-MOVED                    DELIMITED BY SIZE "|"
           WS-CHAIN-RUNNING            DELIMITED BY SIZE
        INTO CHAIN-ANCHOR-REC
    END-STRING
    WRITE CHAIN-ANCHOR-REC
    CLOSE CHAIN-ANCHOR-FILE
    EXIT PARAGRAPH.

END PROGRAM RETENTIONSWEEP.
