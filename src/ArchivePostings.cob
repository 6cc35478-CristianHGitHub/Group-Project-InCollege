*> re-reading rows that can never change again. Each archived posting
*> is also indexed in ArchiveIndex.txt
*> (JOB-ID|ARCHIVE-DATE|ARCHIVE-FILE) so ARCHIVELOOKUP can still find
*> it when a student asks about an old application. A due posting
*> stays live when a legal hold in ../data/LegalHolds.txt covers it -
*> the posting itself, the account that posted it, or any account
*> that applied to it - and each one held back is logged to
*> ../data/LegalHoldLog.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHIVEPOSTINGS.

    SELECT INDEX-FILE ASSIGN TO "../data/ArchiveIndex.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INDEX-STAT.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "../data/LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEGAL-HOLD-STAT.
    SELECT HOLD-LOG-FILE ASSIGN TO "../data/LegalHoldLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-LOG-STAT.

DATA DIVISION.
FILE SECTION.
FD  INDEX-FILE.
01  INDEX-REC           PIC X(80).

FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC      PIC X(300).
FD  HOLD-LOG-FILE.
01  HOLD-LOG-REC        PIC X(300).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
01  JOB-STAT            PIC XX.
01  JOB-ARCH-STAT       PIC XX.
01  APP-ARCH-STAT       PIC XX.
01  INDEX-STAT          PIC XX.
01  LEGAL-HOLD-STAT     PIC XX.
01  HOLD-LOG-STAT       PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  EOF-CONFIG          PIC X VALUE "N".
01  CONFIG-KEY          PIC X(30).
01  WS-ARCHIVED-JOBS    PIC 9(6) VALUE 0.
01  WS-ARCHIVED-APPS    PIC 9(6) VALUE 0.
01  WS-DEFERRED-JOBS    PIC 9(6) VALUE 0.
01  WS-HELD-JOBS        PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-REPORT-LINE      PIC X(80).

01  WS-ARCH-IDX         PIC 9(4) VALUE 0.
01  WS-IS-ARCHIVED      PIC X VALUE "N".

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

*> JobIDs with an application from a held account, and the hold that
*> covers each, so the posting pass can keep those postings live.
01  WS-APPLIED-COUNT    PIC 9(4) VALUE 0.
01  WS-APPLIED-TABLE.
    05  WS-APPLIED-ENTRY OCCURS 500 TIMES.
        10  WS-APPLIED-JOB-ID   PIC X(10).
        10  WS-APPLIED-HOLD     PIC 9(3).
01  WS-APPLIED-IDX      PIC 9(4) VALUE 0.
01  WS-APPLIED-FULL     PIC X VALUE "N".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM

    PERFORM LOAD-APP-CONFIG
    PERFORM BUILD-ARCHIVE-NAMES
    PERFORM LOAD-LEGAL-HOLDS
    IF WS-LH-FULL = "Y"
        DISPLAY "Posting archive stopped - LegalHolds.txt has more than 200 holds; nothing was archived. Raise the hold table size before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-LH-COUNT > 0
        PERFORM COLLECT-HELD-APPLICANT-JOBS
    END-IF
    IF WS-APPLIED-FULL = "Y"
        DISPLAY "Posting archive stopped - more than 500 applications by held accounts; nothing was archived. Raise the held-application table size before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ARCHIVE-POSTINGS-PASS
    IF WS-ARCH-COUNT > 0
        PERFORM ARCHIVE-APPLICATIONS-PASS
                    *> way for a rerun to find them (the posting would
                    *> already be gone). Overflow rows stay live and
                    *> are picked up by the next run.
                    IF WS-SHOULD-ARCHIVE = "Y" AND WS-LH-COUNT > 0
                        PERFORM CHECK-POSTING-HELD
                        IF WS-LH-HIT > 0
                            ADD 1 TO WS-HELD-JOBS
                            MOVE "N" TO WS-SHOULD-ARCHIVE
                            MOVE SPACES TO WS-LH-ACTION
                            STRING "Archive skipped: posting "
                                   FUNCTION TRIM(JOB-PARSED-ID)
                                   " and its applications"
                                DELIMITED BY SIZE
                                INTO WS-LH-ACTION
                            END-STRING
                            PERFORM WRITE-HOLD-LOG
                        END-IF
                    END-IF
                    IF WS-SHOULD-ARCHIVE = "Y" AND WS-ARCH-COUNT >= 500
                        ADD 1 TO WS-DEFERRED-JOBS
                        MOVE "N" TO WS-SHOULD-ARCHIVE
    END-IF
    EXIT PARAGRAPH.

*> CHECK-POSTING-HELD: WS-LH-HIT is the hold covering the posting just
*> parsed - on the posting, on its owner, or on one of its
*> applicants - or 0.
CHECK-POSTING-HELD.
    MOVE "POSTING" TO WS-LH-LOOK-TYPE
    MOVE JOB-PARSED-ID TO WS-LH-LOOK-KEY
    PERFORM FIND-LEGAL-HOLD
    IF WS-LH-HIT > 0
        EXIT PARAGRAPH
    END-IF
    MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
    MOVE JOB-PARSED-USERNAME TO WS-LH-LOOK-KEY
    PERFORM FIND-LEGAL-HOLD
    IF WS-LH-HIT > 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-APPLIED-IDX FROM 1 BY 1
            UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT OR WS-LH-HIT > 0
        IF FUNCTION TRIM(WS-APPLIED-JOB-ID(WS-APPLIED-IDX))
           = FUNCTION TRIM(JOB-PARSED-ID)
            MOVE WS-APPLIED-HOLD(WS-APPLIED-IDX) TO WS-LH-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> COLLECT-HELD-APPLICANT-JOBS: one pass over applications.dat noting
*> every JobID a held account applied to. One past the table's 500
*> sets WS-APPLIED-FULL, and the run stops before any posting moves.
COLLECT-HELD-APPLICANT-JOBS.
    MOVE 0 TO WS-APPLIED-COUNT
    MOVE "N" TO WS-APPLIED-FULL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    MOVE "ACCOUNT" TO WS-LH-LOOK-TYPE
                    MOVE APPLICATION-PARSED-USERNAME TO WS-LH-LOOK-KEY
                    PERFORM FIND-LEGAL-HOLD
                    IF WS-LH-HIT > 0 AND WS-APPLIED-COUNT >= 500
                        MOVE "Y" TO WS-APPLIED-FULL
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                    IF WS-LH-HIT > 0 AND WS-APPLIED-FULL = "N"
                        ADD 1 TO WS-APPLIED-COUNT
                        MOVE FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                            TO WS-APPLIED-JOB-ID(WS-APPLIED-COUNT)
                        MOVE WS-LH-HIT TO WS-APPLIED-HOLD(WS-APPLIED-COUNT)
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
           "ARCHIVEPOSTINGS"                        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-TYPE(WS-LH-HIT))     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-KEY(WS-LH-HIT))      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-MATTER(WS-LH-HIT))   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LH-ACTION)              DELIMITED BY SIZE
        INTO HOLD-LOG-REC
    END-STRING
    WRITE HOLD-LOG-REC
    CLOSE HOLD-LOG-FILE
    EXIT PARAGRAPH.

WRITE-INDEX-ROW.
    MOVE SPACES TO INDEX-REC
    STRING FUNCTION TRIM(JOB-PARSED-ID)       DELIMITED BY SIZE "|"
    END-STRING
    DISPLAY WS-REPORT-LINE

    IF WS-HELD-JOBS > 0
        MOVE WS-HELD-JOBS TO WS-COUNT-EDIT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "Postings due but held back under legal hold: "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        END-STRING
        DISPLAY WS-REPORT-LINE
    END-IF

    IF WS-DEFERRED-JOBS > 0
        MOVE WS-DEFERRED-JOBS TO WS-COUNT-EDIT
        MOVE SPACES TO WS-REPORT-LINE
