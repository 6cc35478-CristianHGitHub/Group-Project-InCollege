*> Stand-alone nightly report distribution. Run it from the job stream
*> after the nightly reports it distributes (JOBANALYTICSREPORT,
*> EMPLOYERRESPONSIVENESSREPORT, CANDIDATERANKING and the like) have
*> run, in place of slicing and mailing them by hand. Each row of
*> ../data/DistributionList.txt
*>   REPORT|AUDIENCE|RECIPIENT
*> names a report file in ../data (e.g. JobAnalyticsReport.txt,
*> CandidateRankings.txt), the slice of it to send, and the username
*> it goes to. AUDIENCE is one of
*>   ALL             the whole report,
*>   CAMPUS:code     rows for postings on that campus (a posting
*>                   marked ALL, or with no campus, belongs to every
*>                   campus),
*>   EMPLOYER:user   rows for that employer's own postings only.
*> A report line belongs to a posting when it carries "(JobID n)" or,
*> in a pipe-delimited file, when its first field is a posting ID; it
*> belongs to a company when, after any "N. " rank, it starts with a
*> company name from JobPostings.txt followed by ":" or " -". Heading
*> lines (not indented, no "|") go into every slice; an indented or
*> pipe-delimited line that belongs to no posting or company - a
*> cross-employer total, say - goes only to ALL. HDR/TRL control rows
*> are left out, since a slice is not an interface file.
*> Each slice is written to its own ../data/ReportSlice-<run>-<nnn>.txt
*> and queued to the recipient through OutboundMessages.txt as a
*> REPORT message whose body begins "Attached: <slice file>", the name
*> the mail relay attaches. A filtered slice with no rows of its own
*> is not sent. Every list row, sent or not, is logged to
*> ../data/DistributionLog.txt:
*>   RUN-TIMESTAMP|REPORT|AUDIENCE|RECIPIENT|SLICE-FILE|LINES|OUTCOME
*> with OUTCOME SENT, EMPTY, NO-REPORT, BAD-REPORT, BAD-AUDIENCE,
*> NO-ACCOUNT or UNDELIVERABLE.
IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTDISTRIBUTION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIST-FILE ASSIGN TO "../data/DistributionList.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LIST-STAT.
    SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT SLICE-FILE ASSIGN DYNAMIC WS-SLICE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLICE-STAT.
    SELECT LOG-FILE ASSIGN TO "../data/DistributionLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  LIST-FILE.
01  LIST-REC            PIC X(200).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(500).

FD  SLICE-FILE.
01  SLICE-REC           PIC X(500).

FD  LOG-FILE.
01  LOG-REC             PIC X(300).

FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  LIST-STAT           PIC XX.
01  REPORT-STAT         PIC XX.
01  SLICE-STAT          PIC XX.
01  LOG-STAT            PIC XX.
01  JOB-STAT            PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  OUTBOUND-STAT       PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
01  WS-UND-CHECK-USER   PIC X(50).
01  WS-UND-USER         PIC X(50).
01  WS-UND-FOUND        PIC X VALUE "N".
01  WS-UND-EOF          PIC X VALUE "N".
01  WS-XMIT-RENAME-STATUS PIC 9(9) COMP-5.
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).

01  EOF-FLAG            PIC X VALUE "N".
01  WS-LIST-EOF         PIC X VALUE "N".
01  WS-REPORT-EOF       PIC X VALUE "N".
01  WS-RUN-STAMP        PIC X(14).
01  WS-REPORT-PATH      PIC X(120).
01  WS-SLICE-PATH       PIC X(120).
01  WS-SLICE-NAME       PIC X(60).
01  WS-SLICE-SEQ        PIC 9(3) VALUE 0.
01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-LEN              PIC 9(3) VALUE 0.
01  WS-TALLY            PIC 9(3) VALUE 0.

*> The distribution row being worked.
01  WS-D-REPORT         PIC X(60).
01  WS-D-AUDIENCE       PIC X(70).
01  WS-D-RECIPIENT      PIC X(50).
01  WS-D-AUD-TYPE       PIC X(10).
01  WS-D-AUD-VALUE      PIC X(50).
01  WS-D-OUTCOME        PIC X(12).
01  WS-D-LINES          PIC 9(6) VALUE 0.
01  WS-D-LINES-EDIT     PIC Z(5)9.

*> How the report line being judged sits with the audience.
01  WS-L-TEXT           PIC X(500).
01  WS-L-PRE            PIC X(500).
01  WS-L-REST           PIC X(500).
01  WS-L-JOB-ID         PIC X(10).
01  WS-L-KEYED          PIC X VALUE "N".
01  WS-L-MATCH          PIC X VALUE "N".
01  WS-L-HEADING        PIC X VALUE "N".
01  WS-L-COMPANY        PIC X(100).

01  WS-ACCT-FOUND       PIC X VALUE "N".

01  WS-SENT-COUNT       PIC 9(5) VALUE 0.
01  WS-SKIP-COUNT       PIC 9(5) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZZ9.

*> Postings: owner, company and campus, for keying report lines.
01  WS-P-ID             PIC X(10).
01  WS-P-USER           PIC X(50).
01  WS-P-TITLE          PIC X(100).
01  WS-P-DESC           PIC X(300).
01  WS-P-EMPLOYER       PIC X(100).
01  WS-P-LOCATION       PIC X(100).
01  WS-P-SALARY         PIC X(100).
01  WS-P-STATUS         PIC X(20).
01  WS-P-POSTED         PIC X(8).
01  WS-P-TYPE           PIC X(20).
01  WS-P-CAMPUS         PIC X(10).
01  WS-JOB-COUNT        PIC 9(5) VALUE 0.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 3000 TIMES.
        10  WS-JOB-ID         PIC X(10).
        10  WS-JOB-OWNER      PIC X(50).
        10  WS-JOB-COMPANY    PIC X(100).
        10  WS-JOB-CAMPUS     PIC X(10).

*> Advisory lock (OutboundMessages.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  OUTBOUND-LOCK-STAT  PIC XX.
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".
01  CONFIG-STAT         PIC XX.
01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-CONFIG-EOF       PIC X VALUE "N".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LOAD-LOCK-CONFIG
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

    OPEN INPUT LIST-FILE
    IF LIST-STAT = "35"
        DISPLAY "Report distribution: no ../data/DistributionList.txt - nothing to send."
        STOP RUN
    END-IF

    PERFORM LOAD-JOBS

    OPEN EXTEND LOG-FILE
    IF LOG-STAT = "35"
        OPEN OUTPUT LOG-FILE
    END-IF

    MOVE "N" TO WS-LIST-EOF
    PERFORM UNTIL WS-LIST-EOF = "Y"
        READ LIST-FILE
            AT END
                MOVE "Y" TO WS-LIST-EOF
            NOT AT END
                IF LIST-REC NOT = SPACES
                    PERFORM DISTRIBUTE-ONE-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE LIST-FILE
    CLOSE LOG-FILE

    MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
    DISPLAY "Report distribution complete - " FUNCTION TRIM(WS-COUNT-EDIT)
            " slice(s) queued."
    MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT
    DISPLAY "  Not sent: " FUNCTION TRIM(WS-COUNT-EDIT)
            " (see ../data/DistributionLog.txt)"
    STOP RUN.

*> LOAD-JOBS: every posting's owner, company and campus.
LOAD-JOBS.
    MOVE 0 TO WS-JOB-COUNT
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
                IF JOB-REC NOT = SPACES AND WS-JOB-COUNT < 3000
                    MOVE SPACES TO WS-P-ID WS-P-USER WS-P-EMPLOYER WS-P-CAMPUS
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO WS-P-ID
                             WS-P-USER
                             WS-P-TITLE
                             WS-P-DESC
                             WS-P-EMPLOYER
                             WS-P-LOCATION
                             WS-P-SALARY
                             WS-P-STATUS
                             WS-P-POSTED
                             WS-P-TYPE
                             WS-P-CAMPUS
                    END-UNSTRING
                    ADD 1 TO WS-JOB-COUNT
                    MOVE FUNCTION TRIM(WS-P-ID) TO WS-JOB-ID(WS-JOB-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-USER))
                        TO WS-JOB-OWNER(WS-JOB-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-EMPLOYER))
                        TO WS-JOB-COMPANY(WS-JOB-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-CAMPUS))
                        TO WS-JOB-CAMPUS(WS-JOB-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

*> DISTRIBUTE-ONE-ROW: check the list row, cut its slice, queue it
*> and log the outcome.
DISTRIBUTE-ONE-ROW.
    MOVE SPACES TO WS-D-REPORT WS-D-AUDIENCE WS-D-RECIPIENT
                   WS-D-AUD-TYPE WS-D-AUD-VALUE WS-D-OUTCOME WS-SLICE-NAME
    MOVE 0 TO WS-D-LINES
    UNSTRING LIST-REC DELIMITED BY "|"
        INTO WS-D-REPORT
             WS-D-AUDIENCE
             WS-D-RECIPIENT
    END-UNSTRING
    MOVE FUNCTION TRIM(WS-D-REPORT) TO WS-D-REPORT
    MOVE FUNCTION TRIM(WS-D-AUDIENCE) TO WS-D-AUDIENCE
    MOVE FUNCTION TRIM(WS-D-RECIPIENT) TO WS-D-RECIPIENT

    *> Only a plain file name in ../data may be distributed.
    MOVE 0 TO WS-TALLY
    INSPECT WS-D-REPORT TALLYING WS-TALLY FOR ALL "/" ALL "\" ALL ".."
    IF WS-D-REPORT = SPACES OR WS-TALLY > 0
        MOVE "BAD-REPORT" TO WS-D-OUTCOME
        PERFORM WRITE-LOG-ROW
        EXIT PARAGRAPH
    END-IF

    UNSTRING WS-D-AUDIENCE DELIMITED BY ":"
        INTO WS-D-AUD-TYPE
             WS-D-AUD-VALUE
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-D-AUD-TYPE)) TO WS-D-AUD-TYPE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-D-AUD-VALUE)) TO WS-D-AUD-VALUE
    EVALUATE TRUE
        WHEN WS-D-AUD-TYPE = "ALL" AND WS-D-AUD-VALUE = SPACES
            CONTINUE
        WHEN WS-D-AUD-TYPE = "CAMPUS" AND WS-D-AUD-VALUE NOT = SPACES
            CONTINUE
        WHEN WS-D-AUD-TYPE = "EMPLOYER" AND WS-D-AUD-VALUE NOT = SPACES
            CONTINUE
        WHEN OTHER
            MOVE "BAD-AUDIENCE" TO WS-D-OUTCOME
            PERFORM WRITE-LOG-ROW
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM CHECK-RECIPIENT
    IF WS-ACCT-FOUND = "N"
        MOVE "NO-ACCOUNT" TO WS-D-OUTCOME
        PERFORM WRITE-LOG-ROW
        EXIT PARAGRAPH
    END-IF
    MOVE WS-D-RECIPIENT TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        MOVE "UNDELIVERABLE" TO WS-D-OUTCOME
        PERFORM WRITE-LOG-ROW
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REPORT-PATH
    STRING "../data/" FUNCTION TRIM(WS-D-REPORT)
        DELIMITED BY SIZE
        INTO WS-REPORT-PATH
    END-STRING
    OPEN INPUT REPORT-FILE
    IF REPORT-STAT NOT = "00"
        MOVE "NO-REPORT" TO WS-D-OUTCOME
        PERFORM WRITE-LOG-ROW
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-SLICE-SEQ
    STRING "ReportSlice-" WS-RUN-STAMP "-" WS-SLICE-SEQ ".txt"
        DELIMITED BY SIZE
        INTO WS-SLICE-NAME
    END-STRING
    MOVE SPACES TO WS-SLICE-PATH
    STRING "../data/" FUNCTION TRIM(WS-SLICE-NAME)
        DELIMITED BY SIZE
        INTO WS-SLICE-PATH
    END-STRING
    OPEN OUTPUT SLICE-FILE
    MOVE SPACES TO SLICE-REC
    STRING FUNCTION TRIM(WS-D-REPORT) " - " FUNCTION TRIM(WS-D-AUDIENCE)
           " - run " WS-RUN-STAMP(1:8)
        DELIMITED BY SIZE
        INTO SLICE-REC
    END-STRING
    WRITE SLICE-REC

    MOVE "N" TO WS-REPORT-EOF
    PERFORM UNTIL WS-REPORT-EOF = "Y"
        READ REPORT-FILE
            AT END
                MOVE "Y" TO WS-REPORT-EOF
            NOT AT END
                PERFORM JUDGE-REPORT-LINE
                IF WS-L-MATCH = "Y"
                    MOVE REPORT-REC TO SLICE-REC
                    WRITE SLICE-REC
                    IF WS-L-HEADING = "N"
                        ADD 1 TO WS-D-LINES
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REPORT-FILE
    CLOSE SLICE-FILE

    IF WS-D-LINES = 0 AND WS-D-AUD-TYPE NOT = "ALL"
        CALL "CBL_DELETE_FILE" USING WS-SLICE-PATH
            RETURNING WS-XMIT-RENAME-STATUS
        MOVE SPACES TO WS-SLICE-NAME
        SUBTRACT 1 FROM WS-SLICE-SEQ
        MOVE "EMPTY" TO WS-D-OUTCOME
        PERFORM WRITE-LOG-ROW
        EXIT PARAGRAPH
    END-IF

    PERFORM QUEUE-SLICE
    MOVE "SENT" TO WS-D-OUTCOME
    PERFORM WRITE-LOG-ROW
    EXIT PARAGRAPH.

*> JUDGE-REPORT-LINE: WS-L-MATCH is "Y" when REPORT-REC belongs in this
*> audience's slice; WS-L-HEADING marks a heading carried into every
*> slice (and not counted as one of the slice's own rows).
JUDGE-REPORT-LINE.
    MOVE "N" TO WS-L-MATCH WS-L-KEYED WS-L-HEADING
    IF REPORT-REC(1:4) = "HDR|" OR REPORT-REC(1:4) = "TRL|"
        EXIT PARAGRAPH
    END-IF
    IF REPORT-REC = SPACES
        MOVE "Y" TO WS-L-MATCH WS-L-HEADING
        EXIT PARAGRAPH
    END-IF

    *> A line naming a posting.
    MOVE SPACES TO WS-L-PRE WS-L-REST WS-L-JOB-ID
    UNSTRING REPORT-REC DELIMITED BY "(JobID "
        INTO WS-L-PRE
             WS-L-REST
    END-UNSTRING
    IF WS-L-REST NOT = SPACES
        UNSTRING WS-L-REST DELIMITED BY ")"
            INTO WS-L-JOB-ID
        END-UNSTRING
        PERFORM MATCH-JOB-LINE
        IF WS-L-KEYED = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> A pipe-delimited row whose first field is a posting ID.
    MOVE 0 TO WS-TALLY
    INSPECT REPORT-REC TALLYING WS-TALLY FOR ALL "|"
    IF WS-TALLY > 0
        MOVE SPACES TO WS-L-JOB-ID
        UNSTRING REPORT-REC DELIMITED BY "|"
            INTO WS-L-JOB-ID
        END-UNSTRING
        PERFORM MATCH-JOB-LINE
        IF WS-L-KEYED = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> A line led by a company name.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REPORT-REC)) TO WS-L-TEXT
    MOVE 0 TO WS-LEN
    INSPECT WS-L-TEXT TALLYING WS-LEN FOR LEADING "0" "1" "2" "3" "4"
        "5" "6" "7" "8" "9"
    IF WS-LEN > 0 AND WS-L-TEXT(WS-LEN + 1:2) = ". "
        MOVE WS-L-TEXT(WS-LEN + 3:) TO WS-L-REST
        MOVE WS-L-REST TO WS-L-TEXT
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-JOB-COUNT OR WS-L-MATCH = "Y"
        IF WS-JOB-COMPANY(WS-IDX) NOT = SPACES
            MOVE WS-JOB-COMPANY(WS-IDX) TO WS-L-COMPANY
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-L-COMPANY)) TO WS-LEN
            IF WS-L-TEXT(1:WS-LEN) = WS-L-COMPANY(1:WS-LEN)
               AND (WS-L-TEXT(WS-LEN + 1:1) = ":"
                    OR WS-L-TEXT(WS-LEN + 1:2) = " -")
                MOVE "Y" TO WS-L-KEYED
                PERFORM MATCH-AUDIENCE
            END-IF
        END-IF
    END-PERFORM
    IF WS-L-KEYED = "Y"
        EXIT PARAGRAPH
    END-IF

    *> Nothing ties the line to a posting or company: headings go to
    *> everyone, detail only to the whole-report audience.
    IF REPORT-REC(1:1) NOT = SPACE AND WS-TALLY = 0
        MOVE "Y" TO WS-L-MATCH WS-L-HEADING
        EXIT PARAGRAPH
    END-IF
    IF WS-D-AUD-TYPE = "ALL"
        MOVE "Y" TO WS-L-MATCH
    END-IF
    EXIT PARAGRAPH.

*> MATCH-JOB-LINE: WS-L-JOB-ID against the posting table.
MATCH-JOB-LINE.
    MOVE FUNCTION TRIM(WS-L-JOB-ID) TO WS-L-JOB-ID
    IF WS-L-JOB-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-JOB-COUNT OR WS-L-KEYED = "Y"
        IF WS-JOB-ID(WS-IDX) = WS-L-JOB-ID
            MOVE "Y" TO WS-L-KEYED
            PERFORM MATCH-AUDIENCE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> MATCH-AUDIENCE: does the posting at WS-IDX belong to the audience?
MATCH-AUDIENCE.
    EVALUATE WS-D-AUD-TYPE
        WHEN "ALL"
            MOVE "Y" TO WS-L-MATCH
        WHEN "CAMPUS"
            IF WS-JOB-CAMPUS(WS-IDX) = WS-D-AUD-VALUE
               OR WS-JOB-CAMPUS(WS-IDX) = "ALL"
               OR WS-JOB-CAMPUS(WS-IDX) = SPACES
                MOVE "Y" TO WS-L-MATCH
            END-IF
        WHEN "EMPLOYER"
            IF WS-JOB-OWNER(WS-IDX) = WS-D-AUD-VALUE
                MOVE "Y" TO WS-L-MATCH
            END-IF
    END-EVALUATE
    EXIT PARAGRAPH.

*> CHECK-RECIPIENT: the recipient must hold an account.
CHECK-RECIPIENT.
    MOVE "N" TO WS-ACCT-FOUND
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y" OR WS-ACCT-FOUND = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(WS-D-RECIPIENT)
                    MOVE "Y" TO WS-ACCT-FOUND
                    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-D-RECIPIENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

*> QUEUE-SLICE: one REPORT message naming the slice file to attach.
QUEUE-SLICE.
    MOVE WS-D-LINES TO WS-D-LINES-EDIT
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-D-RECIPIENT)          DELIMITED BY SIZE "|"
           "REPORT"                               DELIMITED BY SIZE "|"
           "InCollege report: "                   DELIMITED BY SIZE
           FUNCTION TRIM(WS-D-REPORT)             DELIMITED BY SIZE
           " (" FUNCTION TRIM(WS-D-AUDIENCE) ")"  DELIMITED BY SIZE "|"
           "Attached: "                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLICE-NAME)           DELIMITED BY SIZE
           " - "                                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-D-LINES-EDIT)         DELIMITED BY SIZE
           " line(s) from the "                   DELIMITED BY SIZE
           WS-RUN-STAMP(1:8)                      DELIMITED BY SIZE
           " run."                                DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)            DELIMITED BY SIZE "|"
           "N"                                    DELIMITED BY SIZE
        INTO OUTBOUND-REC
    END-STRING
    MOVE OUTBOUND-REC TO WS-XMIT-NEW-ROW
    PERFORM APPEND-OUTBOUND-ROW
    ADD 1 TO WS-SENT-COUNT
    EXIT PARAGRAPH.

WRITE-LOG-ROW.
    IF WS-D-OUTCOME NOT = "SENT"
        ADD 1 TO WS-SKIP-COUNT
    END-IF
    MOVE WS-D-LINES TO WS-D-LINES-EDIT
    MOVE SPACES TO LOG-REC
    STRING WS-RUN-STAMP                    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-D-REPORT)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-D-AUDIENCE)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-D-RECIPIENT)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SLICE-NAME)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-D-LINES-EDIT)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-D-OUTCOME)     DELIMITED BY SIZE
        INTO LOG-REC
    END-STRING
    WRITE LOG-REC
    EXIT PARAGRAPH.

*> APPEND-OUTBOUND-ROW: queue WS-XMIT-NEW-ROW for the mail relay. Rows
*> are only ever appended here, under OutboundMessages.lock so a row
*> can't land between OUTBOUNDCUTOVER's copy of the file and its swap;
*> OUTBOUNDCUTOVER wraps the file in its HDR/TRL control records at
*> hand-off, just before the relay collects it.
APPEND-OUTBOUND-ROW.
    PERFORM ACQUIRE-OUTBOUND-LOCK
    OPEN EXTEND OUTBOUND-FILE
    IF OUTBOUND-STAT = "35"
        OPEN OUTPUT OUTBOUND-FILE
    END-IF
    MOVE WS-XMIT-NEW-ROW TO OUTBOUND-REC
    WRITE OUTBOUND-REC
    CLOSE OUTBOUND-FILE
    PERFORM RELEASE-OUTBOUND-LOCK
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

*> ACQUIRE-OUTBOUND-LOCK / RELEASE-OUTBOUND-LOCK: OutboundMessages.lock,
*> shared with OUTBOUNDCUTOVER and RESENDOUTBOUND; the wait is bounded
*> by LOCK_STALE_SECONDS, after which the lock is reclaimed as stale.
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

RELEASE-OUTBOUND-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    EXIT PARAGRAPH.

*> CHECK-UNDELIVERABLE: WS-UND-FOUND is "Y" when MAILBOUNCELOAD has
*> marked WS-UND-CHECK-USER's email address undeliverable; mail to
*> them is not queued until they verify a working address.
CHECK-UNDELIVERABLE.
    MOVE "N" TO WS-UND-FOUND
    MOVE "N" TO WS-UND-EOF
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-UND-EOF = "Y" OR WS-UND-FOUND = "Y"
        READ UNDELIVERABLE-FILE
            AT END
                MOVE "Y" TO WS-UND-EOF
            NOT AT END
                MOVE SPACES TO WS-UND-USER
                UNSTRING UNDELIVERABLE-REC DELIMITED BY "|"
                    INTO WS-UND-USER
                END-UNSTRING
                IF WS-UND-USER NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-CHECK-USER))
                    MOVE "Y" TO WS-UND-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
    EXIT PARAGRAPH.

END PROGRAM REPORTDISTRIBUTION.
