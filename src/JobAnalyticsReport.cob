*> Stand-alone nightly analytics report: reads JOB-FILE and
*> APPLICATION-FILE and writes postings-per-employer counts, the
*> most-applied-to jobs, and total applications per day to a report
*> file, along with each posting's openings against its hires. Run
*> this directly (it is not wired into InCollege.cob's menu),
*> the same way DailyActivityReport.cob is run for its own daily
*> counts.
*> The JobAnalyticsExtract.txt extract is framed by a
*> HDR|INCOLLEGE|RUN-DATE|SEQUENCE header and a
*> TRL|RECORD-COUNT|HASH-TOTAL trailer; the sequence steps by one each
*> run (InterfaceControl.txt).
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBANALYTICSREPORT.

    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPLICATION-STATUS.
    *> Multi-opening postings (JOB-ID|OPENINGS); a posting with no row
    *> has one opening.
    SELECT OPENINGS-FILE ASSIGN TO "../data/JobOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPENINGS-STATUS.
    SELECT REPORT-FILE ASSIGN TO "../data/JobAnalyticsReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO "../data/JobAnalyticsExtract.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTRACT-STATUS.
    *> Last sequence per interface and source
    *> (INTERFACE|SOURCE|LAST-SEQUENCE|RUN-DATE|ACCEPTED-DATE).
    SELECT CONTROL-FILE ASSIGN TO "../data/InterfaceControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STAT.
    SELECT CONTROL-TEMP-FILE ASSIGN TO "../data/InterfaceControl.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-TEMP-STAT.

DATA DIVISION.
FILE SECTION.
FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  OPENINGS-FILE.
01  OPENINGS-REC        PIC X(30).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(150).

FD  EXTRACT-FILE.
01  EXTRACT-REC         PIC X(150).

FD  CONTROL-FILE.
01  CONTROL-REC         PIC X(120).

FD  CONTROL-TEMP-FILE.
01  CONTROL-TEMP-REC    PIC X(120).

WORKING-STORAGE SECTION.
*> Extract controls: the HDR|SOURCE|RUN-DATE|SEQUENCE header and the
*> TRL|RECORD-COUNT|HASH-TOTAL trailer around the data rows, and the
*> last sequence sent per extract (InterfaceControl.txt).
01  CONTROL-STAT        PIC XX.
01  CONTROL-TEMP-STAT   PIC XX.
01  EOF-CONTROL         PIC X VALUE "N".
01  WS-CONTROL-PATH     PIC X(40) VALUE "../data/InterfaceControl.txt".
01  WS-CONTROL-TEMP-PATH PIC X(40) VALUE "../data/InterfaceControl.tmp".
01  WS-XMIT-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-XMIT-INTERFACE   PIC X(40) VALUE "JobAnalyticsExtract.txt".
01  WS-XMIT-SOURCE      PIC X(20).
01  WS-XMIT-RUN-DATE    PIC X(10).
01  WS-XMIT-SEQ         PIC 9(9) VALUE 0.
01  WS-XMIT-LAST-SEQ    PIC 9(9) VALUE 0.
01  WS-XMIT-HAVE-LAST   PIC X VALUE "N".
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.
01  WS-XMIT-SEQ-OUT     PIC 9(9).
01  WS-CTLF-INTERFACE   PIC X(40).
01  WS-CTLF-SOURCE      PIC X(20).
01  WS-CTLF-SEQ         PIC X(12).
01  WS-CTLF-RUN-DATE    PIC X(10).
01  WS-CTLF-MATCHED     PIC X VALUE "N".
01  EXTRACT-STATUS      PIC XX.
01  WS-EXT-METRIC       PIC X(30).
01  WS-EXT-DIMENSION    PIC X(100).
01  REPORT-STATUS       PIC XX.
01  JOB-EOF             PIC X VALUE "N".
01  APPLICATION-EOF     PIC X VALUE "N".
01  OPENINGS-STATUS     PIC XX.
01  OPENINGS-EOF        PIC X VALUE "N".
01  WS-OPN-JOB-ID       PIC X(10).
01  WS-OPN-COUNT        PIC X(6).

01  WS-FIELD-1          PIC X(100).
01  WS-FIELD-2          PIC X(100).
        10  WS-JOB-ID-KEY    PIC X(20).
        10  WS-JOB-TITLE-KEY PIC X(100).
        10  WS-JOB-APPLICATIONS PIC 9(6).
        10  WS-JOB-OPENINGS  PIC 9(4).
        10  WS-JOB-HIRES     PIC 9(4).

*> Openings-versus-hires totals across every posting.
01  WS-TOTAL-OPENINGS   PIC 9(6) VALUE 0.
01  WS-TOTAL-HIRES      PIC 9(6) VALUE 0.
01  WS-FILL-PCT         PIC 9(3)V9 VALUE 0.
01  WS-FILL-PCT-EDIT    PIC ZZ9.9.
01  WS-HC-EDIT          PIC Z(3)9.
01  WS-HC-EDIT2         PIC Z(3)9.

*> Total applications per day, built from a full scan of
*> APPLICATION-FILE.
01  WS-TEMP-COUNT       PIC 9(6).
01  WS-TEMP-TITLE       PIC X(100).
01  WS-TEMP-DATE        PIC X(8).
01  WS-TEMP-OPENINGS    PIC 9(4).
01  WS-TEMP-HIRES       PIC 9(4).

01  WS-REPORT-LINE      PIC X(150).
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT2      PIC ZZZ,ZZ9.
01  WS-TODAY            PIC X(8).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM BUILD-EMPLOYER-AND-JOB-TABLES
    PERFORM LOAD-JOB-OPENINGS
    PERFORM BUILD-APPLICATION-COUNTS
    PERFORM SORT-EMPLOYERS-BY-POSTINGS
    PERFORM SORT-JOBS-BY-APPLICATIONS
    PERFORM PRINT-EMPLOYER-SECTION
    PERFORM PRINT-TOP-JOBS-SECTION
    PERFORM PRINT-DAILY-APPLICATIONS-SECTION
    PERFORM PRINT-HEADCOUNT-SECTION
    CLOSE REPORT-FILE

    PERFORM WRITE-EXTRACT-FEED
*> record per fact.
WRITE-EXTRACT-FEED.
    OPEN OUTPUT EXTRACT-FILE
    PERFORM WRITE-EXTRACT-HEADER

    MOVE "POSTINGS_PER_EMPLOYER" TO WS-EXT-METRIC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-EMPLOYER-COUNT
        PERFORM WRITE-EXTRACT-ROW
    END-PERFORM

    MOVE "OPENINGS_PER_JOB" TO WS-EXT-METRIC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        MOVE WS-JOB-ID-KEY(WS-IDX) TO WS-EXT-DIMENSION
        MOVE WS-JOB-OPENINGS(WS-IDX) TO WS-EXT-VALUE
        PERFORM WRITE-EXTRACT-ROW
    END-PERFORM

    MOVE "HIRES_PER_JOB" TO WS-EXT-METRIC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        MOVE WS-JOB-ID-KEY(WS-IDX) TO WS-EXT-DIMENSION
        MOVE WS-JOB-HIRES(WS-IDX) TO WS-EXT-VALUE
        PERFORM WRITE-EXTRACT-ROW
    END-PERFORM

    MOVE "APPLICATIONS_PER_DAY" TO WS-EXT-METRIC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-DATE-COUNT
        MOVE WS-DATE-KEY(WS-IDX) TO WS-EXT-DIMENSION
        PERFORM WRITE-EXTRACT-ROW
    END-PERFORM

    PERFORM WRITE-EXTRACT-TRAILER
    CLOSE EXTRACT-FILE
    EXIT PARAGRAPH.

        INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC
    ADD 1 TO WS-XMIT-COUNT
    ADD FUNCTION LENGTH(FUNCTION TRIM(EXTRACT-REC TRAILING)) TO WS-XMIT-HASH
    EXIT PARAGRAPH.

*> BUILD-EMPLOYER-AND-JOB-TABLES: one pass over JOB-FILE, tallying
        MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-JOB-ID-KEY(WS-JOB-COUNT)
        MOVE FUNCTION TRIM(WS-FIELD-3) TO WS-JOB-TITLE-KEY(WS-JOB-COUNT)
        MOVE 0 TO WS-JOB-APPLICATIONS(WS-JOB-COUNT)
        MOVE 1 TO WS-JOB-OPENINGS(WS-JOB-COUNT)
        MOVE 0 TO WS-JOB-HIRES(WS-JOB-COUNT)
    END-IF
    EXIT PARAGRAPH.

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        IF WS-JOB-ID-KEY(WS-IDX) = FUNCTION TRIM(WS-FIELD-8)
            ADD 1 TO WS-JOB-APPLICATIONS(WS-IDX)
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-9)) = "HIRED"
                ADD 1 TO WS-JOB-HIRES(WS-IDX)
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-JOB-OPENINGS: one pass over JobOpenings.txt, setting the
*> headcount of each multi-opening posting already in the job table.
LOAD-JOB-OPENINGS.
    MOVE "N" TO OPENINGS-EOF
    OPEN INPUT OPENINGS-FILE
    IF OPENINGS-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL OPENINGS-EOF = "Y"
        READ OPENINGS-FILE
            AT END
                MOVE "Y" TO OPENINGS-EOF
            NOT AT END
                IF OPENINGS-REC NOT = SPACES
                    MOVE SPACES TO WS-OPN-JOB-ID WS-OPN-COUNT
                    UNSTRING OPENINGS-REC DELIMITED BY "|"
                        INTO WS-OPN-JOB-ID WS-OPN-COUNT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-OPN-COUNT) IS NUMERIC
                        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
                            IF WS-JOB-ID-KEY(WS-IDX) = FUNCTION TRIM(WS-OPN-JOB-ID)
                                MOVE FUNCTION NUMVAL(WS-OPN-COUNT)
                                    TO WS-JOB-OPENINGS(WS-IDX)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPENINGS-FILE
    EXIT PARAGRAPH.

*> RECORD-DATE-APPLICATION: WS-FIELD-10 holds the submission date.
RECORD-DATE-APPLICATION.
    MOVE "N" TO WS-FOUND
        MOVE WS-JOB-ID-KEY(WS-IDX) TO WS-TEMP-NAME
        MOVE WS-JOB-TITLE-KEY(WS-IDX) TO WS-TEMP-TITLE
        MOVE WS-JOB-APPLICATIONS(WS-IDX) TO WS-TEMP-COUNT
        MOVE WS-JOB-OPENINGS(WS-IDX) TO WS-TEMP-OPENINGS
        MOVE WS-JOB-HIRES(WS-IDX) TO WS-TEMP-HIRES
        MOVE WS-IDX TO WS-IDX2
        PERFORM UNTIL WS-IDX2 <= 1
            OR WS-JOB-APPLICATIONS(WS-IDX2 - 1) >= WS-TEMP-COUNT
            MOVE WS-JOB-ID-KEY(WS-IDX2 - 1) TO WS-JOB-ID-KEY(WS-IDX2)
            MOVE WS-JOB-TITLE-KEY(WS-IDX2 - 1) TO WS-JOB-TITLE-KEY(WS-IDX2)
            MOVE WS-JOB-APPLICATIONS(WS-IDX2 - 1) TO WS-JOB-APPLICATIONS(WS-IDX2)
            MOVE WS-JOB-OPENINGS(WS-IDX2 - 1) TO WS-JOB-OPENINGS(WS-IDX2)
            MOVE WS-JOB-HIRES(WS-IDX2 - 1) TO WS-JOB-HIRES(WS-IDX2)
            SUBTRACT 1 FROM WS-IDX2
        END-PERFORM
        MOVE WS-TEMP-NAME TO WS-JOB-ID-KEY(WS-IDX2)
        MOVE WS-TEMP-TITLE TO WS-JOB-TITLE-KEY(WS-IDX2)
        MOVE WS-TEMP-COUNT TO WS-JOB-APPLICATIONS(WS-IDX2)
        MOVE WS-TEMP-OPENINGS TO WS-JOB-OPENINGS(WS-IDX2)
        MOVE WS-TEMP-HIRES TO WS-JOB-HIRES(WS-IDX2)
    END-PERFORM
    EXIT PARAGRAPH.

    END-IF
    EXIT PARAGRAPH.

*> PRINT-HEADCOUNT-SECTION: every posting's hires against its openings
*> ("3 of 12 filled"), then the totals across all postings.
PRINT-HEADCOUNT-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Openings vs hires:" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-JOB-COUNT = 0
        MOVE "  (no job postings yet)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-TOTAL-OPENINGS WS-TOTAL-HIRES
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOB-COUNT
        ADD WS-JOB-OPENINGS(WS-IDX) TO WS-TOTAL-OPENINGS
        ADD WS-JOB-HIRES(WS-IDX) TO WS-TOTAL-HIRES
        MOVE WS-JOB-HIRES(WS-IDX) TO WS-HC-EDIT
        MOVE WS-JOB-OPENINGS(WS-IDX) TO WS-HC-EDIT2
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-JOB-TITLE-KEY(WS-IDX))
               " (JobID " FUNCTION TRIM(WS-JOB-ID-KEY(WS-IDX)) "): "
               FUNCTION TRIM(WS-HC-EDIT) " of "
               FUNCTION TRIM(WS-HC-EDIT2) " filled"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-PERFORM

    MOVE 0 TO WS-FILL-PCT
    IF WS-TOTAL-OPENINGS > 0
        COMPUTE WS-FILL-PCT ROUNDED =
            WS-TOTAL-HIRES * 100 / WS-TOTAL-OPENINGS
    END-IF
    MOVE WS-FILL-PCT TO WS-FILL-PCT-EDIT
    MOVE WS-TOTAL-HIRES TO WS-COUNT-EDIT
    MOVE WS-TOTAL-OPENINGS TO WS-COUNT-EDIT2
    MOVE SPACES TO REPORT-REC
    STRING "  Total: " FUNCTION TRIM(WS-COUNT-EDIT) " hire(s) against "
           FUNCTION TRIM(WS-COUNT-EDIT2) " opening(s) ("
           FUNCTION TRIM(WS-FILL-PCT-EDIT) "% filled)"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> WRITE-EXTRACT-HEADER: the extract opens with HDR|SOURCE|RUN-DATE|
*> SEQUENCE, the sequence one past the last this extract was sent
*> with (InterfaceControl.txt), so the receiver can spot a repeat or a
*> missed file. Rows written after it are tallied for the trailer.
WRITE-EXTRACT-HEADER.
    MOVE "INCOLLEGE" TO WS-XMIT-SOURCE
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-XMIT-RUN-DATE
    MOVE 0 TO WS-XMIT-LAST-SEQ WS-XMIT-COUNT WS-XMIT-HASH
    MOVE "N" TO EOF-CONTROL
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
                           AND FUNCTION TRIM(WS-CTLF-SEQ) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-CTLF-SEQ)
                                TO WS-XMIT-LAST-SEQ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    END-IF
    COMPUTE WS-XMIT-SEQ = WS-XMIT-LAST-SEQ + 1
    MOVE WS-XMIT-SEQ TO WS-XMIT-SEQ-OUT
    MOVE SPACES TO EXTRACT-REC
    STRING "HDR|" FUNCTION TRIM(WS-XMIT-SOURCE) "|"
           WS-XMIT-RUN-DATE(1:8) "|" WS-XMIT-SEQ-OUT
        DELIMITED BY SIZE
        INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC
    EXIT PARAGRAPH.

*> WRITE-EXTRACT-TRAILER: TRL|RECORD-COUNT|HASH-TOTAL over the data
*> rows (hash = the sum of their lengths, trailing spaces excluded),
*> then the sequence just sent becomes the last for this extract.
WRITE-EXTRACT-TRAILER.
    MOVE SPACES TO EXTRACT-REC
    STRING "TRL|" WS-XMIT-COUNT "|" WS-XMIT-HASH
        DELIMITED BY SIZE
        INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC
    PERFORM RECORD-FEED-SEQUENCE
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
END PROGRAM JOBANALYTICSREPORT.
