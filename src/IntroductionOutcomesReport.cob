*> Stand-alone warm-introduction outcome report for career services.
*> Run this directly, the same way the other reports are. Reads the
*> introduction ledger ../data/Introductions.txt (ID|REQUESTER|
*> INTRODUCER|TARGET|REASON|INTRO-NOTE|STATUS|REQUESTED|FORWARDED|
*> DECIDED) and shows the funnel - requested, forwarded by the mutual
*> connection, accepted by the target - with its conversion rates and
*> the average days from request to connection, then sets the cold
*> side beside it: every EstablishedConnections.txt pair that did not
*> come from an accepted introduction counts as an accepted cold
*> request, and every ConnectionRecords.txt row is a cold request still
*> pending. A declined cold request is removed by MANAGEREQUESTS and
*> leaves nothing behind, so the cold rate can only count accepted
*> against still-pending and reads high; the report says so. Closes
*> with a per-introducer line. Output goes to
*> ../data/IntroductionOutcomes.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. INTRODUCTIONOUTCOMESREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTRO-FILE ASSIGN TO "../data/Introductions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTRO-STAT.
    SELECT CONNECTION-FILE ASSIGN TO "../data/ConnectionRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONN-STAT.
    SELECT ESTABLISHED-FILE ASSIGN TO "../data/EstablishedConnections.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EST-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/IntroductionOutcomes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  INTRO-FILE.
01  INTRO-REC           PIC X(600).

FD  CONNECTION-FILE.
01  CONNECTION-RECORD.
    05  CR-SENDER       PIC X(40).
    05  CR-RECEIVER     PIC X(40).
    05  CR-NOTE         PIC X(100).

FD  ESTABLISHED-FILE.
01  ESTABLISHED-RECORD.
    05  ER-USER-A       PIC X(40).
    05  ER-USER-B       PIC X(40).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  INTRO-STAT          PIC XX.
01  CONN-STAT           PIC XX.
01  EST-STAT            PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-DAYS-EDIT        PIC ZZ,ZZ9.9.
01  WS-PCT              PIC 9(3)V9 VALUE 0.
01  WS-PCT-EDIT         PIC ZZ9.9.
01  WS-WARM-PCT         PIC 9(3)V9 VALUE 0.
01  WS-COLD-PCT         PIC 9(3)V9 VALUE 0.
01  WS-REPORT-LINE      PIC X(200).
01  WS-LABEL            PIC X(60).
01  WS-LABEL-VALUE      PIC 9(6) VALUE 0.

*> One parsed ledger row
01  WS-INP-ID           PIC X(6).
01  WS-INP-REQUESTER    PIC X(50).
01  WS-INP-INTRODUCER   PIC X(50).
01  WS-INP-TARGET       PIC X(50).
01  WS-INP-REASON       PIC X(100).
01  WS-INP-NOTE         PIC X(100).
01  WS-INP-STATUS       PIC X(10).
01  WS-INP-REQ-DATE     PIC X(8).
01  WS-INP-FWD-DATE     PIC X(8).
01  WS-INP-DEC-DATE     PIC X(8).

*> Warm funnel counts
01  WS-WARM-TOTAL       PIC 9(6) VALUE 0.
01  WS-WARM-REQUESTED   PIC 9(6) VALUE 0.
01  WS-WARM-DECLINED    PIC 9(6) VALUE 0.
01  WS-WARM-FORWARDED   PIC 9(6) VALUE 0.
01  WS-WARM-WAITING     PIC 9(6) VALUE 0.
01  WS-WARM-ACCEPTED    PIC 9(6) VALUE 0.
01  WS-WARM-REJECTED    PIC 9(6) VALUE 0.
01  WS-WARM-CLOSED      PIC 9(6) VALUE 0.
01  WS-WARM-DECIDED     PIC 9(6) VALUE 0.
01  WS-WARM-DAYS-TOTAL  PIC 9(9) VALUE 0.
01  WS-WARM-DAYS-COUNT  PIC 9(6) VALUE 0.
01  WS-WARM-AVG-DAYS    PIC 9(5)V9 VALUE 0.
01  WS-REQ-INT          PIC 9(8) VALUE 0.
01  WS-DEC-INT          PIC 9(8) VALUE 0.

*> Cold side
01  WS-COLD-ACCEPTED    PIC 9(6) VALUE 0.
01  WS-COLD-PENDING     PIC 9(6) VALUE 0.
01  WS-COLD-DECIDED     PIC 9(6) VALUE 0.

*> Pairs connected through an accepted introduction, so the
*> EstablishedConnections pass can leave them off the cold side.
01  WS-WARM-PAIR-COUNT  PIC 9(4) VALUE 0.
01  WS-WARM-PAIR-TABLE.
    05  WS-WARM-PAIR OCCURS 2000 TIMES.
        10  WS-WP-USER-1 PIC X(40).
        10  WS-WP-USER-2 PIC X(40).
01  WS-WP-IDX           PIC 9(4) VALUE 0.
01  WS-WP-FOUND         PIC X VALUE "N".

*> Per-introducer tallies
01  WS-INTRODUCER-COUNT PIC 9(4) VALUE 0.
01  WS-INTRODUCER-TABLE.
    05  WS-ITR-ENTRY OCCURS 500 TIMES.
        10  WS-ITR-USER      PIC X(50).
        10  WS-ITR-ASKED     PIC 9(5).
        10  WS-ITR-FORWARDED PIC 9(5).
        10  WS-ITR-ACCEPTED  PIC 9(5).
01  WS-ITR-IDX          PIC 9(4) VALUE 0.
01  WS-ITR-FOUND        PIC 9(4) VALUE 0.
01  WS-ITR-EDIT-1       PIC ZZ,ZZ9.
01  WS-ITR-EDIT-2       PIC ZZ,ZZ9.
01  WS-ITR-EDIT-3       PIC ZZ,ZZ9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-INTRODUCTIONS
    PERFORM COUNT-COLD-REQUESTS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Introduction Outcomes Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM PRINT-WARM-SECTION
    PERFORM PRINT-COLD-SECTION
    PERFORM PRINT-COMPARISON
    PERFORM PRINT-INTRODUCER-SECTION

    CLOSE REPORT-FILE
    DISPLAY "Introduction outcomes written to ../data/IntroductionOutcomes.txt"
    STOP RUN.

*> LOAD-INTRODUCTIONS: one pass over the ledger - status counts, the
*> request-to-connection days for accepted rows, the accepted pairs
*> and the per-introducer tallies.
LOAD-INTRODUCTIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT INTRO-FILE
    IF INTRO-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ INTRO-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF INTRO-REC NOT = SPACES
                    PERFORM TALLY-ONE-INTRODUCTION
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTRO-FILE
    EXIT PARAGRAPH.

TALLY-ONE-INTRODUCTION.
    MOVE SPACES TO WS-INP-ID WS-INP-REQUESTER WS-INP-INTRODUCER
                   WS-INP-TARGET WS-INP-REASON WS-INP-NOTE
                   WS-INP-STATUS WS-INP-REQ-DATE WS-INP-FWD-DATE
                   WS-INP-DEC-DATE
    UNSTRING INTRO-REC DELIMITED BY "|"
        INTO WS-INP-ID
             WS-INP-REQUESTER
             WS-INP-INTRODUCER
             WS-INP-TARGET
             WS-INP-REASON
             WS-INP-NOTE
             WS-INP-STATUS
             WS-INP-REQ-DATE
             WS-INP-FWD-DATE
             WS-INP-DEC-DATE
    END-UNSTRING
    ADD 1 TO WS-WARM-TOTAL
    PERFORM FIND-OR-ADD-INTRODUCER
    IF WS-ITR-FOUND > 0
        ADD 1 TO WS-ITR-ASKED(WS-ITR-FOUND)
    END-IF

    EVALUATE FUNCTION TRIM(WS-INP-STATUS)
        WHEN "Requested"
            ADD 1 TO WS-WARM-REQUESTED
        WHEN "Declined"
            ADD 1 TO WS-WARM-DECLINED
        WHEN "Forwarded"
            ADD 1 TO WS-WARM-FORWARDED
            ADD 1 TO WS-WARM-WAITING
        WHEN "Accepted"
            ADD 1 TO WS-WARM-FORWARDED
            ADD 1 TO WS-WARM-ACCEPTED
            PERFORM REMEMBER-WARM-PAIR
            PERFORM ADD-DAYS-TO-CONNECT
        WHEN "Rejected"
            ADD 1 TO WS-WARM-FORWARDED
            ADD 1 TO WS-WARM-REJECTED
        WHEN OTHER
            ADD 1 TO WS-WARM-CLOSED
    END-EVALUATE

    IF WS-ITR-FOUND > 0
        IF FUNCTION TRIM(WS-INP-STATUS) = "Forwarded"
           OR FUNCTION TRIM(WS-INP-STATUS) = "Accepted"
           OR FUNCTION TRIM(WS-INP-STATUS) = "Rejected"
            ADD 1 TO WS-ITR-FORWARDED(WS-ITR-FOUND)
        END-IF
        IF FUNCTION TRIM(WS-INP-STATUS) = "Accepted"
            ADD 1 TO WS-ITR-ACCEPTED(WS-ITR-FOUND)
        END-IF
    END-IF
    EXIT PARAGRAPH.

FIND-OR-ADD-INTRODUCER.
    MOVE 0 TO WS-ITR-FOUND
    PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
            UNTIL WS-ITR-IDX > WS-INTRODUCER-COUNT OR WS-ITR-FOUND > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ITR-USER(WS-ITR-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-INTRODUCER))
            MOVE WS-ITR-IDX TO WS-ITR-FOUND
        END-IF
    END-PERFORM
    IF WS-ITR-FOUND = 0 AND WS-INTRODUCER-COUNT < 500
        ADD 1 TO WS-INTRODUCER-COUNT
        MOVE WS-INTRODUCER-COUNT TO WS-ITR-FOUND
        MOVE WS-INP-INTRODUCER TO WS-ITR-USER(WS-ITR-FOUND)
        MOVE 0 TO WS-ITR-ASKED(WS-ITR-FOUND)
        MOVE 0 TO WS-ITR-FORWARDED(WS-ITR-FOUND)
        MOVE 0 TO WS-ITR-ACCEPTED(WS-ITR-FOUND)
    END-IF
    EXIT PARAGRAPH.

REMEMBER-WARM-PAIR.
    IF WS-WARM-PAIR-COUNT < 2000
        ADD 1 TO WS-WARM-PAIR-COUNT
        MOVE WS-INP-REQUESTER TO WS-WP-USER-1(WS-WARM-PAIR-COUNT)
        MOVE WS-INP-TARGET TO WS-WP-USER-2(WS-WARM-PAIR-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> ADD-DAYS-TO-CONNECT: calendar days from the request to the
*> target's accept; a row with an unreadable date is left out of the
*> average rather than guessed at.
ADD-DAYS-TO-CONNECT.
    IF WS-INP-REQ-DATE IS NOT NUMERIC OR WS-INP-DEC-DATE IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-INP-REQ-DATE)) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-INP-DEC-DATE)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-REQ-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-INP-REQ-DATE))
    COMPUTE WS-DEC-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-INP-DEC-DATE))
    IF WS-DEC-INT >= WS-REQ-INT
        COMPUTE WS-WARM-DAYS-TOTAL = WS-WARM-DAYS-TOTAL + WS-DEC-INT - WS-REQ-INT
        ADD 1 TO WS-WARM-DAYS-COUNT
    END-IF
    EXIT PARAGRAPH.

*> COUNT-COLD-REQUESTS: established pairs not made by an accepted
*> introduction, and the requests still sitting in ConnectionRecords.
COUNT-COLD-REQUESTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ESTABLISHED-FILE
    IF EST-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ESTABLISHED-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF ESTABLISHED-RECORD NOT = SPACES
                        PERFORM CHECK-WARM-PAIR
                        IF WS-WP-FOUND = "N"
                            ADD 1 TO WS-COLD-ACCEPTED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ESTABLISHED-FILE
    END-IF

    MOVE "N" TO EOF-FLAG
    OPEN INPUT CONNECTION-FILE
    IF CONN-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ CONNECTION-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF CONNECTION-RECORD NOT = SPACES
                        ADD 1 TO WS-COLD-PENDING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONNECTION-FILE
    END-IF
    EXIT PARAGRAPH.

CHECK-WARM-PAIR.
    MOVE "N" TO WS-WP-FOUND
    PERFORM VARYING WS-WP-IDX FROM 1 BY 1
            UNTIL WS-WP-IDX > WS-WARM-PAIR-COUNT OR WS-WP-FOUND = "Y"
        IF (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WP-USER-1(WS-WP-IDX)))
            AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WP-USER-2(WS-WP-IDX))))
           OR
           (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WP-USER-2(WS-WP-IDX)))
            AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WP-USER-1(WS-WP-IDX))))
            MOVE "Y" TO WS-WP-FOUND
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

PRINT-WARM-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Warm introductions:" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-WARM-TOTAL = 0
        MOVE "  (no introductions requested)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE "Requested" TO WS-LABEL
    MOVE WS-WARM-TOTAL TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "  Waiting on the introducer" TO WS-LABEL
    MOVE WS-WARM-REQUESTED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "  Declined by the introducer" TO WS-LABEL
    MOVE WS-WARM-DECLINED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "  Forwarded to the target" TO WS-LABEL
    MOVE WS-WARM-FORWARDED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "    Waiting on the target" TO WS-LABEL
    MOVE WS-WARM-WAITING TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "    Accepted - connected" TO WS-LABEL
    MOVE WS-WARM-ACCEPTED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "    Declined by the target" TO WS-LABEL
    MOVE WS-WARM-REJECTED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "  Closed (block, hidden profile, already connected)" TO WS-LABEL
    MOVE WS-WARM-CLOSED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE

    MOVE 0 TO WS-PCT
    IF WS-WARM-FORWARDED + WS-WARM-DECLINED > 0
        COMPUTE WS-PCT ROUNDED = (WS-WARM-FORWARDED * 100)
            / (WS-WARM-FORWARDED + WS-WARM-DECLINED)
    END-IF
    MOVE "Forward rate (of those the introducer answered)" TO WS-LABEL
    PERFORM WRITE-PCT-LINE

    MOVE 0 TO WS-PCT
    IF WS-WARM-ACCEPTED + WS-WARM-REJECTED > 0
        COMPUTE WS-PCT ROUNDED = (WS-WARM-ACCEPTED * 100)
            / (WS-WARM-ACCEPTED + WS-WARM-REJECTED)
    END-IF
    MOVE "Accept rate (of those the target answered)" TO WS-LABEL
    PERFORM WRITE-PCT-LINE

    COMPUTE WS-WARM-DECIDED = WS-WARM-TOTAL - WS-WARM-REQUESTED - WS-WARM-WAITING
    MOVE 0 TO WS-WARM-PCT
    IF WS-WARM-DECIDED > 0
        COMPUTE WS-WARM-PCT ROUNDED = (WS-WARM-ACCEPTED * 100) / WS-WARM-DECIDED
    END-IF
    MOVE WS-WARM-PCT TO WS-PCT
    MOVE "Conversion, request to connection (settled rows)" TO WS-LABEL
    PERFORM WRITE-PCT-LINE

    IF WS-WARM-DAYS-COUNT > 0
        COMPUTE WS-WARM-AVG-DAYS ROUNDED = WS-WARM-DAYS-TOTAL / WS-WARM-DAYS-COUNT
        MOVE WS-WARM-AVG-DAYS TO WS-DAYS-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "  Average days from request to connection: "
               FUNCTION TRIM(WS-DAYS-EDIT)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

PRINT-COLD-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Cold connection requests:" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Accepted - connected" TO WS-LABEL
    MOVE WS-COLD-ACCEPTED TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE "Still pending" TO WS-LABEL
    MOVE WS-COLD-PENDING TO WS-LABEL-VALUE
    PERFORM WRITE-COUNT-LINE

    COMPUTE WS-COLD-DECIDED = WS-COLD-ACCEPTED + WS-COLD-PENDING
    MOVE 0 TO WS-COLD-PCT
    IF WS-COLD-DECIDED > 0
        COMPUTE WS-COLD-PCT ROUNDED = (WS-COLD-ACCEPTED * 100) / WS-COLD-DECIDED
    END-IF
    MOVE WS-COLD-PCT TO WS-PCT
    MOVE "Conversion, accepted of accepted + pending" TO WS-LABEL
    PERFORM WRITE-PCT-LINE
    MOVE "  (declined cold requests are not kept, so this rate reads high)"
        TO REPORT-REC
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-COMPARISON.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    IF WS-WARM-DECIDED = 0 OR WS-COLD-DECIDED = 0
        MOVE "Not enough settled requests on both sides to compare yet."
            TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-WARM-PCT TO WS-PCT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Warm introductions convert at " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
           "% against " DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    MOVE WS-COLD-PCT TO WS-PCT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
           "% for cold requests." DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

PRINT-INTRODUCER-SECTION.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "By introducer (asked / forwarded / accepted):" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-INTRODUCER-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
            UNTIL WS-ITR-IDX > WS-INTRODUCER-COUNT
        MOVE WS-ITR-ASKED(WS-ITR-IDX) TO WS-ITR-EDIT-1
        MOVE WS-ITR-FORWARDED(WS-ITR-IDX) TO WS-ITR-EDIT-2
        MOVE WS-ITR-ACCEPTED(WS-ITR-IDX) TO WS-ITR-EDIT-3
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-ITR-USER(WS-ITR-IDX))
               ": " FUNCTION TRIM(WS-ITR-EDIT-1)
               " / " FUNCTION TRIM(WS-ITR-EDIT-2)
               " / " FUNCTION TRIM(WS-ITR-EDIT-3)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-COUNT-LINE.
    MOVE WS-LABEL-VALUE TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-LABEL TRAILING) ": "
           FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

WRITE-PCT-LINE.
    MOVE WS-PCT TO WS-PCT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-LABEL TRAILING) ": "
           FUNCTION TRIM(WS-PCT-EDIT) "%"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM INTRODUCTIONOUTCOMESREPORT.
