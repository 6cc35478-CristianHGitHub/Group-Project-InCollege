*> Stand-alone appeals report for the trust-and-safety review. Run it
*> from the job stream or on request. For each kind of moderation
*> action in ../data/ModerationActions.txt (ACTION-ID|TYPE|KEY|
*> USERNAME|DATE|ACTED-BY|REQUESTED-BY|PRIOR-STATUS) - sending holds,
*> posting removals, review removals - it counts the actions taken,
*> how many were appealed, and how the appeals in ../data/Appeals.txt
*> (ACTION-ID|USERNAME|FILED|STATUS|DECIDED-BY|DECIDED|EXPLANATION)
*> came out: upheld, reversed, or still open. Turnaround is the days
*> from filing to decision, averaged and at its worst, per type and
*> overall; every appeal still open is listed with how long it has
*> waited. Output goes to ../data/AppealsReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. APPEALSREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MOD-ACTION-FILE ASSIGN TO "../data/ModerationActions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MOD-ACTION-STAT.
    SELECT APPEAL-FILE ASSIGN TO "../data/Appeals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPEAL-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/AppealsReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  MOD-ACTION-FILE.
01  MOD-ACTION-REC      PIC X(300).
FD  APPEAL-FILE.
01  APPEAL-REC          PIC X(400).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

WORKING-STORAGE SECTION.
01  MOD-ACTION-STAT     PIC XX.
01  APPEAL-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-TODAY-DAYS       PIC 9(8) VALUE 0.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-T                PIC 9 VALUE 0.
01  WS-DAYS             PIC 9(6) VALUE 0.
01  WS-DATE-IN          PIC X(8).
01  WS-DATE-DAYS        PIC 9(8) VALUE 0.
01  WS-FILED-DAYS       PIC 9(8) VALUE 0.
01  WS-OPEN-LISTED      PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-AVG-EDIT         PIC Z(4)9.9.
01  WS-DAYS-EDIT        PIC Z(5)9.

*> The three kinds of action an appeal can contest, with a label for
*> the report.
01  WS-TYPE-NAMES.
    05  FILLER PIC X(40) VALUE "SENDING-HOLD        Sending holds       ".
    05  FILLER PIC X(40) VALUE "POSTING-REMOVED     Posting removals    ".
    05  FILLER PIC X(40) VALUE "REVIEW-REMOVED      Review removals     ".
01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
    05  WS-TYPE-ENTRY OCCURS 3 TIMES.
        10  WS-TYPE-CODE    PIC X(20).
        10  WS-TYPE-LABEL   PIC X(20).

*> Tallies per type, with a fourth slot for the overall totals.
01  WS-TALLY-TABLE.
    05  WS-TALLY OCCURS 4 TIMES.
        10  WS-TL-ACTIONS   PIC 9(6) VALUE 0.
        10  WS-TL-APPEALED  PIC 9(6) VALUE 0.
        10  WS-TL-UPHELD    PIC 9(6) VALUE 0.
        10  WS-TL-REVERSED  PIC 9(6) VALUE 0.
        10  WS-TL-OPEN      PIC 9(6) VALUE 0.
        10  WS-TL-DECIDED   PIC 9(6) VALUE 0.
        10  WS-TL-DAYS      PIC 9(8) VALUE 0.
        10  WS-TL-MAX-DAYS  PIC 9(6) VALUE 0.

*> Every action on file, so each appeal can be matched to its type.
01  WS-ACTION-COUNT     PIC 9(4) VALUE 0.
01  WS-ACTION-TABLE.
    05  WS-ACTION-ENTRY OCCURS 2000 TIMES.
        10  WS-ACT-ID       PIC X(10).
        10  WS-ACT-TYPE     PIC 9.

01  WS-ACT-PARSED-ID    PIC X(10).
01  WS-ACT-PARSED-TYPE  PIC X(20).

01  WS-APL-ACTION       PIC X(10).
01  WS-APL-USER         PIC X(50).
01  WS-APL-FILED        PIC X(8).
01  WS-APL-STATUS       PIC X(10).
01  WS-APL-DECIDED-BY   PIC X(50).
01  WS-APL-DECIDED      PIC X(8).
01  WS-APL-TEXT         PIC X(200).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-DATE-IN
    PERFORM DATE-TO-DAYS
    MOVE WS-DATE-DAYS TO WS-TODAY-DAYS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Moderation Appeals Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM LOAD-ACTIONS
    IF WS-ACTION-COUNT = 0
        MOVE "  (no moderation actions on file)" TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Appeals report written to ../data/AppealsReport.txt"
        STOP RUN
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Open appeals" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "------------" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPEAL-FILE
    IF APPEAL-STAT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ APPEAL-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF APPEAL-REC NOT = SPACES
                        PERFORM TALLY-ONE-APPEAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPEAL-FILE
    END-IF
    IF WS-OPEN-LISTED = 0
        MOVE "  No appeals are waiting for a decision." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Outcomes by action type" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "-----------------------" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
        PERFORM WRITE-TYPE-BLOCK
    END-PERFORM
    MOVE 4 TO WS-T
    PERFORM WRITE-TYPE-BLOCK

    CLOSE REPORT-FILE
    DISPLAY "Appeals report written to ../data/AppealsReport.txt"
    STOP RUN.

*> LOAD-ACTIONS: every ledger row into WS-ACTION-TABLE, counted
*> against its type and the overall total.
LOAD-ACTIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MOD-ACTION-FILE
    IF MOD-ACTION-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MOD-ACTION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF MOD-ACTION-REC NOT = SPACES
                   AND WS-ACTION-COUNT < 2000
                    MOVE SPACES TO WS-ACT-PARSED-ID WS-ACT-PARSED-TYPE
                    UNSTRING MOD-ACTION-REC DELIMITED BY "|"
                        INTO WS-ACT-PARSED-ID
                             WS-ACT-PARSED-TYPE
                    END-UNSTRING
                    MOVE 0 TO WS-IDX
                    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                        IF WS-TYPE-CODE(WS-T) = WS-ACT-PARSED-TYPE
                            MOVE WS-T TO WS-IDX
                        END-IF
                    END-PERFORM
                    IF WS-IDX > 0
                        ADD 1 TO WS-ACTION-COUNT
                        MOVE WS-ACT-PARSED-ID TO WS-ACT-ID(WS-ACTION-COUNT)
                        MOVE WS-IDX TO WS-ACT-TYPE(WS-ACTION-COUNT)
                        ADD 1 TO WS-TL-ACTIONS(WS-IDX)
                        ADD 1 TO WS-TL-ACTIONS(4)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MOD-ACTION-FILE
    EXIT PARAGRAPH.

*> TALLY-ONE-APPEAL: count the appeal under its action's type; an
*> open one is listed with its age, a decided one adds its turnaround.
TALLY-ONE-APPEAL.
    MOVE SPACES TO WS-APL-ACTION WS-APL-USER WS-APL-FILED WS-APL-STATUS
                   WS-APL-DECIDED-BY WS-APL-DECIDED WS-APL-TEXT
    UNSTRING APPEAL-REC DELIMITED BY "|"
        INTO WS-APL-ACTION
             WS-APL-USER
             WS-APL-FILED
             WS-APL-STATUS
             WS-APL-DECIDED-BY
             WS-APL-DECIDED
             WS-APL-TEXT
    END-UNSTRING
    MOVE 0 TO WS-T
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ACTION-COUNT
        IF FUNCTION TRIM(WS-ACT-ID(WS-IDX)) = FUNCTION TRIM(WS-APL-ACTION)
            MOVE WS-ACT-TYPE(WS-IDX) TO WS-T
        END-IF
    END-PERFORM
    IF WS-T = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TL-APPEALED(WS-T)
    ADD 1 TO WS-TL-APPEALED(4)

    MOVE WS-APL-FILED TO WS-DATE-IN
    PERFORM DATE-TO-DAYS
    MOVE WS-DATE-DAYS TO WS-FILED-DAYS

    EVALUATE FUNCTION TRIM(WS-APL-STATUS)
        WHEN "Open"
            ADD 1 TO WS-TL-OPEN(WS-T)
            ADD 1 TO WS-TL-OPEN(4)
            ADD 1 TO WS-OPEN-LISTED
            MOVE 0 TO WS-DAYS
            IF WS-FILED-DAYS > 0 AND WS-TODAY-DAYS > WS-FILED-DAYS
                COMPUTE WS-DAYS = WS-TODAY-DAYS - WS-FILED-DAYS
            END-IF
            MOVE WS-DAYS TO WS-DAYS-EDIT
            MOVE SPACES TO REPORT-REC
            STRING "  Action " FUNCTION TRIM(WS-APL-ACTION)
                   " (" FUNCTION TRIM(WS-TYPE-LABEL(WS-T))
                   ") - " FUNCTION TRIM(WS-APL-USER)
                   ", filed " WS-APL-FILED
                   ", waiting " FUNCTION TRIM(WS-DAYS-EDIT) " day(s)"
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
            EXIT PARAGRAPH
        WHEN "Upheld"
            ADD 1 TO WS-TL-UPHELD(WS-T)
            ADD 1 TO WS-TL-UPHELD(4)
        WHEN "Reversed"
            ADD 1 TO WS-TL-REVERSED(WS-T)
            ADD 1 TO WS-TL-REVERSED(4)
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE WS-APL-DECIDED TO WS-DATE-IN
    PERFORM DATE-TO-DAYS
    IF WS-FILED-DAYS = 0 OR WS-DATE-DAYS = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-DAYS
    IF WS-DATE-DAYS > WS-FILED-DAYS
        COMPUTE WS-DAYS = WS-DATE-DAYS - WS-FILED-DAYS
    END-IF
    ADD 1 TO WS-TL-DECIDED(WS-T)
    ADD 1 TO WS-TL-DECIDED(4)
    ADD WS-DAYS TO WS-TL-DAYS(WS-T)
    ADD WS-DAYS TO WS-TL-DAYS(4)
    IF WS-DAYS > WS-TL-MAX-DAYS(WS-T)
        MOVE WS-DAYS TO WS-TL-MAX-DAYS(WS-T)
    END-IF
    IF WS-DAYS > WS-TL-MAX-DAYS(4)
        MOVE WS-DAYS TO WS-TL-MAX-DAYS(4)
    END-IF
    EXIT PARAGRAPH.

*> WRITE-TYPE-BLOCK: the counts and turnaround for type WS-T (4 is
*> the all-types total).
WRITE-TYPE-BLOCK.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    IF WS-T = 4
        MOVE "All actions" TO REPORT-REC
    ELSE
        MOVE WS-TYPE-LABEL(WS-T) TO REPORT-REC
    END-IF
    WRITE REPORT-REC

    MOVE WS-TL-ACTIONS(WS-T) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Actions taken:     " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TL-APPEALED(WS-T) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Appealed:          " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TL-UPHELD(WS-T) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Upheld:            " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TL-REVERSED(WS-T) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Reversed:          " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-TL-OPEN(WS-T) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Still open:        " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    IF WS-TL-DECIDED(WS-T) = 0
        MOVE "  Turnaround:        no decided appeals" TO REPORT-REC
    ELSE
        COMPUTE WS-AVG-EDIT ROUNDED =
            WS-TL-DAYS(WS-T) / WS-TL-DECIDED(WS-T)
        MOVE WS-TL-MAX-DAYS(WS-T) TO WS-DAYS-EDIT
        STRING "  Turnaround:        average " FUNCTION TRIM(WS-AVG-EDIT)
               " day(s), longest " FUNCTION TRIM(WS-DAYS-EDIT) " day(s)"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> DATE-TO-DAYS: WS-DATE-IN (YYYYMMDD) as an INTEGER-OF-DATE day
*> number in WS-DATE-DAYS, or 0 when it is not a usable date.
DATE-TO-DAYS.
    MOVE 0 TO WS-DATE-DAYS
    IF WS-DATE-IN IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-IN)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DATE-DAYS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-IN))
    EXIT PARAGRAPH.

END PROGRAM APPEALSREPORT.
