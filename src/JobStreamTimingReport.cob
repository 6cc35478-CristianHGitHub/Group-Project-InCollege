*> Stand-alone job-stream timing trend report. Run this directly, or as
*> a JobStream.txt step after the batches it measures. It reads the
*> per-step history JOBSTREAM appends to ../data/JobStreamTiming.txt
*> (BUSINESS-DATE|STEP|START|END|ELAPSED-SECS|OUTCOME|FLAGS) and
*> writes ../data/JobStreamTimingReport.txt with:
*>   - a weekly trend (weeks starting Monday) of total stream
*>     duration - the seconds the steps of one business date ran,
*>     summed - giving the runs in the week, the average and longest
*>     run, the change in the average against the week before, and the
*>     steps flagged OVERRUN or LATE; the latest WEEKS weeks are shown
*>     (../data/JobStreamTimingParams.txt, default 12);
*>   - per step, over the same weeks, the runs, average and longest
*>     elapsed time and the latest run, so a step that is creeping
*>     towards the window end shows up before it breaks it.
*> Durations are shown as HH:MM:SS.
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSTREAMTIMINGREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-FILE ASSIGN TO "../data/JobStreamTimingParams.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAM-STAT.
    SELECT TIMING-FILE ASSIGN TO "../data/JobStreamTiming.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TIMING-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/JobStreamTimingReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PARAM-FILE.
01  PARAM-REC           PIC X(100).
FD  TIMING-FILE.
01  TIMING-REC          PIC X(150).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(160).

WORKING-STORAGE SECTION.
01  PARAM-STAT          PIC XX.
01  TIMING-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-TODAY            PIC X(8).
01  WS-TODAY-INT        PIC 9(8) VALUE 0.
01  WS-WEEKS            PIC 9(3) VALUE 12.
01  WS-FIRST-WEEK-INT   PIC 9(8) VALUE 0.
01  WS-DATE-INT         PIC 9(8) VALUE 0.
01  WS-WEEK-DATE        PIC 9(8) VALUE 0.
01  WS-IDX              PIC 9(3) VALUE 0.
01  WS-IDX2             PIC 9(3) VALUE 0.
01  WS-HIT              PIC 9(3) VALUE 0.
01  WS-ROW-COUNT        PIC 9(7) VALUE 0.
01  WS-ROW-ELAPSED      PIC 9(7) VALUE 0.
01  WS-ROW-SLOW         PIC X VALUE "N".
01  WS-PREV-AVERAGE     PIC 9(7) VALUE 0.
01  WS-AVERAGE          PIC 9(7) VALUE 0.
01  WS-DELTA            PIC S9(7) VALUE 0.
01  WS-DELTA-SIGN       PIC X.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-WEEKS-EDIT       PIC ZZ9.
01  WS-REPORT-LINE      PIC X(150).

*> FORMAT-DURATION: WS-DUR-SECS in, WS-DUR-TEXT (HH:MM:SS) out.
01  WS-DUR-SECS         PIC 9(7) VALUE 0.
01  WS-DUR-HOURS        PIC 9(3) VALUE 0.
01  WS-DUR-REST         PIC 9(5) VALUE 0.
01  WS-DUR-HH           PIC 99.
01  WS-DUR-MM           PIC 99.
01  WS-DUR-SS           PIC 99.
01  WS-DUR-TEXT         PIC X(8).
01  WS-DUR-AVG-TEXT     PIC X(8).
01  WS-DUR-MAX-TEXT     PIC X(8).
01  WS-DUR-LAST-TEXT    PIC X(8).

01  WS-TIM-P-DATE       PIC X(8).
01  WS-TIM-P-STEP       PIC X(40).
01  WS-TIM-P-START      PIC X(14).
01  WS-TIM-P-END        PIC X(14).
01  WS-TIM-P-ELAPSED    PIC X(10).
01  WS-TIM-P-OUTCOME    PIC X(10).
01  WS-TIM-P-FLAGS      PIC X(20).

*> One entry per business date the stream ran for.
01  WS-RUN-COUNT        PIC 9(3) VALUE 0.
01  WS-RUN-TABLE.
    05  WS-RUN-ENTRY OCCURS 500 TIMES.
        10  WS-RUN-DATE       PIC X(8).
        10  WS-RUN-SECS       PIC 9(7).
        10  WS-RUN-SLOW       PIC 9(3).

*> One entry per Monday-started week inside the report range.
01  WS-WK-COUNT         PIC 9(3) VALUE 0.
01  WS-WK-TABLE.
    05  WS-WK-ENTRY OCCURS 60 TIMES.
        10  WS-WK-START-INT   PIC 9(8).
        10  WS-WK-RUNS        PIC 9(3).
        10  WS-WK-TOTAL       PIC 9(9).
        10  WS-WK-LONGEST     PIC 9(7).
        10  WS-WK-SLOW        PIC 9(4).

*> One entry per step, over the same range.
01  WS-STP-COUNT        PIC 9(3) VALUE 0.
01  WS-STP-TABLE.
    05  WS-STP-ENTRY OCCURS 100 TIMES.
        10  WS-STP-NAME       PIC X(40).
        10  WS-STP-RUNS       PIC 9(5).
        10  WS-STP-TOTAL      PIC 9(9).
        10  WS-STP-LONGEST    PIC 9(7).
        10  WS-STP-LAST-DATE  PIC X(8).
        10  WS-STP-LAST-SECS  PIC 9(7).
        10  WS-STP-SLOW       PIC 9(4).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-PARAMS
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
    *> Day 1 of the count (1601-01-01) was a Monday.
    COMPUTE WS-FIRST-WEEK-INT =
        WS-TODAY-INT - FUNCTION MOD(WS-TODAY-INT - 1, 7)
        - (WS-WEEKS - 1) * 7

    PERFORM LOAD-TIMING
    PERFORM BUILD-WEEKS
    PERFORM WRITE-REPORT

    MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Job stream timing report complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)           DELIMITED BY SIZE
           " step run(s) read."                   DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    STOP RUN.

LOAD-PARAMS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PARAM-FILE
    IF PARAM-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PARAM-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF PARAM-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING PARAM-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "WEEKS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-WEEKS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARAM-FILE
    IF WS-WEEKS = 0 OR WS-WEEKS > 52
        MOVE 12 TO WS-WEEKS
    END-IF
    EXIT PARAGRAPH.

*> LOAD-TIMING: one pass over the history, totalling each business
*> date's run and each step's runs inside the report range.
LOAD-TIMING.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT TIMING-FILE
    IF TIMING-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ TIMING-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF TIMING-REC NOT = SPACES
                    MOVE SPACES TO WS-TIM-P-DATE WS-TIM-P-STEP
                                   WS-TIM-P-START WS-TIM-P-END
                                   WS-TIM-P-ELAPSED WS-TIM-P-OUTCOME
                                   WS-TIM-P-FLAGS
                    UNSTRING TIMING-REC DELIMITED BY "|"
                        INTO WS-TIM-P-DATE
                             WS-TIM-P-STEP
                             WS-TIM-P-START
                             WS-TIM-P-END
                             WS-TIM-P-ELAPSED
                             WS-TIM-P-OUTCOME
                             WS-TIM-P-FLAGS
                    END-UNSTRING
                    IF WS-TIM-P-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-TIM-P-DATE)) = 0
                       AND FUNCTION TRIM(WS-TIM-P-ELAPSED) IS NUMERIC
                        PERFORM FOLD-ONE-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TIMING-FILE
    EXIT PARAGRAPH.

FOLD-ONE-ROW.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TIM-P-DATE))
    IF WS-DATE-INT < WS-FIRST-WEEK-INT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ROW-COUNT
    MOVE FUNCTION NUMVAL(WS-TIM-P-ELAPSED) TO WS-ROW-ELAPSED
    MOVE "N" TO WS-ROW-SLOW
    IF WS-TIM-P-FLAGS NOT = SPACES
        MOVE "Y" TO WS-ROW-SLOW
    END-IF

    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-RUN-COUNT
        IF WS-RUN-DATE(WS-IDX) = WS-TIM-P-DATE
            MOVE WS-IDX TO WS-HIT
            MOVE WS-RUN-COUNT TO WS-IDX
        END-IF
    END-PERFORM
    IF WS-HIT = 0 AND WS-RUN-COUNT < 500
        ADD 1 TO WS-RUN-COUNT
        MOVE WS-RUN-COUNT TO WS-HIT
        MOVE WS-TIM-P-DATE TO WS-RUN-DATE(WS-HIT)
        MOVE 0 TO WS-RUN-SECS(WS-HIT) WS-RUN-SLOW(WS-HIT)
    END-IF
    IF WS-HIT > 0
        ADD WS-ROW-ELAPSED TO WS-RUN-SECS(WS-HIT)
        IF WS-ROW-SLOW = "Y"
            ADD 1 TO WS-RUN-SLOW(WS-HIT)
        END-IF
    END-IF

    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STP-COUNT
        IF WS-STP-NAME(WS-IDX) = WS-TIM-P-STEP
            MOVE WS-IDX TO WS-HIT
            MOVE WS-STP-COUNT TO WS-IDX
        END-IF
    END-PERFORM
    IF WS-HIT = 0 AND WS-STP-COUNT < 100
        ADD 1 TO WS-STP-COUNT
        MOVE WS-STP-COUNT TO WS-HIT
        MOVE WS-TIM-P-STEP TO WS-STP-NAME(WS-HIT)
        MOVE 0 TO WS-STP-RUNS(WS-HIT) WS-STP-TOTAL(WS-HIT)
                  WS-STP-LONGEST(WS-HIT) WS-STP-LAST-SECS(WS-HIT)
                  WS-STP-SLOW(WS-HIT)
        MOVE SPACES TO WS-STP-LAST-DATE(WS-HIT)
    END-IF
    IF WS-HIT > 0
        ADD 1 TO WS-STP-RUNS(WS-HIT)
        ADD WS-ROW-ELAPSED TO WS-STP-TOTAL(WS-HIT)
        IF WS-ROW-ELAPSED > WS-STP-LONGEST(WS-HIT)
            MOVE WS-ROW-ELAPSED TO WS-STP-LONGEST(WS-HIT)
        END-IF
        IF WS-TIM-P-DATE >= WS-STP-LAST-DATE(WS-HIT)
            MOVE WS-TIM-P-DATE TO WS-STP-LAST-DATE(WS-HIT)
            MOVE WS-ROW-ELAPSED TO WS-STP-LAST-SECS(WS-HIT)
        END-IF
        IF WS-ROW-SLOW = "Y"
            ADD 1 TO WS-STP-SLOW(WS-HIT)
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> BUILD-WEEKS: one slot per week of the range, oldest first, then
*> each business date's run folded into its week.
BUILD-WEEKS.
    MOVE WS-WEEKS TO WS-WK-COUNT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-WK-COUNT
        COMPUTE WS-WK-START-INT(WS-IDX) =
            WS-FIRST-WEEK-INT + (WS-IDX - 1) * 7
        MOVE 0 TO WS-WK-RUNS(WS-IDX) WS-WK-TOTAL(WS-IDX)
                  WS-WK-LONGEST(WS-IDX) WS-WK-SLOW(WS-IDX)
    END-PERFORM
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-RUN-COUNT
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE(WS-IDX)))
        COMPUTE WS-IDX2 = (WS-DATE-INT - WS-FIRST-WEEK-INT) / 7 + 1
        IF WS-IDX2 >= 1 AND WS-IDX2 <= WS-WK-COUNT
            ADD 1 TO WS-WK-RUNS(WS-IDX2)
            ADD WS-RUN-SECS(WS-IDX) TO WS-WK-TOTAL(WS-IDX2)
            ADD WS-RUN-SLOW(WS-IDX) TO WS-WK-SLOW(WS-IDX2)
            IF WS-RUN-SECS(WS-IDX) > WS-WK-LONGEST(WS-IDX2)
                MOVE WS-RUN-SECS(WS-IDX) TO WS-WK-LONGEST(WS-IDX2)
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE WS-WEEKS TO WS-WEEKS-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Job Stream Timing Report - run " DELIMITED BY SIZE
           WS-TODAY                          DELIMITED BY SIZE
           " - last "                        DELIMITED BY SIZE
           FUNCTION TRIM(WS-WEEKS-EDIT)      DELIMITED BY SIZE
           " week(s)"                        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Weekly stream duration (sum of step times per business date)" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "WEEK OF   RUNS  AVERAGE   LONGEST   CHANGE     FLAGGED" TO REPORT-REC
    WRITE REPORT-REC

    MOVE 0 TO WS-PREV-AVERAGE
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-WK-COUNT
        PERFORM WRITE-WEEK-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Per step over the same weeks" TO REPORT-REC
    WRITE REPORT-REC
    MOVE "STEP                  RUNS  AVERAGE   LONGEST   LATEST    FLAGGED" TO REPORT-REC
    WRITE REPORT-REC
    IF WS-STP-COUNT = 0
        MOVE "  (no step timings recorded in this range)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STP-COUNT
        PERFORM WRITE-STEP-LINE
    END-PERFORM
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

*> WRITE-WEEK-LINE: the change column compares this week's average run
*> with the previous week that had any runs.
WRITE-WEEK-LINE.
    COMPUTE WS-WEEK-DATE =
        FUNCTION DATE-OF-INTEGER(WS-WK-START-INT(WS-IDX))
    MOVE SPACES TO REPORT-REC
    IF WS-WK-RUNS(WS-IDX) = 0
        STRING WS-WEEK-DATE "      0   (no runs)"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AVERAGE ROUNDED = WS-WK-TOTAL(WS-IDX) / WS-WK-RUNS(WS-IDX)
    MOVE WS-AVERAGE TO WS-DUR-SECS
    PERFORM FORMAT-DURATION
    MOVE WS-DUR-TEXT TO WS-DUR-AVG-TEXT
    MOVE WS-WK-LONGEST(WS-IDX) TO WS-DUR-SECS
    PERFORM FORMAT-DURATION
    MOVE WS-DUR-TEXT TO WS-DUR-MAX-TEXT
    IF WS-PREV-AVERAGE = 0
        MOVE "  -     " TO WS-DUR-LAST-TEXT
        MOVE " " TO WS-DELTA-SIGN
    ELSE
        COMPUTE WS-DELTA = WS-AVERAGE - WS-PREV-AVERAGE
        IF WS-DELTA < 0
            MOVE "-" TO WS-DELTA-SIGN
            COMPUTE WS-DUR-SECS = 0 - WS-DELTA
        ELSE
            MOVE "+" TO WS-DELTA-SIGN
            MOVE WS-DELTA TO WS-DUR-SECS
        END-IF
        PERFORM FORMAT-DURATION
        MOVE WS-DUR-TEXT TO WS-DUR-LAST-TEXT
    END-IF
    MOVE WS-WK-RUNS(WS-IDX) TO WS-WEEKS-EDIT
    MOVE WS-WK-SLOW(WS-IDX) TO WS-COUNT-EDIT
    STRING WS-WEEK-DATE "   " WS-WEEKS-EDIT "  "
           WS-DUR-AVG-TEXT "  " WS-DUR-MAX-TEXT "  "
           WS-DELTA-SIGN WS-DUR-LAST-TEXT "  " WS-COUNT-EDIT
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AVERAGE TO WS-PREV-AVERAGE
    EXIT PARAGRAPH.

WRITE-STEP-LINE.
    COMPUTE WS-AVERAGE ROUNDED =
        WS-STP-TOTAL(WS-IDX) / WS-STP-RUNS(WS-IDX)
    MOVE WS-AVERAGE TO WS-DUR-SECS
    PERFORM FORMAT-DURATION
    MOVE WS-DUR-TEXT TO WS-DUR-AVG-TEXT
    MOVE WS-STP-LONGEST(WS-IDX) TO WS-DUR-SECS
    PERFORM FORMAT-DURATION
    MOVE WS-DUR-TEXT TO WS-DUR-MAX-TEXT
    MOVE WS-STP-LAST-SECS(WS-IDX) TO WS-DUR-SECS
    PERFORM FORMAT-DURATION
    MOVE WS-DUR-TEXT TO WS-DUR-LAST-TEXT
    MOVE WS-STP-RUNS(WS-IDX) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING WS-STP-NAME(WS-IDX)(1:20) WS-COUNT-EDIT "  "
           WS-DUR-AVG-TEXT "  " WS-DUR-MAX-TEXT "  " WS-DUR-LAST-TEXT
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    MOVE WS-STP-SLOW(WS-IDX) TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-REC(60:6)
    WRITE REPORT-REC
    EXIT PARAGRAPH.

FORMAT-DURATION.
    DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS REMAINDER WS-DUR-REST
    IF WS-DUR-HOURS > 99
        MOVE 99 TO WS-DUR-HH
    ELSE
        MOVE WS-DUR-HOURS TO WS-DUR-HH
    END-IF
    DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM REMAINDER WS-DUR-SS
    STRING WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
        DELIMITED BY SIZE
        INTO WS-DUR-TEXT
    END-STRING
    EXIT PARAGRAPH.

END PROGRAM JOBSTREAMTIMINGREPORT.
