*>   ANALYTICS|<command that runs the analytics report>
*>   VERIFY|<command that runs the employer verification>
*>   DAILY|<command that runs the daily activity report>
*>   AUDITCHAIN|<command that runs the audit chain verifier>
*>   CAPACITY|<command that runs the capacity headroom report>
*> and runs each command in turn, recording per-step start/end/outcome
*> in ../data/JobStreamRunLog.txt. A failing step (non-zero return
*> code) stops the stream; the steps already completed are remembered
*> step instead of double-running the finished ones. A stream that
*> runs to the end clears the state file so the next night starts
*> fresh.
*>
*> A row may carry a third field, the step's run calendar:
*>   STEP-NAME|COMMAND|FREQUENCY
*> where FREQUENCY is one or more of these, separated by commas:
*>   DAILY                        every run (also a blank field, so
*>                                two-field rows keep running nightly)
*>   MON TUE WED THU FRI SAT SUN  that weekday
*>   MONTHDAY:nn                  that day of the month (01-31)
*>   MONTHDAY:LAST                the last day of the month
*>   TERM-START, TERM-END,        that date of any term on the
*>   COMMENCEMENT                 Terms.txt master, optionally "+n"
*>                                days after it (COMMENCEMENT+1)
*> e.g.
*>   KPITREND|<command>|FRI
*>   CREDIT|<command>|MONTHDAY:LAST
*>   ROLLOVER|<command>|COMMENCEMENT+1
*> Only the steps due on the business date are run. The others are
*> logged "SKIPPED (not due ...)", apart from the "SKIPPED (completed
*> by an earlier run)" lines a resumed run writes; a frequency that
*> cannot be read is logged "NOT RUN (frequency ... not recognised)"
*> and the stream carries on. The business date is today, except that
*> a rerun resuming an interrupted stream keeps the date that stream
*> started on (the DATE= row of JobStreamState.txt), so a stream
*> broken off before midnight still runs Friday's steps on Saturday.
*>
*> Preview: a ../data/JobStreamPreviewRequest.txt holding
*>   PREVIEW_DATE=YYYYMMDD
*> makes the next run first list which steps would run on that date,
*> and which would not, without running them or touching the log or
*> the resume state for it. The request file is then removed and the
*> run carries on as a normal one for its own business date, so a
*> preview asked for during the day never costs that night's stream.
*> A request whose date cannot be read is reported with a warning,
*> removed, and the run carries on the same way.
*>
*> Timing: every step run is appended to ../data/JobStreamTiming.txt
*>   BUSINESS-DATE|STEP|START|END|ELAPSED-SECS|OK or FAILED|FLAGS
*> (START/END as YYYYMMDDHHMMSS). A step whose elapsed time exceeds
*> STEP_OVERRUN_PCT percent (default 150) of its average over its
*> last ten clean runs - at least three are needed - and by at least
*> STEP_OVERRUN_MIN_SECS seconds (default 60) is flagged OVERRUN; one
*> that finishes after BATCH_WINDOW_END (HHMM, default 0600; the
*> first such time after the run started) is flagged LATE. Both are
*> AppConfig.txt keys, and each flag also goes to the run log as an
*> "OVERRUN ..." or "LATE ..." line for OpsDigest to report.
*> JOBSTREAMTIMINGREPORT turns the history into a weekly trend.
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSTREAM.

    SELECT LOG-FILE ASSIGN TO "../data/JobStreamRunLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STAT.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STAT.
    SELECT PREVIEW-FILE ASSIGN TO "../data/JobStreamPreviewRequest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREVIEW-STAT.
    SELECT TIMING-FILE ASSIGN TO "../data/JobStreamTiming.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TIMING-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.

DATA DIVISION.
FILE SECTION.
FD  LOG-FILE.
01  LOG-REC             PIC X(200).

FD  TERM-FILE.
01  TERM-REC            PIC X(200).

FD  PREVIEW-FILE.
01  PREVIEW-REC         PIC X(80).

FD  TIMING-FILE.
01  TIMING-REC          PIC X(150).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

WORKING-STORAGE SECTION.
01  STREAM-STAT         PIC XX.
01  STATE-STAT          PIC XX.
01  LOG-STAT            PIC XX.
01  TERM-STAT           PIC XX.
01  PREVIEW-STAT        PIC XX.
01  TIMING-STAT         PIC XX.
01  CONFIG-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-STATE-PATH       PIC X(40) VALUE "../data/JobStreamState.txt".
01  WS-DELETE-STATUS    PIC 9(9) COMP-5.
01  WS-DONE-IDX         PIC 9(3) VALUE 0.
01  WS-LOG-TEXT         PIC X(100).
01  WS-ALREADY-DONE     PIC X VALUE "N".
01  WS-PREVIEW-PATH     PIC X(50) VALUE "../data/JobStreamPreviewRequest.txt".

*> The business date the calendar is read against.
01  WS-PREVIEW-MODE     PIC X VALUE "N".
01  WS-PREVIEW-KEY      PIC X(20).
01  WS-PREVIEW-VALUE    PIC X(20).
01  WS-RUN-DATE         PIC 9(8) VALUE 0.
01  WS-RUN-DAYNUM       PIC 9(7) VALUE 0.
01  WS-RUN-DOW          PIC X(3).
01  WS-RUN-MONTHDAY     PIC 99 VALUE 0.
01  WS-RUN-LAST-DAY     PIC X VALUE "N".
01  WS-NEXT-DATE        PIC 9(8) VALUE 0.
01  WS-DOW-NAMES        PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01  WS-DOW-IDX          PIC 9 VALUE 0.
01  WS-STATE-DATE       PIC X(8).

*> Reading a step's FREQUENCY field.
01  WS-STEP-DUE         PIC X VALUE "N".
01  WS-FREQ-BAD         PIC X VALUE "N".
01  WS-FREQ-TEXT        PIC X(60).
01  WS-FREQ-PTR         PIC 9(3) VALUE 0.
01  WS-FREQ-TOKEN       PIC X(30).
01  WS-FREQ-EVENT       PIC X(20).
01  WS-FREQ-ARG         PIC X(10).
01  WS-FREQ-OFFSET      PIC 9(3) VALUE 0.
01  WS-EVENT-DATE       PIC X(8).
01  WS-DUE-COUNT        PIC 9(3) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZ9.

*> Term dates from the Terms.txt master
*> (TERM-CODE|NAME|START|END|COMMENCEMENT).
01  WS-TRM-P-CODE       PIC X(10).
01  WS-TRM-P-NAME       PIC X(40).
01  WS-TRM-P-START      PIC X(8).
01  WS-TRM-P-END        PIC X(8).
01  WS-TRM-P-COMMENCE   PIC X(8).
01  WS-TRM-COUNT        PIC 9(3) VALUE 0.
01  WS-TRM-IDX          PIC 9(3) VALUE 0.
01  WS-TRM-TABLE.
    05  WS-TRM-ENTRY OCCURS 50 TIMES.
        10  WS-TRM-START      PIC X(8).
        10  WS-TRM-END        PIC X(8).
        10  WS-TRM-COMMENCE   PIC X(8).

*> Step timing: the elapsed time of each step run, its trailing
*> average over the step's last ten clean runs, and the batch window
*> it has to finish inside.
01  CONFIG-KEY          PIC X(30).
01  CONFIG-VALUE        PIC X(30).
01  WS-WINDOW-END       PIC 9(4) VALUE 600.
01  WS-OVERRUN-PCT      PIC 9(4) VALUE 150.
01  WS-OVERRUN-MIN-SECS PIC 9(5) VALUE 60.
01  WS-WINDOW-DEADLINE  PIC X(14).
01  WS-STEP-START-TS    PIC X(14).
01  WS-STEP-END-TS      PIC X(14).
01  WS-STEP-ELAPSED     PIC 9(7) VALUE 0.
01  WS-STEP-OUTCOME     PIC X(6).
01  WS-STEP-FLAGS       PIC X(20).
01  WS-TIME-SECS-1      PIC 9(5) VALUE 0.
01  WS-TIME-SECS-2      PIC 9(5) VALUE 0.
01  WS-HIST-COUNT       PIC 9(2) VALUE 0.
01  WS-HIST-NEXT        PIC 9(2) VALUE 0.
01  WS-HIST-IDX         PIC 9(2) VALUE 0.
01  WS-HIST-TOTAL       PIC 9(9) VALUE 0.
01  WS-HIST-AVERAGE     PIC 9(7) VALUE 0.
01  WS-HIST-TABLE.
    05  WS-HIST-SECS OCCURS 10 TIMES PIC 9(7).
01  WS-TIM-P-DATE       PIC X(8).
01  WS-TIM-P-STEP       PIC X(40).
01  WS-TIM-P-START      PIC X(14).
01  WS-TIM-P-END        PIC X(14).
01  WS-TIM-P-ELAPSED    PIC X(10).
01  WS-TIM-P-OUTCOME    PIC X(10).
01  WS-ELAPSED-EDIT     PIC Z(6)9.
01  WS-AVERAGE-EDIT     PIC Z(6)9.
01  WS-PCT-EDIT         PIC Z(3)9.
01  WS-WINDOW-EDIT      PIC 9(4).

*> The configured steps, loaded up front.
01  WS-STEP-COUNT       PIC 9(3) VALUE 0.
    05  WS-STEP-ENTRY OCCURS 50 TIMES.
        10  WS-STEP-NAME    PIC X(40).
        10  WS-STEP-COMMAND PIC X(150).
        10  WS-STEP-FREQ    PIC X(60).

*> Steps a previous, interrupted run already finished.
01  WS-DONE-COUNT       PIC 9(3) VALUE 0.
        STOP RUN
    END-IF

    PERFORM LOAD-TERMS
    PERFORM CHECK-PREVIEW-REQUEST
    IF WS-PREVIEW-MODE = "Y"
        PERFORM PREVIEW-STREAM
        *> The preview borrowed WS-RUN-DATE; the real run starts from
        *> today again (or the interrupted stream's date, below).
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        MOVE "N" TO WS-PREVIEW-MODE
    END-IF

    PERFORM LOAD-COMPLETED-STEPS
    IF WS-STATE-DATE IS NUMERIC
        MOVE WS-STATE-DATE TO WS-RUN-DATE
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
        IF WS-DONE-COUNT = 0
            PERFORM RECORD-STREAM-DATE
        END-IF
    END-IF
    PERFORM SET-RUN-CALENDAR
    PERFORM LOAD-CONFIG
    PERFORM SET-WINDOW-DEADLINE

    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-STEP-COUNT OR WS-STREAM-FAILED = "Y"
        IF WS-ALREADY-DONE = "Y"
            PERFORM LOG-STEP-SKIPPED
        ELSE
            PERFORM CHECK-STEP-DUE
            EVALUATE TRUE
                WHEN WS-FREQ-BAD = "Y"
                    PERFORM LOG-STEP-BAD-FREQUENCY
                WHEN WS-STEP-DUE = "Y"
                    PERFORM RUN-ONE-STEP
                WHEN OTHER
                    PERFORM LOG-STEP-NOT-DUE
            END-EVALUATE
        END-IF
    END-PERFORM

        *> starts from the top.
        CALL "CBL_DELETE_FILE" USING WS-STATE-PATH
            RETURNING WS-DELETE-STATUS
        DISPLAY "Job stream completed - all due steps ran."
    END-IF
    STOP RUN.

            NOT AT END
                IF STREAM-REC NOT = SPACES AND WS-STEP-COUNT < 50
                    ADD 1 TO WS-STEP-COUNT
                    MOVE SPACES TO WS-STEP-ENTRY(WS-STEP-COUNT)
                    UNSTRING STREAM-REC DELIMITED BY "|"
                        INTO WS-STEP-NAME(WS-STEP-COUNT)
                             WS-STEP-COMMAND(WS-STEP-COUNT)
                             WS-STEP-FREQ(WS-STEP-COUNT)
                    END-UNSTRING
                END-IF
        END-READ
    CLOSE STREAM-FILE
    EXIT PARAGRAPH.

*> LOAD-COMPLETED-STEPS: the DATE= row is the business date the
*> interrupted stream started on; the other rows are finished steps.
LOAD-COMPLETED-STEPS.
    MOVE 0 TO WS-DONE-COUNT
    MOVE SPACES TO WS-STATE-DATE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STATE-FILE
    IF STATE-STAT = "35"
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                EVALUATE TRUE
                    WHEN STATE-REC(1:5) = "DATE="
                        MOVE STATE-REC(6:8) TO WS-STATE-DATE
                    WHEN STATE-REC NOT = SPACES AND WS-DONE-COUNT < 50
                        ADD 1 TO WS-DONE-COUNT
                        MOVE FUNCTION TRIM(STATE-REC)
                            TO WS-DONE-NAME(WS-DONE-COUNT)
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE STATE-FILE

*> RUN-ONE-STEP: log the start, hand the command to the shell, then
*> log the outcome. Failure stops the stream; success is appended to
*> the resume state so a later rerun skips this step. Either way the
*> step's timing goes to the history file.
RUN-ONE-STEP.
    MOVE "START" TO LOG-REC
    PERFORM WRITE-LOG-LINE

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-TS
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING WS-STEP-COMMAND(WS-IDX)
    MOVE RETURN-CODE TO WS-STEP-RC
    MOVE 0 TO RETURN-CODE
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-TS
    IF WS-STEP-RC = 0
        MOVE "OK" TO WS-STEP-OUTCOME
    ELSE
        MOVE "FAILED" TO WS-STEP-OUTCOME
    END-IF
    PERFORM RECORD-STEP-TIMING

    IF WS-STEP-RC = 0
        MOVE "END OK" TO LOG-REC
    PERFORM WRITE-LOG-LINE
    EXIT PARAGRAPH.

LOG-STEP-NOT-DUE.
    MOVE SPACES TO LOG-REC
    STRING "SKIPPED (not due " WS-RUN-DATE " - "
           FUNCTION TRIM(WS-FREQ-TEXT) ")"
        DELIMITED BY SIZE
        INTO LOG-REC
    END-STRING
    PERFORM WRITE-LOG-LINE
    EXIT PARAGRAPH.

LOG-STEP-BAD-FREQUENCY.
    MOVE SPACES TO LOG-REC
    STRING "NOT RUN (frequency '" FUNCTION TRIM(WS-FREQ-TEXT)
           "' not recognised)"
        DELIMITED BY SIZE
        INTO LOG-REC
    END-STRING
    PERFORM WRITE-LOG-LINE
    DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME(WS-IDX))
            " not run - its frequency '" FUNCTION TRIM(WS-FREQ-TEXT)
            "' is not recognised."
    EXIT PARAGRAPH.

*> LOAD-TERMS: the term dates the TERM-START / TERM-END /
*> COMMENCEMENT frequencies are read against.
LOAD-TERMS.
    MOVE 0 TO WS-TRM-COUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT TERM-FILE
    IF TERM-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ TERM-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF TERM-REC NOT = SPACES AND WS-TRM-COUNT < 50
                    MOVE SPACES TO WS-TRM-P-CODE WS-TRM-P-NAME WS-TRM-P-START
                                   WS-TRM-P-END WS-TRM-P-COMMENCE
                    UNSTRING TERM-REC DELIMITED BY "|"
                        INTO WS-TRM-P-CODE
                             WS-TRM-P-NAME
                             WS-TRM-P-START
                             WS-TRM-P-END
                             WS-TRM-P-COMMENCE
                    END-UNSTRING
                    ADD 1 TO WS-TRM-COUNT
                    MOVE WS-TRM-P-START TO WS-TRM-START(WS-TRM-COUNT)
                    MOVE WS-TRM-P-END TO WS-TRM-END(WS-TRM-COUNT)
                    MOVE WS-TRM-P-COMMENCE TO WS-TRM-COMMENCE(WS-TRM-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TERM-FILE
    EXIT PARAGRAPH.

*> CHECK-PREVIEW-REQUEST: a PREVIEW_DATE=YYYYMMDD request has this run
*> preview that date before its own steps. A date that cannot be read
*> is warned about and the request cleared; the run goes on either way.
CHECK-PREVIEW-REQUEST.
    MOVE "N" TO WS-PREVIEW-MODE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PREVIEW-FILE
    IF PREVIEW-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PREVIEW-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO WS-PREVIEW-KEY WS-PREVIEW-VALUE
                UNSTRING PREVIEW-REC DELIMITED BY "="
                    INTO WS-PREVIEW-KEY
                         WS-PREVIEW-VALUE
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREVIEW-KEY))
                   = "PREVIEW_DATE"
                    MOVE "Y" TO WS-PREVIEW-MODE
                    MOVE FUNCTION TRIM(WS-PREVIEW-VALUE) TO WS-PREVIEW-VALUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PREVIEW-FILE
    IF WS-PREVIEW-MODE = "N"
        EXIT PARAGRAPH
    END-IF
    IF WS-PREVIEW-VALUE = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PREVIEW-VALUE
    END-IF
    IF WS-PREVIEW-VALUE(1:8) NOT NUMERIC
       OR WS-PREVIEW-VALUE(9:1) NOT = SPACE
       OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-PREVIEW-VALUE(1:8)))
          NOT = 0
        DISPLAY "Warning: job stream preview PREVIEW_DATE '"
                FUNCTION TRIM(WS-PREVIEW-VALUE)
                "' is not a YYYYMMDD date - nothing previewed;"
                " the request has been cleared and the run continues."
        CALL "CBL_DELETE_FILE" USING WS-PREVIEW-PATH
            RETURNING WS-DELETE-STATUS
        MOVE "N" TO WS-PREVIEW-MODE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PREVIEW-VALUE(1:8) TO WS-RUN-DATE
    EXIT PARAGRAPH.

*> PREVIEW-STREAM: what the calendar would run on WS-RUN-DATE.
PREVIEW-STREAM.
    PERFORM SET-RUN-CALENDAR
    MOVE 0 TO WS-DUE-COUNT
    DISPLAY "Job stream preview for " WS-RUN-DATE " (" WS-RUN-DOW ")"
    DISPLAY "========================================"
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STEP-COUNT
        PERFORM CHECK-STEP-DUE
        EVALUATE TRUE
            WHEN WS-FREQ-BAD = "Y"
                DISPLAY "  NOT RUN  " WS-STEP-NAME(WS-IDX)(1:20)
                        " frequency '" FUNCTION TRIM(WS-FREQ-TEXT)
                        "' not recognised"
            WHEN WS-STEP-DUE = "Y"
                ADD 1 TO WS-DUE-COUNT
                DISPLAY "  RUN      " WS-STEP-NAME(WS-IDX)(1:20)
                        " " FUNCTION TRIM(WS-FREQ-TEXT)
            WHEN OTHER
                DISPLAY "  NOT DUE  " WS-STEP-NAME(WS-IDX)(1:20)
                        " " FUNCTION TRIM(WS-FREQ-TEXT)
        END-EVALUATE
    END-PERFORM
    MOVE WS-DUE-COUNT TO WS-COUNT-EDIT
    DISPLAY FUNCTION TRIM(WS-COUNT-EDIT) " step(s) would run."
            " The request has been cleared; the normal run follows."
    CALL "CBL_DELETE_FILE" USING WS-PREVIEW-PATH
        RETURNING WS-DELETE-STATUS
    EXIT PARAGRAPH.

*> SET-RUN-CALENDAR: weekday, day of month and month-end for
*> WS-RUN-DATE.
SET-RUN-CALENDAR.
    COMPUTE WS-RUN-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    *> Day 1 of the count (1601-01-01) was a Monday.
    COMPUTE WS-DOW-IDX = FUNCTION MOD(WS-RUN-DAYNUM - 1, 7) + 1
    MOVE WS-DOW-NAMES((WS-DOW-IDX - 1) * 3 + 1:3) TO WS-RUN-DOW
    MOVE WS-RUN-DATE(7:2) TO WS-RUN-MONTHDAY
    COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-DAYNUM + 1)
    IF WS-NEXT-DATE(7:2) = "01"
        MOVE "Y" TO WS-RUN-LAST-DAY
    ELSE
        MOVE "N" TO WS-RUN-LAST-DAY
    END-IF
    EXIT PARAGRAPH.

*> CHECK-STEP-DUE: WS-STEP-DUE is "Y" when any entry of the step's
*> FREQUENCY falls on WS-RUN-DATE; WS-FREQ-BAD flags one that can't be
*> read, and the step is then not run at all.
CHECK-STEP-DUE.
    MOVE "N" TO WS-STEP-DUE WS-FREQ-BAD
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STEP-FREQ(WS-IDX)))
        TO WS-FREQ-TEXT
    IF WS-FREQ-TEXT = SPACES
        MOVE "DAILY" TO WS-FREQ-TEXT
    END-IF
    MOVE 1 TO WS-FREQ-PTR
    PERFORM UNTIL WS-FREQ-PTR > 60 OR WS-FREQ-BAD = "Y"
        MOVE SPACES TO WS-FREQ-TOKEN
        UNSTRING WS-FREQ-TEXT DELIMITED BY ","
            INTO WS-FREQ-TOKEN
            WITH POINTER WS-FREQ-PTR
        END-UNSTRING
        MOVE FUNCTION TRIM(WS-FREQ-TOKEN) TO WS-FREQ-TOKEN
        IF WS-FREQ-TOKEN NOT = SPACES
            PERFORM CHECK-ONE-FREQUENCY
        END-IF
    END-PERFORM
    IF WS-FREQ-BAD = "Y"
        MOVE "N" TO WS-STEP-DUE
    END-IF
    EXIT PARAGRAPH.

CHECK-ONE-FREQUENCY.
    MOVE SPACES TO WS-FREQ-EVENT WS-FREQ-ARG
    EVALUATE TRUE
        WHEN WS-FREQ-TOKEN = "DAILY"
            MOVE "Y" TO WS-STEP-DUE
        WHEN WS-FREQ-TOKEN = "MON" OR "TUE" OR "WED" OR "THU"
                          OR "FRI" OR "SAT" OR "SUN"
            IF WS-FREQ-TOKEN(1:3) = WS-RUN-DOW
                MOVE "Y" TO WS-STEP-DUE
            END-IF
        WHEN WS-FREQ-TOKEN(1:9) = "MONTHDAY:"
            MOVE WS-FREQ-TOKEN(10:) TO WS-FREQ-ARG
            EVALUATE TRUE
                WHEN WS-FREQ-ARG = "LAST"
                    IF WS-RUN-LAST-DAY = "Y"
                        MOVE "Y" TO WS-STEP-DUE
                    END-IF
                WHEN FUNCTION TRIM(WS-FREQ-ARG) IS NUMERIC
                     AND FUNCTION LENGTH(FUNCTION TRIM(WS-FREQ-ARG)) <= 2
                     AND FUNCTION NUMVAL(WS-FREQ-ARG) >= 1
                     AND FUNCTION NUMVAL(WS-FREQ-ARG) <= 31
                    IF FUNCTION NUMVAL(WS-FREQ-ARG) = WS-RUN-MONTHDAY
                        MOVE "Y" TO WS-STEP-DUE
                    END-IF
                WHEN OTHER
                    MOVE "Y" TO WS-FREQ-BAD
            END-EVALUATE
        WHEN OTHER
            UNSTRING WS-FREQ-TOKEN DELIMITED BY "+"
                INTO WS-FREQ-EVENT
                     WS-FREQ-ARG
            END-UNSTRING
            MOVE 0 TO WS-FREQ-OFFSET
            IF WS-FREQ-ARG NOT = SPACES
                IF FUNCTION TRIM(WS-FREQ-ARG) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-FREQ-ARG)) <= 3
                    MOVE FUNCTION NUMVAL(WS-FREQ-ARG) TO WS-FREQ-OFFSET
                ELSE
                    MOVE "Y" TO WS-FREQ-BAD
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF WS-FREQ-EVENT = "TERM-START" OR "TERM-END" OR "COMMENCEMENT"
                PERFORM CHECK-TERM-EVENT
            ELSE
                MOVE "Y" TO WS-FREQ-BAD
            END-IF
    END-EVALUATE
    EXIT PARAGRAPH.

*> CHECK-TERM-EVENT: due when WS-FREQ-OFFSET days after the named date
*> of any term is WS-RUN-DATE.
CHECK-TERM-EVENT.
    PERFORM VARYING WS-TRM-IDX FROM 1 BY 1 UNTIL WS-TRM-IDX > WS-TRM-COUNT
        EVALUATE WS-FREQ-EVENT
            WHEN "TERM-START"
                MOVE WS-TRM-START(WS-TRM-IDX) TO WS-EVENT-DATE
            WHEN "TERM-END"
                MOVE WS-TRM-END(WS-TRM-IDX) TO WS-EVENT-DATE
            WHEN OTHER
                MOVE WS-TRM-COMMENCE(WS-TRM-IDX) TO WS-EVENT-DATE
        END-EVALUATE
        IF WS-EVENT-DATE IS NUMERIC
           AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-EVENT-DATE)) = 0
            IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-EVENT-DATE))
               + WS-FREQ-OFFSET = WS-RUN-DAYNUM
                MOVE "Y" TO WS-STEP-DUE
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-LOG-LINE: the caller leaves the outcome text in LOG-REC; the
*> timestamp and step name are prefixed here.
WRITE-LOG-LINE.
    CLOSE LOG-FILE
    EXIT PARAGRAPH.

*> LOAD-CONFIG: the batch window and overrun thresholds from
*> AppConfig.txt; a missing file or key keeps the defaults.
LOAD-CONFIG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
                    MOVE FUNCTION TRIM(CONFIG-VALUE) TO CONFIG-VALUE
                    IF CONFIG-VALUE NOT = SPACES
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        EVALUATE FUNCTION UPPER-CASE(CONFIG-KEY)
                            WHEN "BATCH_WINDOW_END"
                                COMPUTE WS-WINDOW-END =
                                    FUNCTION NUMVAL(CONFIG-VALUE)
                            WHEN "STEP_OVERRUN_PCT"
                                COMPUTE WS-OVERRUN-PCT =
                                    FUNCTION NUMVAL(CONFIG-VALUE)
                            WHEN "STEP_OVERRUN_MIN_SECS"
                                COMPUTE WS-OVERRUN-MIN-SECS =
                                    FUNCTION NUMVAL(CONFIG-VALUE)
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    IF WS-WINDOW-END > 2359 OR FUNCTION MOD(WS-WINDOW-END, 100) > 59
        MOVE 600 TO WS-WINDOW-END
    END-IF
    IF WS-OVERRUN-PCT <= 100
        MOVE 150 TO WS-OVERRUN-PCT
    END-IF
    EXIT PARAGRAPH.

*> SET-WINDOW-DEADLINE: the first window-end time after this run
*> started - later the same day for a stream started before it (an
*> after-midnight start), otherwise the next morning.
SET-WINDOW-DEADLINE.
    MOVE WS-WINDOW-END TO WS-WINDOW-EDIT
    MOVE SPACES TO WS-WINDOW-DEADLINE
    IF FUNCTION CURRENT-DATE(9:4) < WS-WINDOW-EDIT
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WINDOW-DEADLINE(1:8)
    ELSE
        COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) + 1)
        MOVE WS-NEXT-DATE TO WS-WINDOW-DEADLINE(1:8)
    END-IF
    STRING WS-WINDOW-EDIT "00"
        DELIMITED BY SIZE
        INTO WS-WINDOW-DEADLINE(9:6)
    END-STRING
    EXIT PARAGRAPH.

*> RECORD-STEP-TIMING: elapsed seconds for the step just run, checked
*> against its trailing average and the window deadline, then appended
*> to JobStreamTiming.txt as
*>   BUSINESS-DATE|STEP|START|END|ELAPSED-SECS|OUTCOME|FLAGS
*> An overrun or late finish is also logged to the run log, where
*> OpsDigest picks it up as a warning.
RECORD-STEP-TIMING.
    COMPUTE WS-TIME-SECS-1 =
        FUNCTION NUMVAL(WS-STEP-START-TS(9:2)) * 3600
        + FUNCTION NUMVAL(WS-STEP-START-TS(11:2)) * 60
        + FUNCTION NUMVAL(WS-STEP-START-TS(13:2))
    COMPUTE WS-TIME-SECS-2 =
        FUNCTION NUMVAL(WS-STEP-END-TS(9:2)) * 3600
        + FUNCTION NUMVAL(WS-STEP-END-TS(11:2)) * 60
        + FUNCTION NUMVAL(WS-STEP-END-TS(13:2))
    COMPUTE WS-STEP-ELAPSED =
        (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-STEP-END-TS(1:8)))
         - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-STEP-START-TS(1:8))))
        * 86400 + WS-TIME-SECS-2 - WS-TIME-SECS-1

    PERFORM LOAD-STEP-HISTORY
    MOVE SPACES TO WS-STEP-FLAGS
    *> An overrun needs three clean runs to average, a run well over
    *> the percentage, and enough real seconds to be worth a look.
    IF WS-HIST-COUNT >= 3
       AND WS-STEP-ELAPSED * 100 > WS-HIST-AVERAGE * WS-OVERRUN-PCT
       AND WS-STEP-ELAPSED - WS-HIST-AVERAGE >= WS-OVERRUN-MIN-SECS
        MOVE "OVERRUN" TO WS-STEP-FLAGS
        MOVE WS-STEP-ELAPSED TO WS-ELAPSED-EDIT
        MOVE WS-HIST-AVERAGE TO WS-AVERAGE-EDIT
        MOVE WS-OVERRUN-PCT TO WS-PCT-EDIT
        MOVE SPACES TO LOG-REC
        STRING "OVERRUN elapsed " FUNCTION TRIM(WS-ELAPSED-EDIT)
               "s vs trailing average " FUNCTION TRIM(WS-AVERAGE-EDIT)
               "s (limit " FUNCTION TRIM(WS-PCT-EDIT) "%)"
            DELIMITED BY SIZE
            INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
    END-IF
    IF WS-STEP-END-TS > WS-WINDOW-DEADLINE
        IF WS-STEP-FLAGS = SPACES
            MOVE "LATE" TO WS-STEP-FLAGS
        ELSE
            MOVE "OVERRUN,LATE" TO WS-STEP-FLAGS
        END-IF
        MOVE SPACES TO LOG-REC
        STRING "LATE finished " WS-STEP-END-TS(9:6)
               " after window end " WS-WINDOW-EDIT
               " (" WS-WINDOW-DEADLINE(1:8) ")"
            DELIMITED BY SIZE
            INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
    END-IF

    OPEN EXTEND TIMING-FILE
    IF TIMING-STAT = "35"
        OPEN OUTPUT TIMING-FILE
    END-IF
    MOVE WS-STEP-ELAPSED TO WS-ELAPSED-EDIT
    MOVE SPACES TO TIMING-REC
    STRING WS-RUN-DATE "|"
           FUNCTION TRIM(WS-STEP-NAME(WS-IDX)) "|"
           WS-STEP-START-TS "|"
           WS-STEP-END-TS "|"
           FUNCTION TRIM(WS-ELAPSED-EDIT) "|"
           FUNCTION TRIM(WS-STEP-OUTCOME) "|"
           FUNCTION TRIM(WS-STEP-FLAGS)
        DELIMITED BY SIZE
        INTO TIMING-REC
    END-STRING
    WRITE TIMING-REC
    CLOSE TIMING-FILE
    EXIT PARAGRAPH.

*> LOAD-STEP-HISTORY: the step's last ten clean runs from the timing
*> history (kept in a ring, oldest overwritten) and their average.
LOAD-STEP-HISTORY.
    MOVE 0 TO WS-HIST-COUNT WS-HIST-TOTAL WS-HIST-AVERAGE
    MOVE 1 TO WS-HIST-NEXT
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
                MOVE SPACES TO WS-TIM-P-DATE WS-TIM-P-STEP WS-TIM-P-START
                               WS-TIM-P-END WS-TIM-P-ELAPSED WS-TIM-P-OUTCOME
                UNSTRING TIMING-REC DELIMITED BY "|"
                    INTO WS-TIM-P-DATE
                         WS-TIM-P-STEP
                         WS-TIM-P-START
                         WS-TIM-P-END
                         WS-TIM-P-ELAPSED
                         WS-TIM-P-OUTCOME
                END-UNSTRING
                IF WS-TIM-P-STEP = WS-STEP-NAME(WS-IDX)
                   AND WS-TIM-P-OUTCOME = "OK"
                   AND FUNCTION TRIM(WS-TIM-P-ELAPSED) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-TIM-P-ELAPSED)
                        TO WS-HIST-SECS(WS-HIST-NEXT)
                    IF WS-HIST-COUNT < 10
                        ADD 1 TO WS-HIST-COUNT
                    END-IF
                    ADD 1 TO WS-HIST-NEXT
                    IF WS-HIST-NEXT > 10
                        MOVE 1 TO WS-HIST-NEXT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TIMING-FILE
    IF WS-HIST-COUNT > 0
        PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > WS-HIST-COUNT
            ADD WS-HIST-SECS(WS-HIST-IDX) TO WS-HIST-TOTAL
        END-PERFORM
        COMPUTE WS-HIST-AVERAGE ROUNDED = WS-HIST-TOTAL / WS-HIST-COUNT
    END-IF
    EXIT PARAGRAPH.

*> RECORD-STREAM-DATE: a fresh stream notes its business date first,
*> so a rerun after midnight works to the same calendar.
RECORD-STREAM-DATE.
    OPEN OUTPUT STATE-FILE
    MOVE SPACES TO STATE-REC
    STRING "DATE=" WS-RUN-DATE
        DELIMITED BY SIZE
        INTO STATE-REC
    END-STRING
    WRITE STATE-REC
    CLOSE STATE-FILE
    EXIT PARAGRAPH.

RECORD-STEP-COMPLETE.
    OPEN EXTEND STATE-FILE
    IF STATE-STAT = "35"
