*> the applicant's university and major, marks an application as
*> interviewed when Interviews.txt carries a Confirmed slot for it,
*> and cross-tabs applied / interviewed / hired counts (with the hire
*> rate) by university, by major, and by employer. A hire also counts
*> as retained once its 90-day employment check-in
*> (EmploymentCheckins.txt, queued by HIRERETENTIONCHECKINS) has a Yes
*> answer and no No answer from either party. The term range
*> comes from ../data/OutcomesParams.txt - preferably as a term code
*> resolved against the Terms.txt master the admin console maintains:
*>   TERM=SP26
    SELECT INTERVIEW-FILE ASSIGN TO "../data/Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERVIEW-STAT.
    SELECT CHECKIN-FILE ASSIGN TO "../data/EmploymentCheckins.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKIN-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/PlacementOutcomesReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
COPY "AccountRecord.cpy".
FD  INTERVIEW-FILE.
01  INTERVIEW-REC       PIC X(150).
FD  CHECKIN-FILE.
01  CHECKIN-REC         PIC X(200).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  PARAM-STAT          PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  INTERVIEW-STAT      PIC XX.
01  REPORT-STAT         PIC XX.
01  CHECKIN-STAT        PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-TERM-START       PIC X(8) VALUE "00000000".
        10  WS-APP-UNIVERSITY PIC X(50).
        10  WS-APP-MAJOR      PIC X(50).
        10  WS-APP-INTERVIEWED PIC X(1).
        10  WS-APP-RETAINED   PIC X(1).

*> One cross-tab at a time is accumulated here, then printed.
01  WS-DIM-COUNT        PIC 9(3) VALUE 0.
        10  WS-DIM-APPLIED     PIC 9(6).
        10  WS-DIM-INTERVIEWED PIC 9(6).
        10  WS-DIM-HIRED       PIC 9(6).
        10  WS-DIM-RETAINED    PIC 9(6).
01  WS-DIM-VALUE        PIC X(100).

01  WS-HIST-APP-ID      PIC X(10).
01  WS-APPLIED-EDIT     PIC ZZZ,ZZ9.
01  WS-INT-EDIT         PIC ZZZ,ZZ9.
01  WS-HIRED-EDIT       PIC ZZZ,ZZ9.
01  WS-RETAINED-EDIT    PIC ZZZ,ZZ9.
01  WS-CHK-CHECKPOINT   PIC X(3).
01  WS-CHK-ANSWER       PIC X(10).
01  WS-RATE             PIC 9(3)V9 VALUE 0.
01  WS-RATE-EDIT        PIC ZZ9.9.

    PERFORM RESOLVE-EMPLOYERS
    PERFORM RESOLVE-STUDENTS
    PERFORM MARK-INTERVIEWED
    PERFORM MARK-RETAINED

    OPEN OUTPUT REPORT-FILE
    PERFORM PRINT-HEADER
                        MOVE SPACES TO WS-APP-UNIVERSITY(WS-APP-COUNT)
                        MOVE SPACES TO WS-APP-MAJOR(WS-APP-COUNT)
                        MOVE "N" TO WS-APP-INTERVIEWED(WS-APP-COUNT)
                        MOVE "N" TO WS-APP-RETAINED(WS-APP-COUNT)
                    END-IF
                END-IF
        END-READ
    CLOSE INTERVIEW-FILE
    EXIT PARAGRAPH.

*> MARK-RETAINED: APPLICATION-ID|CHECKPOINT|PARTY|USERNAME|STUDENT|
*> START-DATE|ASKED-DATE|ANSWER|ANSWERED-DATE. A 90-day Yes marks the
*> hire retained ("R" until the pass ends); a 90-day No from either
*> side overrides it ("X"), so a disputed answer is never counted.
MARK-RETAINED.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CHECKIN-FILE
    IF CHECKIN-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CHECKIN-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CHECKIN-REC NOT = SPACES
                    MOVE SPACES TO WS-HIST-APP-ID WS-CHK-CHECKPOINT
                                   WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                   WS-FIELD-4 WS-FIELD-5 WS-CHK-ANSWER
                    UNSTRING CHECKIN-REC DELIMITED BY "|"
                        INTO WS-HIST-APP-ID WS-CHK-CHECKPOINT
                             WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                             WS-FIELD-4 WS-FIELD-5 WS-CHK-ANSWER
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-CHK-CHECKPOINT) = "90"
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-APP-COUNT
                            IF WS-APP-ID(WS-IDX) = FUNCTION TRIM(WS-HIST-APP-ID)
                                IF FUNCTION TRIM(WS-CHK-ANSWER) = "No"
                                    MOVE "X" TO WS-APP-RETAINED(WS-IDX)
                                END-IF
                                IF FUNCTION TRIM(WS-CHK-ANSWER) = "Yes"
                                   AND WS-APP-RETAINED(WS-IDX) = "N"
                                    MOVE "R" TO WS-APP-RETAINED(WS-IDX)
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHECKIN-FILE
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        IF WS-APP-RETAINED(WS-IDX) = "R"
            MOVE "Y" TO WS-APP-RETAINED(WS-IDX)
        ELSE
            MOVE "N" TO WS-APP-RETAINED(WS-IDX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

BUILD-UNIVERSITY-TAB.
    MOVE 0 TO WS-DIM-COUNT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        MOVE 0 TO WS-DIM-APPLIED(WS-IDX2)
        MOVE 0 TO WS-DIM-INTERVIEWED(WS-IDX2)
        MOVE 0 TO WS-DIM-HIRED(WS-IDX2)
        MOVE 0 TO WS-DIM-RETAINED(WS-IDX2)
        PERFORM BUMP-DIMENSION-ROW
    END-IF
    EXIT PARAGRAPH.
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-STATUS(WS-IDX))) = "HIRED"
        ADD 1 TO WS-DIM-HIRED(WS-IDX2)
        IF WS-APP-RETAINED(WS-IDX) = "Y"
            ADD 1 TO WS-DIM-RETAINED(WS-IDX2)
        END-IF
    END-IF
    EXIT PARAGRAPH.

        MOVE WS-DIM-APPLIED(WS-IDX2) TO WS-APPLIED-EDIT
        MOVE WS-DIM-INTERVIEWED(WS-IDX2) TO WS-INT-EDIT
        MOVE WS-DIM-HIRED(WS-IDX2) TO WS-HIRED-EDIT
        MOVE WS-DIM-RETAINED(WS-IDX2) TO WS-RETAINED-EDIT
        MOVE 0 TO WS-RATE
        IF WS-DIM-APPLIED(WS-IDX2) > 0
            COMPUTE WS-RATE ROUNDED =
               ", interviewed " FUNCTION TRIM(WS-INT-EDIT)
               ", hired " FUNCTION TRIM(WS-HIRED-EDIT)
               " (" FUNCTION TRIM(WS-RATE-EDIT) "% hire rate)"
               ", retained at 90 days " FUNCTION TRIM(WS-RETAINED-EDIT)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
