*> Stand-alone legal-hold report for counsel and the records office.
*> Run this directly whenever someone asks what is frozen and why:
*> one block per hold in force in ../data/LegalHolds.txt
*> (TYPE|KEY|MATTER|PLACED-DATE|REQUESTED-BY|APPROVED-BY) - who asked
*> for it, who approved it - followed by every purge, merge, closure,
*> archive or fix the hold turned away, taken from
*> ../data/LegalHoldLog.txt (DATE|TIME|PROGRAM|TYPE|KEY|MATTER|ACTION).
*> Log rows are matched on type, key and matter, so a key released and
*> later held again under a new matter shows only what the current
*> hold blocked. Output goes to ../data/LegalHoldReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. LEGALHOLDREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "../data/LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEGAL-HOLD-STAT.
    SELECT HOLD-LOG-FILE ASSIGN TO "../data/LegalHoldLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-LOG-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/LegalHoldReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC      PIC X(300).

FD  HOLD-LOG-FILE.
01  HOLD-LOG-REC        PIC X(300).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).

WORKING-STORAGE SECTION.
01  LEGAL-HOLD-STAT     PIC XX.
01  HOLD-LOG-STAT       PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  LOG-EOF             PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-HOLD-COUNT       PIC 9(4) VALUE 0.
01  WS-BLOCKED          PIC 9(6) VALUE 0.
01  WS-TOTAL-BLOCKED    PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-HOLDS-EDIT       PIC Z(3)9.

01  WS-HOLD-TYPE        PIC X(10).
01  WS-HOLD-KEY         PIC X(50).
01  WS-HOLD-MATTER      PIC X(40).
01  WS-HOLD-DATE        PIC X(8).
01  WS-HOLD-REQ-BY      PIC X(50).
01  WS-HOLD-APP-BY      PIC X(50).

01  WS-LOG-DATE         PIC X(8).
01  WS-LOG-TIME         PIC X(6).
01  WS-LOG-PROGRAM      PIC X(20).
01  WS-LOG-TYPE         PIC X(10).
01  WS-LOG-KEY          PIC X(50).
01  WS-LOG-MATTER       PIC X(40).
01  WS-LOG-ACTION       PIC X(150).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Legal Hold Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT LEGAL-HOLD-FILE
    IF LEGAL-HOLD-STAT = "35"
        MOVE "  (no legal holds in place)" TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Legal hold report written to ../data/LegalHoldReport.txt"
        STOP RUN
    END-IF

    PERFORM UNTIL EOF-FLAG = "Y"
        READ LEGAL-HOLD-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF LEGAL-HOLD-REC NOT = SPACES
                    PERFORM PRINT-ONE-HOLD
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE

    IF WS-HOLD-COUNT = 0
        MOVE "  (no legal holds in place)" TO REPORT-REC
        WRITE REPORT-REC
    ELSE
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-HOLD-COUNT TO WS-HOLDS-EDIT
        MOVE WS-TOTAL-BLOCKED TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-REC
        STRING FUNCTION TRIM(WS-HOLDS-EDIT) " hold(s) in force, "
               FUNCTION TRIM(WS-COUNT-EDIT) " action(s) blocked."
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF
    CLOSE REPORT-FILE

    DISPLAY "Legal hold report written to ../data/LegalHoldReport.txt"
    STOP RUN.

*> PRINT-ONE-HOLD: the hold's own line, then what it has blocked.
PRINT-ONE-HOLD.
    MOVE SPACES TO WS-HOLD-TYPE WS-HOLD-KEY WS-HOLD-MATTER WS-HOLD-DATE
                   WS-HOLD-REQ-BY WS-HOLD-APP-BY
    UNSTRING LEGAL-HOLD-REC DELIMITED BY "|"
        INTO WS-HOLD-TYPE
             WS-HOLD-KEY
             WS-HOLD-MATTER
             WS-HOLD-DATE
             WS-HOLD-REQ-BY
             WS-HOLD-APP-BY
    END-UNSTRING
    ADD 1 TO WS-HOLD-COUNT

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING FUNCTION TRIM(WS-HOLD-TYPE) " " FUNCTION TRIM(WS-HOLD-KEY)
           " - matter " FUNCTION TRIM(WS-HOLD-MATTER)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "  Placed " FUNCTION TRIM(WS-HOLD-DATE)
           ", requested by " FUNCTION TRIM(WS-HOLD-REQ-BY)
           ", approved by " FUNCTION TRIM(WS-HOLD-APP-BY)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE 0 TO WS-BLOCKED
    MOVE "N" TO LOG-EOF
    OPEN INPUT HOLD-LOG-FILE
    IF HOLD-LOG-STAT = "00"
        PERFORM UNTIL LOG-EOF = "Y"
            READ HOLD-LOG-FILE
                AT END
                    MOVE "Y" TO LOG-EOF
                NOT AT END
                    IF HOLD-LOG-REC NOT = SPACES
                        PERFORM CHECK-LOG-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-LOG-FILE
    END-IF

    MOVE WS-BLOCKED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    IF WS-BLOCKED = 0
        MOVE "  Nothing blocked yet." TO REPORT-REC
    ELSE
        STRING "  Actions blocked: " FUNCTION TRIM(WS-COUNT-EDIT)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> CHECK-LOG-ROW: a log row belongs to this hold when its type, key
*> and matter all match; each one is listed under the hold.
CHECK-LOG-ROW.
    MOVE SPACES TO WS-LOG-DATE WS-LOG-TIME WS-LOG-PROGRAM WS-LOG-TYPE
                   WS-LOG-KEY WS-LOG-MATTER WS-LOG-ACTION
    UNSTRING HOLD-LOG-REC DELIMITED BY "|"
        INTO WS-LOG-DATE
             WS-LOG-TIME
             WS-LOG-PROGRAM
             WS-LOG-TYPE
             WS-LOG-KEY
             WS-LOG-MATTER
             WS-LOG-ACTION
    END-UNSTRING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-TYPE))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLD-TYPE))
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-KEY))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLD-KEY))
       OR FUNCTION TRIM(WS-LOG-MATTER) NOT = FUNCTION TRIM(WS-HOLD-MATTER)
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-BLOCKED
    ADD 1 TO WS-TOTAL-BLOCKED
    MOVE SPACES TO REPORT-REC
    STRING "    " WS-LOG-DATE " " WS-LOG-TIME " "
           FUNCTION TRIM(WS-LOG-PROGRAM) ": "
           FUNCTION TRIM(WS-LOG-ACTION)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM LEGALHOLDREPORT.
