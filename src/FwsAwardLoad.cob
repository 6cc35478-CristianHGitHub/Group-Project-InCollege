*> Stand-alone nightly load of Federal Work-Study awards from financial
*> aid, in the mold of TRANSCRIPTIMPORT. Run this directly against the
*> feed financial aid drops in ../data/FwsAwardFeed.txt, one
*>   USERNAME|AWARD-YEAR|AWARD-AMOUNT|REMAINING-AMOUNT
*> row per award (award year 2026-2027 or 2026-27, July through June;
*> amounts in dollars, e.g. 3000.00). Each night's feed is the full
*> list of awards for every award year it carries, so those years are
*> replaced outright in ../data/FwsAwards.txt
*>   USERNAME|AWARD-YEAR|AWARD-AMOUNT|REMAINING|LOADED-DATE
*> - a student financial aid drops from a year loses the award - while
*> award years the feed does not mention are kept as they were. That
*> file is what the apply flow checks before taking an application on
*> a work-study-only posting, and what FWSPLACEMENTREPORT reports
*> against. Rows for unknown or non-student accounts, malformed award
*> years, and amounts that don't add up are rejected; every outcome
*> lands in ../data/FwsAwardLoadReport.txt. With no feed (or an empty
*> one) the awards on file are left untouched.
IDENTIFICATION DIVISION.
PROGRAM-ID. FWSAWARDLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-FILE ASSIGN TO "../data/FwsAwardFeed.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT AWARD-FILE ASSIGN TO "../data/FwsAwards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AWARD-STAT.
    SELECT TEMP-FILE ASSIGN TO "../data/FwsAwards.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/FwsAwardLoadReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  FEED-FILE.
01  FEED-REC            PIC X(200).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  AWARD-FILE.
01  AWARD-REC           PIC X(120).

FD  TEMP-FILE.
01  TEMP-REC            PIC X(120).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  FEED-STAT           PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  AWARD-STAT          PIC XX.
01  TEMP-STAT           PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-AWARD-PATH       PIC X(40) VALUE "../data/FwsAwards.txt".
01  WS-TEMP-PATH        PIC X(40) VALUE "../data/FwsAwards.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-IDX2             PIC 9(4) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".
01  WS-ROW-NUM          PIC 9(6) VALUE 0.
01  WS-ROW-EDIT         PIC Z(5)9.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-LOADED-COUNT     PIC 9(6) VALUE 0.
01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
01  WS-NEW-COUNT        PIC 9(6) VALUE 0.
01  WS-CHANGED-COUNT    PIC 9(6) VALUE 0.
01  WS-DROPPED-COUNT    PIC 9(6) VALUE 0.
01  WS-KEPT-COUNT       PIC 9(6) VALUE 0.
01  WS-REJECT-REASON    PIC X(80).

01  WS-FEED-USERNAME    PIC X(50).
01  WS-FEED-YEAR        PIC X(20).
01  WS-FEED-AMOUNT      PIC X(20).
01  WS-FEED-REMAINING   PIC X(20).
01  WS-YEAR-START       PIC 9(4) VALUE 0.
01  WS-YEAR-END         PIC 9(4) VALUE 0.
01  WS-NORM-YEAR        PIC X(9).
01  WS-AMOUNT           PIC 9(7)V99 VALUE 0.
01  WS-REMAINING        PIC 9(7)V99 VALUE 0.
01  WS-AMOUNT-OUT       PIC Z(6)9.99.
01  WS-REMAINING-OUT    PIC Z(6)9.99.

01  WS-FLD-USER         PIC X(50).
01  WS-FLD-YEAR         PIC X(9).
01  WS-FLD-AMOUNT       PIC X(12).
01  WS-FLD-REMAINING    PIC X(12).

*> Accounts, for the username and role check.
01  WS-ACCT-COUNT       PIC 9(5) VALUE 0.
01  WS-ACCT-TABLE.
    05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
        10  WS-ACCT-USER      PIC X(50).
        10  WS-ACCT-ROLE      PIC X(10).

*> The accepted feed rows, and the award years they replace.
01  WS-NEW-AWARD-COUNT  PIC 9(4) VALUE 0.
01  WS-NEW-AWARD-TABLE.
    05  WS-NEW-AWARD-ENTRY OCCURS 3000 TIMES.
        10  WS-NA-USER        PIC X(50).
        10  WS-NA-YEAR        PIC X(9).
        10  WS-NA-AMOUNT      PIC X(12).
        10  WS-NA-REMAINING   PIC X(12).
        10  WS-NA-MATCHED     PIC X(1).
01  WS-YEAR-COUNT       PIC 9(3) VALUE 0.
01  WS-YEAR-TABLE.
    05  WS-YEAR-ENTRY OCCURS 20 TIMES.
        10  WS-FED-YEAR       PIC X(9).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Federal Work-Study Award Load - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-FEED

    IF WS-NEW-AWARD-COUNT = 0
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE "No awards loaded - the awards on file are unchanged." TO REPORT-REC
        WRITE REPORT-REC
        PERFORM PRINT-TOTALS
        CLOSE REPORT-FILE
        DISPLAY "FWS award load: no award rows loaded from ../data/FwsAwardFeed.txt"
        STOP RUN
    END-IF

    PERFORM REPLACE-AWARD-YEARS
    PERFORM PRINT-TOTALS
    CLOSE REPORT-FILE

    DISPLAY "FWS award load complete. See ../data/FwsAwardLoadReport.txt"
    STOP RUN.

LOAD-ACCOUNTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF AR-USERNAME NOT = SPACES AND WS-ACCT-COUNT < 5000
                    ADD 1 TO WS-ACCT-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        TO WS-ACCT-USER(WS-ACCT-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE))
                        TO WS-ACCT-ROLE(WS-ACCT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

*> LOAD-FEED: validate each feed row; good rows go to the new-award
*> table (a later row for the same student and year replaces an
*> earlier one), bad rows are listed with the reason.
LOAD-FEED.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEED-FILE
    IF FEED-STAT = "35"
        MOVE "  (no feed - FwsAwardFeed.txt is missing)" TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    MOVE "Rejected rows:" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM UNTIL EOF-FLAG = "Y"
        READ FEED-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FEED-REC NOT = SPACES
                    ADD 1 TO WS-ROW-NUM
                    PERFORM PROCESS-FEED-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEED-FILE
    IF WS-REJECTED-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

PROCESS-FEED-ROW.
    MOVE SPACES TO WS-FEED-USERNAME WS-FEED-YEAR WS-FEED-AMOUNT
                   WS-FEED-REMAINING WS-REJECT-REASON
    UNSTRING FEED-REC DELIMITED BY "|"
        INTO WS-FEED-USERNAME
             WS-FEED-YEAR
             WS-FEED-AMOUNT
             WS-FEED-REMAINING
    END-UNSTRING

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ACCT-COUNT
        IF WS-ACCT-USER(WS-IDX)
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-USERNAME))
            MOVE "Y" TO WS-FOUND
            IF WS-ACCT-ROLE(WS-IDX) NOT = "STUDENT"
                MOVE "account is not a student" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "no InCollege account with that username" TO WS-REJECT-REASON
    END-IF

    IF WS-REJECT-REASON = SPACES
        PERFORM NORMALIZE-AWARD-YEAR
    END-IF

    IF WS-REJECT-REASON = SPACES
        IF FUNCTION TRIM(WS-FEED-AMOUNT) = SPACES
           OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FEED-AMOUNT)) NOT = 0
            MOVE "award amount is not a number" TO WS-REJECT-REASON
        ELSE
            IF FUNCTION TRIM(WS-FEED-REMAINING) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FEED-REMAINING)) NOT = 0
                MOVE "remaining amount is not a number" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF

    IF WS-REJECT-REASON = SPACES
        IF FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-AMOUNT)) <= 0
           OR FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-AMOUNT)) > 9999999
            MOVE "award amount must be more than zero" TO WS-REJECT-REASON
        ELSE
            IF FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-REMAINING)) < 0
               OR FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-REMAINING))
                  > FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-AMOUNT))
                MOVE "remaining amount is negative or more than the award" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF

    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-REJECTED-COUNT
        MOVE WS-ROW-NUM TO WS-ROW-EDIT
        MOVE SPACES TO REPORT-REC
        STRING "  Row " FUNCTION TRIM(WS-ROW-EDIT) " ("
               FUNCTION TRIM(WS-FEED-USERNAME) "): "
               FUNCTION TRIM(WS-REJECT-REASON)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-AMOUNT)) TO WS-AMOUNT
    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-REMAINING)) TO WS-REMAINING
    MOVE WS-AMOUNT TO WS-AMOUNT-OUT
    MOVE WS-REMAINING TO WS-REMAINING-OUT

    MOVE 0 TO WS-IDX2
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NEW-AWARD-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NA-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-USERNAME))
           AND WS-NA-YEAR(WS-IDX) = WS-NORM-YEAR
            MOVE WS-IDX TO WS-IDX2
        END-IF
    END-PERFORM
    IF WS-IDX2 = 0
        IF WS-NEW-AWARD-COUNT >= 3000
            ADD 1 TO WS-REJECTED-COUNT
            MOVE WS-ROW-NUM TO WS-ROW-EDIT
            MOVE SPACES TO REPORT-REC
            STRING "  Row " FUNCTION TRIM(WS-ROW-EDIT)
                   ": award table full (3000 awards) - row not loaded"
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-NEW-AWARD-COUNT
        MOVE WS-NEW-AWARD-COUNT TO WS-IDX2
        ADD 1 TO WS-LOADED-COUNT
    END-IF
    MOVE FUNCTION TRIM(WS-FEED-USERNAME) TO WS-NA-USER(WS-IDX2)
    MOVE WS-NORM-YEAR TO WS-NA-YEAR(WS-IDX2)
    MOVE FUNCTION TRIM(WS-AMOUNT-OUT LEADING) TO WS-NA-AMOUNT(WS-IDX2)
    MOVE FUNCTION TRIM(WS-REMAINING-OUT LEADING) TO WS-NA-REMAINING(WS-IDX2)
    MOVE "N" TO WS-NA-MATCHED(WS-IDX2)

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-YEAR-COUNT
        IF WS-FED-YEAR(WS-IDX) = WS-NORM-YEAR
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N" AND WS-YEAR-COUNT < 20
        ADD 1 TO WS-YEAR-COUNT
        MOVE WS-NORM-YEAR TO WS-FED-YEAR(WS-YEAR-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> NORMALIZE-AWARD-YEAR: 2026-2027 or 2026-27 into WS-NORM-YEAR as
*> 2026-2027; the second year must follow the first.
NORMALIZE-AWARD-YEAR.
    MOVE SPACES TO WS-NORM-YEAR
    MOVE FUNCTION TRIM(WS-FEED-YEAR) TO WS-FEED-YEAR
    IF WS-FEED-YEAR(1:4) IS NOT NUMERIC OR WS-FEED-YEAR(5:1) NOT = "-"
        MOVE "award year is not in 2026-2027 form" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FEED-YEAR(1:4) TO WS-YEAR-START
    EVALUATE TRUE
        WHEN WS-FEED-YEAR(6:4) IS NUMERIC AND WS-FEED-YEAR(10:11) = SPACES
            MOVE WS-FEED-YEAR(6:4) TO WS-YEAR-END
        WHEN WS-FEED-YEAR(6:2) IS NUMERIC AND WS-FEED-YEAR(8:13) = SPACES
            COMPUTE WS-YEAR-END = WS-YEAR-START
                - FUNCTION MOD(WS-YEAR-START, 100)
                + FUNCTION NUMVAL(WS-FEED-YEAR(6:2))
            IF WS-YEAR-END < WS-YEAR-START
                ADD 100 TO WS-YEAR-END
            END-IF
        WHEN OTHER
            MOVE "award year is not in 2026-2027 form" TO WS-REJECT-REASON
            EXIT PARAGRAPH
    END-EVALUATE
    IF WS-YEAR-END NOT = WS-YEAR-START + 1
        MOVE "award year must span two consecutive years" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    STRING WS-YEAR-START "-" WS-YEAR-END
        DELIMITED BY SIZE
        INTO WS-NORM-YEAR
    END-STRING
    EXIT PARAGRAPH.

*> REPLACE-AWARD-YEARS: one temp-file swap of FwsAwards.txt. Rows for
*> award years the feed did not carry are copied as they are; rows for
*> the fed years are dropped and the feed's awards written in their
*> place, counting each as new, changed or unchanged against what was
*> on file.
REPLACE-AWARD-YEARS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Awards withdrawn (on file, no longer in the feed):" TO REPORT-REC
    WRITE REPORT-REC

    OPEN OUTPUT TEMP-FILE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT AWARD-FILE
    IF AWARD-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ AWARD-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF AWARD-REC NOT = SPACES
                        PERFORM CARRY-AWARD-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AWARD-FILE
    END-IF
    IF WS-DROPPED-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NEW-AWARD-COUNT
        IF WS-NA-MATCHED(WS-IDX) = "N"
            ADD 1 TO WS-NEW-COUNT
        END-IF
        MOVE SPACES TO TEMP-REC
        STRING FUNCTION TRIM(WS-NA-USER(WS-IDX))      DELIMITED BY SIZE "|"
               WS-NA-YEAR(WS-IDX)                     DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-NA-AMOUNT(WS-IDX))    DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-NA-REMAINING(WS-IDX)) DELIMITED BY SIZE "|"
               WS-TODAY                               DELIMITED BY SIZE
            INTO TEMP-REC
        END-STRING
        WRITE TEMP-REC
    END-PERFORM
    CLOSE TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-AWARD-PATH
    CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-AWARD-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> CARRY-AWARD-ROW: one row already on file - kept when its year was
*> not fed, otherwise matched against the feed (or reported withdrawn).
CARRY-AWARD-ROW.
    MOVE SPACES TO WS-FLD-USER WS-FLD-YEAR WS-FLD-AMOUNT WS-FLD-REMAINING
    UNSTRING AWARD-REC DELIMITED BY "|"
        INTO WS-FLD-USER WS-FLD-YEAR WS-FLD-AMOUNT WS-FLD-REMAINING
    END-UNSTRING

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-YEAR-COUNT
        IF WS-FED-YEAR(WS-IDX) = WS-FLD-YEAR
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        ADD 1 TO WS-KEPT-COUNT
        MOVE AWARD-REC TO TEMP-REC
        WRITE TEMP-REC
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NEW-AWARD-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NA-USER(WS-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-USER))
           AND WS-NA-YEAR(WS-IDX) = WS-FLD-YEAR
           AND WS-NA-MATCHED(WS-IDX) = "N"
            MOVE "Y" TO WS-FOUND
            MOVE "Y" TO WS-NA-MATCHED(WS-IDX)
            IF FUNCTION TRIM(WS-NA-AMOUNT(WS-IDX)) NOT = FUNCTION TRIM(WS-FLD-AMOUNT)
               OR FUNCTION TRIM(WS-NA-REMAINING(WS-IDX))
                  NOT = FUNCTION TRIM(WS-FLD-REMAINING)
                ADD 1 TO WS-CHANGED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        ADD 1 TO WS-DROPPED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-FLD-USER) " " WS-FLD-YEAR
               " (award " FUNCTION TRIM(WS-FLD-AMOUNT) ")"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-ROW-NUM TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Feed rows read:     " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Awards loaded:      " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  New awards:       " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Amounts changed:  " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-DROPPED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Awards withdrawn:   " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Other years kept:   " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Rows rejected:      " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM FWSAWARDLOAD.
