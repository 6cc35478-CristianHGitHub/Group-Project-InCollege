*> Stand-alone reference-check response load. Run this directly against
*> the replies the campus mail relay collects in
*> ../data/ReferenceResponsesIn.txt, one CODE|RECOMMENDATION|COMMENTS
*> row per reply, where CODE is the response code sent with the
*> request. Each reply is attached to its Requested row in
*> ReferenceChecks.txt (STATUS becomes Received, with the date,
*> recommendation, and comments) through a temp-file swap, and the
*> employer who asked is sent an in-app notification. RECOMMENDATION
*> is folded onto Yes/No/Neutral. A code already answered, or one not
*> on file, is left alone and listed in
*> ../data/ReferenceResponseReport.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. REFERENCERESPONSELOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-FILE ASSIGN TO "../data/ReferenceResponsesIn.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STAT.
    SELECT REFCHECK-FILE ASSIGN TO "../data/ReferenceChecks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFCHECK-STAT.
    SELECT TEMP-FILE ASSIGN TO "../data/ReferenceChecks.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/ReferenceResponseReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  FEED-FILE.
01  FEED-REC            PIC X(300).

FD  REFCHECK-FILE.
01  REFCHECK-REC        PIC X(500).

FD  TEMP-FILE.
01  TEMP-REC            PIC X(500).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  FEED-STAT           PIC XX.
01  REFCHECK-STAT       PIC XX.
01  TEMP-STAT           PIC XX.
01  NOTIFY-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-LIVE-PATH        PIC X(40) VALUE "../data/ReferenceChecks.txt".
01  WS-TEMP-PATH        PIC X(40) VALUE "../data/ReferenceChecks.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
01  WS-SKIPPED-COUNT    PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-NOTIFY-USER      PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).

01  WS-RCK-PARSED-CODE      PIC X(30).
01  WS-RCK-PARSED-APP-ID    PIC X(10).
01  WS-RCK-PARSED-STUDENT   PIC X(50).
01  WS-RCK-PARSED-NAME      PIC X(60).
01  WS-RCK-PARSED-EMAIL     PIC X(50).
01  WS-RCK-PARSED-BY        PIC X(50).
01  WS-RCK-PARSED-DATE      PIC X(8).
01  WS-RCK-PARSED-STATUS    PIC X(10).
01  WS-RCK-PARSED-RESPONDED PIC X(8).
01  WS-RCK-PARSED-RECOMMEND PIC X(10).
01  WS-RCK-PARSED-COMMENTS  PIC X(200).

*> The replies loaded up front and applied in one pass over
*> ReferenceChecks.txt. WS-FEED-RESULT is A (attached), D (code already
*> answered), or blank until a matching row is seen (unknown code).
01  WS-FEED-COUNT       PIC 9(4) VALUE 0.
01  WS-FEED-TABLE.
    05  WS-FEED-ENTRY OCCURS 500 TIMES.
        10  WS-FEED-CODE      PIC X(30).
        10  WS-FEED-RECOMMEND PIC X(10).
        10  WS-FEED-COMMENTS  PIC X(200).
        10  WS-FEED-RESULT    PIC X(1).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-FEED
    IF WS-FEED-COUNT = 0
        DISPLAY "Reference response load: no replies found in ../data/ReferenceResponsesIn.txt"
        STOP RUN
    END-IF

    PERFORM APPLY-FEED-TO-CHECKS
    PERFORM PRINT-REPORT
    STOP RUN.

LOAD-FEED.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEED-FILE
    IF FEED-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ FEED-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FEED-REC NOT = SPACES AND WS-FEED-COUNT < 500
                    ADD 1 TO WS-FEED-COUNT
                    MOVE SPACES TO WS-FEED-CODE(WS-FEED-COUNT)
                                   WS-FEED-RECOMMEND(WS-FEED-COUNT)
                                   WS-FEED-COMMENTS(WS-FEED-COUNT)
                                   WS-FEED-RESULT(WS-FEED-COUNT)
                    UNSTRING FEED-REC DELIMITED BY "|"
                        INTO WS-FEED-CODE(WS-FEED-COUNT)
                             WS-FEED-RECOMMEND(WS-FEED-COUNT)
                             WS-FEED-COMMENTS(WS-FEED-COUNT)
                    END-UNSTRING
                    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-RECOMMEND(WS-FEED-COUNT)))
                        WHEN "YES"
                        WHEN "Y"
                            MOVE "Yes" TO WS-FEED-RECOMMEND(WS-FEED-COUNT)
                        WHEN "NO"
                        WHEN "N"
                            MOVE "No" TO WS-FEED-RECOMMEND(WS-FEED-COUNT)
                        WHEN OTHER
                            MOVE "Neutral" TO WS-FEED-RECOMMEND(WS-FEED-COUNT)
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEED-FILE
    EXIT PARAGRAPH.

*> APPLY-FEED-TO-CHECKS: one temp-file-swap pass over
*> ReferenceChecks.txt. Only a Requested row takes a reply, so a
*> second reply quoting the same code cannot overwrite the first.
APPLY-FEED-TO-CHECKS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT REFCHECK-FILE
    IF REFCHECK-STAT = "35"
        DISPLAY "Reference response load: no reference checks on file."
        STOP RUN
    END-IF
    OPEN OUTPUT TEMP-FILE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ REFCHECK-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF REFCHECK-REC NOT = SPACES
                    PERFORM PARSE-REFCHECK-RECORD
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-FEED-COUNT
                        IF WS-FEED-RESULT(WS-IDX) = SPACE
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-CODE(WS-IDX)))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCK-PARSED-CODE))
                            IF FUNCTION TRIM(WS-RCK-PARSED-STATUS) = "Requested"
                                PERFORM APPLY-ONE-REPLY
                            ELSE
                                MOVE "D" TO WS-FEED-RESULT(WS-IDX)
                                ADD 1 TO WS-SKIPPED-COUNT
                            END-IF
                        END-IF
                    END-PERFORM
                    PERFORM WRITE-TEMP-REFCHECK
                END-IF
        END-READ
    END-PERFORM

    CLOSE REFCHECK-FILE
    CLOSE TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-LIVE-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> APPLY-ONE-REPLY: the reply at WS-IDX onto the row just parsed, and
*> a notification to the employer who requested the check.
APPLY-ONE-REPLY.
    MOVE "Received" TO WS-RCK-PARSED-STATUS
    MOVE WS-TODAY TO WS-RCK-PARSED-RESPONDED
    MOVE WS-FEED-RECOMMEND(WS-IDX) TO WS-RCK-PARSED-RECOMMEND
    MOVE WS-FEED-COMMENTS(WS-IDX) TO WS-RCK-PARSED-COMMENTS
    MOVE "A" TO WS-FEED-RESULT(WS-IDX)
    ADD 1 TO WS-APPLIED-COUNT

    MOVE WS-RCK-PARSED-BY TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "A reference check reply from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RCK-PARSED-NAME) DELIMITED BY SIZE
           " is attached to application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RCK-PARSED-APP-ID) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-NOTIFY-ROW
    EXIT PARAGRAPH.

*> PARSE-REFCHECK-RECORD: CODE|APPLICATION-ID|STUDENT|REF-NAME|
*> REF-EMAIL|REQUESTED-BY|REQUESTED-DATE|STATUS|RESPONDED-DATE|
*> RECOMMENDATION|COMMENTS.
PARSE-REFCHECK-RECORD.
    MOVE SPACES TO WS-RCK-PARSED-CODE WS-RCK-PARSED-APP-ID
                   WS-RCK-PARSED-STUDENT WS-RCK-PARSED-NAME
                   WS-RCK-PARSED-EMAIL WS-RCK-PARSED-BY
                   WS-RCK-PARSED-DATE WS-RCK-PARSED-STATUS
                   WS-RCK-PARSED-RESPONDED WS-RCK-PARSED-RECOMMEND
                   WS-RCK-PARSED-COMMENTS
    UNSTRING REFCHECK-REC DELIMITED BY "|"
        INTO WS-RCK-PARSED-CODE
             WS-RCK-PARSED-APP-ID
             WS-RCK-PARSED-STUDENT
             WS-RCK-PARSED-NAME
             WS-RCK-PARSED-EMAIL
             WS-RCK-PARSED-BY
             WS-RCK-PARSED-DATE
             WS-RCK-PARSED-STATUS
             WS-RCK-PARSED-RESPONDED
             WS-RCK-PARSED-RECOMMEND
             WS-RCK-PARSED-COMMENTS
    END-UNSTRING
    EXIT PARAGRAPH.

WRITE-TEMP-REFCHECK.
    INSPECT WS-RCK-PARSED-COMMENTS REPLACING ALL "|" BY " "
    MOVE SPACES TO TEMP-REC
    STRING FUNCTION TRIM(WS-RCK-PARSED-CODE)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-APP-ID)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-STUDENT)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-NAME)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-EMAIL)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-BY)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-DATE)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-STATUS)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-RESPONDED) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-RECOMMEND) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCK-PARSED-COMMENTS)  DELIMITED BY SIZE
        INTO TEMP-REC
    END-STRING
    WRITE TEMP-REC
    EXIT PARAGRAPH.

WRITE-NOTIFY-ROW.
    IF FUNCTION TRIM(WS-NOTIFY-USER) = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-NOTIFY-USER)  DELIMITED BY SIZE "|"
           WS-TODAY                       DELIMITED BY SIZE "|"
           "N"                            DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT)  DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

PRINT-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Reference Response Load Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Replies attached: " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Replies skipped (code already answered): " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Replies with no matching response code:" TO REPORT-REC
    WRITE REPORT-REC
    MOVE 0 TO WS-SKIPPED-COUNT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FEED-COUNT
        IF WS-FEED-RESULT(WS-IDX) = SPACE
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE SPACES TO REPORT-REC
            STRING "  " FUNCTION TRIM(WS-FEED-CODE(WS-IDX))
                DELIMITED BY SIZE
                INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM
    IF WS-SKIPPED-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    CLOSE REPORT-FILE

    DISPLAY "Reference response load complete. See ../data/ReferenceResponseReport.txt"
    EXIT PARAGRAPH.

END PROGRAM REFERENCERESPONSELOAD.
