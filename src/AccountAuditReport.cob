*> Run this directly, the same way DailyActivityReport.cob and
*> JobAnalyticsReport.cob are run for their own reports - it is not
*> wired into InCollege.cob's menu.
*> The AccountAuditExtract.txt extract is framed by a
*> HDR|INCOLLEGE|RUN-DATE|SEQUENCE header and a
*> TRL|RECORD-COUNT|HASH-TOTAL trailer; the sequence steps by one each
*> run (InterfaceControl.txt).
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCOUNTAUDITREPORT.

    SELECT EXTRACT-FILE ASSIGN TO "../data/AccountAuditExtract.txt"
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
01  WS-XMIT-INTERFACE   PIC X(40) VALUE "AccountAuditExtract.txt".
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
01  WS-EXT-DIMENSION    PIC X(90).
*> dimension column.
WRITE-EXTRACT-FEED.
    OPEN OUTPUT EXTRACT-FILE
    PERFORM WRITE-EXTRACT-HEADER

    MOVE "DUPLICATE_USERNAME" TO WS-EXT-METRIC
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ACCOUNT-COUNT
    MOVE WS-CLOSED-REF-COUNT TO WS-EXT-VALUE
    PERFORM WRITE-EXTRACT-ROW

    PERFORM WRITE-EXTRACT-TRAILER
    CLOSE EXTRACT-FILE
    EXIT PARAGRAPH.

        INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC
    ADD 1 TO WS-XMIT-COUNT
    ADD FUNCTION LENGTH(FUNCTION TRIM(EXTRACT-REC TRAILING)) TO WS-XMIT-HASH
    EXIT PARAGRAPH.

*> BUILD-ACCOUNT-TABLE: one pass over AccountRecords.txt, tallying how
    END-IF
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
END PROGRAM ACCOUNTAUDITREPORT.
