*> MAX_ACCOUNTS cap from AppConfig.txt is respected, and every row's
*> outcome - created or skipped, with the reason - lands in
*> ../data/RegistrarImportReport.txt.
*>
*> The feed must arrive wrapped in control records:
*>   HDR|SOURCE|RUN-DATE|SEQUENCE       first row
*>   TRL|RECORD-COUNT|HASH-TOTAL        last row
*> where RECORD-COUNT is the number of data rows between them and
*> HASH-TOTAL the sum of their lengths (trailing spaces excluded).
*> SEQUENCE runs 1, 2, 3... per source; the last one loaded is kept in
*> ../data/InterfaceControl.txt. A missing or malformed header or
*> trailer, totals that don't match, or a sequence that repeats or
*> skips rejects the whole file - nothing is created, the reason is
*> reported, and the run ends with return code 8 so the job stream
*> stops for the file to be re-sent.
IDENTIFICATION DIVISION.
PROGRAM-ID. REGISTRARIMPORT.

    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    *> Last feed sequence accepted per interface and source
    *> (INTERFACE|SOURCE|LAST-SEQUENCE|RUN-DATE|ACCEPTED-DATE).
    SELECT CONTROL-FILE ASSIGN TO "../data/InterfaceControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STAT.
    SELECT CONTROL-TEMP-FILE ASSIGN TO "../data/InterfaceControl.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-TEMP-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/RegistrarImportReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  CONTROL-FILE.
01  CONTROL-REC         PIC X(120).

FD  CONTROL-TEMP-FILE.
01  CONTROL-TEMP-REC    PIC X(120).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-IDX              PIC 99 VALUE 0.
01  WS-PROFILE-PTR      PIC 9(4) VALUE 0.
*> Feed controls: the HDR|SOURCE|RUN-DATE|SEQUENCE header and the
*> TRL|RECORD-COUNT|HASH-TOTAL trailer around the data rows, and the
*> last sequence accepted from each source (InterfaceControl.txt).
01  CONTROL-STAT        PIC XX.
01  CONTROL-TEMP-STAT   PIC XX.
01  EOF-CONTROL         PIC X VALUE "N".
01  WS-CONTROL-PATH     PIC X(40) VALUE "../data/InterfaceControl.txt".
01  WS-CONTROL-TEMP-PATH PIC X(40) VALUE "../data/InterfaceControl.tmp".
01  WS-XMIT-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-XMIT-INTERFACE   PIC X(40) VALUE "RegistrarFeed.txt".
01  WS-XMIT-REJECT      PIC X(150).
01  WS-XMIT-HDR-SEEN    PIC X VALUE "N".
01  WS-XMIT-TRL-SEEN    PIC X VALUE "N".
01  WS-XMIT-P-TYPE      PIC X(10).
01  WS-XMIT-P-SEQ       PIC X(12).
01  WS-XMIT-P-COUNT     PIC X(12).
01  WS-XMIT-P-HASH      PIC X(15).
01  WS-XMIT-SOURCE      PIC X(20).
01  WS-XMIT-RUN-DATE    PIC X(10).
01  WS-XMIT-SEQ         PIC 9(9) VALUE 0.
01  WS-XMIT-LAST-SEQ    PIC 9(9) VALUE 0.
01  WS-XMIT-HAVE-LAST   PIC X VALUE "N".
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.
01  WS-XMIT-TRL-COUNT   PIC 9(9) VALUE 0.
01  WS-XMIT-TRL-HASH    PIC 9(12) VALUE 0.
01  WS-XMIT-EDIT        PIC Z(11)9.
01  WS-XMIT-EDIT2       PIC Z(11)9.
01  WS-XMIT-SEQ-OUT     PIC 9(9).
01  WS-CTLF-INTERFACE   PIC X(40).
01  WS-CTLF-SOURCE      PIC X(20).
01  WS-CTLF-SEQ         PIC X(12).
01  WS-CTLF-RUN-DATE    PIC X(10).
01  WS-CTLF-MATCHED     PIC X VALUE "N".

01  WS-FEED-USERNAME    PIC X(50).
01  WS-FEED-ROLE        PIC X(10).
        STOP RUN
    END-IF

    CLOSE FEED-FILE

    PERFORM VALIDATE-FEED-CONTROLS
    IF WS-XMIT-REJECT NOT = SPACES
        MOVE SPACES TO REPORT-REC
        STRING "FEED REJECTED - " FUNCTION TRIM(WS-XMIT-REJECT)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        MOVE "No accounts were created. Correct or re-send the file and rerun."
            TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Registrar import: feed rejected - " FUNCTION TRIM(WS-XMIT-REJECT)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-XMIT-SEQ TO WS-XMIT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Feed from " FUNCTION TRIM(WS-XMIT-SOURCE)
           ", run date " WS-XMIT-RUN-DATE(1:8)
           ", sequence " FUNCTION TRIM(WS-XMIT-EDIT)
           " - header and trailer controls balance"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEED-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ FEED-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FEED-REC NOT = SPACES
                   AND FEED-REC(1:4) NOT = "HDR|"
                   AND FEED-REC(1:4) NOT = "TRL|"
                    PERFORM PROCESS-FEED-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEED-FILE
    PERFORM RECORD-FEED-SEQUENCE

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
         WS-STORAGE-OP STORE-STATUS STORE-RESPONSE
    EXIT PARAGRAPH.

*> VALIDATE-FEED-CONTROLS: a first pass over the feed before anything
*> is loaded. The first row must be the HDR|SOURCE|RUN-DATE|SEQUENCE
*> header and the last the TRL|RECORD-COUNT|HASH-TOTAL trailer; the
*> trailer's count must equal the data rows between them and its hash
*> total the sum of those rows' lengths (trailing spaces excluded), and
*> the sequence must follow the last one accepted from that source.
*> WS-XMIT-REJECT carries the first reason the file fails; a missing
*> feed leaves it blank for the caller's own missing-feed handling.
VALIDATE-FEED-CONTROLS.
    MOVE SPACES TO WS-XMIT-REJECT WS-XMIT-SOURCE WS-XMIT-RUN-DATE
    MOVE "N" TO WS-XMIT-HDR-SEEN WS-XMIT-TRL-SEEN
    MOVE 0 TO WS-XMIT-SEQ WS-XMIT-COUNT WS-XMIT-HASH
              WS-XMIT-TRL-COUNT WS-XMIT-TRL-HASH
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
                IF FEED-REC NOT = SPACES
                    PERFORM CHECK-FEED-CONTROL-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEED-FILE
    MOVE "N" TO EOF-FLAG

    IF WS-XMIT-REJECT NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-HDR-SEEN = "N"
        MOVE "the file is empty - no header record" TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-SEEN = "N"
        MOVE "no trailer record - the file is incomplete" TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-COUNT NOT = WS-XMIT-COUNT
        MOVE WS-XMIT-TRL-COUNT TO WS-XMIT-EDIT
        MOVE WS-XMIT-COUNT TO WS-XMIT-EDIT2
        STRING "trailer record count " FUNCTION TRIM(WS-XMIT-EDIT)
               " does not match the " FUNCTION TRIM(WS-XMIT-EDIT2)
               " data rows received"
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-HASH NOT = WS-XMIT-HASH
        MOVE WS-XMIT-TRL-HASH TO WS-XMIT-EDIT
        MOVE WS-XMIT-HASH TO WS-XMIT-EDIT2
        STRING "trailer hash total " FUNCTION TRIM(WS-XMIT-EDIT)
               " does not match the " FUNCTION TRIM(WS-XMIT-EDIT2)
               " computed from the data rows"
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-FEED-SEQUENCE
    EXIT PARAGRAPH.

CHECK-FEED-CONTROL-ROW.
    IF WS-XMIT-REJECT NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-TRL-SEEN = "Y"
        MOVE "rows follow the trailer record" TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF

    IF FEED-REC(1:4) = "HDR|"
        IF WS-XMIT-HDR-SEEN = "Y"
            MOVE "more than one header record" TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO WS-XMIT-HDR-SEEN
        MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-SOURCE WS-XMIT-RUN-DATE
                       WS-XMIT-P-SEQ
        UNSTRING FEED-REC DELIMITED BY "|"
            INTO WS-XMIT-P-TYPE
                 WS-XMIT-SOURCE
                 WS-XMIT-RUN-DATE
                 WS-XMIT-P-SEQ
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XMIT-SOURCE)) TO WS-XMIT-SOURCE
        IF WS-XMIT-SOURCE = SPACES
            MOVE "the header names no source" TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        IF WS-XMIT-RUN-DATE(1:8) NOT NUMERIC
           OR WS-XMIT-RUN-DATE(9:2) NOT = SPACES
           OR WS-XMIT-RUN-DATE(5:2) < "01" OR WS-XMIT-RUN-DATE(5:2) > "12"
           OR WS-XMIT-RUN-DATE(7:2) < "01" OR WS-XMIT-RUN-DATE(7:2) > "31"
           OR WS-XMIT-RUN-DATE(1:8) > FUNCTION CURRENT-DATE(1:8)
            MOVE "the header run date is not a valid YYYYMMDD date on or before today"
                TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TRIM(WS-XMIT-P-SEQ) = SPACES
           OR FUNCTION TRIM(WS-XMIT-P-SEQ) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-XMIT-P-SEQ)) > 9
            MOVE "the header sequence number is missing or not numeric"
                TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-XMIT-P-SEQ) TO WS-XMIT-SEQ
        IF WS-XMIT-SEQ = 0
            MOVE "the header sequence number is zero" TO WS-XMIT-REJECT
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-XMIT-HDR-SEEN = "N"
        MOVE "the first record is not a header (HDR|SOURCE|RUN-DATE|SEQUENCE)"
            TO WS-XMIT-REJECT
        EXIT PARAGRAPH
    END-IF

    IF FEED-REC(1:4) = "TRL|"
        MOVE "Y" TO WS-XMIT-TRL-SEEN
        MOVE SPACES TO WS-XMIT-P-TYPE WS-XMIT-P-COUNT WS-XMIT-P-HASH
        UNSTRING FEED-REC DELIMITED BY "|"
            INTO WS-XMIT-P-TYPE
                 WS-XMIT-P-COUNT
                 WS-XMIT-P-HASH
        END-UNSTRING
        IF FUNCTION TRIM(WS-XMIT-P-COUNT) = SPACES
           OR FUNCTION TRIM(WS-XMIT-P-COUNT) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-XMIT-P-COUNT)) > 9
           OR FUNCTION TRIM(WS-XMIT-P-HASH) = SPACES
           OR FUNCTION TRIM(WS-XMIT-P-HASH) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-XMIT-P-HASH)) > 12
            MOVE "the trailer record count or hash total is not numeric"
                TO WS-XMIT-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-XMIT-P-COUNT) TO WS-XMIT-TRL-COUNT
        MOVE FUNCTION NUMVAL(WS-XMIT-P-HASH) TO WS-XMIT-TRL-HASH
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-XMIT-COUNT
    ADD FUNCTION LENGTH(FUNCTION TRIM(FEED-REC TRAILING)) TO WS-XMIT-HASH
    EXIT PARAGRAPH.

*> CHECK-FEED-SEQUENCE: the header's sequence must be exactly one more
*> than the last accepted from the same source for this feed - equal
*> or lower is a repeat, higher a gap. The first file ever received
*> from a source starts the count wherever it starts.
CHECK-FEED-SEQUENCE.
    MOVE "N" TO WS-XMIT-HAVE-LAST
    MOVE 0 TO WS-XMIT-LAST-SEQ
    MOVE "N" TO EOF-CONTROL
    OPEN INPUT CONTROL-FILE
    IF CONTROL-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-CONTROL = "Y"
        READ CONTROL-FILE
            AT END
                MOVE "Y" TO EOF-CONTROL
            NOT AT END
                IF CONTROL-REC NOT = SPACES
                    PERFORM PARSE-CONTROL-ROW
                    IF WS-CTLF-MATCHED = "Y"
                       AND FUNCTION TRIM(WS-CTLF-SEQ) IS NUMERIC
                        MOVE "Y" TO WS-XMIT-HAVE-LAST
                        MOVE FUNCTION NUMVAL(WS-CTLF-SEQ) TO WS-XMIT-LAST-SEQ
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE

    IF WS-XMIT-HAVE-LAST = "N"
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-SEQ <= WS-XMIT-LAST-SEQ
        MOVE WS-XMIT-SEQ TO WS-XMIT-EDIT
        MOVE WS-XMIT-LAST-SEQ TO WS-XMIT-EDIT2
        STRING "sequence " FUNCTION TRIM(WS-XMIT-EDIT)
               " repeats one already loaded from "
               FUNCTION TRIM(WS-XMIT-SOURCE)
               " (last accepted " FUNCTION TRIM(WS-XMIT-EDIT2) ")"
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-XMIT-SEQ > WS-XMIT-LAST-SEQ + 1
        MOVE WS-XMIT-SEQ TO WS-XMIT-EDIT
        COMPUTE WS-XMIT-EDIT2 = WS-XMIT-LAST-SEQ + 1
        STRING "sequence " FUNCTION TRIM(WS-XMIT-EDIT)
               " skips - the next expected from "
               FUNCTION TRIM(WS-XMIT-SOURCE)
               " is " FUNCTION TRIM(WS-XMIT-EDIT2)
            DELIMITED BY SIZE
            INTO WS-XMIT-REJECT
        END-STRING
    END-IF
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

END PROGRAM REGISTRARIMPORT.
