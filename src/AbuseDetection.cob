*> writes a ranked report to ../data/AbuseReport.txt for the admin
*> console, and places a sending hold (SendingHolds.txt, honored by
*> the send-message and connection flows until an admin clears it)
*> on senders past the hard thresholds. Each new hold is entered in
*> the moderation-action ledger (../data/ModerationActions.txt) and the
*> sender is told, through Notifications, that it can be appealed.
IDENTIFICATION DIVISION.
PROGRAM-ID. ABUSEDETECTION.

    SELECT REPORT-FILE ASSIGN TO "../data/AbuseReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT MOD-ACTION-FILE ASSIGN TO "../data/ModerationActions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MOD-ACTION-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.

DATA DIVISION.
FILE SECTION.
01  HOLD-REC            PIC X(150).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).
FD  MOD-ACTION-FILE.
01  MOD-ACTION-REC      PIC X(300).
FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

WORKING-STORAGE SECTION.
01  MESSAGE-STAT        PIC XX.
01  CONNECTION-STAT     PIC XX.
01  HOLD-STAT           PIC XX.
01  REPORT-STAT         PIC XX.
01  MOD-ACTION-STAT     PIC XX.
01  NOTIFY-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  ACT-EOF             PIC X VALUE "N".
01  WS-NEXT-ACTION-ID   PIC 9(6) VALUE 0.
01  WS-ACT-PARSED-ID    PIC X(10).
01  WS-ACT-ID-EDIT      PIC Z(5)9.
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-TODAY            PIC 9(8).
01  WS-WINDOW-START     PIC 9(8).
01  WS-DAY-NUMBER       PIC 9(8).
    WRITE HOLD-REC
    CLOSE HOLD-FILE
    ADD 1 TO WS-HELD-COUNT
    PERFORM RECORD-HOLD-ACTION
    EXIT PARAGRAPH.

*> RECORD-HOLD-ACTION: the hold just placed goes into the moderation-
*> action ledger (ACTION-ID|TYPE|KEY|USERNAME|DATE|ACTED-BY|
*> REQUESTED-BY|PRIOR-STATUS) under the next free action number, and
*> the sender gets a notification quoting that number so it can be
*> appealed from the Notifications screen.
RECORD-HOLD-ACTION.
    IF WS-NEXT-ACTION-ID = 0
        MOVE "N" TO ACT-EOF
        OPEN INPUT MOD-ACTION-FILE
        IF MOD-ACTION-STAT = "00"
            PERFORM UNTIL ACT-EOF = "Y"
                READ MOD-ACTION-FILE
                    AT END
                        MOVE "Y" TO ACT-EOF
                    NOT AT END
                        MOVE SPACES TO WS-ACT-PARSED-ID
                        UNSTRING MOD-ACTION-REC DELIMITED BY "|"
                            INTO WS-ACT-PARSED-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-ACT-PARSED-ID) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-ACT-PARSED-ID)
                               > WS-NEXT-ACTION-ID
                            MOVE FUNCTION NUMVAL(WS-ACT-PARSED-ID)
                                TO WS-NEXT-ACTION-ID
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MOD-ACTION-FILE
        END-IF
    END-IF
    ADD 1 TO WS-NEXT-ACTION-ID
    MOVE WS-NEXT-ACTION-ID TO WS-ACT-ID-EDIT

    OPEN EXTEND MOD-ACTION-FILE
    IF MOD-ACTION-STAT = "35"
        OPEN OUTPUT MOD-ACTION-FILE
    END-IF
    MOVE SPACES TO MOD-ACTION-REC
    STRING FUNCTION TRIM(WS-ACT-ID-EDIT)          DELIMITED BY SIZE "|"
           "SENDING-HOLD"                         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SND-USER(WS-BEST-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SND-USER(WS-BEST-IDX)) DELIMITED BY SIZE "|"
           WS-TODAY                               DELIMITED BY SIZE "|"
           "ABUSEDETECTION"                       DELIMITED BY SIZE "|"
           "ABUSEDETECTION"                       DELIMITED BY SIZE "|"
        INTO MOD-ACTION-REC
    END-STRING
    WRITE MOD-ACTION-REC
    CLOSE MOD-ACTION-FILE

    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your messages and connection requests are on hold after "
           "an automatic abuse scan (action "
           FUNCTION TRIM(WS-ACT-ID-EDIT)
           "). If this is a mistake, appeal it from Notifications."
        DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-SND-USER(WS-BEST-IDX)) DELIMITED BY SIZE "|"
           WS-TODAY                               DELIMITED BY SIZE "|"
           "N"                                    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT)          DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

END PROGRAM ABUSEDETECTION.
