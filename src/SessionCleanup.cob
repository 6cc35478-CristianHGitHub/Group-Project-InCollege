*> Stand-alone stale-session cleanup. Run this from the job stream
*> (it is safe to run as often as a site likes). A session that was
*> never logged out - the terminal closed, the run killed - leaves its
*> ACTIVE row in ../data/ActiveSessions.txt
*> (SESSION-ID|USERNAME|STARTED|LAST-ACTIVITY|STATE|ENDED-BY); LOGIN
*> stops counting it once it has been idle past SESSION_IDLE_MINUTES
*> (AppConfig.txt, default 30), and this step takes it out of the
*> registry. Rows already moved off ACTIVE (FORCED, DISABLED, LOCKED,
*> REPLACED) whose session never came back to notice are dropped on
*> the same idle test. Each dropped row is listed in
*> ../data/SessionCleanupReport.txt. The rewrite is made under
*> ../data/ActiveSessions.lock, the lock LOGIN and InCollege.cob take
*> for theirs; RETURN-CODE is 8 when the registry cannot be read or
*> rewritten, and the registry is then left as it was.
IDENTIFICATION DIVISION.
PROGRAM-ID. SESSIONCLEANUP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT SESSION-REG-FILE ASSIGN TO "../data/ActiveSessions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-STAT.
    SELECT SESSION-TEMP-FILE ASSIGN TO "../data/ActiveSessions.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-TEMP-STAT.
    SELECT SESSION-LOCK-FILE ASSIGN TO "../data/ActiveSessions.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-LOCK-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/SessionCleanupReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  SESSION-REG-FILE.
01  SESSION-REG-REC     PIC X(150).
FD  SESSION-TEMP-FILE.
01  SESSION-TEMP-REC    PIC X(150).
FD  SESSION-LOCK-FILE.
01  SESSION-LOCK-REC    PIC X(4).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

WORKING-STORAGE SECTION.
01  CONFIG-STAT         PIC XX.
01  SESSION-STAT        PIC XX.
01  SESSION-TEMP-STAT   PIC XX.
01  SESSION-LOCK-STAT   PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).
01  WS-IDLE-MINUTES     PIC 9(4) VALUE 30.
01  WS-SESSION-PATH     PIC X(40) VALUE "../data/ActiveSessions.txt".
01  WS-SESSION-TEMP-PATH PIC X(40) VALUE "../data/ActiveSessions.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-SESSION-LOCK-PATH PIC X(40) VALUE "../data/ActiveSessions.lock".
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-NOW-STAMP        PIC X(14).
01  WS-NOW-MINUTES      PIC 9(12) VALUE 0.
01  WS-STAMP-IN         PIC X(14).
01  WS-STAMP-MINUTES    PIC 9(12) VALUE 0.
01  WS-IDLE-FOR         PIC 9(12) VALUE 0.
01  WS-KEPT             PIC 9(6) VALUE 0.
01  WS-DROPPED          PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-IDLE-EDIT        PIC Z(7)9.
01  WS-REPORT-LINE      PIC X(200).

01  SES-PARSED-ID       PIC X(20).
01  SES-PARSED-USER     PIC X(50).
01  SES-PARSED-START    PIC X(14).
01  SES-PARSED-LAST     PIC X(14).
01  SES-PARSED-STATE    PIC X(10).
01  SES-PARSED-ENDED-BY PIC X(50).

PROCEDURE DIVISION.
    PERFORM LOAD-CONFIG
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
    MOVE WS-NOW-STAMP TO WS-STAMP-IN
    PERFORM STAMP-TO-MINUTES
    MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Stale Session Cleanup - " WS-NOW-STAMP(1:8)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM ACQUIRE-SESSION-LOCK
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-STAT = "35"
        PERFORM RELEASE-SESSION-LOCK
        MOVE "  (no session registry on file)" TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Session cleanup complete - no session registry on file."
        STOP RUN
    END-IF
    IF SESSION-STAT NOT = "00"
        PERFORM RELEASE-SESSION-LOCK
        CLOSE REPORT-FILE
        DISPLAY "Session cleanup stopped - ActiveSessions.txt could not be opened (status "
                SESSION-STAT "); nothing was changed."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT SESSION-TEMP-FILE
    IF SESSION-TEMP-STAT NOT = "00"
        CLOSE SESSION-REG-FILE
        PERFORM RELEASE-SESSION-LOCK
        CLOSE REPORT-FILE
        DISPLAY "Session cleanup stopped - ActiveSessions.tmp could not be written (status "
                SESSION-TEMP-STAT "); nothing was changed."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SESSION-REG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SESSION-REG-REC NOT = SPACES
                    PERFORM CHECK-ONE-SESSION
                END-IF
        END-READ
    END-PERFORM
    CLOSE SESSION-REG-FILE
    CLOSE SESSION-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-SESSION-PATH
    CALL "CBL_RENAME_FILE" USING WS-SESSION-TEMP-PATH WS-SESSION-PATH
        RETURNING WS-RENAME-STATUS
    PERFORM RELEASE-SESSION-LOCK

    IF WS-DROPPED = 0
        MOVE "  No stale sessions." TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-DROPPED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Session cleanup complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
           " stale session(s) removed, " DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    MOVE WS-KEPT TO WS-COUNT-EDIT
    STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
           " "                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
           " row(s) kept."               DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE
    DISPLAY FUNCTION TRIM(REPORT-REC)
    STOP RUN.

*> LOAD-CONFIG: SESSION_IDLE_MINUTES, parsed the way
*> PARSE-CONFIG-LINE reads the other keys; missing or non-numeric
*> falls back to the 30-minute default.
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
                    IF FUNCTION UPPER-CASE(CONFIG-KEY)
                       = "SESSION_IDLE_MINUTES"
                       AND CONFIG-VALUE IS NUMERIC
                        MOVE CONFIG-VALUE TO WS-IDLE-MINUTES
                    END-IF
                    IF FUNCTION UPPER-CASE(CONFIG-KEY)
                       = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> CHECK-ONE-SESSION: keep a row whose last activity is within the
*> idle limit; drop (and report) one that is not, or whose stamp is
*> unreadable.
CHECK-ONE-SESSION.
    MOVE SPACES TO SES-PARSED-ID SES-PARSED-USER SES-PARSED-START
                   SES-PARSED-LAST SES-PARSED-STATE SES-PARSED-ENDED-BY
    UNSTRING SESSION-REG-REC DELIMITED BY "|"
        INTO SES-PARSED-ID
             SES-PARSED-USER
             SES-PARSED-START
             SES-PARSED-LAST
             SES-PARSED-STATE
             SES-PARSED-ENDED-BY
    END-UNSTRING
    MOVE SES-PARSED-LAST TO WS-STAMP-IN
    PERFORM STAMP-TO-MINUTES
    MOVE 0 TO WS-IDLE-FOR
    IF WS-STAMP-MINUTES > 0
       AND WS-NOW-MINUTES > WS-STAMP-MINUTES
        COMPUTE WS-IDLE-FOR = WS-NOW-MINUTES - WS-STAMP-MINUTES
    END-IF
    IF WS-STAMP-MINUTES > 0
       AND WS-IDLE-FOR <= WS-IDLE-MINUTES
        ADD 1 TO WS-KEPT
        MOVE SESSION-REG-REC TO SESSION-TEMP-REC
        WRITE SESSION-TEMP-REC
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-DROPPED
    MOVE WS-IDLE-FOR TO WS-IDLE-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(SES-PARSED-USER)
           " session " FUNCTION TRIM(SES-PARSED-ID)
           " (" FUNCTION TRIM(SES-PARSED-STATE)
           ") started " SES-PARSED-START
           ", last active " SES-PARSED-LAST
           ", idle " FUNCTION TRIM(WS-IDLE-EDIT) " min"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> ACQUIRE-SESSION-LOCK: take ActiveSessions.lock, spinning one second
*> per attempt up to LOCK_STALE_SECONDS; a lock still there after that
*> was left by a crashed session and is reclaimed.
ACQUIRE-SESSION-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT SESSION-LOCK-FILE
        IF SESSION-LOCK-STAT = "35"
            OPEN OUTPUT SESSION-LOCK-FILE
            CLOSE SESSION-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE SESSION-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "ActiveSessions.lock reclaimed as stale."
    CALL "CBL_DELETE_FILE" USING WS-SESSION-LOCK-PATH
    OPEN OUTPUT SESSION-LOCK-FILE
    CLOSE SESSION-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-SESSION-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-SESSION-LOCK-PATH
    EXIT PARAGRAPH.

*> STAMP-TO-MINUTES: a YYYYMMDDHHMMSS stamp as minutes since the
*> INTEGER-OF-DATE epoch, the way LOGIN computes it, or 0 when the
*> stamp is unusable.
STAMP-TO-MINUTES.
    MOVE 0 TO WS-STAMP-MINUTES
    IF WS-STAMP-IN(1:12) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-STAMP-IN(1:8))) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STAMP-MINUTES =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-STAMP-IN(1:8))) * 1440
        + FUNCTION NUMVAL(WS-STAMP-IN(9:2)) * 60
        + FUNCTION NUMVAL(WS-STAMP-IN(11:2))
    EXIT PARAGRAPH.

END PROGRAM SESSIONCLEANUP.
