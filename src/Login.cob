    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STATUS.
    *> Session registry shared with InCollege.cob's main loop:
    *> SESSION-ID|USERNAME|STARTED|LAST-ACTIVITY|STATE|ENDED-BY rows,
    *> stamps as YYYYMMDDHHMMSS. A login appends its ACTIVE row here;
    *> a row moved off ACTIVE (FORCED, DISABLED, LOCKED, REPLACED) is
    *> how a running session learns it has been ended. Every write
    *> to the registry is made under ActiveSessions.lock, the lock
    *> InCollege.cob takes for its own rewrites.
    SELECT SESSION-REG-FILE ASSIGN TO "../data/ActiveSessions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-REG-STATUS.
    SELECT SESSION-REG-TEMP-FILE ASSIGN TO "../data/ActiveSessions.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-REG-TEMP-STATUS.
    SELECT SESSION-REG-LOCK-FILE ASSIGN TO "../data/ActiveSessions.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-REG-LOCK-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  SESSION-REG-FILE.
01  SESSION-REG-REC     PIC X(150).

FD  SESSION-REG-TEMP-FILE.
01  SESSION-REG-TEMP-REC PIC X(150).

FD  SESSION-REG-LOCK-FILE.
01  SESSION-REG-LOCK-REC PIC X(4).

WORKING-STORAGE SECTION.
01  LOCKOUT-STATUS      PIC XX.
01  LOCKOUT-TEMP-STATUS PIC XX.
01  LCK-PARSED-USER     PIC X(50).
01  LCK-PARSED-COUNT    PIC X(6).
01  LCK-PARSED-LOCKED   PIC X(1).
01  SESSION-REG-STATUS  PIC XX.
01  SESSION-REG-TEMP-STATUS PIC XX.
01  SESSION-REG-LOCK-STATUS PIC XX.
01  WS-SESSION-LOCK-PATH PIC X(40) VALUE "../data/ActiveSessions.lock".
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  EOF-SESSION         PIC X VALUE "N".
*> Concurrent-session policy (AppConfig.txt): MAX_SESSIONS_PER_USER
*> live sessions per account (0 = no limit); SESSION_LIMIT_ACTION 0
*> refuses the new login at the limit, 1 ends the oldest live session
*> to make room; a session idle past SESSION_IDLE_MINUTES no longer
*> counts as live.
01  WS-MAX-SESSIONS     PIC 9(4) VALUE 1.
01  WS-SESSION-LIMIT-ACTION PIC 9 VALUE 0.
01  WS-SESSION-IDLE-MINUTES PIC 9(4) VALUE 30.
01  WS-LIVE-SESSIONS    PIC 9(4) VALUE 0.
01  WS-SESSIONS-TO-END  PIC 9(4) VALUE 0.
01  WS-SESSIONS-ENDED   PIC 9(4) VALUE 0.
01  WS-SESSION-NEW-STATE PIC X(10).
01  WS-SESSION-LIVE-ONLY PIC X VALUE "N".
01  WS-SESSION-ROW-LIVE PIC X VALUE "N".
01  WS-SESSION-PATH     PIC X(40) VALUE "../data/ActiveSessions.txt".
01  WS-SESSION-TEMP-PATH PIC X(40) VALUE "../data/ActiveSessions.tmp".
01  WS-SESSION-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-NOW-STAMP        PIC X(14).
01  WS-NOW-MINUTES      PIC 9(12) VALUE 0.
01  WS-STAMP-IN         PIC X(14).
01  WS-STAMP-MINUTES    PIC 9(12) VALUE 0.
01  SES-PARSED-ID       PIC X(20).
01  SES-PARSED-USER     PIC X(50).
01  SES-PARSED-START    PIC X(14).
01  SES-PARSED-LAST     PIC X(14).
01  SES-PARSED-STATE    PIC X(10).
01  SES-PARSED-ENDED-BY PIC X(50).
01  ACCOUNT-STATUS      PIC XX.
01  DISABLED-STATUS     PIC XX.
01  EOF-ACCT            PIC X VALUE "N".
01  L-RESPONSE          PIC X(100).
01  L-STATUS            PIC X(1).
01  L-ROLE              PIC X(10).
01  L-SESSION-ID        PIC X(20).

PROCEDURE DIVISION USING L-USERNAME L-PASSWORD L-RESPONSE L-STATUS L-ROLE
                         L-SESSION-ID.
    MOVE "N" TO L-STATUS
    MOVE SPACES TO L-RESPONSE
    MOVE SPACES TO L-ROLE
    MOVE SPACES TO L-SESSION-ID

    PERFORM FIND-ACCOUNT
    IF WS-FOUND = "N"
        GOBACK
    END-IF

    PERFORM LOAD-LOGIN-CONFIG
    PERFORM GET-LOCKOUT-ROW
    IF WS-IS-LOCKED = "Y"
        MOVE "This account is locked after too many failed attempts. Use Forgot Password or ask an administrator." TO L-RESPONSE
    PERFORM HASH-PASSWORD

    IF WS-HASH = AR-PASSWORD-HASH
        *> A success clears whatever failure streak was building.
        IF WS-FAIL-COUNT > 0
            MOVE 0 TO WS-FAIL-COUNT
            MOVE "N" TO WS-IS-LOCKED
            PERFORM UPDATE-LOCKOUT-ROW
        END-IF
        MOVE "You have successfully logged in!" TO L-RESPONSE
        *> Concurrent-session policy: at the limit, either turn this
        *> login away or end the oldest live sessions to make room.
        PERFORM COUNT-LIVE-SESSIONS
        IF WS-MAX-SESSIONS > 0
           AND WS-LIVE-SESSIONS >= WS-MAX-SESSIONS
            IF WS-SESSION-LIMIT-ACTION = 0
                MOVE "This account is already signed in elsewhere. Log out of that session first." TO L-RESPONSE
                GOBACK
            END-IF
            COMPUTE WS-SESSIONS-TO-END = WS-LIVE-SESSIONS - WS-MAX-SESSIONS + 1
            MOVE "REPLACED" TO WS-SESSION-NEW-STATE
            MOVE "Y" TO WS-SESSION-LIVE-ONLY
            PERFORM END-USER-SESSIONS
            MOVE "You have successfully logged in! Your session elsewhere has been signed out." TO L-RESPONSE
        END-IF
        PERFORM REGISTER-SESSION
        MOVE "Y" TO L-STATUS
        MOVE AR-ROLE TO L-ROLE
    ELSE
        ADD 1 TO WS-FAIL-COUNT
        IF WS-FAIL-COUNT >= WS-LOCKOUT-THRESHOLD
            MOVE "Incorrect username / password, please try again" TO L-RESPONSE
        END-IF
        PERFORM UPDATE-LOCKOUT-ROW
        *> A lock also ends any session already signed in, so whoever
        *> is hammering the password can't ride an open one.
        IF WS-IS-LOCKED = "Y"
            MOVE "LOCKED" TO WS-SESSION-NEW-STATE
            MOVE "N" TO WS-SESSION-LIVE-ONLY
            MOVE 9999 TO WS-SESSIONS-TO-END
            PERFORM END-USER-SESSIONS
        END-IF
    END-IF
    GOBACK.

*> LOAD-LOGIN-CONFIG: LOGIN_LOCKOUT_THRESHOLD and the session policy
*> keys from AppConfig.txt, parsed the same key=value way
*> InCollege.cob's LOAD-APP-CONFIG does.
LOAD-LOGIN-CONFIG.
    MOVE "N" TO EOF-CONFIG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STATUS = "35"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-LOCKOUT-THRESHOLD
                    END-IF
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "MAX_SESSIONS_PER_USER"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-MAX-SESSIONS
                    END-IF
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "SESSION_LIMIT_ACTION"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-SESSION-LIMIT-ACTION
                    END-IF
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "SESSION_IDLE_MINUTES"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-SESSION-IDLE-MINUTES
                    END-IF
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    WRITE LOCKOUT-REC
    EXIT PARAGRAPH.

*> COUNT-LIVE-SESSIONS: L-USERNAME's ACTIVE registry rows whose last
*> activity is within SESSION_IDLE_MINUTES. Older ACTIVE rows belong
*> to sessions that never logged out and are left for SESSIONCLEANUP.
COUNT-LIVE-SESSIONS.
    MOVE 0 TO WS-LIVE-SESSIONS
    PERFORM SET-NOW-STAMP
    MOVE "N" TO EOF-SESSION
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-REG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SESSION = "Y"
        READ SESSION-REG-FILE
            AT END
                MOVE "Y" TO EOF-SESSION
            NOT AT END
                IF SESSION-REG-REC NOT = SPACES
                    PERFORM PARSE-SESSION-ROW
                    IF WS-SESSION-ROW-LIVE = "Y"
                        ADD 1 TO WS-LIVE-SESSIONS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SESSION-REG-FILE
    EXIT PARAGRAPH.

*> END-USER-SESSIONS: temp-file swap moving up to WS-SESSIONS-TO-END
*> of L-USERNAME's ACTIVE rows, oldest first (rows are appended in
*> start order), to WS-SESSION-NEW-STATE. With WS-SESSION-LIVE-ONLY
*> set only live rows are touched. The session itself notices at its
*> next action and signs out.
END-USER-SESSIONS.
    MOVE 0 TO WS-SESSIONS-ENDED
    PERFORM SET-NOW-STAMP
    MOVE "N" TO EOF-SESSION
    PERFORM ACQUIRE-SESSION-LOCK
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-REG-STATUS NOT = "00"
        PERFORM RELEASE-SESSION-LOCK
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SESSION-REG-TEMP-FILE
    IF SESSION-REG-TEMP-STATUS NOT = "00"
        CLOSE SESSION-REG-FILE
        PERFORM RELEASE-SESSION-LOCK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SESSION = "Y"
        READ SESSION-REG-FILE
            AT END
                MOVE "Y" TO EOF-SESSION
            NOT AT END
                IF SESSION-REG-REC NOT = SPACES
                    MOVE SESSION-REG-REC TO SESSION-REG-TEMP-REC
                    PERFORM PARSE-SESSION-ROW
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SES-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
                       AND SES-PARSED-STATE = "ACTIVE"
                       AND (WS-SESSION-LIVE-ONLY = "N"
                            OR WS-SESSION-ROW-LIVE = "Y")
                       AND WS-SESSIONS-ENDED < WS-SESSIONS-TO-END
                        ADD 1 TO WS-SESSIONS-ENDED
                        MOVE SPACES TO SESSION-REG-TEMP-REC
                        STRING FUNCTION TRIM(SES-PARSED-ID)    DELIMITED BY SIZE "|"
                               FUNCTION TRIM(SES-PARSED-USER)  DELIMITED BY SIZE "|"
                               SES-PARSED-START                DELIMITED BY SIZE "|"
                               SES-PARSED-LAST                 DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-SESSION-NEW-STATE) DELIMITED BY SIZE "|"
                               "SYSTEM"                        DELIMITED BY SIZE
                            INTO SESSION-REG-TEMP-REC
                        END-STRING
                    END-IF
                    WRITE SESSION-REG-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE SESSION-REG-FILE
    CLOSE SESSION-REG-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-SESSION-PATH
    CALL "CBL_RENAME_FILE" USING WS-SESSION-TEMP-PATH WS-SESSION-PATH
        RETURNING WS-SESSION-RENAME-STATUS
    PERFORM RELEASE-SESSION-LOCK
    EXIT PARAGRAPH.

*> REGISTER-SESSION: append this login's ACTIVE row and hand its ID
*> back to the caller, which touches the row on every command.
REGISTER-SESSION.
    PERFORM SET-NOW-STAMP
    MOVE SPACES TO L-SESSION-ID
    STRING "S" FUNCTION CURRENT-DATE(1:16)
        DELIMITED BY SIZE
        INTO L-SESSION-ID
    END-STRING
    PERFORM ACQUIRE-SESSION-LOCK
    OPEN EXTEND SESSION-REG-FILE
    IF SESSION-REG-STATUS = "35"
        OPEN OUTPUT SESSION-REG-FILE
    END-IF
    MOVE SPACES TO SESSION-REG-REC
    STRING FUNCTION TRIM(L-SESSION-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(L-USERNAME)   DELIMITED BY SIZE "|"
           WS-NOW-STAMP                DELIMITED BY SIZE "|"
           WS-NOW-STAMP                DELIMITED BY SIZE "|"
           "ACTIVE|"                   DELIMITED BY SIZE
        INTO SESSION-REG-REC
    END-STRING
    WRITE SESSION-REG-REC
    CLOSE SESSION-REG-FILE
    PERFORM RELEASE-SESSION-LOCK
    EXIT PARAGRAPH.

*> ACQUIRE-SESSION-LOCK: take ActiveSessions.lock, spinning one second
*> per attempt up to LOCK_STALE_SECONDS; a lock still there after that
*> was left by a crashed session and is reclaimed.
ACQUIRE-SESSION-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT SESSION-REG-LOCK-FILE
        IF SESSION-REG-LOCK-STATUS = "35"
            OPEN OUTPUT SESSION-REG-LOCK-FILE
            CLOSE SESSION-REG-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE SESSION-REG-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    CALL "CBL_DELETE_FILE" USING WS-SESSION-LOCK-PATH
    OPEN OUTPUT SESSION-REG-LOCK-FILE
    CLOSE SESSION-REG-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-SESSION-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-SESSION-LOCK-PATH
    EXIT PARAGRAPH.

*> PARSE-SESSION-ROW: split SESSION-REG-REC and decide whether it is a
*> live session of L-USERNAME's (ACTIVE and not idle too long).
PARSE-SESSION-ROW.
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
    MOVE "N" TO WS-SESSION-ROW-LIVE
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SES-PARSED-USER))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
       OR SES-PARSED-STATE NOT = "ACTIVE"
        EXIT PARAGRAPH
    END-IF
    MOVE SES-PARSED-LAST TO WS-STAMP-IN
    PERFORM STAMP-TO-MINUTES
    IF WS-STAMP-MINUTES > 0
       AND WS-NOW-MINUTES - WS-STAMP-MINUTES <= WS-SESSION-IDLE-MINUTES
        MOVE "Y" TO WS-SESSION-ROW-LIVE
    END-IF
    EXIT PARAGRAPH.

SET-NOW-STAMP.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
    MOVE WS-NOW-STAMP TO WS-STAMP-IN
    PERFORM STAMP-TO-MINUTES
    MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES
    EXIT PARAGRAPH.

*> STAMP-TO-MINUTES: a YYYYMMDDHHMMSS stamp as minutes since the
*> INTEGER-OF-DATE epoch, or 0 when the stamp is unusable.
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

FIND-ACCOUNT.
    MOVE "N" TO EOF-ACCT
    MOVE "N" TO WS-FOUND
