*> Stand-alone nightly student-organization re-registration step. Run
*> this from the job stream once a day while a cycle is open. The
*> cycle in force is the newest row of
*> ../data/GroupRegistrationCycles.txt (TERM-CODE|OPENED|DEADLINE|
*> OPENED-BY), opened by student activities from the admin console;
*> officers re-register their group from the Groups menu, which
*> writes ../data/GroupRegistrations.txt (TERM-CODE|GROUP-NAME|
*> OFFICER|DATE|ROSTER|ATTESTED).
*> Once the deadline has passed, every Active group with no
*> registration for the cycle's term is marked Inactive in
*> ../data/Groups.txt (the fifth field - hidden from join and browse,
*> board read-only, members kept), its officers are notified and the
*> change is journalled. A group created on or after the day the cycle
*> opened is new this cycle and is not lapsed. Re-registering late
*> makes a group Active again, so a group is only lapsed once.
*> Every group is also checked for a current-student officer - the
*> lead officer (the creator of record) or a co-officer in
*> ../data/GroupOfficers.txt whose account role is STUDENT. Groups
*> with none are listed for student activities to reassign from the
*> admin console.
*> ../data/GroupRosterExport.txt is the roster export for the
*> activities office, one pipe-delimited row per group, framed by a
*> HDR|INCOLLEGE|RUN-DATE|SEQUENCE header and a
*> TRL|RECORD-COUNT|HASH-TOTAL trailer; the sequence steps by one each
*> run (InterfaceControl.txt).
*> ../data/GroupReregistrationReport.txt is the cycle's status report.
IDENTIFICATION DIVISION.
PROGRAM-ID. GROUPREREGISTRATION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "../data/GroupRegistrationCycles.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CYCLE-STAT.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT GROUP-FILE ASSIGN TO "../data/Groups.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-STAT.
    SELECT GROUP-TEMP-FILE ASSIGN TO "../data/Groups.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-TEMP-STAT.
    SELECT OFFICER-FILE ASSIGN TO "../data/GroupOfficers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OFFICER-STAT.
    SELECT MEMBER-FILE ASSIGN TO "../data/GroupMembers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MEMBER-STAT.
    SELECT REG-FILE ASSIGN TO "../data/GroupRegistrations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REG-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT EXPORT-FILE ASSIGN TO "../data/GroupRosterExport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXPORT-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/GroupReregistrationReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    *> Last sequence per interface and source
    *> (INTERFACE|SOURCE|LAST-SEQUENCE|RUN-DATE|ACCEPTED-DATE).
    SELECT CONTROL-FILE ASSIGN TO "../data/InterfaceControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STAT.
    SELECT CONTROL-TEMP-FILE ASSIGN TO "../data/InterfaceControl.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-TEMP-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  CYCLE-FILE.
01  CYCLE-REC           PIC X(100).
FD  TERM-FILE.
01  TERM-REC            PIC X(120).
FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".
FD  GROUP-FILE.
01  GROUP-REC           PIC X(160).
FD  GROUP-TEMP-FILE.
01  GROUP-TEMP-REC      PIC X(160).
FD  OFFICER-FILE.
01  OFFICER-REC         PIC X(160).
FD  MEMBER-FILE.
01  MEMBER-REC          PIC X(160).
FD  REG-FILE.
01  REG-REC             PIC X(500).
FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).
FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).
FD  EXPORT-FILE.
01  EXPORT-REC          PIC X(600).
FD  REPORT-FILE.
01  REPORT-REC          PIC X(250).
FD  CONTROL-FILE.
01  CONTROL-REC         PIC X(120).
FD  CONTROL-TEMP-FILE.
01  CONTROL-TEMP-REC    PIC X(120).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).

WORKING-STORAGE SECTION.
01  CYCLE-STAT          PIC XX.
01  TERM-STAT           PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  GROUP-STAT          PIC XX.
01  GROUP-TEMP-STAT     PIC XX.
01  OFFICER-STAT        PIC XX.
01  MEMBER-STAT         PIC XX.
01  REG-STAT            PIC XX.
01  NOTIFY-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  EXPORT-STAT         PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-GROUP-LIVE-PATH  PIC X(40) VALUE "../data/Groups.txt".
01  WS-GROUP-TEMP-PATH  PIC X(40) VALUE "../data/Groups.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.

01  WS-CYCLE-FOUND      PIC X VALUE "N".
01  WS-CYCLE-TERM       PIC X(10).
01  WS-CYCLE-OPENED     PIC X(8).
01  WS-CYCLE-DEADLINE   PIC X(8).
01  WS-CYCLE-BY         PIC X(50).
01  WS-TERM-NAME        PIC X(40).
01  WS-PAST-DEADLINE    PIC X VALUE "N".

01  WS-PARSED-TERM      PIC X(10).
01  WS-PARSED-OPENED    PIC X(8).
01  WS-PARSED-DEADLINE  PIC X(8).
01  WS-PARSED-BY        PIC X(50).
01  WS-TRM-PARSED-CODE  PIC X(10).
01  WS-TRM-PARSED-NAME  PIC X(40).
01  WS-PARSED-NAME      PIC X(100).
01  WS-PARSED-USER      PIC X(50).
01  WS-PARSED-CREATOR   PIC X(50).
01  WS-PARSED-CREATED   PIC X(8).
01  WS-PARSED-PRIVACY   PIC X(10).
01  WS-PARSED-STATE     PIC X(10).
01  WS-REG-TERM         PIC X(10).
01  WS-REG-GROUP        PIC X(100).
01  WS-REG-OFFICER      PIC X(50).
01  WS-REG-DATE         PIC X(8).

01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-JDX              PIC 9(5) VALUE 0.
01  WS-HIT              PIC 9(5) VALUE 0.
01  WS-LOOK-USER        PIC X(50).
01  WS-LOOK-ROLE        PIC X(10).
01  WS-RECIPIENT        PIC X(50).
01  WS-NOTIFY-TEXT      PIC X(200).
01  WS-PTR              PIC 9(3) VALUE 1.
01  WS-OFFICER-TEXT     PIC X(300).
01  WS-LEAD-TEXT        PIC X(80).
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT-2     PIC ZZZ,ZZ9.
01  WS-REPORT-LINE      PIC X(250).
01  WS-EXPORT-STATUS    PIC X(12).
01  WS-STUDENT-FLAG     PIC X VALUE "N".

*> Export controls: the HDR|SOURCE|RUN-DATE|SEQUENCE header and the
*> TRL|RECORD-COUNT|HASH-TOTAL trailer around the data rows, and the
*> last sequence sent per export (InterfaceControl.txt).
01  CONTROL-STAT        PIC XX.
01  CONTROL-TEMP-STAT   PIC XX.
01  EOF-CONTROL         PIC X VALUE "N".
01  WS-CONTROL-PATH     PIC X(40) VALUE "../data/InterfaceControl.txt".
01  WS-CONTROL-TEMP-PATH PIC X(40) VALUE "../data/InterfaceControl.tmp".
01  WS-XMIT-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-XMIT-INTERFACE   PIC X(40) VALUE "GroupRosterExport.txt".
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

01  WS-GROUP-TOTAL      PIC 9(5) VALUE 0.
01  WS-REGISTERED-COUNT PIC 9(5) VALUE 0.
01  WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
01  WS-NEW-COUNT        PIC 9(5) VALUE 0.
01  WS-LAPSED-COUNT     PIC 9(5) VALUE 0.
01  WS-INACTIVE-COUNT   PIC 9(5) VALUE 0.
01  WS-REASSIGN-COUNT   PIC 9(5) VALUE 0.

01  WS-ACC-COUNT        PIC 9(5) VALUE 0.
01  WS-ACC-TABLE.
    05  WS-ACC-ENTRY OCCURS 5000 TIMES.
        10  WS-ACC-USER PIC X(50).
        10  WS-ACC-ROLE PIC X(10).

01  WS-OFF-COUNT        PIC 9(5) VALUE 0.
01  WS-OFF-TABLE.
    05  WS-OFF-ENTRY OCCURS 3000 TIMES.
        10  WS-OFF-GROUP PIC X(100).
        10  WS-OFF-USER  PIC X(50).

*> One entry per group. GRP-REG is Y once the group re-registered for
*> the cycle's term; GRP-NEW marks a group created after the cycle
*> opened; GRP-LAPSED marks one this run made Inactive.
01  WS-GRP-COUNT        PIC 9(5) VALUE 0.
01  WS-GRP-TABLE.
    05  WS-GRP-ENTRY OCCURS 1000 TIMES.
        10  WS-GRP-NAME      PIC X(100).
        10  WS-GRP-CREATOR   PIC X(50).
        10  WS-GRP-CREATED   PIC X(8).
        10  WS-GRP-PRIVACY   PIC X(10).
        10  WS-GRP-STATE     PIC X(10).
        10  WS-GRP-REG       PIC X(1).
        10  WS-GRP-REG-DATE  PIC X(8).
        10  WS-GRP-REG-BY    PIC X(50).
        10  WS-GRP-NEW       PIC X(1).
        10  WS-GRP-LAPSED    PIC X(1).
        10  WS-GRP-MEMBERS   PIC 9(5).
        10  WS-GRP-STUDENTS  PIC 9(3).
        10  WS-GRP-LEAD-ROLE PIC X(10).
        10  WS-GRP-OFFICERS  PIC X(300).

*> Audit chain: every journal row ends in "|" and a 24-digit running
*> hash over the previous row's hash and the row's own text - see
*> CHAIN-AUDIT-ROW.
01  WS-CHAIN-ROW        PIC X(500).
01  WS-CHAIN-TEXT       PIC X(500).
01  WS-CHAIN-STORED     PIC X(24).
01  WS-CHAIN-LEN        PIC 9(4) VALUE 0.
01  WS-CHAIN-I          PIC 9(4) VALUE 0.
01  WS-CHAIN-ROWS       PIC 9(9) VALUE 0.
01  WS-CHAIN-SEEN       PIC 9(9) VALUE 0.
01  WS-CHAIN-LAST-ROW   PIC 9(9) VALUE 0.
01  WS-CHAIN-EOF        PIC X VALUE "N".
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A      PIC 9(12).
    05  WS-CHAIN-B      PIC 9(12).
01  WS-ANCHOR-DATE      PIC X(8).
01  WS-ANCHOR-FILE      PIC X(60).
01  WS-ANCHOR-ROWS      PIC X(12).
01  WS-ANCHOR-HASH      PIC X(30).

*> Advisory lock (AuditJournal.lock): taken around each append and
*> reclaimed as stale after LOCK_STALE_SECONDS (AppConfig.txt,
*> default 60).
01  AUDIT-LOCK-STAT     PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  CONFIG-STAT         PIC XX.
01  CONFIG-KEY          PIC X(40).
01  CONFIG-VALUE        PIC X(40).
01  WS-CONFIG-EOF       PIC X VALUE "N".
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LOAD-LOCK-CONFIG
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-CYCLE
    IF WS-CYCLE-FOUND = "N"
        OPEN OUTPUT REPORT-FILE
        MOVE "Group re-registration - no re-registration cycle is on file."
            TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY FUNCTION TRIM(REPORT-REC)
        STOP RUN
    END-IF
    IF WS-TODAY > WS-CYCLE-DEADLINE
        MOVE "Y" TO WS-PAST-DEADLINE
    END-IF

    PERFORM LOAD-TERM-NAME
    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-GROUPS
    PERFORM LOAD-OFFICERS
    PERFORM LOAD-REGISTRATIONS
    PERFORM COUNT-MEMBERS
    PERFORM BUILD-ROSTERS
    IF WS-PAST-DEADLINE = "Y"
        PERFORM LAPSE-UNREGISTERED-GROUPS
        IF WS-LAPSED-COUNT > 0
            PERFORM REWRITE-GROUPS
        END-IF
    END-IF
    PERFORM TALLY-GROUPS
    PERFORM WRITE-EXPORT
    PERFORM WRITE-REPORT

    MOVE WS-LAPSED-COUNT TO WS-COUNT-EDIT
    MOVE WS-REASSIGN-COUNT TO WS-COUNT-EDIT-2
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Group re-registration " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CYCLE-TERM) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           " group(s) made inactive, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
           " need an officer reassigned." DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
    STOP RUN.

*> LOAD-CYCLE: the newest cycle row is the one in force.
LOAD-CYCLE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CYCLE-FILE
    IF CYCLE-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CYCLE-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CYCLE-REC NOT = SPACES
                    MOVE SPACES TO WS-PARSED-TERM WS-PARSED-OPENED
                                   WS-PARSED-DEADLINE WS-PARSED-BY
                    UNSTRING CYCLE-REC DELIMITED BY "|"
                        INTO WS-PARSED-TERM
                             WS-PARSED-OPENED
                             WS-PARSED-DEADLINE
                             WS-PARSED-BY
                    END-UNSTRING
                    IF WS-PARSED-DEADLINE IS NUMERIC
                        MOVE "Y" TO WS-CYCLE-FOUND
                        MOVE WS-PARSED-TERM TO WS-CYCLE-TERM
                        MOVE WS-PARSED-OPENED TO WS-CYCLE-OPENED
                        MOVE WS-PARSED-DEADLINE TO WS-CYCLE-DEADLINE
                        MOVE WS-PARSED-BY TO WS-CYCLE-BY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CYCLE-FILE
    EXIT PARAGRAPH.

LOAD-TERM-NAME.
    MOVE SPACES TO WS-TERM-NAME
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
                MOVE SPACES TO WS-TRM-PARSED-CODE WS-TRM-PARSED-NAME
                UNSTRING TERM-REC DELIMITED BY "|"
                    INTO WS-TRM-PARSED-CODE
                         WS-TRM-PARSED-NAME
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CYCLE-TERM))
                    MOVE WS-TRM-PARSED-NAME TO WS-TERM-NAME
                    MOVE "Y" TO EOF-FLAG
                END-IF
        END-READ
    END-PERFORM
    CLOSE TERM-FILE
    EXIT PARAGRAPH.

LOAD-ACCOUNTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF AR-USERNAME NOT = SPACES
                   AND WS-ACC-COUNT < 5000
                    ADD 1 TO WS-ACC-COUNT
                    MOVE AR-USERNAME TO WS-ACC-USER(WS-ACC-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE))
                        TO WS-ACC-ROLE(WS-ACC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

*> LOAD-GROUPS: blank privacy reads as Open and blank status as Active,
*> the same defaults the Groups menu applies.
LOAD-GROUPS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT GROUP-FILE
    IF GROUP-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF GROUP-REC NOT = SPACES
                   AND WS-GRP-COUNT < 1000
                    MOVE SPACES TO WS-PARSED-NAME WS-PARSED-CREATOR
                                   WS-PARSED-CREATED WS-PARSED-PRIVACY
                                   WS-PARSED-STATE
                    UNSTRING GROUP-REC DELIMITED BY "|"
                        INTO WS-PARSED-NAME
                             WS-PARSED-CREATOR
                             WS-PARSED-CREATED
                             WS-PARSED-PRIVACY
                             WS-PARSED-STATE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-PARSED-PRIVACY) = SPACES
                        MOVE "Open" TO WS-PARSED-PRIVACY
                    END-IF
                    IF FUNCTION TRIM(WS-PARSED-STATE) = SPACES
                        MOVE "Active" TO WS-PARSED-STATE
                    END-IF
                    ADD 1 TO WS-GRP-COUNT
                    MOVE WS-PARSED-NAME TO WS-GRP-NAME(WS-GRP-COUNT)
                    MOVE WS-PARSED-CREATOR TO WS-GRP-CREATOR(WS-GRP-COUNT)
                    MOVE WS-PARSED-CREATED TO WS-GRP-CREATED(WS-GRP-COUNT)
                    MOVE WS-PARSED-PRIVACY TO WS-GRP-PRIVACY(WS-GRP-COUNT)
                    MOVE WS-PARSED-STATE TO WS-GRP-STATE(WS-GRP-COUNT)
                    MOVE "N" TO WS-GRP-REG(WS-GRP-COUNT)
                    MOVE SPACES TO WS-GRP-REG-DATE(WS-GRP-COUNT)
                                   WS-GRP-REG-BY(WS-GRP-COUNT)
                                   WS-GRP-OFFICERS(WS-GRP-COUNT)
                                   WS-GRP-LEAD-ROLE(WS-GRP-COUNT)
                    MOVE "N" TO WS-GRP-NEW(WS-GRP-COUNT)
                    MOVE "N" TO WS-GRP-LAPSED(WS-GRP-COUNT)
                    MOVE 0 TO WS-GRP-MEMBERS(WS-GRP-COUNT)
                              WS-GRP-STUDENTS(WS-GRP-COUNT)
                    IF WS-PARSED-CREATED >= WS-CYCLE-OPENED
                        MOVE "Y" TO WS-GRP-NEW(WS-GRP-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE
    EXIT PARAGRAPH.

LOAD-OFFICERS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OFFICER-FILE
    IF OFFICER-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OFFICER-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OFFICER-REC NOT = SPACES
                   AND WS-OFF-COUNT < 3000
                    MOVE SPACES TO WS-PARSED-NAME WS-PARSED-USER
                    UNSTRING OFFICER-REC DELIMITED BY "|"
                        INTO WS-PARSED-NAME
                             WS-PARSED-USER
                    END-UNSTRING
                    ADD 1 TO WS-OFF-COUNT
                    MOVE WS-PARSED-NAME TO WS-OFF-GROUP(WS-OFF-COUNT)
                    MOVE WS-PARSED-USER TO WS-OFF-USER(WS-OFF-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFICER-FILE
    EXIT PARAGRAPH.

*> LOAD-REGISTRATIONS: only rows for the cycle's term count.
LOAD-REGISTRATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT REG-FILE
    IF REG-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ REG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF REG-REC NOT = SPACES
                    MOVE SPACES TO WS-REG-TERM WS-REG-GROUP
                                   WS-REG-OFFICER WS-REG-DATE
                    UNSTRING REG-REC DELIMITED BY "|"
                        INTO WS-REG-TERM
                             WS-REG-GROUP
                             WS-REG-OFFICER
                             WS-REG-DATE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-REG-TERM) = FUNCTION TRIM(WS-CYCLE-TERM)
                        MOVE WS-REG-GROUP TO WS-PARSED-NAME
                        PERFORM FIND-GROUP
                        IF WS-HIT > 0
                            MOVE "Y" TO WS-GRP-REG(WS-HIT)
                            MOVE WS-REG-DATE TO WS-GRP-REG-DATE(WS-HIT)
                            MOVE WS-REG-OFFICER TO WS-GRP-REG-BY(WS-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REG-FILE
    EXIT PARAGRAPH.

COUNT-MEMBERS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MEMBER-FILE
    IF MEMBER-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MEMBER-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF MEMBER-REC NOT = SPACES
                    MOVE SPACES TO WS-PARSED-NAME WS-PARSED-USER
                    UNSTRING MEMBER-REC DELIMITED BY "|"
                        INTO WS-PARSED-NAME
                             WS-PARSED-USER
                    END-UNSTRING
                    PERFORM FIND-GROUP
                    IF WS-HIT > 0
                        ADD 1 TO WS-GRP-MEMBERS(WS-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MEMBER-FILE
    EXIT PARAGRAPH.

*> FIND-GROUP: WS-HIT is the table entry named WS-PARSED-NAME
*> (case-insensitive), or 0.
FIND-GROUP.
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-JDX FROM 1 BY 1
        UNTIL WS-JDX > WS-GRP-COUNT OR WS-HIT > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME(WS-JDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-NAME))
            MOVE WS-JDX TO WS-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> FIND-ROLE: WS-LOOK-ROLE is the account role of WS-LOOK-USER, spaces
*> when there is no such account.
FIND-ROLE.
    MOVE SPACES TO WS-LOOK-ROLE
    PERFORM VARYING WS-JDX FROM 1 BY 1
        UNTIL WS-JDX > WS-ACC-COUNT OR WS-LOOK-ROLE NOT = SPACES
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACC-USER(WS-JDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOK-USER))
            MOVE WS-ACC-ROLE(WS-JDX) TO WS-LOOK-ROLE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> BUILD-ROSTERS: each group's officer list (lead first, then each
*> co-officer once) and how many of them are current students.
BUILD-ROSTERS.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-COUNT
        MOVE SPACES TO WS-OFFICER-TEXT
        MOVE 1 TO WS-PTR
        STRING FUNCTION TRIM(WS-GRP-CREATOR(WS-IDX)) DELIMITED BY SIZE
            INTO WS-OFFICER-TEXT
            WITH POINTER WS-PTR
            ON OVERFLOW CONTINUE
        END-STRING
        MOVE WS-GRP-CREATOR(WS-IDX) TO WS-LOOK-USER
        PERFORM FIND-ROLE
        MOVE WS-LOOK-ROLE TO WS-GRP-LEAD-ROLE(WS-IDX)
        IF WS-LOOK-ROLE = "STUDENT"
            ADD 1 TO WS-GRP-STUDENTS(WS-IDX)
        END-IF
        PERFORM VARYING WS-HIT FROM 1 BY 1 UNTIL WS-HIT > WS-OFF-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFF-GROUP(WS-HIT)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME(WS-IDX)))
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFF-USER(WS-HIT)))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-CREATOR(WS-IDX)))
                STRING "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OFF-USER(WS-HIT)) DELIMITED BY SIZE
                    INTO WS-OFFICER-TEXT
                    WITH POINTER WS-PTR
                    ON OVERFLOW CONTINUE
                END-STRING
                MOVE WS-OFF-USER(WS-HIT) TO WS-LOOK-USER
                PERFORM FIND-ROLE
                IF WS-LOOK-ROLE = "STUDENT"
                    ADD 1 TO WS-GRP-STUDENTS(WS-IDX)
                END-IF
            END-IF
        END-PERFORM
        MOVE WS-OFFICER-TEXT TO WS-GRP-OFFICERS(WS-IDX)
    END-PERFORM
    EXIT PARAGRAPH.

*> LAPSE-UNREGISTERED-GROUPS: past the deadline, an Active group with
*> no registration for the term (and not new this cycle) goes
*> Inactive; its officers are told and the change is journalled.
LAPSE-UNREGISTERED-GROUPS.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-COUNT
        IF WS-GRP-REG(WS-IDX) = "N"
           AND WS-GRP-NEW(WS-IDX) = "N"
           AND FUNCTION TRIM(WS-GRP-STATE(WS-IDX)) = "Active"
            MOVE "Inactive" TO WS-GRP-STATE(WS-IDX)
            MOVE "Y" TO WS-GRP-LAPSED(WS-IDX)
            ADD 1 TO WS-LAPSED-COUNT
            PERFORM WRITE-LAPSE-AUDIT
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING FUNCTION TRIM(WS-GRP-NAME(WS-IDX)) DELIMITED BY SIZE
                   " missed re-registration for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CYCLE-TERM) DELIMITED BY SIZE
                   " and is now inactive - hidden from join and browse,"
                       DELIMITED BY SIZE
                   " board read-only, members kept. Re-register it from"
                       DELIMITED BY SIZE
                   " Groups to restore it." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
                ON OVERFLOW CONTINUE
            END-STRING
            MOVE WS-GRP-CREATOR(WS-IDX) TO WS-RECIPIENT
            PERFORM WRITE-NOTIFICATION
            PERFORM VARYING WS-HIT FROM 1 BY 1 UNTIL WS-HIT > WS-OFF-COUNT
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFF-GROUP(WS-HIT)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME(WS-IDX)))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFF-USER(WS-HIT)))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-CREATOR(WS-IDX)))
                    MOVE WS-OFF-USER(WS-HIT) TO WS-RECIPIENT
                    PERFORM WRITE-NOTIFICATION
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-NOTIFICATION.
    IF FUNCTION TRIM(WS-RECIPIENT) = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-NOTIFY-TEXT REPLACING ALL "|" BY "/"
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-RECIPIENT)   DELIMITED BY SIZE "|"
           WS-TODAY                      DELIMITED BY SIZE "|"
           "N"                           DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT) DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

WRITE-LAPSE-AUDIT.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)   DELIMITED BY SIZE "|"
           "GROUPREREGISTRATION"        DELIMITED BY SIZE "|"
           "GROUP"                      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GRP-NAME(WS-IDX)) DELIMITED BY SIZE "|"
           "STATUS"                     DELIMITED BY SIZE "|"
           "Active"                     DELIMITED BY SIZE "|"
           "Inactive"                   DELIMITED BY SIZE
        INTO WS-CHAIN-ROW
    END-STRING
    PERFORM ACQUIRE-AUDIT-LOCK
    PERFORM CHAIN-AUDIT-ROW
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STAT = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-CHAIN-ROW TO AUDIT-REC
    WRITE AUDIT-REC
    CLOSE AUDIT-FILE
    PERFORM RELEASE-AUDIT-LOCK
    EXIT PARAGRAPH.

*> REWRITE-GROUPS: copy Groups.txt through the temp file, setting the
*> status field of each group lapsed this run; every other row comes
*> through untouched.
REWRITE-GROUPS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT GROUP-FILE
    IF GROUP-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT GROUP-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF GROUP-REC NOT = SPACES
                    MOVE GROUP-REC TO GROUP-TEMP-REC
                    MOVE SPACES TO WS-PARSED-NAME
                    UNSTRING GROUP-REC DELIMITED BY "|"
                        INTO WS-PARSED-NAME
                    END-UNSTRING
                    PERFORM FIND-GROUP
                    IF WS-HIT > 0
                        IF WS-GRP-LAPSED(WS-HIT) = "Y"
                            MOVE SPACES TO GROUP-TEMP-REC
                            STRING FUNCTION TRIM(WS-GRP-NAME(WS-HIT))    DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-GRP-CREATOR(WS-HIT)) DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-GRP-CREATED(WS-HIT)) DELIMITED BY SIZE "|"
                                   FUNCTION TRIM(WS-GRP-PRIVACY(WS-HIT)) DELIMITED BY SIZE "|"
                                   "Inactive"                            DELIMITED BY SIZE
                                INTO GROUP-TEMP-REC
                            END-STRING
                        END-IF
                    END-IF
                    WRITE GROUP-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE
    CLOSE GROUP-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-GROUP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-GROUP-TEMP-PATH WS-GROUP-LIVE-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

TALLY-GROUPS.
    MOVE WS-GRP-COUNT TO WS-GROUP-TOTAL
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-COUNT
        EVALUATE TRUE
            WHEN WS-GRP-REG(WS-IDX) = "Y"
                ADD 1 TO WS-REGISTERED-COUNT
            WHEN WS-GRP-NEW(WS-IDX) = "Y"
                ADD 1 TO WS-NEW-COUNT
            WHEN OTHER
                ADD 1 TO WS-OUTSTANDING-COUNT
        END-EVALUATE
        IF FUNCTION TRIM(WS-GRP-STATE(WS-IDX)) = "Inactive"
            ADD 1 TO WS-INACTIVE-COUNT
        END-IF
        IF WS-GRP-STUDENTS(WS-IDX) = 0
            ADD 1 TO WS-REASSIGN-COUNT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-EXPORT: GROUP|STATUS|TERM|REGISTERED|REGISTERED-BY|
*> LEAD-OFFICER|OFFICERS|MEMBERS|STUDENT-OFFICER, one row per group
*> between the HDR and TRL control rows. REGISTERED is the
*> registration date, NEW for a group created this cycle, or blank.
WRITE-EXPORT.
    OPEN OUTPUT EXPORT-FILE
    PERFORM WRITE-EXPORT-HEADER
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-COUNT
        MOVE SPACES TO WS-EXPORT-STATUS
        EVALUATE TRUE
            WHEN WS-GRP-REG(WS-IDX) = "Y"
                MOVE WS-GRP-REG-DATE(WS-IDX) TO WS-EXPORT-STATUS
            WHEN WS-GRP-NEW(WS-IDX) = "Y"
                MOVE "NEW" TO WS-EXPORT-STATUS
        END-EVALUATE
        MOVE "N" TO WS-STUDENT-FLAG
        IF WS-GRP-STUDENTS(WS-IDX) > 0
            MOVE "Y" TO WS-STUDENT-FLAG
        END-IF
        MOVE WS-GRP-MEMBERS(WS-IDX) TO WS-COUNT-EDIT
        MOVE SPACES TO EXPORT-REC
        STRING FUNCTION TRIM(WS-GRP-NAME(WS-IDX))     DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-GRP-STATE(WS-IDX))    DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CYCLE-TERM)           DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-EXPORT-STATUS)        DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-GRP-REG-BY(WS-IDX))   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-GRP-CREATOR(WS-IDX))  DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-GRP-OFFICERS(WS-IDX)) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COUNT-EDIT)           DELIMITED BY SIZE "|"
               WS-STUDENT-FLAG                        DELIMITED BY SIZE
            INTO EXPORT-REC
        END-STRING
        WRITE EXPORT-REC
        ADD 1 TO WS-XMIT-COUNT
        ADD FUNCTION LENGTH(FUNCTION TRIM(EXPORT-REC TRAILING))
            TO WS-XMIT-HASH
    END-PERFORM
    PERFORM WRITE-EXPORT-TRAILER
    CLOSE EXPORT-FILE
    EXIT PARAGRAPH.

*> WRITE-EXPORT-HEADER: the export opens with HDR|SOURCE|RUN-DATE|
*> SEQUENCE, the sequence one past the last this export was sent
*> with (InterfaceControl.txt), so the receiver can spot a repeat or a
*> missed file. Rows written after it are tallied for the trailer.
WRITE-EXPORT-HEADER.
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
    MOVE SPACES TO EXPORT-REC
    STRING "HDR|" FUNCTION TRIM(WS-XMIT-SOURCE) "|"
           WS-XMIT-RUN-DATE(1:8) "|" WS-XMIT-SEQ-OUT
        DELIMITED BY SIZE
        INTO EXPORT-REC
    END-STRING
    WRITE EXPORT-REC
    EXIT PARAGRAPH.

*> WRITE-EXPORT-TRAILER: TRL|RECORD-COUNT|HASH-TOTAL over the data
*> rows (hash = the sum of their lengths, trailing spaces excluded),
*> then the sequence just sent becomes the last for this export.
WRITE-EXPORT-TRAILER.
    MOVE SPACES TO EXPORT-REC
    STRING "TRL|" WS-XMIT-COUNT "|" WS-XMIT-HASH
        DELIMITED BY SIZE
        INTO EXPORT-REC
    END-STRING
    WRITE EXPORT-REC
    PERFORM RECORD-EXPORT-SEQUENCE
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

*> RECORD-EXPORT-SEQUENCE: the sequence just sent replaces this
*> export's row in InterfaceControl.txt (or is added as a new row);
*> every other interface's row is copied across unchanged.
RECORD-EXPORT-SEQUENCE.
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

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Student Organization Re-registration - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CYCLE-TERM) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-TERM-NAME) DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Cycle opened " DELIMITED BY SIZE
           WS-CYCLE-OPENED DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CYCLE-BY) DELIMITED BY SIZE
           ", deadline " DELIMITED BY SIZE
           WS-CYCLE-DEADLINE DELIMITED BY SIZE
           ", run " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE WS-GROUP-TOTAL TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Groups on file:           " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REGISTERED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Re-registered:            " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "New this cycle:           " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Not re-registered:        " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-LAPSED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Made inactive this run:   " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-INACTIVE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Inactive in all:          " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REASSIGN-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "No student officer:       " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    IF WS-PAST-DEADLINE = "Y"
        MOVE "Not re-registered by the deadline:" TO REPORT-REC
    ELSE
        MOVE SPACES TO REPORT-REC
        STRING "Still to re-register (due " DELIMITED BY SIZE
               WS-CYCLE-DEADLINE DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-COUNT
        IF WS-GRP-REG(WS-IDX) = "N" AND WS-GRP-NEW(WS-IDX) = "N"
            ADD 1 TO WS-HIT
            IF WS-GRP-LAPSED(WS-IDX) = "Y"
                MOVE "made Inactive this run" TO WS-LEAD-TEXT
            ELSE
                MOVE WS-GRP-STATE(WS-IDX) TO WS-LEAD-TEXT
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-NAME(WS-IDX)) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEAD-TEXT) DELIMITED BY SIZE
                   ", officers " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-OFFICERS(WS-IDX)) DELIMITED BY SIZE
                INTO REPORT-REC
                ON OVERFLOW CONTINUE
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM
    IF WS-HIT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "No current-student officer - reassign a lead officer from the admin console:"
        TO REPORT-REC
    WRITE REPORT-REC
    MOVE 0 TO WS-HIT
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GRP-COUNT
        IF WS-GRP-STUDENTS(WS-IDX) = 0
            ADD 1 TO WS-HIT
            MOVE SPACES TO WS-LEAD-TEXT
            IF WS-GRP-LEAD-ROLE(WS-IDX) = SPACES
                MOVE "no account on file" TO WS-LEAD-TEXT
            ELSE
                MOVE WS-GRP-LEAD-ROLE(WS-IDX) TO WS-LEAD-TEXT
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-NAME(WS-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-STATE(WS-IDX)) DELIMITED BY SIZE
                   ") - lead " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-CREATOR(WS-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEAD-TEXT) DELIMITED BY SIZE
                   "), officers " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-OFFICERS(WS-IDX)) DELIMITED BY SIZE
                INTO REPORT-REC
                ON OVERFLOW CONTINUE
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM
    IF WS-HIT = 0
        MOVE "  (none)" TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    CLOSE REPORT-FILE
    EXIT PARAGRAPH.

*> LOAD-LOCK-CONFIG: LOCK_STALE_SECONDS (AppConfig.txt, default 60)
*> bounds the wait on the advisory locks, as it does for the ID
*> counters.
LOAD-LOCK-CONFIG.
    MOVE "N" TO WS-CONFIG-EOF
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CONFIG-EOF = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO WS-CONFIG-EOF
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "LOCK_STALE_SECONDS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-LOCK-STALE-SECS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> ACQUIRE-AUDIT-LOCK / RELEASE-AUDIT-LOCK: AuditJournal.lock is held
*> from reading the last chain hash until the new row is on the
*> journal, so two writers can't both chain off the same row. The
*> wait is bounded by LOCK_STALE_SECONDS, after which the lock is
*> reclaimed as stale, the same way the ID counters' locks are.
ACQUIRE-AUDIT-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT AUDIT-LOCK-FILE
        IF AUDIT-LOCK-STAT = "35"
            OPEN OUTPUT AUDIT-LOCK-FILE
            CLOSE AUDIT-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE AUDIT-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "Warning: a stale audit journal lock was detected and reclaimed."
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    OPEN OUTPUT AUDIT-LOCK-FILE
    CLOSE AUDIT-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-AUDIT-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    EXIT PARAGRAPH.

*> CHAIN-AUDIT-ROW: finish the journal row built in WS-CHAIN-ROW with
*> its chain hash - "|" and 24 digits folded from the previous row's
*> hash through every character of this row. The previous hash is the
*> one the last chained row carries; rows after it without one
*> (written before the chain began) are folded in first, and a
*> journal with no chained row at all starts from the retention
*> sweep's latest anchor in AuditChainAnchor.txt, or from zeros.
*> AUDITCHAINVERIFY walks the journal by the same rule.
CHAIN-AUDIT-ROW.
    MOVE 0 TO WS-CHAIN-ROWS WS-CHAIN-LAST-ROW
    MOVE ZEROS TO WS-CHAIN-RUNNING
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STAT = "00"
        PERFORM UNTIL WS-CHAIN-EOF = "Y"
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO WS-CHAIN-EOF
                NOT AT END
                    IF AUDIT-REC NOT = SPACES
                        ADD 1 TO WS-CHAIN-ROWS
                        PERFORM SPLIT-CHAIN-ROW
                        IF WS-CHAIN-STORED NOT = SPACES
                            MOVE WS-CHAIN-ROWS TO WS-CHAIN-LAST-ROW
                            MOVE WS-CHAIN-STORED TO WS-CHAIN-RUNNING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF
    IF WS-CHAIN-LAST-ROW = 0
        PERFORM LOAD-CHAIN-ANCHOR
    END-IF
    IF WS-CHAIN-LAST-ROW < WS-CHAIN-ROWS
        PERFORM FOLD-UNCHAINED-TAIL
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHAIN-ROW TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 475
        MOVE 475 TO WS-CHAIN-LEN
        MOVE SPACES TO WS-CHAIN-ROW(476:25)
    END-IF
    MOVE WS-CHAIN-ROW TO WS-CHAIN-TEXT
    PERFORM FOLD-CHAIN-TEXT
    MOVE "|" TO WS-CHAIN-ROW(WS-CHAIN-LEN + 1:1)
    MOVE WS-CHAIN-RUNNING TO WS-CHAIN-ROW(WS-CHAIN-LEN + 2:24)
    EXIT PARAGRAPH.

*> SPLIT-CHAIN-ROW: WS-CHAIN-STORED is the hash AUDIT-REC ends in
*> (spaces when it carries none) and WS-CHAIN-LEN the length of the
*> text the hash covers.
SPLIT-CHAIN-ROW.
    MOVE SPACES TO WS-CHAIN-STORED
    MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-REC TRAILING))
        TO WS-CHAIN-LEN
    IF WS-CHAIN-LEN > 25
        IF AUDIT-REC(WS-CHAIN-LEN - 24:1) = "|"
           AND AUDIT-REC(WS-CHAIN-LEN - 23:24) IS NUMERIC
            MOVE AUDIT-REC(WS-CHAIN-LEN - 23:24) TO WS-CHAIN-STORED
            SUBTRACT 25 FROM WS-CHAIN-LEN
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> FOLD-UNCHAINED-TAIL: second pass over the rows after the last
*> chained one.
FOLD-UNCHAINED-TAIL.
    MOVE 0 TO WS-CHAIN-SEEN
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT AUDIT-FILE
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                IF AUDIT-REC NOT = SPACES
                    ADD 1 TO WS-CHAIN-SEEN
                    IF WS-CHAIN-SEEN > WS-CHAIN-LAST-ROW
                        PERFORM SPLIT-CHAIN-ROW
                        MOVE AUDIT-REC TO WS-CHAIN-TEXT
                        PERFORM FOLD-CHAIN-TEXT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE
    EXIT PARAGRAPH.

*> FOLD-CHAIN-TEXT: run WS-CHAIN-TEXT(1:WS-CHAIN-LEN) through the two
*> hash lanes, each a polynomial over the character codes modulo a
*> twelve-digit prime, starting from WS-CHAIN-RUNNING.
FOLD-CHAIN-TEXT.
    PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
        UNTIL WS-CHAIN-I > WS-CHAIN-LEN
        COMPUTE WS-CHAIN-A = FUNCTION MOD(WS-CHAIN-A * 257
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999989)
        COMPUTE WS-CHAIN-B = FUNCTION MOD(WS-CHAIN-B * 263
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999959)
    END-PERFORM
    EXIT PARAGRAPH.

*> LOAD-CHAIN-ANCHOR: the last DATE|ARCHIVE-FILE|ROWS|HASH row the
*> retention sweep wrote - the running hash of the rows it archived.
LOAD-CHAIN-ANCHOR.
    MOVE "N" TO WS-CHAIN-EOF
    OPEN INPUT CHAIN-ANCHOR-FILE
    IF CHAIN-ANCHOR-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ CHAIN-ANCHOR-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                MOVE SPACES TO WS-ANCHOR-DATE WS-ANCHOR-FILE
                               WS-ANCHOR-ROWS WS-ANCHOR-HASH
                UNSTRING CHAIN-ANCHOR-REC DELIMITED BY "|"
                    INTO WS-ANCHOR-DATE WS-ANCHOR-FILE
                         WS-ANCHOR-ROWS WS-ANCHOR-HASH
                END-UNSTRING
                IF WS-ANCHOR-HASH(1:24) IS NUMERIC
                    MOVE WS-ANCHOR-HASH(1:24) TO WS-CHAIN-RUNNING
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHAIN-ANCHOR-FILE
    EXIT PARAGRAPH.

END PROGRAM GROUPREREGISTRATION.
