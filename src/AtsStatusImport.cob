*> Stand-alone nightly load of application-status changes from partner
*> employers' own applicant-tracking systems. Partners who move their
*> candidates in their ATS never come back to Review Applicants, so
*> their applications would otherwise sit in Submitted and trip
*> STALEAPPLICATIONESCALATION. Each partner's feed is registered in
*> ../data/AtsFeeds.txt, one
*>   EMPLOYER-USERNAME|FEED-FILE-NAME
*> row per partner, and the feed itself is dropped in ../data/ under
*> that name with one
*>   APPLICATION-ID|NEW-STATUS|DATE|REASON-CODE
*> row per change (DATE as YYYYMMDD, the day the ATS moved the
*> candidate; REASON-CODE optional and only kept on Rejected - QUAL,
*> EXP, FIT, FILLED or OTHER, anything else files as OTHER, the same
*> codes Review Applicants takes). A row is applied only when the
*> application is on a posting the employer can manage (they own it,
*> are linked to its company as a recruiter, or are its verified
*> contact) and the move is a legal one: forward through Submitted,
*> Under Review, Accepted, Hired, or to Rejected from any of the
*> first three. Hired, Rejected, Withdrawn and Position Filled
*> applications are final. A row repeating the status already on file
*> changes nothing and is not an exception. Every applied change gets
*> the status-history row, audit-journal line, student notification
*> and outbound mail an interactive change gets; a hire that makes a
*> posting's last opening fills it with the usual cascade. Rows that
*> can't be applied, and feeds that can't be read, are listed in
*> ../data/AtsStatusExceptions.txt. Feeds are left where they are, so
*> a rerun only re-reports what is already on file.
IDENTIFICATION DIVISION.
PROGRAM-ID. ATSSTATUSIMPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "../data/AtsFeeds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STAT.
    SELECT FEED-FILE ASSIGN DYNAMIC WS-FEED-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT APP-TEMP-FILE ASSIGN TO "../data/applications.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-TEMP-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT JOB-TEMP-FILE ASSIGN TO "../data/JobPostings.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-TEMP-STAT.
    SELECT OPENINGS-FILE ASSIGN TO "../data/JobOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPENINGS-STAT.
    SELECT RECRUITER-FILE ASSIGN TO "../data/CompanyRecruiters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECRUITER-STAT.
    SELECT COMPANY-FILE ASSIGN TO "../data/Companies.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COMPANY-STAT.
    SELECT NOTIFY-FILE ASSIGN TO "../data/Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTIFY-STAT.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    SELECT HISTORY-FILE ASSIGN TO "../data/ApplicationStatusHistory.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-STAT.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/AtsStatusExceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-REC         PIC X(200).

FD  FEED-FILE.
01  FEED-REC            PIC X(300).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  APP-TEMP-FILE.
01  APP-TEMP-REC        PIC X(100).

FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

FD  JOB-TEMP-FILE.
01  JOB-TEMP-REC        PIC X(1000).

FD  OPENINGS-FILE.
01  OPENINGS-REC        PIC X(30).

FD  RECRUITER-FILE.
01  RECRUITER-REC       PIC X(160).

FD  COMPANY-FILE.
01  COMPANY-REC         PIC X(700).

FD  NOTIFY-FILE.
01  NOTIFY-REC          PIC X(300).

FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC    PIC X(200).

FD  HISTORY-FILE.
01  HISTORY-REC         PIC X(300).

FD  OUTBOUND-FILE.
01  OUTBOUND-REC        PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC   PIC X(200).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  CONTROL-STAT        PIC XX.
01  FEED-STAT           PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  APP-STAT            PIC XX.
01  APP-TEMP-STAT       PIC XX.
01  JOB-STAT            PIC XX.
01  JOB-TEMP-STAT       PIC XX.
01  OPENINGS-STAT       PIC XX.
01  RECRUITER-STAT      PIC XX.
01  COMPANY-STAT        PIC XX.
01  NOTIFY-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  HISTORY-STAT        PIC XX.
01  OUTBOUND-STAT       PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
01  WS-UND-CHECK-USER   PIC X(50).
01  WS-UND-USER         PIC X(50).
01  WS-UND-FOUND        PIC X VALUE "N".
01  WS-UND-EOF          PIC X VALUE "N".
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  CONTROL-EOF-FLAG    PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-FEED-PATH        PIC X(120).
01  WS-APP-PATH         PIC X(40) VALUE "../data/applications.dat".
01  WS-APP-TEMP-PATH    PIC X(40) VALUE "../data/applications.tmp".
01  WS-JOB-PATH         PIC X(40) VALUE "../data/JobPostings.txt".
01  WS-JOB-TEMP-PATH    PIC X(40) VALUE "../data/JobPostings.tmp".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-JOB-IDX          PIC 9(5) VALUE 0.
01  WS-APP-IDX          PIC 9(5) VALUE 0.
01  WS-CHG-IDX          PIC 9(5) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".
01  WS-ROW-NUM          PIC 9(6) VALUE 0.
01  WS-ROW-EDIT         PIC Z(5)9.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT2      PIC ZZZ,ZZ9.
01  WS-COUNT-EDIT3      PIC ZZZ,ZZ9.
01  WS-SLASH-COUNT      PIC 9(3) VALUE 0.
01  WS-REJECT-REASON    PIC X(100).

*> Run totals, and the same three for the feed being read.
01  WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
01  WS-UNCHANGED-COUNT  PIC 9(6) VALUE 0.
01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
01  WS-FEED-COUNT       PIC 9(4) VALUE 0.
01  WS-FEED-APPLIED     PIC 9(6) VALUE 0.
01  WS-FEED-UNCHANGED   PIC 9(6) VALUE 0.
01  WS-FEED-REJECTED    PIC 9(6) VALUE 0.
01  WS-FILLED-COUNT     PIC 9(4) VALUE 0.
01  WS-CASCADE-COUNT    PIC 9(6) VALUE 0.

*> The control row and the feed row being processed.
01  WS-CTL-EMPLOYER     PIC X(50).
01  WS-CTL-FEED-NAME    PIC X(80).
01  WS-ROW-APP-ID       PIC X(20).
01  WS-ROW-STATUS       PIC X(30).
01  WS-ROW-DATE         PIC X(20).
01  WS-ROW-REASON       PIC X(20).
01  WS-NEW-STATUS       PIC X(20).
01  WS-NEW-RANK         PIC 9 VALUE 0.
01  WS-CUR-RANK         PIC 9 VALUE 0.
01  WS-CUR-STATUS       PIC X(20).
01  WS-REASON-CODE      PIC X(12).

*> Fields for the manageable-posting check.
01  WS-LINK-COMPANY     PIC X(100).
01  WS-JOB-MANAGEABLE   PIC X VALUE "N".

*> Fields for one application-status change's side effects.
01  WS-SE-APP-ID        PIC X(10).
01  WS-SE-USER          PIC X(50).
01  WS-SE-OLD           PIC X(20).
01  WS-SE-NEW           PIC X(20).
01  WS-SE-DATE          PIC X(8).
01  WS-SE-ACTOR         PIC X(50).
01  WS-SE-REASON        PIC X(12).
01  WS-SE-TEXT          PIC X(200).
01  WS-SE-SUBJECT       PIC X(80).

*> Headcount for a posting a hire just landed on.
01  WS-HC-OPENINGS      PIC 9(4) VALUE 1.
01  WS-HC-HIRES         PIC 9(4) VALUE 0.
01  WS-HC-EDIT          PIC ZZZ9.
01  WS-HC-PARSED-JOB-ID PIC X(10).
01  WS-HC-PARSED-OPENINGS PIC X(10).

*> Locating the posting-status field (the eighth) in a posting row.
01  WS-JOB-LINE-ID      PIC X(10).
01  WS-PIPE-COUNT       PIC 9(3) VALUE 0.
01  WS-POS              PIC 9(4) VALUE 0.
01  WS-STATUS-START     PIC 9(4) VALUE 0.
01  WS-STATUS-END       PIC 9(4) VALUE 0.
01  WS-LINE-LEN         PIC 9(4) VALUE 0.
01  WS-NEW-JOB-LINE     PIC X(1000).

01  WS-PARSED-COMPANY   PIC X(100).
01  WS-PARSED-USER      PIC X(50).
01  WS-PARSED-DESC      PIC X(300).
01  WS-PARSED-INDUSTRY  PIC X(50).
01  WS-PARSED-HQ        PIC X(100).
01  WS-PARSED-WEBSITE   PIC X(100).
01  WS-PARSED-CONTACT   PIC X(50).

*> Accounts, for the employer check.
01  WS-ACCT-COUNT       PIC 9(5) VALUE 0.
01  WS-ACCT-TABLE.
    05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
        10  WS-ACCT-USER      PIC X(50).
        10  WS-ACCT-ROLE      PIC X(10).

*> Postings: who can manage them, and whether a hire may fill them.
01  WS-JOB-COUNT        PIC 9(5) VALUE 0.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 3000 TIMES.
        10  WS-JOB-ID         PIC X(10).
        10  WS-JOB-OWNER      PIC X(50).
        10  WS-JOB-TITLE      PIC X(100).
        10  WS-JOB-EMPLOYER   PIC X(100).
        10  WS-JOB-STATUS     PIC X(20).
        10  WS-JOB-HIRED      PIC X(1).
        10  WS-JOB-FILLED     PIC X(1).

*> Recruiter links and verified company contacts.
01  WS-RCT-COUNT        PIC 9(5) VALUE 0.
01  WS-RCT-TABLE.
    05  WS-RCT-ENTRY OCCURS 2000 TIMES.
        10  WS-RCT-COMPANY    PIC X(100).
        10  WS-RCT-USER       PIC X(50).
01  WS-CONTACT-COUNT    PIC 9(5) VALUE 0.
01  WS-CONTACT-TABLE.
    05  WS-CONTACT-ENTRY OCCURS 1000 TIMES.
        10  WS-CONTACT-COMPANY PIC X(100).
        10  WS-CONTACT-USER    PIC X(50).

*> applications.dat, held in memory and written back once.
01  WS-APP-COUNT        PIC 9(5) VALUE 0.
01  WS-APP-TABLE.
    05  WS-APP-ENTRY OCCURS 6000 TIMES.
        10  WS-APP-ID         PIC X(10).
        10  WS-APP-USER       PIC X(50).
        10  WS-APP-JOB-ID     PIC X(10).
        10  WS-APP-STATUS     PIC X(20).
        10  WS-APP-DATE       PIC X(8).

*> Every change made, feed rows first and then filled-posting
*> cascades, for the history / audit / notification pass.
01  WS-CHG-COUNT        PIC 9(5) VALUE 0.
01  WS-CHG-TABLE.
    05  WS-CHG-ENTRY OCCURS 3000 TIMES.
        10  WS-CHG-APP        PIC 9(5).
        10  WS-CHG-OLD        PIC X(20).
        10  WS-CHG-NEW        PIC X(20).
        10  WS-CHG-DATE       PIC X(8).
        10  WS-CHG-ACTOR      PIC X(50).
        10  WS-CHG-REASON     PIC X(12).
        10  WS-CHG-KIND       PIC X(1).

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

*> Advisory locks (AuditJournal.lock / OutboundMessages.lock): taken
*> around each append and reclaimed as stale after LOCK_STALE_SECONDS
*> (AppConfig.txt, default 60).
01  AUDIT-LOCK-STAT     PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  OUTBOUND-LOCK-STAT  PIC XX.
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".
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

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "ATS Application Status Load - Exceptions - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-JOBS
    PERFORM LOAD-COMPANY-LINKS
    PERFORM LOAD-APPLICATIONS
    PERFORM PROCESS-CONTROL-FILE

    IF WS-CHG-COUNT > 0
        PERFORM FILL-HIRED-POSTINGS
        PERFORM REWRITE-APPLICATIONS
        IF WS-FILLED-COUNT > 0
            PERFORM REWRITE-JOBS
        END-IF
        PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
            UNTIL WS-CHG-IDX > WS-CHG-COUNT
            PERFORM WRITE-CHANGE-EFFECTS
        END-PERFORM
        PERFORM NOTIFY-FILLED-OWNERS
    END-IF

    PERFORM PRINT-TOTALS
    CLOSE REPORT-FILE

    DISPLAY "ATS status load complete. See ../data/AtsStatusExceptions.txt"
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

LOAD-JOBS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES AND WS-JOB-COUNT < 3000
                    ADD 1 TO WS-JOB-COUNT
                    MOVE SPACES TO WS-JOB-ENTRY(WS-JOB-COUNT)
                                   WS-PARSED-DESC WS-PARSED-HQ WS-PARSED-WEBSITE
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO WS-JOB-ID(WS-JOB-COUNT)
                             WS-JOB-OWNER(WS-JOB-COUNT)
                             WS-JOB-TITLE(WS-JOB-COUNT)
                             WS-PARSED-DESC
                             WS-JOB-EMPLOYER(WS-JOB-COUNT)
                             WS-PARSED-HQ
                             WS-PARSED-WEBSITE
                             WS-JOB-STATUS(WS-JOB-COUNT)
                    END-UNSTRING
                    MOVE "N" TO WS-JOB-HIRED(WS-JOB-COUNT)
                    MOVE "N" TO WS-JOB-FILLED(WS-JOB-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

*> LOAD-COMPANY-LINKS: the CompanyRecruiters.txt links and each
*> company's verified contact, for CHECK-JOB-MANAGEABLE.
LOAD-COMPANY-LINKS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RECRUITER-FILE
    IF RECRUITER-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ RECRUITER-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF RECRUITER-REC NOT = SPACES AND WS-RCT-COUNT < 2000
                        MOVE SPACES TO WS-PARSED-COMPANY WS-PARSED-USER
                        UNSTRING RECRUITER-REC DELIMITED BY "|"
                            INTO WS-PARSED-COMPANY
                                 WS-PARSED-USER
                        END-UNSTRING
                        ADD 1 TO WS-RCT-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-COMPANY))
                            TO WS-RCT-COMPANY(WS-RCT-COUNT)
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USER))
                            TO WS-RCT-USER(WS-RCT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECRUITER-FILE
    END-IF

    MOVE "N" TO EOF-FLAG
    OPEN INPUT COMPANY-FILE
    IF COMPANY-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ COMPANY-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(COMPANY-REC) NOT = SPACES
                        MOVE SPACES TO WS-PARSED-COMPANY WS-PARSED-DESC
                                       WS-PARSED-INDUSTRY WS-PARSED-HQ
                                       WS-PARSED-WEBSITE WS-PARSED-CONTACT
                        UNSTRING COMPANY-REC DELIMITED BY "|"
                            INTO WS-PARSED-COMPANY
                                 WS-PARSED-DESC
                                 WS-PARSED-INDUSTRY
                                 WS-PARSED-HQ
                                 WS-PARSED-WEBSITE
                                 WS-PARSED-CONTACT
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-PARSED-CONTACT) NOT = SPACES
                           AND WS-CONTACT-COUNT < 1000
                            ADD 1 TO WS-CONTACT-COUNT
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-COMPANY))
                                TO WS-CONTACT-COMPANY(WS-CONTACT-COUNT)
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-CONTACT))
                                TO WS-CONTACT-USER(WS-CONTACT-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COMPANY-FILE
    END-IF
    EXIT PARAGRAPH.

LOAD-APPLICATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES AND WS-APP-COUNT < 6000
                    ADD 1 TO WS-APP-COUNT
                    MOVE SPACES TO WS-APP-ENTRY(WS-APP-COUNT)
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO WS-APP-ID(WS-APP-COUNT)
                             WS-APP-USER(WS-APP-COUNT)
                             WS-APP-JOB-ID(WS-APP-COUNT)
                             WS-APP-STATUS(WS-APP-COUNT)
                             WS-APP-DATE(WS-APP-COUNT)
                    END-UNSTRING
                    IF WS-APP-STATUS(WS-APP-COUNT) = SPACES
                        MOVE "Submitted" TO WS-APP-STATUS(WS-APP-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

*> PROCESS-CONTROL-FILE: one pass per registered partner feed.
PROCESS-CONTROL-FILE.
    MOVE "N" TO CONTROL-EOF-FLAG
    OPEN INPUT CONTROL-FILE
    IF CONTROL-STAT = "35"
        MOVE "  (no partner feeds registered - AtsFeeds.txt is missing)"
            TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL CONTROL-EOF-FLAG = "Y"
        READ CONTROL-FILE
            AT END
                MOVE "Y" TO CONTROL-EOF-FLAG
            NOT AT END
                IF CONTROL-REC NOT = SPACES
                    MOVE SPACES TO WS-CTL-EMPLOYER WS-CTL-FEED-NAME
                    UNSTRING CONTROL-REC DELIMITED BY "|"
                        INTO WS-CTL-EMPLOYER
                             WS-CTL-FEED-NAME
                    END-UNSTRING
                    PERFORM PROCESS-ONE-FEED
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE
    EXIT PARAGRAPH.

*> PROCESS-ONE-FEED: check the partner is an employer account and the
*> feed name is a plain file name in ../data/, then take its rows.
PROCESS-ONE-FEED.
    ADD 1 TO WS-FEED-COUNT
    MOVE 0 TO WS-FEED-APPLIED WS-FEED-UNCHANGED WS-FEED-REJECTED WS-ROW-NUM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    STRING "Feed " FUNCTION TRIM(WS-CTL-FEED-NAME)
           " from " FUNCTION TRIM(WS-CTL-EMPLOYER) ":"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-EMPLOYER)) TO WS-PARSED-USER
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-ACCT-COUNT OR WS-FOUND = "Y"
        IF WS-ACCT-USER(WS-IDX) = WS-PARSED-USER
           AND WS-ACCT-ROLE(WS-IDX) = "EMPLOYER"
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "  Feed skipped - not an employer account on file." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-SLASH-COUNT
    INSPECT WS-CTL-FEED-NAME TALLYING WS-SLASH-COUNT FOR ALL "/" ALL "\"
    IF FUNCTION TRIM(WS-CTL-FEED-NAME) = SPACES OR WS-SLASH-COUNT > 0
        MOVE "  Feed skipped - the feed name must be a file name in the data directory."
            TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-FEED-PATH
    STRING "../data/" FUNCTION TRIM(WS-CTL-FEED-NAME)
        DELIMITED BY SIZE
        INTO WS-FEED-PATH
    END-STRING
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEED-FILE
    IF FEED-STAT NOT = "00"
        MOVE "  Feed skipped - the feed file is not there." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
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

    MOVE WS-FEED-APPLIED TO WS-COUNT-EDIT
    MOVE WS-FEED-UNCHANGED TO WS-COUNT-EDIT2
    MOVE WS-FEED-REJECTED TO WS-COUNT-EDIT3
    MOVE SPACES TO REPORT-REC
    STRING "  Applied " FUNCTION TRIM(WS-COUNT-EDIT)
           ", already on file " FUNCTION TRIM(WS-COUNT-EDIT2)
           ", rejected " FUNCTION TRIM(WS-COUNT-EDIT3) "."
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> PROCESS-FEED-ROW: validate one APPLICATION-ID|STATUS|DATE|REASON
*> row and apply it to the in-memory applications.
PROCESS-FEED-ROW.
    MOVE SPACES TO WS-ROW-APP-ID WS-ROW-STATUS WS-ROW-DATE WS-ROW-REASON
                   WS-REJECT-REASON
    UNSTRING FEED-REC DELIMITED BY "|"
        INTO WS-ROW-APP-ID
             WS-ROW-STATUS
             WS-ROW-DATE
             WS-ROW-REASON
    END-UNSTRING
    MOVE FUNCTION TRIM(WS-ROW-APP-ID) TO WS-ROW-APP-ID
    MOVE FUNCTION TRIM(WS-ROW-DATE) TO WS-ROW-DATE

    MOVE 0 TO WS-APP-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-APP-COUNT OR WS-APP-IDX > 0
        IF FUNCTION TRIM(WS-APP-ID(WS-IDX)) = WS-ROW-APP-ID
            MOVE WS-IDX TO WS-APP-IDX
        END-IF
    END-PERFORM
    IF WS-ROW-APP-ID = SPACES OR WS-APP-IDX = 0
        MOVE "no such application on file" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-JOB-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-JOB-COUNT OR WS-JOB-IDX > 0
        IF FUNCTION TRIM(WS-JOB-ID(WS-IDX))
           = FUNCTION TRIM(WS-APP-JOB-ID(WS-APP-IDX))
            MOVE WS-IDX TO WS-JOB-IDX
        END-IF
    END-PERFORM
    MOVE "N" TO WS-JOB-MANAGEABLE
    IF WS-JOB-IDX > 0
        PERFORM CHECK-JOB-MANAGEABLE
    END-IF
    IF WS-JOB-MANAGEABLE = "N"
        MOVE "application is not on one of this employer's postings"
            TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-STATUS))
        WHEN "SUBMITTED"
            MOVE "Submitted" TO WS-NEW-STATUS
            MOVE 1 TO WS-NEW-RANK
        WHEN "UNDER REVIEW"
            MOVE "Under Review" TO WS-NEW-STATUS
            MOVE 2 TO WS-NEW-RANK
        WHEN "ACCEPTED"
            MOVE "Accepted" TO WS-NEW-STATUS
            MOVE 3 TO WS-NEW-RANK
        WHEN "HIRED"
            MOVE "Hired" TO WS-NEW-STATUS
            MOVE 4 TO WS-NEW-RANK
        WHEN "REJECTED"
            MOVE "Rejected" TO WS-NEW-STATUS
            MOVE 9 TO WS-NEW-RANK
        WHEN OTHER
            MOVE SPACES TO WS-REJECT-REASON
            STRING "unknown status '" FUNCTION TRIM(WS-ROW-STATUS)
                   "' - use Submitted, Under Review, Accepted, Rejected or Hired"
                DELIMITED BY SIZE
                INTO WS-REJECT-REASON
            END-STRING
            PERFORM REJECT-ROW
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-ROW-DATE(1:8) IS NOT NUMERIC OR WS-ROW-DATE(9:1) NOT = SPACE
        MOVE "date must be YYYYMMDD" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-ROW-DATE(1:8))) NOT = 0
        MOVE "date is not a calendar date" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF WS-ROW-DATE(1:8) > WS-TODAY
        MOVE "date is in the future" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF WS-APP-DATE(WS-APP-IDX) IS NUMERIC
       AND WS-ROW-DATE(1:8) < WS-APP-DATE(WS-APP-IDX)
        MOVE "date is before the student applied" TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    MOVE WS-APP-STATUS(WS-APP-IDX) TO WS-CUR-STATUS
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-STATUS))
        WHEN "SUBMITTED"    MOVE 1 TO WS-CUR-RANK
        WHEN "UNDER REVIEW" MOVE 2 TO WS-CUR-RANK
        WHEN "ACCEPTED"     MOVE 3 TO WS-CUR-RANK
        WHEN OTHER          MOVE 0 TO WS-CUR-RANK
    END-EVALUATE

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-STATUS))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-STATUS))
        ADD 1 TO WS-FEED-UNCHANGED WS-UNCHANGED-COUNT
        EXIT PARAGRAPH
    END-IF

    IF WS-CUR-RANK = 0
        MOVE SPACES TO WS-REJECT-REASON
        STRING "application is already " FUNCTION TRIM(WS-CUR-STATUS)
               " and can't be moved"
            DELIMITED BY SIZE
            INTO WS-REJECT-REASON
        END-STRING
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-RANK < WS-CUR-RANK
        MOVE SPACES TO WS-REJECT-REASON
        STRING "can't move back from " FUNCTION TRIM(WS-CUR-STATUS)
               " to " FUNCTION TRIM(WS-NEW-STATUS)
            DELIMITED BY SIZE
            INTO WS-REJECT-REASON
        END-STRING
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    IF WS-CHG-COUNT >= 3000
        MOVE "too many changes in one run - resend in the next run"
            TO WS-REJECT-REASON
        PERFORM REJECT-ROW
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REASON-CODE
    IF WS-NEW-STATUS = "Rejected"
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-REASON)) TO WS-REASON-CODE
        EVALUATE WS-REASON-CODE
            WHEN "QUAL"   CONTINUE
            WHEN "EXP"    CONTINUE
            WHEN "FIT"    CONTINUE
            WHEN "FILLED" CONTINUE
            WHEN "OTHER"  CONTINUE
            WHEN OTHER
                MOVE "OTHER" TO WS-REASON-CODE
        END-EVALUATE
    END-IF

    ADD 1 TO WS-CHG-COUNT
    MOVE WS-APP-IDX TO WS-CHG-APP(WS-CHG-COUNT)
    MOVE WS-CUR-STATUS TO WS-CHG-OLD(WS-CHG-COUNT)
    MOVE WS-NEW-STATUS TO WS-CHG-NEW(WS-CHG-COUNT)
    MOVE WS-ROW-DATE(1:8) TO WS-CHG-DATE(WS-CHG-COUNT)
    MOVE FUNCTION TRIM(WS-CTL-EMPLOYER) TO WS-CHG-ACTOR(WS-CHG-COUNT)
    MOVE WS-REASON-CODE TO WS-CHG-REASON(WS-CHG-COUNT)
    MOVE "F" TO WS-CHG-KIND(WS-CHG-COUNT)
    MOVE WS-NEW-STATUS TO WS-APP-STATUS(WS-APP-IDX)
    IF WS-NEW-STATUS = "Hired"
        MOVE "Y" TO WS-JOB-HIRED(WS-JOB-IDX)
    END-IF
    ADD 1 TO WS-FEED-APPLIED WS-APPLIED-COUNT
    EXIT PARAGRAPH.

*> CHECK-JOB-MANAGEABLE: the posting at WS-JOB-IDX belongs to the
*> feed's employer when they own it, are linked to its company, or
*> are that company's verified contact - the same test Review
*> Applicants applies.
CHECK-JOB-MANAGEABLE.
    MOVE "N" TO WS-JOB-MANAGEABLE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-EMPLOYER)) TO WS-PARSED-USER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-OWNER(WS-JOB-IDX)))
       = WS-PARSED-USER
        MOVE "Y" TO WS-JOB-MANAGEABLE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-EMPLOYER(WS-JOB-IDX)))
        TO WS-LINK-COMPANY
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-RCT-COUNT OR WS-JOB-MANAGEABLE = "Y"
        IF WS-RCT-COMPANY(WS-IDX) = WS-LINK-COMPANY
           AND WS-RCT-USER(WS-IDX) = WS-PARSED-USER
            MOVE "Y" TO WS-JOB-MANAGEABLE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-CONTACT-COUNT OR WS-JOB-MANAGEABLE = "Y"
        IF WS-CONTACT-COMPANY(WS-IDX) = WS-LINK-COMPANY
           AND WS-CONTACT-USER(WS-IDX) = WS-PARSED-USER
            MOVE "Y" TO WS-JOB-MANAGEABLE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

REJECT-ROW.
    ADD 1 TO WS-FEED-REJECTED WS-REJECTED-COUNT
    MOVE WS-ROW-NUM TO WS-ROW-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Row " FUNCTION TRIM(WS-ROW-EDIT)
           " (application " FUNCTION TRIM(WS-ROW-APP-ID) "): "
           FUNCTION TRIM(WS-REJECT-REASON)
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> FILL-HIRED-POSTINGS: a posting that took a hire in this run and is
*> still Open is Filled once its hires reach its openings
*> (JobOpenings.txt, one opening when it has no row); its still-live
*> applications go to Position Filled, as the interactive fill does.
FILL-HIRED-POSTINGS.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
        UNTIL WS-JOB-IDX > WS-JOB-COUNT
        IF WS-JOB-HIRED(WS-JOB-IDX) = "Y"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-STATUS(WS-JOB-IDX)))
               = "OPEN"
            PERFORM COUNT-JOB-HEADCOUNT
            IF WS-HC-HIRES >= WS-HC-OPENINGS
                MOVE "Y" TO WS-JOB-FILLED(WS-JOB-IDX)
                ADD 1 TO WS-FILLED-COUNT
                PERFORM CASCADE-FILLED-POSTING
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

COUNT-JOB-HEADCOUNT.
    MOVE 1 TO WS-HC-OPENINGS
    MOVE 0 TO WS-HC-HIRES
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OPENINGS-FILE
    IF OPENINGS-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ OPENINGS-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF OPENINGS-REC NOT = SPACES
                        MOVE SPACES TO WS-HC-PARSED-JOB-ID WS-HC-PARSED-OPENINGS
                        UNSTRING OPENINGS-REC DELIMITED BY "|"
                            INTO WS-HC-PARSED-JOB-ID
                                 WS-HC-PARSED-OPENINGS
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-HC-PARSED-JOB-ID)
                           = FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX))
                           AND FUNCTION TRIM(WS-HC-PARSED-OPENINGS) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-HC-PARSED-OPENINGS)
                                TO WS-HC-OPENINGS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPENINGS-FILE
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        IF FUNCTION TRIM(WS-APP-JOB-ID(WS-IDX))
           = FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX))
           AND WS-APP-STATUS(WS-IDX) = "Hired"
            ADD 1 TO WS-HC-HIRES
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CASCADE-FILLED-POSTING.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        IF FUNCTION TRIM(WS-APP-JOB-ID(WS-IDX))
           = FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX))
           AND (FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-STATUS(WS-IDX)))
                = "SUBMITTED"
                OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-STATUS(WS-IDX)))
                = "UNDER REVIEW"
                OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-STATUS(WS-IDX)))
                = "ACCEPTED")
            IF WS-CHG-COUNT < 3000
                ADD 1 TO WS-CHG-COUNT
                MOVE WS-IDX TO WS-CHG-APP(WS-CHG-COUNT)
                MOVE WS-APP-STATUS(WS-IDX) TO WS-CHG-OLD(WS-CHG-COUNT)
                MOVE "Position Filled" TO WS-CHG-NEW(WS-CHG-COUNT)
                MOVE WS-TODAY TO WS-CHG-DATE(WS-CHG-COUNT)
                MOVE WS-JOB-OWNER(WS-JOB-IDX) TO WS-CHG-ACTOR(WS-CHG-COUNT)
                MOVE SPACES TO WS-CHG-REASON(WS-CHG-COUNT)
                MOVE "C" TO WS-CHG-KIND(WS-CHG-COUNT)
            END-IF
            MOVE "Position Filled" TO WS-APP-STATUS(WS-IDX)
            ADD 1 TO WS-CASCADE-COUNT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

REWRITE-APPLICATIONS.
    OPEN OUTPUT APP-TEMP-FILE
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-APP-COUNT
        MOVE SPACES TO APP-TEMP-REC
        STRING FUNCTION TRIM(WS-APP-ID(WS-IDX))     DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-APP-USER(WS-IDX))   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-APP-JOB-ID(WS-IDX)) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-APP-STATUS(WS-IDX)) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-APP-DATE(WS-IDX))   DELIMITED BY SIZE
            INTO APP-TEMP-REC
        END-STRING
        WRITE APP-TEMP-REC
    END-PERFORM
    CLOSE APP-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-APP-PATH
    CALL "CBL_RENAME_FILE" USING WS-APP-TEMP-PATH WS-APP-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> REWRITE-JOBS: copy JobPostings.txt through a temp file, replacing
*> only the posting-status field of the postings this run filled so
*> every other field stays exactly as it was.
REWRITE-JOBS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOB-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE JOB-REC TO JOB-TEMP-REC
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO WS-JOB-LINE-ID
                    UNSTRING JOB-REC DELIMITED BY "|" INTO WS-JOB-LINE-ID
                    END-UNSTRING
                    MOVE "N" TO WS-FOUND
                    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                        UNTIL WS-JOB-IDX > WS-JOB-COUNT OR WS-FOUND = "Y"
                        IF WS-JOB-FILLED(WS-JOB-IDX) = "Y"
                           AND FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX))
                               = FUNCTION TRIM(WS-JOB-LINE-ID)
                            MOVE "Y" TO WS-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-FOUND = "Y"
                        PERFORM SET-JOB-LINE-FILLED
                    END-IF
                END-IF
                WRITE JOB-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    CLOSE JOB-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-JOB-PATH
    CALL "CBL_RENAME_FILE" USING WS-JOB-TEMP-PATH WS-JOB-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> SET-JOB-LINE-FILLED: the status field runs from just past the
*> seventh "|" to the eighth (or the end of an older, shorter row).
SET-JOB-LINE-FILLED.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(JOB-REC TRAILING)) TO WS-LINE-LEN
    MOVE 0 TO WS-PIPE-COUNT WS-STATUS-START WS-STATUS-END
    PERFORM VARYING WS-POS FROM 1 BY 1
        UNTIL WS-POS > WS-LINE-LEN OR WS-STATUS-END > 0
        IF JOB-REC(WS-POS:1) = "|"
            ADD 1 TO WS-PIPE-COUNT
            IF WS-PIPE-COUNT = 7
                COMPUTE WS-STATUS-START = WS-POS + 1
            END-IF
            IF WS-PIPE-COUNT = 8
                MOVE WS-POS TO WS-STATUS-END
            END-IF
        END-IF
    END-PERFORM
    IF WS-STATUS-START = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-NEW-JOB-LINE
    IF WS-STATUS-END = 0
        STRING JOB-REC(1:WS-STATUS-START - 1) DELIMITED BY SIZE
               "Filled"                       DELIMITED BY SIZE
            INTO WS-NEW-JOB-LINE
        END-STRING
    ELSE
        STRING JOB-REC(1:WS-STATUS-START - 1) DELIMITED BY SIZE
               "Filled"                       DELIMITED BY SIZE
               JOB-REC(WS-STATUS-END:WS-LINE-LEN - WS-STATUS-END + 1)
                                              DELIMITED BY SIZE
            INTO WS-NEW-JOB-LINE
        END-STRING
    END-IF
    MOVE WS-NEW-JOB-LINE TO JOB-TEMP-REC
    EXIT PARAGRAPH.

*> WRITE-CHANGE-EFFECTS: history, audit, notification, and outbound
*> mail for change WS-CHG-IDX. Feed changes carry the ATS's date in
*> the history and are journaled under the employer; filled-posting
*> cascades read the same as the interactive fill.
WRITE-CHANGE-EFFECTS.
    MOVE WS-CHG-APP(WS-CHG-IDX) TO WS-APP-IDX
    MOVE WS-APP-ID(WS-APP-IDX) TO WS-SE-APP-ID
    MOVE WS-APP-USER(WS-APP-IDX) TO WS-SE-USER
    MOVE WS-CHG-OLD(WS-CHG-IDX) TO WS-SE-OLD
    MOVE WS-CHG-NEW(WS-CHG-IDX) TO WS-SE-NEW
    MOVE WS-CHG-DATE(WS-CHG-IDX) TO WS-SE-DATE
    MOVE WS-CHG-ACTOR(WS-CHG-IDX) TO WS-SE-ACTOR
    MOVE WS-CHG-REASON(WS-CHG-IDX) TO WS-SE-REASON

    PERFORM WRITE-HISTORY-LINE

    MOVE SPACES TO WS-SE-TEXT WS-SE-SUBJECT
    IF WS-CHG-KIND(WS-CHG-IDX) = "F"
        PERFORM WRITE-AUDIT-LINE
        STRING "Your application #"         DELIMITED BY SIZE
               FUNCTION TRIM(WS-SE-APP-ID)  DELIMITED BY SIZE
               " is now "                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-SE-NEW)     DELIMITED BY SIZE
               "."                          DELIMITED BY SIZE
            INTO WS-SE-TEXT
        END-STRING
        MOVE "Your InCollege application status changed" TO WS-SE-SUBJECT
    ELSE
        STRING "The position on your application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SE-APP-ID)          DELIMITED BY SIZE
               " has been filled."                  DELIMITED BY SIZE
            INTO WS-SE-TEXT
        END-STRING
        MOVE "A position you applied to has been filled" TO WS-SE-SUBJECT
    END-IF
    PERFORM WRITE-NOTIFICATION
    PERFORM WRITE-OUTBOUND-MESSAGE
    EXIT PARAGRAPH.

*> NOTIFY-FILLED-OWNERS: each posting this run filled is journaled and
*> its owner told, as APPLY-HEADCOUNT-FILL does interactively.
NOTIFY-FILLED-OWNERS.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
        UNTIL WS-JOB-IDX > WS-JOB-COUNT
        IF WS-JOB-FILLED(WS-JOB-IDX) = "Y"
            PERFORM COUNT-JOB-HEADCOUNT
            MOVE SPACES TO WS-CHAIN-ROW
            STRING FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE "|"
                   FUNCTION CURRENT-DATE(9:6)   DELIMITED BY SIZE "|"
                   "ATSSTATUSIMPORT"            DELIMITED BY SIZE "|"
                   "JOB"                        DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX)) DELIMITED BY SIZE "|"
                   "STATUS"                     DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-JOB-STATUS(WS-JOB-IDX)) DELIMITED BY SIZE "|"
                   "Filled"                     DELIMITED BY SIZE
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

            MOVE WS-HC-OPENINGS TO WS-HC-EDIT
            MOVE WS-JOB-OWNER(WS-JOB-IDX) TO WS-SE-USER
            MOVE SPACES TO WS-SE-TEXT
            STRING "Your posting #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-ID(WS-JOB-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-IDX)) DELIMITED BY SIZE
                   ") has made all " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HC-EDIT) DELIMITED BY SIZE
                   " of its hires and is now Filled." DELIMITED BY SIZE
                INTO WS-SE-TEXT
            END-STRING
            PERFORM WRITE-NOTIFICATION
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-HISTORY-LINE.
    OPEN EXTEND HISTORY-FILE
    IF HISTORY-STAT = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    MOVE SPACES TO HISTORY-REC
    STRING FUNCTION TRIM(WS-SE-APP-ID)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-OLD)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-NEW)     DELIMITED BY SIZE "|"
           WS-SE-DATE                   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-ACTOR)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-REASON)  DELIMITED BY SIZE "|"
        INTO HISTORY-REC
    END-STRING
    WRITE HISTORY-REC
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

WRITE-AUDIT-LINE.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-ACTOR)   DELIMITED BY SIZE "|"
           "APPLICATION"                DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-APP-ID)  DELIMITED BY SIZE "|"
           "STATUS"                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-OLD)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-NEW)     DELIMITED BY SIZE
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

WRITE-NOTIFICATION.
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-SE-USER)    DELIMITED BY SIZE "|"
           WS-TODAY                     DELIMITED BY SIZE "|"
           "N"                          DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-TEXT)    DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    EXIT PARAGRAPH.

WRITE-OUTBOUND-MESSAGE.
    MOVE WS-SE-USER TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-SE-USER)    DELIMITED BY SIZE "|"
           "APPLICATION"                DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-SUBJECT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-TEXT)    DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)  DELIMITED BY SIZE "|"
           "N"                          DELIMITED BY SIZE
        INTO OUTBOUND-REC
    END-STRING
    MOVE OUTBOUND-REC TO WS-XMIT-NEW-ROW
    PERFORM APPEND-OUTBOUND-ROW
    EXIT PARAGRAPH.

*> APPEND-OUTBOUND-ROW: queue WS-XMIT-NEW-ROW for the mail relay. Rows
*> are only ever appended here, under OutboundMessages.lock so a row
*> can't land between OUTBOUNDCUTOVER's copy of the file and its swap;
*> OUTBOUNDCUTOVER wraps the file in its HDR/TRL control records at
*> hand-off, just before the relay collects it.
APPEND-OUTBOUND-ROW.
    PERFORM ACQUIRE-OUTBOUND-LOCK
    OPEN EXTEND OUTBOUND-FILE
    IF OUTBOUND-STAT = "35"
        OPEN OUTPUT OUTBOUND-FILE
    END-IF
    MOVE WS-XMIT-NEW-ROW TO OUTBOUND-REC
    WRITE OUTBOUND-REC
    CLOSE OUTBOUND-FILE
    PERFORM RELEASE-OUTBOUND-LOCK
    EXIT PARAGRAPH.

*> ACQUIRE-OUTBOUND-LOCK / RELEASE-OUTBOUND-LOCK: OutboundMessages.lock,
*> shared with OUTBOUNDCUTOVER and RESENDOUTBOUND; the wait is bounded
*> by LOCK_STALE_SECONDS, after which the lock is reclaimed as stale.
ACQUIRE-OUTBOUND-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT OUTBOUND-LOCK-FILE
        IF OUTBOUND-LOCK-STAT = "35"
            OPEN OUTPUT OUTBOUND-LOCK-FILE
            CLOSE OUTBOUND-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE OUTBOUND-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    DISPLAY "Warning: a stale outbound message lock was detected and reclaimed."
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    OPEN OUTPUT OUTBOUND-LOCK-FILE
    CLOSE OUTBOUND-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-OUTBOUND-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Totals" TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-FEED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Partner feeds read:        " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Status changes applied:    " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-UNCHANGED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Already on file:           " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Rows rejected:             " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-FILLED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Postings filled by a hire: " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-CASCADE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "  Applications closed out:   " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> CHECK-UNDELIVERABLE: WS-UND-FOUND is "Y" when MAILBOUNCELOAD has
*> marked WS-UND-CHECK-USER's email address undeliverable; mail to
*> them is not queued until they verify a working address.
CHECK-UNDELIVERABLE.
    MOVE "N" TO WS-UND-FOUND
    MOVE "N" TO WS-UND-EOF
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-UND-EOF = "Y" OR WS-UND-FOUND = "Y"
        READ UNDELIVERABLE-FILE
            AT END
                MOVE "Y" TO WS-UND-EOF
            NOT AT END
                MOVE SPACES TO WS-UND-USER
                UNSTRING UNDELIVERABLE-REC DELIMITED BY "|"
                    INTO WS-UND-USER
                END-UNSTRING
                IF WS-UND-USER NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-CHECK-USER))
                    MOVE "Y" TO WS-UND-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
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

END PROGRAM ATSSTATUSIMPORT.
