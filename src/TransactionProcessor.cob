*> Stand-alone batch entry point for systems that drive InCollege
*> without a person at the keyboard - the registrar portal and the
*> advising tool among them. Scripting the menus through
*> InCollege-Input.txt breaks whenever a menu changes and says nothing
*> about how each step went; this program takes one fixed-format
*> transaction per line from ../data/Transactions.txt, runs it through
*> the same rules and files the interactive flow uses, and answers
*> every line in ../data/TransactionResponses.txt (rebuilt each run).
*>
*> Transaction layout (columns):
*>     1-12   code: APPLY, WITHDRAW, SET-STATUS, CREATE-EVENT or RSVP
*>    13-32   caller's reference, echoed back untouched
*>    33-82   acting username
*>    83-92   key - the Job ID (APPLY), Application ID (WITHDRAW,
*>            SET-STATUS) or Event ID (RSVP); blank for CREATE-EVENT
*>    93-532  data for the code:
*>            APPLY         up to three screening answers, 100 each
*>                          (93-192, 193-292, 293-392)
*>            SET-STATUS    new status (93-112) - Submitted, Under
*>                          Review, Accepted, Rejected or Hired;
*>                          rejection reason code (113-120) - QUAL,
*>                          EXP, FIT, FILLED or OTHER, anything else
*>                          files as OTHER; feedback (121-240). The
*>                          reason and feedback are kept on Rejected
*>                          only, as Review Applicants keeps them.
*>            CREATE-EVENT  title (93-192), date YYYYMMDD (193-200),
*>                          start HHMM (201-204), end HHMM (205-208),
*>                          venue code, or OFF / blank for an off-campus
*>                          or virtual event (209-218), capacity, blank
*>                          for no limit (219-223), location when off
*>                          campus (224-323), description (324-523)
*>            RSVP          blank or GOING to RSVP, CANCEL to cancel
*>                          (93-100)
*>
*> Response layout (one line per transaction, blank-separated):
*>   SEQ(6) CODE(12) REFERENCE(20) RC(2) KEY(10) MESSAGE
*> where KEY is the new Application ID or Event ID when one was
*> assigned and the transaction's own key otherwise. Return codes:
*>   00  done
*>   04  done, with a warning in the message (a blank screening
*>       answer, a waitlisted RSVP, a same-day schedule clash, an
*>       event capacity capped to its room, a status already on file)
*>   08  refused by a business rule - nothing was changed
*>   12  the transaction could not be read - unknown code, a required
*>       field missing or malformed, or no such account
*> Disabled accounts are refused as Login refuses them. SET-STATUS and
*> CREATE-EVENT need the role's REVIEW-APPLICANTS and POST-EVENT grants
*> in ../data/RolePermissions.txt, as the Review Applicants and Post
*> Event menu items do; a refusal is written to PermissionDenials.txt
*> and the audit journal the way the menus write one. Transactions
*> are left in place; a rerun of the same file is refused line by line
*> by the duplicate rules rather than applied twice.
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSACTIONPROCESSOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXN-FILE ASSIGN TO "../data/Transactions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXN-STAT.
    SELECT RESPONSE-FILE ASSIGN TO "../data/TransactionResponses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESPONSE-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    *> USERNAME|DATE|DISABLED-BY
    SELECT DISABLED-FILE ASSIGN TO "../data/DisabledAccounts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISABLED-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT APP-TEMP-FILE ASSIGN TO "../data/applications.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-TEMP-STAT.
    SELECT APP-ID-FILE ASSIGN TO "../data/ApplicationIdCounter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-ID-STAT.
    SELECT APP-ID-LOCK-FILE ASSIGN TO "../data/ApplicationIdCounter.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-ID-LOCK-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT JOB-TEMP-FILE ASSIGN TO "../data/JobPostings.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-TEMP-STAT.
    *> JOB-ID|OPENINGS
    SELECT OPENINGS-FILE ASSIGN TO "../data/JobOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPENINGS-STAT.
    SELECT RECRUITER-FILE ASSIGN TO "../data/CompanyRecruiters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECRUITER-STAT.
    SELECT COMPANY-FILE ASSIGN TO "../data/Companies.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COMPANY-STAT.
    *> JOB-ID|Y for work-study-only postings.
    SELECT WORK-STUDY-FILE ASSIGN TO "../data/JobWorkStudy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WORK-STUDY-STAT.
    *> USERNAME|AWARD-YEAR|AMOUNT|REMAINING
    SELECT FWS-AWARD-FILE ASSIGN TO "../data/FwsAwards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FWS-AWARD-STAT.
    *> JOB-ID|MIN-GPA|MIN-GRAD-YEAR|MAX-GRAD-YEAR|SKILL-IDS
    SELECT REQUIREMENT-FILE ASSIGN TO "../data/JobRequirements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUIREMENT-STAT.
    *> USERNAME|SCHOOL|DEGREE|GPA|DATE
    SELECT VERIFIED-EDU-FILE ASSIGN TO "../data/VerifiedEducation.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VERIFIED-EDU-STAT.
    *> USERNAME|SKILL-ID
    SELECT SKILL-COMP-FILE ASSIGN TO "../data/SkillCompletions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SKILL-COMP-STAT.
    SELECT JOB-TAG-FILE ASSIGN TO "../data/JobSkillTags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-TAG-STAT.
    SELECT PROFILE-TAG-FILE ASSIGN TO "../data/ProfileSkillTags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-TAG-STAT.
    SELECT SYNONYM-FILE ASSIGN TO "../data/SkillSynonyms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SYNONYM-STAT.
    *> JOB-ID|SEQ|QUESTION
    SELECT QUESTION-FILE ASSIGN TO "../data/JobQuestions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QUESTION-STAT.
    *> APPLICATION-ID|SEQ|QUESTION|ANSWER
    SELECT ANSWER-FILE ASSIGN TO "../data/ApplicationAnswers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ANSWER-STAT.
    SELECT SNAPSHOT-FILE ASSIGN TO "../data/ApplicationSnapshots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNAPSHOT-STAT.
    SELECT CERTIFICATION-FILE ASSIGN TO "../data/Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERTIFICATION-STAT.
    *> ID|EMPLOYER|TITLE|DATE|LOCATION|DESC|CAPACITY|VENUE|START|END
    SELECT EVENT-FILE ASSIGN TO "../data/Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENT-STAT.
    SELECT EVENT-ID-FILE ASSIGN TO "../data/EventIdCounter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENT-ID-STAT.
    *> EVENT-ID|USERNAME|DATE|Going or Waitlist[|ATTENDED]
    SELECT RSVP-FILE ASSIGN TO "../data/EventRSVPs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSVP-STAT.
    SELECT RSVP-TEMP-FILE ASSIGN TO "../data/EventRSVPs.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSVP-TEMP-STAT.
    *> CODE|CAMPUS|NAME|CAPACITY|OPEN|CLOSE|STATUS
    SELECT VENUE-FILE ASSIGN TO "../data/Venues.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENUE-STAT.
    SELECT INTERVIEW-FILE ASSIGN TO "../data/Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERVIEW-STAT.
    SELECT SLOT-FILE ASSIGN TO "../data/CounselorSlots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLOT-STAT.
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
    *> Role/permission matrix (ROLE|CAPABILITY) maintained from the admin
    *> console, and its refusal log (DATE|TIME|USERNAME|ROLE|CAPABILITY).
    SELECT PERMISSION-FILE ASSIGN TO "../data/RolePermissions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERMISSION-STAT.
    SELECT PERMISSION-DENIAL-FILE ASSIGN TO "../data/PermissionDenials.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERMISSION-DENIAL-STAT.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STAT.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD  TXN-FILE.
01  TXN-REC.
    05  TXN-CODE            PIC X(12).
    05  TXN-REF             PIC X(20).
    05  TXN-USER            PIC X(50).
    05  TXN-KEY             PIC X(10).
    05  TXN-DATA            PIC X(440).
    05  TXN-APPLY-DATA REDEFINES TXN-DATA.
        10  TXN-ANSWER      PIC X(100) OCCURS 3 TIMES.
        10  FILLER          PIC X(140).
    05  TXN-STATUS-DATA REDEFINES TXN-DATA.
        10  TXN-NEW-STATUS  PIC X(20).
        10  TXN-REASON-CODE PIC X(8).
        10  TXN-FEEDBACK    PIC X(120).
        10  FILLER          PIC X(292).
    05  TXN-EVENT-DATA REDEFINES TXN-DATA.
        10  TXN-EVT-TITLE    PIC X(100).
        10  TXN-EVT-DATE     PIC X(8).
        10  TXN-EVT-START    PIC X(4).
        10  TXN-EVT-END      PIC X(4).
        10  TXN-EVT-VENUE    PIC X(10).
        10  TXN-EVT-CAPACITY PIC X(5).
        10  TXN-EVT-LOCATION PIC X(100).
        10  TXN-EVT-DESC     PIC X(200).
        10  FILLER           PIC X(9).
    05  TXN-RSVP-DATA REDEFINES TXN-DATA.
        10  TXN-RSVP-ACTION PIC X(8).
        10  FILLER          PIC X(432).

FD  RESPONSE-FILE.
01  RESPONSE-REC        PIC X(260).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  DISABLED-FILE.
01  DISABLED-REC        PIC X(120).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).

FD  APP-TEMP-FILE.
01  APP-TEMP-REC        PIC X(100).

FD  APP-ID-FILE.
01  APP-ID-COUNTER-REC  PIC X(9).

FD  APP-ID-LOCK-FILE.
01  APP-ID-LOCK-REC     PIC X(1).

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

FD  WORK-STUDY-FILE.
01  WORK-STUDY-REC      PIC X(30).

FD  FWS-AWARD-FILE.
01  FWS-AWARD-REC       PIC X(100).

FD  REQUIREMENT-FILE.
01  REQUIREMENT-REC     PIC X(100).

FD  VERIFIED-EDU-FILE.
01  VERIFIED-EDU-REC    PIC X(200).

FD  SKILL-COMP-FILE.
01  SKILL-COMP-REC      PIC X(100).

FD  JOB-TAG-FILE.
01  JOB-TAG-REC         PIC X(60).

FD  PROFILE-TAG-FILE.
01  PROFILE-TAG-REC     PIC X(100).

FD  SYNONYM-FILE.
01  SYNONYM-REC         PIC X(100).

FD  QUESTION-FILE.
01  QUESTION-REC        PIC X(200).

FD  ANSWER-FILE.
01  ANSWER-REC          PIC X(400).

FD  SNAPSHOT-FILE.
01  SNAPSHOT-REC        PIC X(1200).

FD  CERTIFICATION-FILE.
01  CERTIFICATION-REC   PIC X(300).

FD  EVENT-FILE.
01  EVENT-REC           PIC X(600).

FD  EVENT-ID-FILE.
01  EVENT-ID-COUNTER-REC PIC X(9).

FD  RSVP-FILE.
01  RSVP-REC            PIC X(100).

FD  RSVP-TEMP-FILE.
01  RSVP-TEMP-REC       PIC X(100).

FD  VENUE-FILE.
01  VENUE-REC           PIC X(200).

FD  INTERVIEW-FILE.
01  INTERVIEW-REC       PIC X(200).

FD  SLOT-FILE.
01  SLOT-REC            PIC X(300).

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

FD  PERMISSION-FILE.
01  PERMISSION-REC      PIC X(80).

FD  PERMISSION-DENIAL-FILE.
01  PERMISSION-DENIAL-REC PIC X(150).

FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC      PIC X(4).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC   PIC X(4).

WORKING-STORAGE SECTION.
01  TXN-STAT            PIC XX.
01  RESPONSE-STAT       PIC XX.
01  CONFIG-STAT         PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  DISABLED-STAT       PIC XX.
01  APP-STAT            PIC XX.
01  APP-TEMP-STAT       PIC XX.
01  APP-ID-STAT         PIC XX.
01  APP-ID-LOCK-STAT    PIC XX.
01  JOB-STAT            PIC XX.
01  JOB-TEMP-STAT       PIC XX.
01  OPENINGS-STAT       PIC XX.
01  RECRUITER-STAT      PIC XX.
01  COMPANY-STAT        PIC XX.
01  WORK-STUDY-STAT     PIC XX.
01  FWS-AWARD-STAT      PIC XX.
01  REQUIREMENT-STAT    PIC XX.
01  VERIFIED-EDU-STAT   PIC XX.
01  SKILL-COMP-STAT     PIC XX.
01  JOB-TAG-STAT        PIC XX.
01  PROFILE-TAG-STAT    PIC XX.
01  SYNONYM-STAT        PIC XX.
01  QUESTION-STAT       PIC XX.
01  ANSWER-STAT         PIC XX.
01  SNAPSHOT-STAT       PIC XX.
01  CERTIFICATION-STAT  PIC XX.
01  EVENT-STAT          PIC XX.
01  EVENT-ID-STAT       PIC XX.
01  RSVP-STAT           PIC XX.
01  RSVP-TEMP-STAT      PIC XX.
01  VENUE-STAT          PIC XX.
01  INTERVIEW-STAT      PIC XX.
01  SLOT-STAT           PIC XX.
01  NOTIFY-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  CHAIN-ANCHOR-STAT   PIC XX.
01  HISTORY-STAT        PIC XX.
01  OUTBOUND-STAT       PIC XX.
01  UNDELIVERABLE-STAT  PIC XX.
01  PERMISSION-STAT     PIC XX.
01  PERMISSION-DENIAL-STAT PIC XX.
01  WS-UND-CHECK-USER   PIC X(50).
01  WS-UND-USER         PIC X(50).
01  WS-UND-FOUND        PIC X VALUE "N".
01  WS-UND-EOF          PIC X VALUE "N".
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).

01  EOF-FLAG            PIC X VALUE "N".
01  TXN-EOF-FLAG        PIC X VALUE "N".
01  EOF-CONFIG          PIC X VALUE "N".
01  CONFIG-KEY          PIC X(30).
01  CONFIG-VALUE        PIC X(30).
01  WS-TODAY            PIC X(8).
01  WS-APP-PATH         PIC X(40) VALUE "../data/applications.dat".
01  WS-APP-TEMP-PATH    PIC X(40) VALUE "../data/applications.tmp".
01  WS-JOB-PATH         PIC X(40) VALUE "../data/JobPostings.txt".
01  WS-JOB-TEMP-PATH    PIC X(40) VALUE "../data/JobPostings.tmp".
01  WS-RSVP-PATH        PIC X(40) VALUE "../data/EventRSVPs.txt".
01  WS-RSVP-TEMP-PATH   PIC X(40) VALUE "../data/EventRSVPs.tmp".
01  WS-APP-ID-LOCK-PATH PIC X(40) VALUE "../data/ApplicationIdCounter.lock".
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.

*> AppConfig.txt settings this program honours, with the same
*> defaults InCollege uses.
01  WS-EXPIRATION-DAYS  PIC 9(4) VALUE 60.
01  WS-LOCK-STALE-SECS  PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS  PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS    PIC 9(4) VALUE 0.

*> Run totals, one per return code.
01  WS-TXN-SEQ          PIC 9(6) VALUE 0.
01  WS-DONE-COUNT       PIC 9(6) VALUE 0.
01  WS-WARN-COUNT       PIC 9(6) VALUE 0.
01  WS-REFUSED-COUNT    PIC 9(6) VALUE 0.
01  WS-BAD-COUNT        PIC 9(6) VALUE 0.

*> The transaction in hand and its answer.
01  WS-TXN-CODE         PIC X(12).
01  WS-TXN-KEY          PIC X(10).
01  WS-RC               PIC 9(2) VALUE 0.
01  WS-RSP-KEY          PIC X(10).
01  WS-RSP-MESSAGE      PIC X(200).
01  WS-WARNING          PIC X(150).
01  WS-RESPONSE-LINE.
    05  RSP-SEQ         PIC 9(6).
    05  FILLER          PIC X VALUE SPACE.
    05  RSP-CODE        PIC X(12).
    05  FILLER          PIC X VALUE SPACE.
    05  RSP-REF         PIC X(20).
    05  FILLER          PIC X VALUE SPACE.
    05  RSP-RC          PIC 9(2).
    05  FILLER          PIC X VALUE SPACE.
    05  RSP-KEY         PIC X(10).
    05  FILLER          PIC X VALUE SPACE.
    05  RSP-MESSAGE     PIC X(200).

01  WS-IS-DISABLED      PIC X VALUE "N".
01  WS-DISABLED-USER    PIC X(50).
01  WS-ACCT-FOUND       PIC X VALUE "N".

*> The posting named by the transaction, all sixteen fields.
01  WS-JOB-FOUND        PIC X VALUE "N".
01  JOB-P-ID            PIC X(10).
01  JOB-P-OWNER         PIC X(50).
01  JOB-P-TITLE         PIC X(100).
01  JOB-P-DESC          PIC X(300).
01  JOB-P-EMPLOYER      PIC X(100).
01  JOB-P-LOCATION      PIC X(100).
01  JOB-P-SALARY        PIC X(50).
01  JOB-P-STATUS        PIC X(20).
01  JOB-P-POSTED        PIC X(8).
01  JOB-P-TYPE          PIC X(20).
01  JOB-P-CAMPUS        PIC X(10).
01  JOB-P-SAL-MIN       PIC X(12).
01  JOB-P-SAL-MAX       PIC X(12).
01  JOB-P-SAL-PERIOD    PIC X(10).
01  JOB-P-PUBLISH-ON    PIC X(8).
01  JOB-P-BLIND         PIC X(1).
01  WS-JOB-EXPIRED      PIC X VALUE "N".
01  WS-JOB-POSTED-NUM   PIC 9(8).
01  WS-JOB-TODAY-NUM    PIC 9(8).
01  WS-JOB-AGE-DAYS     PIC S9(9) VALUE 0.

*> One application row.
01  WS-APP-FOUND        PIC X VALUE "N".
01  APP-P-ID            PIC X(10).
01  APP-P-USER          PIC X(50).
01  APP-P-JOB-ID        PIC X(10).
01  APP-P-STATUS        PIC X(20).
01  APP-P-DATE          PIC X(8).
01  WS-MATCHED          PIC X VALUE "N".
01  WS-OLD-STATUS       PIC X(20).
01  WS-NEW-STATUS       PIC X(20).
01  WS-REASON-CODE      PIC X(12).
01  WS-REASON-FEEDBACK  PIC X(120).

*> Application ID counter.
01  APPLICATION-ID-NUM  PIC 9(9) VALUE 0.
01  APPLICATION-ID-EDIT PIC Z(8)9.
01  APPLICATION-LINE-COUNT PIC 9(9) VALUE 0.
01  WS-NEXT-ID-VALUE    PIC 9(9) VALUE 0.
01  WS-NEXT-ID-EDIT     PIC 9(9).

*> Federal Work-Study eligibility.
01  WS-FWS-ONLY         PIC X VALUE "N".
01  WS-FWS-EOF          PIC X VALUE "N".
01  WS-FWS-FOUND        PIC X VALUE "N".
01  WS-FWS-ELIG-OK      PIC X VALUE "N".
01  WS-FWS-REASON       PIC X(120).
01  WS-FWS-P-JOB-ID     PIC X(10).
01  WS-FWS-P-FLAG       PIC X(5).
01  WS-FWS-P-USER       PIC X(50).
01  WS-FWS-P-YEAR       PIC X(9).
01  WS-FWS-P-AMOUNT     PIC X(12).
01  WS-FWS-P-REMAINING  PIC X(12).
01  WS-FWS-YEAR-START   PIC 9(4).
01  WS-FWS-YEAR-END     PIC 9(4).
01  WS-FWS-AWARD-YEAR   PIC X(9).
01  WS-FWS-AMOUNT       PIC 9(7)V99 VALUE 0.
01  WS-FWS-REMAINING    PIC 9(7)V99 VALUE 0.

*> Posting requirements and the applicant's standing against them.
01  WS-REQ-FOUND        PIC X VALUE "N".
01  WS-REQ-EOF          PIC X VALUE "N".
01  WS-REQ-P-JOB-ID     PIC X(10).
01  WS-REQ-P-MIN-GPA    PIC X(5).
01  WS-REQ-P-MIN-YEAR   PIC X(4).
01  WS-REQ-P-MAX-YEAR   PIC X(4).
01  WS-REQ-P-SKILLS     PIC X(10).
01  WS-ELIG-OK          PIC X VALUE "Y".
01  WS-ELIG-REASON      PIC X(100).
01  WS-ELIG-IDX         PIC 9(2) VALUE 0.
01  WS-ELIG-BEST-GPA    PIC 9V99 VALUE 0.
01  WS-EFF-GPA          PIC 9V99 VALUE 0.
01  WS-ELIG-SKILL-ID    PIC X(1).
01  WS-ELIG-HAS-SKILL   PIC X VALUE "N".
01  WS-SKILL-P-USER     PIC X(50).
01  WS-SKILL-P-ID       PIC X(5).
01  WS-VED-EOF          PIC X VALUE "N".
01  WS-VED-P-USER       PIC X(50).
01  WS-VED-P-SCHOOL     PIC X(50).
01  WS-VED-P-DEGREE     PIC X(50).
01  WS-VED-P-GPA        PIC X(10).
01  WS-TAG-EOF          PIC X VALUE "N".
01  WS-TAG-IN           PIC X(40).
01  WS-TAG-CANON        PIC X(40).
01  WS-TAG-FOUND        PIC X VALUE "N".
01  WS-TAG-IDX          PIC 9(2) VALUE 0.
01  WS-JOB-TAG-COUNT    PIC 9(2) VALUE 0.
01  WS-JOB-TAG-TABLE.
    05  WS-JOB-TAG      PIC X(40) OCCURS 5 TIMES.
01  WS-TAG-P-KEY        PIC X(50).
01  WS-TAG-P-TAG        PIC X(40).

*> Screening questions and the answers the transaction carries.
01  WS-QST-EOF          PIC X VALUE "N".
01  WS-QST-COUNT        PIC 9 VALUE 0.
01  WS-QST-IDX          PIC 9 VALUE 0.
01  WS-QST-IDX-DISPLAY  PIC 9.
01  WS-QST-P-JOB-ID     PIC X(10).
01  WS-QST-P-SEQ        PIC X(5).
01  WS-QST-P-TEXT       PIC X(150).
01  WS-QST-TABLE.
    05  WS-QST-ENTRY OCCURS 3 TIMES.
        10  WS-QST-TEXT     PIC X(150).
        10  WS-QST-ANSWER   PIC X(100).
01  WS-QST-BLANK        PIC 9 VALUE 0.

*> Application snapshot.
01  WS-SNAP-IDX         PIC 9(2) VALUE 0.
01  WS-SNAP-PTR         PIC 9(4) VALUE 1.
01  WS-SNAP-EXP-BUF     PIC X(600).
01  WS-SNAP-GPA-EDIT    PIC 9.99.
01  WS-SNAP-GPA         PIC X(5).
01  WS-SNAP-CERTS       PIC X(400).
01  WS-PCT-PTR          PIC 9(4) VALUE 1.
01  WS-PCT-EOF          PIC X VALUE "N".
01  WS-PCT-P-USER       PIC X(50).
01  WS-PCT-P-SEQ        PIC X(5).
01  WS-PCT-P-NAME       PIC X(80).
01  WS-PCT-P-ISSUER     PIC X(80).
01  WS-PCT-P-CRED-ID    PIC X(40).
01  WS-PCT-P-ISSUED     PIC X(8).
01  WS-PCT-P-EXPIRES    PIC X(8).
01  WS-PCT-P-STATE      PIC X(10).

*> Manageable-posting check (owner, recruiter link, verified contact).
01  WS-LINK-COMPANY     PIC X(100).
01  WS-LINK-USER        PIC X(50).
01  WS-JOB-MANAGEABLE   PIC X VALUE "N".
01  WS-PARSED-COMPANY   PIC X(100).
01  WS-PARSED-USER      PIC X(50).
01  WS-PARSED-DESC      PIC X(300).
01  WS-PARSED-INDUSTRY  PIC X(50).
01  WS-PARSED-HQ        PIC X(100).
01  WS-PARSED-WEBSITE   PIC X(100).
01  WS-PARSED-CONTACT   PIC X(50).
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

*> Headcount and the filled-posting cascade.
01  WS-HC-OPENINGS      PIC 9(4) VALUE 1.
01  WS-HC-HIRES         PIC 9(4) VALUE 0.
01  WS-HC-EDIT          PIC ZZZ9.
01  WS-HC-P-JOB-ID      PIC X(10).
01  WS-HC-P-OPENINGS    PIC X(10).
01  WS-JOB-FILLED       PIC X VALUE "N".
01  WS-FILL-COUNT       PIC 9(3) VALUE 0.
01  WS-FILL-IDX         PIC 9(3) VALUE 0.
01  WS-FILL-TABLE.
    05  WS-FILL-ENTRY OCCURS 200 TIMES.
        10  WS-FILL-APP-ID    PIC X(10).
        10  WS-FILL-USER      PIC X(50).
        10  WS-FILL-OLD       PIC X(20).

*> Locating the posting-status field (the eighth) in a posting row.
01  WS-JOB-LINE-ID      PIC X(10).
01  WS-PIPE-COUNT       PIC 9(3) VALUE 0.
01  WS-POS              PIC 9(4) VALUE 0.
01  WS-STATUS-START     PIC 9(4) VALUE 0.
01  WS-STATUS-END       PIC 9(4) VALUE 0.
01  WS-LINE-LEN         PIC 9(4) VALUE 0.
01  WS-NEW-JOB-LINE     PIC X(1000).

*> Side-effect fields for history, audit, notification and mail.
01  WS-SE-APP-ID        PIC X(10).
01  WS-SE-USER          PIC X(50).
01  WS-SE-OLD           PIC X(20).
01  WS-SE-NEW           PIC X(20).
01  WS-SE-ACTOR         PIC X(50).
01  WS-SE-REASON        PIC X(12).
01  WS-SE-FEEDBACK      PIC X(120).
01  WS-SE-ENTITY        PIC X(20).
01  WS-SE-KEY           PIC X(40).
01  WS-SE-FIELD         PIC X(20).
01  WS-SE-TEXT          PIC X(200).
01  WS-SE-SUBJECT       PIC X(80).
01  WS-SE-EVENT-TYPE    PIC X(20).

*> Event being posted.
01  WS-EVT-ID           PIC 9(9) VALUE 0.
01  WS-EVT-ID-EDIT      PIC Z(8)9.
01  WS-EVT-TITLE        PIC X(100).
01  WS-EVT-DATE         PIC X(8).
01  WS-EVT-LOCATION     PIC X(100).
01  WS-EVT-DESC         PIC X(200).
01  WS-EVT-CAPACITY-IN  PIC X(5).
01  WS-EVT-VENUE        PIC X(10).
01  WS-EVT-START        PIC X(4).
01  WS-EVT-END          PIC X(4).
01  WS-EVT-EOF          PIC X VALUE "N".
01  WS-EVT-P-ID         PIC X(10).
01  WS-EVT-P-EMPLOYER   PIC X(50).
01  WS-EVT-P-TITLE      PIC X(100).
01  WS-EVT-P-DATE       PIC X(8).
01  WS-EVT-P-LOCATION   PIC X(100).
01  WS-EVT-P-DESC       PIC X(200).
01  WS-EVT-P-CAPACITY   PIC X(5).
01  WS-EVT-P-VENUE      PIC X(10).
01  WS-EVT-P-START      PIC X(4).
01  WS-EVT-P-END        PIC X(4).

*> Venue master lookups.
01  WS-VEN-EOF          PIC X VALUE "N".
01  WS-VEN-FOUND        PIC X VALUE "N".
01  WS-VEN-CODE-IN      PIC X(10).
01  WS-VEN-P-CODE       PIC X(10).
01  WS-VEN-P-CAMPUS     PIC X(10).
01  WS-VEN-P-NAME       PIC X(60).
01  WS-VEN-P-CAPACITY   PIC X(6).
01  WS-VEN-P-OPEN       PIC X(4).
01  WS-VEN-P-CLOSE      PIC X(4).
01  WS-VEN-P-STATUS     PIC X(10).
01  WS-VEN-CODE         PIC X(10).
01  WS-VEN-CAMPUS       PIC X(10).
01  WS-VEN-NAME         PIC X(60).
01  WS-VEN-CAPACITY     PIC 9(5) VALUE 0.
01  WS-VEN-CAPACITY-EDIT PIC ZZZZ9.
01  WS-VEN-OPEN         PIC X(4).
01  WS-VEN-CLOSE        PIC X(4).
01  WS-VEN-STATUS       PIC X(10).
01  WS-VEN-HHMM-IN      PIC X(10).
01  WS-VEN-HHMM-OK      PIC X VALUE "N".
01  WS-VEN-HH           PIC 99.
01  WS-VEN-MM           PIC 99.
01  WS-VEN-CONFLICT     PIC X VALUE "N".
01  WS-VEN-CLASH-TITLE  PIC X(100).
01  WS-VEN-CLASH-START  PIC X(4).
01  WS-VEN-CLASH-END    PIC X(4).

*> RSVPs.
01  WS-RSVP-ACTION      PIC X(8).
01  WS-EVT-FOUND        PIC X VALUE "N".
01  WS-EVT-CAPACITY     PIC 9(5) VALUE 0.
01  WS-EVT-GOING-COUNT  PIC 9(5) VALUE 0.
01  WS-EVT-WAIT-COUNT   PIC 9(5) VALUE 0.
01  WS-EVT-WAIT-EDIT    PIC ZZZZ9.
01  WS-EVT-DUPLICATE    PIC X VALUE "N".
01  WS-EVT-CANCELED-GOING PIC X VALUE "N".
01  WS-EVT-PROMOTED     PIC X VALUE "N".
01  WS-EVT-PROMOTE-USER PIC X(50).
01  WS-RSVP-P-EVENT     PIC X(10).
01  WS-RSVP-P-USER      PIC X(50).
01  WS-RSVP-P-DATE      PIC X(8).
01  WS-RSVP-P-STATUS    PIC X(10).
01  WS-RSVP-P-ATTEND    PIC X(10).

*> Same-day schedule clash check for an RSVP.
01  WS-SCHED-CHECK-DATE PIC X(8).
01  WS-SCHED-CONFLICT   PIC X VALUE "N".
01  WS-SCHED-DESC       PIC X(150).
01  WS-SCHED-EOF        PIC X VALUE "N".
01  WS-SCHED-EOF2       PIC X VALUE "N".
01  WS-INT-P-APP-ID     PIC X(10).
01  WS-INT-P-DATE       PIC X(8).
01  WS-INT-P-TIME       PIC X(10).
01  WS-INT-P-STATUS     PIC X(20).
01  WS-APT-P-ID         PIC X(10).
01  WS-APT-P-COUNSELOR  PIC X(50).
01  WS-APT-P-DATE       PIC X(8).
01  WS-APT-P-TIME       PIC X(10).
01  WS-APT-P-STATUS     PIC X(20).
01  WS-APT-P-STUDENT    PIC X(50).
01  WS-SCHED-EVT-ID     PIC X(10).
01  WS-SCHED-EVT-OWNER  PIC X(50).
01  WS-SCHED-EVT-TITLE  PIC X(100).
01  WS-SCHED-EVT-DATE   PIC X(8).
01  WS-SCHED-EVT-LOCATION PIC X(100).

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

*> Role/permission matrix (LOAD-PERMISSIONS, CHECK-CAPABILITY).
01  WS-PRM-EOF          PIC X VALUE "N".
01  WS-PRM-CAP          PIC X(24).
01  WS-PRM-ROLE         PIC X(10).
01  WS-PRM-PARSED-ROLE  PIC X(10).
01  WS-PRM-PARSED-CAP   PIC X(24).
01  WS-PRM-GRANTED      PIC X VALUE "N".
01  WS-PRM-IDX          PIC 9(4) VALUE 0.
01  WS-PRM-COUNT        PIC 9(4) VALUE 0.
01  WS-PRM-TABLE.
    05  WS-PRM-ENTRY OCCURS 500 TIMES.
        10  WS-PRM-ENTRY-ROLE PIC X(10).
        10  WS-PRM-ENTRY-CAP  PIC X(24).
*> The shipped grants of the capabilities checked here - the rows
*> InCollege seeds RolePermissions.txt with - used while the file is
*> missing or holds no grants.
01  WS-PRM-DEFAULT-COUNT PIC 9(4) VALUE 2.
01  WS-PRM-DEFAULT-TABLE.
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  REVIEW-APPLICANTS       ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  POST-EVENT              ".
01  WS-PRM-DEFAULTS REDEFINES WS-PRM-DEFAULT-TABLE.
    05  WS-PRM-DEFAULT-ENTRY OCCURS 2 TIMES.
        10  WS-PRM-DEFAULT-ROLE PIC X(10).
        10  WS-PRM-DEFAULT-CAP  PIC X(24).

*> Advisory locks (AuditJournal.lock / OutboundMessages.lock): taken
*> around each append and reclaimed as stale after LOCK_STALE_SECONDS
*> (AppConfig.txt, default 60).
01  AUDIT-LOCK-STAT     PIC XX.
01  WS-AUDIT-LOCK-PATH  PIC X(40) VALUE "../data/AuditJournal.lock".
01  OUTBOUND-LOCK-STAT  PIC XX.
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-APP-CONFIG
    PERFORM LOAD-COMPANY-LINKS
    PERFORM LOAD-PERMISSIONS

    OPEN OUTPUT RESPONSE-FILE
    MOVE "N" TO TXN-EOF-FLAG
    OPEN INPUT TXN-FILE
    IF TXN-STAT = "35"
        CLOSE RESPONSE-FILE
        DISPLAY "No transactions to process - ../data/Transactions.txt is missing."
        STOP RUN
    END-IF
    PERFORM UNTIL TXN-EOF-FLAG = "Y"
        READ TXN-FILE
            AT END
                MOVE "Y" TO TXN-EOF-FLAG
            NOT AT END
                IF TXN-REC NOT = SPACES
                    ADD 1 TO WS-TXN-SEQ
                    PERFORM PROCESS-TRANSACTION
                    PERFORM WRITE-RESPONSE
                END-IF
        END-READ
    END-PERFORM
    CLOSE TXN-FILE
    CLOSE RESPONSE-FILE

    PERFORM PRINT-TOTALS
    DISPLAY "Transaction processing complete. See ../data/TransactionResponses.txt"
    STOP RUN.

*> LOAD-APP-CONFIG: JOB_EXPIRATION_DAYS ages postings out of the
*> apply rules as it ages them out of Browse Jobs, and
*> LOCK_STALE_SECONDS bounds the wait on the application-ID lock.
LOAD-APP-CONFIG.
    MOVE "N" TO EOF-CONFIG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-CONFIG = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO EOF-CONFIG
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "JOB_EXPIRATION_DAYS"
                       AND FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-EXPIRATION-DAYS
                    END-IF
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

*> LOAD-PERMISSIONS: RolePermissions.txt into WS-PRM-TABLE, or the
*> shipped grants while there is no file or nothing on it. The file
*> is InCollege's to create; this program only reads it.
LOAD-PERMISSIONS.
    MOVE 0 TO WS-PRM-COUNT
    MOVE "N" TO WS-PRM-EOF
    OPEN INPUT PERMISSION-FILE
    IF PERMISSION-STAT NOT = "35"
        PERFORM UNTIL WS-PRM-EOF = "Y"
            READ PERMISSION-FILE
                AT END
                    MOVE "Y" TO WS-PRM-EOF
                NOT AT END
                    IF PERMISSION-REC NOT = SPACES
                       AND WS-PRM-COUNT < 500
                        MOVE SPACES TO WS-PRM-PARSED-ROLE WS-PRM-PARSED-CAP
                        UNSTRING PERMISSION-REC DELIMITED BY "|"
                            INTO WS-PRM-PARSED-ROLE
                                 WS-PRM-PARSED-CAP
                        END-UNSTRING
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-PARSED-ROLE))
                            TO WS-PRM-PARSED-ROLE
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-PARSED-CAP))
                            TO WS-PRM-PARSED-CAP
                        IF WS-PRM-PARSED-ROLE NOT = SPACES
                           AND WS-PRM-PARSED-CAP NOT = SPACES
                            ADD 1 TO WS-PRM-COUNT
                            MOVE WS-PRM-PARSED-ROLE
                                TO WS-PRM-ENTRY-ROLE(WS-PRM-COUNT)
                            MOVE WS-PRM-PARSED-CAP
                                TO WS-PRM-ENTRY-CAP(WS-PRM-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERMISSION-FILE
    END-IF
    IF WS-PRM-COUNT = 0
        PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                UNTIL WS-PRM-IDX > WS-PRM-DEFAULT-COUNT
            ADD 1 TO WS-PRM-COUNT
            MOVE WS-PRM-DEFAULT-ROLE(WS-PRM-IDX)
                TO WS-PRM-ENTRY-ROLE(WS-PRM-COUNT)
            MOVE WS-PRM-DEFAULT-CAP(WS-PRM-IDX)
                TO WS-PRM-ENTRY-CAP(WS-PRM-COUNT)
        END-PERFORM
    END-IF
    EXIT PARAGRAPH.

*> CHECK-CAPABILITY: does the acting account's role hold WS-PRM-CAP?
*> Answers in WS-PRM-GRANTED; a refusal is written to
*> PermissionDenials.txt and the audit journal.
CHECK-CAPABILITY.
    MOVE "N" TO WS-PRM-GRANTED
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) TO WS-PRM-ROLE
    PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
            UNTIL WS-PRM-IDX > WS-PRM-COUNT OR WS-PRM-GRANTED = "Y"
        IF WS-PRM-ENTRY-ROLE(WS-PRM-IDX) = WS-PRM-ROLE
           AND WS-PRM-ENTRY-CAP(WS-PRM-IDX) = WS-PRM-CAP
            MOVE "Y" TO WS-PRM-GRANTED
        END-IF
    END-PERFORM
    IF WS-PRM-GRANTED = "N"
        PERFORM WRITE-PERMISSION-DENIAL
    END-IF
    EXIT PARAGRAPH.

WRITE-PERMISSION-DENIAL.
    OPEN EXTEND PERMISSION-DENIAL-FILE
    IF PERMISSION-DENIAL-STAT = "35"
        OPEN OUTPUT PERMISSION-DENIAL-FILE
    END-IF
    MOVE SPACES TO PERMISSION-DENIAL-REC
    STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRM-ROLE)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRM-CAP)   DELIMITED BY SIZE
        INTO PERMISSION-DENIAL-REC
    END-STRING
    WRITE PERMISSION-DENIAL-REC
    CLOSE PERMISSION-DENIAL-FILE

    MOVE AR-USERNAME TO WS-SE-ACTOR
    MOVE "PERMISSION" TO WS-SE-ENTITY
    MOVE WS-PRM-CAP TO WS-SE-KEY
    MOVE "DENIED" TO WS-SE-FIELD
    MOVE WS-PRM-ROLE TO WS-SE-OLD
    MOVE SPACES TO WS-SE-NEW
    PERFORM WRITE-AUDIT-LINE
    EXIT PARAGRAPH.

*> PROCESS-TRANSACTION: the checks every code shares - a known code,
*> an acting account on file and not disabled - then the code's own
*> paragraph. Each sets WS-RC and WS-RSP-MESSAGE; a warning left in
*> WS-WARNING on an otherwise clean run turns it into a 04.
PROCESS-TRANSACTION.
    MOVE 0 TO WS-RC
    MOVE SPACES TO WS-RSP-MESSAGE WS-WARNING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-CODE)) TO WS-TXN-CODE
    MOVE FUNCTION TRIM(TXN-KEY) TO WS-TXN-KEY
    MOVE WS-TXN-KEY TO WS-RSP-KEY

    EVALUATE WS-TXN-CODE
        WHEN "APPLY"        CONTINUE
        WHEN "WITHDRAW"     CONTINUE
        WHEN "SET-STATUS"   CONTINUE
        WHEN "CREATE-EVENT" CONTINUE
        WHEN "RSVP"         CONTINUE
        WHEN OTHER
            MOVE 12 TO WS-RC
            STRING "Unknown transaction code '" FUNCTION TRIM(TXN-CODE)
                   "' - use APPLY, WITHDRAW, SET-STATUS, CREATE-EVENT or RSVP."
                DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
            EXIT PARAGRAPH
    END-EVALUATE

    IF FUNCTION TRIM(TXN-USER) = SPACES
        MOVE 12 TO WS-RC
        MOVE "The acting username is required." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-ACTING-ACCOUNT
    IF WS-ACCT-FOUND = "N"
        MOVE 12 TO WS-RC
        STRING "No account on file for username "
               FUNCTION TRIM(TXN-USER) "."
            DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-ACCOUNT-DISABLED
    IF WS-IS-DISABLED = "Y"
        MOVE 8 TO WS-RC
        MOVE "This account has been disabled. Please contact the site administrator."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF

    EVALUATE WS-TXN-CODE
        WHEN "APPLY"        PERFORM TXN-APPLY
        WHEN "WITHDRAW"     PERFORM TXN-WITHDRAW
        WHEN "SET-STATUS"   PERFORM TXN-SET-STATUS
        WHEN "CREATE-EVENT" PERFORM TXN-CREATE-EVENT
        WHEN "RSVP"         PERFORM TXN-RSVP
    END-EVALUATE

    IF WS-RC < 8 AND WS-WARNING NOT = SPACES
        MOVE 4 TO WS-RC
        STRING FUNCTION TRIM(WS-RSP-MESSAGE) " " FUNCTION TRIM(WS-WARNING)
            DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
    END-IF
    EXIT PARAGRAPH.

WRITE-RESPONSE.
    EVALUATE WS-RC
        WHEN 0     ADD 1 TO WS-DONE-COUNT
        WHEN 4     ADD 1 TO WS-WARN-COUNT
        WHEN 8     ADD 1 TO WS-REFUSED-COUNT
        WHEN OTHER ADD 1 TO WS-BAD-COUNT
    END-EVALUATE
    MOVE WS-TXN-SEQ TO RSP-SEQ
    MOVE TXN-CODE TO RSP-CODE
    MOVE TXN-REF TO RSP-REF
    MOVE WS-RC TO RSP-RC
    MOVE WS-RSP-KEY TO RSP-KEY
    MOVE WS-RSP-MESSAGE TO RSP-MESSAGE
    MOVE WS-RESPONSE-LINE TO RESPONSE-REC
    WRITE RESPONSE-REC
    EXIT PARAGRAPH.

PRINT-TOTALS.
    MOVE WS-TXN-SEQ TO WS-COUNT-EDIT
    DISPLAY "  Transactions read:        " WS-COUNT-EDIT
    MOVE WS-DONE-COUNT TO WS-COUNT-EDIT
    DISPLAY "  Completed (00):           " WS-COUNT-EDIT
    MOVE WS-WARN-COUNT TO WS-COUNT-EDIT
    DISPLAY "  Completed, warning (04):  " WS-COUNT-EDIT
    MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
    DISPLAY "  Refused (08):             " WS-COUNT-EDIT
    MOVE WS-BAD-COUNT TO WS-COUNT-EDIT
    DISPLAY "  Unreadable (12):          " WS-COUNT-EDIT
    EXIT PARAGRAPH.

*> FIND-ACTING-ACCOUNT: the transaction's username, matched without
*> regard to case, left in ACCOUNT-INFO for the rules that read the
*> profile (eligibility, the application snapshot, role checks).
FIND-ACTING-ACCOUNT.
    MOVE "N" TO WS-ACCT-FOUND
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
                IF AR-USERNAME NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-USER))
                    MOVE "Y" TO WS-ACCT-FOUND
                    MOVE "Y" TO EOF-FLAG
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

CHECK-ACCOUNT-DISABLED.
    MOVE "N" TO WS-IS-DISABLED
    MOVE "N" TO EOF-FLAG
    OPEN INPUT DISABLED-FILE
    IF DISABLED-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ DISABLED-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO WS-DISABLED-USER
                UNSTRING DISABLED-REC DELIMITED BY "|"
                    INTO WS-DISABLED-USER
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DISABLED-USER))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                    MOVE "Y" TO WS-IS-DISABLED
                    MOVE "Y" TO EOF-FLAG
                END-IF
        END-READ
    END-PERFORM
    CLOSE DISABLED-FILE
    EXIT PARAGRAPH.

*> FIND-JOB-BY-ID: the posting whose ID is in WS-JOB-LINE-ID, every
*> field into JOB-P-*.
FIND-JOB-BY-ID.
    MOVE "N" TO WS-JOB-FOUND
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
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO JOB-P-ID JOB-P-OWNER JOB-P-TITLE JOB-P-DESC
                                   JOB-P-EMPLOYER JOB-P-LOCATION JOB-P-SALARY
                                   JOB-P-STATUS JOB-P-POSTED JOB-P-TYPE
                                   JOB-P-CAMPUS JOB-P-SAL-MIN JOB-P-SAL-MAX
                                   JOB-P-SAL-PERIOD JOB-P-PUBLISH-ON JOB-P-BLIND
                    UNSTRING JOB-REC DELIMITED BY "|"
                        INTO JOB-P-ID JOB-P-OWNER JOB-P-TITLE JOB-P-DESC
                             JOB-P-EMPLOYER JOB-P-LOCATION JOB-P-SALARY
                             JOB-P-STATUS JOB-P-POSTED JOB-P-TYPE
                             JOB-P-CAMPUS JOB-P-SAL-MIN JOB-P-SAL-MAX
                             JOB-P-SAL-PERIOD JOB-P-PUBLISH-ON JOB-P-BLIND
                    END-UNSTRING
                    IF FUNCTION TRIM(JOB-P-ID) = FUNCTION TRIM(WS-JOB-LINE-ID)
                        MOVE "Y" TO WS-JOB-FOUND
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

*> FIND-APPLICATION-BY-ID: the application whose ID is in WS-TXN-KEY
*> into APP-P-*.
FIND-APPLICATION-BY-ID.
    MOVE "N" TO WS-APP-FOUND
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
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APP-P-ID) = WS-TXN-KEY
                        MOVE "Y" TO WS-APP-FOUND
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

PARSE-APPLICATION-RECORD.
    MOVE SPACES TO APP-P-ID APP-P-USER APP-P-JOB-ID APP-P-STATUS APP-P-DATE
    UNSTRING APPLICATION-REC DELIMITED BY "|"
        INTO APP-P-ID
             APP-P-USER
             APP-P-JOB-ID
             APP-P-STATUS
             APP-P-DATE
    END-UNSTRING
    IF FUNCTION TRIM(APP-P-STATUS) = SPACES
        MOVE "Submitted" TO APP-P-STATUS
    END-IF
    EXIT PARAGRAPH.

WRITE-TEMP-APPLICATION.
    MOVE SPACES TO APP-TEMP-REC
    STRING FUNCTION TRIM(APP-P-ID)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(APP-P-USER)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(APP-P-JOB-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(APP-P-STATUS) DELIMITED BY SIZE "|"
           FUNCTION TRIM(APP-P-DATE)   DELIMITED BY SIZE
        INTO APP-TEMP-REC
    END-STRING
    WRITE APP-TEMP-REC
    EXIT PARAGRAPH.

*> TXN-APPLY: the Apply flow's door checks in the Apply flow's order,
*> then the same records it writes - application row, first history
*> row, screening answers and profile snapshot. A posting Browse Jobs
*> would not list (filled, removed or aged out) is refused here too,
*> since a caller can name any Job ID.
TXN-APPLY.
    IF WS-TXN-KEY = SPACES
        MOVE 12 TO WS-RC
        MOVE "A Job ID is required to apply." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TXN-KEY TO WS-JOB-LINE-ID
    PERFORM FIND-JOB-BY-ID
    IF WS-JOB-FOUND = "N"
        MOVE 8 TO WS-RC
        STRING "No job posting with ID " FUNCTION TRIM(WS-TXN-KEY) "."
            DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-P-STATUS))
        WHEN "CLOSED"
            MOVE 8 TO WS-RC
            MOVE "This posting is closed and is no longer accepting applications."
                TO WS-RSP-MESSAGE
            EXIT PARAGRAPH
        WHEN "PENDING"
            MOVE 8 TO WS-RC
            MOVE "This posting is awaiting approval and is not accepting applications."
                TO WS-RSP-MESSAGE
            EXIT PARAGRAPH
        WHEN "FILLED"
        WHEN "REMOVED"
            MOVE 8 TO WS-RC
            MOVE "This posting is no longer accepting applications."
                TO WS-RSP-MESSAGE
            EXIT PARAGRAPH
    END-EVALUATE
    IF JOB-P-PUBLISH-ON IS NUMERIC
       AND FUNCTION TRIM(JOB-P-PUBLISH-ON) NOT = SPACES
       AND JOB-P-PUBLISH-ON > WS-TODAY
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-P-OWNER))
           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE 8 TO WS-RC
        MOVE "This posting is not yet published and is not accepting applications."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-JOB-EXPIRED
    IF WS-JOB-EXPIRED = "Y"
        MOVE 8 TO WS-RC
        MOVE "This posting has expired and is no longer accepting applications."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-DUPLICATE-APPLICATION
    IF WS-FOUND = "Y"
        MOVE 8 TO WS-RC
        STRING "You have already applied for " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-P-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-P-EMPLOYER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-JOB-WORK-STUDY
    IF WS-FWS-ONLY = "Y"
        PERFORM CHECK-WORK-STUDY-ELIGIBILITY
        IF WS-FWS-ELIG-OK = "N"
            MOVE 8 TO WS-RC
            STRING "This position is open only to Federal Work-Study students: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FWS-REASON) DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM LOAD-JOB-REQUIREMENTS
    IF WS-REQ-FOUND = "Y"
        PERFORM CHECK-JOB-ELIGIBILITY
        IF WS-ELIG-OK = "N"
            MOVE 8 TO WS-RC
            STRING "You do not meet this posting's requirements - it needs "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ELIG-REASON) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> The answers ride on the transaction in question order; a blank
    *> one is filed blank, as Enter at the prompt would file it, and
    *> flagged back to the caller.
    PERFORM LOAD-SCREENING-QUESTIONS
    MOVE 0 TO WS-QST-BLANK
    PERFORM VARYING WS-QST-IDX FROM 1 BY 1 UNTIL WS-QST-IDX > WS-QST-COUNT
        MOVE TXN-ANSWER(WS-QST-IDX) TO WS-QST-ANSWER(WS-QST-IDX)
        INSPECT WS-QST-ANSWER(WS-QST-IDX) REPLACING ALL "|" BY " "
        IF WS-QST-ANSWER(WS-QST-IDX) = SPACES AND WS-QST-BLANK = 0
            MOVE WS-QST-IDX TO WS-QST-BLANK
        END-IF
    END-PERFORM
    IF WS-QST-BLANK > 0
        MOVE WS-QST-BLANK TO WS-QST-IDX-DISPLAY
        STRING "Screening question " WS-QST-IDX-DISPLAY " was left blank."
            DELIMITED BY SIZE
            INTO WS-WARNING
        END-STRING
    END-IF

    PERFORM ACQUIRE-APPLICATION-ID-LOCK
    PERFORM CREATE-APPLICATION-RECORD
    PERFORM SAVE-APPLICATION
    PERFORM RELEASE-APPLICATION-ID-LOCK
    IF APP-STAT NOT = "00"
        MOVE 8 TO WS-RC
        MOVE "Unable to record the application at this time." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-QST-COUNT > 0
        PERFORM WRITE-SCREENING-ANSWERS
    END-IF
    PERFORM WRITE-APPLICATION-SNAPSHOT

    MOVE APPLICATION-ID-EDIT TO WS-RSP-KEY
    STRING "Application submitted for " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-P-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-P-EMPLOYER) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-RSP-MESSAGE
    END-STRING
    EXIT PARAGRAPH.

*> CHECK-JOB-EXPIRED: aged past JOB_EXPIRATION_DAYS, counted from the
*> publish date when the posting was scheduled, else the posted date.
CHECK-JOB-EXPIRED.
    MOVE "N" TO WS-JOB-EXPIRED
    IF WS-EXPIRATION-DAYS = 0
        EXIT PARAGRAPH
    END-IF
    IF JOB-P-PUBLISH-ON IS NUMERIC
       AND FUNCTION TRIM(JOB-P-PUBLISH-ON) NOT = SPACES
        MOVE JOB-P-PUBLISH-ON TO WS-JOB-POSTED-NUM
    ELSE
        IF JOB-P-POSTED NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        MOVE JOB-P-POSTED TO WS-JOB-POSTED-NUM
    END-IF
    MOVE WS-TODAY TO WS-JOB-TODAY-NUM
    COMPUTE WS-JOB-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-JOB-TODAY-NUM)
                            - FUNCTION INTEGER-OF-DATE(WS-JOB-POSTED-NUM)
    IF WS-JOB-AGE-DAYS > WS-EXPIRATION-DAYS
        MOVE "Y" TO WS-JOB-EXPIRED
    END-IF
    EXIT PARAGRAPH.

CHECK-DUPLICATE-APPLICATION.
    MOVE "N" TO WS-FOUND
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
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF APP-P-USER = AR-USERNAME
                       AND FUNCTION TRIM(APP-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                        MOVE "Y" TO WS-FOUND
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

LOAD-JOB-WORK-STUDY.
    MOVE "N" TO WS-FWS-ONLY
    MOVE "N" TO WS-FWS-EOF
    OPEN INPUT WORK-STUDY-FILE
    IF WORK-STUDY-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-FWS-EOF = "Y"
        READ WORK-STUDY-FILE
            AT END
                MOVE "Y" TO WS-FWS-EOF
            NOT AT END
                IF WORK-STUDY-REC NOT = SPACES
                    MOVE SPACES TO WS-FWS-P-JOB-ID WS-FWS-P-FLAG
                    UNSTRING WORK-STUDY-REC DELIMITED BY "|"
                        INTO WS-FWS-P-JOB-ID WS-FWS-P-FLAG
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-FWS-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                       AND FUNCTION UPPER-CASE(WS-FWS-P-FLAG) = "Y"
                        MOVE "Y" TO WS-FWS-ONLY
                        MOVE "Y" TO WS-FWS-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WORK-STUDY-FILE
    EXIT PARAGRAPH.

*> CHECK-WORK-STUDY-ELIGIBILITY: an award on file for the current
*> award year (July to June) with funds remaining.
CHECK-WORK-STUDY-ELIGIBILITY.
    MOVE "N" TO WS-FWS-ELIG-OK
    MOVE "N" TO WS-FWS-FOUND
    MOVE 0 TO WS-FWS-AMOUNT WS-FWS-REMAINING
    MOVE SPACES TO WS-FWS-REASON
    MOVE WS-TODAY(1:4) TO WS-FWS-YEAR-START
    IF WS-TODAY(5:4) < "0701"
        SUBTRACT 1 FROM WS-FWS-YEAR-START
    END-IF
    COMPUTE WS-FWS-YEAR-END = WS-FWS-YEAR-START + 1
    MOVE SPACES TO WS-FWS-AWARD-YEAR
    STRING WS-FWS-YEAR-START DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FWS-YEAR-END   DELIMITED BY SIZE
        INTO WS-FWS-AWARD-YEAR
    END-STRING
    MOVE "N" TO WS-FWS-EOF
    OPEN INPUT FWS-AWARD-FILE
    IF FWS-AWARD-STAT NOT = "35"
        PERFORM UNTIL WS-FWS-EOF = "Y"
            READ FWS-AWARD-FILE
                AT END
                    MOVE "Y" TO WS-FWS-EOF
                NOT AT END
                    IF FWS-AWARD-REC NOT = SPACES
                        MOVE SPACES TO WS-FWS-P-USER WS-FWS-P-YEAR
                                       WS-FWS-P-AMOUNT WS-FWS-P-REMAINING
                        UNSTRING FWS-AWARD-REC DELIMITED BY "|"
                            INTO WS-FWS-P-USER
                                 WS-FWS-P-YEAR
                                 WS-FWS-P-AMOUNT
                                 WS-FWS-P-REMAINING
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FWS-P-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND WS-FWS-P-YEAR = WS-FWS-AWARD-YEAR
                            MOVE "Y" TO WS-FWS-FOUND
                            MOVE 0 TO WS-FWS-AMOUNT WS-FWS-REMAINING
                            IF FUNCTION TRIM(WS-FWS-P-AMOUNT) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FWS-P-AMOUNT)) = 0
                                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FWS-P-AMOUNT))
                                    TO WS-FWS-AMOUNT
                            END-IF
                            IF FUNCTION TRIM(WS-FWS-P-REMAINING) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FWS-P-REMAINING)) = 0
                                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FWS-P-REMAINING))
                                    TO WS-FWS-REMAINING
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FWS-AWARD-FILE
    END-IF
    IF WS-FWS-FOUND = "N"
        STRING "Financial aid has no Federal Work-Study award on file for you for the " DELIMITED BY SIZE
               WS-FWS-AWARD-YEAR DELIMITED BY SIZE
               " award year." DELIMITED BY SIZE
            INTO WS-FWS-REASON
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-FWS-REMAINING = 0
        STRING "Your " DELIMITED BY SIZE
               WS-FWS-AWARD-YEAR DELIMITED BY SIZE
               " Federal Work-Study award has no funds remaining." DELIMITED BY SIZE
            INTO WS-FWS-REASON
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-FWS-ELIG-OK
    EXIT PARAGRAPH.

LOAD-JOB-REQUIREMENTS.
    MOVE "N" TO WS-REQ-FOUND
    MOVE "N" TO WS-REQ-EOF
    OPEN INPUT REQUIREMENT-FILE
    IF REQUIREMENT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-REQ-EOF = "Y"
        READ REQUIREMENT-FILE
            AT END
                MOVE "Y" TO WS-REQ-EOF
            NOT AT END
                IF REQUIREMENT-REC NOT = SPACES
                    MOVE SPACES TO WS-REQ-P-JOB-ID WS-REQ-P-MIN-GPA
                                   WS-REQ-P-MIN-YEAR WS-REQ-P-MAX-YEAR
                                   WS-REQ-P-SKILLS
                    UNSTRING REQUIREMENT-REC DELIMITED BY "|"
                        INTO WS-REQ-P-JOB-ID
                             WS-REQ-P-MIN-GPA
                             WS-REQ-P-MIN-YEAR
                             WS-REQ-P-MAX-YEAR
                             WS-REQ-P-SKILLS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-REQ-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                        MOVE "Y" TO WS-REQ-FOUND
                        MOVE "Y" TO WS-REQ-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REQUIREMENT-FILE
    EXIT PARAGRAPH.

*> CHECK-JOB-ELIGIBILITY: the first requirement the applicant misses,
*> in the order the Apply flow tests them, left in WS-ELIG-REASON.
CHECK-JOB-ELIGIBILITY.
    MOVE "Y" TO WS-ELIG-OK
    MOVE SPACES TO WS-ELIG-REASON

    IF FUNCTION TRIM(WS-REQ-P-MIN-GPA) NOT = SPACES
        MOVE 0 TO WS-ELIG-BEST-GPA
        PERFORM VARYING WS-ELIG-IDX FROM 1 BY 1 UNTIL WS-ELIG-IDX > 10
            PERFORM GET-EFFECTIVE-ENTRY-GPA
            IF WS-EFF-GPA > WS-ELIG-BEST-GPA
                MOVE WS-EFF-GPA TO WS-ELIG-BEST-GPA
            END-IF
        END-PERFORM
        IF WS-ELIG-BEST-GPA <
           FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-P-MIN-GPA))
            MOVE "N" TO WS-ELIG-OK
            STRING "minimum GPA of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REQ-P-MIN-GPA) DELIMITED BY SIZE
                INTO WS-ELIG-REASON
            END-STRING
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-REQ-P-MIN-YEAR) NOT = SPACES
       AND WS-REQ-P-MIN-YEAR IS NUMERIC
        IF AR-GRADUATION-YEAR < FUNCTION NUMVAL(WS-REQ-P-MIN-YEAR)
            MOVE "N" TO WS-ELIG-OK
            STRING "graduation year " DELIMITED BY SIZE
                   WS-REQ-P-MIN-YEAR DELIMITED BY SIZE
                   " or later" DELIMITED BY SIZE
                INTO WS-ELIG-REASON
            END-STRING
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-REQ-P-MAX-YEAR) NOT = SPACES
       AND WS-REQ-P-MAX-YEAR IS NUMERIC
        IF AR-GRADUATION-YEAR > FUNCTION NUMVAL(WS-REQ-P-MAX-YEAR)
            MOVE "N" TO WS-ELIG-OK
            STRING "graduation year " DELIMITED BY SIZE
                   WS-REQ-P-MAX-YEAR DELIMITED BY SIZE
                   " or earlier" DELIMITED BY SIZE
                INTO WS-ELIG-REASON
            END-STRING
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-REQ-P-SKILLS) NOT = SPACES
        PERFORM VARYING WS-ELIG-IDX FROM 1 BY 1
            UNTIL WS-ELIG-IDX >
                  FUNCTION LENGTH(FUNCTION TRIM(WS-REQ-P-SKILLS))
               OR WS-ELIG-OK = "N"
            MOVE WS-REQ-P-SKILLS(WS-ELIG-IDX:1) TO WS-ELIG-SKILL-ID
            PERFORM CHECK-APPLICANT-HAS-SKILL
            IF WS-ELIG-HAS-SKILL = "N"
                MOVE "N" TO WS-ELIG-OK
                STRING "completion of required skill " DELIMITED BY SIZE
                       WS-ELIG-SKILL-ID DELIMITED BY SIZE
                    INTO WS-ELIG-REASON
                END-STRING
            END-IF
        END-PERFORM
    END-IF
    IF WS-ELIG-OK = "N"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-JOB-SKILL-TAGS
    PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
        UNTIL WS-TAG-IDX > WS-JOB-TAG-COUNT OR WS-ELIG-OK = "N"
        MOVE WS-JOB-TAG(WS-TAG-IDX) TO WS-TAG-IN
        PERFORM CANONICALIZE-SKILL-TAG
        PERFORM CHECK-APPLICANT-HAS-TAG
        IF WS-TAG-FOUND = "N"
            MOVE "N" TO WS-ELIG-OK
            STRING "the skill tag " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAG-CANON) DELIMITED BY SIZE
                INTO WS-ELIG-REASON
            END-STRING
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> GET-EFFECTIVE-ENTRY-GPA: the registrar's GPA for the education
*> entry at WS-ELIG-IDX when VerifiedEducation.txt has one for this
*> user and school, the self-reported one otherwise.
GET-EFFECTIVE-ENTRY-GPA.
    MOVE AR-EDU-GPA(WS-ELIG-IDX) TO WS-EFF-GPA
    IF FUNCTION TRIM(AR-EDU-SCHOOL(WS-ELIG-IDX)) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-VED-EOF
    OPEN INPUT VERIFIED-EDU-FILE
    IF VERIFIED-EDU-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-VED-EOF = "Y"
        READ VERIFIED-EDU-FILE
            AT END
                MOVE "Y" TO WS-VED-EOF
            NOT AT END
                IF VERIFIED-EDU-REC NOT = SPACES
                    MOVE SPACES TO WS-VED-P-USER WS-VED-P-SCHOOL
                                   WS-VED-P-DEGREE WS-VED-P-GPA
                    UNSTRING VERIFIED-EDU-REC DELIMITED BY "|"
                        INTO WS-VED-P-USER
                             WS-VED-P-SCHOOL
                             WS-VED-P-DEGREE
                             WS-VED-P-GPA
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VED-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VED-P-SCHOOL))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EDU-SCHOOL(WS-ELIG-IDX)))
                        IF FUNCTION TRIM(WS-VED-P-GPA) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-VED-P-GPA)) = 0
                            COMPUTE WS-EFF-GPA
                                = FUNCTION NUMVAL(FUNCTION TRIM(WS-VED-P-GPA))
                        END-IF
                        MOVE "Y" TO WS-VED-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VERIFIED-EDU-FILE
    EXIT PARAGRAPH.

CHECK-APPLICANT-HAS-SKILL.
    MOVE "N" TO WS-ELIG-HAS-SKILL
    MOVE "N" TO WS-REQ-EOF
    OPEN INPUT SKILL-COMP-FILE
    IF SKILL-COMP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-REQ-EOF = "Y"
        READ SKILL-COMP-FILE
            AT END
                MOVE "Y" TO WS-REQ-EOF
            NOT AT END
                IF SKILL-COMP-REC NOT = SPACES
                    MOVE SPACES TO WS-SKILL-P-USER WS-SKILL-P-ID
                    UNSTRING SKILL-COMP-REC DELIMITED BY "|"
                        INTO WS-SKILL-P-USER
                             WS-SKILL-P-ID
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-SKILL-P-ID = WS-ELIG-SKILL-ID
                        MOVE "Y" TO WS-ELIG-HAS-SKILL
                        MOVE "Y" TO WS-REQ-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SKILL-COMP-FILE
    EXIT PARAGRAPH.

LOAD-JOB-SKILL-TAGS.
    MOVE 0 TO WS-JOB-TAG-COUNT
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT JOB-TAG-FILE
    IF JOB-TAG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ JOB-TAG-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF JOB-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-TAG-P-KEY WS-TAG-P-TAG
                    UNSTRING JOB-TAG-REC DELIMITED BY "|"
                        INTO WS-TAG-P-KEY
                             WS-TAG-P-TAG
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-TAG-P-KEY) = FUNCTION TRIM(JOB-P-ID)
                       AND WS-JOB-TAG-COUNT < 5
                        ADD 1 TO WS-JOB-TAG-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-P-TAG))
                            TO WS-JOB-TAG(WS-JOB-TAG-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-TAG-FILE
    EXIT PARAGRAPH.

*> CANONICALIZE-SKILL-TAG: WS-TAG-IN upper-cased and mapped through
*> SkillSynonyms.txt (VARIANT|CANONICAL) into WS-TAG-CANON.
CANONICALIZE-SKILL-TAG.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-IN)) TO WS-TAG-CANON
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT SYNONYM-FILE
    IF SYNONYM-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ SYNONYM-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF SYNONYM-REC NOT = SPACES
                    MOVE SPACES TO WS-TAG-P-KEY WS-TAG-P-TAG
                    UNSTRING SYNONYM-REC DELIMITED BY "|"
                        INTO WS-TAG-P-KEY
                             WS-TAG-P-TAG
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-P-KEY))
                       = WS-TAG-CANON
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-P-TAG))
                            TO WS-TAG-CANON
                        MOVE "Y" TO WS-TAG-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SYNONYM-FILE
    EXIT PARAGRAPH.

CHECK-APPLICANT-HAS-TAG.
    MOVE "N" TO WS-TAG-FOUND
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT PROFILE-TAG-FILE
    IF PROFILE-TAG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ PROFILE-TAG-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF PROFILE-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-TAG-P-KEY WS-TAG-P-TAG
                    UNSTRING PROFILE-TAG-REC DELIMITED BY "|"
                        INTO WS-TAG-P-KEY
                             WS-TAG-P-TAG
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-P-KEY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-P-TAG))
                       = WS-TAG-CANON
                        MOVE "Y" TO WS-TAG-FOUND
                        MOVE "Y" TO WS-TAG-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROFILE-TAG-FILE
    EXIT PARAGRAPH.

LOAD-SCREENING-QUESTIONS.
    MOVE 0 TO WS-QST-COUNT
    MOVE "N" TO WS-QST-EOF
    OPEN INPUT QUESTION-FILE
    IF QUESTION-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-QST-EOF = "Y"
        READ QUESTION-FILE
            AT END
                MOVE "Y" TO WS-QST-EOF
            NOT AT END
                IF QUESTION-REC NOT = SPACES
                    MOVE SPACES TO WS-QST-P-JOB-ID WS-QST-P-SEQ WS-QST-P-TEXT
                    UNSTRING QUESTION-REC DELIMITED BY "|"
                        INTO WS-QST-P-JOB-ID
                             WS-QST-P-SEQ
                             WS-QST-P-TEXT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-QST-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                       AND WS-QST-COUNT < 3
                        ADD 1 TO WS-QST-COUNT
                        MOVE WS-QST-P-TEXT TO WS-QST-TEXT(WS-QST-COUNT)
                        MOVE SPACES TO WS-QST-ANSWER(WS-QST-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUESTION-FILE
    EXIT PARAGRAPH.

*> CREATE-APPLICATION-RECORD: the next Application ID, the row in
*> APPLICATION-REC ready for SAVE-APPLICATION, and the first timeline
*> entry - every application starts out Submitted.
CREATE-APPLICATION-RECORD.
    PERFORM GET-NEXT-APPLICATION-ID
    MOVE APPLICATION-ID-NUM TO APPLICATION-ID-EDIT
    MOVE SPACES TO WS-NEW-JOB-LINE
    STRING FUNCTION TRIM(APPLICATION-ID-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-P-ID)            DELIMITED BY SIZE "|"
           "Submitted"                        DELIMITED BY SIZE "|"
           WS-TODAY                           DELIMITED BY SIZE
        INTO WS-NEW-JOB-LINE
    END-STRING
    MOVE APPLICATION-ID-EDIT TO WS-SE-APP-ID
    MOVE SPACES TO WS-SE-OLD
    MOVE "Submitted" TO WS-SE-NEW
    MOVE AR-USERNAME TO WS-SE-ACTOR
    PERFORM WRITE-HISTORY-LINE
    EXIT PARAGRAPH.

SAVE-APPLICATION.
    OPEN EXTEND APPLICATION-FILE
    IF APP-STAT = "35"
        OPEN OUTPUT APPLICATION-FILE
    END-IF
    MOVE WS-NEW-JOB-LINE TO APPLICATION-REC
    WRITE APPLICATION-REC
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

*> GET-NEXT-APPLICATION-ID: the shared ApplicationIdCounter.txt, seeded
*> from the applications on file the first time it is missing.
GET-NEXT-APPLICATION-ID.
    OPEN INPUT APP-ID-FILE
    IF APP-ID-STAT = "35"
        MOVE 0 TO APPLICATION-LINE-COUNT
        MOVE "N" TO EOF-FLAG
        OPEN INPUT APPLICATION-FILE
        IF APP-STAT NOT = "35"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ APPLICATION-FILE
                    AT END
                        MOVE "Y" TO EOF-FLAG
                    NOT AT END
                        IF APPLICATION-REC NOT = SPACES
                            ADD 1 TO APPLICATION-LINE-COUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APPLICATION-FILE
        END-IF
        ADD 1 TO APPLICATION-LINE-COUNT GIVING APPLICATION-ID-NUM
    ELSE
        READ APP-ID-FILE
            AT END
                MOVE SPACES TO APP-ID-COUNTER-REC
        END-READ
        IF FUNCTION TRIM(APP-ID-COUNTER-REC) IS NUMERIC
           AND FUNCTION TRIM(APP-ID-COUNTER-REC) NOT = SPACES
            MOVE FUNCTION TRIM(APP-ID-COUNTER-REC) TO APPLICATION-ID-NUM
        ELSE
            MOVE 1 TO APPLICATION-ID-NUM
        END-IF
        CLOSE APP-ID-FILE
    END-IF
    COMPUTE WS-NEXT-ID-VALUE = APPLICATION-ID-NUM + 1
    MOVE WS-NEXT-ID-VALUE TO WS-NEXT-ID-EDIT
    OPEN OUTPUT APP-ID-FILE
    WRITE APP-ID-COUNTER-REC FROM WS-NEXT-ID-EDIT
    CLOSE APP-ID-FILE
    EXIT PARAGRAPH.

*> ACQUIRE-APPLICATION-ID-LOCK / RELEASE-APPLICATION-ID-LOCK: the same
*> advisory lock the Apply flow takes around the counter, reclaimed
*> (and journaled) once it has been held past LOCK_STALE_SECONDS.
ACQUIRE-APPLICATION-ID-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT APP-ID-LOCK-FILE
        IF APP-ID-LOCK-STAT = "35"
            OPEN OUTPUT APP-ID-LOCK-FILE
            CLOSE APP-ID-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE APP-ID-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM
    MOVE AR-USERNAME TO WS-SE-ACTOR
    MOVE "LOCK" TO WS-SE-ENTITY
    MOVE "ApplicationIdCounter.lock" TO WS-SE-KEY
    MOVE "RECLAIMED" TO WS-SE-FIELD
    MOVE "stale" TO WS-SE-OLD
    MOVE SPACES TO WS-SE-NEW
    PERFORM WRITE-AUDIT-LINE
    CALL "CBL_DELETE_FILE" USING WS-APP-ID-LOCK-PATH
    OPEN OUTPUT APP-ID-LOCK-FILE
    CLOSE APP-ID-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-APPLICATION-ID-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-APP-ID-LOCK-PATH
    EXIT PARAGRAPH.

WRITE-SCREENING-ANSWERS.
    OPEN EXTEND ANSWER-FILE
    IF ANSWER-STAT = "35"
        OPEN OUTPUT ANSWER-FILE
    END-IF
    PERFORM VARYING WS-QST-IDX FROM 1 BY 1 UNTIL WS-QST-IDX > WS-QST-COUNT
        MOVE WS-QST-IDX TO WS-QST-IDX-DISPLAY
        MOVE SPACES TO ANSWER-REC
        STRING FUNCTION TRIM(APPLICATION-ID-EDIT)       DELIMITED BY SIZE "|"
               WS-QST-IDX-DISPLAY                       DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QST-TEXT(WS-QST-IDX))   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QST-ANSWER(WS-QST-IDX)) DELIMITED BY SIZE
            INTO ANSWER-REC
        END-STRING
        WRITE ANSWER-REC
    END-PERFORM
    CLOSE ANSWER-FILE
    EXIT PARAGRAPH.

*> WRITE-APPLICATION-SNAPSHOT: the applicant's profile as it stands at
*> apply time, in the Apply flow's layout - name, university, major,
*> first education entry's GPA, experience summary, certifications.
WRITE-APPLICATION-SNAPSHOT.
    MOVE SPACES TO WS-SNAP-EXP-BUF
    MOVE 1 TO WS-SNAP-PTR
    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1 UNTIL WS-SNAP-IDX > 10
        IF FUNCTION TRIM(AR-EXP-TITLE(WS-SNAP-IDX)) NOT = SPACES
            IF WS-SNAP-PTR > 1
                STRING "; " DELIMITED BY SIZE
                    INTO WS-SNAP-EXP-BUF
                    WITH POINTER WS-SNAP-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(AR-EXP-TITLE(WS-SNAP-IDX)) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-EXP-COMPANY(WS-SNAP-IDX)) DELIMITED BY SIZE
                INTO WS-SNAP-EXP-BUF
                WITH POINTER WS-SNAP-PTR
            END-STRING
        END-IF
    END-PERFORM

    PERFORM BUILD-SNAPSHOT-CERTIFICATIONS

    MOVE SPACES TO WS-SNAP-GPA
    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1 UNTIL WS-SNAP-IDX > 10
        IF FUNCTION TRIM(AR-EDU-SCHOOL(WS-SNAP-IDX)) NOT = SPACES
           AND WS-SNAP-GPA = SPACES
            MOVE AR-EDU-GPA(WS-SNAP-IDX) TO WS-SNAP-GPA-EDIT
            MOVE WS-SNAP-GPA-EDIT TO WS-SNAP-GPA
        END-IF
    END-PERFORM

    OPEN EXTEND SNAPSHOT-FILE
    IF SNAPSHOT-STAT = "35"
        OPEN OUTPUT SNAPSHOT-FILE
    END-IF
    MOVE SPACES TO SNAPSHOT-REC
    STRING FUNCTION TRIM(APPLICATION-ID-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-FIRST-NAME)       DELIMITED BY SIZE
           " "                                DELIMITED BY SIZE
           FUNCTION TRIM(AR-LAST-NAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-UNIVERSITY)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-MAJOR)            DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SNAP-GPA)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SNAP-EXP-BUF)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SNAP-CERTS)       DELIMITED BY SIZE
        INTO SNAPSHOT-REC
    END-STRING
    WRITE SNAPSHOT-REC
    CLOSE SNAPSHOT-FILE
    EXIT PARAGRAPH.

BUILD-SNAPSHOT-CERTIFICATIONS.
    MOVE SPACES TO WS-SNAP-CERTS
    MOVE 1 TO WS-PCT-PTR
    MOVE "N" TO WS-PCT-EOF
    OPEN INPUT CERTIFICATION-FILE
    IF CERTIFICATION-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PCT-EOF = "Y"
        READ CERTIFICATION-FILE
            AT END
                MOVE "Y" TO WS-PCT-EOF
            NOT AT END
                IF CERTIFICATION-REC NOT = SPACES
                    MOVE SPACES TO WS-PCT-P-USER WS-PCT-P-SEQ
                                   WS-PCT-P-NAME WS-PCT-P-ISSUER
                                   WS-PCT-P-CRED-ID WS-PCT-P-ISSUED
                                   WS-PCT-P-EXPIRES WS-PCT-P-STATE
                    UNSTRING CERTIFICATION-REC DELIMITED BY "|"
                        INTO WS-PCT-P-USER
                             WS-PCT-P-SEQ
                             WS-PCT-P-NAME
                             WS-PCT-P-ISSUER
                             WS-PCT-P-CRED-ID
                             WS-PCT-P-ISSUED
                             WS-PCT-P-EXPIRES
                             WS-PCT-P-STATE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PCT-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        PERFORM ADD-SNAPSHOT-CERTIFICATION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CERTIFICATION-FILE
    INSPECT WS-SNAP-CERTS REPLACING ALL "|" BY " "
    EXIT PARAGRAPH.

ADD-SNAPSHOT-CERTIFICATION.
    IF WS-PCT-PTR > 1
        STRING "; " DELIMITED BY SIZE
            INTO WS-SNAP-CERTS
            WITH POINTER WS-PCT-PTR
        END-STRING
    END-IF
    STRING FUNCTION TRIM(WS-PCT-P-NAME) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-P-ISSUER) DELIMITED BY SIZE
        INTO WS-SNAP-CERTS
        WITH POINTER WS-PCT-PTR
    END-STRING
    IF WS-PCT-P-STATE = "Expired"
       OR (WS-PCT-P-EXPIRES IS NUMERIC AND WS-PCT-P-EXPIRES < WS-TODAY)
        STRING ", EXPIRED " DELIMITED BY SIZE
               WS-PCT-P-EXPIRES DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO WS-SNAP-CERTS
            WITH POINTER WS-PCT-PTR
        END-STRING
    ELSE
        IF WS-PCT-P-EXPIRES IS NUMERIC
            STRING ", expires " DELIMITED BY SIZE
                   WS-PCT-P-EXPIRES DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO WS-SNAP-CERTS
                WITH POINTER WS-PCT-PTR
            END-STRING
        ELSE
            STRING ")" DELIMITED BY SIZE
                INTO WS-SNAP-CERTS
                WITH POINTER WS-PCT-PTR
            END-STRING
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> TXN-WITHDRAW: the acting user's own application, not already
*> withdrawn, set to Withdrawn with its audit and timeline rows.
TXN-WITHDRAW.
    IF WS-TXN-KEY = SPACES
        MOVE 12 TO WS-RC
        MOVE "An Application ID is required to withdraw." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-MATCHED
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        MOVE 8 TO WS-RC
        MOVE "That Application ID does not belong to one of your applications, or it was already withdrawn."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APP-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APP-P-ID) = WS-TXN-KEY
                       AND APP-P-USER = AR-USERNAME
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-STATUS))
                           NOT = "WITHDRAWN"
                        MOVE "Y" TO WS-MATCHED
                        MOVE APP-P-STATUS TO WS-OLD-STATUS
                        MOVE "Withdrawn" TO APP-P-STATUS
                    END-IF
                    PERFORM WRITE-TEMP-APPLICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    CLOSE APP-TEMP-FILE

    IF WS-MATCHED = "N"
        CALL "CBL_DELETE_FILE" USING WS-APP-TEMP-PATH
        MOVE 8 TO WS-RC
        MOVE "That Application ID does not belong to one of your applications, or it was already withdrawn."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-APP-PATH
    CALL "CBL_RENAME_FILE" USING WS-APP-TEMP-PATH WS-APP-PATH
        RETURNING WS-RENAME-STATUS

    MOVE AR-USERNAME TO WS-SE-ACTOR
    MOVE "APPLICATION" TO WS-SE-ENTITY
    MOVE WS-TXN-KEY TO WS-SE-KEY
    MOVE "STATUS" TO WS-SE-FIELD
    MOVE WS-OLD-STATUS TO WS-SE-OLD
    MOVE "Withdrawn" TO WS-SE-NEW
    PERFORM WRITE-AUDIT-LINE
    MOVE WS-TXN-KEY TO WS-SE-APP-ID
    PERFORM WRITE-HISTORY-LINE
    MOVE "Application withdrawn." TO WS-RSP-MESSAGE
    EXIT PARAGRAPH.

*> TXN-SET-STATUS: Review Applicants' status change - an application
*> on a posting the acting employer owns, recruits for or is the
*> verified contact of - with its notification, journal, timeline and
*> mail, and the posting filled once a hire makes its headcount.
TXN-SET-STATUS.
    MOVE "REVIEW-APPLICANTS" TO WS-PRM-CAP
    PERFORM CHECK-CAPABILITY
    IF WS-PRM-GRANTED = "N"
        MOVE 8 TO WS-RC
        MOVE "This account's role may not change an application's status."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-TXN-KEY = SPACES
        MOVE 12 TO WS-RC
        MOVE "An Application ID is required to change a status." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-NEW-STATUS))
        WHEN "SUBMITTED"    MOVE "Submitted" TO WS-NEW-STATUS
        WHEN "UNDER REVIEW" MOVE "Under Review" TO WS-NEW-STATUS
        WHEN "ACCEPTED"     MOVE "Accepted" TO WS-NEW-STATUS
        WHEN "REJECTED"     MOVE "Rejected" TO WS-NEW-STATUS
        WHEN "HIRED"        MOVE "Hired" TO WS-NEW-STATUS
        WHEN OTHER
            MOVE 12 TO WS-RC
            STRING "Unknown status '" FUNCTION TRIM(TXN-NEW-STATUS)
                   "' - use Submitted, Under Review, Accepted, Rejected or Hired."
                DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM FIND-APPLICATION-BY-ID
    MOVE "N" TO WS-JOB-MANAGEABLE
    IF WS-APP-FOUND = "Y"
        MOVE APP-P-JOB-ID TO WS-JOB-LINE-ID
        PERFORM FIND-JOB-BY-ID
        IF WS-JOB-FOUND = "Y"
            PERFORM CHECK-JOB-MANAGEABLE
        END-IF
    END-IF
    IF WS-JOB-MANAGEABLE = "N"
        MOVE 8 TO WS-RC
        MOVE "No applicant with that application number on one of your postings."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-STATUS))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-STATUS))
        MOVE 4 TO WS-RC
        STRING "Application #" FUNCTION TRIM(WS-TXN-KEY) " is already "
               FUNCTION TRIM(WS-NEW-STATUS) " - nothing changed."
            DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REASON-CODE WS-REASON-FEEDBACK
    IF WS-NEW-STATUS = "Rejected"
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-REASON-CODE)) TO WS-REASON-CODE
        EVALUATE WS-REASON-CODE
            WHEN SPACES   CONTINUE
            WHEN "QUAL"   CONTINUE
            WHEN "EXP"    CONTINUE
            WHEN "FIT"    CONTINUE
            WHEN "FILLED" CONTINUE
            WHEN "OTHER"  CONTINUE
            WHEN OTHER
                MOVE "OTHER" TO WS-REASON-CODE
        END-EVALUATE
        MOVE TXN-FEEDBACK TO WS-REASON-FEEDBACK
        INSPECT WS-REASON-FEEDBACK REPLACING ALL "|" BY " "
    END-IF

    MOVE "N" TO WS-MATCHED
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    OPEN OUTPUT APP-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APP-P-ID) = WS-TXN-KEY
                       AND WS-MATCHED = "N"
                        MOVE "Y" TO WS-MATCHED
                        MOVE APP-P-STATUS TO WS-OLD-STATUS
                        MOVE APP-P-USER TO WS-SE-USER
                        MOVE WS-NEW-STATUS TO APP-P-STATUS
                    END-IF
                    PERFORM WRITE-TEMP-APPLICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    CLOSE APP-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-APP-PATH
    CALL "CBL_RENAME_FILE" USING WS-APP-TEMP-PATH WS-APP-PATH
        RETURNING WS-RENAME-STATUS

    MOVE WS-TXN-KEY TO WS-SE-APP-ID
    MOVE WS-OLD-STATUS TO WS-SE-OLD
    MOVE WS-NEW-STATUS TO WS-SE-NEW
    MOVE AR-USERNAME TO WS-SE-ACTOR
    MOVE WS-REASON-CODE TO WS-SE-REASON
    MOVE WS-REASON-FEEDBACK TO WS-SE-FEEDBACK
    MOVE SPACES TO WS-SE-TEXT
    STRING "Your application #"        DELIMITED BY SIZE
           FUNCTION TRIM(WS-SE-APP-ID) DELIMITED BY SIZE
           " is now "                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-SE-NEW)    DELIMITED BY SIZE
           "."                         DELIMITED BY SIZE
        INTO WS-SE-TEXT
    END-STRING
    PERFORM WRITE-NOTIFICATION
    MOVE "APPLICATION" TO WS-SE-ENTITY
    MOVE WS-SE-APP-ID TO WS-SE-KEY
    MOVE "STATUS" TO WS-SE-FIELD
    PERFORM WRITE-AUDIT-LINE
    PERFORM WRITE-REVIEW-HISTORY-LINE
    MOVE "APPLICATION" TO WS-SE-EVENT-TYPE
    MOVE "Your InCollege application status changed" TO WS-SE-SUBJECT
    PERFORM WRITE-OUTBOUND-MESSAGE

    STRING "Application #" FUNCTION TRIM(WS-TXN-KEY) " is now "
           FUNCTION TRIM(WS-NEW-STATUS) "."
        DELIMITED BY SIZE
        INTO WS-RSP-MESSAGE
    END-STRING

    IF WS-NEW-STATUS = "Hired"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-P-STATUS)) = "OPEN"
        PERFORM COUNT-JOB-HEADCOUNT
        IF WS-HC-HIRES >= WS-HC-OPENINGS
            PERFORM HEADCOUNT-FILL
            MOVE SPACES TO WS-RSP-MESSAGE
            STRING "Application #" FUNCTION TRIM(WS-TXN-KEY) " is now "
                   FUNCTION TRIM(WS-NEW-STATUS) ". Posting #"
                   FUNCTION TRIM(JOB-P-ID) " is now Filled."
                DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> CHECK-JOB-MANAGEABLE: the acting employer owns the posting in
*> JOB-P-*, is linked to its company, or is the company's verified
*> contact.
CHECK-JOB-MANAGEABLE.
    MOVE "N" TO WS-JOB-MANAGEABLE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME)) TO WS-LINK-USER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-P-OWNER)) = WS-LINK-USER
        MOVE "Y" TO WS-JOB-MANAGEABLE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-P-EMPLOYER)) TO WS-LINK-COMPANY
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-RCT-COUNT OR WS-JOB-MANAGEABLE = "Y"
        IF WS-RCT-COMPANY(WS-IDX) = WS-LINK-COMPANY
           AND WS-RCT-USER(WS-IDX) = WS-LINK-USER
            MOVE "Y" TO WS-JOB-MANAGEABLE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-CONTACT-COUNT OR WS-JOB-MANAGEABLE = "Y"
        IF WS-CONTACT-COMPANY(WS-IDX) = WS-LINK-COMPANY
           AND WS-CONTACT-USER(WS-IDX) = WS-LINK-USER
            MOVE "Y" TO WS-JOB-MANAGEABLE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> COUNT-JOB-HEADCOUNT: openings for the posting in JOB-P-ID (one when
*> JobOpenings.txt has no row) and the applications on it now Hired.
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
                        MOVE SPACES TO WS-HC-P-JOB-ID WS-HC-P-OPENINGS
                        UNSTRING OPENINGS-REC DELIMITED BY "|"
                            INTO WS-HC-P-JOB-ID
                                 WS-HC-P-OPENINGS
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-HC-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                           AND FUNCTION TRIM(WS-HC-P-OPENINGS) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-HC-P-OPENINGS)
                                TO WS-HC-OPENINGS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPENINGS-FILE
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ APPLICATION-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF APPLICATION-REC NOT = SPACES
                        PERFORM PARSE-APPLICATION-RECORD
                        IF FUNCTION TRIM(APP-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-STATUS))
                               = "HIRED"
                            ADD 1 TO WS-HC-HIRES
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATION-FILE
    END-IF
    EXIT PARAGRAPH.

*> HEADCOUNT-FILL: the posting goes to Filled, its still-live
*> applications to Position Filled, and the applicants and the
*> posting's owner are told - the same fill Review Applicants makes.
HEADCOUNT-FILL.
    PERFORM REWRITE-JOB-FILLED
    MOVE AR-USERNAME TO WS-SE-ACTOR
    MOVE "JOB" TO WS-SE-ENTITY
    MOVE JOB-P-ID TO WS-SE-KEY
    MOVE "STATUS" TO WS-SE-FIELD
    MOVE JOB-P-STATUS TO WS-SE-OLD
    MOVE "Filled" TO WS-SE-NEW
    PERFORM WRITE-AUDIT-LINE

    PERFORM CASCADE-FILLED-APPLICATIONS
    MOVE JOB-P-OWNER TO WS-SE-ACTOR
    MOVE SPACES TO WS-SE-REASON WS-SE-FEEDBACK
    MOVE "Position Filled" TO WS-SE-NEW
    MOVE "APPLICATION" TO WS-SE-EVENT-TYPE
    MOVE "A position you applied to has been filled" TO WS-SE-SUBJECT
    PERFORM VARYING WS-FILL-IDX FROM 1 BY 1 UNTIL WS-FILL-IDX > WS-FILL-COUNT
        MOVE WS-FILL-APP-ID(WS-FILL-IDX) TO WS-SE-APP-ID
        MOVE WS-FILL-USER(WS-FILL-IDX) TO WS-SE-USER
        MOVE WS-FILL-OLD(WS-FILL-IDX) TO WS-SE-OLD
        PERFORM WRITE-REVIEW-HISTORY-LINE
        MOVE SPACES TO WS-SE-TEXT
        STRING "The position on your application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SE-APP-ID)          DELIMITED BY SIZE
               " has been filled."                  DELIMITED BY SIZE
            INTO WS-SE-TEXT
        END-STRING
        PERFORM WRITE-NOTIFICATION
        PERFORM WRITE-OUTBOUND-MESSAGE
    END-PERFORM

    MOVE WS-HC-OPENINGS TO WS-HC-EDIT
    MOVE JOB-P-OWNER TO WS-SE-USER
    MOVE SPACES TO WS-SE-TEXT
    STRING "Your posting #" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-P-ID) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-P-TITLE) DELIMITED BY SIZE
           ") has made all " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HC-EDIT) DELIMITED BY SIZE
           " of its hires and is now Filled." DELIMITED BY SIZE
        INTO WS-SE-TEXT
    END-STRING
    PERFORM WRITE-NOTIFICATION
    EXIT PARAGRAPH.

*> REWRITE-JOB-FILLED: JobPostings.txt through a temp file with only
*> the status field of posting JOB-P-ID replaced.
REWRITE-JOB-FILLED.
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
                    IF FUNCTION TRIM(WS-JOB-LINE-ID) = FUNCTION TRIM(JOB-P-ID)
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

*> CASCADE-FILLED-APPLICATIONS: the posting's Submitted, Under Review
*> and Accepted applications go to Position Filled; the ones changed
*> are kept in WS-FILL-TABLE for their timeline rows and messages.
CASCADE-FILLED-APPLICATIONS.
    MOVE 0 TO WS-FILL-COUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    OPEN OUTPUT APP-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APP-P-JOB-ID) = FUNCTION TRIM(JOB-P-ID)
                       AND (FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-STATUS))
                            = "SUBMITTED"
                            OR FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-STATUS))
                            = "UNDER REVIEW"
                            OR FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-STATUS))
                            = "ACCEPTED")
                        IF WS-FILL-COUNT < 200
                            ADD 1 TO WS-FILL-COUNT
                            MOVE APP-P-ID TO WS-FILL-APP-ID(WS-FILL-COUNT)
                            MOVE APP-P-USER TO WS-FILL-USER(WS-FILL-COUNT)
                            MOVE APP-P-STATUS TO WS-FILL-OLD(WS-FILL-COUNT)
                        END-IF
                        MOVE "Position Filled" TO APP-P-STATUS
                    END-IF
                    PERFORM WRITE-TEMP-APPLICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    CLOSE APP-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-APP-PATH
    CALL "CBL_RENAME_FILE" USING WS-APP-TEMP-PATH WS-APP-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> TXN-CREATE-EVENT: Post an Event for a verified employer - a venue
*> booking checked against the room's hours, its other bookings that
*> day and its seating, or a free-text location for an off-campus or
*> virtual event.
TXN-CREATE-EVENT.
    MOVE "POST-EVENT" TO WS-PRM-CAP
    PERFORM CHECK-CAPABILITY
    IF WS-PRM-GRANTED = "N"
        MOVE 8 TO WS-RC
        MOVE "This account's role may not post events." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF AR-EMPLOYER-VERIFIED NOT = "Y"
        MOVE 8 TO WS-RC
        MOVE "Only verified employers can post events." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE TXN-EVT-TITLE TO WS-EVT-TITLE
    MOVE FUNCTION TRIM(TXN-EVT-DATE) TO WS-EVT-DATE
    MOVE TXN-EVT-DESC TO WS-EVT-DESC
    MOVE FUNCTION TRIM(TXN-EVT-CAPACITY) TO WS-EVT-CAPACITY-IN
    IF FUNCTION TRIM(WS-EVT-TITLE) = SPACES
        MOVE 12 TO WS-RC
        MOVE "Error: Event title is required and cannot be empty."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF WS-EVT-DATE NOT NUMERIC
        MOVE 12 TO WS-RC
        MOVE "The event date must be YYYYMMDD." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE TXN-EVT-START TO WS-VEN-HHMM-IN
    PERFORM CHECK-VENUE-HHMM
    IF WS-VEN-HHMM-OK = "N"
        MOVE 12 TO WS-RC
        MOVE "The start time must be HHMM on a 24-hour clock." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VEN-HHMM-IN TO WS-EVT-START
    MOVE TXN-EVT-END TO WS-VEN-HHMM-IN
    PERFORM CHECK-VENUE-HHMM
    IF WS-VEN-HHMM-OK = "N" OR WS-VEN-HHMM-IN(1:4) NOT > WS-EVT-START
        MOVE 12 TO WS-RC
        MOVE "The end time must be HHMM on a 24-hour clock and after the start time."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VEN-HHMM-IN TO WS-EVT-END
    IF WS-EVT-CAPACITY-IN = SPACES
        MOVE "0" TO WS-EVT-CAPACITY-IN
    END-IF
    IF FUNCTION TRIM(WS-EVT-CAPACITY-IN) NOT NUMERIC
        MOVE 12 TO WS-RC
        MOVE "The capacity must be a whole number, or blank for no limit."
            TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-EVT-VENUE
    MOVE 0 TO WS-VEN-CAPACITY
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-EVT-VENUE)) TO WS-VEN-CODE-IN
    IF WS-VEN-CODE-IN = SPACES OR WS-VEN-CODE-IN = "OFF"
        MOVE TXN-EVT-LOCATION TO WS-EVT-LOCATION
    ELSE
        PERFORM FIND-VENUE-BY-CODE
        IF WS-VEN-FOUND = "N" OR WS-VEN-STATUS NOT = "ACTIVE"
            MOVE 8 TO WS-RC
            MOVE "That is not an active venue code." TO WS-RSP-MESSAGE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-VEN-CODE TO WS-EVT-VENUE
        MOVE SPACES TO WS-EVT-LOCATION
        STRING FUNCTION TRIM(WS-VEN-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VEN-CAMPUS) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO WS-EVT-LOCATION
        END-STRING
        IF WS-EVT-START < WS-VEN-OPEN OR WS-EVT-END > WS-VEN-CLOSE
            MOVE 8 TO WS-RC
            STRING FUNCTION TRIM(WS-VEN-NAME) DELIMITED BY SIZE
                   " is only available " DELIMITED BY SIZE
                   WS-VEN-OPEN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-VEN-CLOSE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-VENUE-CONFLICT
        IF WS-VEN-CONFLICT = "Y"
            MOVE 8 TO WS-RC
            STRING FUNCTION TRIM(WS-VEN-NAME) DELIMITED BY SIZE
                   " is already booked " DELIMITED BY SIZE
                   WS-VEN-CLASH-START DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-VEN-CLASH-END DELIMITED BY SIZE
                   " that day for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VEN-CLASH-TITLE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-RSP-MESSAGE
            END-STRING
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(WS-EVT-CAPACITY-IN) = 0
           OR FUNCTION NUMVAL(WS-EVT-CAPACITY-IN) > WS-VEN-CAPACITY
            MOVE WS-VEN-CAPACITY TO WS-VEN-CAPACITY-EDIT
            MOVE FUNCTION TRIM(WS-VEN-CAPACITY-EDIT) TO WS-EVT-CAPACITY-IN
            STRING "Capacity set to the room's " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VEN-CAPACITY-EDIT) DELIMITED BY SIZE
                   " seats." DELIMITED BY SIZE
                INTO WS-WARNING
            END-STRING
        END-IF
    END-IF

    INSPECT WS-EVT-TITLE    REPLACING ALL "|" BY " "
    INSPECT WS-EVT-LOCATION REPLACING ALL "|" BY " "
    INSPECT WS-EVT-DESC     REPLACING ALL "|" BY " "

    PERFORM GET-NEXT-EVENT-ID
    OPEN EXTEND EVENT-FILE
    IF EVENT-STAT = "35"
        OPEN OUTPUT EVENT-FILE
    END-IF
    MOVE WS-EVT-ID TO WS-EVT-ID-EDIT
    MOVE SPACES TO EVENT-REC
    STRING FUNCTION TRIM(WS-EVT-ID-EDIT)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-TITLE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-DATE)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-LOCATION)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-DESC)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-CAPACITY-IN) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-VENUE)       DELIMITED BY SIZE "|"
           WS-EVT-START                      DELIMITED BY SIZE "|"
           WS-EVT-END                        DELIMITED BY SIZE
        INTO EVENT-REC
    END-STRING
    WRITE EVENT-REC
    CLOSE EVENT-FILE

    MOVE WS-EVT-ID-EDIT TO WS-RSP-KEY
    MOVE "Event posted." TO WS-RSP-MESSAGE
    EXIT PARAGRAPH.

GET-NEXT-EVENT-ID.
    OPEN INPUT EVENT-ID-FILE
    IF EVENT-ID-STAT = "35"
        MOVE 0 TO WS-NEXT-ID-VALUE
        MOVE "N" TO WS-EVT-EOF
        OPEN INPUT EVENT-FILE
        IF EVENT-STAT NOT = "35"
            PERFORM UNTIL WS-EVT-EOF = "Y"
                READ EVENT-FILE
                    AT END
                        MOVE "Y" TO WS-EVT-EOF
                    NOT AT END
                        IF EVENT-REC NOT = SPACES
                            ADD 1 TO WS-NEXT-ID-VALUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVENT-FILE
        END-IF
        ADD 1 TO WS-NEXT-ID-VALUE GIVING WS-EVT-ID
    ELSE
        READ EVENT-ID-FILE
            AT END
                MOVE SPACES TO EVENT-ID-COUNTER-REC
        END-READ
        IF FUNCTION TRIM(EVENT-ID-COUNTER-REC) IS NUMERIC
           AND FUNCTION TRIM(EVENT-ID-COUNTER-REC) NOT = SPACES
            MOVE FUNCTION TRIM(EVENT-ID-COUNTER-REC) TO WS-EVT-ID
        ELSE
            MOVE 1 TO WS-EVT-ID
        END-IF
        CLOSE EVENT-ID-FILE
    END-IF
    COMPUTE WS-NEXT-ID-VALUE = WS-EVT-ID + 1
    MOVE WS-NEXT-ID-VALUE TO WS-NEXT-ID-EDIT
    OPEN OUTPUT EVENT-ID-FILE
    WRITE EVENT-ID-COUNTER-REC FROM WS-NEXT-ID-EDIT
    CLOSE EVENT-ID-FILE
    EXIT PARAGRAPH.

CHECK-VENUE-HHMM.
    MOVE "N" TO WS-VEN-HHMM-OK
    IF WS-VEN-HHMM-IN(1:4) NOT NUMERIC OR WS-VEN-HHMM-IN(5:) NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VEN-HHMM-IN(1:2) TO WS-VEN-HH
    MOVE WS-VEN-HHMM-IN(3:2) TO WS-VEN-MM
    IF WS-VEN-HH > 23 OR WS-VEN-MM > 59
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-VEN-HHMM-OK
    EXIT PARAGRAPH.

FIND-VENUE-BY-CODE.
    MOVE "N" TO WS-VEN-FOUND
    MOVE "N" TO WS-VEN-EOF
    OPEN INPUT VENUE-FILE
    IF VENUE-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-VEN-EOF = "Y"
        READ VENUE-FILE
            AT END
                MOVE "Y" TO WS-VEN-EOF
            NOT AT END
                IF VENUE-REC NOT = SPACES
                    MOVE SPACES TO WS-VEN-P-CODE WS-VEN-P-CAMPUS WS-VEN-P-NAME
                                   WS-VEN-P-CAPACITY WS-VEN-P-OPEN WS-VEN-P-CLOSE
                                   WS-VEN-P-STATUS
                    UNSTRING VENUE-REC DELIMITED BY "|"
                        INTO WS-VEN-P-CODE
                             WS-VEN-P-CAMPUS
                             WS-VEN-P-NAME
                             WS-VEN-P-CAPACITY
                             WS-VEN-P-OPEN
                             WS-VEN-P-CLOSE
                             WS-VEN-P-STATUS
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VEN-P-CODE))
                       = FUNCTION TRIM(WS-VEN-CODE-IN)
                        MOVE "Y" TO WS-VEN-FOUND
                        MOVE FUNCTION TRIM(WS-VEN-P-CODE) TO WS-VEN-CODE
                        MOVE WS-VEN-P-NAME TO WS-VEN-NAME
                        MOVE WS-VEN-P-CAMPUS TO WS-VEN-CAMPUS
                        MOVE 0 TO WS-VEN-CAPACITY
                        IF FUNCTION TRIM(WS-VEN-P-CAPACITY) IS NUMERIC
                            MOVE FUNCTION TRIM(WS-VEN-P-CAPACITY) TO WS-VEN-CAPACITY
                        END-IF
                        MOVE WS-VEN-P-OPEN TO WS-VEN-OPEN
                        MOVE WS-VEN-P-CLOSE TO WS-VEN-CLOSE
                        MOVE FUNCTION TRIM(WS-VEN-P-STATUS) TO WS-VEN-STATUS
                        MOVE "Y" TO WS-VEN-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VENUE-FILE
    EXIT PARAGRAPH.

*> CHECK-VENUE-CONFLICT: another booking of WS-EVT-VENUE on WS-EVT-DATE
*> overlapping WS-EVT-START to WS-EVT-END; back-to-back is allowed.
CHECK-VENUE-CONFLICT.
    MOVE "N" TO WS-VEN-CONFLICT
    MOVE SPACES TO WS-VEN-CLASH-TITLE WS-VEN-CLASH-START WS-VEN-CLASH-END
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT EVENT-FILE
    IF EVENT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVT-P-VENUE))
                       = FUNCTION TRIM(WS-EVT-VENUE)
                       AND WS-EVT-P-DATE = WS-EVT-DATE
                       AND WS-EVT-P-START IS NUMERIC
                       AND WS-EVT-P-END IS NUMERIC
                       AND WS-EVT-P-START < WS-EVT-END
                       AND WS-EVT-START < WS-EVT-P-END
                        MOVE "Y" TO WS-VEN-CONFLICT
                        MOVE WS-EVT-P-TITLE TO WS-VEN-CLASH-TITLE
                        MOVE WS-EVT-P-START TO WS-VEN-CLASH-START
                        MOVE WS-EVT-P-END TO WS-VEN-CLASH-END
                        MOVE "Y" TO WS-EVT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE
    EXIT PARAGRAPH.

PARSE-EVENT-RECORD.
    MOVE SPACES TO WS-EVT-P-ID WS-EVT-P-EMPLOYER WS-EVT-P-TITLE
                   WS-EVT-P-DATE WS-EVT-P-LOCATION WS-EVT-P-DESC
                   WS-EVT-P-CAPACITY WS-EVT-P-VENUE WS-EVT-P-START
                   WS-EVT-P-END
    UNSTRING EVENT-REC DELIMITED BY "|"
        INTO WS-EVT-P-ID
             WS-EVT-P-EMPLOYER
             WS-EVT-P-TITLE
             WS-EVT-P-DATE
             WS-EVT-P-LOCATION
             WS-EVT-P-DESC
             WS-EVT-P-CAPACITY
             WS-EVT-P-VENUE
             WS-EVT-P-START
             WS-EVT-P-END
    END-UNSTRING
    IF FUNCTION TRIM(WS-EVT-P-CAPACITY) = SPACES
       OR FUNCTION TRIM(WS-EVT-P-CAPACITY) NOT NUMERIC
        MOVE "0" TO WS-EVT-P-CAPACITY
    END-IF
    EXIT PARAGRAPH.

*> TXN-RSVP: Browse Events' RSVP on an upcoming event - a Going seat
*> while the event has room, the waitlist once it is full, a warning
*> when the date already carries a commitment - or CANCEL to give the
*> RSVP up, promoting the first waitlisted student into a freed seat.
TXN-RSVP.
    IF WS-TXN-KEY = SPACES
        MOVE 12 TO WS-RC
        MOVE "An Event ID is required to RSVP." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TXN-RSVP-ACTION)) TO WS-RSVP-ACTION
    IF WS-RSVP-ACTION = SPACES
        MOVE "GOING" TO WS-RSVP-ACTION
    END-IF
    IF WS-RSVP-ACTION NOT = "GOING" AND WS-RSVP-ACTION NOT = "CANCEL"
        MOVE 12 TO WS-RC
        STRING "Unknown RSVP action '" FUNCTION TRIM(TXN-RSVP-ACTION)
               "' - use GOING or CANCEL."
            DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-EVENT-BY-ID
    IF WS-EVT-FOUND = "N"
       OR WS-EVT-P-DATE NOT NUMERIC
       OR WS-EVT-P-DATE < WS-TODAY
        MOVE 8 TO WS-RC
        STRING "No upcoming event with ID " FUNCTION TRIM(WS-TXN-KEY) "."
            DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-EVT-P-CAPACITY) TO WS-EVT-CAPACITY

    PERFORM CHECK-RSVP-DUPLICATE
    IF WS-RSVP-ACTION = "CANCEL"
        IF WS-EVT-DUPLICATE = "N"
            MOVE 8 TO WS-RC
            MOVE "You have no RSVP on that event to cancel." TO WS-RSP-MESSAGE
            EXIT PARAGRAPH
        END-IF
        PERFORM CANCEL-EVENT-RSVP
        MOVE "Your RSVP has been cancelled." TO WS-RSP-MESSAGE
        IF WS-EVT-CANCELED-GOING = "Y" AND WS-EVT-CAPACITY > 0
            PERFORM PROMOTE-FIRST-WAITLISTED
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-EVT-DUPLICATE = "Y"
        MOVE 8 TO WS-RC
        MOVE "You have already RSVPed to that event." TO WS-RSP-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-EVT-P-DATE TO WS-SCHED-CHECK-DATE
    PERFORM CHECK-SCHEDULE-CONFLICT
    IF WS-SCHED-CONFLICT = "Y"
        STRING "Warning: you already have a commitment on that date - "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-DESC) DELIMITED BY SIZE
            INTO WS-WARNING
        END-STRING
    END-IF

    PERFORM COUNT-EVENT-RSVPS
    IF WS-EVT-CAPACITY > 0 AND WS-EVT-GOING-COUNT >= WS-EVT-CAPACITY
        MOVE "Waitlist" TO WS-RSVP-P-STATUS
        PERFORM WRITE-RSVP-ROW
        ADD 1 TO WS-EVT-WAIT-COUNT
        MOVE WS-EVT-WAIT-COUNT TO WS-EVT-WAIT-EDIT
        MOVE 4 TO WS-RC
        STRING "This event is full - you are #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-WAIT-EDIT) DELIMITED BY SIZE
               " on the waitlist." DELIMITED BY SIZE
            INTO WS-RSP-MESSAGE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE "Going" TO WS-RSVP-P-STATUS
    PERFORM WRITE-RSVP-ROW
    MOVE "RSVP recorded." TO WS-RSP-MESSAGE
    EXIT PARAGRAPH.

FIND-EVENT-BY-ID.
    MOVE "N" TO WS-EVT-FOUND
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT EVENT-FILE
    IF EVENT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF FUNCTION TRIM(WS-EVT-P-ID) = WS-TXN-KEY
                        MOVE "Y" TO WS-EVT-FOUND
                        MOVE "Y" TO WS-EVT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE
    EXIT PARAGRAPH.

PARSE-RSVP-RECORD.
    MOVE SPACES TO WS-RSVP-P-EVENT WS-RSVP-P-USER WS-RSVP-P-DATE
                   WS-RSVP-P-STATUS WS-RSVP-P-ATTEND
    UNSTRING RSVP-REC DELIMITED BY "|"
        INTO WS-RSVP-P-EVENT
             WS-RSVP-P-USER
             WS-RSVP-P-DATE
             WS-RSVP-P-STATUS
             WS-RSVP-P-ATTEND
    END-UNSTRING
    IF FUNCTION TRIM(WS-RSVP-P-STATUS) = SPACES
        MOVE "Going" TO WS-RSVP-P-STATUS
    END-IF
    EXIT PARAGRAPH.

CHECK-RSVP-DUPLICATE.
    MOVE "N" TO WS-EVT-DUPLICATE
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    PERFORM PARSE-RSVP-RECORD
                    IF FUNCTION TRIM(WS-RSVP-P-EVENT) = WS-TXN-KEY
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-EVT-DUPLICATE
                        MOVE "Y" TO WS-EVT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

*> COUNT-EVENT-RSVPS: going and waitlisted counts for the event;
*> rows from before the status field existed count as Going.
COUNT-EVENT-RSVPS.
    MOVE 0 TO WS-EVT-GOING-COUNT WS-EVT-WAIT-COUNT
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    PERFORM PARSE-RSVP-RECORD
                    IF FUNCTION TRIM(WS-RSVP-P-EVENT) = WS-TXN-KEY
                        IF FUNCTION TRIM(WS-RSVP-P-STATUS) = "Waitlist"
                            ADD 1 TO WS-EVT-WAIT-COUNT
                        ELSE
                            ADD 1 TO WS-EVT-GOING-COUNT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

*> WRITE-RSVP-ROW: EVENT|USER|DATE|STATUS with WS-RSVP-P-STATUS set to
*> Going or Waitlist by the caller.
WRITE-RSVP-ROW.
    MOVE WS-RSVP-P-STATUS TO WS-SE-NEW
    OPEN EXTEND RSVP-FILE
    IF RSVP-STAT = "35"
        OPEN OUTPUT RSVP-FILE
    END-IF
    MOVE SPACES TO RSVP-REC
    STRING FUNCTION TRIM(WS-EVT-P-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
           WS-TODAY                   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-NEW)   DELIMITED BY SIZE
        INTO RSVP-REC
    END-STRING
    WRITE RSVP-REC
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

*> CANCEL-EVENT-RSVP: EventRSVPs.txt through a temp file without the
*> acting user's rows for the event.
CANCEL-EVENT-RSVP.
    MOVE "N" TO WS-EVT-CANCELED-GOING
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RSVP-TEMP-FILE
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    PERFORM PARSE-RSVP-RECORD
                    IF FUNCTION TRIM(WS-RSVP-P-EVENT) = WS-TXN-KEY
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        IF FUNCTION TRIM(WS-RSVP-P-STATUS) = "Going"
                            MOVE "Y" TO WS-EVT-CANCELED-GOING
                        END-IF
                    ELSE
                        MOVE RSVP-REC TO RSVP-TEMP-REC
                        WRITE RSVP-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    CLOSE RSVP-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-RSVP-PATH
    CALL "CBL_RENAME_FILE" USING WS-RSVP-TEMP-PATH WS-RSVP-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> PROMOTE-FIRST-WAITLISTED: a Going seat on a capped event just
*> freed - the earliest Waitlist row for the event goes to Going and
*> that student hears about it through both channels.
PROMOTE-FIRST-WAITLISTED.
    MOVE "N" TO WS-EVT-PROMOTED
    MOVE SPACES TO WS-EVT-PROMOTE-USER
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RSVP-TEMP-FILE
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    PERFORM PARSE-RSVP-RECORD
                    IF WS-EVT-PROMOTED = "N"
                       AND FUNCTION TRIM(WS-RSVP-P-EVENT) = WS-TXN-KEY
                       AND FUNCTION TRIM(WS-RSVP-P-STATUS) = "Waitlist"
                        MOVE "Y" TO WS-EVT-PROMOTED
                        MOVE WS-RSVP-P-USER TO WS-EVT-PROMOTE-USER
                        MOVE SPACES TO RSVP-TEMP-REC
                        STRING FUNCTION TRIM(WS-RSVP-P-EVENT) DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSVP-P-USER)  DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSVP-P-DATE)  DELIMITED BY SIZE "|"
                               "Going"                        DELIMITED BY SIZE
                            INTO RSVP-TEMP-REC
                        END-STRING
                    ELSE
                        MOVE RSVP-REC TO RSVP-TEMP-REC
                    END-IF
                    WRITE RSVP-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    CLOSE RSVP-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-RSVP-PATH
    CALL "CBL_RENAME_FILE" USING WS-RSVP-TEMP-PATH WS-RSVP-PATH
        RETURNING WS-RENAME-STATUS

    IF WS-EVT-PROMOTED = "Y"
        MOVE WS-EVT-PROMOTE-USER TO WS-SE-USER
        MOVE SPACES TO WS-SE-TEXT
        STRING "A seat opened up - you are now confirmed for event " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-P-ID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO WS-SE-TEXT
        END-STRING
        PERFORM WRITE-NOTIFICATION
        MOVE "EVENT" TO WS-SE-EVENT-TYPE
        MOVE "You are off the waitlist for an InCollege event" TO WS-SE-SUBJECT
        PERFORM WRITE-OUTBOUND-MESSAGE
    END-IF
    EXIT PARAGRAPH.

*> CHECK-SCHEDULE-CONFLICT: the first commitment My Schedule would show
*> on WS-SCHED-CHECK-DATE - a confirmed interview on one of the user's
*> applications, a seat at another upcoming event, or a booked advising
*> appointment - described in WS-SCHED-DESC.
CHECK-SCHEDULE-CONFLICT.
    MOVE "N" TO WS-SCHED-CONFLICT
    MOVE SPACES TO WS-SCHED-DESC

    MOVE "N" TO WS-SCHED-EOF
    OPEN INPUT INTERVIEW-FILE
    IF INTERVIEW-STAT NOT = "35"
        PERFORM UNTIL WS-SCHED-EOF = "Y"
            READ INTERVIEW-FILE
                AT END
                    MOVE "Y" TO WS-SCHED-EOF
                NOT AT END
                    IF INTERVIEW-REC NOT = SPACES
                        MOVE SPACES TO WS-INT-P-APP-ID WS-INT-P-DATE
                                       WS-INT-P-TIME WS-INT-P-STATUS
                        UNSTRING INTERVIEW-REC DELIMITED BY "|"
                            INTO WS-INT-P-APP-ID
                                 WS-INT-P-DATE
                                 WS-INT-P-TIME
                                 WS-INT-P-STATUS
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-INT-P-STATUS) = "Confirmed"
                           AND WS-INT-P-DATE = WS-SCHED-CHECK-DATE
                            PERFORM CHECK-INTERVIEW-OWNER
                            IF WS-SCHED-CONFLICT = "Y"
                                MOVE "Y" TO WS-SCHED-EOF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVIEW-FILE
    END-IF
    IF WS-SCHED-CONFLICT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCHED-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STAT NOT = "35"
        PERFORM UNTIL WS-SCHED-EOF = "Y"
            READ RSVP-FILE
                AT END
                    MOVE "Y" TO WS-SCHED-EOF
                NOT AT END
                    IF RSVP-REC NOT = SPACES
                        PERFORM PARSE-RSVP-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-P-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION TRIM(WS-RSVP-P-STATUS) NOT = "Waitlist"
                            PERFORM CHECK-RSVP-EVENT-DATE
                            IF WS-SCHED-CONFLICT = "Y"
                                MOVE "Y" TO WS-SCHED-EOF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RSVP-FILE
    END-IF
    IF WS-SCHED-CONFLICT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SCHED-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STAT NOT = "35"
        PERFORM UNTIL WS-SCHED-EOF = "Y"
            READ SLOT-FILE
                AT END
                    MOVE "Y" TO WS-SCHED-EOF
                NOT AT END
                    IF SLOT-REC NOT = SPACES
                        MOVE SPACES TO WS-APT-P-ID WS-APT-P-COUNSELOR
                                       WS-APT-P-DATE WS-APT-P-TIME
                                       WS-APT-P-STATUS WS-APT-P-STUDENT
                        UNSTRING SLOT-REC DELIMITED BY "|"
                            INTO WS-APT-P-ID
                                 WS-APT-P-COUNSELOR
                                 WS-APT-P-DATE
                                 WS-APT-P-TIME
                                 WS-APT-P-STATUS
                                 WS-APT-P-STUDENT
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-APT-P-STATUS) = "Booked"
                           AND WS-APT-P-DATE = WS-SCHED-CHECK-DATE
                            PERFORM CHECK-APPOINTMENT-PARTY
                            IF WS-SCHED-CONFLICT = "Y"
                                MOVE "Y" TO WS-SCHED-EOF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SLOT-FILE
    END-IF
    EXIT PARAGRAPH.

*> CHECK-INTERVIEW-OWNER: the confirmed interview just read counts
*> when its application belongs to the acting user.
CHECK-INTERVIEW-OWNER.
    MOVE "N" TO WS-SCHED-EOF2
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCHED-EOF2 = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-SCHED-EOF2
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APP-P-ID) = FUNCTION TRIM(WS-INT-P-APP-ID)
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(APP-P-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE "Y" TO WS-SCHED-CONFLICT
                            STRING "Interview (application #" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-INT-P-APP-ID) DELIMITED BY SIZE
                                   ") " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-INT-P-TIME) DELIMITED BY SIZE
                                INTO WS-SCHED-DESC
                            END-STRING
                        END-IF
                        MOVE "Y" TO WS-SCHED-EOF2
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

*> CHECK-RSVP-EVENT-DATE: the user's RSVP just read counts when its
*> event falls on the date being checked.
CHECK-RSVP-EVENT-DATE.
    MOVE "N" TO WS-SCHED-EOF2
    OPEN INPUT EVENT-FILE
    IF EVENT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SCHED-EOF2 = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-SCHED-EOF2
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    MOVE SPACES TO WS-SCHED-EVT-ID WS-SCHED-EVT-OWNER
                                   WS-SCHED-EVT-TITLE WS-SCHED-EVT-DATE
                                   WS-SCHED-EVT-LOCATION
                    UNSTRING EVENT-REC DELIMITED BY "|"
                        INTO WS-SCHED-EVT-ID
                             WS-SCHED-EVT-OWNER
                             WS-SCHED-EVT-TITLE
                             WS-SCHED-EVT-DATE
                             WS-SCHED-EVT-LOCATION
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-SCHED-EVT-ID) = FUNCTION TRIM(WS-RSVP-P-EVENT)
                        IF WS-SCHED-EVT-DATE = WS-SCHED-CHECK-DATE
                            MOVE "Y" TO WS-SCHED-CONFLICT
                            STRING "Event: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-SCHED-EVT-TITLE) DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-SCHED-EVT-LOCATION) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                INTO WS-SCHED-DESC
                            END-STRING
                        END-IF
                        MOVE "Y" TO WS-SCHED-EOF2
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE
    EXIT PARAGRAPH.

*> CHECK-APPOINTMENT-PARTY: the booked slot just read counts when the
*> acting user is its student or its counselor.
CHECK-APPOINTMENT-PARTY.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-P-STUDENT))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Y" TO WS-SCHED-CONFLICT
        STRING "Advising appointment with " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-P-COUNSELOR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-P-TIME) DELIMITED BY SIZE
            INTO WS-SCHED-DESC
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-P-COUNSELOR))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Y" TO WS-SCHED-CONFLICT
        STRING "Advising appointment: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-P-STUDENT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-P-TIME) DELIMITED BY SIZE
            INTO WS-SCHED-DESC
        END-STRING
    END-IF
    EXIT PARAGRAPH.

*> WRITE-HISTORY-LINE: APP-ID|OLD|NEW|DATE|ACTOR for a status the
*> applicant set themselves (submitted, withdrawn).
WRITE-HISTORY-LINE.
    OPEN EXTEND HISTORY-FILE
    IF HISTORY-STAT = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    MOVE SPACES TO HISTORY-REC
    STRING FUNCTION TRIM(WS-SE-APP-ID)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-OLD)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-NEW)     DELIMITED BY SIZE "|"
           WS-TODAY                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-ACTOR)   DELIMITED BY SIZE
        INTO HISTORY-REC
    END-STRING
    WRITE HISTORY-REC
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

*> WRITE-REVIEW-HISTORY-LINE: the reviewer's form, carrying the reason
*> code and candidate feedback as Review Applicants records them.
WRITE-REVIEW-HISTORY-LINE.
    OPEN EXTEND HISTORY-FILE
    IF HISTORY-STAT = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    MOVE SPACES TO HISTORY-REC
    STRING FUNCTION TRIM(WS-SE-APP-ID)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-OLD)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-NEW)     DELIMITED BY SIZE "|"
           WS-TODAY                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-ACTOR)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-REASON)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-FEEDBACK) DELIMITED BY SIZE
        INTO HISTORY-REC
    END-STRING
    WRITE HISTORY-REC
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

WRITE-AUDIT-LINE.
    INSPECT WS-SE-OLD REPLACING ALL "|" BY SPACE
    INSPECT WS-SE-NEW REPLACING ALL "|" BY SPACE
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-ACTOR)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-ENTITY)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-KEY)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-FIELD)   DELIMITED BY SIZE "|"
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

*> WRITE-OUTBOUND-MESSAGE: queue the change for the campus mail relay
*> (RECIPIENT|EVENT-TYPE|SUBJECT|BODY|CREATED|SENT-FLAG) unless the
*> recipient's address is marked undeliverable.
WRITE-OUTBOUND-MESSAGE.
    MOVE WS-SE-USER TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-SE-USER)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SE-EVENT-TYPE) DELIMITED BY SIZE "|"
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

*> CHECK-UNDELIVERABLE: WS-UND-FOUND is "Y" when MAILBOUNCELOAD has
*> marked WS-UND-CHECK-USER's email address undeliverable.
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

END PROGRAM TRANSACTIONPROCESSOR.
