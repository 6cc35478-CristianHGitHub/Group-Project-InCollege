    SELECT ANSWER-FILE ASSIGN TO "../data/ApplicationAnswers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ANSWER-STAT.
    *> Read-only: the optional cover letter the student typed at apply
    *> time (APPLICATION-ID|LINE-NO|TEXT), printed under the applicant.
    SELECT COVER-LETTER-FILE ASSIGN TO "../data/CoverLetters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COVER-LETTER-STAT.
    *> Read-only: accepted alumni referrals
    *> (STUDENT|COMPANY|ALUMNUS|DATE) - a referred applicant is worth
    *> flagging for the reviewing employer.
    SELECT FEEDBACK-FILE ASSIGN TO "../data/InterviewFeedback.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEEDBACK-STAT.
    *> Read-only: reference checks requested through the RefCheck
    *> command (handled by InCollege.cob, which owns the outbound queue)
    *> and the replies REFERENCERESPONSELOAD attaches - shown under the
    *> scorecard.
    SELECT REFCHECK-FILE ASSIGN TO "../data/ReferenceChecks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFCHECK-STAT.
    *> Read-only: the applicant's profile frozen at apply time by
    *> InCollege.cob's WRITE-APPLICATION-SNAPSHOT. The review screen
    *> shows this, not the live profile, so the employer decides on
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STAT.
    *> Status-change history (APPLICATION-ID|OLD|NEW|DATE|ACTING-USER),
    *> the record the student's timeline and the funnel-timing report
    *> are built from.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STAT.
    *> Addresses the mail relay keeps bouncing (USERNAME|EMAIL|DATE|REASON).
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STAT.
    *> On-campus interview days (DAY-ID|JOB-ID|EMPLOYER|DATE|DEADLINE|
    *> LOCATION|CREATED), reserved from the Jobs menu, and their sign-up
    *> lists (DAY-ID|APPLICATION-ID|PRESELECT-or-ALTERNATE|ADDED-DATE|
    *> ADDED-BY). Preselect/Alternate here put an applicant on the next
    *> upcoming day for the posting they applied to; only listed
    *> students may claim one of that day's slots.
    SELECT DAY-FILE ASSIGN TO "../data/InterviewDays.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DAY-STAT.
    SELECT DAY-LIST-FILE ASSIGN TO "../data/InterviewDayLists.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DAY-LIST-STAT.
    *> Profile view log shared with InCollege.cob (DATE|TIME|VIEWER|
    *> VIEWER-ROLE|STUDENT|SOURCE|COMPANY): listing an applicant here
    *> discloses their record to the reviewer, so each one is logged.
    SELECT PROFILE-VIEW-FILE ASSIGN TO "../data/ProfileViews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-VIEW-STAT.
    SELECT OUTFILE ASSIGN TO "../data/InCollege-Output.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
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
FD  ANSWER-FILE.
01  ANSWER-REC             PIC X(250).

FD  COVER-LETTER-FILE.
01  COVER-LETTER-REC       PIC X(250).

FD  SNAPSHOT-FILE.
01  SNAPSHOT-REC           PIC X(800).

FD  FEEDBACK-FILE.
01  FEEDBACK-REC           PIC X(400).

FD  REFCHECK-FILE.
01  REFCHECK-REC           PIC X(500).

FD  REFERRAL-FILE.
01  REFERRAL-REC           PIC X(220).


FD  AUDIT-FILE.
01  AUDIT-REC              PIC X(500).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC       PIC X(200).

FD  HISTORY-FILE.
01  HISTORY-REC            PIC X(300).
FD  OUTBOUND-FILE.
01  OUTBOUND-REC           PIC X(500).

FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC      PIC X(200).

FD  DAY-FILE.
01  DAY-REC                PIC X(250).

FD  DAY-LIST-FILE.
01  DAY-LIST-REC           PIC X(120).

FD  PROFILE-VIEW-FILE.
01  PROFILE-VIEW-REC       PIC X(300).

FD  OUTFILE EXTERNAL.
01  OUT-REC                PIC X(200).

FD  CONFIG-FILE.
01  CONFIG-REC             PIC X(100).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC         PIC X(4).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC      PIC X(4).

WORKING-STORAGE SECTION.
01  NOTIFY-STAT            PIC XX.
01  WS-NOTIFIED-USERNAME   PIC X(50).
01  AUDIT-STAT             PIC XX.
01  PROFILE-VIEW-STAT      PIC XX.
01  CHAIN-ANCHOR-STAT      PIC XX.
01  HISTORY-STAT           PIC XX.
01  OUTBOUND-STAT          PIC XX.
01  UNDELIVERABLE-STAT     PIC XX.
01  WS-UND-CHECK-USER      PIC X(50).
01  WS-UND-USER            PIC X(50).
01  WS-UND-FOUND           PIC X VALUE "N".
01  WS-UND-EOF             PIC X VALUE "N".
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).
01  WS-OLD-STATUS          PIC X(20).
01  INTERVIEW-STAT         PIC XX.
01  INT-EOF-FLAG           PIC X VALUE "N".
01  WS-ANS-PARSED-SEQ      PIC X(1).
01  WS-ANS-PARSED-TEXT     PIC X(100).
01  WS-ANS-PARSED-ANSWER   PIC X(100).
01  COVER-LETTER-STAT      PIC XX.
01  CVL-EOF-FLAG           PIC X VALUE "N".
01  WS-CVL-ANY             PIC X VALUE "N".
01  WS-CVL-PARSED-APP-ID   PIC X(10).
01  WS-CVL-PARSED-SEQ      PIC X(2).
01  WS-CVL-PARSED-TEXT     PIC X(200).
01  REFERRAL-STAT          PIC XX.
01  REF-EOF-FLAG           PIC X VALUE "N".
01  WS-REF-PARSED-STUDENT  PIC X(50).
01  WS-FBK-PARSED-COMM     PIC X(1).
01  WS-FBK-PARSED-OVERALL  PIC X(1).
01  WS-FBK-PARSED-COMMENTS PIC X(200).
01  REFCHECK-STAT          PIC XX.
01  RCK-EOF-FLAG           PIC X VALUE "N".
01  WS-RCK-PARSED-CODE     PIC X(30).
01  WS-RCK-PARSED-APP-ID   PIC X(10).
01  WS-RCK-PARSED-STUDENT  PIC X(50).
01  WS-RCK-PARSED-NAME     PIC X(60).
01  WS-RCK-PARSED-EMAIL    PIC X(50).
01  WS-RCK-PARSED-BY       PIC X(50).
01  WS-RCK-PARSED-DATE     PIC X(8).
01  WS-RCK-PARSED-STATUS   PIC X(10).
01  WS-RCK-PARSED-RESPONDED PIC X(8).
01  WS-RCK-PARSED-RECOMMEND PIC X(10).
01  WS-RCK-PARSED-COMMENTS PIC X(200).
01  SNAPSHOT-STAT          PIC XX.
01  SNAP-EOF-FLAG          PIC X VALUE "N".
01  WS-SNAP-PARSED-APP-ID  PIC X(10).
01  WS-SNAP-PARSED-MAJOR   PIC X(50).
01  WS-SNAP-PARSED-GPA     PIC X(5).
01  WS-SNAP-PARSED-EXPERIENCE PIC X(400).
01  WS-SNAP-PARSED-CERTS   PIC X(250).
01  WS-INT-PARSED-APP-ID   PIC X(10).
01  WS-INT-PARSED-DATE     PIC X(8).
01  WS-INT-PARSED-TIME     PIC X(30).
01  TEMP-STAT              PIC XX.
01  JOB-STAT               PIC XX.
01  EOF-FLAG               PIC X VALUE "N".
01  JOB-EOF-FLAG           PIC X VALUE "N".
01  FOUND-ANY              PIC X VALUE "N".
01  WS-MATCHED             PIC X VALUE "N".
01  WS-MESSAGE             PIC X(200).
        10  WS-OWNED-JOB-BLIND PIC X(1).
01  WS-OWNED-JOB-IDX       PIC 9(4).

*> On-campus interview day lists (APPLY-DAY-LIST-CHANGE,
*> PRINT-INTERVIEW-DAY-LIST)
01  DAY-STAT               PIC XX.
01  DAY-LIST-STAT          PIC XX.
01  DAY-EOF-FLAG           PIC X VALUE "N".
01  WS-DAY-PARSED-ID       PIC X(6).
01  WS-DAY-PARSED-JOB-ID   PIC X(10).
01  WS-DAY-PARSED-EMPLOYER PIC X(50).
01  WS-DAY-PARSED-DATE     PIC X(8).
01  WS-DAY-PARSED-DEADLINE PIC X(8).
01  WS-DAY-PARSED-LOCATION PIC X(100).
01  WS-DAY-FOUND-ID        PIC X(6).
01  WS-DAY-FOUND-DATE      PIC X(8).
01  WS-DAY-FOUND-DEADLINE  PIC X(8).
01  WS-DAY-FOUND-LOCATION  PIC X(100).
01  WS-DAY-LST-DAY-ID      PIC X(6).
01  WS-DAY-LST-APP-ID      PIC X(10).
01  WS-DAY-LST-LIST        PIC X(9).
01  WS-DAY-ON-LIST         PIC X(9).
01  WS-DAY-TODAY           PIC X(8).

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
01  AUDIT-LOCK-STAT        PIC XX.
01  WS-AUDIT-LOCK-PATH     PIC X(40) VALUE "../data/AuditJournal.lock".
01  OUTBOUND-LOCK-STAT     PIC XX.
01  WS-OUTBOUND-LOCK-PATH  PIC X(44) VALUE "../data/OutboundMessages.lock".
01  CONFIG-STAT            PIC XX.
01  CONFIG-KEY             PIC X(40).
01  CONFIG-VALUE           PIC X(40).
01  WS-CONFIG-EOF          PIC X VALUE "N".
01  WS-LOCK-STALE-SECS     PIC 9(4) VALUE 60.
01  WS-LOCK-SLEEP-SECS     PIC 9 VALUE 1.
01  WS-LOCK-ATTEMPTS       PIC 9(4) VALUE 0.

LINKAGE SECTION.
01  L-USERNAME             PIC X(50).
01  L-COMMAND              PIC X(100).
PROCEDURE DIVISION USING L-USERNAME L-COMMAND L-NEEDS-COMMAND
        L-STATUS L-RESPONSE1 L-RESPONSE2.

    PERFORM LOAD-LOCK-CONFIG
    MOVE "N" TO L-STATUS
    MOVE SPACES TO L-RESPONSE1 L-RESPONSE2

        PERFORM LIST-APPLICANTS
        IF FOUND-ANY = "Y"
            MOVE "Y" TO L-NEEDS-COMMAND
            MOVE "Enter 'Status <app-id> <Submitted|Under Review|Accepted|Rejected|Hired>' (Rejected may add a reason code/feedback), 'RefCheck <app-id>', 'Preselect <app-id>', 'Alternate <app-id>', or Enter to skip:"
                TO L-RESPONSE1
        ELSE
            MOVE "N" TO L-NEEDS-COMMAND
        GOBACK
    END-IF

    IF WS-VERB = "PRESELECT" OR WS-VERB = "ALTERNATE"
        PERFORM APPLY-DAY-LIST-CHANGE
        GOBACK
    END-IF

    PERFORM APPLY-STATUS-CHANGE
    GOBACK.

                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                        PERFORM WRITE-PROFILE-VIEW
                        IF WS-MASKED = "N"
                            PERFORM PRINT-REFERRAL-LINE
                        END-IF
                        PERFORM PRINT-PROFILE-SNAPSHOT
                        PERFORM PRINT-SCREENING-ANSWERS
                        PERFORM PRINT-COVER-LETTER
                        PERFORM PRINT-CONFIRMED-INTERVIEW
                        PERFORM PRINT-INTERVIEW-DAY-LIST
                        PERFORM PRINT-INTERVIEW-FEEDBACK
                        PERFORM PRINT-REFERENCE-CHECKS
                    END-IF
                END-IF
        END-READ

*> FIND-OWNED-JOB: look up APPLICATION-PARSED-JOB-ID in JOB-FILE and set
*> WS-JOB-OWNED to "Y" when that job's poster is L-USERNAME.
*> Runs inside APPLY-STATUS-CHANGE's read of APPLICATION-FILE, so it
*> keeps its own end-of-file flag rather than ending that loop early.
FIND-OWNED-JOB.
    MOVE "N" TO WS-JOB-OWNED
    MOVE "N" TO JOB-EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL JOB-EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO JOB-EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES
                    PERFORM PARSE-JOB-RECORD
                    IF FUNCTION TRIM(JOB-PARSED-ID) = FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                        PERFORM CHECK-JOB-MANAGEABLE
                        MOVE "Y" TO JOB-EOF-FLAG
                    END-IF
                END-IF
        END-READ
    EXIT PARAGRAPH.

*> PRINT-PROFILE-SNAPSHOT: the applicant's profile as frozen at apply
*> time (APPLICATION-ID|NAME|UNIVERSITY|MAJOR|GPA|EXPERIENCE|
*> CERTIFICATIONS), indented
*> under their line. Applications older than the snapshot file simply
*> print nothing here.
PRINT-PROFILE-SNAPSHOT.
                                   WS-SNAP-PARSED-MAJOR
                                   WS-SNAP-PARSED-GPA
                                   WS-SNAP-PARSED-EXPERIENCE
                                   WS-SNAP-PARSED-CERTS
                    UNSTRING SNAPSHOT-REC DELIMITED BY "|"
                        INTO WS-SNAP-PARSED-APP-ID
                             WS-SNAP-PARSED-NAME
                             WS-SNAP-PARSED-MAJOR
                             WS-SNAP-PARSED-GPA
                             WS-SNAP-PARSED-EXPERIENCE
                             WS-SNAP-PARSED-CERTS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-SNAP-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                        IF FUNCTION TRIM(WS-SNAP-PARSED-CERTS) NOT = SPACES
                            MOVE SPACES TO WS-MESSAGE
                            STRING "    Certifications at apply time: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-SNAP-PARSED-CERTS) DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                        MOVE "Y" TO SNAP-EOF-FLAG
                    END-IF
                END-IF
    CLOSE ANSWER-FILE
    EXIT PARAGRAPH.

*> PRINT-COVER-LETTER: the applicant's cover letter, one indented
*> line per stored line. Free text can name the writer, so while the
*> identity is masked for blind review only the fact that a letter
*> exists is shown.
PRINT-COVER-LETTER.
    MOVE "N" TO WS-CVL-ANY
    MOVE "N" TO CVL-EOF-FLAG
    OPEN INPUT COVER-LETTER-FILE
    IF COVER-LETTER-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL CVL-EOF-FLAG = "Y"
        READ COVER-LETTER-FILE
            AT END
                MOVE "Y" TO CVL-EOF-FLAG
            NOT AT END
                IF COVER-LETTER-REC NOT = SPACES
                    MOVE SPACES TO WS-CVL-PARSED-APP-ID WS-CVL-PARSED-SEQ
                                   WS-CVL-PARSED-TEXT
                    UNSTRING COVER-LETTER-REC DELIMITED BY "|"
                        INTO WS-CVL-PARSED-APP-ID
                             WS-CVL-PARSED-SEQ
                             WS-CVL-PARSED-TEXT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-CVL-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        IF WS-CVL-ANY = "N"
                            MOVE "Y" TO WS-CVL-ANY
                            IF WS-MASKED = "Y"
                                MOVE "    Cover letter: [withheld for blind review]" TO WS-MESSAGE
                                PERFORM DUAL-OUTPUT
                                MOVE "Y" TO CVL-EOF-FLAG
                            ELSE
                                MOVE "    Cover letter:" TO WS-MESSAGE
                                PERFORM DUAL-OUTPUT
                            END-IF
                        END-IF
                        IF WS-MASKED = "N"
                            MOVE SPACES TO WS-MESSAGE
                            STRING "      " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-CVL-PARSED-TEXT) DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE COVER-LETTER-FILE
    EXIT PARAGRAPH.

*> PRINT-CONFIRMED-INTERVIEW: one indented line under the applicant
*> when a confirmed interview slot is on file for this application.
*> Interviews.txt rows are APPLICATION-ID|SLOT-DATE|SLOT-TIME|STATUS|
    CLOSE INTERVIEW-FILE
    EXIT PARAGRAPH.

*> PRINT-INTERVIEW-DAY-LIST: the on-campus interview day(s) this
*> application has been pre-selected or wait-listed for.
PRINT-INTERVIEW-DAY-LIST.
    MOVE "N" TO DAY-EOF-FLAG
    OPEN INPUT DAY-LIST-FILE
    IF DAY-LIST-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL DAY-EOF-FLAG = "Y"
        READ DAY-LIST-FILE
            AT END
                MOVE "Y" TO DAY-EOF-FLAG
            NOT AT END
                IF DAY-LIST-REC NOT = SPACES
                    MOVE SPACES TO WS-DAY-LST-DAY-ID WS-DAY-LST-APP-ID
                                   WS-DAY-LST-LIST
                    UNSTRING DAY-LIST-REC DELIMITED BY "|"
                        INTO WS-DAY-LST-DAY-ID
                             WS-DAY-LST-APP-ID
                             WS-DAY-LST-LIST
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-DAY-LST-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        MOVE SPACES TO WS-MESSAGE
                        IF WS-DAY-LST-LIST = "PRESELECT"
                            STRING "    On-campus interview day #" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-DAY-LST-DAY-ID) DELIMITED BY SIZE
                                   ": pre-selected" DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                            END-STRING
                        ELSE
                            STRING "    On-campus interview day #" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-DAY-LST-DAY-ID) DELIMITED BY SIZE
                                   ": alternate" DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE DAY-LIST-FILE
    EXIT PARAGRAPH.

*> PRINT-INTERVIEW-FEEDBACK: the interview scorecard on file for this
*> application, if one has been recorded - recommendation, the three
*> 1-5 ratings, and the interviewer's comments, indented under the
    CLOSE FEEDBACK-FILE
    EXIT PARAGRAPH.

*> PRINT-REFERENCE-CHECKS: every reference check on file for this
*> application - still outstanding, or the reference's recommendation
*> and comments once the reply has been loaded. ReferenceChecks.txt
*> rows are CODE|APPLICATION-ID|STUDENT|REF-NAME|REF-EMAIL|
*> REQUESTED-BY|REQUESTED-DATE|STATUS|RESPONDED-DATE|RECOMMENDATION|
*> COMMENTS.
PRINT-REFERENCE-CHECKS.
    MOVE "N" TO RCK-EOF-FLAG
    OPEN INPUT REFCHECK-FILE
    IF REFCHECK-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL RCK-EOF-FLAG = "Y"
        READ REFCHECK-FILE
            AT END
                MOVE "Y" TO RCK-EOF-FLAG
            NOT AT END
                IF REFCHECK-REC NOT = SPACES
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
                    IF FUNCTION TRIM(WS-RCK-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        MOVE SPACES TO WS-MESSAGE
                        IF FUNCTION TRIM(WS-RCK-PARSED-STATUS) = "Received"
                            STRING "    Reference: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RCK-PARSED-NAME) DELIMITED BY SIZE
                                   " - " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RCK-PARSED-RECOMMEND) DELIMITED BY SIZE
                                   " (received " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RCK-PARSED-RESPONDED) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                            END-STRING
                            PERFORM DUAL-OUTPUT
                            IF FUNCTION TRIM(WS-RCK-PARSED-COMMENTS) NOT = SPACES
                                MOVE SPACES TO WS-MESSAGE
                                STRING "    Reference comments: " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RCK-PARSED-COMMENTS) DELIMITED BY SIZE
                                       INTO WS-MESSAGE
                                END-STRING
                                PERFORM DUAL-OUTPUT
                            END-IF
                        ELSE
                            STRING "    Reference: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RCK-PARSED-NAME) DELIMITED BY SIZE
                                   " - check requested " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RCK-PARSED-DATE) DELIMITED BY SIZE
                                   ", awaiting reply" DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFCHECK-FILE
    EXIT PARAGRAPH.

*> CHECK-JOB-MANAGEABLE: sets WS-JOB-OWNED when the posting in
*> JOB-PARSED-* is L-USERNAME's to manage - owned outright, linked via
*> CompanyRecruiters.txt, or theirs as the company's verified contact.
    STRING "Application #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-APP-ID) DELIMITED BY SIZE
           " is now " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NEW-STATUS) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO L-RESPONSE1
    END-STRING
    EXIT PARAGRAPH.

*> APPLY-DAY-LIST-CHANGE: "Preselect <id> [day-id]" / "Alternate <id>
*> [day-id]" - put an applicant still under consideration on the
*> pre-select or alternate list of an on-campus interview day for
*> their posting. Without a day ID the posting's earliest upcoming
*> day is used. The student is told which list they are on and when
*> they can claim a slot.
APPLY-DAY-LIST-CHANGE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAY-TODAY
    MOVE "N" TO WS-MATCHED
    MOVE "N" TO WS-JOB-OWNED
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT = "35"
        MOVE "No applications on file." TO L-RESPONSE1
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APPLICATION-PARSED-ID) = FUNCTION TRIM(WS-APP-ID)
                        MOVE "Y" TO WS-MATCHED
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE

    IF WS-MATCHED = "Y"
        PERFORM FIND-OWNED-JOB
    END-IF
    IF WS-MATCHED = "N" OR WS-JOB-OWNED = "N"
        MOVE "No applicant with that application number on one of your postings."
            TO L-RESPONSE1
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS))
        WHEN "REJECTED"
        WHEN "WITHDRAWN"
        WHEN "HIRED"
            MOVE "Only applicants still under consideration can be put on an interview-day list."
                TO L-RESPONSE1
            EXIT PARAGRAPH
    END-EVALUATE

    *> Pick the day: the one named, or the posting's earliest upcoming.
    MOVE SPACES TO WS-DAY-FOUND-ID WS-DAY-FOUND-DATE
                   WS-DAY-FOUND-DEADLINE WS-DAY-FOUND-LOCATION
    MOVE "N" TO DAY-EOF-FLAG
    OPEN INPUT DAY-FILE
    IF DAY-STAT NOT = "35"
        PERFORM UNTIL DAY-EOF-FLAG = "Y"
            READ DAY-FILE
                AT END
                    MOVE "Y" TO DAY-EOF-FLAG
                NOT AT END
                    IF DAY-REC NOT = SPACES
                        MOVE SPACES TO WS-DAY-PARSED-ID WS-DAY-PARSED-JOB-ID
                                       WS-DAY-PARSED-EMPLOYER WS-DAY-PARSED-DATE
                                       WS-DAY-PARSED-DEADLINE WS-DAY-PARSED-LOCATION
                        UNSTRING DAY-REC DELIMITED BY "|"
                            INTO WS-DAY-PARSED-ID
                                 WS-DAY-PARSED-JOB-ID
                                 WS-DAY-PARSED-EMPLOYER
                                 WS-DAY-PARSED-DATE
                                 WS-DAY-PARSED-DEADLINE
                                 WS-DAY-PARSED-LOCATION
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-DAY-PARSED-JOB-ID)
                           = FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                           AND WS-DAY-PARSED-DATE > WS-DAY-TODAY
                           AND (WS-NEW-STATUS = SPACES
                                OR FUNCTION TRIM(WS-DAY-PARSED-ID)
                                   = FUNCTION TRIM(WS-NEW-STATUS))
                            IF WS-DAY-FOUND-ID = SPACES
                               OR WS-DAY-PARSED-DATE < WS-DAY-FOUND-DATE
                                MOVE WS-DAY-PARSED-ID TO WS-DAY-FOUND-ID
                                MOVE WS-DAY-PARSED-DATE TO WS-DAY-FOUND-DATE
                                MOVE WS-DAY-PARSED-DEADLINE TO WS-DAY-FOUND-DEADLINE
                                MOVE WS-DAY-PARSED-LOCATION TO WS-DAY-FOUND-LOCATION
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY-FILE
    END-IF
    IF WS-DAY-FOUND-ID = SPACES
        MOVE "No upcoming on-campus interview day for that posting. Reserve one under Interview Days on the Jobs menu first."
            TO L-RESPONSE1
        EXIT PARAGRAPH
    END-IF

    *> One list entry per application per day.
    MOVE SPACES TO WS-DAY-ON-LIST
    MOVE "N" TO DAY-EOF-FLAG
    OPEN INPUT DAY-LIST-FILE
    IF DAY-LIST-STAT NOT = "35"
        PERFORM UNTIL DAY-EOF-FLAG = "Y"
            READ DAY-LIST-FILE
                AT END
                    MOVE "Y" TO DAY-EOF-FLAG
                NOT AT END
                    IF DAY-LIST-REC NOT = SPACES
                        MOVE SPACES TO WS-DAY-LST-DAY-ID WS-DAY-LST-APP-ID
                                       WS-DAY-LST-LIST
                        UNSTRING DAY-LIST-REC DELIMITED BY "|"
                            INTO WS-DAY-LST-DAY-ID
                                 WS-DAY-LST-APP-ID
                                 WS-DAY-LST-LIST
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-DAY-LST-DAY-ID) = FUNCTION TRIM(WS-DAY-FOUND-ID)
                           AND FUNCTION TRIM(WS-DAY-LST-APP-ID) = FUNCTION TRIM(WS-APP-ID)
                            MOVE WS-DAY-LST-LIST TO WS-DAY-ON-LIST
                            MOVE "Y" TO DAY-EOF-FLAG
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY-LIST-FILE
    END-IF
    IF WS-DAY-ON-LIST NOT = SPACES
        IF WS-DAY-ON-LIST = "PRESELECT"
            MOVE "pre-select" TO WS-DAY-ON-LIST
        ELSE
            MOVE "alternate" TO WS-DAY-ON-LIST
        END-IF
        STRING "Application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-ID) DELIMITED BY SIZE
               " is already on the " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-ON-LIST) DELIMITED BY SIZE
               " list for interview day #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-FOUND-ID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO L-RESPONSE1
        END-STRING
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND DAY-LIST-FILE
    IF DAY-LIST-STAT = "35"
        OPEN OUTPUT DAY-LIST-FILE
    END-IF
    MOVE SPACES TO DAY-LIST-REC
    STRING FUNCTION TRIM(WS-DAY-FOUND-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APP-ID)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VERB)         DELIMITED BY SIZE "|"
           WS-DAY-TODAY                   DELIMITED BY SIZE "|"
           FUNCTION TRIM(L-USERNAME)      DELIMITED BY SIZE
        INTO DAY-LIST-REC
    END-STRING
    WRITE DAY-LIST-REC
    CLOSE DAY-LIST-FILE

    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STAT = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    IF WS-VERB = "PRESELECT"
        STRING FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE "|"
               WS-DAY-TODAY                        DELIMITED BY SIZE "|"
               "N"                                 DELIMITED BY SIZE "|"
               "You were pre-selected for on-campus interviews on " DELIMITED BY SIZE
               WS-DAY-FOUND-DATE                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-FOUND-LOCATION) DELIMITED BY SIZE
               ") - claim a slot under Interview Day Sign-Up by " DELIMITED BY SIZE
               WS-DAY-FOUND-DEADLINE               DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO NOTIFY-REC
        END-STRING
    ELSE
        STRING FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE "|"
               WS-DAY-TODAY                        DELIMITED BY SIZE "|"
               "N"                                 DELIMITED BY SIZE "|"
               "You are an alternate for on-campus interviews on " DELIMITED BY SIZE
               WS-DAY-FOUND-DATE                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-FOUND-LOCATION) DELIMITED BY SIZE
               ") - any slots left after " DELIMITED BY SIZE
               WS-DAY-FOUND-DEADLINE               DELIMITED BY SIZE
               " open to you under Interview Day Sign-Up." DELIMITED BY SIZE
            INTO NOTIFY-REC
        END-STRING
    END-IF
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE

    MOVE "Y" TO L-STATUS
    IF WS-VERB = "PRESELECT"
        STRING "Application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-ID) DELIMITED BY SIZE
               " pre-selected for interview day #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-FOUND-ID) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DAY-FOUND-DATE DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO L-RESPONSE1
        END-STRING
    ELSE
        STRING "Application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-ID) DELIMITED BY SIZE
               " added to the alternate list for interview day #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-FOUND-ID) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DAY-FOUND-DATE DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO L-RESPONSE1
        END-STRING
    END-IF
    EXIT PARAGRAPH.

*> NOTIFY-STATUS-CHANGE: tell the applicant their application's status
*> moved - one unread USERNAME|DATE|READ-FLAG|TEXT row.
NOTIFY-STATUS-CHANGE.
*> WRITE-AUDIT-LINE: journal the status change with its old value,
*> acting user L-USERNAME, and timestamp.
WRITE-AUDIT-LINE.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(L-USERNAME)       DELIMITED BY SIZE "|"
           "STATUS"                        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OLD-STATUS)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NEW-STATUS)    DELIMITED BY SIZE
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

*> WRITE-PROFILE-VIEW: the applicant just listed was seen by
*> L-USERNAME on behalf of the posting's company; a blind-review
*> listing is logged as such, since the reviewer saw the record but not
*> the name.
WRITE-PROFILE-VIEW.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND PROFILE-VIEW-FILE
    IF PROFILE-VIEW-STAT = "35"
        OPEN OUTPUT PROFILE-VIEW-FILE
    END-IF
    MOVE SPACES TO PROFILE-VIEW-REC
    IF WS-MASKED = "Y"
        STRING FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
               FUNCTION CURRENT-DATE(9:6)      DELIMITED BY SIZE "|"
               FUNCTION TRIM(L-USERNAME)       DELIMITED BY SIZE "|"
               "EMPLOYER"                      DELIMITED BY SIZE "|"
               FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE "|"
               "BLIND-REVIEW"                  DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-OWNED-JOB-EMPLOYER(WS-OWNED-JOB-IDX)) DELIMITED BY SIZE
            INTO PROFILE-VIEW-REC
        END-STRING
    ELSE
        STRING FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
               FUNCTION CURRENT-DATE(9:6)      DELIMITED BY SIZE "|"
               FUNCTION TRIM(L-USERNAME)       DELIMITED BY SIZE "|"
               "EMPLOYER"                      DELIMITED BY SIZE "|"
               FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE "|"
               "APPLICANT-REVIEW"              DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-OWNED-JOB-EMPLOYER(WS-OWNED-JOB-IDX)) DELIMITED BY SIZE
            INTO PROFILE-VIEW-REC
        END-STRING
    END-IF
    WRITE PROFILE-VIEW-REC
    CLOSE PROFILE-VIEW-FILE
    EXIT PARAGRAPH.

*> WRITE-HISTORY-LINE: one status transition for the funnel report and
*> WRITE-OUTBOUND-MESSAGE: queue the status change for the campus mail
*> relay (RECIPIENT|EVENT-TYPE|SUBJECT|BODY|CREATED|SENT-FLAG).
WRITE-OUTBOUND-MESSAGE.
    MOVE WS-NOTIFIED-USERNAME TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-NOTIFIED-USERNAME) DELIMITED BY SIZE "|"
           "N"                                 DELIMITED BY SIZE
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
    *> Still held after the stale window: the holder is gone, so the
    *> lock is reclaimed quietly rather than interrupting the screen.
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    OPEN OUTPUT OUTBOUND-LOCK-FILE
    CLOSE OUTBOUND-LOCK-FILE
    EXIT PARAGRAPH.

RELEASE-OUTBOUND-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    EXIT PARAGRAPH.

WRITE-TEMP-APPLICATION.
    WRITE OUT-REC FROM WS-MESSAGE
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
    *> Still held after the stale window: the holder is gone, so the
    *> lock is reclaimed quietly rather than interrupting the screen.
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

END PROGRAM REVIEWAPPLICANTS.
