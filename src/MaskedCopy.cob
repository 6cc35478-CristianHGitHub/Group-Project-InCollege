*> Stand-alone masked-copy utility for the training and test
*> environment. Run this directly, the same way BACKUPDATA is run: it
*> reads the same full data-file set BACKUPDATA copies and writes a
*> masked copy of every file into ../data/masked/, with a manifest
*> (SNAPSHOT row, then FILE|ROW-COUNT|MAX-ID) in BACKUPDATA's layout.
*> Copying ../data/masked/ over the training deployment's
*> ../data/backup/ and running RESTOREDATA there loads it like any
*> other snapshot.
*>
*> What is masked, and how:
*>   usernames   every account is renumbered user00001, user00002, ...
*>               in AccountRecords.txt order (closed and disabled
*>               accounts no longer on file follow), and EVERY field of
*>               every file that holds a username - in any case - is
*>               swapped for the same masked name (upper-cased where the
*>               file keeps it upper-cased), so joins still work. A
*>               field that is all digits is an ID and is never taken
*>               for a username.
*>   names       first and last name become Test / UserNNNNN; other
*>               people's names (references, employer contacts) become
*>               "Person nnnnnn".
*>   emails      an account's address becomes userNNNNN@example.invalid
*>               wherever it appears; any other address becomes
*>               contactnnnnnn@example.invalid, so no mail the training
*>               relay picks up can reach a real person.
*>   free text   message, notification, note, comment, answer, review,
*>               feedback and profile text becomes "Masked text nnnnnn".
*>   sign-in     every account's password and security answer are reset
*>               to the training ones below (the security question is
*>               kept).
*> The nnnnnn is a checksum of the original value, so the same value
*> masks the same way in every file. IDs, counters, dates, statuses and
*> the public posting, company, event and reference-master content are
*> copied as they are, so the masked set passes DATAINTEGRITYCHECK the
*> same as the live one. The audit journal's chain is re-hashed over
*> the masked rows from zeros, and the masked set carries empty
*> AuditChainAnchor.txt / AuditChainCheckpoint.txt so AUDITCHAINVERIFY
*> walks it clean; OutboundMessages.txt gets a fresh TRL total.
IDENTIFICATION DIVISION.
PROGRAM-ID. MASKEDCOPY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOURCE-STAT.
    SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TARGET-STAT.
    SELECT ACCOUNT-FILE ASSIGN TO "../data/AccountRecords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STAT.
    SELECT MANIFEST-FILE ASSIGN TO "../data/masked/BackupManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANIFEST-STAT.

DATA DIVISION.
FILE SECTION.
FD  SOURCE-FILE.
*> Sized to the largest record in the set - the 5152-byte
*> AccountRecords.txt row - so nothing is truncated in transit.
01  SOURCE-REC          PIC X(5200).

FD  TARGET-FILE.
01  TARGET-REC          PIC X(5200).

FD  ACCOUNT-FILE.
COPY "AccountRecord.cpy".

FD  MANIFEST-FILE.
01  MANIFEST-REC        PIC X(120).

WORKING-STORAGE SECTION.
01  SOURCE-STAT         PIC XX.
01  TARGET-STAT         PIC XX.
01  ACCOUNT-STAT        PIC XX.
01  MANIFEST-STAT       PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-NOW              PIC X(6).
01  WS-MASKED-DIR       PIC X(20) VALUE "../data/masked".
01  WS-MKDIR-STATUS     PIC 9(9) COMP-5.
01  WS-SOURCE-PATH      PIC X(80).
01  WS-TARGET-PATH      PIC X(80).
01  WS-ROW-COUNT        PIC 9(9) VALUE 0.
01  WS-MAX-ID           PIC 9(9) VALUE 0.
01  WS-FIRST-FIELD      PIC X(20).
01  WS-FILES-WRITTEN    PIC 9(3) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(8)9.
01  WS-MAX-EDIT         PIC Z(8)9.
01  WS-REPORT-LINE      PIC X(120).
01  WS-IDX              PIC 9(3) VALUE 0.
01  WS-HANDLING         PIC X.

*> The sign-in every masked account gets. Training staff hand these
*> out with the userNNNNN names; nothing of the real ones is carried.
01  WS-TRAINING-PASSWORD PIC X(50) VALUE "Training1".
01  WS-TRAINING-ANSWER  PIC X(50) VALUE "TRAINING".
01  WS-SALT             PIC X(16).
01  WS-HASH             PIC X(32).
01  WS-SEED             PIC 9(9) VALUE 0.
01  WS-SALT-IDX         PIC 99 VALUE 0.
01  WS-SECRET           PIC X(50).

*> Account table: each username on file (AccountRecords.txt, then
*> ClosedAccounts.txt and DisabledAccounts.txt for accounts no longer
*> on it) with its masked name and email. Capped the way
*> ACCOUNTAUDITREPORT caps its account table.
01  WS-USER-COUNT       PIC 9(5) VALUE 0.
01  WS-USER-TABLE.
    05  WS-USER-ENTRY OCCURS 2000 TIMES.
        10  WS-USER-NAME         PIC X(50).
        10  WS-USER-UPPER        PIC X(50).
        10  WS-USER-EMAIL-UPPER  PIC X(80).
        10  WS-USER-MASK         PIC X(50).
        10  WS-USER-MASK-UPPER   PIC X(50).
        10  WS-USER-MASK-EMAIL   PIC X(80).
01  WS-USER-HIT         PIC 9(5) VALUE 0.
01  WS-U                PIC 9(5) VALUE 0.
01  WS-USER-SEQ         PIC 9(5) VALUE 0.
01  WS-LOOKUP-KEY       PIC X(100).
01  WS-LOOKUP-UPPER     PIC X(100).
01  WS-LIST-NAME        PIC X(40).

*> One pipe-delimited row split into its fields, and the row rebuilt
*> from them once a field has been masked.
01  WS-ROW-LEN          PIC 9(4) VALUE 0.
01  WS-PIPES            PIC 9(4) VALUE 0.
01  WS-FIELD-COUNT      PIC 9(4) VALUE 0.
01  WS-F                PIC 9(4) VALUE 0.
01  WS-PTR              PIC 9(4) VALUE 0.
01  WS-FIELD-TABLE.
    05  WS-FIELD        OCCURS 30 TIMES PIC X(1000).
01  WS-OUT-ROW          PIC X(5200).
01  WS-ROW-CHANGED      PIC X VALUE "N".
01  WS-SPEC-CODE        PIC X.

*> One field value being masked.
01  WS-VALUE            PIC X(1000).
01  WS-VALUE-LEN        PIC 9(4) VALUE 0.
01  WS-VALUE-CHANGED    PIC X VALUE "N".
01  WS-WORD-SOURCE      PIC X(1000).
01  WS-WORD             PIC X(100).
01  WS-WORD-PTR         PIC 9(4) VALUE 0.
01  WS-AT-COUNT         PIC 9(4) VALUE 0.
01  WS-SPACE-COUNT      PIC 9(4) VALUE 0.
01  WS-VALUE-HASH       PIC 9(9) VALUE 0.
01  WS-VALUE-HASH-EDIT  PIC 9(6).
01  WS-I                PIC 9(4) VALUE 0.
01  WS-EXP-IDX          PIC 99 VALUE 0.
01  WS-MASKED-ACCOUNTS  PIC 9(5) VALUE 0.

*> HDR/TRL sealed files (OutboundMessages.txt): the header is kept and
*> the trailer re-totalled over the masked rows, the way the retention
*> sweep re-totals it.
01  WS-XMIT-SEALED      PIC X VALUE "N".
01  WS-XMIT-COUNT       PIC 9(9) VALUE 0.
01  WS-XMIT-HASH        PIC 9(12) VALUE 0.

*> Audit journal: personal entities whose OLD/NEW values are masked,
*> and the chain re-hashed over the masked rows (see CHAIN-AUDIT-ROW
*> in the journal writers).
01  WS-AUDIT-ENTITY     PIC X(30).
01  WS-CHAIN-ROW        PIC X(500).
01  WS-CHAIN-TEXT       PIC X(500).
01  WS-CHAIN-LEN        PIC 9(4) VALUE 0.
01  WS-CHAIN-I          PIC 9(4) VALUE 0.
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A      PIC 9(12).
    05  WS-CHAIN-B      PIC 9(12).

*> The data-file set BACKUPDATA copies, in the same order, each with
*> how it is masked: the first byte is the handling -
*>   A  AccountRecords.txt (fixed-width, AccountRecord.cpy)
*>   P  pipe-delimited rows
*>   J  the audit journal (pipe-delimited, re-chained)
*>   F  fixed-width connection rows (two 40-byte usernames, note)
*>   X  fixed-column Transactions.txt
*>   C  copied as is (counters and reference masters)
*>   E  written empty (the audit chain's anchor and checkpoint)
*> and, for P, the bytes after it describe fields 1, 2, ... in turn:
*> N a person's name, E an email address, T free text, W text kept
*> but with each word that is a username swapped (the mail subject,
*> whose reply token MAILREPLYLOAD reads back), "." or blank nothing
*> beyond the username swap every field gets.
01  WS-FILE-COUNT       PIC 9(3) VALUE 127.
01  WS-FILE-NAMES.
    05  FILLER PIC X(40) VALUE "AccountRecords.txt".
    05  FILLER PIC X(20) VALUE "A".
    05  FILLER PIC X(40) VALUE "JobPostings.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "applications.dat".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobIdCounter.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "ApplicationIdCounter.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "FlagIdCounter.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "EventIdCounter.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "ReviewIdCounter.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "Companies.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "CompanyRecruiters.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ConnectionRecords.txt".
    05  FILLER PIC X(20) VALUE "F".
    05  FILLER PIC X(40) VALUE "EstablishedConnections.txt".
    05  FILLER PIC X(20) VALUE "F".
    05  FILLER PIC X(40) VALUE "SkillEndorsements.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SkillCompletions.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "EndorsementTallies.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SkillCourseContent.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "SkillLessonProgress.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SkillCertificates.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "FlaggedPostings.txt".
    05  FILLER PIC X(20) VALUE "P...T".
    05  FILLER PIC X(40) VALUE "BlockedUsers.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Messages.txt".
    05  FILLER PIC X(20) VALUE "P....T".
    05  FILLER PIC X(40) VALUE "ApplicationMessages.txt".
    05  FILLER PIC X(20) VALUE "P...T".
    05  FILLER PIC X(40) VALUE "ApplicationStatusHistory.txt".
    05  FILLER PIC X(20) VALUE "P......T".
    05  FILLER PIC X(40) VALUE "Interviews.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Offers.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SavedJobs.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SavedSearches.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SavedSearchMatches.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "SavedSearchLastRun.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "Notifications.txt".
    05  FILLER PIC X(20) VALUE "P...T".
    05  FILLER PIC X(40) VALUE "OutboundMessages.txt".
    05  FILLER PIC X(20) VALUE "PE.WT".
    05  FILLER PIC X(40) VALUE "Shortlists.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobQuestions.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ApplicationAnswers.txt".
    05  FILLER PIC X(20) VALUE "P...T".
    05  FILLER PIC X(40) VALUE "JobRequirements.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "DisabledAccounts.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ClosedAccounts.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "LoginHistory.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "LoginLockouts.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "AuditJournal.txt".
    05  FILLER PIC X(20) VALUE "J".
    05  FILLER PIC X(40) VALUE "IntentJournal.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ArchiveIndex.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Recommendations.txt".
    05  FILLER PIC X(20) VALUE "P....T".
    05  FILLER PIC X(40) VALUE "Mentors.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "MentorshipRequests.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "MentorshipPairs.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Groups.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "GroupMembers.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Events.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "EventRSVPs.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "CandidateRankings.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Universities.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "UniversityAliases.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "VerifiedEducation.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "CompanyReviews.txt".
    05  FILLER PIC X(20) VALUE "P......T".
    05  FILLER PIC X(40) VALUE "FlaggedReviews.txt".
    05  FILLER PIC X(20) VALUE "P..T".
    05  FILLER PIC X(40) VALUE "PostingCredits.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobImportReceipts.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "EmployerApprovals.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "CoverLetters.txt".
    05  FILLER PIC X(20) VALUE "P..T".
    05  FILLER PIC X(40) VALUE "CreditEnrollments.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "InternshipHours.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "InternshipEvaluations.txt".
    05  FILLER PIC X(20) VALUE "P.....T".
    05  FILLER PIC X(40) VALUE "EmploymentCheckins.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "References.txt".
    05  FILLER PIC X(20) VALUE "P..N.E".
    05  FILLER PIC X(40) VALUE "ReferenceChecks.txt".
    05  FILLER PIC X(20) VALUE "P...NE.....T".
    05  FILLER PIC X(40) VALUE "Projects.txt".
    05  FILLER PIC X(20) VALUE "P......TT".
    05  FILLER PIC X(40) VALUE "ProjectSkillTags.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Certifications.txt".
    05  FILLER PIC X(20) VALUE "P....T".
    05  FILLER PIC X(40) VALUE "JobPreferences.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "CounselorSlots.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ActionPlans.txt".
    05  FILLER PIC X(20) VALUE "P..........T".
    05  FILLER PIC X(40) VALUE "ResumeReviews.txt".
    05  FILLER PIC X(20) VALUE "P........T".
    05  FILLER PIC X(40) VALUE "ResumeReviewLines.txt".
    05  FILLER PIC X(20) VALUE "P..T".
    05  FILLER PIC X(40) VALUE "ResumeReviewComments.txt".
    05  FILLER PIC X(20) VALUE "P..T".
    05  FILLER PIC X(40) VALUE "ResumeReviewers.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ResumeBookOptIns.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ResumeBooks.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ResumeBookEntries.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "InterviewDays.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "InterviewDaySlots.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "InterviewDayLists.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Venues.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "EmployerContacts.txt".
    05  FILLER PIC X(20) VALUE "P....N..T".
    05  FILLER PIC X(40) VALUE "RecruitingPolicy.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "PolicyAcceptances.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobOpenings.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Occupations.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "OccupationKeywords.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "JobOccupations.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Locations.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "JobLocations.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "PayTransparencyRules.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "PayTransparencyHolds.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "FwsAwards.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobWorkStudy.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "AtsFeeds.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobSyndicationOptOut.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobSyndicationSnapshot.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "JobSyndicationControl.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "EmailBounceLog.txt".
    05  FILLER PIC X(20) VALUE "P.E".
    05  FILLER PIC X(40) VALUE "UndeliverableEmails.txt".
    05  FILLER PIC X(20) VALUE "P.E".
    05  FILLER PIC X(40) VALUE "ReplyTokens.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ReplyTokenCounter.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "Transactions.txt".
    05  FILLER PIC X(20) VALUE "X".
    05  FILLER PIC X(40) VALUE "TransactionResponses.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "InterfaceControl.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "DistributionList.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "DistributionLog.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "JobStreamTiming.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "AuditChainAnchor.txt".
    05  FILLER PIC X(20) VALUE "E".
    05  FILLER PIC X(40) VALUE "AuditChainCheckpoint.txt".
    05  FILLER PIC X(20) VALUE "E".
    05  FILLER PIC X(40) VALUE "CapacityHistory.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "LegalHolds.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "LegalHoldLog.txt".
    05  FILLER PIC X(20) VALUE "P......T".
    05  FILLER PIC X(40) VALUE "ProfileViews.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "RolePermissions.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "PermissionDenials.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ActiveSessions.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "ModerationActions.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "Appeals.txt".
    05  FILLER PIC X(20) VALUE "P......T".
    05  FILLER PIC X(40) VALUE "FraudSignals.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "Introductions.txt".
    05  FILLER PIC X(20) VALUE "P....TT".
    05  FILLER PIC X(40) VALUE "GroupRegistrationCycles.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "GroupRegistrations.txt".
    05  FILLER PIC X(20) VALUE "P".
    05  FILLER PIC X(40) VALUE "StudentActivitiesPolicy.txt".
    05  FILLER PIC X(20) VALUE "C".
    05  FILLER PIC X(40) VALUE "CampusCalendar.txt".
    05  FILLER PIC X(20) VALUE "C".
01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
    05  WS-FILE-ENTRY OCCURS 127 TIMES.
        10  WS-FILE-NAME    PIC X(40).
        10  WS-FILE-SPEC    PIC X(20).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW

    CALL "CBL_CREATE_DIR" USING WS-MASKED-DIR
        RETURNING WS-MKDIR-STATUS

    PERFORM BUILD-USER-TABLE
    MOVE "ClosedAccounts.txt" TO WS-LIST-NAME
    PERFORM ADD-LISTED-USERS
    MOVE "DisabledAccounts.txt" TO WS-LIST-NAME
    PERFORM ADD-LISTED-USERS

    OPEN OUTPUT MANIFEST-FILE
    IF MANIFEST-STAT NOT = "00"
        DISPLAY "Error: cannot write the masked-copy manifest (status=" MANIFEST-STAT ")"
        STOP RUN
    END-IF

    MOVE SPACES TO MANIFEST-REC
    STRING "SNAPSHOT|" WS-TODAY "|" WS-NOW DELIMITED BY SIZE INTO MANIFEST-REC
    END-STRING
    WRITE MANIFEST-REC

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FILE-COUNT
        PERFORM MASK-ONE-FILE
    END-PERFORM

    CLOSE MANIFEST-FILE

    MOVE WS-FILES-WRITTEN TO WS-COUNT-EDIT
    MOVE WS-MASKED-ACCOUNTS TO WS-MAX-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Masked copy complete - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
           " file(s) written to ../data/masked/, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MAX-EDIT)    DELIMITED BY SIZE
           " account(s) masked." DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    STOP RUN.

*> BUILD-USER-TABLE: one entry per account in AccountRecords.txt
*> order, numbered from user00001.
BUILD-USER-TABLE.
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
                IF FUNCTION TRIM(AR-USERNAME) NOT = SPACES
                    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-LOOKUP-KEY
                    PERFORM ADD-USER-ENTRY
                    IF WS-USER-HIT > 0 AND FUNCTION TRIM(AR-EMAIL) NOT = SPACES
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EMAIL))
                            TO WS-USER-EMAIL-UPPER(WS-USER-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    EXIT PARAGRAPH.

*> ADD-LISTED-USERS: usernames in the first field of WS-LIST-NAME that
*> are not on AccountRecords.txt any more still get a masked name, so
*> the rows left behind by a closed account are masked too.
ADD-LISTED-USERS.
    MOVE SPACES TO WS-SOURCE-PATH
    STRING "../data/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
        INTO WS-SOURCE-PATH
    END-STRING
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SOURCE-FILE
    IF SOURCE-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SOURCE-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO WS-LOOKUP-KEY
                UNSTRING SOURCE-REC DELIMITED BY "|"
                    INTO WS-LOOKUP-KEY
                END-UNSTRING
                IF FUNCTION TRIM(WS-LOOKUP-KEY) NOT = SPACES
                    MOVE FUNCTION TRIM(WS-LOOKUP-KEY) TO WS-LOOKUP-KEY
                    PERFORM ADD-USER-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE SOURCE-FILE
    EXIT PARAGRAPH.

*> ADD-USER-ENTRY: WS-USER-HIT is WS-LOOKUP-KEY's entry, added with
*> the next masked name if it is not in the table yet (0 when full).
ADD-USER-ENTRY.
    PERFORM FIND-USER-ENTRY
    IF WS-USER-HIT > 0 OR WS-USER-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-USER-COUNT
    MOVE WS-USER-COUNT TO WS-USER-HIT WS-USER-SEQ
    MOVE FUNCTION TRIM(WS-LOOKUP-KEY) TO WS-USER-NAME(WS-USER-HIT)
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-KEY))
        TO WS-USER-UPPER(WS-USER-HIT)
    MOVE SPACES TO WS-USER-EMAIL-UPPER(WS-USER-HIT)
    MOVE SPACES TO WS-USER-MASK(WS-USER-HIT)
    STRING "user" WS-USER-SEQ DELIMITED BY SIZE
        INTO WS-USER-MASK(WS-USER-HIT)
    END-STRING
    MOVE SPACES TO WS-USER-MASK-UPPER(WS-USER-HIT)
    STRING "USER" WS-USER-SEQ DELIMITED BY SIZE
        INTO WS-USER-MASK-UPPER(WS-USER-HIT)
    END-STRING
    MOVE SPACES TO WS-USER-MASK-EMAIL(WS-USER-HIT)
    STRING "user" WS-USER-SEQ "@example.invalid" DELIMITED BY SIZE
        INTO WS-USER-MASK-EMAIL(WS-USER-HIT)
    END-STRING
    EXIT PARAGRAPH.

*> FIND-USER-ENTRY: WS-USER-HIT is the entry whose username matches
*> WS-LOOKUP-KEY without regard to case, or 0. All-digit values are
*> IDs, never usernames.
FIND-USER-ENTRY.
    MOVE 0 TO WS-USER-HIT
    IF FUNCTION TRIM(WS-LOOKUP-KEY) = SPACES
       OR FUNCTION TRIM(WS-LOOKUP-KEY) IS NUMERIC
       OR WS-LOOKUP-KEY(51:50) NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-KEY)) TO WS-LOOKUP-UPPER
    PERFORM VARYING WS-U FROM 1 BY 1
        UNTIL WS-U > WS-USER-COUNT OR WS-USER-HIT > 0
        IF WS-USER-UPPER(WS-U) = WS-LOOKUP-UPPER
            MOVE WS-U TO WS-USER-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> MASK-ONE-FILE: write the masked copy of one data file and its
*> manifest row. A file that does not exist yet is recorded with a
*> row count of zero and skipped, as BACKUPDATA does.
MASK-ONE-FILE.
    MOVE SPACES TO WS-SOURCE-PATH
    STRING "../data/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FILE-NAME(WS-IDX)) DELIMITED BY SIZE
        INTO WS-SOURCE-PATH
    END-STRING
    MOVE SPACES TO WS-TARGET-PATH
    STRING "../data/masked/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FILE-NAME(WS-IDX)) DELIMITED BY SIZE
        INTO WS-TARGET-PATH
    END-STRING

    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-MAX-ID
    MOVE "N" TO EOF-FLAG
    MOVE "N" TO WS-XMIT-SEALED
    MOVE 0 TO WS-XMIT-COUNT WS-XMIT-HASH
    MOVE ZEROS TO WS-CHAIN-RUNNING
    MOVE WS-FILE-SPEC(WS-IDX)(1:1) TO WS-HANDLING

    IF WS-HANDLING = "E"
        OPEN OUTPUT TARGET-FILE
        CLOSE TARGET-FILE
        ADD 1 TO WS-FILES-WRITTEN
        PERFORM WRITE-MANIFEST-ROW
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT SOURCE-FILE
    IF SOURCE-STAT = "35"
        PERFORM WRITE-MANIFEST-ROW
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TARGET-FILE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ SOURCE-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SOURCE-REC TO WS-OUT-ROW
                IF SOURCE-REC NOT = SPACES
                    EVALUATE WS-HANDLING
                        WHEN "A"
                            PERFORM MASK-ACCOUNT-ROW
                        WHEN "P"
                            PERFORM MASK-PIPE-ROW
                        WHEN "J"
                            PERFORM MASK-JOURNAL-ROW
                        WHEN "F"
                            PERFORM MASK-CONNECTION-ROW
                        WHEN "X"
                            PERFORM MASK-TRANSACTION-ROW
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
                IF WS-OUT-ROW(1:4) NOT = "TRL|" OR WS-XMIT-SEALED = "N"
                    PERFORM WRITE-MASKED-ROW
                END-IF
        END-READ
    END-PERFORM

    CLOSE SOURCE-FILE
    IF WS-XMIT-SEALED = "Y"
        MOVE SPACES TO WS-OUT-ROW
        STRING "TRL|" WS-XMIT-COUNT "|" WS-XMIT-HASH
            DELIMITED BY SIZE
            INTO WS-OUT-ROW
        END-STRING
        MOVE "N" TO WS-XMIT-SEALED
        PERFORM WRITE-MASKED-ROW
    END-IF
    CLOSE TARGET-FILE
    ADD 1 TO WS-FILES-WRITTEN
    PERFORM WRITE-MANIFEST-ROW
    EXIT PARAGRAPH.

*> WRITE-MASKED-ROW: WS-OUT-ROW to the copy, counted for the manifest
*> and, on a sealed file, for its trailer.
WRITE-MASKED-ROW.
    MOVE WS-OUT-ROW TO TARGET-REC
    WRITE TARGET-REC
    IF WS-OUT-ROW NOT = SPACES
        ADD 1 TO WS-ROW-COUNT
        PERFORM TRACK-MAX-ID
        IF WS-XMIT-SEALED = "Y" AND WS-OUT-ROW(1:4) NOT = "HDR|"
            ADD 1 TO WS-XMIT-COUNT
            ADD FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-ROW TRAILING))
                TO WS-XMIT-HASH
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> MASK-ACCOUNT-ROW: the account under its masked username, name and
*> email, its profile text masked, and the training sign-in - salted
*> and hashed exactly as CREATE-ACCOUNT does it, so LOGIN and
*> RECOVER-ACCOUNT accept it.
MASK-ACCOUNT-ROW.
    MOVE SOURCE-REC TO ACCOUNT-INFO
    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-LOOKUP-KEY
    PERFORM FIND-USER-ENTRY
    IF WS-USER-HIT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-USER-MASK(WS-USER-HIT) TO AR-USERNAME
    MOVE "Test" TO AR-FIRST-NAME
    MOVE SPACES TO AR-LAST-NAME
    STRING "User" WS-USER-MASK(WS-USER-HIT)(5:5) DELIMITED BY SIZE
        INTO AR-LAST-NAME
    END-STRING
    IF AR-EMAIL NOT = SPACES
        MOVE WS-USER-MASK-EMAIL(WS-USER-HIT) TO AR-EMAIL
    END-IF
    IF AR-ABOUT-ME NOT = SPACES
        MOVE AR-ABOUT-ME TO WS-VALUE
        PERFORM MASK-FREE-TEXT
        MOVE WS-VALUE TO AR-ABOUT-ME
    END-IF
    PERFORM VARYING WS-EXP-IDX FROM 1 BY 1 UNTIL WS-EXP-IDX > 10
        IF AR-EXP-DESCRIPTION(WS-EXP-IDX) NOT = SPACES
            MOVE AR-EXP-DESCRIPTION(WS-EXP-IDX) TO WS-VALUE
            PERFORM MASK-FREE-TEXT
            MOVE WS-VALUE TO AR-EXP-DESCRIPTION(WS-EXP-IDX)
        END-IF
    END-PERFORM

    MOVE WS-TRAINING-PASSWORD TO WS-SECRET
    MOVE SPACES TO WS-SALT
    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-SALT
    COMPUTE WS-SEED = FUNCTION LENGTH(FUNCTION TRIM(AR-USERNAME)) * 31
                     + FUNCTION LENGTH(FUNCTION TRIM(WS-SECRET)) * 17
    MOVE WS-SEED TO WS-SALT(11:6)
    PERFORM HASH-SECRET
    MOVE WS-SALT TO AR-PASSWORD-SALT
    MOVE WS-HASH TO AR-PASSWORD-HASH

    MOVE FUNCTION UPPER-CASE(WS-TRAINING-ANSWER) TO WS-SECRET
    MOVE SPACES TO WS-SALT
    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-SALT
    COMPUTE WS-SEED = FUNCTION LENGTH(FUNCTION TRIM(AR-USERNAME)) * 13
                     + FUNCTION LENGTH(FUNCTION TRIM(WS-SECRET)) * 7
    MOVE WS-SEED TO WS-SALT(11:6)
    PERFORM HASH-SECRET
    MOVE WS-SALT TO AR-ANSWER-SALT
    MOVE WS-HASH TO AR-ANSWER-HASH

    MOVE ACCOUNT-INFO TO WS-OUT-ROW
    ADD 1 TO WS-MASKED-ACCOUNTS
    EXIT PARAGRAPH.

*> HASH-SECRET: CREATE-ACCOUNT's HASH-PASSWORD / HASH-ANSWER over
*> WS-SECRET and WS-SALT (the answer is upper-cased by the caller).
HASH-SECRET.
    MOVE 0 TO WS-SEED
    PERFORM VARYING WS-SALT-IDX FROM 1 BY 1
            UNTIL WS-SALT-IDX > FUNCTION LENGTH(FUNCTION TRIM(WS-SECRET))
        COMPUTE WS-SEED = FUNCTION MOD(
            (WS-SEED * 31) + FUNCTION ORD(WS-SECRET(WS-SALT-IDX:1)), 99999999)
    END-PERFORM
    PERFORM VARYING WS-SALT-IDX FROM 1 BY 1 UNTIL WS-SALT-IDX > 16
        COMPUTE WS-SEED = FUNCTION MOD(
            (WS-SEED * 31) + FUNCTION ORD(WS-SALT(WS-SALT-IDX:1)), 99999999)
    END-PERFORM
    MOVE SPACES TO WS-HASH
    MOVE WS-SEED TO WS-HASH(1:9)
    EXIT PARAGRAPH.

*> MASK-PIPE-ROW: mask each field by the file's field codes; a row
*> with nothing to mask goes out byte for byte. HDR/TRL control rows
*> are left to MASK-ONE-FILE.
MASK-PIPE-ROW.
    IF SOURCE-REC(1:4) = "HDR|"
        MOVE "Y" TO WS-XMIT-SEALED
        EXIT PARAGRAPH
    END-IF
    IF SOURCE-REC(1:4) = "TRL|"
        EXIT PARAGRAPH
    END-IF
    PERFORM SPLIT-SOURCE-ROW
    IF WS-FIELD-COUNT > 30
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ROW-CHANGED
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FIELD-COUNT
        MOVE "." TO WS-SPEC-CODE
        IF WS-F < 20
            MOVE WS-FILE-SPEC(WS-IDX)(WS-F + 1:1) TO WS-SPEC-CODE
        END-IF
        PERFORM MASK-ONE-FIELD
    END-PERFORM
    IF WS-ROW-CHANGED = "Y"
        PERFORM JOIN-FIELDS
    END-IF
    EXIT PARAGRAPH.

*> SPLIT-SOURCE-ROW: SOURCE-REC into WS-FIELD(1..WS-FIELD-COUNT), one
*> field per "|" plus one, empty fields included.
SPLIT-SOURCE-ROW.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(SOURCE-REC TRAILING)) TO WS-ROW-LEN
    MOVE 0 TO WS-PIPES
    INSPECT SOURCE-REC(1:WS-ROW-LEN) TALLYING WS-PIPES FOR ALL "|"
    COMPUTE WS-FIELD-COUNT = WS-PIPES + 1
    IF WS-FIELD-COUNT > 30
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-PTR
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FIELD-COUNT
        MOVE SPACES TO WS-FIELD(WS-F)
        IF WS-PTR <= WS-ROW-LEN
            UNSTRING SOURCE-REC(1:WS-ROW-LEN) DELIMITED BY "|"
                INTO WS-FIELD(WS-F)
                WITH POINTER WS-PTR
            END-UNSTRING
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> JOIN-FIELDS: WS-FIELD(1..WS-FIELD-COUNT) back into WS-OUT-ROW.
JOIN-FIELDS.
    MOVE SPACES TO WS-OUT-ROW
    MOVE 1 TO WS-PTR
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FIELD-COUNT
        IF WS-F > 1
            STRING "|" DELIMITED BY SIZE
                INTO WS-OUT-ROW WITH POINTER WS-PTR
            END-STRING
        END-IF
        IF WS-FIELD(WS-F) NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(WS-F) TRAILING))
                TO WS-VALUE-LEN
            STRING WS-FIELD(WS-F)(1:WS-VALUE-LEN) DELIMITED BY SIZE
                INTO WS-OUT-ROW WITH POINTER WS-PTR
            END-STRING
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> MASK-ONE-FIELD: WS-FIELD(WS-F) masked by code WS-SPEC-CODE.
MASK-ONE-FIELD.
    MOVE WS-FIELD(WS-F) TO WS-VALUE
    PERFORM MASK-VALUE
    IF WS-VALUE-CHANGED = "Y"
        MOVE WS-VALUE TO WS-FIELD(WS-F)
        MOVE "Y" TO WS-ROW-CHANGED
    END-IF
    EXIT PARAGRAPH.

*> MASK-VALUE: the masking rules for one value in WS-VALUE - a
*> username (bare or as EMPLOYER:<username>) becomes its masked name
*> whatever the code; otherwise N, E and T mask a name, an address or
*> free text (free text that is just an address is masked as one).
MASK-VALUE.
    MOVE "N" TO WS-VALUE-CHANGED
    IF WS-VALUE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VALUE TO WS-LOOKUP-KEY
    IF WS-VALUE(101:900) = SPACES
        PERFORM FIND-USER-ENTRY
        IF WS-USER-HIT > 0
            PERFORM PUT-MASKED-USERNAME
            MOVE "Y" TO WS-VALUE-CHANGED
            EXIT PARAGRAPH
        END-IF
        IF WS-VALUE(1:9) = "EMPLOYER:"
            MOVE WS-VALUE(10:91) TO WS-LOOKUP-KEY
            PERFORM FIND-USER-ENTRY
            IF WS-USER-HIT > 0
                PERFORM PUT-MASKED-USERNAME
                MOVE WS-VALUE TO WS-LOOKUP-KEY
                MOVE SPACES TO WS-VALUE
                STRING "EMPLOYER:" FUNCTION TRIM(WS-LOOKUP-KEY)
                    DELIMITED BY SIZE INTO WS-VALUE
                END-STRING
                MOVE "Y" TO WS-VALUE-CHANGED
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF

    EVALUATE WS-SPEC-CODE
        WHEN "N"
            PERFORM MASK-PERSON-NAME
            MOVE "Y" TO WS-VALUE-CHANGED
        WHEN "E"
            PERFORM MASK-EMAIL-ADDRESS
            MOVE "Y" TO WS-VALUE-CHANGED
        WHEN "T"
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE TRAILING))
                TO WS-VALUE-LEN
            MOVE 0 TO WS-AT-COUNT WS-SPACE-COUNT
            INSPECT WS-VALUE(1:WS-VALUE-LEN) TALLYING
                WS-AT-COUNT FOR ALL "@"
                WS-SPACE-COUNT FOR ALL " "
            IF WS-AT-COUNT = 1 AND WS-SPACE-COUNT = 0
                PERFORM MASK-EMAIL-ADDRESS
            ELSE
                PERFORM MASK-FREE-TEXT
            END-IF
            MOVE "Y" TO WS-VALUE-CHANGED
        WHEN "W"
            PERFORM MASK-USERNAME-WORDS
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> MASK-USERNAME-WORDS: WS-VALUE rebuilt word by word, each word that
*> is a username swapped for its masked name.
MASK-USERNAME-WORDS.
    MOVE WS-VALUE TO WS-WORD-SOURCE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORD-SOURCE TRAILING))
        TO WS-VALUE-LEN
    MOVE SPACES TO WS-VALUE
    MOVE 1 TO WS-WORD-PTR
    MOVE 1 TO WS-PTR
    PERFORM UNTIL WS-WORD-PTR > WS-VALUE-LEN
        MOVE SPACES TO WS-WORD
        UNSTRING WS-WORD-SOURCE(1:WS-VALUE-LEN) DELIMITED BY " "
            INTO WS-WORD
            WITH POINTER WS-WORD-PTR
        END-UNSTRING
        IF WS-WORD NOT = SPACES
            MOVE WS-WORD TO WS-LOOKUP-KEY
            PERFORM FIND-USER-ENTRY
            IF WS-USER-HIT > 0
                MOVE WS-USER-MASK(WS-USER-HIT) TO WS-WORD
                MOVE "Y" TO WS-VALUE-CHANGED
            END-IF
            STRING FUNCTION TRIM(WS-WORD) DELIMITED BY SIZE
                INTO WS-VALUE WITH POINTER WS-PTR
            END-STRING
        END-IF
        IF WS-WORD-PTR <= WS-VALUE-LEN
            STRING " " DELIMITED BY SIZE
                INTO WS-VALUE WITH POINTER WS-PTR
            END-STRING
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> PUT-MASKED-USERNAME: WS-VALUE becomes entry WS-USER-HIT's masked
*> name, upper-cased when the value was the upper-cased username of a
*> mixed-case one (the keys BULKJOBIMPORT and the like upper-case).
PUT-MASKED-USERNAME.
    IF FUNCTION TRIM(WS-LOOKUP-KEY) = WS-USER-UPPER(WS-USER-HIT)
       AND WS-USER-UPPER(WS-USER-HIT) NOT = WS-USER-NAME(WS-USER-HIT)
        MOVE WS-USER-MASK-UPPER(WS-USER-HIT) TO WS-VALUE
    ELSE
        MOVE WS-USER-MASK(WS-USER-HIT) TO WS-VALUE
    END-IF
    EXIT PARAGRAPH.

*> MASK-PERSON-NAME / MASK-EMAIL-ADDRESS / MASK-FREE-TEXT: replace
*> WS-VALUE by a stand-in keyed on its checksum, so equal values mask
*> alike. An account's own address becomes its masked address.
MASK-PERSON-NAME.
    PERFORM HASH-VALUE
    MOVE SPACES TO WS-VALUE
    STRING "Person " WS-VALUE-HASH-EDIT DELIMITED BY SIZE
        INTO WS-VALUE
    END-STRING
    EXIT PARAGRAPH.

MASK-EMAIL-ADDRESS.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VALUE)) TO WS-LOOKUP-UPPER
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USER-COUNT
        IF WS-USER-EMAIL-UPPER(WS-U) NOT = SPACES
           AND WS-USER-EMAIL-UPPER(WS-U) = WS-LOOKUP-UPPER
            MOVE WS-USER-MASK-EMAIL(WS-U) TO WS-VALUE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM HASH-VALUE
    MOVE SPACES TO WS-VALUE
    STRING "contact" WS-VALUE-HASH-EDIT "@example.invalid"
        DELIMITED BY SIZE INTO WS-VALUE
    END-STRING
    EXIT PARAGRAPH.

MASK-FREE-TEXT.
    PERFORM HASH-VALUE
    MOVE SPACES TO WS-VALUE
    STRING "Masked text " WS-VALUE-HASH-EDIT DELIMITED BY SIZE
        INTO WS-VALUE
    END-STRING
    EXIT PARAGRAPH.

*> HASH-VALUE: six-digit checksum of the trimmed WS-VALUE.
HASH-VALUE.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE TRAILING)) TO WS-VALUE-LEN
    MOVE 0 TO WS-VALUE-HASH
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VALUE-LEN
        COMPUTE WS-VALUE-HASH = FUNCTION MOD(WS-VALUE-HASH * 31
            + FUNCTION ORD(WS-VALUE(WS-I:1)), 999983)
    END-PERFORM
    MOVE WS-VALUE-HASH TO WS-VALUE-HASH-EDIT
    EXIT PARAGRAPH.

*> MASK-JOURNAL-ROW: DATE|TIME|ACTOR|ENTITY|KEY|FIELD|OLD|NEW with its
*> old chain hash dropped; usernames are swapped everywhere, OLD/NEW
*> are masked as free text for the account and message entities, and
*> the row is chained afresh onto the masked row before it.
MASK-JOURNAL-ROW.
    PERFORM SPLIT-SOURCE-ROW
    IF WS-FIELD-COUNT > 30
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD-COUNT > 8
        IF WS-FIELD(WS-FIELD-COUNT)(1:24) IS NUMERIC
           AND WS-FIELD(WS-FIELD-COUNT)(25:976) = SPACES
            SUBTRACT 1 FROM WS-FIELD-COUNT
        END-IF
    END-IF
    MOVE WS-FIELD(4) TO WS-AUDIT-ENTITY
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FIELD-COUNT
        MOVE "." TO WS-SPEC-CODE
        IF WS-F = 7 OR WS-F = 8
            EVALUATE FUNCTION TRIM(WS-AUDIT-ENTITY)
                WHEN "ACCOUNT"
                WHEN "PROFILE"
                WHEN "BROADCAST"
                WHEN "AccountRecords.txt"
                WHEN "Messages.txt"
                    MOVE "T" TO WS-SPEC-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        PERFORM MASK-ONE-FIELD
    END-PERFORM
    PERFORM JOIN-FIELDS

    MOVE WS-OUT-ROW TO WS-CHAIN-ROW
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
    MOVE WS-CHAIN-ROW TO WS-OUT-ROW
    EXIT PARAGRAPH.

*> FOLD-CHAIN-TEXT: the journal writers' chain hash - two polynomial
*> lanes over the character codes modulo twelve-digit primes.
FOLD-CHAIN-TEXT.
    PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
        UNTIL WS-CHAIN-I > WS-CHAIN-LEN
        COMPUTE WS-CHAIN-A = FUNCTION MOD(WS-CHAIN-A * 257
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999989)
        COMPUTE WS-CHAIN-B = FUNCTION MOD(WS-CHAIN-B * 263
            + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-I:1)), 999999999959)
    END-PERFORM
    EXIT PARAGRAPH.

*> MASK-CONNECTION-ROW: ConnectionRecords.txt / EstablishedConnections.txt
*> rows - two 40-byte usernames, then (pending requests only) a
*> 100-byte note.
MASK-CONNECTION-ROW.
    MOVE "." TO WS-SPEC-CODE
    MOVE SOURCE-REC(1:40) TO WS-VALUE
    PERFORM MASK-VALUE
    MOVE WS-VALUE TO WS-OUT-ROW(1:40)
    MOVE SOURCE-REC(41:40) TO WS-VALUE
    PERFORM MASK-VALUE
    MOVE WS-VALUE TO WS-OUT-ROW(41:40)
    MOVE "T" TO WS-SPEC-CODE
    MOVE SOURCE-REC(81:100) TO WS-VALUE
    PERFORM MASK-VALUE
    MOVE WS-VALUE TO WS-OUT-ROW(81:100)
    EXIT PARAGRAPH.

*> MASK-TRANSACTION-ROW: Transactions.txt columns (TRANSACTIONPROCESSOR)
*> - the acting username in 33-82, and the screening answers (APPLY)
*> or the rejection feedback (SET-STATUS) in the data area.
MASK-TRANSACTION-ROW.
    MOVE "." TO WS-SPEC-CODE
    MOVE SOURCE-REC(33:50) TO WS-VALUE
    PERFORM MASK-VALUE
    MOVE WS-VALUE TO WS-OUT-ROW(33:50)
    MOVE "T" TO WS-SPEC-CODE
    EVALUATE FUNCTION TRIM(SOURCE-REC(1:12))
        WHEN "APPLY"
            MOVE SOURCE-REC(93:100) TO WS-VALUE
            PERFORM MASK-VALUE
            MOVE WS-VALUE TO WS-OUT-ROW(93:100)
            MOVE SOURCE-REC(193:100) TO WS-VALUE
            PERFORM MASK-VALUE
            MOVE WS-VALUE TO WS-OUT-ROW(193:100)
            MOVE SOURCE-REC(293:100) TO WS-VALUE
            PERFORM MASK-VALUE
            MOVE WS-VALUE TO WS-OUT-ROW(293:100)
        WHEN "SET-STATUS"
            MOVE SOURCE-REC(121:120) TO WS-VALUE
            PERFORM MASK-VALUE
            MOVE WS-VALUE TO WS-OUT-ROW(121:120)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> TRACK-MAX-ID: as BACKUPDATA - the highest leading numeric ID of
*> the pipe-delimited files whose first field is one.
TRACK-MAX-ID.
    MOVE SPACES TO WS-FIRST-FIELD
    UNSTRING WS-OUT-ROW DELIMITED BY "|"
        INTO WS-FIRST-FIELD
    END-UNSTRING
    IF FUNCTION TRIM(WS-FIRST-FIELD) IS NUMERIC
       AND FUNCTION TRIM(WS-FIRST-FIELD) NOT = SPACES
        IF FUNCTION NUMVAL(FUNCTION TRIM(WS-FIRST-FIELD)) > WS-MAX-ID
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIRST-FIELD)) TO WS-MAX-ID
        END-IF
    END-IF
    EXIT PARAGRAPH.

WRITE-MANIFEST-ROW.
    MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
    MOVE WS-MAX-ID TO WS-MAX-EDIT
    MOVE SPACES TO MANIFEST-REC
    STRING FUNCTION TRIM(WS-FILE-NAME(WS-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-COUNT-EDIT)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MAX-EDIT)          DELIMITED BY SIZE
        INTO MANIFEST-REC
    END-STRING
    WRITE MANIFEST-REC
    EXIT PARAGRAPH.

END PROGRAM MASKEDCOPY.
