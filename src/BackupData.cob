*> present in JobPostings.txt / applications.dat, which would silently
*> hand out duplicate IDs. A file that does not exist yet is recorded
*> in the manifest with a row count of zero and skipped, so a young
*> deployment backs up cleanly too. The manifest's first row,
*> SNAPSHOT|YYYYMMDD|HHMMSS, is when the copy started - FORWARDRECOVERY
*> replays the audit journal from that moment on.
IDENTIFICATION DIVISION.
PROGRAM-ID. BACKUPDATA.

01  MANIFEST-STAT       PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-NOW              PIC X(6).
01  WS-BACKUP-DIR       PIC X(20) VALUE "../data/backup".
01  WS-MKDIR-STATUS     PIC 9(9) COMP-5.
01  WS-SOURCE-PATH      PIC X(80).

*> The full data-file set this deployment owns. New data files added
*> by later features belong in this table.
01  WS-FILE-COUNT       PIC 9(3) VALUE 128.
01  WS-FILE-NAMES.
    05  FILLER PIC X(40) VALUE "AccountRecords.txt".
    05  FILLER PIC X(40) VALUE "JobPostings.txt".
    05  FILLER PIC X(40) VALUE "PostingCredits.txt".
    05  FILLER PIC X(40) VALUE "JobImportReceipts.txt".
    05  FILLER PIC X(40) VALUE "EmployerApprovals.txt".
    05  FILLER PIC X(40) VALUE "CoverLetters.txt".
    05  FILLER PIC X(40) VALUE "CreditEnrollments.txt".
    05  FILLER PIC X(40) VALUE "InternshipHours.txt".
    05  FILLER PIC X(40) VALUE "InternshipEvaluations.txt".
    05  FILLER PIC X(40) VALUE "EmploymentCheckins.txt".
    05  FILLER PIC X(40) VALUE "References.txt".
    05  FILLER PIC X(40) VALUE "ReferenceChecks.txt".
    05  FILLER PIC X(40) VALUE "Projects.txt".
    05  FILLER PIC X(40) VALUE "ProjectSkillTags.txt".
    05  FILLER PIC X(40) VALUE "Certifications.txt".
    05  FILLER PIC X(40) VALUE "JobPreferences.txt".
    05  FILLER PIC X(40) VALUE "CounselorSlots.txt".
    05  FILLER PIC X(40) VALUE "ActionPlans.txt".
    05  FILLER PIC X(40) VALUE "ResumeReviews.txt".
    05  FILLER PIC X(40) VALUE "ResumeReviewLines.txt".
    05  FILLER PIC X(40) VALUE "ResumeReviewComments.txt".
    05  FILLER PIC X(40) VALUE "ResumeReviewers.txt".
    05  FILLER PIC X(40) VALUE "ResumeBookOptIns.txt".
    05  FILLER PIC X(40) VALUE "ResumeBooks.txt".
    05  FILLER PIC X(40) VALUE "ResumeBookEntries.txt".
    05  FILLER PIC X(40) VALUE "InterviewDays.txt".
    05  FILLER PIC X(40) VALUE "InterviewDaySlots.txt".
    05  FILLER PIC X(40) VALUE "InterviewDayLists.txt".
    05  FILLER PIC X(40) VALUE "Venues.txt".
    05  FILLER PIC X(40) VALUE "EmployerContacts.txt".
    05  FILLER PIC X(40) VALUE "RecruitingPolicy.txt".
    05  FILLER PIC X(40) VALUE "PolicyAcceptances.txt".
    05  FILLER PIC X(40) VALUE "JobOpenings.txt".
    05  FILLER PIC X(40) VALUE "Occupations.txt".
    05  FILLER PIC X(40) VALUE "OccupationKeywords.txt".
    05  FILLER PIC X(40) VALUE "JobOccupations.txt".
    05  FILLER PIC X(40) VALUE "Locations.txt".
    05  FILLER PIC X(40) VALUE "JobLocations.txt".
    05  FILLER PIC X(40) VALUE "PayTransparencyRules.txt".
    05  FILLER PIC X(40) VALUE "PayTransparencyHolds.txt".
    05  FILLER PIC X(40) VALUE "FwsAwards.txt".
    05  FILLER PIC X(40) VALUE "JobWorkStudy.txt".
    05  FILLER PIC X(40) VALUE "AtsFeeds.txt".
    05  FILLER PIC X(40) VALUE "JobSyndicationOptOut.txt".
    05  FILLER PIC X(40) VALUE "JobSyndicationSnapshot.txt".
    05  FILLER PIC X(40) VALUE "JobSyndicationControl.txt".
    05  FILLER PIC X(40) VALUE "EmailBounceLog.txt".
    05  FILLER PIC X(40) VALUE "UndeliverableEmails.txt".
    05  FILLER PIC X(40) VALUE "ReplyTokens.txt".
    05  FILLER PIC X(40) VALUE "ReplyTokenCounter.txt".
    05  FILLER PIC X(40) VALUE "Transactions.txt".
    05  FILLER PIC X(40) VALUE "TransactionResponses.txt".
    05  FILLER PIC X(40) VALUE "InterfaceControl.txt".
    05  FILLER PIC X(40) VALUE "DistributionList.txt".
    05  FILLER PIC X(40) VALUE "DistributionLog.txt".
    05  FILLER PIC X(40) VALUE "JobStreamTiming.txt".
    05  FILLER PIC X(40) VALUE "AuditChainAnchor.txt".
    05  FILLER PIC X(40) VALUE "AuditChainCheckpoint.txt".
    05  FILLER PIC X(40) VALUE "CapacityHistory.txt".
    05  FILLER PIC X(40) VALUE "LegalHolds.txt".
    05  FILLER PIC X(40) VALUE "LegalHoldLog.txt".
    05  FILLER PIC X(40) VALUE "ProfileViews.txt".
    05  FILLER PIC X(40) VALUE "EeoSelfId.txt".
    05  FILLER PIC X(40) VALUE "RolePermissions.txt".
    05  FILLER PIC X(40) VALUE "PermissionDenials.txt".
    05  FILLER PIC X(40) VALUE "ActiveSessions.txt".
    05  FILLER PIC X(40) VALUE "ModerationActions.txt".
    05  FILLER PIC X(40) VALUE "Appeals.txt".
    05  FILLER PIC X(40) VALUE "FraudSignals.txt".
    05  FILLER PIC X(40) VALUE "Introductions.txt".
    05  FILLER PIC X(40) VALUE "GroupRegistrationCycles.txt".
    05  FILLER PIC X(40) VALUE "GroupRegistrations.txt".
    05  FILLER PIC X(40) VALUE "StudentActivitiesPolicy.txt".
    05  FILLER PIC X(40) VALUE "CampusCalendar.txt".
01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
    05  WS-FILE-NAME OCCURS 128 TIMES PIC X(40).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW

    CALL "CBL_CREATE_DIR" USING WS-BACKUP-DIR
        RETURNING WS-MKDIR-STATUS
    END-IF

    MOVE SPACES TO MANIFEST-REC
    STRING "SNAPSHOT|" WS-TODAY "|" WS-NOW DELIMITED BY SIZE INTO MANIFEST-REC
    END-STRING
    WRITE MANIFEST-REC

