    SELECT INTERVIEW-TEMP-FILE ASSIGN TO "../data/Interviews.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERVIEW-TEMP-STATUS.
    *> On-campus interview days. The employer reserves a date and a
    *> block of slots against a posting:
    *> DAY-ID|JOB-ID|EMPLOYER|DATE|DEADLINE|LOCATION|CREATED, with one
    *> DAY-ID|SLOT-NO|HHMM|APPLICATION-ID|CLAIMED-DATE row per slot
    *> (APPLICATION-ID blank while open). Review Applicants appends the
    *> pre-select and alternate lists (DAY-ID|APPLICATION-ID|PRESELECT
    *> or ALTERNATE|ADDED-DATE|ADDED-BY). A claimed slot is also written
    *> to Interviews.txt as Confirmed so it reaches My Schedule.
    SELECT IVD-DAY-FILE ASSIGN TO "../data/InterviewDays.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IVD-DAY-STATUS.
    SELECT IVD-SLOT-FILE ASSIGN TO "../data/InterviewDaySlots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IVD-SLOT-STATUS.
    SELECT IVD-SLOT-TEMP-FILE ASSIGN TO "../data/InterviewDaySlots.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IVD-SLOT-TEMP-STATUS.
    SELECT IVD-LIST-FILE ASSIGN TO "../data/InterviewDayLists.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IVD-LIST-STATUS.
    *> Interview scorecards, recorded by the employer once a confirmed
    *> slot's date has passed: APPLICATION-ID|RECORDED-BY|DATE|
    *> RECOMMENDATION|TECHNICAL|COMMUNICATION|OVERALL|COMMENTS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEEDBACK-STATUS.
    *> Offer records, keyed by application:
    *> APPLICATION-ID|RESPOND-BY|STATUS|EXTENDED-DATE|DECIDED-DATE|
    *> START-DATE. The employer extends an offer against an Accepted
    *> application; the student accepts or declines it from View My
    *> Applications, giving the agreed start date on acceptance (the
    *> date HIRERETENTIONCHECKINS counts its 30/90-day check-ins from);
    *> EXPIREOFFERS (stand-alone, run nightly) ages out unanswered
    *> offers past their respond-by date. Respond-by dates land on
    *> business days of the posting's campus (see CampusCalendar.txt).
    SELECT OFFER-FILE ASSIGN TO "../data/Offers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OFFER-STATUS.
    SELECT SAVED-JOB-FILE ASSIGN TO "../data/SavedJobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SAVED-JOB-STATUS.
    *> Saved searches: USERNAME|NAME|KEYWORD|LOCATION|EMPLOYER|TYPE|
    *> WORK-MODE rows written at the end of Browse Jobs/Internships.
    *> The nightly SAVEDSEARCHALERTS batch compares them against new
    *> postings and leaves its results in SavedSearchMatches.txt, which
    *> SHOW-LOGIN-SUMMARY surfaces at login.
    SELECT SAVED-SEARCH-FILE ASSIGN TO "../data/SavedSearches.txt"
        ORGANIZATION IS LINE SEQUENTIAL
    *> Reusable posting templates for the partner employers who post
    *> the same roles every term interactively. One row per template
    *> (NAME|OWNER|TITLE|DESC|EMPLOYER|LOCATION|SALARY|TYPE|SAL-MIN|
    *> SAL-MAX|SAL-PERIOD|MIN-GPA|MIN-YEAR|MAX-YEAR|SKILLS|WORK-MODE),
    *> with the screening questions in their own NAME|OWNER|SEQ|QUESTION
    *> file.
    SELECT TEMPLATE-FILE ASSIGN TO "../data/JobTemplates.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMPLATE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ANSWER-STATUS.
    *> Frozen copy of the applicant's profile taken the moment they
    *> apply (APPLICATION-ID|NAME|UNIVERSITY|MAJOR|GPA|EXPERIENCE|
    *> CERTIFICATIONS).
    *> Review Applicants and the applicant packet show this snapshot
    *> rather than the live profile, so a GPA edited after applying
    *> can't change what the employer reviews.
    SELECT SNAPSHOT-FILE ASSIGN TO "../data/ApplicationSnapshots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNAPSHOT-STATUS.
    *> Optional cover letter typed at apply time, one row per line
    *> (APPLICATION-ID|LINE-NO|TEXT). Review Applicants and the
    *> applicant packet print it under the applicant.
    SELECT COVER-LETTER-FILE ASSIGN TO "../data/CoverLetters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COVER-LETTER-STATUS.
    *> Internship-for-credit: the enrollment against a Hired internship
    *> application (APPLICATION-ID|STUDENT|TERM-CODE|CREDITS|STATUS|
    *> REQUESTED-DATE|COUNSELOR|DECIDED-DATE, STATUS Requested/Approved/
    *> Denied), the student's weekly timesheet (APPLICATION-ID|WEEK-OF|
    *> HOURS|LOGGED-DATE), and the employer's end-of-term evaluation
    *> (APPLICATION-ID|EVALUATOR|DATE|RATING|PASSED|COMMENTS). The
    *> INTERNSHIPCREDITREPORT batch rolls all three up for the registrar.
    SELECT INTERN-CREDIT-FILE ASSIGN TO "../data/CreditEnrollments.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERN-CREDIT-STATUS.
    SELECT INTERN-CREDIT-TEMP-FILE ASSIGN TO "../data/CreditEnrollments.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERN-CREDIT-TEMP-STATUS.
    SELECT INTERN-HOURS-FILE ASSIGN TO "../data/InternshipHours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERN-HOURS-STATUS.
    SELECT INTERN-EVAL-FILE ASSIGN TO "../data/InternshipEvaluations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERN-EVAL-STATUS.
    *> Post-hire employment check-ins queued by HIRERETENTIONCHECKINS
    *> at 30 and 90 days after the agreed start date, one row per party
    *> (APPLICATION-ID|CHECKPOINT|PARTY|USERNAME|STUDENT|START-DATE|
    *> ASKED-DATE|ANSWER|ANSWERED-DATE, PARTY STUDENT/EMPLOYER, ANSWER
    *> Pending/Yes/No). Answered from Employment Check-In; read by
    *> PLACEMENTOUTCOMES for retained hires.
    SELECT CHECKIN-FILE ASSIGN TO "../data/EmploymentCheckins.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKIN-STATUS.
    SELECT CHECKIN-TEMP-FILE ASSIGN TO "../data/EmploymentCheckins.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKIN-TEMP-STATUS.
    *> Student reference contacts (USERNAME|SEQ|NAME|RELATIONSHIP|EMAIL,
    *> at most three per student) kept from My References, and the
    *> reference checks an employer requests against an Accepted
    *> application (CODE|APPLICATION-ID|STUDENT|REF-NAME|REF-EMAIL|
    *> REQUESTED-BY|REQUESTED-DATE|STATUS|RESPONDED-DATE|RECOMMENDATION|
    *> COMMENTS, STATUS Requested/Received). REFERENCERESPONSELOAD
    *> attaches the replies; REVIEWAPPLICANTS shows them.
    SELECT REFERENCE-FILE ASSIGN TO "../data/References.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFERENCE-STATUS.
    SELECT REFERENCE-TEMP-FILE ASSIGN TO "../data/References.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFERENCE-TEMP-STATUS.
    SELECT REFCHECK-FILE ASSIGN TO "../data/ReferenceChecks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFCHECK-STATUS.
    *> Portfolio projects kept from the profile flow
    *> (USERNAME|SEQ|TITLE|ROLE|START|END|URL|DESCRIPTION, at most five
    *> per student) and each project's canonical skill tags
    *> (USERNAME|SEQ|TAG). VIEWPROFILE shows them; TALENTSEARCH matches
    *> the tags alongside the profile's own.
    SELECT PROJECT-FILE ASSIGN TO "../data/Projects.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-STATUS.
    SELECT PROJECT-TEMP-FILE ASSIGN TO "../data/Projects.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-TEMP-STATUS.
    SELECT PROJECT-TAG-FILE ASSIGN TO "../data/ProjectSkillTags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-TAG-STATUS.
    SELECT PROJECT-TAG-TEMP-FILE ASSIGN TO "../data/ProjectSkillTags.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-TAG-TEMP-STATUS.
    *> Professional certifications and licenses kept from the profile
    *> flow (USERNAME|SEQ|NAME|ISSUER|CREDENTIAL-ID|ISSUE-DATE|
    *> EXPIRY-DATE|STATUS|REMINDED, STATUS Current/Expired, EXPIRY-DATE
    *> blank for a credential that does not lapse). The nightly
    *> CERTIFICATIONREMINDERS batch marks lapsed rows Expired and
    *> records the 60/14-day reminder last sent in REMINDED.
    SELECT CERTIFICATION-FILE ASSIGN TO "../data/Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERTIFICATION-STATUS.
    SELECT CERTIFICATION-TEMP-FILE ASSIGN TO "../data/Certifications.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERTIFICATION-TEMP-STATUS.
    *> One job-seeker preferences row per student (USERNAME|LOCATIONS|
    *> TYPE|EARLIEST-START|MIN-SALARY|SAL-PERIOD|OPEN|UPDATED-DATE,
    *> LOCATIONS up to 3 comma-separated, TYPE Internship/Full-Time or
    *> blank, OPEN Y/N). Read by recommendations, TALENTSEARCH and the
    *> SAVEDSEARCHALERTS batch; no row means no preferences and open.
    SELECT PREFERENCE-FILE ASSIGN TO "../data/JobPreferences.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREFERENCE-STATUS.
    SELECT PREFERENCE-TEMP-FILE ASSIGN TO "../data/JobPreferences.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREFERENCE-TEMP-STATUS.
    *> Counselor advising-appointment slots (SLOT-ID|COUNSELOR|DATE|
    *> TIME|STATUS|STUDENT|BOOKED-DATE|CREATED-DATE). STATUS is Open,
    *> Booked, Attended, NoShow or Withdrawn; STUDENT and BOOKED-DATE
    *> are blank while the slot is open. The monthly APPOINTMENTREPORT
    *> batch reads the same file.
    SELECT SLOT-FILE ASSIGN TO "../data/CounselorSlots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLOT-STATUS.
    SELECT SLOT-TEMP-FILE ASSIGN TO "../data/CounselorSlots.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLOT-TEMP-STATUS.
    *> Career action-plan milestones, one row each (MILESTONE-ID|
    *> STUDENT|COUNSELOR|DUE-DATE|STATUS|EVIDENCE|TARGET|CREATED-DATE|
    *> COMPLETED-DATE|COMPLETED-BY|DESCRIPTION). STATUS is Open or Done.
    *> EVIDENCE is blank (student/counselor marks it done), APPLY (done
    *> once TARGET applications are filed on or after CREATED-DATE) or
    *> SKILL (done once skill course TARGET is completed). COMPLETED-BY
    *> is STUDENT, COUNSELOR or SYSTEM. The nightly ACTIONPLANFOLLOWUP
    *> batch reads and rewrites the same file.
    SELECT ACTION-PLAN-FILE ASSIGN TO "../data/ActionPlans.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACTION-PLAN-STATUS.
    SELECT ACTION-PLAN-TEMP-FILE ASSIGN TO "../data/ActionPlans.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACTION-PLAN-TEMP-STATUS.
    *> Resume review queue. One request row per submission
    *> (REVIEW-ID|STUDENT|SUBMITTED-DATE|STATUS|REVIEWER|CLAIMED-DATE|
    *> RETURNED-DATE|RATING|SUMMARY), STATUS Queued, InReview, Returned
    *> or Withdrawn. The resume as submitted is frozen line by line
    *> (REVIEW-ID|LINE-NO|TEXT) so comments (REVIEW-ID|LINE-NO|COMMENT)
    *> still point at the right line after the profile changes.
    *> Alumni opt in as reviewers (USERNAME|OPT-IN-DATE); counselors
    *> review without opting in. The review copy is the one-off file
    *> VIEWPROFILE writes in REVIEW mode, read back and then removed.
    *> The monthly RESUMEREVIEWREPORT batch reads the request file.
    SELECT RSR-REQUEST-FILE ASSIGN TO "../data/ResumeReviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-REQUEST-STATUS.
    SELECT RSR-REQUEST-TEMP-FILE ASSIGN TO "../data/ResumeReviews.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-REQUEST-TEMP-STATUS.
    SELECT RSR-LINE-FILE ASSIGN TO "../data/ResumeReviewLines.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-LINE-STATUS.
    SELECT RSR-COMMENT-FILE ASSIGN TO "../data/ResumeReviewComments.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-COMMENT-STATUS.
    SELECT RSR-REVIEWER-FILE ASSIGN TO "../data/ResumeReviewers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-REVIEWER-STATUS.
    SELECT RSR-REVIEWER-TEMP-FILE ASSIGN TO "../data/ResumeReviewers.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-REVIEWER-TEMP-STATUS.
    SELECT RSR-COPY-FILE ASSIGN DYNAMIC WS-RSR-COPY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSR-COPY-STATUS.
    *> Resume books for employers. Students opt in
    *> (USERNAME|OPT-IN-DATE); each book produced is logged as
    *> BOOK-ID|DATE|REQUESTED-BY|COMPANY|MAJORS|YEARS|CAMPUS|TYPE|COUNT
    *> with one BOOK-ID|USERNAME|FULL-or-LIMITED row per student it
    *> carried, so students can see which companies received their
    *> resume. The book itself is ResumeBook<BOOK-ID>.txt, assembled
    *> from the same review copies the resume review queue uses.
    SELECT RBK-OPTIN-FILE ASSIGN TO "../data/ResumeBookOptIns.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RBK-OPTIN-STATUS.
    SELECT RBK-OPTIN-TEMP-FILE ASSIGN TO "../data/ResumeBookOptIns.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RBK-OPTIN-TEMP-STATUS.
    SELECT RBK-LOG-FILE ASSIGN TO "../data/ResumeBooks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RBK-LOG-STATUS.
    SELECT RBK-ENTRY-FILE ASSIGN TO "../data/ResumeBookEntries.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RBK-ENTRY-STATUS.
    SELECT RBK-BOOK-FILE ASSIGN DYNAMIC WS-RBK-BOOK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RBK-BOOK-STATUS.
    *> Admin console support: the interactive employer-verification and
    *> account-disable actions rewrite/append these directly instead of
    *> waiting for the nightly VERIFYEMPLOYERS batch.
    *> stored value leaves a DATE|TIME|USER|ENTITY|KEY|FIELD|OLD|NEW
    *> line here, so "who changed job 1042's salary and when" has an
    *> answer after the temp-file swap has thrown the old row away.
    *> Never rewritten - only appended. Each line ends in a chain hash
    *> over the line before it (CHAIN-AUDIT-ROW), so an edited or
    *> deleted line shows up when AUDITCHAINVERIFY walks the chain.
    *> AUDITJOURNALREPORT is the stand-alone viewer.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.
    *> AuditJournal.lock is held from reading the last chain hash until
    *> the new row is appended, so two sessions (or a session and a
    *> batch step) never chain off the same row.
    SELECT AUDIT-LOCK-FILE ASSIGN TO "../data/AuditJournal.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-LOCK-STATUS.
    SELECT CHAIN-ANCHOR-FILE ASSIGN TO "../data/AuditChainAnchor.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-ANCHOR-STATUS.
    *> Recruiters linked to a company beyond the individual posting
    *> owner: COMPANY-NAME|USERNAME rows. Manage My Jobs and the
    *> applicant-facing flows treat a posting as "mine" when the caller
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MENTOR-LOG-STATUS.
    *> Student organizations: Groups.txt is the group master
    *> (GROUP-NAME|CREATOR|CREATED-DATE|PRIVACY|STATUS - STATUS is
    *> Active or Inactive, blank reading as Active); GroupMembers.txt
    *> holds one
    *> GROUP-NAME|USERNAME row per membership - the system's first
    *> non-pairwise relationship.
    SELECT GROUP-FILE ASSIGN TO "../data/Groups.txt"
    SELECT GROUP-VISIT-FILE ASSIGN TO "../data/GroupBoardVisits.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-VISIT-STATUS.
    SELECT GROUP-TEMP-FILE ASSIGN TO "../data/Groups.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-TEMP-STATUS.
    SELECT GROUP-OFFICER-TEMP-FILE ASSIGN TO "../data/GroupOfficers.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-OFFICER-TEMP-STATUS.
    *> Annual re-registration: student activities opens a cycle per
    *> Terms.txt term (TERM-CODE|OPENED|DEADLINE|OPENED-BY, newest row
    *> is the current cycle) and each group's officers re-register it
    *> (TERM-CODE|GROUP-NAME|OFFICER|DATE|ROSTER|ATTESTED), confirming
    *> the officer roster and attesting to the policy text kept in
    *> StudentActivitiesPolicy.txt. GROUPREREGISTRATION marks groups
    *> that missed the deadline Inactive.
    SELECT GROUP-CYCLE-FILE ASSIGN TO "../data/GroupRegistrationCycles.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-CYCLE-STATUS.
    SELECT GROUP-REG-FILE ASSIGN TO "../data/GroupRegistrations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GROUP-REG-STATUS.
    SELECT ACTIVITY-POLICY-FILE ASSIGN TO "../data/StudentActivitiesPolicy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACTIVITY-POLICY-STATUS.
    *> Employer events (info sessions, career fairs) get their own
    *> record type instead of polluting JobPostings.txt:
    *> EVENT-ID|EMPLOYER|TITLE|EVENT-DATE|LOCATION|DESCRIPTION, with
    SELECT REFERRAL-FILE ASSIGN TO "../data/Referrals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFERRAL-STATUS.
    *> Warm introductions (ID|REQUESTER|INTRODUCER|TARGET|REASON|
    *> INTRO-NOTE|STATUS|REQUESTED|FORWARDED|DECIDED): a member asks a
    *> mutual connection to introduce them; the introducer forwards or
    *> declines, and the target's accept creates the connection.
    SELECT INTRO-FILE ASSIGN TO "../data/Introductions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTRO-STATUS.
    SELECT INTRO-TEMP-FILE ASSIGN TO "../data/Introductions.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTRO-TEMP-STATUS.
    *> Read-only: registrar-verified education rows written by
    *> TRANSCRIPTIMPORT (USERNAME|SCHOOL|DEGREE|GPA|DATE). Where the
    *> registrar's GPA and the self-reported one disagree, the
    SELECT PENDING-ACTION-FILE ASSIGN TO "../data/PendingAdminActions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PENDING-ACTION-STATUS.
    *> Legal holds (TYPE|KEY|MATTER|PLACED-DATE|REQUESTED-BY|
    *> APPROVED-BY, TYPE ACCOUNT or POSTING), placed and released under
    *> two-person approval; every path that would purge, merge, close,
    *> archive or fix held data refuses and logs the refusal to
    *> LegalHoldLog.txt (DATE|TIME|PROGRAM|TYPE|KEY|MATTER|ACTION).
    SELECT LEGAL-HOLD-FILE ASSIGN TO "../data/LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEGAL-HOLD-STATUS.
    SELECT LEGAL-HOLD-TEMP-FILE ASSIGN TO "../data/LegalHolds.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEGAL-HOLD-TEMP-STATUS.
    SELECT HOLD-LOG-FILE ASSIGN TO "../data/LegalHoldLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-LOG-STATUS.
    *> Profile view log (DATE|TIME|VIEWER|VIEWER-ROLE|STUDENT|SOURCE|
    *> COMPANY): one row each time someone other than the member sees
    *> their record - profile search, talent search, counselor lookup,
    *> applicant review, resume books, admin view-as. Read back by Who
    *> Viewed My Profile and by PROFILEDISCLOSUREREPORT.
    SELECT PROFILE-VIEW-FILE ASSIGN TO "../data/ProfileViews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-VIEW-STATUS.
    *> Voluntary EEO self-identification (USERNAME|GENDER|ETHNICITY|
    *> VETERAN|DISABILITY|DATE). Kept apart from the profile on purpose:
    *> only the student's own Self-Identification screen and the
    *> aggregate EEOAGGREGATEREPORT read it - never an employer screen,
    *> snapshot, packet or export.
    SELECT EEO-FILE ASSIGN TO "../data/EeoSelfId.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EEO-STATUS.
    SELECT EEO-TEMP-FILE ASSIGN TO "../data/EeoSelfId.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EEO-TEMP-STATUS.
    *> Role/permission matrix (ROLE|CAPABILITY), one row per grant.
    *> Menu items and actions are checked against it rather than
    *> against AR-ROLE; administrators maintain it from the console
    *> under maker-checker. Refusals go to PermissionDenials.txt
    *> (DATE|TIME|USERNAME|ROLE|CAPABILITY) and the audit journal.
    SELECT PERMISSION-FILE ASSIGN TO "../data/RolePermissions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERMISSION-STATUS.
    SELECT PERMISSION-TEMP-FILE ASSIGN TO "../data/RolePermissions.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERMISSION-TEMP-STATUS.
    SELECT PERMISSION-DENIAL-FILE ASSIGN TO "../data/PermissionDenials.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERMISSION-DENIAL-STATUS.
    *> Session registry shared with LOGIN:
    *> SESSION-ID|USERNAME|STARTED|LAST-ACTIVITY|STATE|ENDED-BY rows.
    *> LOGIN appends the ACTIVE row; every command here touches it, and
    *> a row moved to FORCED, DISABLED, LOCKED or REPLACED signs the
    *> session out at its next command. Log Out removes the row.
    *> Every rewrite of the registry (and LOGIN's append) is made under
    *> ActiveSessions.lock, taken the way the ID-counter locks are, so
    *> two sessions never swap ActiveSessions.tmp in at once.
    SELECT SESSION-REG-FILE ASSIGN TO "../data/ActiveSessions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-REG-STATUS.
    SELECT SESSION-REG-TEMP-FILE ASSIGN TO "../data/ActiveSessions.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-REG-TEMP-STATUS.
    SELECT SESSION-REG-LOCK-FILE ASSIGN TO "../data/ActiveSessions.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SESSION-REG-LOCK-STATUS.
    *> Moderation-action ledger: one row per sending hold, posting
    *> removal, or review removal taken against a user
    *> (ACTION-ID|TYPE|KEY|USERNAME|DATE|ACTED-BY|REQUESTED-BY|
    *> PRIOR-STATUS), and the appeals users file against them
    *> (ACTION-ID|USERNAME|FILED|STATUS|DECIDED-BY|DECIDED|EXPLANATION).
    SELECT MOD-ACTION-FILE ASSIGN TO "../data/ModerationActions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MOD-ACTION-STATUS.
    SELECT APPEAL-FILE ASSIGN TO "../data/Appeals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPEAL-STATUS.
    SELECT APPEAL-TEMP-FILE ASSIGN TO "../data/Appeals.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPEAL-TEMP-STATUS.
    SELECT PENDING-ACTION-TEMP-FILE ASSIGN TO "../data/PendingAdminActions.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PENDING-ACTION-TEMP-STATUS.
    SELECT TERM-FILE ASSIGN TO "../data/Terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERM-STATUS.
    *> Campus venue master, maintained from the admin console:
    *> VENUE-CODE|CAMPUS|NAME|CAPACITY|OPEN-HHMM|CLOSE-HHMM|STATUS
    *> (ACTIVE/RETIRED). Posted events book a venue for a start and
    *> end time; an overlapping booking of the same room is refused and
    *> the event's seating is capped at the room's capacity.
    SELECT VENUE-FILE ASSIGN TO "../data/Venues.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENUE-STATUS.
    SELECT VENUE-TEMP-FILE ASSIGN TO "../data/Venues.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENUE-TEMP-STATUS.
    *> Campus calendar, maintained from the admin console:
    *> CAMPUS|FIRST-DATE|LAST-DATE|DESCRIPTION, one row per holiday or
    *> closure (a one-day holiday has the same first and last date;
    *> campus ALL closes every campus). Saturdays and Sundays are never
    *> business days. Offer respond-by dates land on business days, and
    *> EXPIREOFFERS, STALEAPPLICATIONESCALATION and INTERVIEWREMINDERS
    *> count business days against the posting's campus (a posting
    *> open to ALL campuses follows MAIN's calendar).
    SELECT CALENDAR-FILE ASSIGN TO "../data/CampusCalendar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CALENDAR-STATUS.
    SELECT CALENDAR-TEMP-FILE ASSIGN TO "../data/CampusCalendar.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CALENDAR-TEMP-STATUS.
    *> Employer-relations contact log, one row per staff touch with a
    *> company on the master (ENTRY-ID|COMPANY|ENTRY-DATE|STAFF|
    *> CONTACT-PERSON|CHANNEL|FOLLOW-UP-DATE|NOTES). Append-only; the
    *> newest row for a company is its last touch, its staff member
    *> the relationship owner, and its follow-up date the one open
    *> follow-up EMPLOYERFOLLOWUPS chases nightly.
    SELECT ERL-FILE ASSIGN TO "../data/EmployerContacts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ERL-STATUS.
    *> Versioned employer recruiting policy (VERSION|EFFECTIVE-DATE|
    *> TEXT-LINE, one row per line of policy text). The current version
    *> is the highest one already in effect; publishing a new version is
    *> appending its rows. Employers' acceptances are appended to
    *> PolicyAcceptances.txt (USERNAME|VERSION|ACCEPTED-DATE), and
    *> posting and offer-making stay closed until the current version
    *> is accepted.
    SELECT POLICY-FILE ASSIGN TO "../data/RecruitingPolicy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.
    SELECT POLICY-ACCEPT-FILE ASSIGN TO "../data/PolicyAcceptances.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-ACCEPT-STATUS.
    SELECT RANKING-FILE ASSIGN TO "../data/CandidateRankings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RANKING-STATUS.
        FILE STATUS IS REQUIREMENT-TEMP-STATUS.
    *> Read-only: completed skills, checked against a posting's
    *> required-skills rule (NAVIGATION owns writing this file).
    *> Headcount for multi-opening postings: JOB-ID|OPENINGS. A posting
    *> with no row has the one opening every posting always implied;
    *> hires are counted from its Hired applications, not stored here.
    SELECT OPENINGS-FILE ASSIGN TO "../data/JobOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPENINGS-STATUS.
    SELECT OPENINGS-TEMP-FILE ASSIGN TO "../data/JobOpenings.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPENINGS-TEMP-STATUS.
    *> Occupation master: SOC-CODE|TITLE from the federal Standard
    *> Occupational Classification - the major groups (NN-0000) plus the
    *> detailed codes campus postings actually use. The state workforce
    *> board reports by these groups, which free-text titles can't give.
    SELECT OCCUPATION-FILE ASSIGN TO "../data/Occupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OCCUPATION-STATUS.
    *> Title keywords: KEYWORD|SOC-CODE, matched at word starts against
    *> an upper-cased posting title - the longest keyword that matches
    *> wins, so "WEB DEVELOPER" beats "DEVELOPER".
    SELECT OCC-KEYWORD-FILE ASSIGN TO "../data/OccupationKeywords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OCC-KEYWORD-STATUS.
    *> Posting classification: JOB-ID|SOC-CODE|SOURCE, SOURCE being who
    *> assigned it (POSTER, IMPORT, BACKFILL or REVIEW). A posting with
    *> no row is unclassified.
    SELECT JOB-OCC-FILE ASSIGN TO "../data/JobOccupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-OCC-STATUS.
    SELECT JOB-OCC-TEMP-FILE ASSIGN TO "../data/JobOccupations.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-OCC-TEMP-STATUS.
    *> Location master: CODE|CITY|STATE|STATE-NAME|COUNTRY. Postings
    *> carry free-text locations; matching them against this list is
    *> what lets "Tampa Florida" find "Tampa, FL".
    SELECT LOCATION-FILE ASSIGN TO "../data/Locations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-STATUS.
    *> Posting location: JOB-ID|LOC-CODE|WORK-MODE, WORK-MODE being
    *> ONSITE, HYBRID or REMOTE. LOC-CODE is blank for a remote posting
    *> with no home city. A posting with no row predates the master and
    *> is matched on its text.
    SELECT JOB-LOC-FILE ASSIGN TO "../data/JobLocations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-STATUS.
    SELECT JOB-LOC-TEMP-FILE ASSIGN TO "../data/JobLocations.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-TEMP-STATUS.
    *> Pay-transparency rules, maintained by the compliance office:
    *> JURISDICTION|RANGE-REQUIRED|MAX-SPREAD-PCT|EFFECTIVE-DATE|LAW,
    *> JURISDICTION being a two-letter state code or a Locations.txt
    *> city code, MAX-SPREAD-PCT how far the top of the range may sit
    *> above the bottom (000 = no limit). Read-only here.
    SELECT PAY-RULE-FILE ASSIGN TO "../data/PayTransparencyRules.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-RULE-STATUS.
    *> Postings held as Pending for their pay range:
    *> JOB-ID|HELD-DATE|JURISDICTION|PRIOR-STATUS|REASON, PRIOR-STATUS
    *> being what the posting goes back to once the range is fixed.
    SELECT PAY-HOLD-FILE ASSIGN TO "../data/PayTransparencyHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-HOLD-STATUS.
    SELECT PAY-HOLD-TEMP-FILE ASSIGN TO "../data/PayTransparencyHolds.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-HOLD-TEMP-STATUS.
    *> Postings only Federal Work-Study students may hold: JOB-ID|Y.
    *> No row means the posting is open to everyone.
    SELECT WORK-STUDY-FILE ASSIGN TO "../data/JobWorkStudy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WORK-STUDY-STATUS.
    SELECT WORK-STUDY-TEMP-FILE ASSIGN TO "../data/JobWorkStudy.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WORK-STUDY-TEMP-STATUS.
    *> Postings their employer has kept off the state job board and
    *> partner sites: JOB-ID|N. No row means JOBSYNDICATION exports it.
    SELECT SYNDICATION-FILE ASSIGN TO "../data/JobSyndicationOptOut.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SYNDICATION-STATUS.
    SELECT SYNDICATION-TEMP-FILE ASSIGN TO "../data/JobSyndicationOptOut.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SYNDICATION-TEMP-STATUS.
    *> Addresses MAILBOUNCELOAD found bouncing at the campus mail relay:
    *> USERNAME|EMAIL|MARKED-DATE|REASON. Outbound mail to a listed user
    *> stops until they verify a working address in Verify Email.
    SELECT UNDELIVERABLE-FILE ASSIGN TO "../data/UndeliverableEmails.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-STATUS.
    SELECT UNDELIVERABLE-TEMP-FILE ASSIGN TO "../data/UndeliverableEmails.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNDELIVERABLE-TEMP-STATUS.
    *> Reply tokens stamped on message notices so an emailed reply can
    *> find its way back (MAILREPLYLOAD):
    *> TOKEN|KIND|KEY|REPLIER|COUNTERPART|ISSUED - KIND A is an
    *> application thread (KEY = application ID), KIND M a direct
    *> message; REPLIER is the user the notice went to.
    SELECT REPLY-TOKEN-FILE ASSIGN TO "../data/ReplyTokens.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPLY-TOKEN-STATUS.
    SELECT REPLY-TOKEN-ID-FILE ASSIGN TO "../data/ReplyTokenCounter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPLY-TOKEN-ID-STATUS.
    *> Work-study awards as financial aid last sent them (FWSAWARDLOAD):
    *> USERNAME|AWARD-YEAR|AWARD-AMOUNT|REMAINING|LOADED-DATE, the award
    *> year written YYYY-YYYY (July through June). Read-only here.
    SELECT FWS-AWARD-FILE ASSIGN TO "../data/FwsAwards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FWS-AWARD-STATUS.
    SELECT SKILL-COMP-FILE ASSIGN TO "../data/SkillCompletions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SKILL-COMP-STATUS.
    SELECT OUTBOUND-FILE ASSIGN TO "../data/OutboundMessages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-STATUS.
    *> OutboundMessages.lock, shared with every batch step that queues
    *> mail and with OUTBOUNDCUTOVER's hand-off swap.
    SELECT OUTBOUND-LOCK-FILE ASSIGN TO "../data/OutboundMessages.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUTBOUND-LOCK-STATUS.
    *> Per-user per-skill endorsement tallies (USERNAME|SKILLID|COUNT),
    *> maintained here as endorsements are written so NAVIGATION's
    *> skills menu reads one small row instead of rescanning
    SELECT PACKET-FILE ASSIGN DYNAMIC WS-PACKET-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PACKET-STATUS.
    *> Offer letter: one formatted file per offer
    *> (App<ID>_OfferLetter.txt) built from the Offers.txt row and the
    *> posting, produced by the student from View My Applications or by
    *> the employer from Manage My Jobs.
    SELECT OFFER-LETTER-FILE ASSIGN DYNAMIC WS-OLT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OFFER-LETTER-STATUS.

DATA DIVISION.
FILE SECTION.
01  INTERVIEW-REC      PIC X(150).
FD  INTERVIEW-TEMP-FILE.
01  INTERVIEW-TEMP-REC PIC X(150).
FD  IVD-DAY-FILE.
01  IVD-DAY-REC        PIC X(250).
FD  IVD-SLOT-FILE.
01  IVD-SLOT-REC       PIC X(60).
FD  IVD-SLOT-TEMP-FILE.
01  IVD-SLOT-TEMP-REC  PIC X(60).
FD  IVD-LIST-FILE.
01  IVD-LIST-REC       PIC X(120).
FD  FEEDBACK-FILE.
01  FEEDBACK-REC       PIC X(400).
FD  OFFER-FILE.
01  SAVED-SEARCH-REC   PIC X(400).
FD  TERM-FILE.
01  TERM-REC           PIC X(120).
FD  VENUE-FILE.
01  VENUE-REC          PIC X(150).
FD  VENUE-TEMP-FILE.
01  VENUE-TEMP-REC     PIC X(150).
FD  CALENDAR-FILE.
01  CALENDAR-REC       PIC X(120).
FD  CALENDAR-TEMP-FILE.
01  CALENDAR-TEMP-REC  PIC X(120).

FD  ERL-FILE.
01  ERL-REC            PIC X(400).

FD  POLICY-FILE.
01  POLICY-REC         PIC X(220).

FD  POLICY-ACCEPT-FILE.
01  POLICY-ACCEPT-REC  PIC X(80).
FD  PWD-HIST-FILE.
01  PWD-HIST-REC       PIC X(100).
FD  VERIFIED-EDU-FILE.
01  REFREQ-TEMP-REC    PIC X(250).
FD  REFERRAL-FILE.
01  REFERRAL-REC       PIC X(220).
FD  INTRO-FILE.
01  INTRO-REC          PIC X(600).
FD  INTRO-TEMP-FILE.
01  INTRO-TEMP-REC     PIC X(600).
FD  PROFILE-TAG-FILE.
01  PROFILE-TAG-REC    PIC X(100).
FD  JOB-TAG-FILE.
01  PENDING-ACTION-REC PIC X(200).
FD  PENDING-ACTION-TEMP-FILE.
01  PENDING-ACTION-TEMP-REC PIC X(200).
FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC     PIC X(300).
FD  LEGAL-HOLD-TEMP-FILE.
01  LEGAL-HOLD-TEMP-REC PIC X(300).
FD  HOLD-LOG-FILE.
01  HOLD-LOG-REC       PIC X(300).
FD  PROFILE-VIEW-FILE.
01  PROFILE-VIEW-REC   PIC X(300).
FD  EEO-FILE.
01  EEO-REC            PIC X(150).
FD  EEO-TEMP-FILE.
01  EEO-TEMP-REC       PIC X(150).
FD  PERMISSION-FILE.
01  PERMISSION-REC     PIC X(80).
FD  PERMISSION-TEMP-FILE.
01  PERMISSION-TEMP-REC PIC X(80).
FD  PERMISSION-DENIAL-FILE.
01  PERMISSION-DENIAL-REC PIC X(150).
FD  SESSION-REG-FILE.
01  SESSION-REG-REC    PIC X(150).
FD  SESSION-REG-TEMP-FILE.
01  SESSION-REG-TEMP-REC PIC X(150).
FD  SESSION-REG-LOCK-FILE.
01  SESSION-REG-LOCK-REC PIC X(4).
FD  MOD-ACTION-FILE.
01  MOD-ACTION-REC     PIC X(300).
FD  APPEAL-FILE.
01  APPEAL-REC         PIC X(400).
FD  APPEAL-TEMP-FILE.
01  APPEAL-TEMP-REC    PIC X(400).
FD  SEARCH-MATCH-TEMP-FILE.
01  SEARCH-MATCH-TEMP-REC PIC X(120).
FD  RANKING-TEMP-FILE.
01  ANSWER-REC         PIC X(250).
FD  SNAPSHOT-FILE.
01  SNAPSHOT-REC       PIC X(800).
FD  COVER-LETTER-FILE.
01  COVER-LETTER-REC   PIC X(250).
FD  INTERN-CREDIT-FILE.
01  INTERN-CREDIT-REC  PIC X(200).
FD  INTERN-CREDIT-TEMP-FILE.
01  INTERN-CREDIT-TEMP-REC PIC X(200).
FD  INTERN-HOURS-FILE.
01  INTERN-HOURS-REC   PIC X(80).
FD  INTERN-EVAL-FILE.
01  INTERN-EVAL-REC    PIC X(300).
FD  CHECKIN-FILE.
01  CHECKIN-REC        PIC X(200).
FD  CHECKIN-TEMP-FILE.
01  CHECKIN-TEMP-REC   PIC X(200).
FD  REFERENCE-FILE.
01  REFERENCE-REC      PIC X(250).
FD  REFERENCE-TEMP-FILE.
01  REFERENCE-TEMP-REC PIC X(250).
FD  REFCHECK-FILE.
01  REFCHECK-REC       PIC X(500).
FD  PROJECT-FILE.
01  PROJECT-REC        PIC X(500).
FD  PROJECT-TEMP-FILE.
01  PROJECT-TEMP-REC   PIC X(500).
FD  PROJECT-TAG-FILE.
01  PROJECT-TAG-REC    PIC X(100).
FD  PROJECT-TAG-TEMP-FILE.
01  PROJECT-TAG-TEMP-REC PIC X(100).
FD  CERTIFICATION-FILE.
01  CERTIFICATION-REC  PIC X(300).
FD  CERTIFICATION-TEMP-FILE.
01  CERTIFICATION-TEMP-REC PIC X(300).
FD  PREFERENCE-FILE.
01  PREFERENCE-REC     PIC X(200).
FD  PREFERENCE-TEMP-FILE.
01  PREFERENCE-TEMP-REC PIC X(200).
FD  SLOT-FILE.
01  SLOT-REC           PIC X(200).
FD  SLOT-TEMP-FILE.
01  SLOT-TEMP-REC      PIC X(200).
FD  ACTION-PLAN-FILE.
01  ACTION-PLAN-REC    PIC X(250).
FD  ACTION-PLAN-TEMP-FILE.
01  ACTION-PLAN-TEMP-REC PIC X(250).
FD  RSR-REQUEST-FILE.
01  RSR-REQUEST-REC    PIC X(300).
FD  RSR-REQUEST-TEMP-FILE.
01  RSR-REQUEST-TEMP-REC PIC X(300).
FD  RSR-LINE-FILE.
01  RSR-LINE-REC       PIC X(220).
FD  RSR-COMMENT-FILE.
01  RSR-COMMENT-REC    PIC X(250).
FD  RSR-REVIEWER-FILE.
01  RSR-REVIEWER-REC   PIC X(80).
FD  RSR-REVIEWER-TEMP-FILE.
01  RSR-REVIEWER-TEMP-REC PIC X(80).
FD  RSR-COPY-FILE.
01  RSR-COPY-REC       PIC X(200).
FD  RBK-OPTIN-FILE.
01  RBK-OPTIN-REC      PIC X(80).
FD  RBK-OPTIN-TEMP-FILE.
01  RBK-OPTIN-TEMP-REC PIC X(80).
FD  RBK-LOG-FILE.
01  RBK-LOG-REC        PIC X(300).
FD  RBK-ENTRY-FILE.
01  RBK-ENTRY-REC      PIC X(80).
FD  RBK-BOOK-FILE.
01  RBK-BOOK-REC       PIC X(200).
FD  ACCOUNT-TEMP-FILE.
01  ACCOUNT-TEMP-REC   PIC X(5200).
FD  DISABLED-FILE.
01  CLOSED-REC         PIC X(70).
FD  AUDIT-FILE.
01  AUDIT-REC          PIC X(500).
FD  AUDIT-LOCK-FILE.
01  AUDIT-LOCK-REC     PIC X(4).
FD  CHAIN-ANCHOR-FILE.
01  CHAIN-ANCHOR-REC   PIC X(200).
FD  RECRUITER-FILE.
01  RECRUITER-REC      PIC X(160).
FD  VERIFIED-EXP-FILE.
01  GROUP-POST-REC     PIC X(380).
FD  GROUP-VISIT-FILE.
01  GROUP-VISIT-REC    PIC X(170).
FD  GROUP-TEMP-FILE.
01  GROUP-TEMP-REC     PIC X(160).
FD  GROUP-OFFICER-TEMP-FILE.
01  GROUP-OFFICER-TEMP-REC PIC X(160).
FD  GROUP-CYCLE-FILE.
01  GROUP-CYCLE-REC    PIC X(100).
FD  GROUP-REG-FILE.
01  GROUP-REG-REC      PIC X(500).
FD  ACTIVITY-POLICY-FILE.
01  ACTIVITY-POLICY-REC PIC X(200).
FD  EVENT-FILE.
01  EVENT-REC          PIC X(500).
FD  EVENT-ID-FILE.
01  REQUIREMENT-REC    PIC X(50).
FD  REQUIREMENT-TEMP-FILE.
01  REQUIREMENT-TEMP-REC PIC X(50).
FD  OPENINGS-FILE.
01  OPENINGS-REC       PIC X(30).
FD  OPENINGS-TEMP-FILE.
01  OPENINGS-TEMP-REC  PIC X(30).
FD  OCCUPATION-FILE.
01  OCCUPATION-REC     PIC X(120).
FD  OCC-KEYWORD-FILE.
01  OCC-KEYWORD-REC    PIC X(60).
FD  JOB-OCC-FILE.
01  JOB-OCC-REC        PIC X(40).
FD  JOB-OCC-TEMP-FILE.
01  JOB-OCC-TEMP-REC   PIC X(40).
FD  LOCATION-FILE.
01  LOCATION-REC       PIC X(150).
FD  JOB-LOC-FILE.
01  JOB-LOC-REC        PIC X(40).
FD  JOB-LOC-TEMP-FILE.
01  JOB-LOC-TEMP-REC   PIC X(40).

FD  PAY-RULE-FILE.
01  PAY-RULE-REC       PIC X(150).

FD  PAY-HOLD-FILE.
01  PAY-HOLD-REC       PIC X(300).

FD  PAY-HOLD-TEMP-FILE.
01  PAY-HOLD-TEMP-REC  PIC X(300).

FD  WORK-STUDY-FILE.
01  WORK-STUDY-REC     PIC X(30).
FD  WORK-STUDY-TEMP-FILE.
01  WORK-STUDY-TEMP-REC PIC X(30).
FD  SYNDICATION-FILE.
01  SYNDICATION-REC    PIC X(30).
FD  SYNDICATION-TEMP-FILE.
01  SYNDICATION-TEMP-REC PIC X(30).
FD  UNDELIVERABLE-FILE.
01  UNDELIVERABLE-REC  PIC X(200).
FD  UNDELIVERABLE-TEMP-FILE.
01  UNDELIVERABLE-TEMP-REC PIC X(200).
FD  REPLY-TOKEN-FILE.
01  REPLY-TOKEN-REC    PIC X(150).
FD  REPLY-TOKEN-ID-FILE.
01  REPLY-TOKEN-COUNTER-REC PIC X(20).
FD  FWS-AWARD-FILE.
01  FWS-AWARD-REC      PIC X(120).
FD  SKILL-COMP-FILE.
01  SKILL-COMP-REC     PIC X(60).
FD  UNIVERSITY-FILE.
01  UNIVERSITY-REC     PIC X(100).
FD  OUTBOUND-FILE.
01  OUTBOUND-REC       PIC X(500).
FD  OUTBOUND-LOCK-FILE.
01  OUTBOUND-LOCK-REC  PIC X(4).

FD  TALLY-FILE.
01  TALLY-REC          PIC X(70).
FD  TALLY-TEMP-FILE.
FD  PACKET-FILE.
01  PACKET-REC         PIC X(300).

FD  OFFER-LETTER-FILE.
01  OFFER-LETTER-REC   PIC X(200).

WORKING-STORAGE SECTION.
COPY "ApplicationRecord.cpy".
01  EOF                PIC X(1) VALUE "N".
01  WS-CFG-HIT          PIC 9(2) VALUE 0.
01  WS-CFG-VALUE-NUM    PIC 9(9) VALUE 0.
01  WS-CFG-REPLACED     PIC X VALUE "N".
01  WS-CFG-KEY-COUNT    PIC 9(2) VALUE 25.
01  WS-CFG-KEY-TABLE.
    05  FILLER PIC X(57) VALUE
        "MAX_ACCOUNTS                  000100000000000001000999999".
    05  FILLER PIC X(57) VALUE
        "ARCHIVE_RETENTION_DAYS        000000365000000001000009999".
    05  FILLER PIC X(57) VALUE
        "STALE_APPLICATION_DAYS        000000010000000001000009999".
    05  FILLER PIC X(57) VALUE
        "MENTORSHIP_STALE_DAYS         000000030000000001000009999".
    05  FILLER PIC X(57) VALUE
        "NOTIFICATION_RETENTION_DAYS   000000180000000001000009999".
    05  FILLER PIC X(57) VALUE
        "OUTBOUND_RETENTION_DAYS       000000180000000001000009999".
    05  FILLER PIC X(57) VALUE
        "SOFT_BOUNCE_LIMIT             000000003000000001000000099".
    05  FILLER PIC X(57) VALUE
        "SOFT_BOUNCE_WINDOW_DAYS       000000030000000001000009999".
    05  FILLER PIC X(57) VALUE
        "BATCH_WINDOW_END              000000600000000000000002359".
    05  FILLER PIC X(57) VALUE
        "STEP_OVERRUN_PCT              000000150000000101000009999".
    05  FILLER PIC X(57) VALUE
        "STEP_OVERRUN_MIN_SECS         000000060000000000000086400".
    05  FILLER PIC X(57) VALUE
        "MAX_SESSIONS_PER_USER         000000001000000000000000099".
    05  FILLER PIC X(57) VALUE
        "SESSION_LIMIT_ACTION          000000000000000000000000001".
    05  FILLER PIC X(57) VALUE
        "SESSION_IDLE_MINUTES          000000030000000001000001440".
    05  FILLER PIC X(57) VALUE
        "FRAUD_FLAG_SCORE              000000040000000001000009999".
    05  FILLER PIC X(57) VALUE
        "FRAUD_HOLD_SCORE              000000070000000001000009999".
    05  FILLER PIC X(57) VALUE
        "ENGAGE_SENIOR_DAYS            000000270000000001000009999".
01  WS-CFG-KEYS REDEFINES WS-CFG-KEY-TABLE.
    05  WS-CFG-KEY-ENTRY OCCURS 25 TIMES.
        10  WS-CFG-KEY-NAME    PIC X(30).
        10  WS-CFG-KEY-DEFAULT PIC 9(9).
        10  WS-CFG-KEY-MIN     PIC 9(9).
01  WS-TPL-PARSED-MIN-YEAR PIC X(4).
01  WS-TPL-PARSED-MAX-YEAR PIC X(4).
01  WS-TPL-PARSED-SKILLS PIC X(5).
01  WS-TPL-PARSED-MODE   PIC X(6).
01  WS-TPL-Q-PARSED-NAME PIC X(40).
01  WS-TPL-Q-PARSED-OWNER PIC X(50).
01  WS-TPL-Q-PARSED-SEQ  PIC X(1).
01  FLAG-PARSED-REASON   PIC X(100).
01  FLAG-PARSED-DATE     PIC X(8).
01  FLAG-PARSED-STATUS   PIC X(10).
*> Seventh field FRAUDSCAN adds to a flag it also held the posting
*> for: "HELD" there means the posting went to Pending because of
*> this flag, and dismissing the flag may reopen it.
01  FLAG-PARSED-HOLD     PIC X(10).
01  FLAG-PARSED-OLD-STATUS PIC X(10).
01  WS-FLAG-REC-PTR      PIC 9(3) VALUE 0.
01  WS-MOD-COMMAND       PIC X(100).
01  WS-MOD-SELECTION     PIC X(10).
01  WS-MOD-SELECTION-NUM PIC 9(3).
01  WS-MOD-COUNT         PIC 9(3) VALUE 0.
01  WS-MOD-CURRENT       PIC 9(3) VALUE 0.
01  WS-MOD-VALID         PIC X VALUE "N".
01  WS-MOD-ALL-POSTINGS  PIC X VALUE "N".
01  WS-MOD-TABLE.
    05  WS-MOD-ENTRY OCCURS 200 TIMES.
        10  WS-MOD-FLAG-ID      PIC X(10).
        10  WS-MOD-JOB-TITLE    PIC X(100).
        10  WS-MOD-FLAGGER      PIC X(50).
        10  WS-MOD-REASON       PIC X(100).
        10  WS-MOD-SCAN-HOLD    PIC X(10).

*> Direct-message variables (SEND-MESSAGE-FLOW / MY-MESSAGES-FLOW)
01  MESSAGE-STATUS       PIC XX.
        10  WS-INT-ENTRY-TIME PIC X(30).
        10  WS-INT-ENTRY-STATUS PIC X(10).

*> On-campus interview-day variables (INTERVIEW-DAYS-FLOW,
*> RESERVE-INTERVIEW-DAY, SHOW-INTERVIEW-DAY-ROSTER,
*> INTERVIEW-DAY-SIGNUP-FLOW, CLAIM-INTERVIEW-DAY-SLOT)
01  IVD-DAY-STATUS       PIC XX.
01  IVD-SLOT-STATUS      PIC XX.
01  IVD-SLOT-TEMP-STATUS PIC XX.
01  IVD-LIST-STATUS      PIC XX.
01  WS-IVD-SLOT-TEMP-PATH PIC X(44) VALUE "../data/InterviewDaySlots.tmp".
01  WS-IVD-SLOT-LIVE-PATH PIC X(44) VALUE "../data/InterviewDaySlots.txt".
01  WS-IVD-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-IVD-EOF           PIC X VALUE "N".
01  WS-IVD-SLOT-EOF      PIC X VALUE "N".
01  WS-IVD-FOUND         PIC X VALUE "N".
01  WS-IVD-CLAIMED       PIC X VALUE "N".
01  WS-IVD-HAS-CONFIRMED PIC X VALUE "N".
01  WS-IVD-CAN-CLAIM     PIC X VALUE "N".
01  WS-IVD-TODAY         PIC X(8).
01  WS-IVD-INPUT         PIC X(20).
01  WS-IVD-NEXT-ID       PIC 9(6) VALUE 0.
01  WS-IVD-ID-NUM        PIC 9(6) VALUE 0.
01  WS-IVD-ID-DISPLAY    PIC Z(5)9.
01  WS-IVD-DAY-ID        PIC X(6).
01  WS-IVD-JOB-ID        PIC X(10).
01  WS-IVD-EMPLOYER      PIC X(50).
01  WS-IVD-DATE          PIC X(8).
01  WS-IVD-DEADLINE      PIC X(8).
01  WS-IVD-LOCATION      PIC X(100).
01  WS-IVD-APP-ID        PIC X(10).
01  WS-IVD-APP-USER      PIC X(50).
01  WS-IVD-LIST          PIC X(9).
01  WS-IVD-FIRST-TIME    PIC X(4).
01  WS-IVD-HH            PIC 9(2) VALUE 0.
01  WS-IVD-MM            PIC 9(2) VALUE 0.
01  WS-IVD-START-MINUTES PIC 9(5) VALUE 0.
01  WS-IVD-MINUTES       PIC 9(5) VALUE 0.
01  WS-IVD-LENGTH        PIC 9(3) VALUE 0.
01  WS-IVD-SLOT-COUNT    PIC 9(3) VALUE 0.
01  WS-IVD-SLOT-IDX      PIC 9(3) VALUE 0.
01  WS-IVD-SLOT-NO       PIC 9(3) VALUE 0.
01  WS-IVD-SLOT-DISPLAY  PIC ZZ9.
01  WS-IVD-SLOT-TIME     PIC X(4).
01  WS-IVD-MY-SLOT-TIME  PIC X(4).
01  WS-IVD-LAST-TIME     PIC X(4).
01  WS-IVD-OPEN-COUNT    PIC 9(3) VALUE 0.
01  WS-IVD-TAKEN-COUNT   PIC 9(3) VALUE 0.
01  WS-IVD-COUNT-DISPLAY PIC ZZ9.
01  WS-IVD-COUNT-DISPLAY2 PIC ZZ9.
01  WS-IVD-SHOWN         PIC 9(3) VALUE 0.
01  WS-IVD-PHASE         PIC X(60).
01  WS-IVD-P-ID          PIC X(6).
01  WS-IVD-P-JOB-ID      PIC X(10).
01  WS-IVD-P-EMPLOYER    PIC X(50).
01  WS-IVD-P-DATE        PIC X(8).
01  WS-IVD-P-DEADLINE    PIC X(8).
01  WS-IVD-P-LOCATION    PIC X(100).
01  WS-IVD-P-CREATED     PIC X(8).
01  WS-IVD-S-DAY-ID      PIC X(6).
01  WS-IVD-S-SLOT-NO     PIC X(3).
01  WS-IVD-S-TIME        PIC X(4).
01  WS-IVD-S-APP-ID      PIC X(10).
01  WS-IVD-S-CLAIMED     PIC X(8).
01  WS-IVD-L-DAY-ID      PIC X(6).
01  WS-IVD-L-APP-ID      PIC X(10).
01  WS-IVD-L-LIST        PIC X(9).
01  WS-IVD-L-DATE        PIC X(8).
01  WS-IVD-L-BY          PIC X(50).
01  WS-IVD-MY-COUNT      PIC 9(2) VALUE 0.
01  WS-IVD-MY-IDX        PIC 9(2) VALUE 0.
01  WS-IVD-MY-SELECTION  PIC 9(2) VALUE 0.
01  WS-IVD-MY-TABLE.
    05  WS-IVD-MY-ENTRY OCCURS 20 TIMES.
        10  WS-IVD-MY-DAY-ID PIC X(6).
        10  WS-IVD-MY-APP-ID PIC X(10).
        10  WS-IVD-MY-LIST   PIC X(9).

*> Interview-scorecard variables (INTERVIEW-FEEDBACK-FLOW)
01  FEEDBACK-STATUS      PIC XX.
01  WS-FBK-EOF           PIC X VALUE "N".
01  WS-OFFER-EOF         PIC X VALUE "N".
01  WS-OFFER-FOUND       PIC X VALUE "N".
01  WS-OFFER-RESPOND-BY  PIC X(8).
01  WS-OFFER-RESPOND-IN  PIC X(10).
01  WS-OFFER-DECISION    PIC X(20).
01  WS-OFFER-NEW-STATUS  PIC X(10).
01  WS-OFFER-PARSED-APP-ID PIC X(10).
01  WS-OFFER-PARSED-STATUS PIC X(10).
01  WS-OFFER-PARSED-EXTENDED PIC X(8).
01  WS-OFFER-PARSED-DECIDED PIC X(8).
01  WS-OFFER-PARSED-START PIC X(8).
01  WS-OFFER-START-DATE  PIC X(8).

*> Offer-letter variables (OFFER-LETTER-PROMPT, EMPLOYER-OFFER-LETTER-PROMPT)
01  OFFER-LETTER-STATUS  PIC XX.
01  WS-OLT-FILENAME      PIC X(80).
01  WS-OLT-OFFER-REC     PIC X(200).
01  WS-OLT-STUDENT-NAME  PIC X(100).
01  WS-OLT-EOF           PIC X VALUE "N".

*> Saved-jobs variables (SAVE-JOB-FOR-USER, MY-SAVED-JOBS-FLOW)
01  SAVED-JOB-STATUS     PIC XX.
01  WS-SRCHM-PARSED-NAME PIC X(40).
01  WS-SRCHM-PARSED-COUNT PIC X(6).
01  WS-SRCHM-PARSED-DATE PIC X(8).
01  WS-SRCHM-PARSED-FITS PIC X(6).
01  WS-SRCHM-LINE        PIC X(200).

*> Notification-center variables (ADD-NOTIFICATION, NOTIFICATIONS-FLOW)
01  NOTIFY-STATUS        PIC XX.
01  WS-TS-SKILL-ID       PIC X(1).
01  WS-TS-SKILL-TAG      PIC X(40).
01  WS-TS-VERIFIED-EXP   PIC X(1).
01  WS-TS-OPEN-ONLY      PIC X(1).
01  WS-SHORT-EOF         PIC X VALUE "N".
01  WS-SHORT-COUNT       PIC 9(4) VALUE 0.
01  WS-SHORT-DUPLICATE   PIC X VALUE "N".
01  WS-SNAP-PARSED-MAJOR PIC X(50).
01  WS-SNAP-PARSED-GPA   PIC X(5).
01  WS-SNAP-PARSED-EXPERIENCE PIC X(400).
01  WS-SNAP-PARSED-CERTS PIC X(250).

*> Cover-letter variables (ASK-COVER-LETTER, WRITE-COVER-LETTER,
*> WRITE-PACKET-COVER-LETTER)
01  COVER-LETTER-STATUS  PIC XX.
01  WS-CVL-EOF           PIC X VALUE "N".
01  WS-CVL-MORE          PIC X VALUE "Y".
01  WS-CVL-ANY           PIC X VALUE "N".
01  WS-CVL-COUNT         PIC 9(2) VALUE 0.
01  WS-CVL-IDX           PIC 9(2) VALUE 0.
01  WS-CVL-IDX-DISPLAY   PIC 99.
01  WS-CVL-TABLE.
    05  WS-CVL-LINE OCCURS 10 TIMES PIC X(200).
01  WS-CVL-PARSED-APP-ID PIC X(10).
01  WS-CVL-PARSED-SEQ    PIC X(2).
01  WS-CVL-PARSED-TEXT   PIC X(200).

*> Internship-credit variables (INTERNSHIP-CREDIT-FLOW,
*> COUNSELOR-CREDIT-FLOW, INTERNSHIP-EVALUATION-FLOW)
01  INTERN-CREDIT-STATUS PIC XX.
01  INTERN-CREDIT-TEMP-STATUS PIC XX.
01  INTERN-HOURS-STATUS  PIC XX.
01  INTERN-EVAL-STATUS   PIC XX.
01  WS-ICR-LIVE-PATH     PIC X(44)
        VALUE "../data/CreditEnrollments.txt".
01  WS-ICR-TEMP-PATH     PIC X(44)
        VALUE "../data/CreditEnrollments.tmp".
01  WS-ICR-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-ICR-COMMAND       PIC X(10).
01  WS-ICR-EOF           PIC X VALUE "N".
01  WS-ICR-FOUND         PIC X VALUE "N".
01  WS-ICR-SHOWN         PIC 9(3) VALUE 0.
01  WS-ICR-DECISION      PIC X(10).
01  WS-ICR-CREDITS       PIC 9(3) VALUE 0.
01  WS-ICR-CREDITS-EDIT  PIC Z9.
01  WS-ICR-WEEK-IN       PIC X(8).
01  WS-ICR-HOURS         PIC 9(3) VALUE 0.
01  WS-ICR-HOURS-EDIT    PIC ZZ9.
01  WS-ICR-PASSED-IN     PIC X(10).
01  WS-ICR-COMMENTS      PIC X(200).
01  WS-ICR-TOTAL-HOURS   PIC 9(5) VALUE 0.
01  WS-ICR-TOTAL-EDIT    PIC ZZZZ9.
01  WS-ICR-EVAL-TEXT     PIC X(20).
01  WS-ICR-PARSED-APP-ID PIC X(10).
01  WS-ICR-PARSED-STUDENT PIC X(50).
01  WS-ICR-PARSED-TERM   PIC X(10).
01  WS-ICR-PARSED-CREDITS PIC X(2).
01  WS-ICR-PARSED-STATUS PIC X(10).
01  WS-ICR-PARSED-REQUESTED PIC X(8).
01  WS-ICR-PARSED-COUNSELOR PIC X(50).
01  WS-ICR-PARSED-DECIDED PIC X(8).
01  WS-IHR-EOF           PIC X VALUE "N".
01  WS-IHR-WEEK-FOUND    PIC X VALUE "N".
01  WS-IEV-EOF           PIC X VALUE "N".
01  WS-IEV-FOUND         PIC X VALUE "N".
01  WS-IHR-PARSED-APP-ID PIC X(10).
01  WS-IHR-PARSED-WEEK   PIC X(8).
01  WS-IHR-PARSED-HOURS  PIC X(3).
01  WS-IHR-PARSED-LOGGED PIC X(8).
01  WS-IEV-PARSED-APP-ID PIC X(10).
01  WS-IEV-PARSED-BY     PIC X(50).
01  WS-IEV-PARSED-DATE   PIC X(8).
01  WS-IEV-PARSED-RATING PIC X(1).
01  WS-IEV-PARSED-PASSED PIC X(1).
01  WS-IEV-PARSED-COMMENTS PIC X(200).

*> Employment check-in variables (EMPLOYMENT-CHECKIN-FLOW)
01  CHECKIN-STATUS       PIC XX.
01  CHECKIN-TEMP-STATUS  PIC XX.
01  WS-ECK-LIVE-PATH     PIC X(44)
        VALUE "../data/EmploymentCheckins.txt".
01  WS-ECK-TEMP-PATH     PIC X(44)
        VALUE "../data/EmploymentCheckins.tmp".
01  WS-ECK-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-ECK-EOF           PIC X VALUE "N".
01  WS-ECK-SHOWN         PIC 9(3) VALUE 0.
01  WS-ECK-ANSWER        PIC X(10).
01  WS-ECK-PARSED-APP-ID PIC X(10).
01  WS-ECK-PARSED-CHECKPOINT PIC X(3).
01  WS-ECK-PARSED-PARTY  PIC X(10).
01  WS-ECK-PARSED-USER   PIC X(50).
01  WS-ECK-PARSED-STUDENT PIC X(50).
01  WS-ECK-PARSED-START  PIC X(8).
01  WS-ECK-PARSED-ASKED  PIC X(8).
01  WS-ECK-PARSED-ANSWER PIC X(10).
01  WS-ECK-PARSED-ANSWERED PIC X(8).

*> Reference variables (MY-REFERENCES-FLOW, REQUEST-REFERENCE-CHECK)
01  REFERENCE-STATUS     PIC XX.
01  REFERENCE-TEMP-STATUS PIC XX.
01  REFCHECK-STATUS      PIC XX.
01  WS-RFC-LIVE-PATH     PIC X(44) VALUE "../data/References.txt".
01  WS-RFC-TEMP-PATH     PIC X(44) VALUE "../data/References.tmp".
01  WS-RFC-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-RFC-MAX           PIC 9 VALUE 3.
01  WS-RFC-EOF           PIC X VALUE "N".
01  WS-RFC-COMMAND       PIC X(10).
01  WS-RFC-COUNT         PIC 9 VALUE 0.
01  WS-RFC-NEXT-SEQ      PIC 9(2) VALUE 0.
01  WS-RFC-REMOVE-SEQ    PIC 9(2) VALUE 0.
01  WS-RFC-MATCHED       PIC X VALUE "N".
01  WS-RFC-NAME          PIC X(60).
01  WS-RFC-RELATION      PIC X(40).
01  WS-RFC-EMAIL         PIC X(50).
01  WS-RFC-AT-COUNT      PIC 9(2) VALUE 0.
01  WS-RFC-IDX           PIC 9 VALUE 0.
01  WS-RFC-SENT          PIC 9 VALUE 0.
01  WS-RFC-EDIT          PIC 9.
01  WS-RFC-SEQ-DIGIT     PIC 9.
01  WS-RFC-SEQ-EDIT      PIC Z9.
01  WS-RFC-CODE          PIC X(30).
01  WS-RFC-REVIEW-CMD    PIC X(100).
01  WS-RFC-PARSED-USER   PIC X(50).
01  WS-RFC-PARSED-SEQ    PIC X(2).
01  WS-RFC-PARSED-SEQ-N  PIC 9(2) VALUE 0.
01  WS-RFC-PARSED-NAME   PIC X(60).
01  WS-RFC-PARSED-RELATION PIC X(40).
01  WS-RFC-PARSED-EMAIL  PIC X(50).
01  WS-RFC-TABLE.
    05  WS-RFC-TBL-ENTRY OCCURS 3 TIMES.
        10  WS-RFC-TBL-NAME  PIC X(60).
        10  WS-RFC-TBL-EMAIL PIC X(50).
        10  WS-RFC-TBL-OPEN  PIC X(1).
01  WS-RCK-PARSED-CODE   PIC X(30).
01  WS-RCK-PARSED-APP-ID PIC X(10).
01  WS-RCK-PARSED-STUDENT PIC X(50).
01  WS-RCK-PARSED-NAME   PIC X(60).
01  WS-RCK-PARSED-EMAIL  PIC X(50).
01  WS-RCK-PARSED-BY     PIC X(50).
01  WS-RCK-PARSED-DATE   PIC X(8).
01  WS-RCK-PARSED-STATUS PIC X(10).

*> Project variables (COLLECT-PROJECT-DATA, CLEAR-MY-PROJECTS)
01  PROJECT-STATUS       PIC XX.
01  PROJECT-TEMP-STATUS  PIC XX.
01  PROJECT-TAG-STATUS   PIC XX.
01  PROJECT-TAG-TEMP-STATUS PIC XX.
01  WS-PRJ-LIVE-PATH     PIC X(44) VALUE "../data/Projects.txt".
01  WS-PRJ-TEMP-PATH     PIC X(44) VALUE "../data/Projects.tmp".
01  WS-PTJ-LIVE-PATH     PIC X(44) VALUE "../data/ProjectSkillTags.txt".
01  WS-PTJ-TEMP-PATH     PIC X(44) VALUE "../data/ProjectSkillTags.tmp".
01  WS-PRJ-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-PRJ-MAX           PIC 9 VALUE 5.
01  WS-PRJ-EOF           PIC X VALUE "N".
01  WS-PRJ-UPDATE        PIC X(1) VALUE "N".
01  WS-PRJ-SEQ           PIC 9(2) VALUE 0.
01  WS-PRJ-SAVED         PIC 9 VALUE 0.
01  WS-PRJ-TITLE         PIC X(50).
01  WS-PRJ-ROLE          PIC X(50).
01  WS-PRJ-START         PIC X(10).
01  WS-PRJ-END           PIC X(10).
01  WS-PRJ-URL           PIC X(100).
01  WS-PRJ-DESC          PIC X(200).
01  WS-PRJ-TAG-LINE      PIC X(200).
01  WS-PRJ-TAG-IDX       PIC 9 VALUE 0.
01  WS-PRJ-DUP-IDX       PIC 9 VALUE 0.
01  WS-PRJ-TAG-DUP       PIC X VALUE "N".
01  WS-PRJ-PARSED-USER   PIC X(50).
01  WS-PRJ-TAG-TABLE.
    05  WS-PRJ-TAG-ITEM  PIC X(40) OCCURS 5 TIMES.
01  WS-PRJ-CANON-TABLE.
    05  WS-PRJ-CANON-ITEM PIC X(40) OCCURS 5 TIMES.

*> Certification variables (COLLECT-CERTIFICATION-DATA,
*> CLEAR-MY-CERTIFICATIONS, BUILD-SNAPSHOT-CERTIFICATIONS)
01  CERTIFICATION-STATUS PIC XX.
01  CERTIFICATION-TEMP-STATUS PIC XX.
01  WS-PCT-LIVE-PATH     PIC X(44) VALUE "../data/Certifications.txt".
01  WS-PCT-TEMP-PATH     PIC X(44) VALUE "../data/Certifications.tmp".
01  WS-PCT-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-PCT-MAX           PIC 9 VALUE 5.
01  WS-PCT-EOF           PIC X VALUE "N".
01  WS-PCT-UPDATE        PIC X(1) VALUE "N".
01  WS-PCT-VALID         PIC X VALUE "Y".
01  WS-PCT-SEQ           PIC 9(2) VALUE 0.
01  WS-PCT-SAVED         PIC 9 VALUE 0.
01  WS-PCT-PTR           PIC 9(3) VALUE 1.
01  WS-PCT-TODAY         PIC X(8).
01  WS-PCT-NAME          PIC X(60).
01  WS-PCT-ISSUER        PIC X(60).
01  WS-PCT-CRED-ID       PIC X(30).
01  WS-PCT-ISSUED        PIC X(8).
01  WS-PCT-EXPIRES       PIC X(8).
01  WS-PCT-STATE         PIC X(7).
01  WS-PCT-PARSED-USER   PIC X(50).
01  WS-PCT-PARSED-SEQ    PIC X(2).
01  WS-PCT-PARSED-NAME   PIC X(60).
01  WS-PCT-PARSED-ISSUER PIC X(60).
01  WS-PCT-PARSED-CRED-ID PIC X(30).
01  WS-PCT-PARSED-ISSUED PIC X(8).
01  WS-PCT-PARSED-EXPIRES PIC X(8).
01  WS-PCT-PARSED-STATE  PIC X(7).

*> Job-preference variables (JOB-PREFERENCES-FLOW, LOAD-MY-PREFERENCES,
*> SAVE-MY-PREFERENCES, CLOSE-MY-OPEN-FLAG, SCORE-JOB-PREFERENCES)
01  PREFERENCE-STATUS    PIC XX.
01  PREFERENCE-TEMP-STATUS PIC XX.
01  WS-JPF-LIVE-PATH     PIC X(44) VALUE "../data/JobPreferences.txt".
01  WS-JPF-TEMP-PATH     PIC X(44) VALUE "../data/JobPreferences.tmp".
01  WS-JPF-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-JPF-EOF           PIC X VALUE "N".
01  WS-JPF-FOUND         PIC X VALUE "N".
01  WS-JPF-INPUT         PIC X(100).
01  WS-JPF-PARSED-USER   PIC X(50).
01  WS-JPF-LOCATIONS     PIC X(100).
01  WS-JPF-TYPE          PIC X(15).
01  WS-JPF-START         PIC X(8).
01  WS-JPF-MIN-SALARY    PIC X(9).
01  WS-JPF-MIN-SALARY-NUM PIC 9(9) VALUE 0.
01  WS-JPF-SAL-PERIOD    PIC X(8).
01  WS-JPF-OPEN          PIC X(1) VALUE "Y".
01  WS-JPF-UPDATED       PIC X(8).
01  WS-JPF-LOC-TABLE.
    05  WS-JPF-LOC-ITEM  PIC X(30) OCCURS 3 TIMES.
01  WS-JPF-LOC-IDX       PIC 9 VALUE 0.
01  WS-JPF-LOC-HITS      PIC 9(3) VALUE 0.
01  WS-JPF-SCORE         PIC 9 VALUE 0.
01  WS-JPF-CRITERIA      PIC 9 VALUE 0.
01  WS-JPF-SAL-MAX-NUM   PIC 9(9) VALUE 0.
*> Advising-appointment variables (COUNSELOR-SLOTS-FLOW,
*> ADVISING-APPOINTMENTS-FLOW, REWRITE-SLOT, ADD-SCHEDULE-APPOINTMENT)
01  SLOT-STATUS          PIC XX.
01  SLOT-TEMP-STATUS     PIC XX.
01  WS-APT-LIVE-PATH     PIC X(44) VALUE "../data/CounselorSlots.txt".
01  WS-APT-TEMP-PATH     PIC X(44) VALUE "../data/CounselorSlots.tmp".
01  WS-APT-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-APT-EOF           PIC X VALUE "N".
01  WS-APT-FOUND         PIC X VALUE "N".
01  WS-APT-COMMAND       PIC X(10).
01  WS-APT-INPUT         PIC X(30).
01  WS-APT-TODAY         PIC X(8).
01  WS-APT-COUNT         PIC 9(4) VALUE 0.
01  WS-APT-MAX-ID        PIC 9(6) VALUE 0.
01  WS-APT-ID-EDIT       PIC Z(5)9.
01  WS-APT-TARGET-ID     PIC X(6).
01  WS-APT-MY-SLOT       PIC X(6).
01  WS-APT-NEW-STATUS    PIC X(10).
01  WS-APT-NEW-STUDENT   PIC X(50).
01  WS-APT-NEW-DATE      PIC X(8).
01  WS-APT-SLOT-DATE     PIC X(8).
01  WS-APT-SLOT-TIME     PIC X(20).
01  WS-APT-PARSED-ID     PIC X(6).
01  WS-APT-PARSED-COUNSELOR PIC X(50).
01  WS-APT-PARSED-DATE   PIC X(8).
01  WS-APT-PARSED-TIME   PIC X(20).
01  WS-APT-PARSED-STATUS PIC X(10).
01  WS-APT-PARSED-STUDENT PIC X(50).
01  WS-APT-PARSED-BOOKED PIC X(8).
01  WS-APT-PARSED-CREATED PIC X(8).
01  WS-APT-KEEP-COUNSELOR PIC X(50).
01  WS-APT-KEEP-STUDENT  PIC X(50).
01  WS-APT-KEEP-DATE     PIC X(8).
01  WS-APT-KEEP-TIME     PIC X(20).
01  WS-APT-KEEP-STATUS   PIC X(10).
*> Career action-plan variables (COUNSELOR-ACTION-PLAN-FLOW,
*> MY-ACTION-PLAN-FLOW, REFRESH-PLAN-EVIDENCE, REWRITE-PLAN-MILESTONE)
01  ACTION-PLAN-STATUS   PIC XX.
01  ACTION-PLAN-TEMP-STATUS PIC XX.
01  WS-ACP-LIVE-PATH     PIC X(44) VALUE "../data/ActionPlans.txt".
01  WS-ACP-TEMP-PATH     PIC X(44) VALUE "../data/ActionPlans.tmp".
01  WS-ACP-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-ACP-EOF           PIC X VALUE "N".
01  WS-ACP-SUB-EOF       PIC X VALUE "N".
01  WS-ACP-FOUND         PIC X VALUE "N".
01  WS-ACP-ON-CASELOAD   PIC X VALUE "N".
01  WS-ACP-EVIDENCE-MET  PIC X VALUE "N".
01  WS-ACP-COMMAND       PIC X(10).
01  WS-ACP-INPUT         PIC X(30).
01  WS-ACP-TODAY         PIC X(8).
01  WS-ACP-STUDENT       PIC X(50).
01  WS-ACP-DONE-BY       PIC X(9).
01  WS-ACP-COUNT         PIC 9(4) VALUE 0.
01  WS-ACP-AUTO-COUNT    PIC 9(4) VALUE 0.
01  WS-ACP-HITS          PIC 9(4) VALUE 0.
01  WS-ACP-TARGET-NUM    PIC 9(2) VALUE 0.
01  WS-ACP-COUNT-EDIT    PIC Z(3)9.
01  WS-ACP-MAX-ID        PIC 9(6) VALUE 0.
01  WS-ACP-ID-EDIT       PIC Z(5)9.
01  WS-ACP-TARGET-ID     PIC X(6).
01  WS-ACP-NEW-DESC      PIC X(100).
01  WS-ACP-NEW-DUE       PIC X(8).
01  WS-ACP-NEW-EVIDENCE  PIC X(5).
01  WS-ACP-NEW-TARGET    PIC X(2).
01  WS-ACP-HINT          PIC X(80).
01  WS-ACP-PARSED-ID     PIC X(6).
01  WS-ACP-PARSED-STUDENT PIC X(50).
01  WS-ACP-PARSED-COUNSELOR PIC X(50).
01  WS-ACP-PARSED-DUE    PIC X(8).
01  WS-ACP-PARSED-STATE  PIC X(4).
01  WS-ACP-PARSED-EVIDENCE PIC X(5).
01  WS-ACP-PARSED-TARGET PIC X(2).
01  WS-ACP-PARSED-CREATED PIC X(8).
01  WS-ACP-PARSED-COMPLETED PIC X(8).
01  WS-ACP-PARSED-DONE-BY PIC X(9).
01  WS-ACP-PARSED-DESC   PIC X(100).
01  WS-ACP-KEEP-STUDENT  PIC X(50).
01  WS-ACP-KEEP-COUNSELOR PIC X(50).
01  WS-ACP-KEEP-STATE    PIC X(4).
01  WS-ACP-KEEP-DESC     PIC X(100).
*> Resume-review variables (RESUME-REVIEW-FLOW,
*> RESUME-REVIEW-QUEUE-FLOW, RESUME-REVIEWER-OPTIN-FLOW)
01  RSR-REQUEST-STATUS   PIC XX.
01  RSR-REQUEST-TEMP-STATUS PIC XX.
01  RSR-LINE-STATUS      PIC XX.
01  RSR-COMMENT-STATUS   PIC XX.
01  RSR-REVIEWER-STATUS  PIC XX.
01  RSR-REVIEWER-TEMP-STATUS PIC XX.
01  RSR-COPY-STATUS      PIC XX.
01  WS-RSR-COPY-NAME     PIC X(100).
01  WS-RSR-LIVE-PATH     PIC X(44) VALUE "../data/ResumeReviews.txt".
01  WS-RSR-TEMP-PATH     PIC X(44) VALUE "../data/ResumeReviews.tmp".
01  WS-RSR-RVR-LIVE-PATH PIC X(44) VALUE "../data/ResumeReviewers.txt".
01  WS-RSR-RVR-TEMP-PATH PIC X(44) VALUE "../data/ResumeReviewers.tmp".
01  WS-RSR-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-RSR-EOF           PIC X VALUE "N".
01  WS-RSR-SUB-EOF       PIC X VALUE "N".
01  WS-RSR-FOUND         PIC X VALUE "N".
01  WS-RSR-OPTED-IN      PIC X VALUE "N".
01  WS-RSR-DONE          PIC X VALUE "N".
01  WS-RSR-COMMAND       PIC X(10).
01  WS-RSR-INPUT         PIC X(30).
01  WS-RSR-TODAY         PIC X(8).
01  WS-RSR-COUNT         PIC 9(4) VALUE 0.
01  WS-RSR-MAX-ID        PIC 9(6) VALUE 0.
01  WS-RSR-ID-EDIT       PIC Z(5)9.
01  WS-RSR-TARGET-ID     PIC X(6).
01  WS-RSR-OPEN-ID       PIC X(6).
01  WS-RSR-LINE-NO       PIC 9(4) VALUE 0.
01  WS-RSR-LINE-EDIT     PIC Z(3)9.
01  WS-RSR-LINE-COUNT    PIC 9(4) VALUE 0.
01  WS-RSR-WAIT-DAYS     PIC 9(5) VALUE 0.
01  WS-RSR-WAIT-EDIT     PIC Z(4)9.
01  WS-RSR-COMMENT       PIC X(150).
01  WS-RSR-SUMMARY       PIC X(150).
01  WS-RSR-RATING        PIC X(1).
01  WS-RSR-NEW-STATUS    PIC X(9).
01  WS-RSR-NEW-REVIEWER  PIC X(50).
01  WS-RSR-NEW-CLAIMED   PIC X(8).
01  WS-RSR-NEW-RETURNED  PIC X(8).
01  WS-RSR-PARSED-ID     PIC X(6).
01  WS-RSR-PARSED-STUDENT PIC X(50).
01  WS-RSR-PARSED-SUBMITTED PIC X(8).
01  WS-RSR-PARSED-STATE  PIC X(9).
01  WS-RSR-PARSED-REVIEWER PIC X(50).
01  WS-RSR-PARSED-CLAIMED PIC X(8).
01  WS-RSR-PARSED-RETURNED PIC X(8).
01  WS-RSR-PARSED-RATING PIC X(1).
01  WS-RSR-PARSED-SUMMARY PIC X(150).
01  WS-RSR-KEEP-STUDENT  PIC X(50).
01  WS-RSR-KEEP-STATE    PIC X(9).
01  WS-RSR-KEEP-REVIEWER PIC X(50).
01  WS-RSR-KEEP-RATING   PIC X(1).
01  WS-RSR-KEEP-SUMMARY  PIC X(150).
01  WS-RSR-LN-ID         PIC X(6).
01  WS-RSR-LN-NO         PIC X(4).
01  WS-RSR-LN-TEXT       PIC X(200).
01  WS-RSR-CM-ID         PIC X(6).
01  WS-RSR-CM-NO         PIC X(4).
01  WS-RSR-CM-TEXT       PIC X(150).
01  WS-RSR-RV-USER       PIC X(50).
01  WS-RSR-RV-DATE       PIC X(8).
*> Resume-book variables (RESUME-BOOKS-FLOW, REQUEST-RESUME-BOOK-FLOW)
01  RBK-OPTIN-STATUS     PIC XX.
01  RBK-OPTIN-TEMP-STATUS PIC XX.
01  RBK-LOG-STATUS       PIC XX.
01  RBK-ENTRY-STATUS     PIC XX.
01  RBK-BOOK-STATUS      PIC XX.
01  WS-RBK-BOOK-NAME     PIC X(100).
01  WS-RBK-OPTIN-LIVE-PATH PIC X(44) VALUE "../data/ResumeBookOptIns.txt".
01  WS-RBK-OPTIN-TEMP-PATH PIC X(44) VALUE "../data/ResumeBookOptIns.tmp".
01  WS-RBK-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-RBK-EOF           PIC X VALUE "N".
01  WS-RBK-SUB-EOF       PIC X VALUE "N".
01  WS-RBK-OPTED-IN      PIC X VALUE "N".
01  WS-RBK-COMMAND       PIC X(10).
01  WS-RBK-TODAY         PIC X(8).
01  WS-RBK-COMPANY       PIC X(50).
01  WS-RBK-SAVED-USER    PIC X(50).
01  WS-RBK-MAJORS        PIC X(100).
01  WS-RBK-MAJOR-TABLE.
    05  WS-RBK-MAJOR     PIC X(30) OCCURS 3 TIMES.
01  WS-RBK-YEARS         PIC X(30).
01  WS-RBK-YEAR-TABLE.
    05  WS-RBK-YEAR      PIC X(4) OCCURS 4 TIMES.
01  WS-RBK-CAMPUS        PIC X(10).
01  WS-RBK-ACCT-CAMPUS   PIC X(10).
01  WS-RBK-TYPE          PIC X(15).
01  WS-RBK-IDX           PIC 9(3) VALUE 0.
01  WS-RBK-SUB           PIC 9(3) VALUE 0.
01  WS-RBK-TALLY         PIC 9(3) VALUE 0.
01  WS-RBK-HIT           PIC X VALUE "N".
01  WS-RBK-OPTIN-COUNT   PIC 9(4) VALUE 0.
01  WS-RBK-OPTIN-TABLE.
    05  WS-RBK-OPTIN-USER PIC X(50) OCCURS 1000 TIMES.
01  WS-RBK-MATCH-COUNT   PIC 9(3) VALUE 0.
01  WS-RBK-INCLUDED      PIC 9(3) VALUE 0.
01  WS-RBK-MATCH-TABLE.
    05  WS-RBK-MATCH OCCURS 300 TIMES.
        10  WS-RBK-M-USER    PIC X(50).
        10  WS-RBK-M-NAME    PIC X(51).
        10  WS-RBK-M-UNI     PIC X(50).
        10  WS-RBK-M-VIS     PIC X(12).
        10  WS-RBK-M-KEEP    PIC X(1).
        10  WS-RBK-M-DETAIL  PIC X(7).
01  WS-RBK-MAX-ID        PIC 9(6) VALUE 0.
01  WS-RBK-ID-EDIT       PIC Z(5)9.
01  WS-RBK-COUNT-EDIT    PIC ZZ9.
01  WS-RBK-NUM-EDIT      PIC ZZ9.
01  WS-RBK-PARSED-ID     PIC X(6).
01  WS-RBK-PARSED-DATE   PIC X(8).
01  WS-RBK-PARSED-BY     PIC X(50).
01  WS-RBK-PARSED-COMPANY PIC X(50).
01  WS-RBK-PARSED-USER   PIC X(50).
01  WS-RBK-PARSED-DETAIL PIC X(7).
01  WS-RBK-PREF-USER     PIC X(50).
01  WS-RBK-PREF-LOCS     PIC X(100).
01  WS-RBK-PREF-TYPE     PIC X(15).
01  WS-RBK-PREF-START    PIC X(8).
01  WS-RBK-PREF-SALARY   PIC X(9).
01  WS-RBK-PREF-PERIOD   PIC X(8).
01  WS-RBK-PREF-OPEN     PIC X(1).
01  WS-RBK-SENT-COUNT    PIC 9(4) VALUE 0.
01  WS-RBK-SENT-TABLE.
    05  WS-RBK-SENT OCCURS 200 TIMES.
        10  WS-RBK-SENT-ID     PIC X(6).
        10  WS-RBK-SENT-DETAIL PIC X(7).
01  WS-RBK-UPPER-MAJOR   PIC X(50).
01  WS-RBK-ACCT-YEAR     PIC X(4).

*> Recommendations ranked by preference fit: buffered through the
*> same sort table as recency/salary, keyed fit score + posted date.
01  WS-JOB-SORT-PREF     PIC X(1) VALUE "N".
01  WS-JOB-SORT-PREF-KEY.
    05  WS-JOB-SORT-PREF-SCORE PIC 9.
    05  WS-JOB-SORT-PREF-DATE  PIC X(8).

*> Admin-console variables (ADMIN-CONSOLE-FLOW and friends). Scanning
*> ACCOUNT-FILE reuses the session's own ACCOUNT-INFO record area, so
01  WS-RRQ-PARSED-DATE   PIC X(8).
01  WS-RRQ-PARSED-STATUS PIC X(10).

*> Introduction variables (REQUEST-INTRODUCTION-FLOW,
*> INTRODUCTIONS-FLOW)
01  INTRO-STATUS         PIC XX.
01  INTRO-TEMP-STATUS    PIC XX.
01  WS-INTRO-LIVE-PATH   PIC X(44)
        VALUE "../data/Introductions.txt".
01  WS-INTRO-TEMP-PATH   PIC X(44)
        VALUE "../data/Introductions.tmp".
01  WS-INTRO-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-INTRO-EOF         PIC X VALUE "N".
01  WS-INTRO-CHK-EOF     PIC X VALUE "N".
01  WS-INTRO-SHOWN       PIC 9(3) VALUE 0.
01  WS-INTRO-NEXT-ID     PIC 9(6) VALUE 0.
01  WS-INTRO-ID-NUM      PIC 9(6) VALUE 0.
01  WS-INTRO-ID-EDIT     PIC Z(5)9.
01  WS-INTRO-TARGET      PIC X(50).
01  WS-INTRO-INTRODUCER  PIC X(50).
01  WS-INTRO-REASON      PIC X(100).
01  WS-INTRO-NOTE        PIC X(100).
01  WS-INTRO-DECISION    PIC X(10).
01  WS-INTRO-REFUSAL     PIC X(100).
01  WS-INTRO-CHK-1       PIC X(50).
01  WS-INTRO-CHK-2       PIC X(50).
01  WS-INTRO-BLOCKED     PIC X VALUE "N".
01  WS-INTRO-LINKED      PIC X VALUE "N".
01  WS-INTRO-PENDING     PIC X VALUE "N".
01  WS-INTRO-LOOKUP      PIC X(50).
01  WS-INTRO-PARTY-FOUND PIC X VALUE "N".
01  WS-INTRO-PARTY-VIS   PIC X(12).
01  WS-INTRO-SAVED-USERNAME PIC X(50).
01  WS-INP-ID            PIC X(6).
01  WS-INP-REQUESTER     PIC X(50).
01  WS-INP-INTRODUCER    PIC X(50).
01  WS-INP-TARGET        PIC X(50).
01  WS-INP-REASON        PIC X(100).
01  WS-INP-NOTE          PIC X(100).
01  WS-INP-STATUS        PIC X(10).
01  WS-INP-REQ-DATE      PIC X(8).
01  WS-INP-FWD-DATE      PIC X(8).
01  WS-INP-DEC-DATE      PIC X(8).

*> Verified-education override (GET-EFFECTIVE-ENTRY-GPA)
01  VERIFIED-EDU-STATUS  PIC XX.
01  WS-VED-EOF           PIC X VALUE "N".
01  WS-PAQ-DUPLICATE     PIC X VALUE "N".
01  WS-PAQ-TYPE          PIC X(20).
01  WS-PAQ-TARGET        PIC X(50).
01  WS-PAQ-DETAIL        PIC X(40) VALUE SPACES.
*> The DETAIL of the queued row being approved, for the action that
*> reads one (a legal hold's matter, an account's new role).
01  WS-PAQ-QUEUED-DETAIL PIC X(40) VALUE SPACES.
01  WS-PAQ-ROW           PIC X(200).
01  WS-PAQ-DECISION      PIC X(10).
01  WS-PAQ-SELECTION     PIC 9(3) VALUE 0.
01  WS-PAQ-PARSED-TYPE   PIC X(20).
01  WS-PAQ-PARSED-TARGET PIC X(50).
01  WS-PAQ-PARSED-BY     PIC X(50).
01  WS-PAQ-PARSED-DATE   PIC X(8).
01  WS-PAQ-PARSED-DETAIL PIC X(40).
01  WS-PAQ-COUNT         PIC 9(3) VALUE 0.
01  WS-PAQ-IDX-DISPLAY   PIC Z(2)9.
01  WS-PAQ-TABLE.
        10  WS-PAQ-ENTRY-TYPE   PIC X(20).
        10  WS-PAQ-ENTRY-TARGET PIC X(50).
        10  WS-PAQ-ENTRY-BY     PIC X(50).
        10  WS-PAQ-ENTRY-DETAIL PIC X(40).

*> Legal-hold variables (ADMIN-LEGAL-HOLDS-FLOW, CHECK-LEGAL-HOLD)
01  LEGAL-HOLD-STATUS    PIC XX.
01  LEGAL-HOLD-TEMP-STATUS PIC XX.
01  HOLD-LOG-STATUS      PIC XX.
01  WS-LGH-LIVE-PATH     PIC X(40) VALUE "../data/LegalHolds.txt".
01  WS-LGH-TEMP-PATH     PIC X(40) VALUE "../data/LegalHolds.tmp".
01  WS-LGH-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-LGH-EOF           PIC X VALUE "N".
01  WS-LGH-FOUND         PIC X VALUE "N".
01  WS-LGH-SHOWN         PIC 9(3) VALUE 0.
01  WS-LGH-COMMAND       PIC X(10).
01  WS-LGH-TYPE          PIC X(10).
01  WS-LGH-KEY           PIC X(50).
01  WS-LGH-MATTER        PIC X(40).
01  WS-LGH-ACTION        PIC X(150).
01  WS-LGH-PARSED-TYPE   PIC X(10).
01  WS-LGH-PARSED-KEY    PIC X(50).
01  WS-LGH-PARSED-MATTER PIC X(40).
01  WS-LGH-PARSED-DATE   PIC X(8).
01  WS-LGH-PARSED-REQ-BY PIC X(50).
01  WS-LGH-PARSED-APP-BY PIC X(50).

*> Profile-view variables (WRITE-PROFILE-VIEW, WHO-VIEWED-MY-PROFILE-FLOW)
01  PROFILE-VIEW-STATUS  PIC XX.
01  WS-PVL-EOF           PIC X VALUE "N".
01  WS-PVL-VIEWER        PIC X(50) VALUE SPACES.
01  WS-PVL-ROLE          PIC X(10) VALUE SPACES.
01  WS-PVL-STUDENT       PIC X(50) VALUE SPACES.
01  WS-PVL-SOURCE        PIC X(20) VALUE SPACES.
01  WS-PVL-COMPANY       PIC X(100).
01  WS-PVL-CACHED-VIEWER PIC X(50) VALUE SPACES.
01  WS-PVL-CACHED-COMPANY PIC X(100) VALUE SPACES.
01  WS-PVL-SHOWN         PIC 9(5) VALUE 0.
01  WS-PVL-SHOWN-EDIT    PIC Z(4)9.
01  WS-PVL-WHO           PIC X(120).
01  WS-PVL-HOW           PIC X(40).
01  WS-PVL-PARSED-DATE   PIC X(8).
01  WS-PVL-PARSED-TIME   PIC X(6).
01  WS-PVL-PARSED-VIEWER PIC X(50).
01  WS-PVL-PARSED-ROLE   PIC X(10).
01  WS-PVL-PARSED-STUDENT PIC X(50).
01  WS-PVL-PARSED-SOURCE PIC X(20).
01  WS-PVL-PARSED-COMPANY PIC X(100).

*> Self-identification variables (SELF-IDENTIFICATION-FLOW)
01  EEO-STATUS           PIC XX.
01  EEO-TEMP-STATUS      PIC XX.
01  WS-EEO-LIVE-PATH     PIC X(40) VALUE "../data/EeoSelfId.txt".
01  WS-EEO-TEMP-PATH     PIC X(40) VALUE "../data/EeoSelfId.tmp".
01  WS-EEO-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-EEO-EOF           PIC X VALUE "N".
01  WS-EEO-FOUND         PIC X VALUE "N".
01  WS-EEO-COMMAND       PIC X(10).
01  WS-EEO-CHOICE        PIC X(10).
01  WS-EEO-GENDER        PIC X(15).
01  WS-EEO-ETHNICITY     PIC X(15).
01  WS-EEO-VETERAN       PIC X(15).
01  WS-EEO-DISABILITY    PIC X(15).
01  WS-EEO-PARSED-USER   PIC X(50).
01  WS-EEO-PARSED-GENDER PIC X(15).
01  WS-EEO-PARSED-ETHNICITY PIC X(15).
01  WS-EEO-PARSED-VETERAN PIC X(15).
01  WS-EEO-PARSED-DISABILITY PIC X(15).
01  WS-EEO-PARSED-DATE   PIC X(8).

*> Role/permission matrix variables (CHECK-CAPABILITY,
*> ADMIN-ROLE-PERMISSIONS-FLOW)
01  PERMISSION-STATUS    PIC XX.
01  PERMISSION-TEMP-STATUS PIC XX.
01  PERMISSION-DENIAL-STATUS PIC XX.
01  WS-PRM-LIVE-PATH     PIC X(40) VALUE "../data/RolePermissions.txt".
01  WS-PRM-TEMP-PATH     PIC X(40) VALUE "../data/RolePermissions.tmp".
01  WS-PRM-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-PRM-EOF           PIC X VALUE "N".
01  WS-PRM-LOADED        PIC X VALUE "N".
01  WS-PRM-GRANTED       PIC X VALUE "N".
01  WS-PRM-KNOWN         PIC X VALUE "N".
01  WS-PRM-CAP           PIC X(24).
01  WS-PRM-ROLE          PIC X(10).
01  WS-PRM-COMMAND       PIC X(10).
01  WS-PRM-TARGET-USER   PIC X(50).
01  WS-PRM-OLD-ROLE      PIC X(10).
01  WS-PRM-ROW           PIC X(50).
01  WS-PRM-PARSED-ROLE   PIC X(10).
01  WS-PRM-PARSED-CAP    PIC X(24).
01  WS-PRM-IDX           PIC 9(4) VALUE 0.
01  WS-PRM-MENU-IDX      PIC 9(4) VALUE 0.
01  WS-PRM-HIT           PIC 9(4) VALUE 0.
01  WS-PRM-SHOWN         PIC 9(4) VALUE 0.
01  WS-PRM-COUNT-EDIT    PIC Z(3)9.
01  WS-PRM-COUNT         PIC 9(4) VALUE 0.
01  WS-PRM-TABLE.
    05  WS-PRM-ENTRY OCCURS 500 TIMES.
        10  WS-PRM-ENTRY-ROLE PIC X(10).
        10  WS-PRM-ENTRY-CAP  PIC X(24).
01  WS-PRM-ROLE-COUNT    PIC 9(3) VALUE 0.
01  WS-PRM-ROLE-IDX      PIC 9(3) VALUE 0.
01  WS-PRM-ROLE-LIST.
    05  WS-PRM-ROLE-ENTRY OCCURS 50 TIMES.
        10  WS-PRM-ROLE-NAME  PIC X(10).
        10  WS-PRM-ROLE-CAPS  PIC 9(4).
*> The shipped matrix - what each role could do before the matrix
*> was configurable. Seeds RolePermissions.txt when the file is
*> missing, and is the catalog of capability names a grant may use.
01  WS-PRM-DEFAULT-COUNT PIC 9(4) VALUE 103.
01  WS-PRM-DEFAULT-TABLE.
    05  FILLER PIC X(34) VALUE
        "STUDENT   RECOMMENDED-JOBS        ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   INTERVIEW-DAY-SIGNUP    ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   REQUEST-REFERRAL        ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   MY-REFERENCES           ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   ADVISING-APPOINTMENTS   ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   ACTION-PLAN             ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   RESUME-REVIEW           ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   RESUME-BOOK-OPT-IN      ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   JOB-PREFERENCES         ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   INTERNSHIP-CREDIT       ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   WHO-VIEWED-PROFILE      ".
    05  FILLER PIC X(34) VALUE
        "STUDENT   SELF-IDENTIFICATION     ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    RECOMMENDED-JOBS        ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    INTERVIEW-DAY-SIGNUP    ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    REQUEST-REFERRAL        ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    MY-REFERENCES           ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    ADVISING-APPOINTMENTS   ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    ACTION-PLAN             ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    RESUME-REVIEW           ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    RESUME-BOOK-OPT-IN      ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    JOB-PREFERENCES         ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    INTERNSHIP-CREDIT       ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    WHO-VIEWED-PROFILE      ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    SELF-IDENTIFICATION     ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    BECOME-REFERRER         ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    REFERRAL-REQUESTS       ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    BECOME-RESUME-REVIEWER  ".
    05  FILLER PIC X(34) VALUE
        "ALUMNI    RESUME-REVIEW-QUEUE     ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  POST-JOB                ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  REVIEW-APPLICANTS       ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  MANAGE-JOBS             ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  EMPLOYER-MODERATION     ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  MESSAGE-APPLICANT       ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  SCHEDULE-INTERVIEW      ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  INTERVIEW-DAYS          ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  EXTEND-OFFER            ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  INTERVIEW-FEEDBACK      ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  INTERNSHIP-EVALUATION   ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  TALENT-SEARCH           ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  VIEW-SHORTLIST          ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  MANAGE-RECRUITERS       ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  VERIFY-EXPERIENCE       ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  EDIT-COMPANY-PROFILE    ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  REQUEST-RESUME-BOOK     ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  POST-EVENT              ".
    05  FILLER PIC X(34) VALUE
        "EMPLOYER  EVENT-RSVPS             ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR RECOMMENDED-JOBS        ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR INTERVIEW-DAY-SIGNUP    ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR REQUEST-REFERRAL        ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR MY-REFERENCES           ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR JOB-PREFERENCES         ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR INTERNSHIP-CREDIT       ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR RESUME-REVIEW-QUEUE     ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR RESUME-REVIEW-ANY       ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR VIEW-EMPLOYER-TOUCHES   ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR COUNSELOR-CONSOLE       ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-LOOKUP-STUDENT      ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-CASELOAD            ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-ASSIGN-STUDENT      ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-BROADCAST           ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-CREDIT-REQUESTS     ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-APPOINTMENT-SLOTS   ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-ACTION-PLANS        ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-RESUME-REVIEW-QUEUE ".
    05  FILLER PIC X(34) VALUE
        "COUNSELOR CNS-EMPLOYER-RELATIONS  ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     RECOMMENDED-JOBS        ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     INTERVIEW-DAY-SIGNUP    ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     REQUEST-REFERRAL        ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     MY-REFERENCES           ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADVISING-APPOINTMENTS   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ACTION-PLAN             ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     RESUME-REVIEW           ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     RESUME-BOOK-OPT-IN      ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     JOB-PREFERENCES         ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     INTERNSHIP-CREDIT       ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     MODERATE-ALL-POSTINGS   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     VIEW-EMPLOYER-TOUCHES   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-CONSOLE           ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-VERIFY-EMPLOYER   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-MODERATION        ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-DISABLE-ACCOUNT   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-UNLOCK-ACCOUNT    ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-REVIEW-FLAGS      ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-GRANT-CREDITS     ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-CONFIGURATION     ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-TRANSFER-CAMPUS   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-MANAGE-TERMS      ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-PENDING-APPROVALS ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-SENDING-HOLDS     ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-POSTING-APPROVALS ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-SKILL-SYNONYMS    ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-VIEW-AS           ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-BROADCAST         ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-VENUES            ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-EMPLOYER-RELATIONS".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-OCCUPATION-CODES  ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-LOCATIONS         ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-LEGAL-HOLDS       ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-ROLE-PERMISSIONS  ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-ACTIVE-SESSIONS   ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-APPEALS           ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-GROUP-REREG       ".
    05  FILLER PIC X(34) VALUE
        "ADMIN     ADMIN-CAMPUS-CALENDAR   ".
01  WS-PRM-DEFAULTS REDEFINES WS-PRM-DEFAULT-TABLE.
    05  WS-PRM-DEFAULT-ENTRY OCCURS 103 TIMES.
        10  WS-PRM-DEFAULT-ROLE PIC X(10).
        10  WS-PRM-DEFAULT-CAP  PIC X(24).
01  WS-PRM-ADMIN-MENU-TABLE.
    05  FILLER PIC X(54) VALUE
        "ADMIN-VERIFY-EMPLOYER   1. Verify Employer            ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-MODERATION        2. Moderation Queue           ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-DISABLE-ACCOUNT   3. Disable Account            ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-UNLOCK-ACCOUNT    4. Unlock Account             ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-REVIEW-FLAGS      5. Review Flags               ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-GRANT-CREDITS     6. Grant Posting Credits      ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-CONFIGURATION     7. Edit Configuration         ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-TRANSFER-CAMPUS   8. Transfer Campus            ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-MANAGE-TERMS      9. Manage Terms               ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-PENDING-APPROVALS 10. Pending Approvals         ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-SENDING-HOLDS     11. Sending Holds             ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-POSTING-APPROVALS 12. Posting Approvals         ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-SKILL-SYNONYMS    13. Skill Synonyms            ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-VIEW-AS           14. View As User              ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-BROADCAST         15. Broadcast Announcement    ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-VENUES            16. Venues                    ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-EMPLOYER-RELATIONS17. Employer Relations        ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-OCCUPATION-CODES  18. Occupation Codes          ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-LOCATIONS         19. Locations                 ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-LEGAL-HOLDS       20. Legal Holds               ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-ROLE-PERMISSIONS  21. Role Permissions          ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-ACTIVE-SESSIONS   22. Active Sessions           ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-APPEALS           23. Appeals                   ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-GROUP-REREG       24. Group Re-registration     ".
    05  FILLER PIC X(54) VALUE
        "ADMIN-CAMPUS-CALENDAR   25. Campus Calendar           ".
01  WS-PRM-ADMIN-MENU REDEFINES WS-PRM-ADMIN-MENU-TABLE.
    05  WS-PRM-ADMIN-ITEM OCCURS 25 TIMES.
        10  WS-PRM-ADMIN-ITEM-CAP   PIC X(24).
        10  WS-PRM-ADMIN-ITEM-LABEL PIC X(30).
01  WS-PRM-CNS-MENU-TABLE.
    05  FILLER PIC X(60) VALUE
        "CNS-LOOKUP-STUDENT      1. Look Up Student                  ".
    05  FILLER PIC X(60) VALUE
        "CNS-CASELOAD            2. My Caseload                      ".
    05  FILLER PIC X(60) VALUE
        "CNS-ASSIGN-STUDENT      3. Assign Student to My Caseload    ".
    05  FILLER PIC X(60) VALUE
        "CNS-BROADCAST           4. Broadcast Announcement           ".
    05  FILLER PIC X(60) VALUE
        "CNS-CREDIT-REQUESTS     5. Internship Credit Requests       ".
    05  FILLER PIC X(60) VALUE
        "CNS-APPOINTMENT-SLOTS   6. Appointment Slots                ".
    05  FILLER PIC X(60) VALUE
        "CNS-ACTION-PLANS        7. Action Plans                     ".
    05  FILLER PIC X(60) VALUE
        "CNS-RESUME-REVIEW-QUEUE 8. Resume Review Queue              ".
    05  FILLER PIC X(60) VALUE
        "CNS-EMPLOYER-RELATIONS  9. Employer Relations               ".
01  WS-PRM-CNS-MENU REDEFINES WS-PRM-CNS-MENU-TABLE.
    05  WS-PRM-CNS-ITEM OCCURS 9 TIMES.
        10  WS-PRM-CNS-ITEM-CAP     PIC X(24).
        10  WS-PRM-CNS-ITEM-LABEL   PIC X(36).

*> Session registry variables (CHECK-SESSION-STANDING,
*> ADMIN-ACTIVE-SESSIONS-FLOW)
01  SESSION-REG-STATUS   PIC XX.
01  SESSION-REG-TEMP-STATUS PIC XX.
01  SESSION-REG-LOCK-STATUS PIC XX.
01  WS-SES-LIVE-PATH     PIC X(40) VALUE "../data/ActiveSessions.txt".
01  WS-SES-TEMP-PATH     PIC X(40) VALUE "../data/ActiveSessions.tmp".
01  WS-SES-LOCK-PATH     PIC X(40) VALUE "../data/ActiveSessions.lock".
01  WS-SES-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-SES-EOF           PIC X VALUE "N".
*> This run's own session, as handed back by LOGIN.
01  WS-SES-ID            PIC X(20) VALUE SPACES.
01  WS-SES-IDLE-MINUTES  PIC 9(4) VALUE 30.
01  WS-SES-STANDING      PIC X(10).
01  WS-SES-NEW-STATE     PIC X(10).
01  WS-SES-TARGET-USER   PIC X(50).
01  WS-SES-TARGET-ID     PIC X(20).
01  WS-SES-ENDED-BY      PIC X(50).
01  WS-SES-CHOICE        PIC X(10).
01  WS-SES-PICK          PIC 9(4) VALUE 0.
01  WS-SES-FOUND         PIC X VALUE "N".
01  WS-SES-NOW-STAMP     PIC X(14).
01  WS-SES-NOW-MINUTES   PIC 9(12) VALUE 0.
01  WS-SES-STAMP-IN      PIC X(14).
01  WS-SES-STAMP-MINUTES PIC 9(12) VALUE 0.
01  WS-SES-IDLE-FOR      PIC 9(12) VALUE 0.
01  WS-SES-IDLE-EDIT     PIC Z(7)9.
01  WS-SES-NUM-EDIT      PIC Z(3)9.
01  WS-SES-NOTE          PIC X(40).
01  WS-SES-PARSED-ID     PIC X(20).
01  WS-SES-PARSED-USER   PIC X(50).
01  WS-SES-PARSED-START  PIC X(14).
01  WS-SES-PARSED-LAST   PIC X(14).
01  WS-SES-PARSED-STATE  PIC X(10).
01  WS-SES-PARSED-ENDED-BY PIC X(50).
01  WS-SES-COUNT         PIC 9(4) VALUE 0.
01  WS-SES-LIST.
    05  WS-SES-LIST-ENTRY OCCURS 500 TIMES.
        10  WS-SES-LIST-ID   PIC X(20).
        10  WS-SES-LIST-USER PIC X(50).

*> Moderation-action ledger and appeals (RECORD-MODERATION-ACTION,
*> OFFER-APPEALS, ADMIN-APPEALS-FLOW)
01  MOD-ACTION-STATUS    PIC XX.
01  APPEAL-STATUS        PIC XX.
01  APPEAL-TEMP-STATUS   PIC XX.
01  WS-APL-LIVE-PATH     PIC X(40) VALUE "../data/Appeals.txt".
01  WS-APL-TEMP-PATH     PIC X(40) VALUE "../data/Appeals.tmp".
01  WS-APL-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-APL-ACT-EOF       PIC X VALUE "N".
01  WS-APL-EOF           PIC X VALUE "N".
01  WS-APL-NEXT-ID       PIC 9(6) VALUE 0.
01  WS-APL-ID-EDIT       PIC Z(5)9.
*> The action being entered in the ledger.
01  WS-APL-TYPE          PIC X(20).
01  WS-APL-KEY           PIC X(50).
01  WS-APL-USER          PIC X(50).
01  WS-APL-ACTED-BY      PIC X(50).
01  WS-APL-REQUESTED-BY  PIC X(50).
01  WS-APL-PRIOR         PIC X(20).
01  WS-APL-SUBJECT       PIC X(120).
01  WS-APL-PARSED-ID     PIC X(10).
01  WS-APL-PARSED-TYPE   PIC X(20).
01  WS-APL-PARSED-KEY    PIC X(50).
01  WS-APL-PARSED-USER   PIC X(50).
01  WS-APL-PARSED-DATE   PIC X(8).
01  WS-APL-PARSED-ACTED-BY PIC X(50).
01  WS-APL-PARSED-REQ-BY PIC X(50).
01  WS-APL-PARSED-PRIOR  PIC X(20).
01  WS-APL-APP-ACTION    PIC X(10).
01  WS-APL-APP-USER      PIC X(50).
01  WS-APL-APP-FILED     PIC X(8).
01  WS-APL-APP-STATUS    PIC X(10).
01  WS-APL-APP-DECIDED-BY PIC X(50).
01  WS-APL-APP-DECIDED   PIC X(8).
01  WS-APL-APP-TEXT      PIC X(200).
01  WS-APL-WANT-ID       PIC X(10).
01  WS-APL-FOUND         PIC X VALUE "N".
01  WS-APL-APPEALED      PIC X VALUE "N".
01  WS-APL-IN-EFFECT     PIC X VALUE "N".
01  WS-APL-DESC          PIC X(100).
01  WS-APL-CHOICE        PIC X(10).
01  WS-APL-PICK          PIC 9(4) VALUE 0.
01  WS-APL-IDX           PIC 9(4) VALUE 0.
01  WS-APL-COUNT         PIC 9(4) VALUE 0.
01  WS-APL-NUM-EDIT      PIC Z(3)9.
01  WS-APL-EXPLANATION   PIC X(200).
01  WS-APL-DECISION      PIC X(10).
01  WS-APL-OUTCOME       PIC X(10).
01  WS-APL-LIST.
    05  WS-APL-LIST-ENTRY OCCURS 100 TIMES.
        10  WS-APL-LIST-ID   PIC X(10).
        10  WS-APL-LIST-USER PIC X(50).

*> Term-master variables (ADMIN-MANAGE-TERMS-FLOW)
01  TERM-STATUS          PIC XX.
01  WS-TRM-PARSED-END    PIC X(8).
01  WS-TRM-PARSED-COMMENCE PIC X(8).

*> Venue-master variables (ADMIN-VENUES-FLOW, POST-EVENT-FLOW's venue
*> booking, CHECK-VENUE-CONFLICT)
01  VENUE-STATUS         PIC XX.
01  VENUE-TEMP-STATUS    PIC XX.
01  WS-VEN-TEMP-PATH     PIC X(44) VALUE "../data/Venues.tmp".
01  WS-VEN-LIVE-PATH     PIC X(44) VALUE "../data/Venues.txt".
01  WS-VEN-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-VEN-EOF           PIC X VALUE "N".
01  WS-VEN-FOUND         PIC X VALUE "N".
01  WS-VEN-CONFLICT      PIC X VALUE "N".
01  WS-VEN-HHMM-OK       PIC X VALUE "N".
01  WS-VEN-SHOWN         PIC 9(3) VALUE 0.
01  WS-VEN-CODE-IN       PIC X(10).
01  WS-VEN-NAME-IN       PIC X(60).
01  WS-VEN-CAMPUS-IN     PIC X(10).
01  WS-VEN-CAPACITY-IN   PIC X(10).
01  WS-VEN-OPEN-IN       PIC X(10).
01  WS-VEN-CLOSE-IN      PIC X(10).
01  WS-VEN-STATUS-IN     PIC X(10).
01  WS-VEN-HHMM-IN       PIC X(10).
01  WS-VEN-HH            PIC 9(2) VALUE 0.
01  WS-VEN-MM            PIC 9(2) VALUE 0.
01  WS-VEN-CAPACITY      PIC 9(4) VALUE 0.
01  WS-VEN-CAPACITY-EDIT PIC Z(3)9.
01  WS-VEN-P-CODE        PIC X(10).
01  WS-VEN-P-CAMPUS      PIC X(10).
01  WS-VEN-P-NAME        PIC X(60).
01  WS-VEN-P-CAPACITY    PIC X(5).
01  WS-VEN-P-OPEN        PIC X(4).
01  WS-VEN-P-CLOSE       PIC X(4).
01  WS-VEN-P-STATUS      PIC X(10).
01  WS-VEN-CODE          PIC X(10).
01  WS-VEN-NAME          PIC X(60).
01  WS-VEN-CAMPUS        PIC X(10).
01  WS-VEN-OPEN          PIC X(4).
01  WS-VEN-CLOSE         PIC X(4).
01  WS-VEN-STATUS        PIC X(10).
01  WS-VEN-CLASH-TITLE   PIC X(100).
01  WS-VEN-CLASH-START   PIC X(4).
01  WS-VEN-CLASH-END     PIC X(4).

*> Campus-calendar variables (ADMIN-CAMPUS-CALENDAR-FLOW,
*> LOAD-CAMPUS-CALENDAR, CHECK-BUSINESS-DAY, EXTEND-OFFER-FLOW's
*> respond-by date)
01  CALENDAR-STATUS      PIC XX.
01  CALENDAR-TEMP-STATUS PIC XX.
01  WS-CAL-TEMP-PATH     PIC X(44) VALUE "../data/CampusCalendar.tmp".
01  WS-CAL-LIVE-PATH     PIC X(44) VALUE "../data/CampusCalendar.txt".
01  WS-CAL-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-CAL-EOF           PIC X VALUE "N".
01  WS-CAL-COUNT         PIC 9(3) VALUE 0.
01  WS-CAL-IDX           PIC 9(3) VALUE 0.
01  WS-CAL-TABLE.
    05  WS-CAL-ENTRY OCCURS 500 TIMES.
        10  WS-CAL-CAMPUS    PIC X(10).
        10  WS-CAL-FIRST     PIC 9(8).
        10  WS-CAL-LAST      PIC 9(8).
01  WS-CAL-P-CAMPUS      PIC X(10).
01  WS-CAL-P-FIRST       PIC X(8).
01  WS-CAL-P-LAST        PIC X(8).
01  WS-CAL-P-DESC        PIC X(60).
*> CHECK-BUSINESS-DAY / ROLL-TO-BUSINESS-DAY / ADD-BUSINESS-DAYS work
*> on WS-CAL-CHECK-DATE for the campus in WS-CAL-CHECK-CAMPUS.
01  WS-CAL-CHECK-CAMPUS  PIC X(10).
01  WS-CAL-CHECK-DATE    PIC 9(8) VALUE 0.
01  WS-CAL-CHECK-INT     PIC 9(8) VALUE 0.
01  WS-CAL-OPEN          PIC X VALUE "Y".
01  WS-CAL-DAYS          PIC 9(3) VALUE 0.
01  WS-CAL-COUNTED       PIC 9(3) VALUE 0.
01  WS-CAL-STEPS         PIC 9(4) VALUE 0.
01  WS-CAL-TODAY         PIC X(8).
01  WS-CAL-CHOICE        PIC X(10).
01  WS-CAL-CAMPUS-IN     PIC X(10).
01  WS-CAL-FIRST-IN      PIC X(10).
01  WS-CAL-LAST-IN       PIC X(10).
01  WS-CAL-DESC-IN       PIC X(60).
01  WS-CAL-PICK-IN       PIC X(10).
01  WS-CAL-PICK          PIC 9(3) VALUE 0.
01  WS-CAL-SHOWN         PIC 9(3) VALUE 0.
01  WS-CAL-ROW           PIC 9(4) VALUE 0.
01  WS-CAL-REMOVE-ROW    PIC 9(4) VALUE 0.
01  WS-CAL-LINE-EDIT     PIC ZZ9.
01  WS-CAL-ROW-TABLE.
    05  WS-CAL-ROW-NO OCCURS 200 TIMES PIC 9(4).

*> Employer-relations log variables (EMPLOYER-RELATIONS-FLOW,
*> SHOW-LAST-EMPLOYER-TOUCH, EMPLOYER-RELATIONS-LOG-FLOW)
01  ERL-STATUS           PIC XX.
01  WS-ERL-EOF           PIC X VALUE "N".
01  WS-ERL-IS-STAFF      PIC X VALUE "N".
01  WS-ERL-MAX-ID        PIC 9(6) VALUE 0.
01  WS-ERL-NEW-ID        PIC 9(6) VALUE 0.
01  WS-ERL-ID-EDIT       PIC Z(5)9.
01  WS-ERL-COUNT         PIC 9(4) VALUE 0.
01  WS-ERL-IDX           PIC 9(4) VALUE 0.
01  WS-ERL-SHOWN         PIC 9(2) VALUE 0.
01  WS-ERL-TODAY         PIC X(8).
01  WS-ERL-COMMAND       PIC X(20).
01  WS-ERL-CONTACT-IN    PIC X(40).
01  WS-ERL-CHANNEL-IN    PIC X(10).
01  WS-ERL-NOTES-IN      PIC X(150).
01  WS-ERL-FOLLOWUP-IN   PIC X(10).
01  WS-ERL-LAST-DATE     PIC X(8).
01  WS-ERL-LAST-STAFF    PIC X(50).
01  WS-ERL-LAST-FOLLOWUP PIC X(8).
01  WS-ERL-P-ID          PIC X(6).
01  WS-ERL-P-COMPANY     PIC X(100).
01  WS-ERL-P-DATE        PIC X(8).
01  WS-ERL-P-STAFF       PIC X(50).
01  WS-ERL-P-CONTACT     PIC X(40).
01  WS-ERL-P-CHANNEL     PIC X(10).
01  WS-ERL-P-FOLLOWUP    PIC X(8).
01  WS-ERL-P-NOTES       PIC X(150).
*> The company's log rows in file (oldest-first) order; only the last
*> 50 are kept and the newest five are shown.
01  WS-ERL-TABLE.
    05  WS-ERL-ENTRY OCCURS 50 TIMES.
        10  WS-ERL-T-DATE     PIC X(8).
        10  WS-ERL-T-STAFF    PIC X(50).
        10  WS-ERL-T-CONTACT  PIC X(40).
        10  WS-ERL-T-CHANNEL  PIC X(10).
        10  WS-ERL-T-FOLLOWUP PIC X(8).
        10  WS-ERL-T-NOTES    PIC X(150).

*> Recruiting-policy variables (LOAD-CURRENT-POLICY,
*> CHECK-POLICY-ACCEPTANCE, POLICY-ACCEPTANCE-PROMPT,
*> REQUIRE-POLICY-ACCEPTANCE)
01  POLICY-STATUS        PIC XX.
01  POLICY-ACCEPT-STATUS PIC XX.
01  WS-POL-EOF           PIC X VALUE "N".
01  WS-POL-ACCEPTED      PIC X VALUE "Y".
01  WS-POL-CURRENT       PIC 9(4) VALUE 0.
01  WS-POL-CURRENT-EDIT  PIC Z(3)9.
01  WS-POL-EFFECTIVE     PIC X(8).
01  WS-POL-TODAY         PIC X(8).
01  WS-POL-COMMAND       PIC X(20).
01  WS-POL-P-VERSION     PIC X(6).
01  WS-POL-P-EFFECTIVE   PIC X(8).
01  WS-POL-P-TEXT        PIC X(190).
01  WS-POL-P-USER        PIC X(50).
01  WS-POL-P-DATE        PIC X(8).
01  WS-POL-VERSION-NUM   PIC 9(4) VALUE 0.

*> Campus-transfer variables (ADMIN-TRANSFER-CAMPUS-FLOW)
01  SEARCH-MATCH-TEMP-STATUS PIC XX.
01  RANKING-TEMP-STATUS  PIC XX.
01  WS-CLOSE-CONFIRM     PIC X(20).
01  WS-CLOSE-EOF         PIC X VALUE "N".

*> Audit-journal variables (WRITE-AUDIT-LINE, CHAIN-AUDIT-ROW)
01  AUDIT-STATUS         PIC XX.
01  AUDIT-LOCK-STATUS    PIC XX.
01  WS-AUDIT-LOCK-PATH   PIC X(40) VALUE "../data/AuditJournal.lock".
01  CHAIN-ANCHOR-STATUS  PIC XX.
01  WS-AUDIT-ENTITY      PIC X(15).
01  WS-AUDIT-KEY         PIC X(50).
01  WS-AUDIT-FIELD       PIC X(20).
01  WS-AUDIT-OLD         PIC X(100).
01  WS-AUDIT-NEW         PIC X(100).
01  WS-CHAIN-ROW         PIC X(500).
01  WS-CHAIN-TEXT        PIC X(500).
01  WS-CHAIN-STORED      PIC X(24).
01  WS-CHAIN-LEN         PIC 9(4) VALUE 0.
01  WS-CHAIN-I           PIC 9(4) VALUE 0.
01  WS-CHAIN-ROWS        PIC 9(9) VALUE 0.
01  WS-CHAIN-SEEN        PIC 9(9) VALUE 0.
01  WS-CHAIN-LAST-ROW    PIC 9(9) VALUE 0.
01  WS-CHAIN-EOF         PIC X VALUE "N".
01  WS-CHAIN-RUNNING.
    05  WS-CHAIN-A       PIC 9(12).
    05  WS-CHAIN-B       PIC 9(12).
01  WS-ANCHOR-DATE       PIC X(8).
01  WS-ANCHOR-FILE       PIC X(60).
01  WS-ANCHOR-ROWS       PIC X(12).
01  WS-ANCHOR-HASH       PIC X(30).

*> Multi-recruiter variables (MANAGE-RECRUITERS-FLOW,
*> CHECK-JOB-DETAILS-MANAGEABLE)
        10  WS-GRP-REQ-MARK PIC X(1).
01  WS-GRP-NEW-OFFICER   PIC X(50).
01  WS-GRP-TARGET-USER   PIC X(50).
*> Group re-registration variables (REREGISTER-GROUP,
*> ADMIN-GROUP-REREG-FLOW, REWRITE-GROUP-MASTER)
01  GROUP-TEMP-STATUS    PIC XX.
01  GROUP-OFFICER-TEMP-STATUS PIC XX.
01  GROUP-CYCLE-STATUS   PIC XX.
01  GROUP-REG-STATUS     PIC XX.
01  ACTIVITY-POLICY-STATUS PIC XX.
01  WS-GROUP-LIVE-PATH   PIC X(40) VALUE "../data/Groups.txt".
01  WS-GROUP-TEMP-PATH   PIC X(40) VALUE "../data/Groups.tmp".
01  WS-GROUP-OFFICER-LIVE-PATH PIC X(40)
        VALUE "../data/GroupOfficers.txt".
01  WS-GROUP-OFFICER-TEMP-PATH PIC X(40)
        VALUE "../data/GroupOfficers.tmp".
01  WS-GRP-PARSED-STATE  PIC X(10).
01  WS-GRR-EOF           PIC X VALUE "N".
01  WS-GRR-EOF2          PIC X VALUE "N".
01  WS-GRR-CYCLE-FOUND   PIC X VALUE "N".
01  WS-GRR-CYCLE-TERM    PIC X(10).
01  WS-GRR-CYCLE-OPENED  PIC X(8).
01  WS-GRR-CYCLE-DEADLINE PIC X(8).
01  WS-GRR-CYCLE-BY      PIC X(50).
01  WS-GRR-PARSED-TERM   PIC X(10).
01  WS-GRR-PARSED-OPENED PIC X(8).
01  WS-GRR-PARSED-DEADLINE PIC X(8).
01  WS-GRR-PARSED-BY     PIC X(50).
01  WS-GRR-REG-TERM      PIC X(10).
01  WS-GRR-REG-GROUP     PIC X(100).
01  WS-GRR-REG-OFFICER   PIC X(50).
01  WS-GRR-REG-DATE      PIC X(8).
01  WS-GRR-REG-ROSTER    PIC X(300).
01  WS-GRR-REG-ATTESTED  PIC X(1).
01  WS-GRR-CHECK-GROUP   PIC X(100).
01  WS-GRR-REGISTERED    PIC X VALUE "N".
01  WS-GRR-REGISTERED-ON PIC X(8).
01  WS-GRR-ROSTER-COUNT  PIC 9(2) VALUE 0.
01  WS-GRR-IDX           PIC 9(2) VALUE 0.
01  WS-GRR-ROSTER-TABLE.
    05  WS-GRR-ROSTER-ENTRY OCCURS 20 TIMES.
        10  WS-GRR-ROSTER-USER PIC X(50).
        10  WS-GRR-ROSTER-ROLE PIC X(10).
        10  WS-GRR-ROSTER-KIND PIC X(1).
        10  WS-GRR-ROSTER-MARK PIC X(1).
01  WS-GRR-ROSTER-TEXT   PIC X(300) VALUE SPACES.
01  WS-GRR-ROSTER-PTR    PIC 9(3) VALUE 1.
01  WS-GRR-STUDENT-OFFICERS PIC 9(2) VALUE 0.
01  WS-GRR-DROPPED       PIC 9(2) VALUE 0.
01  WS-GRR-DROP-IN       PIC X(50).
01  WS-GRR-DROP-FOUND    PIC X VALUE "N".
01  WS-GRR-DROP-DONE     PIC X VALUE "N".
01  WS-GRR-TERM-TAKEN    PIC X VALUE "N".
01  WS-GRR-ATTEST-IN     PIC X(20).
01  WS-GRR-POLICY-LINES  PIC 9(3) VALUE 0.
01  WS-GRR-ADMIN-CHOICE  PIC X(10).
01  WS-GRR-TERM-IN       PIC X(10).
01  WS-GRR-DEADLINE-IN   PIC X(10).
01  WS-GRR-TODAY         PIC X(8).
01  WS-GRR-NEW-STATE     PIC X(10).
01  WS-GRR-NEW-CREATOR   PIC X(50).
01  WS-GRR-M-NAME        PIC X(100).
01  WS-GRR-M-CREATOR     PIC X(50).
01  WS-GRR-M-DATE        PIC X(8).
01  WS-GRR-M-PRIVACY     PIC X(10).
01  WS-GRR-M-STATE       PIC X(10).
01  WS-GRR-O-NAME        PIC X(100).
01  WS-GRR-O-USER        PIC X(50).
01  WS-GRR-LOOKUP        PIC X(50).
01  WS-GRR-LOOKUP-FOUND  PIC X VALUE "N".
01  WS-GRR-LOOKUP-NAME   PIC X(50).
01  WS-GRR-LOOKUP-ROLE   PIC X(10).
01  WS-GRR-SAVED-USERNAME PIC X(50).
01  WS-GRR-GROUPS        PIC 9(4) VALUE 0.
01  WS-GRR-DONE          PIC 9(4) VALUE 0.
01  WS-GRR-NOTIFIED      PIC 9(4) VALUE 0.
01  WS-GRR-COUNT-EDIT    PIC Z(3)9.
01  WS-GRR-COUNT-EDIT-2  PIC Z(3)9.
*> Group message-board variables (VIEW-GROUP board section,
*> COUNT-NEW-GROUP-POSTS-FOR-SUMMARY)
01  GROUP-POST-STATUS    PIC XX.
*> the day (blank until then). EVENTATTENDANCEREPORT rolls the marks
*> up per event and per student.
01  WS-RSVP-PARSED-ATTEND PIC X(10).
*> Venue booking: event rows carry an 8th VENUE-CODE, 9th START-HHMM
*> and 10th END-HHMM field (blank venue = off-campus or virtual;
*> events from before the fields existed have no times).
01  WS-EVT-VENUE         PIC X(10).
01  WS-EVT-START         PIC X(4).
01  WS-EVT-END           PIC X(4).
01  WS-EVT-PARSED-VENUE  PIC X(10).
01  WS-EVT-PARSED-START  PIC X(4).
01  WS-EVT-PARSED-END    PIC X(4).
*> Event-to-posting link support (POST-EVENT-FLOW, BROWSE-EVENTS-FLOW)
01  EVENT-JOB-STATUS     PIC XX.
01  WS-EJL-EOF           PIC X VALUE "N".
01  WS-REQ-PARSED-MAX-YEAR PIC X(4).
01  WS-REQ-PARSED-SKILLS PIC X(5).
01  WS-ELIG-OK           PIC X VALUE "Y".

*> Headcount variables (PROMPT-JOB-OPENINGS, LOAD-JOB-HEADCOUNT,
*> APPLY-HEADCOUNT-FILL)
01  OPENINGS-STATUS      PIC XX.
01  OPENINGS-TEMP-STATUS PIC XX.
01  WS-OPENINGS-TEMP-PATH PIC X(40) VALUE "../data/JobOpenings.tmp".
01  WS-OPENINGS-LIVE-PATH PIC X(40) VALUE "../data/JobOpenings.txt".
01  WS-OPENINGS-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-HC-EOF            PIC X VALUE "N".
01  WS-HC-INPUT          PIC X(10).
01  WS-HC-JOB-ID         PIC X(10).
01  WS-HC-OPENINGS       PIC 9(4) VALUE 1.
01  WS-HC-OLD-OPENINGS   PIC 9(4) VALUE 1.
01  WS-HC-HIRES          PIC 9(4) VALUE 0.
01  WS-HC-EDIT           PIC Z(3)9.
01  WS-HC-EDIT2          PIC Z(3)9.
01  WS-HC-TEXT           PIC X(30).
01  WS-HC-PARSED-JOB-ID  PIC X(10).
01  WS-HC-PARSED-OPENINGS PIC X(6).
01  WS-HC-REVIEW-VERB    PIC X(10).
01  WS-HC-LIST-LINE      PIC X(200).
01  WS-ELIG-REASON       PIC X(80).
01  WS-ELIG-BEST-GPA     PIC 9V99 VALUE 0.
01  WS-ELIG-IDX          PIC 9(2) VALUE 0.
01  WS-SKILL-COMP-PARSED-USER PIC X(50).
01  WS-SKILL-COMP-PARSED-ID PIC X(1).

*> Occupation-classification variables (SUGGEST-OCCUPATION-CODE,
*> PROMPT-JOB-OCCUPATION, ADMIN-OCCUPATION-CODES-FLOW)
01  OCCUPATION-STATUS    PIC XX.
01  OCC-KEYWORD-STATUS   PIC XX.
01  JOB-OCC-STATUS       PIC XX.
01  JOB-OCC-TEMP-STATUS  PIC XX.
01  WS-JOB-OCC-TEMP-PATH PIC X(40) VALUE "../data/JobOccupations.tmp".
01  WS-JOB-OCC-LIVE-PATH PIC X(40) VALUE "../data/JobOccupations.txt".
01  WS-JOB-OCC-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-OCC-EOF           PIC X VALUE "N".
01  WS-OCC-INPUT         PIC X(120).
01  WS-OCC-TITLE         PIC X(100).
01  WS-OCC-CODE          PIC X(7).
01  WS-OCC-SUGGESTED     PIC X(7).
01  WS-OCC-OLD-CODE      PIC X(7).
01  WS-OCC-CODE-TITLE    PIC X(100).
01  WS-OCC-SOURCE        PIC X(8).
01  WS-OCC-JOB-ID        PIC X(10).
01  WS-OCC-FOUND         PIC X VALUE "N".
01  WS-OCC-PARSED-CODE   PIC X(10).
01  WS-OCC-PARSED-TITLE  PIC X(100).
01  WS-OCC-PARSED-KEYWORD PIC X(40).
01  WS-OCC-PARSED-JOB-ID PIC X(10).
01  WS-OCC-PARSED-SOURCE PIC X(10).
01  WS-OCC-MATCH-TEXT    PIC X(104).
01  WS-OCC-KEY-TEXT      PIC X(42).
01  WS-OCC-KEY-LEN       PIC 9(3) VALUE 0.
01  WS-OCC-BEST-LEN      PIC 9(3) VALUE 0.
01  WS-OCC-HITS          PIC 9(4) VALUE 0.
01  WS-OCC-SHOWN         PIC 9(4) VALUE 0.
01  WS-OCC-COMMAND       PIC X(10).
01  WS-OCC-SHOW-OLD      PIC X(7).
01  WS-OCC-SHOW-SUGGESTED PIC X(7).

*> Location-master variables (RESOLVE-LOCATION-TEXT, PROMPT-JOB-LOCATION,
*> FIND-POSTING-LOCATION, ADMIN-LOCATIONS-FLOW)
01  LOCATION-STATUS      PIC XX.
01  JOB-LOC-STATUS       PIC XX.
01  JOB-LOC-TEMP-STATUS  PIC XX.
01  WS-JOB-LOC-TEMP-PATH PIC X(40) VALUE "../data/JobLocations.tmp".
01  WS-JOB-LOC-LIVE-PATH PIC X(40) VALUE "../data/JobLocations.txt".
01  WS-JOB-LOC-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-LOC-EOF           PIC X VALUE "N".
01  WS-LOC-INPUT         PIC X(100).
01  WS-LOC-CODE          PIC X(20).
01  WS-LOC-OLD-CODE      PIC X(20).
01  WS-LOC-STATE         PIC X(2).
01  WS-LOC-FOUND         PIC X VALUE "N".
01  WS-LOC-DISPLAY       PIC X(60).
01  WS-LOC-MODE          PIC X(6).
01  WS-LOC-OLD-MODE      PIC X(6).
01  WS-LOC-KEEP-CODE     PIC X(20).
01  WS-LOC-KEEP-MODE     PIC X(6).
01  WS-LOC-MODE-INPUT    PIC X(20).
01  WS-LOC-MODE-LABEL    PIC X(10).
01  WS-LOC-MODE-OK       PIC X VALUE "N".
01  WS-LOC-JOB-ID        PIC X(10).
01  WS-LOC-POST-TEXT     PIC X(100).
01  WS-LOC-POST-CODE     PIC X(20).
01  WS-LOC-POST-STATE    PIC X(2).
01  WS-LOC-POST-MODE     PIC X(6).
01  WS-LOC-REMOTE-WORD   PIC X VALUE "N".
01  WS-LOC-HYBRID-WORD   PIC X VALUE "N".
01  WS-LOC-COMMAND       PIC X(10).
01  WS-LOC-SHOWN         PIC 9(4) VALUE 0.
01  WS-LOC-PARSED-CODE   PIC X(20).
01  WS-LOC-PARSED-CITY   PIC X(40).
01  WS-LOC-PARSED-STATE  PIC X(2).
01  WS-LOC-PARSED-STATE-NAME PIC X(30).
01  WS-LOC-PARSED-COUNTRY PIC X(2).
01  WS-LOC-PARSED-JOB-ID PIC X(10).
01  WS-LOC-PARSED-MODE   PIC X(6).
*> Normalized text: upper case, punctuation blanked, single spaces,
*> a space at each end, so " TAMPA " and " FL " match as whole words.
01  WS-LOC-NORM-IN       PIC X(100).
01  WS-LOC-NORM-WORK     PIC X(102).
01  WS-LOC-NORM-OUT      PIC X(104).
01  WS-LOC-NORM-POS      PIC 9(3) VALUE 0.
01  WS-LOC-CHAR-IDX      PIC 9(3) VALUE 0.
01  WS-LOC-IN-WORD       PIC X VALUE "N".
01  WS-LOC-MATCH-TEXT    PIC X(104).
01  WS-LOC-HITS          PIC 9(4) VALUE 0.
01  WS-LOC-SCORE         PIC 9 VALUE 0.
01  WS-LOC-BEST-SCORE    PIC 9 VALUE 0.
01  WS-LOC-BEST-IDX      PIC 9(3) VALUE 0.
*> The master, loaded once per run with each name pre-normalized.
01  WS-LOC-MASTER-LOADED PIC X VALUE "N".
01  WS-LOC-COUNT         PIC 9(3) VALUE 0.
01  WS-LOC-IDX           PIC 9(3) VALUE 0.
01  WS-LOC-TABLE.
    05  WS-LOC-ENTRY OCCURS 300 TIMES.
        10  WS-LOC-T-CODE       PIC X(20).
        10  WS-LOC-T-CITY       PIC X(40).
        10  WS-LOC-T-STATE      PIC X(2).
        10  WS-LOC-T-STATE-NAME PIC X(30).
        10  WS-LOC-T-COUNTRY    PIC X(2).
        10  WS-LOC-T-CITY-KEY   PIC X(44).
        10  WS-LOC-T-CITY-LEN   PIC 9(3).
        10  WS-LOC-T-NAME-KEY   PIC X(34).
        10  WS-LOC-T-NAME-LEN   PIC 9(3).
        10  WS-LOC-T-ABBR-KEY   PIC X(4).
*> Posting locations for Browse Jobs, loaded once per listing so the
*> filter doesn't reread JobLocations.txt for every posting.
01  WS-JLOC-LOADED       PIC X VALUE "N".
01  WS-JLOC-COUNT        PIC 9(4) VALUE 0.
01  WS-JLOC-IDX          PIC 9(4) VALUE 0.
01  WS-JLOC-TABLE.
    05  WS-JLOC-ENTRY OCCURS 2000 TIMES.
        10  WS-JLOC-JOB-ID      PIC X(10).
        10  WS-JLOC-CODE        PIC X(20).
        10  WS-JLOC-MODE        PIC X(6).

*> Pay-transparency rules (LOAD-PAY-RULES / CHECK-PAY-TRANSPARENCY).
*> In: WS-PAY-LOC-CODE, WS-PAY-SAL-MIN, WS-PAY-SAL-MAX. Out:
*> WS-PAY-COMPLIANT, and for a failure the WS-PAY-JURISDICTION and
*> WS-PAY-REASON of the first rule broken.
01  PAY-RULE-STATUS      PIC XX.
01  WS-PAY-EOF           PIC X VALUE "N".
01  WS-PAY-TODAY         PIC X(8).
01  WS-PAY-LOC-CODE      PIC X(20).
01  WS-PAY-LOC-STATE     PIC X(2).
01  WS-PAY-SAL-MIN       PIC X(9).
01  WS-PAY-SAL-MAX       PIC X(9).
01  WS-PAY-MIN-NUM       PIC 9(9) VALUE 0.
01  WS-PAY-MAX-NUM       PIC 9(9) VALUE 0.
01  WS-PAY-SPREAD        PIC 9(9) VALUE 0.
01  WS-PAY-SPREAD-EDIT   PIC Z(8)9.
01  WS-PAY-LIMIT-EDIT    PIC ZZ9.
01  WS-PAY-COMPLIANT     PIC X VALUE "Y".
01  WS-PAY-JURISDICTION  PIC X(20).
01  WS-PAY-REASON        PIC X(150).
01  WS-PAY-P-JURIS       PIC X(20).
01  WS-PAY-P-REQUIRED    PIC X(1).
01  WS-PAY-P-SPREAD      PIC X(3).
01  WS-PAY-P-EFFECTIVE   PIC X(8).
01  WS-PAY-P-LAW         PIC X(60).
01  WS-PAY-RULES-LOADED  PIC X VALUE "N".
01  WS-PAY-RULE-COUNT    PIC 9(3) VALUE 0.
01  WS-PAY-RULE-IDX      PIC 9(3) VALUE 0.
01  WS-PAY-RULE-TABLE.
    05  WS-PAY-RULE-ENTRY OCCURS 100 TIMES.
        10  WS-PAY-R-JURIS      PIC X(20).
        10  WS-PAY-R-REQUIRED   PIC X(1).
        10  WS-PAY-R-SPREAD     PIC 9(3).
        10  WS-PAY-R-EFFECTIVE  PIC X(8).
        10  WS-PAY-R-LAW        PIC X(60).

*> Pay-transparency holds (LOAD-PAY-HOLD, WRITE-PAY-HOLD,
*> REMOVE-PAY-HOLD, APPLY-PAY-TRANSPARENCY-HOLD)
01  PAY-HOLD-STATUS      PIC XX.
01  PAY-HOLD-TEMP-STATUS PIC XX.
01  WS-PAY-HOLD-TEMP-PATH PIC X(40) VALUE "../data/PayTransparencyHolds.tmp".
01  WS-PAY-HOLD-LIVE-PATH PIC X(40) VALUE "../data/PayTransparencyHolds.txt".
01  WS-PAY-HOLD-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-PAY-JOB-ID        PIC X(10).
01  WS-PAY-PRIOR-STATUS  PIC X(10).
01  WS-PAY-HELD          PIC X VALUE "N".
01  WS-PAY-HELD-PRIOR    PIC X(10).
01  WS-PAY-HELD-JURIS    PIC X(20).
01  WS-PAY-HELD-REASON   PIC X(150).
01  WS-PAY-H-JOB-ID      PIC X(10).
01  WS-PAY-H-DATE        PIC X(8).
01  WS-PAY-H-JURIS       PIC X(20).
01  WS-PAY-H-PRIOR       PIC X(10).
01  WS-PAY-H-REASON      PIC X(150).

*> Work-study-only postings and awards (PROMPT-JOB-WORK-STUDY,
*> LOAD-JOB-WORK-STUDY, CHECK-WORK-STUDY-ELIGIBILITY). In:
*> WS-FWS-JOB-ID, AR-USERNAME. Out: WS-FWS-ONLY, and from the check
*> WS-FWS-ELIG-OK with WS-FWS-REASON for a refusal.
01  WORK-STUDY-STATUS      PIC XX.
01  WORK-STUDY-TEMP-STATUS PIC XX.
01  FWS-AWARD-STATUS       PIC XX.
01  WS-FWS-TEMP-PATH     PIC X(40) VALUE "../data/JobWorkStudy.tmp".
01  WS-FWS-LIVE-PATH     PIC X(40) VALUE "../data/JobWorkStudy.txt".
01  WS-FWS-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-FWS-EOF           PIC X VALUE "N".
01  WS-FWS-JOB-ID        PIC X(10).
01  WS-FWS-ONLY          PIC X VALUE "N".
01  WS-FWS-OLD-ONLY      PIC X VALUE "N".
01  WS-FWS-INPUT         PIC X(10).
01  WS-FWS-P-JOB-ID      PIC X(10).
01  WS-FWS-P-FLAG        PIC X(1).
01  WS-FWS-P-USER        PIC X(50).
01  WS-FWS-P-YEAR        PIC X(9).
01  WS-FWS-P-AMOUNT      PIC X(12).
01  WS-FWS-P-REMAINING   PIC X(12).
01  WS-FWS-AWARD-YEAR    PIC X(9).
01  WS-FWS-YEAR-START    PIC 9(4) VALUE 0.
01  WS-FWS-YEAR-END      PIC 9(4) VALUE 0.
01  WS-FWS-FOUND         PIC X VALUE "N".
01  WS-FWS-AMOUNT        PIC 9(7)V99 VALUE 0.
01  WS-FWS-REMAINING     PIC 9(7)V99 VALUE 0.
01  WS-FWS-MONEY-EDIT    PIC $$,$$$,$$9.99.
01  WS-FWS-ELIG-OK       PIC X VALUE "Y".
01  WS-FWS-REASON        PIC X(150).

*> Syndication opt-out (PROMPT-JOB-SYNDICATION, LOAD-JOB-SYNDICATION).
*> In: WS-SYN-JOB-ID. Out: WS-SYN-SHARE, "N" when the employer has
*> kept the posting off the outside job boards.
01  SYNDICATION-STATUS      PIC XX.
01  SYNDICATION-TEMP-STATUS PIC XX.
01  WS-SYN-TEMP-PATH     PIC X(40) VALUE "../data/JobSyndicationOptOut.tmp".
01  WS-SYN-LIVE-PATH     PIC X(40) VALUE "../data/JobSyndicationOptOut.txt".
01  WS-SYN-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-SYN-EOF           PIC X VALUE "N".
01  WS-SYN-JOB-ID        PIC X(10).
01  WS-SYN-SHARE         PIC X VALUE "Y".
01  WS-SYN-OLD-SHARE     PIC X VALUE "Y".
01  WS-SYN-INPUT         PIC X(10).
01  WS-SYN-P-JOB-ID      PIC X(10).
01  WS-SYN-P-FLAG        PIC X(1).

*> Undeliverable addresses (CHECK-UNDELIVERABLE, CLEAR-OWN-UNDELIVERABLE).
*> In: WS-UND-CHECK-USER. Out: WS-UND-FOUND, "Y" when that user's
*> email has been marked undeliverable.
01  UNDELIVERABLE-STATUS      PIC XX.
01  UNDELIVERABLE-TEMP-STATUS PIC XX.
01  WS-UND-TEMP-PATH     PIC X(40) VALUE "../data/UndeliverableEmails.tmp".
01  WS-UND-LIVE-PATH     PIC X(40) VALUE "../data/UndeliverableEmails.txt".
01  WS-UND-RENAME-STATUS PIC 9(9) COMP-5.
01  WS-UND-EOF           PIC X VALUE "N".
*> The row APPEND-OUTBOUND-ROW queues for the mail relay.
01  WS-XMIT-NEW-ROW     PIC X(500).
01  WS-UND-CHECK-USER    PIC X(50).
01  WS-UND-FOUND         PIC X VALUE "N".
01  WS-UND-USER          PIC X(50).

*> Message-notice reply tokens (QUEUE-MESSAGE-NOTICE). In: WS-RPT-KIND,
*> WS-RPT-KEY, WS-RPT-RECIPIENT, WS-RPT-TEXT.
01  REPLY-TOKEN-STATUS    PIC XX.
01  REPLY-TOKEN-ID-STATUS PIC XX.
01  WS-RPT-EOF           PIC X VALUE "N".
01  WS-RPT-SEQ           PIC 9(9) VALUE 0.
01  WS-RPT-TOKEN         PIC X(11).
01  WS-RPT-KIND          PIC X(1).
01  WS-RPT-KEY           PIC X(10).
01  WS-RPT-RECIPIENT     PIC X(50).
01  WS-RPT-TEXT          PIC X(200).

*> University master-list variables (LOAD-UNIVERSITY-LIST,
*> ADD-UNIVERSITY-IF-NEW)
01  UNIVERSITY-STATUS    PIC XX.
01  WS-RVW-PARSED-STATUS PIC X(10).
01  WS-RVW-PARSED-TEXT   PIC X(200).
01  WS-RFLAG-REVIEW-ID   PIC X(10).
01  WS-RVW-NEW-STATUS    PIC X(10).
01  WS-RVW-OLD-STATUS    PIC X(10).
01  WS-RVW-AUTHOR        PIC X(50).
01  WS-RFLAG-REASON      PIC X(100).
01  WS-RFLAG-PARSED-ID   PIC X(10).
01  WS-RFLAG-PARSED-FLAGGER PIC X(50).

*> Outbound-mailer variables (ADD-OUTBOUND-MESSAGE)
01  OUTBOUND-STATUS      PIC XX.
01  OUTBOUND-LOCK-STATUS PIC XX.
01  WS-OUTBOUND-LOCK-PATH PIC X(44) VALUE "../data/OutboundMessages.lock".
01  WS-OUT-RECIPIENT     PIC X(50).
01  WS-OUT-EVENT-TYPE    PIC X(20).
01  WS-OUT-SUBJECT       PIC X(80).
01  WS-JOB-SEARCH-KEYWORD PIC X(100).
01  WS-JOB-FILTER-LOCATION PIC X(100).
01  WS-JOB-FILTER-EMPLOYER PIC X(100).
*> Work mode (ONSITE/HYBRID/REMOTE), and the location filter as a master
*> code or state when PREPARE-LOCATION-FILTER could resolve it.
01  WS-JOB-FILTER-MODE  PIC X(6) VALUE SPACES.
01  WS-JOB-FILTER-LOC-CODE PIC X(20) VALUE SPACES.
01  WS-JOB-FILTER-LOC-STATE PIC X(2) VALUE SPACES.
01  WS-JOB-SORT-RECENCY PIC X(1) VALUE "N".
*> Salary sort rides the same buffered-sort table as the recency
*> sort, keyed by the numeric maximum (zero for postings with no
                MOVE IN-REC TO WS-COMMAND
        END-READ

        *> Every command first confirms the session is still standing
        *> in the registry - an administrator may have forced it
        *> closed, or the account been disabled or locked, meanwhile.
        IF EOF NOT = "Y" AND LOGIN-STATUS = "Y"
            PERFORM CHECK-SESSION-STANDING
        END-IF

        IF EOF NOT = "Y"
            IF LOGIN-STATUS NOT = "Y"
               MOVE 'Log In' TO OUTPUT-BUFFER
            EVALUATE WS-COMMAND
                    WHEN "Log Out"
                        IF LOGIN-STATUS = "Y"
                            PERFORM END-OWN-SESSION
                            MOVE "N" TO LOGIN-STATUS
                            MOVE "N" TO MENU-DISPLAYED
                            MOVE "MAIN" TO CURRENT-MENU
                            END-READ

                            CALL 'LOGIN' USING AR-USERNAME WS-PLAIN-PASSWORD LOGIN-RESPONSE LOGIN-STATUS AR-ROLE
                                              WS-SES-ID

                            MOVE LOGIN-RESPONSE TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                                *> so the session's profile fields and
                                *> campus reflect what is on file.
                                PERFORM REFRESH-OWN-ACCOUNT-RECORD
                                PERFORM LOAD-PERMISSIONS
                                MOVE "MAIN" TO WS-USER-CAMPUS
                                IF FUNCTION TRIM(AR-CAMPUS) NOT = SPACES
                                    MOVE AR-CAMPUS TO WS-USER-CAMPUS
                                IF WS-PWD-EXPIRED = "Y"
                                    PERFORM FORCED-PASSWORD-CHANGE
                                END-IF
                                *> A newly published recruiting policy
                                *> is put to each employer at their
                                *> next sign-in.
                                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "EMPLOYER"
                                    PERFORM CHECK-POLICY-ACCEPTANCE
                                    IF WS-POL-ACCEPTED = "N"
                                        PERFORM POLICY-ACCEPTANCE-PROMPT
                                    END-IF
                                END-IF
                                *> Mail to an address the relay keeps
                                *> bouncing has stopped; ask for a
                                *> working one before anything else.
                                MOVE AR-USERNAME TO WS-UND-CHECK-USER
                                PERFORM CHECK-UNDELIVERABLE
                                IF WS-UND-FOUND = "Y"
                                    PERFORM UNDELIVERABLE-REVERIFY-PROMPT
                                END-IF
                                PERFORM SHOW-LOGIN-SUMMARY
                                *> Last login is looked up before this
                                *> attempt's own row is appended.

                    WHEN "Post a Job/Internship"
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            MOVE "POST-JOB" TO WS-PRM-CAP
                            PERFORM CHECK-CAPABILITY
                            IF WS-PRM-GRANTED NOT = "Y"
                                MOVE "Only employer accounts can post jobs or internships." TO OUTPUT-BUFFER
                                PERFORM DUAL-OUTPUT
                            ELSE
                       END-IF

                    WHEN "Review Applicants"
                        MOVE "REVIEW-APPLICANTS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            MOVE SPACES TO APP-REVIEW-COMMAND
                            MOVE SPACES TO APP-REVIEW-RESPONSE1
                            MOVE SPACES TO APP-REVIEW-RESPONSE2
                                        MOVE IN-REC TO APP-REVIEW-COMMAND
                                END-READ

                                *> A reference-check request goes out through this
                                *> program's outbound queue, so it is handled here
                                *> rather than passed to REVIEWAPPLICANTS.
                                MOVE FUNCTION TRIM(APP-REVIEW-COMMAND) TO WS-RFC-REVIEW-CMD
                                IF EOF NOT = "Y"
                                   AND FUNCTION UPPER-CASE(WS-RFC-REVIEW-CMD(1:9)) = "REFCHECK "
                                    MOVE FUNCTION TRIM(WS-RFC-REVIEW-CMD(10:)) TO WS-THREAD-APP-ID
                                    PERFORM REQUEST-REFERENCE-CHECK
                                ELSE
                                    IF EOF NOT = "Y"
                                        MOVE SPACES TO APP-REVIEW-RESPONSE1 APP-REVIEW-RESPONSE2
                                        MOVE "N" TO APP-REVIEW-NEEDS-COMMAND
                                        MOVE "N" TO APP-REVIEW-STATUS

                                        CALL 'REVIEWAPPLICANTS' USING
                                             AR-USERNAME
                                             APP-REVIEW-COMMAND
                                             APP-REVIEW-NEEDS-COMMAND
                                             APP-REVIEW-STATUS
                                             APP-REVIEW-RESPONSE1
                                             APP-REVIEW-RESPONSE2

                                        IF APP-REVIEW-RESPONSE1 NOT = SPACES
                                            MOVE APP-REVIEW-RESPONSE1 TO OUTPUT-BUFFER
                                            PERFORM DUAL-OUTPUT
                                        END-IF

                                        *> A hire recorded from the review
                                        *> screen counts against the
                                        *> posting's headcount the same as
                                        *> an accepted offer does.
                                        IF APP-REVIEW-STATUS = "Y"
                                            PERFORM HEADCOUNT-AFTER-REVIEW
                                        END-IF
                                    END-IF
                                END-IF
                            ELSE
                        END-IF

                    WHEN "Manage My Jobs"
                        MOVE "MANAGE-JOBS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM MANAGE-MY-JOBS-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Recommended Jobs"
                        MOVE "RECOMMENDED-JOBS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM RECOMMENDED-JOBS-SECTION
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Moderation Queue"
                        MOVE "EMPLOYER-MODERATION" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM MODERATION-QUEUE-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER


                    WHEN "Message Applicant"
                        MOVE "MESSAGE-APPLICANT" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM MESSAGE-APPLICANT-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Schedule Interview"
                        MOVE "SCHEDULE-INTERVIEW" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM SCHEDULE-INTERVIEW-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Interview Days"
                        MOVE "INTERVIEW-DAYS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM INTERVIEW-DAYS-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Interview Day Sign-Up"
                        MOVE "INTERVIEW-DAY-SIGNUP" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM INTERVIEW-DAY-SIGNUP-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Extend Offer"
                        MOVE "EXTEND-OFFER" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM EXTEND-OFFER-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Become a Referrer"
                        MOVE "BECOME-REFERRER" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM BECOME-REFERRER-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Request Referral"
                        MOVE "REQUEST-REFERRAL" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM REQUEST-REFERRAL-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Referral Requests"
                        MOVE "REFERRAL-REQUESTS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM REFERRAL-REQUESTS-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Counselor Console"
                        MOVE "COUNSELOR-CONSOLE" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM COUNSELOR-CONSOLE-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                        END-IF

                    WHEN "Interview Feedback"
                        MOVE "INTERVIEW-FEEDBACK" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM INTERVIEW-FEEDBACK-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Internship Evaluation"
                        MOVE "INTERNSHIP-EVALUATION" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "JOBS"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM INTERNSHIP-EVALUATION-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Employment Check-In"
                        IF LOGIN-STATUS = "Y"
                            PERFORM EMPLOYMENT-CHECKIN-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "My References"
                        MOVE "MY-REFERENCES" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM MY-REFERENCES-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Advising Appointments"
                        MOVE "ADVISING-APPOINTMENTS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM ADVISING-APPOINTMENTS-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "My Action Plan"
                        MOVE "ACTION-PLAN" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM MY-ACTION-PLAN-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Resume Review"
                        MOVE "RESUME-REVIEW" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM RESUME-REVIEW-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Become a Resume Reviewer"
                        MOVE "BECOME-RESUME-REVIEWER" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM RESUME-REVIEWER-OPTIN-FLOW
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Resume Review Queue"
                        MOVE "RESUME-REVIEW-QUEUE" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM RESUME-REVIEW-QUEUE-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Resume Books"
                        MOVE "RESUME-BOOK-OPT-IN" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM RESUME-BOOKS-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Job Preferences"
                        MOVE "JOB-PREFERENCES" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM JOB-PREFERENCES-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Internship Credit"
                        MOVE "INTERNSHIP-CREDIT" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM INTERNSHIP-CREDIT-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Close My Account"
                        IF LOGIN-STATUS = "Y"
                            PERFORM CLOSE-ACCOUNT-FLOW
                        END-IF

                    WHEN "Admin Console"
                        MOVE "ADMIN-CONSOLE" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            PERFORM ADMIN-CONSOLE-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                        END-IF

                    WHEN "Talent Search"
                        MOVE "TALENT-SEARCH" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            AND AR-EMPLOYER-VERIFIED = "Y"
                            PERFORM TALENT-SEARCH-FLOW
                            MOVE 0            TO NAV-INDEX
                        END-IF

                    WHEN "View Shortlist"
                        MOVE "VIEW-SHORTLIST" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            AND AR-EMPLOYER-VERIFIED = "Y"
                            PERFORM VIEW-SHORTLIST-FLOW
                            MOVE 0            TO NAV-INDEX
                        END-IF

                    WHEN "Manage Recruiters"
                        MOVE "MANAGE-RECRUITERS" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            AND AR-EMPLOYER-VERIFIED = "Y"
                            PERFORM MANAGE-RECRUITERS-FLOW
                            MOVE 0            TO NAV-INDEX
                        END-IF

                    WHEN "Verify Experience"
                        MOVE "VERIFY-EXPERIENCE" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            AND AR-EMPLOYER-VERIFIED = "Y"
                            PERFORM VERIFY-EXPERIENCE-FLOW
                            MOVE 0            TO NAV-INDEX
                        END-IF

                    WHEN "Edit Company Profile"
                        MOVE "EDIT-COMPANY-PROFILE" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            AND AR-EMPLOYER-VERIFIED = "Y"
                            PERFORM EDIT-COMPANY-PROFILE-FLOW
                            MOVE 0            TO NAV-INDEX
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Request Resume Book"
                        MOVE "REQUEST-RESUME-BOOK" TO WS-PRM-CAP
                        PERFORM CHECK-CAPABILITY
                        IF LOGIN-STATUS = "Y"
                            AND WS-PRM-GRANTED = "Y"
                            AND AR-EMPLOYER-VERIFIED = "Y"
                            PERFORM REQUEST-RESUME-BOOK-FLOW
                            MOVE 0            TO NAV-INDEX
                            MOVE "SHOW-MENU"  TO NAV-ACTION
                            PERFORM NAV-PRINT-LOOP
                        ELSE
                            MOVE "Invalid option" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF

                    WHEN "Profile"
                        IF LOGIN-STATUS = "Y"
                            MOVE "CREATE-PROFILE" TO CURRENT-MENU
                           PERFORM DUAL-OUTPUT
                       END-IF

                   WHEN "Request Introduction"
                       IF LOGIN-STATUS = "Y"
                           PERFORM REQUEST-INTRODUCTION-FLOW
                           MOVE 0            TO NAV-INDEX
                           MOVE "SHOW-MENU"  TO NAV-ACTION
                           PERFORM NAV-PRINT-LOOP
                       ELSE
                           MOVE "Invalid option" TO OUTPUT-BUFFER
                           PERFORM DUAL-OUTPUT
                       END-IF

                   WHEN "Introductions"
                       IF LOGIN-STATUS = "Y"
                           PERFORM INTRODUCTIONS-FLOW
                           MOVE 0            TO NAV-INDEX
                           MOVE "SHOW-MENU"  TO NAV-ACTION
                           PERFORM NAV-PRINT-LOOP
                       ELSE
                           MOVE "Invalid option" TO OUTPUT-BUFFER
                           PERFORM DUAL-OUTPUT
                       END-IF

                   WHEN "My Saved Jobs"
                       IF LOGIN-STATUS = "Y"
                           PERFORM MY-SAVED-JOBS-FLOW
                       END-IF

                   WHEN "Post Event"
                       MOVE "POST-EVENT" TO WS-PRM-CAP
                       PERFORM CHECK-CAPABILITY
                       IF LOGIN-STATUS = "Y"
                           AND WS-PRM-GRANTED = "Y"
                           AND AR-EMPLOYER-VERIFIED = "Y"
                           PERFORM POST-EVENT-FLOW
                           MOVE 0            TO NAV-INDEX
                       END-IF

                   WHEN "Event RSVPs"
                       MOVE "EVENT-RSVPS" TO WS-PRM-CAP
                       PERFORM CHECK-CAPABILITY
                       IF LOGIN-STATUS = "Y"
                           AND WS-PRM-GRANTED = "Y"
                           PERFORM EVENT-RSVP-LIST-FLOW
                           MOVE 0            TO NAV-INDEX
                           MOVE "SHOW-MENU"  TO NAV-ACTION
                           PERFORM DUAL-OUTPUT
                       END-IF

                   WHEN "Self-Identification"
                       IF LOGIN-STATUS = "Y"
                           PERFORM SELF-IDENTIFICATION-FLOW
                           MOVE 0            TO NAV-INDEX
                           MOVE "SHOW-MENU"  TO NAV-ACTION
                           PERFORM NAV-PRINT-LOOP
                       ELSE
                           MOVE "Invalid option" TO OUTPUT-BUFFER
                           PERFORM DUAL-OUTPUT
                       END-IF

                   WHEN "Who Viewed My Profile"
                       IF LOGIN-STATUS = "Y"
                           PERFORM WHO-VIEWED-MY-PROFILE-FLOW
                           MOVE 0            TO NAV-INDEX
                           MOVE "SHOW-MENU"  TO NAV-ACTION
                           PERFORM NAV-PRINT-LOOP
                       ELSE
                           MOVE "Invalid option" TO OUTPUT-BUFFER
                           PERFORM DUAL-OUTPUT
                       END-IF

                    WHEN "Skill-1"
                        IF LOGIN-STATUS = "Y" AND CURRENT-MENU = "SKILLS"
                            MOVE 0         TO NAV-INDEX
                            MOVE "SKILL-1" TO NAV-ACTION
    CALL "CBL_DELETE_FILE" USING "../data/InCollege-Checkpoint.txt"
        RETURNING WS-CHECKPOINT-DELETE-STATUS

    *> The run is over, so a session still signed in ends with it.
    IF LOGIN-STATUS = "Y"
        PERFORM END-OWN-SESSION
    END-IF

    CLOSE INFILE.
    CLOSE OUTFILE.
    CLOSE SESSION-FILE.
            MOVE CONFIG-VALUE TO WS-FIRST-POST-APPROVALS
        END-IF
    END-IF
    IF FUNCTION UPPER-CASE(CONFIG-KEY) = "SESSION_IDLE_MINUTES"
        IF CONFIG-VALUE IS NUMERIC
            MOVE CONFIG-VALUE TO WS-SES-IDLE-MINUTES
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> STARTUP-SANITY-GATE: verify the persistent ID counters are not
                   WS-TPL-PARSED-SAL-MIN WS-TPL-PARSED-SAL-MAX
                   WS-TPL-PARSED-SAL-PERIOD WS-TPL-PARSED-MIN-GPA
                   WS-TPL-PARSED-MIN-YEAR WS-TPL-PARSED-MAX-YEAR
                   WS-TPL-PARSED-SKILLS WS-TPL-PARSED-MODE
    UNSTRING TEMPLATE-REC DELIMITED BY "|"
        INTO WS-TPL-PARSED-NAME
             WS-TPL-PARSED-OWNER
             WS-TPL-PARSED-MIN-YEAR
             WS-TPL-PARSED-MAX-YEAR
             WS-TPL-PARSED-SKILLS
             WS-TPL-PARSED-MODE
    END-UNSTRING
    EXIT PARAGRAPH.

    MOVE WS-TPL-PARSED-SAL-PERIOD TO JOB-SAL-PERIOD
    MOVE SPACES TO JOB-BLIND-REVIEW

    *> The template's location is checked against the location master
    *> like any new posting's; one saved before the master existed may
    *> need re-keying, and may need its work mode asked for.
    MOVE WS-TPL-PARSED-MODE TO WS-LOC-MODE
    IF WS-LOC-MODE = SPACES
        PERFORM PROMPT-WORK-MODE
        IF EOF = "Y" EXIT PARAGRAPH END-IF
    END-IF
    MOVE WS-TPL-PARSED-LOCATION TO WS-LOC-INPUT
    PERFORM RESOLVE-LOCATION-TEXT
    IF WS-LOC-FOUND = "Y"
        PERFORM FORMAT-LOCATION-DISPLAY
        MOVE WS-LOC-DISPLAY TO JOB-LOCATION
    ELSE
        MOVE SPACES TO WS-LOC-CODE
        IF WS-LOC-MODE = "REMOTE" AND WS-LOC-REMOTE-WORD = "Y"
            MOVE "Remote" TO JOB-LOCATION
        ELSE
            MOVE "The template's location is not on the location list." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            PERFORM PROMPT-JOB-LOCATION
            IF EOF = "Y" EXIT PARAGRAPH END-IF
        END-IF
    END-IF

    PERFORM PROMPT-PUBLISH-DATE
    IF EOF = "Y" EXIT PARAGRAPH END-IF


    PERFORM LOAD-TEMPLATE-QUESTIONS

    PERFORM PROMPT-JOB-OPENINGS
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    PERFORM PROMPT-JOB-WORK-STUDY
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    PERFORM PROMPT-JOB-SYNDICATION
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    PERFORM PROMPT-JOB-OCCUPATION
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "N" TO WS-REQ-ANY
    MOVE WS-TPL-PARSED-MIN-GPA TO WS-REQ-MIN-GPA
    MOVE WS-TPL-PARSED-MIN-YEAR TO WS-REQ-MIN-YEAR
        MOVE JOB-ID-NUM TO JOB-ID-EDIT
        PERFORM WRITE-JOB-REQUIREMENTS
    END-IF
    MOVE JOB-ID-NUM TO JOB-ID-EDIT
    PERFORM WRITE-JOB-OPENINGS
    PERFORM WRITE-JOB-WORK-STUDY
    PERFORM WRITE-JOB-SYNDICATION
    MOVE FUNCTION TRIM(JOB-ID-EDIT) TO WS-OCC-JOB-ID
    PERFORM WRITE-JOB-OCCUPATION
    MOVE FUNCTION TRIM(JOB-ID-EDIT) TO WS-LOC-JOB-ID
    PERFORM WRITE-JOB-LOCATION
    IF WS-PAY-COMPLIANT = "N"
        PERFORM HOLD-NEW-POSTING-FOR-PAY
    END-IF
    IF WS-CRD-METERED = "Y"
        PERFORM CONSUME-POSTING-CREDIT
    END-IF
    END-IF

    PERFORM LOAD-JOB-REQUIREMENTS
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-LOC-JOB-ID
    PERFORM LOAD-JOB-LOCATION

    OPEN EXTEND TEMPLATE-FILE
    IF TEMPLATE-STATUS = "35"
           FUNCTION TRIM(WS-REQ-PARSED-MIN-GPA)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-PARSED-MIN-YEAR)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-PARSED-MAX-YEAR)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-PARSED-SKILLS)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-MODE)             DELIMITED BY SIZE
        INTO TEMPLATE-REC
    END-STRING
    WRITE TEMPLATE-REC
    EXIT PARAGRAPH.

POST-JOB-FLOW.
    PERFORM REQUIRE-POLICY-ACCEPTANCE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-POL-ACCEPTED = "N"
        MOVE "JOBS" TO CURRENT-MENU
        MOVE 0 TO NAV-INDEX
        MOVE "SHOW-JOBS" TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    *> Metered employers consume one credit per new posting; out of
    *> credits means no new posting until the business office grants
    *> more.
        IF EOF = "Y" EXIT PARAGRAPH END-IF
    END-IF

    *> Work mode, then a location checked against the location master
    *> so students searching "Tampa Florida" find "Tampa, FL".
    PERFORM PROMPT-WORK-MODE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM PROMPT-JOB-LOCATION
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Salary is captured as numbers plus a pay-period code - the
    *> free-text field made the salary sort compare "$55k" against
    PERFORM COLLECT-JOB-SKILL-TAGS
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Campus-wide programs hire a cohort off one posting - headcount
    *> keeps it open until every seat is taken.
    PERFORM PROMPT-JOB-OPENINGS
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Department jobs funded by Federal Work-Study are limited to
    *> students financial aid has awarded it.
    PERFORM PROMPT-JOB-WORK-STUDY
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Open postings go out to the state job board and the partner
    *> consortium unless the employer keeps this one in-house.
    PERFORM PROMPT-JOB-SYNDICATION
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Standard occupation code, suggested from the title
    PERFORM PROMPT-JOB-OCCUPATION
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Persist posting
    PERFORM SAVE-JOB-POSTING
    IF JOB-POSTING-STATUS = "Pending"
       AND (WS-PAY-COMPLIANT = "Y" OR WS-PAY-PRIOR-STATUS = "Pending")
        MOVE "Your first posting(s) are reviewed before going live - an administrator will approve it shortly." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
        MOVE JOB-ID-NUM TO JOB-ID-EDIT
        PERFORM WRITE-JOB-REQUIREMENTS
    END-IF
    MOVE JOB-ID-NUM TO JOB-ID-EDIT
    PERFORM WRITE-JOB-OPENINGS
    PERFORM WRITE-JOB-WORK-STUDY
    PERFORM WRITE-JOB-SYNDICATION
    MOVE FUNCTION TRIM(JOB-ID-EDIT) TO WS-OCC-JOB-ID
    PERFORM WRITE-JOB-OCCUPATION
    MOVE FUNCTION TRIM(JOB-ID-EDIT) TO WS-LOC-JOB-ID
    PERFORM WRITE-JOB-LOCATION
    IF WS-PAY-COMPLIANT = "N"
        PERFORM HOLD-NEW-POSTING-FOR-PAY
    END-IF

    IF WS-CRD-METERED = "Y"
        PERFORM CONSUME-POSTING-CREDIT
        MOVE "Open" TO JOB-POSTING-STATUS
    END-IF

    *> Pay-transparency gate: a posting located where a pay range is
    *> mandatory goes in as Pending until its range complies. The
    *> caller records the hold once the Job ID is known.
    MOVE WS-LOC-CODE TO WS-PAY-LOC-CODE
    MOVE JOB-SAL-MIN TO WS-PAY-SAL-MIN
    MOVE JOB-SAL-MAX TO WS-PAY-SAL-MAX
    PERFORM CHECK-PAY-TRANSPARENCY
    IF WS-PAY-COMPLIANT = "N"
        MOVE JOB-POSTING-STATUS TO WS-PAY-PRIOR-STATUS
        MOVE "Pending" TO JOB-POSTING-STATUS
    END-IF

    *> Strip any "|" a user typed into a free-text field - JobPostings.txt
    *> is pipe-delimited, so a stray "|" would shift every field after it
    INSPECT JOB-TITLE       REPLACING ALL "|" BY " "
                    PERFORM CHECK-PARSED-JOB-MANAGEABLE
                    IF WS-JOB-MANAGEABLE = "Y"
                        ADD 1 TO MY-JOBS-COUNT
                        MOVE JOB-PARSED-ID TO WS-HC-JOB-ID
                        PERFORM BUILD-HEADCOUNT-TEXT
                        MOVE SPACES TO OUTPUT-BUFFER
                        MOVE MY-JOBS-COUNT TO JOB-SUMMARY-NUM-DISPLAY
                        STRING FUNCTION TRIM(JOB-SUMMARY-NUM-DISPLAY) DELIMITED BY SIZE
                               "]" DELIMITED BY SIZE
                               INTO OUTPUT-BUFFER
                        END-STRING
                        IF WS-HC-OPENINGS > 1
                            MOVE SPACES TO WS-HC-LIST-LINE
                            STRING OUTPUT-BUFFER DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HC-TEXT) DELIMITED BY SIZE
                                   INTO WS-HC-LIST-LINE
                            END-STRING
                            MOVE WS-HC-LIST-LINE TO OUTPUT-BUFFER
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE JOB-DETAILS-ID TO WS-HC-JOB-ID
    PERFORM BUILD-HEADCOUNT-TEXT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Openings: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HC-TEXT) DELIMITED BY SIZE
           INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-FWS-JOB-ID
    PERFORM LOAD-JOB-WORK-STUDY
    IF WS-FWS-ONLY = "Y"
        MOVE "Work-study only: Yes (Federal Work-Study students only)" TO OUTPUT-BUFFER
    ELSE
        MOVE "Work-study only: No" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-SYN-JOB-ID
    PERFORM LOAD-JOB-SYNDICATION
    IF WS-SYN-SHARE = "N"
        MOVE "Shared with outside job boards: No" TO OUTPUT-BUFFER
    ELSE
        MOVE "Shared with outside job boards: Yes" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-OCC-JOB-ID
    PERFORM LOAD-JOB-OCCUPATION
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-OCC-CODE = SPACES
        MOVE "Occupation: (unclassified)" TO OUTPUT-BUFFER
    ELSE
        PERFORM LOOKUP-OCCUPATION-CODE
        STRING "Occupation: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OCC-CODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OCC-CODE-TITLE) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-LOC-JOB-ID
    MOVE JOB-DETAILS-LOCATION TO WS-LOC-POST-TEXT
    PERFORM FIND-POSTING-LOCATION
    MOVE WS-LOC-POST-MODE TO WS-LOC-MODE
    PERFORM SET-WORK-MODE-LABEL
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Location: " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-LOCATION) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOC-MODE-LABEL) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-PAY-JOB-ID
    PERFORM LOAD-PAY-HOLD
    IF WS-PAY-HELD = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Pay-transparency hold: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-HELD-REASON) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter E to edit, C to close, F to mark filled, R to reopen, V to view ranked candidates, P to export the applicant packet, O to produce an offer letter, T to save as a template, or B to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    READ INFILE
            PERFORM NAV-PRINT-LOOP
        WHEN "R"
            MOVE "Open" TO JOB-DETAILS-POSTING-STATUS
            MOVE WS-LOC-POST-CODE TO WS-PAY-LOC-CODE
            PERFORM APPLY-PAY-TRANSPARENCY-HOLD
            PERFORM UPDATE-JOB-RECORD
            IF WS-PAY-COMPLIANT = "Y"
                MOVE "Posting reopened." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
            MOVE "JOBS" TO CURRENT-MENU
            MOVE 0 TO NAV-INDEX
            MOVE "SHOW-JOBS" TO NAV-ACTION
            MOVE 0 TO NAV-INDEX
            MOVE "SHOW-JOBS" TO NAV-ACTION
            PERFORM NAV-PRINT-LOOP
        WHEN "O"
            PERFORM EMPLOYER-OFFER-LETTER-PROMPT
            MOVE "JOBS" TO CURRENT-MENU
            MOVE 0 TO NAV-INDEX
            MOVE "SHOW-JOBS" TO NAV-ACTION
            PERFORM NAV-PRINT-LOOP
        WHEN "T"
            PERFORM SAVE-JOB-AS-TEMPLATE
            MOVE "JOBS" TO CURRENT-MENU
        IF EOF = "Y" EXIT PARAGRAPH END-IF
    END-IF

    *> A new location is checked against the location master the same
    *> way POST-JOB-FLOW checks one; work mode follows it. A posting
    *> from before the master starts from what its text resolves to.
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-LOC-JOB-ID
    PERFORM LOAD-JOB-LOCATION
    MOVE WS-LOC-CODE TO WS-LOC-OLD-CODE
    MOVE WS-LOC-MODE TO WS-LOC-OLD-MODE
    IF WS-LOC-OLD-MODE = SPACES
        MOVE JOB-DETAILS-LOCATION TO WS-LOC-POST-TEXT
        PERFORM FIND-POSTING-LOCATION
        MOVE WS-LOC-POST-CODE TO WS-LOC-CODE
        MOVE WS-LOC-POST-MODE TO WS-LOC-MODE
    END-IF
    MOVE WS-LOC-CODE TO WS-LOC-KEEP-CODE
    MOVE WS-LOC-MODE TO WS-LOC-KEEP-MODE
    MOVE "Enter new location, or press Enter to keep the current location:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE IN-REC TO WS-LOC-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-LOC-INPUT NOT = SPACES
        PERFORM RESOLVE-LOCATION-TEXT
        EVALUATE TRUE
            WHEN WS-LOC-FOUND = "Y"
                PERFORM FORMAT-LOCATION-DISPLAY
                MOVE WS-LOC-DISPLAY TO JOB-DETAILS-LOCATION
                MOVE WS-LOC-KEEP-MODE TO WS-LOC-MODE
            WHEN WS-LOC-REMOTE-WORD = "Y"
                MOVE "Remote" TO JOB-DETAILS-LOCATION
                MOVE SPACES TO WS-LOC-CODE
                MOVE "REMOTE" TO WS-LOC-MODE
            WHEN OTHER
                MOVE "That location is not on the location list - keeping the current location." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                MOVE WS-LOC-KEEP-CODE TO WS-LOC-CODE
                MOVE WS-LOC-KEEP-MODE TO WS-LOC-MODE
        END-EVALUATE
    END-IF

    PERFORM SET-WORK-MODE-LABEL
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Enter the work mode (On-site, Hybrid or Remote), or press Enter to keep " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOC-MODE-LABEL) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-MODE-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-LOC-MODE-INPUT NOT = SPACES
        MOVE WS-LOC-MODE TO WS-LOC-KEEP-MODE
        PERFORM PARSE-WORK-MODE
        IF WS-LOC-MODE-OK = "N"
            MOVE "That is not a work mode - keeping the current one." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE WS-LOC-KEEP-MODE TO WS-LOC-MODE
        END-IF
    END-IF
    IF WS-LOC-CODE NOT = WS-LOC-OLD-CODE OR WS-LOC-MODE NOT = WS-LOC-OLD-MODE
        PERFORM REWRITE-JOB-LOCATION
        MOVE "JOB" TO WS-AUDIT-ENTITY
        MOVE JOB-DETAILS-ID TO WS-AUDIT-KEY
        MOVE "LOCATION" TO WS-AUDIT-FIELD
        MOVE SPACES TO WS-AUDIT-OLD WS-AUDIT-NEW
        STRING FUNCTION TRIM(WS-LOC-OLD-CODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOC-OLD-MODE) DELIMITED BY SIZE
            INTO WS-AUDIT-OLD
        END-STRING
        STRING FUNCTION TRIM(WS-LOC-CODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOC-MODE) DELIMITED BY SIZE
            INTO WS-AUDIT-NEW
        END-STRING
        PERFORM WRITE-AUDIT-LINE
    END-IF
    MOVE WS-LOC-CODE TO WS-PAY-LOC-CODE

    *> Salary edits go through the same numeric prompts as posting -
    *> pressing Enter at the minimum keeps whatever the posting has.
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Headcount can be raised as budget opens up, or lowered to close
    *> out a cohort early - lowering it to what is already hired fills
    *> the posting once the edit is saved.
    MOVE JOB-DETAILS-ID TO WS-HC-JOB-ID
    PERFORM LOAD-JOB-HEADCOUNT
    MOVE WS-HC-OPENINGS TO WS-HC-OLD-OPENINGS
    MOVE WS-HC-OPENINGS TO WS-HC-EDIT2
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Enter the number of openings, or press Enter to keep " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HC-EDIT2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-HC-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-HC-INPUT NOT = SPACES
        IF FUNCTION TRIM(WS-HC-INPUT) IS NUMERIC
           AND FUNCTION NUMVAL(WS-HC-INPUT) > 0
           AND FUNCTION NUMVAL(WS-HC-INPUT) < 1000
            MOVE FUNCTION NUMVAL(WS-HC-INPUT) TO WS-HC-OPENINGS
        ELSE
            MOVE "Openings must be a whole number from 1 to 999 - keeping the current count." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
    END-IF
    IF WS-HC-OPENINGS NOT = WS-HC-OLD-OPENINGS
        PERFORM REWRITE-JOB-OPENINGS
        MOVE "JOB" TO WS-AUDIT-ENTITY
        MOVE JOB-DETAILS-ID TO WS-AUDIT-KEY
        MOVE "OPENINGS" TO WS-AUDIT-FIELD
        MOVE WS-HC-OLD-OPENINGS TO WS-HC-EDIT2
        MOVE FUNCTION TRIM(WS-HC-EDIT2) TO WS-AUDIT-OLD
        MOVE WS-HC-OPENINGS TO WS-HC-EDIT2
        MOVE FUNCTION TRIM(WS-HC-EDIT2) TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF

    *> Work-study restriction - a department can open the job to
    *> everyone once its work-study pool is placed, or restrict it.
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-FWS-JOB-ID
    PERFORM LOAD-JOB-WORK-STUDY
    MOVE WS-FWS-ONLY TO WS-FWS-OLD-ONLY
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Open only to Federal Work-Study students? (Y/N, press Enter to keep " DELIMITED BY SIZE
           WS-FWS-ONLY DELIMITED BY SIZE
           "):" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-FWS-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-FWS-INPUT = "Y" OR WS-FWS-INPUT = "N"
        MOVE WS-FWS-INPUT(1:1) TO WS-FWS-ONLY
    END-IF
    IF WS-FWS-ONLY NOT = WS-FWS-OLD-ONLY
        PERFORM REWRITE-JOB-WORK-STUDY
        MOVE "JOB" TO WS-AUDIT-ENTITY
        MOVE JOB-DETAILS-ID TO WS-AUDIT-KEY
        MOVE "WORK-STUDY" TO WS-AUDIT-FIELD
        MOVE WS-FWS-OLD-ONLY TO WS-AUDIT-OLD
        MOVE WS-FWS-ONLY TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF

    *> Syndication - the employer can pull a posting off the outside
    *> job boards (the next nightly export sends the delete) or put it
    *> back.
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-SYN-JOB-ID
    PERFORM LOAD-JOB-SYNDICATION
    MOVE WS-SYN-SHARE TO WS-SYN-OLD-SHARE
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Share this posting with the state job board and partner sites? (Y/N, press Enter to keep " DELIMITED BY SIZE
           WS-SYN-SHARE DELIMITED BY SIZE
           "):" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-SYN-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-SYN-INPUT = "Y" OR WS-SYN-INPUT = "N"
        MOVE WS-SYN-INPUT(1:1) TO WS-SYN-SHARE
    END-IF
    IF WS-SYN-SHARE NOT = WS-SYN-OLD-SHARE
        PERFORM REWRITE-JOB-SYNDICATION
        MOVE "JOB" TO WS-AUDIT-ENTITY
        MOVE JOB-DETAILS-ID TO WS-AUDIT-KEY
        MOVE "SYNDICATE" TO WS-AUDIT-FIELD
        MOVE WS-SYN-OLD-SHARE TO WS-AUDIT-OLD
        MOVE WS-SYN-SHARE TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF

    *> Occupation code - what the workforce-board report groups the
    *> posting under; a wrong guess at post time is fixed here.
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-OCC-JOB-ID
    PERFORM LOAD-JOB-OCCUPATION
    MOVE WS-OCC-CODE TO WS-OCC-OLD-CODE
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-OCC-CODE = SPACES
        MOVE "Enter the occupation code, or press Enter to leave it unclassified:" TO OUTPUT-BUFFER
    ELSE
        STRING "Enter the occupation code, or press Enter to keep " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OCC-CODE) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-OCC-INPUT NOT = SPACES
        MOVE FUNCTION TRIM(WS-OCC-INPUT) TO WS-OCC-CODE
        PERFORM LOOKUP-OCCUPATION-CODE
        IF WS-OCC-FOUND = "N"
            MOVE "That code is not on the occupation list - keeping the current code." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE WS-OCC-OLD-CODE TO WS-OCC-CODE
        END-IF
    END-IF
    IF WS-OCC-CODE NOT = WS-OCC-OLD-CODE
        MOVE "POSTER" TO WS-OCC-SOURCE
        PERFORM REWRITE-JOB-OCCUPATION
        MOVE "JOB" TO WS-AUDIT-ENTITY
        MOVE JOB-DETAILS-ID TO WS-AUDIT-KEY
        MOVE "OCCUPATION" TO WS-AUDIT-FIELD
        MOVE WS-OCC-OLD-CODE TO WS-AUDIT-OLD
        MOVE WS-OCC-CODE TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF

    MOVE "Update the eligibility requirements? (Y/N):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> The pay range is re-checked against wherever the posting now is.
    PERFORM APPLY-PAY-TRANSPARENCY-HOLD

    PERFORM UPDATE-JOB-RECORD
    IF WS-HC-OPENINGS NOT = WS-HC-OLD-OPENINGS
        PERFORM APPLY-HEADCOUNT-FILL
    END-IF

    MOVE "Job posting updated." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
                    WHEN "D"
                        MOVE "Dismissed" TO FLAG-PARSED-STATUS
                        PERFORM REWRITE-FLAG-STATUS
                        IF WS-MOD-FLAGGER(WS-MOD-SELECTION-NUM) = "SYSTEM-SCAN"
                            *> Clearing a scan flag lifts the scan's
                            *> hold - only when the scan itself placed
                            *> it (the flag carries HELD) and no
                            *> pay-transparency hold is keeping the
                            *> posting Pending too.
                            PERFORM FIND-JOB-BY-ID
                            MOVE WS-FLAG-JOB-ID TO WS-PAY-JOB-ID
                            PERFORM LOAD-PAY-HOLD
                            IF JOB-DETAILS-FOUND = "Y"
                               AND FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS) = "Pending"
                               AND WS-PAY-HELD = "Y"
                               AND FUNCTION TRIM(WS-MOD-SCAN-HOLD(WS-MOD-SELECTION-NUM)) = "HELD"
                                MOVE "The posting stays Pending - it is also under a pay-transparency hold." TO OUTPUT-BUFFER
                                PERFORM DUAL-OUTPUT
                            END-IF
                            IF JOB-DETAILS-FOUND = "Y"
                               AND FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS) = "Pending"
                               AND FUNCTION TRIM(WS-MOD-SCAN-HOLD(WS-MOD-SELECTION-NUM)) = "HELD"
                               AND WS-PAY-HELD = "N"
                                MOVE "Open" TO JOB-DETAILS-POSTING-STATUS
                                PERFORM UPDATE-JOB-RECORD
                                MOVE JOB-DETAILS-USERNAME TO WS-NOTIFY-USER
                                MOVE SPACES TO WS-NOTIFY-TEXT
                                STRING "Your posting " DELIMITED BY SIZE
                                       FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
                                       " (Job " DELIMITED BY SIZE
                                       FUNCTION TRIM(JOB-DETAILS-ID) DELIMITED BY SIZE
                                       ") was reviewed and is visible again." DELIMITED BY SIZE
                                    INTO WS-NOTIFY-TEXT
                                END-STRING
                                PERFORM ADD-NOTIFICATION
                            END-IF
                        ELSE
                            MOVE WS-MOD-FLAGGER(WS-MOD-SELECTION-NUM) TO WS-NOTIFY-USER
                            MOVE "A posting you flagged was reviewed and the flag was dismissed."
                                TO WS-NOTIFY-TEXT
                            PERFORM ADD-NOTIFICATION
                        END-IF
                        MOVE "Flag dismissed." TO OUTPUT-BUFFER
                        PERFORM DUAL-OUTPUT
                    WHEN "X"
                        PERFORM REWRITE-FLAG-STATUS
                        PERFORM FIND-JOB-BY-ID
                        IF JOB-DETAILS-FOUND = "Y"
                            MOVE JOB-DETAILS-POSTING-STATUS TO WS-APL-PRIOR
                            *> A scan hold is part of this same review, so
                            *> a removal overturned on appeal reopens the
                            *> posting rather than putting it back on hold.
                            IF WS-MOD-FLAGGER(WS-MOD-SELECTION-NUM) = "SYSTEM-SCAN"
                               AND FUNCTION TRIM(WS-APL-PRIOR) = "Pending"
                               AND FUNCTION TRIM(WS-MOD-SCAN-HOLD(WS-MOD-SELECTION-NUM)) = "HELD"
                                MOVE WS-FLAG-JOB-ID TO WS-PAY-JOB-ID
                                PERFORM LOAD-PAY-HOLD
                                IF WS-PAY-HELD = "N"
                                    MOVE "Open" TO WS-APL-PRIOR
                                END-IF
                            END-IF
                            MOVE "Removed" TO JOB-DETAILS-POSTING-STATUS
                            PERFORM UPDATE-JOB-RECORD
                            *> Taken down by someone other than its own
                            *> employer: the owner can appeal it.
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-USERNAME))
                               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                               AND FUNCTION TRIM(WS-APL-PRIOR) NOT = "Removed"
                                MOVE "POSTING-REMOVED" TO WS-APL-TYPE
                                MOVE JOB-DETAILS-ID TO WS-APL-KEY
                                MOVE JOB-DETAILS-USERNAME TO WS-APL-USER
                                MOVE AR-USERNAME TO WS-APL-ACTED-BY
                                MOVE AR-USERNAME TO WS-APL-REQUESTED-BY
                                MOVE SPACES TO WS-APL-SUBJECT
                                STRING "Your posting " DELIMITED BY SIZE
                                       FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
                                       " (Job " DELIMITED BY SIZE
                                       FUNCTION TRIM(JOB-DETAILS-ID) DELIMITED BY SIZE
                                       ") was removed by a moderator" DELIMITED BY SIZE
                                    INTO WS-APL-SUBJECT
                                END-STRING
                                PERFORM RECORD-MODERATION-ACTION
                            END-IF
                        END-IF
                        IF WS-MOD-FLAGGER(WS-MOD-SELECTION-NUM) NOT = "SYSTEM-SCAN"
                            MOVE WS-MOD-FLAGGER(WS-MOD-SELECTION-NUM) TO WS-NOTIFY-USER
                            MOVE "A posting you flagged was reviewed and removed."
                                TO WS-NOTIFY-TEXT
                            PERFORM ADD-NOTIFICATION
                        END-IF
                        MOVE "Posting removed." TO OUTPUT-BUFFER
                        PERFORM DUAL-OUTPUT
                    WHEN OTHER
BUILD-MODERATION-QUEUE.
    MOVE 0 TO WS-MOD-COUNT
    MOVE "N" TO FLAG-EOF
    MOVE "MODERATE-ALL-POSTINGS" TO WS-PRM-CAP
    PERFORM HAS-CAPABILITY
    MOVE WS-PRM-GRANTED TO WS-MOD-ALL-POSTINGS

    OPEN INPUT FLAG-FILE
    IF FLAG-STATUS = "35"
                MOVE "Y" TO FLAG-EOF
            NOT AT END
                IF FLAG-REC NOT = SPACES
                    MOVE SPACES TO FLAG-PARSED-HOLD
                    UNSTRING FLAG-REC DELIMITED BY "|"
                        INTO FLAG-PARSED-ID FLAG-PARSED-FLAGGER
                             FLAG-PARSED-JOB-ID FLAG-PARSED-REASON
                             FLAG-PARSED-DATE FLAG-PARSED-STATUS
                             FLAG-PARSED-HOLD
                    END-UNSTRING
                    IF FUNCTION TRIM(FLAG-PARSED-STATUS) = "Pending"
                        MOVE FUNCTION TRIM(FLAG-PARSED-JOB-ID) TO WS-FLAG-JOB-ID
                        *> An administrator works the whole queue as a
                        *> neutral party; an employer still only sees
                        *> flags against their own postings.
                        *> Flags the nightly fraud scan raised go to
                        *> administrators only - the employer under
                        *> suspicion does not get to clear its own.
                        IF JOB-DETAILS-FOUND = "Y"
                          AND (WS-MOD-ALL-POSTINGS = "Y"
                            OR (FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-USERNAME))
                                = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                              AND FUNCTION TRIM(FLAG-PARSED-FLAGGER) NOT = "SYSTEM-SCAN"))
                          AND WS-MOD-COUNT < 200
                            ADD 1 TO WS-MOD-COUNT
                            MOVE FUNCTION TRIM(FLAG-PARSED-ID) TO WS-MOD-FLAG-ID(WS-MOD-COUNT)
                            MOVE JOB-DETAILS-TITLE TO WS-MOD-JOB-TITLE(WS-MOD-COUNT)
                            MOVE FUNCTION TRIM(FLAG-PARSED-FLAGGER) TO WS-MOD-FLAGGER(WS-MOD-COUNT)
                            MOVE FUNCTION TRIM(FLAG-PARSED-REASON) TO WS-MOD-REASON(WS-MOD-COUNT)
                            MOVE FUNCTION TRIM(FLAG-PARSED-HOLD) TO WS-MOD-SCAN-HOLD(WS-MOD-COUNT)
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING FUNCTION TRIM(WS-MOD-COUNT) DELIMITED BY SIZE
                                   ". " DELIMITED BY SIZE

*> REWRITE-FLAG-STATUS: temp-file swap replacing the row whose ID
*> matches FLAG-PARSED-ID with FLAG-PARSED-STATUS, same pattern
*> UPDATE-JOB-RECORD uses for JOB-FILE. A scan flag's HELD marker is
*> carried across.
REWRITE-FLAG-STATUS.
    MOVE "N" TO FLAG-EOF
    OPEN INPUT FLAG-FILE
                    MOVE FLAG-REC TO FLAG-TEMP-REC
                    IF FLAG-REC(1:FUNCTION LENGTH(FUNCTION TRIM(FLAG-PARSED-ID))) = FUNCTION TRIM(FLAG-PARSED-ID)
                      AND FLAG-REC(FUNCTION LENGTH(FUNCTION TRIM(FLAG-PARSED-ID)) + 1:1) = "|"
                        MOVE SPACES TO FLAG-PARSED-HOLD
                        UNSTRING FLAG-REC DELIMITED BY "|"
                            INTO FLAG-PARSED-ID FLAG-PARSED-FLAGGER
                                 FLAG-PARSED-JOB-ID FLAG-PARSED-REASON
                                 FLAG-PARSED-DATE FLAG-PARSED-OLD-STATUS
                                 FLAG-PARSED-HOLD
                        END-UNSTRING
                        MOVE SPACES TO FLAG-TEMP-REC
                        STRING
                            FUNCTION TRIM(FLAG-PARSED-STATUS)  DELIMITED BY SIZE
                            INTO FLAG-TEMP-REC
                        END-STRING
                        IF FLAG-PARSED-HOLD NOT = SPACES
                            COMPUTE WS-FLAG-REC-PTR =
                                FUNCTION LENGTH(FUNCTION TRIM(FLAG-TEMP-REC TRAILING)) + 1
                            STRING "|" FUNCTION TRIM(FLAG-PARSED-HOLD)
                                DELIMITED BY SIZE
                                INTO FLAG-TEMP-REC
                                WITH POINTER WS-FLAG-REC-PTR
                            END-STRING
                        END-IF
                    END-IF
                    WRITE FLAG-TEMP-REC
                END-IF
    *> Collect education data
    PERFORM COLLECT-EDUCATION-DATA

    *> Collect portfolio projects (kept in their own file)
    PERFORM COLLECT-PROJECT-DATA

    *> Collect certifications and licenses (kept in their own file)
    PERFORM COLLECT-CERTIFICATION-DATA

    *> Flag a mismatch between the stated graduation year and the most
    *> recent education entry before the profile is written
    PERFORM CHECK-GRADUATION-CONSISTENCY
    END-PERFORM
    EXIT PARAGRAPH.

*> COLLECT-PROJECT-DATA: portfolio projects live in Projects.txt rather
*> than AR-PROFILE, so a profile re-entry only touches them when the
*> user asks to. Answering Y replaces the user's projects with the ones
*> entered here (up to five; a blank title ends the list). Skill tags
*> are typed comma-separated and stored in canonical form.
COLLECT-PROJECT-DATA.
    MOVE "Update your portfolio projects? (Y/N):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-PRJ-UPDATE
    END-READ
    IF EOF = "Y" OR WS-PRJ-UPDATE NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM CLEAR-MY-PROJECTS
    MOVE 0 TO WS-PRJ-SAVED
    MOVE 1 TO IDX
    MOVE "Y" TO WS-ADD-ANOTHER
    PERFORM UNTIL IDX > WS-PRJ-MAX OR EOF = "Y" OR WS-ADD-ANOTHER NOT = "Y"
        MOVE SPACES TO WS-PRJ-TITLE WS-PRJ-ROLE WS-PRJ-START WS-PRJ-END
                       WS-PRJ-URL WS-PRJ-DESC WS-PRJ-TAG-LINE
        MOVE IDX TO WS-ENTRY-NUM-DISPLAY
        STRING "Project #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
               " - Title (or press Enter to finish):" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        READ INFILE AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-TITLE
        END-READ
        IF EOF = "Y" OR FUNCTION TRIM(WS-PRJ-TITLE) = SPACES
            MOVE "N" TO WS-ADD-ANOTHER
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Project #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Your Role (e.g., Team Lead):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-ROLE
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Project #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Start Date (e.g., Jan 2024):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-START
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Project #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - End Date (e.g., May 2024, or 'Present'):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-END
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Project #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - URL (Optional):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-URL
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Project #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Description:" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-DESC
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Project #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Skill Tags (comma-separated, up to 5):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PRJ-TAG-LINE
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-PRJ-SEQ
            PERFORM SAVE-ONE-PROJECT
            ADD 1 TO WS-PRJ-SAVED
            IF IDX < WS-PRJ-MAX
                MOVE "Add another project? (Y/N):" TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                READ INFILE AT END MOVE "Y" TO EOF
                    NOT AT END
                            PERFORM COUNT-INPUT-LINE
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                                TO WS-ADD-ANOTHER
                END-READ
            ELSE
                MOVE "N" TO WS-ADD-ANOTHER
            END-IF
        END-IF
        ADD 1 TO IDX
    END-PERFORM

    MOVE WS-PRJ-SAVED TO WS-ENTRY-NUM-DISPLAY
    STRING "Projects saved: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SAVE-ONE-PROJECT: appends the project held in WS-PRJ-* under
*> WS-PRJ-SEQ, then its tags - each canonicalized through the synonym
*> table and written once even if typed twice under different names.
SAVE-ONE-PROJECT.
    INSPECT WS-PRJ-TITLE REPLACING ALL "|" BY " "
    INSPECT WS-PRJ-ROLE REPLACING ALL "|" BY " "
    INSPECT WS-PRJ-START REPLACING ALL "|" BY " "
    INSPECT WS-PRJ-END REPLACING ALL "|" BY " "
    INSPECT WS-PRJ-URL REPLACING ALL "|" BY " "
    INSPECT WS-PRJ-DESC REPLACING ALL "|" BY " "
    OPEN EXTEND PROJECT-FILE
    IF PROJECT-STATUS = "35"
        OPEN OUTPUT PROJECT-FILE
    END-IF
    MOVE SPACES TO PROJECT-REC
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
           WS-PRJ-SEQ DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRJ-TITLE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRJ-ROLE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRJ-START) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRJ-END) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRJ-URL) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PRJ-DESC) DELIMITED BY SIZE
        INTO PROJECT-REC
    END-STRING
    WRITE PROJECT-REC
    CLOSE PROJECT-FILE

    MOVE SPACES TO WS-PRJ-TAG-TABLE WS-PRJ-CANON-TABLE
    INSPECT WS-PRJ-TAG-LINE REPLACING ALL "|" BY " "
    UNSTRING WS-PRJ-TAG-LINE DELIMITED BY ","
        INTO WS-PRJ-TAG-ITEM(1) WS-PRJ-TAG-ITEM(2) WS-PRJ-TAG-ITEM(3)
             WS-PRJ-TAG-ITEM(4) WS-PRJ-TAG-ITEM(5)
    END-UNSTRING
    OPEN EXTEND PROJECT-TAG-FILE
    IF PROJECT-TAG-STATUS = "35"
        OPEN OUTPUT PROJECT-TAG-FILE
    END-IF
    PERFORM VARYING WS-PRJ-TAG-IDX FROM 1 BY 1 UNTIL WS-PRJ-TAG-IDX > 5
        IF FUNCTION TRIM(WS-PRJ-TAG-ITEM(WS-PRJ-TAG-IDX)) NOT = SPACES
            MOVE FUNCTION TRIM(WS-PRJ-TAG-ITEM(WS-PRJ-TAG-IDX)) TO WS-TAG-IN
            PERFORM CANONICALIZE-SKILL-TAG
            MOVE "N" TO WS-PRJ-TAG-DUP
            PERFORM VARYING WS-PRJ-DUP-IDX FROM 1 BY 1
                    UNTIL WS-PRJ-DUP-IDX >= WS-PRJ-TAG-IDX
                IF WS-PRJ-CANON-ITEM(WS-PRJ-DUP-IDX) = WS-TAG-CANON
                    MOVE "Y" TO WS-PRJ-TAG-DUP
                END-IF
            END-PERFORM
            MOVE WS-TAG-CANON TO WS-PRJ-CANON-ITEM(WS-PRJ-TAG-IDX)
            IF WS-PRJ-TAG-DUP = "N"
                MOVE SPACES TO PROJECT-TAG-REC
                STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
                       WS-PRJ-SEQ DELIMITED BY SIZE "|"
                       FUNCTION TRIM(WS-TAG-CANON) DELIMITED BY SIZE
                    INTO PROJECT-TAG-REC
                END-STRING
                WRITE PROJECT-TAG-REC
            END-IF
        END-IF
    END-PERFORM
    CLOSE PROJECT-TAG-FILE
    EXIT PARAGRAPH.

*> CLEAR-MY-PROJECTS: drops the signed-in user's rows from Projects.txt
*> and ProjectSkillTags.txt ahead of re-entry (temp file, then swap).
CLEAR-MY-PROJECTS.
    MOVE "N" TO WS-PRJ-EOF
    OPEN INPUT PROJECT-FILE
    IF PROJECT-STATUS NOT = "35"
        OPEN OUTPUT PROJECT-TEMP-FILE
        PERFORM UNTIL WS-PRJ-EOF = "Y"
            READ PROJECT-FILE
                AT END
                    MOVE "Y" TO WS-PRJ-EOF
                NOT AT END
                    IF PROJECT-REC NOT = SPACES
                        MOVE SPACES TO WS-PRJ-PARSED-USER
                        UNSTRING PROJECT-REC DELIMITED BY "|"
                            INTO WS-PRJ-PARSED-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRJ-PARSED-USER))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE PROJECT-REC TO PROJECT-TEMP-REC
                            WRITE PROJECT-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROJECT-FILE
        CLOSE PROJECT-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-PRJ-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-PRJ-TEMP-PATH WS-PRJ-LIVE-PATH
            RETURNING WS-PRJ-RENAME-STATUS
    END-IF

    MOVE "N" TO WS-PRJ-EOF
    OPEN INPUT PROJECT-TAG-FILE
    IF PROJECT-TAG-STATUS NOT = "35"
        OPEN OUTPUT PROJECT-TAG-TEMP-FILE
        PERFORM UNTIL WS-PRJ-EOF = "Y"
            READ PROJECT-TAG-FILE
                AT END
                    MOVE "Y" TO WS-PRJ-EOF
                NOT AT END
                    IF PROJECT-TAG-REC NOT = SPACES
                        MOVE SPACES TO WS-PRJ-PARSED-USER
                        UNSTRING PROJECT-TAG-REC DELIMITED BY "|"
                            INTO WS-PRJ-PARSED-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRJ-PARSED-USER))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE PROJECT-TAG-REC TO PROJECT-TAG-TEMP-REC
                            WRITE PROJECT-TAG-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROJECT-TAG-FILE
        CLOSE PROJECT-TAG-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-PTJ-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-PTJ-TEMP-PATH WS-PTJ-LIVE-PATH
            RETURNING WS-PRJ-RENAME-STATUS
    END-IF
    EXIT PARAGRAPH.

*> COLLECT-CERTIFICATION-DATA: certifications and licenses live in
*> Certifications.txt, so, like projects, a profile re-entry only
*> touches them when the user asks to. Answering Y replaces the user's
*> certifications with the ones entered here (up to five; a blank name
*> ends the list). Dates are YYYYMMDD; a blank expiry date means the
*> credential does not lapse. One already past its expiry date is
*> stored as Expired straight away.
COLLECT-CERTIFICATION-DATA.
    MOVE "Update your certifications and licenses? (Y/N):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-PCT-UPDATE
    END-READ
    IF EOF = "Y" OR WS-PCT-UPDATE NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM CLEAR-MY-CERTIFICATIONS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PCT-TODAY
    MOVE 0 TO WS-PCT-SAVED
    MOVE 1 TO IDX
    MOVE "Y" TO WS-ADD-ANOTHER
    PERFORM UNTIL IDX > WS-PCT-MAX OR EOF = "Y" OR WS-ADD-ANOTHER NOT = "Y"
        MOVE SPACES TO WS-PCT-NAME WS-PCT-ISSUER WS-PCT-CRED-ID
                       WS-PCT-ISSUED WS-PCT-EXPIRES
        MOVE "Y" TO WS-PCT-VALID
        MOVE IDX TO WS-ENTRY-NUM-DISPLAY
        STRING "Certification #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
               " - Name (e.g., CompTIA Security+), or press Enter to finish:" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        READ INFILE AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PCT-NAME
        END-READ
        IF EOF = "Y" OR FUNCTION TRIM(WS-PCT-NAME) = SPACES
            MOVE "N" TO WS-ADD-ANOTHER
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Certification #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Issuing Body (e.g., CompTIA, State Board of Nursing):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PCT-ISSUER
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Certification #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Credential ID (Optional):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-PCT-CRED-ID
            END-READ
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Certification #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Issue Date (YYYYMMDD):" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE
                        MOVE FUNCTION TRIM(IN-REC) TO WS-PCT-ISSUED
            END-READ
            IF EOF NOT = "Y" AND WS-PCT-ISSUED NOT NUMERIC
                MOVE "Error: The issue date must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                MOVE "N" TO WS-PCT-VALID
            END-IF
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y" AND WS-PCT-VALID = "Y"
            MOVE IDX TO WS-ENTRY-NUM-DISPLAY
            STRING "Certification #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
                   " - Expiry Date (YYYYMMDD), or press Enter if it does not expire:" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE
                        MOVE FUNCTION TRIM(IN-REC) TO WS-PCT-EXPIRES
            END-READ
            IF EOF NOT = "Y" AND WS-PCT-EXPIRES NOT = SPACES
                IF WS-PCT-EXPIRES NOT NUMERIC
                    MOVE "Error: The expiry date must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                    MOVE "N" TO WS-PCT-VALID
                ELSE
                    IF WS-PCT-EXPIRES < WS-PCT-ISSUED
                        MOVE "Error: The expiry date cannot be before the issue date." TO OUTPUT-BUFFER
                        PERFORM DUAL-OUTPUT
                        MOVE "N" TO WS-PCT-VALID
                    END-IF
                END-IF
            END-IF
        END-IF

        IF EOF NOT = "Y" AND WS-ADD-ANOTHER = "Y"
            IF WS-PCT-VALID = "Y"
                ADD 1 TO WS-PCT-SAVED
                MOVE WS-PCT-SAVED TO WS-PCT-SEQ
                PERFORM SAVE-ONE-CERTIFICATION
            ELSE
                MOVE "That certification was not saved." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
            IF IDX < WS-PCT-MAX
                MOVE "Add another certification? (Y/N):" TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                READ INFILE AT END MOVE "Y" TO EOF
                    NOT AT END
                            PERFORM COUNT-INPUT-LINE
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                                TO WS-ADD-ANOTHER
                END-READ
            ELSE
                MOVE "N" TO WS-ADD-ANOTHER
            END-IF
        END-IF
        ADD 1 TO IDX
    END-PERFORM

    MOVE WS-PCT-SAVED TO WS-ENTRY-NUM-DISPLAY
    STRING "Certifications saved: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENTRY-NUM-DISPLAY) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SAVE-ONE-CERTIFICATION: appends the certification held in WS-PCT-*
*> under WS-PCT-SEQ with no reminder sent yet.
SAVE-ONE-CERTIFICATION.
    INSPECT WS-PCT-NAME REPLACING ALL "|" BY " "
    INSPECT WS-PCT-ISSUER REPLACING ALL "|" BY " "
    INSPECT WS-PCT-CRED-ID REPLACING ALL "|" BY " "
    MOVE "Current" TO WS-PCT-STATE
    IF WS-PCT-EXPIRES IS NUMERIC AND WS-PCT-EXPIRES < WS-PCT-TODAY
        MOVE "Expired" TO WS-PCT-STATE
    END-IF
    OPEN EXTEND CERTIFICATION-FILE
    IF CERTIFICATION-STATUS = "35"
        OPEN OUTPUT CERTIFICATION-FILE
    END-IF
    MOVE SPACES TO CERTIFICATION-REC
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
           WS-PCT-SEQ DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-NAME) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-ISSUER) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-CRED-ID) DELIMITED BY SIZE "|"
           WS-PCT-ISSUED DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-EXPIRES) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PCT-STATE) DELIMITED BY SIZE "|"
        INTO CERTIFICATION-REC
    END-STRING
    WRITE CERTIFICATION-REC
    CLOSE CERTIFICATION-FILE
    EXIT PARAGRAPH.

*> CLEAR-MY-CERTIFICATIONS: drops the signed-in user's rows from
*> Certifications.txt ahead of re-entry (temp file, then swap).
CLEAR-MY-CERTIFICATIONS.
    MOVE "N" TO WS-PCT-EOF
    OPEN INPUT CERTIFICATION-FILE
    IF CERTIFICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT CERTIFICATION-TEMP-FILE
    PERFORM UNTIL WS-PCT-EOF = "Y"
        READ CERTIFICATION-FILE
            AT END
                MOVE "Y" TO WS-PCT-EOF
            NOT AT END
                IF CERTIFICATION-REC NOT = SPACES
                    MOVE SPACES TO WS-PCT-PARSED-USER
                    UNSTRING CERTIFICATION-REC DELIMITED BY "|"
                        INTO WS-PCT-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PCT-PARSED-USER))
                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE CERTIFICATION-REC TO CERTIFICATION-TEMP-REC
                        WRITE CERTIFICATION-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CERTIFICATION-FILE
    CLOSE CERTIFICATION-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-PCT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-PCT-TEMP-PATH WS-PCT-LIVE-PATH
        RETURNING WS-PCT-RENAME-STATUS
    EXIT PARAGRAPH.

*> CHECK-GRADUATION-CONSISTENCY: AR-EDU-START-DATE holds a free-text
*> "Years Attended" range (e.g., "2020-2024"), so the end year is
*> parsed from its trailing 4 characters rather than read from a
*> dedicated field. AR-EDU-END-DATE is populated here as a byproduct
*> so it carries the parsed year for any future caller that wants it.
CHECK-GRADUATION-CONSISTENCY.
    MOVE 0 TO WS-MAX-EDU-END-YEAR
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
        IF FUNCTION TRIM(AR-EDU-SCHOOL(IDX)) NOT = SPACES
            MOVE FUNCTION TRIM(AR-EDU-START-DATE(IDX)) TO WS-EDU-YEARS-TEXT
            MOVE FUNCTION LENGTH(FUNCTION TRIM(AR-EDU-START-DATE(IDX)))
                TO YEAR-LEN
            IF YEAR-LEN >= 4
                MOVE WS-EDU-YEARS-TEXT(YEAR-LEN - 3:4) TO WS-EDU-END-YEAR-TEXT
                IF WS-EDU-END-YEAR-TEXT IS NUMERIC
                    MOVE WS-EDU-END-YEAR-TEXT TO AR-EDU-END-DATE(IDX)
                    IF FUNCTION NUMVAL(WS-EDU-END-YEAR-TEXT)
                       > WS-MAX-EDU-END-YEAR
                        MOVE FUNCTION NUMVAL(WS-EDU-END-YEAR-TEXT)
                            TO WS-MAX-EDU-END-YEAR
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF WS-MAX-EDU-END-YEAR > 0 AND WS-MAX-EDU-END-YEAR NOT = AR-GRADUATION-YEAR
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Warning: Your graduation year (" DELIMITED BY SIZE
               AR-GRADUATION-YEAR DELIMITED BY SIZE
               ") does not match your most recent education entry's end year ("
                   DELIMITED BY SIZE
               WS-MAX-EDU-END-YEAR DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        MOVE "Please double-check your profile - this may look inaccurate to employers."
            TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

VALIDATE-FIRST-NAME.
    MOVE "Please enter your first name:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO AR-FIRST-NAME
    END-READ

    IF EOF NOT = "Y"
        IF AR-FIRST-NAME = SPACES
            MOVE "Error: First name is required and cannot be empty." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Please re-enter your first name:" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Y" TO EOF
        END-IF
    END-IF
    EXIT PARAGRAPH.

VALIDATE-LAST-NAME.
    MOVE "Please enter your last name:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO AR-LAST-NAME
    END-READ

    IF EOF NOT = "Y"
        IF AR-LAST-NAME = SPACES
            MOVE "Error: Last name is required and cannot be empty." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Please re-enter your last name:" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Y" TO EOF
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> VALIDATE-UNIVERSITY: the university field now runs through the
*> canonical master list - pick an existing entry from a numbered list
*> (the same pick-list treatment POST-JOB-FLOW gives employers), or
*> type a new one, which joins the master for the next student.
VALIDATE-UNIVERSITY.
    PERFORM LOAD-UNIVERSITY-LIST
    IF WS-UNI-COUNT > 0
        PERFORM DISPLAY-UNIVERSITY-LIST
        MOVE "Enter a number to select your university, or 0 to enter a new one:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE 0 TO WS-UNI-SELECTION
                IF FUNCTION TRIM(IN-REC) IS NUMERIC
                    MOVE FUNCTION TRIM(IN-REC) TO WS-UNI-SELECTION
                END-IF
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF

        IF WS-UNI-SELECTION > 0 AND WS-UNI-SELECTION <= WS-UNI-COUNT
            MOVE WS-UNI-NAME(WS-UNI-SELECTION) TO AR-UNIVERSITY
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Please enter your university:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO AR-UNIVERSITY
    END-READ

    IF EOF NOT = "Y"
        IF AR-UNIVERSITY = SPACES
            MOVE "Error: University is required and cannot be empty." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Please re-enter your university:" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Y" TO EOF
        ELSE
            MOVE AR-UNIVERSITY TO WS-UNI-CANDIDATE
            PERFORM ADD-UNIVERSITY-IF-NEW
            MOVE WS-UNI-CANDIDATE TO AR-UNIVERSITY
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> LOAD-UNIVERSITY-LIST: full scan of Universities.txt into
*> WS-UNI-TABLE, same shape as LOAD-COMPANY-LIST.
LOAD-UNIVERSITY-LIST.
    MOVE 0 TO WS-UNI-COUNT
    MOVE "N" TO WS-UNI-EOF
    OPEN INPUT UNIVERSITY-FILE
    IF UNIVERSITY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-UNI-EOF = "Y"
        READ UNIVERSITY-FILE
            AT END
                MOVE "Y" TO WS-UNI-EOF
            NOT AT END
                IF FUNCTION TRIM(UNIVERSITY-REC) NOT = SPACES
                   AND WS-UNI-COUNT < 100
                    ADD 1 TO WS-UNI-COUNT
                    MOVE UNIVERSITY-REC TO WS-UNI-NAME(WS-UNI-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNIVERSITY-FILE
    EXIT PARAGRAPH.

DISPLAY-UNIVERSITY-LIST.
    MOVE "---Known Universities---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-UNI-IDX FROM 1 BY 1 UNTIL WS-UNI-IDX > WS-UNI-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        MOVE WS-UNI-IDX TO WS-UNI-IDX-DISPLAY
        STRING FUNCTION TRIM(WS-UNI-IDX-DISPLAY)          DELIMITED BY SIZE
               ". "                                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNI-NAME(WS-UNI-IDX))     DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM
    EXIT PARAGRAPH.

*> ADD-UNIVERSITY-IF-NEW: case-insensitive lookup of WS-UNI-CANDIDATE
*> against the loaded table. A match overwrites the candidate with the
*> canonical stored spelling; otherwise the typed name joins
*> Universities.txt (and the in-memory table, so repeated education
*> entries in one session don't append it twice). Mirrors
*> ADD-COMPANY-IF-NEW.
ADD-UNIVERSITY-IF-NEW.
    MOVE "N" TO WS-UNI-FOUND
    PERFORM VARYING WS-UNI-IDX FROM 1 BY 1 UNTIL WS-UNI-IDX > WS-UNI-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNI-NAME(WS-UNI-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNI-CANDIDATE))
            MOVE WS-UNI-NAME(WS-UNI-IDX) TO WS-UNI-CANDIDATE
            MOVE "Y" TO WS-UNI-FOUND
        END-IF
    END-PERFORM

    IF WS-UNI-FOUND = "N"
        OPEN EXTEND UNIVERSITY-FILE
        IF UNIVERSITY-STATUS = "35"
            OPEN OUTPUT UNIVERSITY-FILE
        END-IF
        WRITE UNIVERSITY-REC FROM WS-UNI-CANDIDATE
        CLOSE UNIVERSITY-FILE
        IF WS-UNI-COUNT < 100
            ADD 1 TO WS-UNI-COUNT
            MOVE WS-UNI-CANDIDATE TO WS-UNI-NAME(WS-UNI-COUNT)
        END-IF
    END-IF
    EXIT PARAGRAPH.

VALIDATE-MAJOR.
    MOVE "Please enter your major:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO AR-MAJOR
    END-READ

    IF EOF NOT = "Y"
        IF AR-MAJOR = SPACES
            MOVE "Error: Major is required and cannot be empty." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Please re-enter your major:" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Y" TO EOF
        END-IF
    END-IF
    EXIT PARAGRAPH.

VALIDATE-GRADUATION-YEAR.
    MOVE "Please enter your graduation year (4 digits):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC (1:4) TO TEMP-GRAD-YEAR
    END-READ

    IF EOF NOT = "Y"

        IF TEMP-GRAD-YEAR IS NUMERIC
            MOVE TEMP-GRAD-YEAR TO AR-GRADUATION-YEAR
        ELSE
            MOVE "Error: Graduation year must be a valid 4-digit year." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Please re-enter your graduation year (4 digits):" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Y" TO EOF
        END-IF
    END-IF
    EXIT PARAGRAPH.

SAVE-PROFILE-DATA.
    *> Strip any "|" a user typed into a free-text field -
    *> PROFILE-DATA-STRING is pipe-delimited, so a stray "|" would shift
    *> every field after it out of alignment on load
    INSPECT AR-FIRST-NAME REPLACING ALL "|" BY " "
    INSPECT AR-LAST-NAME  REPLACING ALL "|" BY " "
    INSPECT AR-UNIVERSITY REPLACING ALL "|" BY " "
    INSPECT AR-MAJOR      REPLACING ALL "|" BY " "
    INSPECT AR-ABOUT-ME   REPLACING ALL "|" BY " "
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
        INSPECT AR-EXP-TITLE(IDX)       REPLACING ALL "|" BY " "
        INSPECT AR-EXP-COMPANY(IDX)     REPLACING ALL "|" BY " "
        INSPECT AR-EXP-START-DATE(IDX)  REPLACING ALL "|" BY " "
        INSPECT AR-EXP-END-DATE(IDX)    REPLACING ALL "|" BY " "
        INSPECT AR-EXP-DESCRIPTION(IDX) REPLACING ALL "|" BY " "
        INSPECT AR-EDU-DEGREE(IDX)      REPLACING ALL "|" BY " "
        INSPECT AR-EDU-SCHOOL(IDX)      REPLACING ALL "|" BY " "
        INSPECT AR-EDU-START-DATE(IDX)  REPLACING ALL "|" BY " "
    END-PERFORM

    MOVE SPACES TO PROFILE-DATA-STRING
    MOVE 1 TO WS-PROFILE-PTR
    STRING
           FUNCTION TRIM(AR-FIRST-NAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-LAST-NAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-UNIVERSITY)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-MAJOR)             DELIMITED BY SIZE "|"
           AR-GRADUATION-YEAR                  DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-ABOUT-ME)          DELIMITED BY SIZE "|"
        INTO PROFILE-DATA-STRING
        WITH POINTER WS-PROFILE-PTR
    END-STRING

    *> Experience and education entries are appended one at a time so
    *> the field list is not fixed at compile time - each entry's
    *> STRING continues from where the previous one left off via
    *> WITH POINTER, the same way ProfileStorage.cob's BUILD-PROFILE-
    *> STRING and ViewProfile.cob's UNSTRING now walk the same layout.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
        STRING
               FUNCTION TRIM(AR-EXP-TITLE(IDX))       DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-EXP-COMPANY(IDX))     DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-EXP-START-DATE(IDX))  DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-EXP-END-DATE(IDX))    DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-EXP-DESCRIPTION(IDX)) DELIMITED BY SIZE "|"
            INTO PROFILE-DATA-STRING
            WITH POINTER WS-PROFILE-PTR
        END-STRING
    END-PERFORM

    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
        MOVE AR-EDU-GPA(IDX) TO WS-EDU-GPA-EDIT(IDX)
        STRING
               FUNCTION TRIM(AR-EDU-DEGREE(IDX))     DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-EDU-SCHOOL(IDX))     DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-EDU-START-DATE(IDX)) DELIMITED BY SIZE "|"
               WS-EDU-GPA-EDIT(IDX)                  DELIMITED BY SIZE "|"
            INTO PROFILE-DATA-STRING
            WITH POINTER WS-PROFILE-PTR
        END-STRING
    END-PERFORM

    *> Visibility rides at the end of the layout so older strings that
    *> lack it still parse - a missing value reads back as PUBLIC.
    STRING FUNCTION TRIM(AR-VISIBILITY) DELIMITED BY SIZE "|"
        INTO PROFILE-DATA-STRING
        WITH POINTER WS-PROFILE-PTR
    END-STRING

    MOVE "SAVE" TO WS-PROFILE-STORAGE-OP
    CALL 'PROFILE-STORAGE'
         USING AR-USERNAME PROFILE-DATA-STRING WS-PROFILE-STORAGE-OP
               CREATE-STATUS CREATE-RESPONSE

    IF CREATE-STATUS = "Y"
        MOVE "PROFILE" TO WS-AUDIT-ENTITY
        MOVE AR-USERNAME TO WS-AUDIT-KEY
        MOVE "PROFILE" TO WS-AUDIT-FIELD
        MOVE SPACES TO WS-AUDIT-OLD
        MOVE "SAVED" TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF
    EXIT PARAGRAPH.

*> PROFILE LOADER
PROFILE-LOAD.
    MOVE SPACES TO PROFILE-DATA-STRING
    MOVE "LOAD" TO WS-PROFILE-STORAGE-OP
    CALL 'PROFILE-STORAGE'
         USING AR-USERNAME PROFILE-DATA-STRING WS-PROFILE-STORAGE-OP
               CREATE-STATUS CREATE-RESPONSE
    EXIT PARAGRAPH.

*> SEARCH-PROFILE-PROMPT: asks how to search (name/university/major)
*> and for the search term, then calls SEARCHPROFILE, which now does a
*> case-insensitive partial match instead of requiring an exact full
*> name. A single match goes straight into the existing
*> profile-view/connection-request flow; more than one shows a
*> numbered list to choose from, the same way BUILD-JOB-SUMMARIES does
*> for job postings.
SEARCH-PROFILE-PROMPT.
    MOVE "NAME" TO WS-SEARCH-TYPE
    MOVE "Search by (1) Name, (2) University, or (3) Major? Enter 1, 2, or 3:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-SEARCH-TYPE-CHOICE
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION TRIM(WS-SEARCH-TYPE-CHOICE)
        WHEN "2"
            MOVE "UNIVERSITY" TO WS-SEARCH-TYPE
        WHEN "3"
            MOVE "MAJOR" TO WS-SEARCH-TYPE
        WHEN OTHER
            MOVE "NAME" TO WS-SEARCH-TYPE
    END-EVALUATE

    MOVE "Enter a search term (partial matches are OK):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO SEARCH-NAME
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    CALL 'SEARCHPROFILE' USING SEARCH-NAME WS-SEARCH-TYPE WS-MATCH-COUNT
        WS-MATCH-USERNAMES WS-MATCH-DISPLAY-LINES AR-USERNAME

    EVALUATE TRUE
        WHEN WS-MATCH-COUNT = 0
            MOVE "No profiles matching that search could be found." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            PERFORM RETURN-TO-MAIN-MENU
        WHEN WS-MATCH-COUNT = 1
            MOVE WS-MATCH-USERNAME(1) TO FOUND-USERNAME
            PERFORM SHOW-MATCHED-PROFILE
        WHEN OTHER
            PERFORM SELECT-PROFILE-MATCH
    END-EVALUATE
    EXIT PARAGRAPH.

*> SELECT-PROFILE-MATCH: lists every match and lets the user pick one
*> by number, or 0 to go back without viewing a profile.
SELECT-PROFILE-MATCH.
    MOVE "---Search Results---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        MOVE WS-MATCH-IDX TO WS-MATCH-IDX-DISPLAY
        STRING FUNCTION TRIM(WS-MATCH-IDX-DISPLAY)            DELIMITED BY SIZE
               ". "                                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-MATCH-DISPLAY-LINE(WS-MATCH-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter a number to view that profile, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-MATCH-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-MATCH-SELECTION
            END-IF
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-MATCH-SELECTION > 0 AND WS-MATCH-SELECTION <= WS-MATCH-COUNT
        MOVE WS-MATCH-USERNAME(WS-MATCH-SELECTION) TO FOUND-USERNAME
        PERFORM SHOW-MATCHED-PROFILE
    ELSE
        PERFORM RETURN-TO-MAIN-MENU
    END-IF
    EXIT PARAGRAPH.

*> SHOW-MATCHED-PROFILE: displays FOUND-USERNAME's profile and offers
*> to send a connection request, same flow the old exact-match search
*> used.
SHOW-MATCHED-PROFILE.
    *> Visibility gate first, while AR-USERNAME still names the viewer.
    PERFORM GET-TARGET-VISIBILITY
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TARGET-VISIBILITY)) = "HIDDEN"
        MOVE SPACES TO WS-PVL-SOURCE
        MOVE "This profile is not available." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        PERFORM RETURN-TO-MAIN-MENU
        EXIT PARAGRAPH
    END-IF
    MOVE "SEARCH" TO VIEW-MODE
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TARGET-VISIBILITY)) = "CONNECTIONS"
        PERFORM CHECK-VIEWER-CONNECTED
        IF WS-VIEWER-CONNECTED = "N"
            MOVE "LIMITED" TO VIEW-MODE
        END-IF
    END-IF

    *> Callers other than the member search name themselves in
    *> WS-PVL-SOURCE before coming here.
    MOVE FOUND-USERNAME TO WS-PVL-STUDENT
    IF WS-PVL-SOURCE = SPACES
        MOVE "PROFILE-SEARCH" TO WS-PVL-SOURCE
    END-IF
    PERFORM WRITE-PROFILE-VIEW

    MOVE "---Found User Profile---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    MOVE AR-USERNAME TO SAVED-USERNAME
    MOVE FOUND-USERNAME TO AR-USERNAME
    PERFORM PROFILE-LOAD

    CALL 'VIEWPROFILE' USING AR-USERNAME PROFILE-DATA-STRING VIEW-MODE

    MOVE "Send Connection Request? (Yes/No)" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO SEND_BOOL
    END-READ

    IF EOF NOT = "Y"
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SEND_BOOL))
            WHEN "YES"
                MOVE "Add a personal note to your request? (or press Enter to skip):" TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                MOVE SPACES TO CONN-NOTE
                READ INFILE
                    AT END MOVE "Y" TO EOF
                    NOT AT END
                        PERFORM COUNT-INPUT-LINE
                        MOVE IN-REC TO CONN-NOTE
                END-READ
                MOVE "YES" TO CONN-ACTION
                CALL "CONNECTION" USING SAVED-USERNAME FOUND-USERNAME CONN-ACTION CONN-RESPONSE CONN-NOTE
                MOVE CONN-RESPONSE TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            WHEN "NO"
                MOVE "Connection request cancelled." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            WHEN OTHER
                *> Silently ignore invalid response
                CONTINUE
        END-EVALUATE
    END-IF

    MOVE SAVED-USERNAME TO AR-USERNAME
    PERFORM RETURN-TO-MAIN-MENU
    EXIT PARAGRAPH.

*> GET-TARGET-VISIBILITY: read FOUND-USERNAME's AR-VISIBILITY from
*> AccountRecords.txt. The session's own identity fields are saved
*> around the scan and restored after, the same way the admin console
*> scans do. A blank value (older record) reads as PUBLIC.
GET-TARGET-VISIBILITY.
    MOVE AR-USERNAME TO WS-VIS-SAVED-USERNAME
    MOVE AR-ROLE TO WS-VIS-SAVED-ROLE
    MOVE AR-EMPLOYER-VERIFIED TO WS-VIS-SAVED-VERIFIED
    MOVE "PUBLIC" TO WS-TARGET-VISIBILITY
    MOVE "N" TO WS-VIS-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-VIS-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-VIS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-USERNAME))
                        IF FUNCTION TRIM(AR-VISIBILITY) NOT = SPACES
                            MOVE AR-VISIBILITY TO WS-TARGET-VISIBILITY
                        END-IF
                        MOVE "Y" TO WS-VIS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    MOVE WS-VIS-SAVED-USERNAME TO AR-USERNAME
    MOVE WS-VIS-SAVED-ROLE TO AR-ROLE
    MOVE WS-VIS-SAVED-VERIFIED TO AR-EMPLOYER-VERIFIED
    EXIT PARAGRAPH.

*> CHECK-VIEWER-CONNECTED: are the viewer (AR-USERNAME) and
*> FOUND-USERNAME connected, either order, in EstablishedConnections.
CHECK-VIEWER-CONNECTED.
    MOVE "N" TO WS-VIEWER-CONNECTED
    MOVE "N" TO WS-VIS-EOF
    OPEN INPUT ESTABLISHED-FILE
    IF ESTABLISHED-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-VIS-EOF = "Y"
        READ ESTABLISHED-FILE
            AT END
                MOVE "Y" TO WS-VIS-EOF
            NOT AT END
                IF (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-USERNAME)))
                   OR
                   (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-USERNAME))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME)))
                    MOVE "Y" TO WS-VIEWER-CONNECTED
                    MOVE "Y" TO WS-VIS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ESTABLISHED-FILE
    EXIT PARAGRAPH.

*> BROWSE-UNIVERSITY-PROMPT: asks for a university and lists every
*> profile sharing it, the way VIEW MY NETWORK lists connections.
BROWSE-UNIVERSITY-PROMPT.
    MOVE "Enter a university to browse (partial matches are OK):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO WS-BROWSE-UNIVERSITY
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    CALL 'BROWSEUNIVERSITY' USING WS-BROWSE-UNIVERSITY WS-USER-CAMPUS
    EXIT PARAGRAPH.

*> ENDORSE-SKILL-FLOW: let a user endorse one of the catalog skills
*> (the same five NAVIGATION's "Learn a New Skill" menu lists) for one
*> of their established connections. Endorsing a stranger is rejected -
*> endorsements are meant to vouch for connections, not anyone.
ENDORSE-SKILL-FLOW.
    MOVE "Enter the username of the connection you want to endorse:"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO WS-ENDORSE-TARGET
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENDORSE-TARGET))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "You cannot endorse yourself." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-ENDORSE-CONNECTED
    IF WS-ENDORSE-CONNECTED = "N"
        MOVE "You can only endorse someone you are connected with."
            TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Which skill would you like to endorse?" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "1. Resume Writing" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "2. Interviewing Skills" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "3. Networking Basics" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "4. Personal Branding" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "5. Time Management" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter your choice:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO WS-ENDORSE-SKILL-CHOICE
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(WS-ENDORSE-SKILL-CHOICE) TO WS-ENDORSE-SKILL-ID
    IF WS-ENDORSE-SKILL-ID < "1" OR WS-ENDORSE-SKILL-ID > "5"
        MOVE "Invalid skill choice." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-ENDORSE-DUPLICATE
    IF WS-ENDORSE-DUPLICATE = "Y"
        MOVE "You have already endorsed this connection for that skill."
            TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE "MESSAGE" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION

    MOVE "M" TO WS-RPT-KIND
    MOVE SPACES TO WS-RPT-KEY
    MOVE WS-MSG-TARGET TO WS-RPT-RECIPIENT
    MOVE WS-MSG-TEXT TO WS-RPT-TEXT
    PERFORM QUEUE-MESSAGE-NOTICE

    MOVE "Message sent." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.
    END-IF

    PERFORM APPEND-APPLICATION-MESSAGE
    MOVE "A" TO WS-RPT-KIND
    MOVE WS-THREAD-APP-ID TO WS-RPT-KEY
    MOVE APPLICATION-PARSED-USERNAME TO WS-RPT-RECIPIENT
    MOVE WS-THREAD-TEXT TO WS-RPT-TEXT
    PERFORM QUEUE-MESSAGE-NOTICE
    MOVE "Message added to the application thread." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.
    CLOSE APP-MSG-FILE
    EXIT PARAGRAPH.

*> QUEUE-MESSAGE-NOTICE: email WS-RPT-RECIPIENT that AR-USERNAME has
*> written, stamped with a fresh reply token so that answering the
*> email lands back in the same thread (MAILREPLYLOAD).
QUEUE-MESSAGE-NOTICE.
    IF FUNCTION TRIM(WS-RPT-RECIPIENT) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM GET-NEXT-REPLY-TOKEN
    MOVE SPACES TO WS-RPT-TOKEN
    STRING "IC" DELIMITED BY SIZE
           WS-RPT-SEQ DELIMITED BY SIZE
        INTO WS-RPT-TOKEN
    END-STRING

    OPEN EXTEND REPLY-TOKEN-FILE
    IF REPLY-TOKEN-STATUS = "35"
        OPEN OUTPUT REPLY-TOKEN-FILE
    END-IF
    MOVE SPACES TO REPLY-TOKEN-REC
    STRING WS-RPT-TOKEN                    DELIMITED BY SIZE "|"
           WS-RPT-KIND                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RPT-KEY)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RPT-RECIPIENT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)      DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE
        INTO REPLY-TOKEN-REC
    END-STRING
    WRITE REPLY-TOKEN-REC
    CLOSE REPLY-TOKEN-FILE

    MOVE WS-RPT-RECIPIENT TO WS-OUT-RECIPIENT
    MOVE "MESSAGE" TO WS-OUT-EVENT-TYPE
    MOVE SPACES TO WS-OUT-SUBJECT
    IF WS-RPT-KIND = "A"
        STRING "New message on application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-KEY) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               WS-RPT-TOKEN DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
            INTO WS-OUT-SUBJECT
        END-STRING
    ELSE
        STRING "New InCollege message from " DELIMITED BY SIZE
               FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               WS-RPT-TOKEN DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
            INTO WS-OUT-SUBJECT
        END-STRING
    END-IF
    MOVE SPACES TO WS-OUT-BODY
    STRING "Reply to this email to answer - keep [" DELIMITED BY SIZE
           WS-RPT-TOKEN DELIMITED BY SIZE
           "] in the subject. " DELIMITED BY SIZE
           FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " wrote: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RPT-TEXT) DELIMITED BY SIZE
        INTO WS-OUT-BODY
        ON OVERFLOW CONTINUE
    END-STRING
    PERFORM ADD-OUTBOUND-MESSAGE
    EXIT PARAGRAPH.

*> GET-NEXT-REPLY-TOKEN: persistent counter modeled on
*> GET-NEXT-EVENT-ID, shared with MAILREPLYLOAD.
GET-NEXT-REPLY-TOKEN.
    OPEN INPUT REPLY-TOKEN-ID-FILE
    IF REPLY-TOKEN-ID-STATUS = "35"
        MOVE 0 TO WS-NEXT-ID-VALUE
        MOVE "N" TO WS-RPT-EOF
        OPEN INPUT REPLY-TOKEN-FILE
        IF REPLY-TOKEN-STATUS NOT = "35"
            PERFORM UNTIL WS-RPT-EOF = "Y"
                READ REPLY-TOKEN-FILE
                    AT END
                        MOVE "Y" TO WS-RPT-EOF
                    NOT AT END
                        IF REPLY-TOKEN-REC NOT = SPACES
                            ADD 1 TO WS-NEXT-ID-VALUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REPLY-TOKEN-FILE
        END-IF
        ADD 1 TO WS-NEXT-ID-VALUE GIVING WS-RPT-SEQ
    ELSE
        READ REPLY-TOKEN-ID-FILE
            AT END
                MOVE 1 TO WS-RPT-SEQ
        END-READ
        IF FUNCTION TRIM(REPLY-TOKEN-COUNTER-REC) IS NUMERIC
           AND FUNCTION TRIM(REPLY-TOKEN-COUNTER-REC) NOT = SPACES
            MOVE FUNCTION TRIM(REPLY-TOKEN-COUNTER-REC) TO WS-RPT-SEQ
        ELSE
            MOVE 1 TO WS-RPT-SEQ
        END-IF
        CLOSE REPLY-TOKEN-ID-FILE
    END-IF

    COMPUTE WS-NEXT-ID-VALUE = WS-RPT-SEQ + 1
    MOVE WS-NEXT-ID-VALUE TO WS-NEXT-ID-EDIT
    OPEN OUTPUT REPLY-TOKEN-ID-FILE
    WRITE REPLY-TOKEN-COUNTER-REC FROM WS-NEXT-ID-EDIT
    CLOSE REPLY-TOKEN-ID-FILE
    EXIT PARAGRAPH.

*> APPLICATION-THREAD-PROMPT: student-side entry into an application's
*> message thread, offered after the application list the same way the
*> withdraw prompt is. Pressing Enter skips it.
        PERFORM APPEND-APPLICATION-MESSAGE
        MOVE "Reply added to the application thread." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        *> The posting's owner hears about the reply.
        MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
        PERFORM FIND-JOB-BY-ID
        IF JOB-DETAILS-FOUND = "Y"
            MOVE "A" TO WS-RPT-KIND
            MOVE WS-THREAD-APP-ID TO WS-RPT-KEY
            MOVE JOB-DETAILS-USERNAME TO WS-RPT-RECIPIENT
            MOVE WS-THREAD-TEXT TO WS-RPT-TEXT
            PERFORM QUEUE-MESSAGE-NOTICE
        END-IF
    END-IF
    EXIT PARAGRAPH.

    CLOSE INTERVIEW-FILE
    EXIT PARAGRAPH.

*> INTERVIEW-DAYS-FLOW: employer's on-campus interview days - the
*> days reserved on postings they can manage, with how many slots are
*> claimed. N reserves a new day; a day number shows its roster.
INTERVIEW-DAYS-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IVD-TODAY
    MOVE "--- On-Campus Interview Days ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    MOVE 0 TO WS-IVD-SHOWN
    MOVE "N" TO WS-IVD-EOF
    OPEN INPUT IVD-DAY-FILE
    IF IVD-DAY-STATUS NOT = "35"
        PERFORM UNTIL WS-IVD-EOF = "Y"
            READ IVD-DAY-FILE
                AT END
                    MOVE "Y" TO WS-IVD-EOF
                NOT AT END
                    IF IVD-DAY-REC NOT = SPACES
                        PERFORM PARSE-IVD-DAY-RECORD
                        MOVE WS-IVD-P-JOB-ID TO WS-FLAG-JOB-ID
                        PERFORM FIND-JOB-BY-ID
                        PERFORM CHECK-JOB-DETAILS-MANAGEABLE
                        IF JOB-DETAILS-FOUND = "Y" AND WS-JOB-MANAGEABLE = "Y"
                            ADD 1 TO WS-IVD-SHOWN
                            MOVE WS-IVD-P-ID TO WS-IVD-DAY-ID
                            MOVE SPACES TO WS-IVD-APP-ID
                            PERFORM COUNT-INTERVIEW-DAY-SLOTS
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "#" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-IVD-P-ID) DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   WS-IVD-P-DATE DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
                                   " (posting " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-IVD-P-JOB-ID) DELIMITED BY SIZE
                                   ") - " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-IVD-P-LOCATION) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                            MOVE WS-IVD-TAKEN-COUNT TO WS-IVD-COUNT-DISPLAY
                            ADD WS-IVD-OPEN-COUNT WS-IVD-TAKEN-COUNT
                                GIVING WS-IVD-SLOT-COUNT
                            MOVE WS-IVD-SLOT-COUNT TO WS-IVD-COUNT-DISPLAY2
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "    " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-IVD-COUNT-DISPLAY) DELIMITED BY SIZE
                                   " of " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-IVD-COUNT-DISPLAY2) DELIMITED BY SIZE
                                   " slots claimed; sign-up deadline " DELIMITED BY SIZE
                                   WS-IVD-P-DEADLINE DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IVD-DAY-FILE
    END-IF
    IF WS-IVD-SHOWN = 0
        MOVE "You have no on-campus interview days reserved." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter a day number to see its roster, N to reserve a new interview day, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-IVD-INPUT = "0" OR WS-IVD-INPUT = SPACES
        MOVE "JOBS" TO CURRENT-MENU
        MOVE 0 TO NAV-INDEX
        MOVE "SHOW-JOBS" TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(WS-IVD-INPUT) = "N"
        PERFORM RESERVE-INTERVIEW-DAY
    ELSE
        MOVE WS-IVD-INPUT TO WS-IVD-DAY-ID
        PERFORM SHOW-INTERVIEW-DAY-ROSTER
    END-IF
    EXIT PARAGRAPH.

*> RESERVE-INTERVIEW-DAY: date, location and a block of equal-length
*> slots against one of the employer's postings, plus the sign-up
*> deadline after which unclaimed slots open to the alternate list.
RESERVE-INTERVIEW-DAY.
    MOVE "Enter the Job ID of the posting these interviews are for:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-JOB-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE WS-IVD-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    PERFORM CHECK-JOB-DETAILS-MANAGEABLE
    IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
        MOVE "That Job ID is not one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the interview date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-DATE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-IVD-DATE NOT NUMERIC OR WS-IVD-DATE NOT > WS-IVD-TODAY
        MOVE "Error: The interview day must be a future date (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the location (building and room):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-LOCATION
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-IVD-LOCATION REPLACING ALL "|" BY " "
    IF WS-IVD-LOCATION = SPACES
        MOVE "Location to be announced" TO WS-IVD-LOCATION
    END-IF

    MOVE "Enter the first slot's start time (HHMM, 24-hour):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-IVD-INPUT(1:4) NOT NUMERIC OR WS-IVD-INPUT(5:) NOT = SPACES
        MOVE "Error: The start time must be 4 digits (HHMM)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-IVD-INPUT(1:2) TO WS-IVD-HH
    MOVE WS-IVD-INPUT(3:2) TO WS-IVD-MM
    IF WS-IVD-HH > 23 OR WS-IVD-MM > 59
        MOVE "Error: The start time must be 4 digits (HHMM)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-IVD-START-MINUTES = WS-IVD-HH * 60 + WS-IVD-MM

    MOVE "Enter the length of each slot in minutes (10-240):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE 0 TO WS-IVD-LENGTH
    IF FUNCTION TRIM(WS-IVD-INPUT) IS NUMERIC AND WS-IVD-INPUT(4:) = SPACES
        MOVE FUNCTION TRIM(WS-IVD-INPUT) TO WS-IVD-LENGTH
    END-IF
    IF WS-IVD-LENGTH < 10 OR WS-IVD-LENGTH > 240
        MOVE "Error: The slot length must be between 10 and 240 minutes." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of slots (1-40):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE 0 TO WS-IVD-SLOT-COUNT
    IF FUNCTION TRIM(WS-IVD-INPUT) IS NUMERIC AND WS-IVD-INPUT(3:) = SPACES
        MOVE FUNCTION TRIM(WS-IVD-INPUT) TO WS-IVD-SLOT-COUNT
    END-IF
    IF WS-IVD-SLOT-COUNT < 1 OR WS-IVD-SLOT-COUNT > 40
        MOVE "Error: The number of slots must be between 1 and 40." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF WS-IVD-START-MINUTES + WS-IVD-SLOT-COUNT * WS-IVD-LENGTH > 1440
        MOVE "Error: Those slots would run past midnight." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the sign-up deadline for pre-selected students (YYYYMMDD); open slots go to alternates after it:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-DEADLINE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-IVD-DEADLINE NOT NUMERIC
       OR WS-IVD-DEADLINE < WS-IVD-TODAY
       OR WS-IVD-DEADLINE NOT < WS-IVD-DATE
        MOVE "Error: The deadline must be a date from today up to the day before the interviews." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> Next DAY-ID: one past the highest on file.
    MOVE 0 TO WS-IVD-NEXT-ID
    MOVE "N" TO WS-IVD-EOF
    OPEN INPUT IVD-DAY-FILE
    IF IVD-DAY-STATUS NOT = "35"
        PERFORM UNTIL WS-IVD-EOF = "Y"
            READ IVD-DAY-FILE
                AT END
                    MOVE "Y" TO WS-IVD-EOF
                NOT AT END
                    PERFORM PARSE-IVD-DAY-RECORD
                    IF FUNCTION TRIM(WS-IVD-P-ID) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-IVD-P-ID) > WS-IVD-NEXT-ID
                        MOVE FUNCTION NUMVAL(WS-IVD-P-ID) TO WS-IVD-NEXT-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IVD-DAY-FILE
    END-IF
    ADD 1 TO WS-IVD-NEXT-ID
    MOVE WS-IVD-NEXT-ID TO WS-IVD-ID-DISPLAY
    MOVE FUNCTION TRIM(WS-IVD-ID-DISPLAY) TO WS-IVD-DAY-ID

    OPEN EXTEND IVD-DAY-FILE
    IF IVD-DAY-STATUS = "35"
        OPEN OUTPUT IVD-DAY-FILE
    END-IF
    MOVE SPACES TO IVD-DAY-REC
    STRING FUNCTION TRIM(WS-IVD-DAY-ID)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-IVD-JOB-ID)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           WS-IVD-DATE                    DELIMITED BY SIZE "|"
           WS-IVD-DEADLINE                DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-IVD-LOCATION) DELIMITED BY SIZE "|"
           WS-IVD-TODAY                   DELIMITED BY SIZE
        INTO IVD-DAY-REC
    END-STRING
    WRITE IVD-DAY-REC
    CLOSE IVD-DAY-FILE

    OPEN EXTEND IVD-SLOT-FILE
    IF IVD-SLOT-STATUS = "35"
        OPEN OUTPUT IVD-SLOT-FILE
    END-IF
    PERFORM VARYING WS-IVD-SLOT-IDX FROM 1 BY 1
        UNTIL WS-IVD-SLOT-IDX > WS-IVD-SLOT-COUNT
        COMPUTE WS-IVD-MINUTES = WS-IVD-START-MINUTES
            + (WS-IVD-SLOT-IDX - 1) * WS-IVD-LENGTH
        DIVIDE WS-IVD-MINUTES BY 60 GIVING WS-IVD-HH REMAINDER WS-IVD-MM
        MOVE WS-IVD-HH TO WS-IVD-SLOT-TIME(1:2)
        MOVE WS-IVD-MM TO WS-IVD-SLOT-TIME(3:2)
        MOVE WS-IVD-SLOT-IDX TO WS-IVD-SLOT-DISPLAY
        MOVE SPACES TO IVD-SLOT-REC
        STRING FUNCTION TRIM(WS-IVD-DAY-ID)      DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-IVD-SLOT-DISPLAY) DELIMITED BY SIZE "|"
               WS-IVD-SLOT-TIME                  DELIMITED BY SIZE "||"
            INTO IVD-SLOT-REC
        END-STRING
        WRITE IVD-SLOT-REC
        IF WS-IVD-SLOT-IDX = 1
            MOVE WS-IVD-SLOT-TIME TO WS-IVD-FIRST-TIME
        END-IF
        MOVE WS-IVD-SLOT-TIME TO WS-IVD-LAST-TIME
    END-PERFORM
    CLOSE IVD-SLOT-FILE

    MOVE WS-IVD-SLOT-COUNT TO WS-IVD-COUNT-DISPLAY
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Interview day #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-DAY-ID) DELIMITED BY SIZE
           " reserved for " DELIMITED BY SIZE
           WS-IVD-DATE DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-COUNT-DISPLAY) DELIMITED BY SIZE
           " slot(s), " DELIMITED BY SIZE
           WS-IVD-FIRST-TIME DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-IVD-LAST-TIME DELIMITED BY SIZE
           " start times." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "Pre-select applicants in Review Applicants with 'Preselect <app-id>' (or 'Alternate <app-id>')." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SHOW-INTERVIEW-DAY-ROSTER: one day's slots (open or claimed by
*> application) and its pre-select and alternate lists. Applicants are
*> shown by application number - Review Applicants carries the names,
*> subject to blind review.
SHOW-INTERVIEW-DAY-ROSTER.
    PERFORM FIND-INTERVIEW-DAY
    IF WS-IVD-FOUND = "N"
        MOVE "No interview day was found with that number." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-IVD-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    PERFORM CHECK-JOB-DETAILS-MANAGEABLE
    IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
        MOVE "That interview day is not on one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Interview day #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-DAY-ID) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-IVD-DATE DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-LOCATION) DELIMITED BY SIZE
           " (sign-up deadline " DELIMITED BY SIZE
           WS-IVD-DEADLINE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE "Slots:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "N" TO WS-IVD-SLOT-EOF
    OPEN INPUT IVD-SLOT-FILE
    IF IVD-SLOT-STATUS NOT = "35"
        PERFORM UNTIL WS-IVD-SLOT-EOF = "Y"
            READ IVD-SLOT-FILE
                AT END
                    MOVE "Y" TO WS-IVD-SLOT-EOF
                NOT AT END
                    IF IVD-SLOT-REC NOT = SPACES
                        PERFORM PARSE-IVD-SLOT-RECORD
                        IF FUNCTION TRIM(WS-IVD-S-DAY-ID) = FUNCTION TRIM(WS-IVD-DAY-ID)
                            MOVE SPACES TO OUTPUT-BUFFER
                            IF WS-IVD-S-APP-ID = SPACES
                                STRING "  Slot " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-IVD-S-SLOT-NO) DELIMITED BY SIZE
                                       "  " DELIMITED BY SIZE
                                       WS-IVD-S-TIME DELIMITED BY SIZE
                                       "  open" DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            ELSE
                                STRING "  Slot " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-IVD-S-SLOT-NO) DELIMITED BY SIZE
                                       "  " DELIMITED BY SIZE
                                       WS-IVD-S-TIME DELIMITED BY SIZE
                                       "  App #" DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-IVD-S-APP-ID) DELIMITED BY SIZE
                                       " (claimed " DELIMITED BY SIZE
                                       WS-IVD-S-CLAIMED DELIMITED BY SIZE
                                       ")" DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            END-IF
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IVD-SLOT-FILE
    END-IF

    MOVE "Pre-select and alternate lists:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-IVD-SHOWN
    MOVE "N" TO WS-IVD-EOF
    OPEN INPUT IVD-LIST-FILE
    IF IVD-LIST-STATUS NOT = "35"
        PERFORM UNTIL WS-IVD-EOF = "Y"
            READ IVD-LIST-FILE
                AT END
                    MOVE "Y" TO WS-IVD-EOF
                NOT AT END
                    IF IVD-LIST-REC NOT = SPACES
                        PERFORM PARSE-IVD-LIST-RECORD
                        IF FUNCTION TRIM(WS-IVD-L-DAY-ID) = FUNCTION TRIM(WS-IVD-DAY-ID)
                            ADD 1 TO WS-IVD-SHOWN
                            MOVE SPACES TO OUTPUT-BUFFER
                            IF WS-IVD-L-LIST = "PRESELECT"
                                STRING "  App #" DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-IVD-L-APP-ID) DELIMITED BY SIZE
                                       " - pre-selected, added " DELIMITED BY SIZE
                                       WS-IVD-L-DATE DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            ELSE
                                STRING "  App #" DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-IVD-L-APP-ID) DELIMITED BY SIZE
                                       " - alternate, added " DELIMITED BY SIZE
                                       WS-IVD-L-DATE DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            END-IF
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IVD-LIST-FILE
    END-IF
    IF WS-IVD-SHOWN = 0
        MOVE "  No applicants listed yet - use 'Preselect <app-id>' in Review Applicants." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> INTERVIEW-DAY-SIGNUP-FLOW: student side of on-campus interview
*> days - every day one of their applications is listed for, where
*> sign-up stands, and the slot they hold. Pre-selected students claim
*> first come, first served up to the deadline; after it, whatever is
*> left opens to the alternates too, until the day itself.
INTERVIEW-DAY-SIGNUP-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IVD-TODAY
    MOVE "--- On-Campus Interview Day Sign-Up ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LOAD-MY-INTERVIEW-DAYS
    IF WS-IVD-MY-COUNT = 0
        MOVE "You are not on the list for any on-campus interview days." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-IVD-MY-IDX FROM 1 BY 1
        UNTIL WS-IVD-MY-IDX > WS-IVD-MY-COUNT
        PERFORM SHOW-MY-INTERVIEW-DAY
    END-PERFORM

    MOVE "Enter a number to claim a slot, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-IVD-MY-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-MY-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-IVD-MY-SELECTION = 0 OR WS-IVD-MY-SELECTION > WS-IVD-MY-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-IVD-MY-DAY-ID(WS-IVD-MY-SELECTION) TO WS-IVD-DAY-ID
    MOVE WS-IVD-MY-APP-ID(WS-IVD-MY-SELECTION) TO WS-IVD-APP-ID
    MOVE WS-IVD-MY-LIST(WS-IVD-MY-SELECTION) TO WS-IVD-LIST
    PERFORM FIND-INTERVIEW-DAY
    IF WS-IVD-FOUND = "N"
        MOVE "That interview day is no longer on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM COUNT-INTERVIEW-DAY-SLOTS
    IF WS-IVD-MY-SLOT-TIME NOT = SPACES
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "You already hold the " DELIMITED BY SIZE
               WS-IVD-MY-SLOT-TIME DELIMITED BY SIZE
               " slot on that day." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-INTERVIEW-DAY-PHASE
    IF WS-IVD-CAN-CLAIM = "N"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "You cannot claim a slot yet: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IVD-PHASE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        IF WS-IVD-DATE NOT > WS-IVD-TODAY
            MOVE "Sign-up for that interview day has closed." TO OUTPUT-BUFFER
        END-IF
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF WS-IVD-OPEN-COUNT = 0
        MOVE "Every slot on that interview day has been claimed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> The application itself must still be live and not already
    *> carrying a confirmed interview.
    MOVE WS-IVD-APP-ID TO WS-THREAD-APP-ID
    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) = "REJECTED"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) = "WITHDRAWN"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) = "HIRED"
        MOVE "That application is no longer under consideration." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-IVD-APP-CONFIRMED
    IF WS-IVD-HAS-CONFIRMED = "Y"
        MOVE "An interview is already confirmed for that application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Open slots:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "N" TO WS-IVD-SLOT-EOF
    OPEN INPUT IVD-SLOT-FILE
    IF IVD-SLOT-STATUS NOT = "35"
        PERFORM UNTIL WS-IVD-SLOT-EOF = "Y"
            READ IVD-SLOT-FILE
                AT END
                    MOVE "Y" TO WS-IVD-SLOT-EOF
                NOT AT END
                    IF IVD-SLOT-REC NOT = SPACES
                        PERFORM PARSE-IVD-SLOT-RECORD
                        IF FUNCTION TRIM(WS-IVD-S-DAY-ID) = FUNCTION TRIM(WS-IVD-DAY-ID)
                           AND WS-IVD-S-APP-ID = SPACES
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  Slot " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-IVD-S-SLOT-NO) DELIMITED BY SIZE
                                   " - " DELIMITED BY SIZE
                                   WS-IVD-S-TIME DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IVD-SLOT-FILE
    END-IF

    MOVE "Enter the slot number to claim, or press Enter to cancel:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-IVD-SLOT-NO
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-IVD-SLOT-NO
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-IVD-SLOT-NO = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM CLAIM-INTERVIEW-DAY-SLOT
    IF WS-IVD-CLAIMED = "N"
        MOVE "That slot is not open - it may just have been claimed. Please pick another." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> The claimed slot becomes an ordinary Confirmed interview, so My
    *> Schedule, Review Applicants and the scorecard gate all see it.
    MOVE WS-IVD-APP-ID TO WS-THREAD-APP-ID
    MOVE WS-IVD-DATE TO WS-INT-SLOT-DATE
    MOVE SPACES TO WS-INT-SLOT-TIME
    STRING WS-IVD-SLOT-TIME DELIMITED BY SIZE
           " On-campus day #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-DAY-ID) DELIMITED BY SIZE
        INTO WS-INT-SLOT-TIME
    END-STRING
    MOVE WS-IVD-DATE TO WS-SCHED-CHECK-DATE
    PERFORM CHECK-SCHEDULE-CONFLICT
    IF WS-SCHED-CONFLICT = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Warning: you already have a commitment on that date - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-SWAP-DESC) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF

    OPEN EXTEND INTERVIEW-FILE
    IF INTERVIEW-STATUS = "35"
        OPEN OUTPUT INTERVIEW-FILE
    END-IF
    MOVE SPACES TO INTERVIEW-REC
    STRING FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE "|"
           WS-INT-SLOT-DATE                DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INT-SLOT-TIME) DELIMITED BY SIZE "|"
           "Confirmed"                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-IVD-EMPLOYER)  DELIMITED BY SIZE "|"
           WS-IVD-TODAY                    DELIMITED BY SIZE
        INTO INTERVIEW-REC
    END-STRING
    WRITE INTERVIEW-REC
    CLOSE INTERVIEW-FILE
    *> Drops any one-off slots still Proposed on the application.
    PERFORM CONFIRM-INTERVIEW-SLOT

    MOVE WS-IVD-EMPLOYER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Application #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-APP-ID) DELIMITED BY SIZE
           " claimed the " DELIMITED BY SIZE
           WS-IVD-SLOT-TIME DELIMITED BY SIZE
           " slot on on-campus interview day #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-DAY-ID) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-IVD-DATE DELIMITED BY SIZE
           ")." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    MOVE "INTERVIEW" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Slot claimed: " DELIMITED BY SIZE
           WS-IVD-DATE DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           WS-IVD-SLOT-TIME DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-LOCATION) DELIMITED BY SIZE
           ". It is now on My Schedule." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LOAD-MY-INTERVIEW-DAYS: WS-IVD-MY-TABLE gets every list row whose
*> application belongs to the signed-in user.
LOAD-MY-INTERVIEW-DAYS.
    MOVE 0 TO WS-IVD-MY-COUNT
    MOVE "N" TO WS-IVD-EOF
    OPEN INPUT IVD-LIST-FILE
    IF IVD-LIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-IVD-EOF = "Y"
        READ IVD-LIST-FILE
            AT END
                MOVE "Y" TO WS-IVD-EOF
            NOT AT END
                IF IVD-LIST-REC NOT = SPACES
                    PERFORM PARSE-IVD-LIST-RECORD
                    MOVE WS-IVD-L-APP-ID TO WS-THREAD-APP-ID
                    PERFORM FIND-APPLICATION-BY-ID
                    IF WS-APPLICATION-FOUND = "Y"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-IVD-MY-COUNT < 20
                        ADD 1 TO WS-IVD-MY-COUNT
                        MOVE WS-IVD-L-DAY-ID TO WS-IVD-MY-DAY-ID(WS-IVD-MY-COUNT)
                        MOVE WS-IVD-L-APP-ID TO WS-IVD-MY-APP-ID(WS-IVD-MY-COUNT)
                        MOVE WS-IVD-L-LIST TO WS-IVD-MY-LIST(WS-IVD-MY-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE IVD-LIST-FILE
    EXIT PARAGRAPH.

*> SHOW-MY-INTERVIEW-DAY: one numbered line per WS-IVD-MY-IDX entry -
*> the day, posting and location, then the student's slot or where
*> sign-up stands.
SHOW-MY-INTERVIEW-DAY.
    MOVE WS-IVD-MY-DAY-ID(WS-IVD-MY-IDX) TO WS-IVD-DAY-ID
    MOVE WS-IVD-MY-APP-ID(WS-IVD-MY-IDX) TO WS-IVD-APP-ID
    MOVE WS-IVD-MY-LIST(WS-IVD-MY-IDX) TO WS-IVD-LIST
    PERFORM FIND-INTERVIEW-DAY
    IF WS-IVD-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-IVD-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    MOVE WS-IVD-MY-IDX TO WS-INT-IDX-DISPLAY
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-INT-IDX-DISPLAY) DELIMITED BY SIZE
           ". " DELIMITED BY SIZE
           WS-IVD-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-EMPLOYER) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-IVD-LOCATION) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    PERFORM COUNT-INTERVIEW-DAY-SLOTS
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-IVD-MY-SLOT-TIME NOT = SPACES
        STRING "   Your slot: " DELIMITED BY SIZE
               WS-IVD-MY-SLOT-TIME DELIMITED BY SIZE
               " (application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-IVD-APP-ID) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        PERFORM CHECK-INTERVIEW-DAY-PHASE
        MOVE WS-IVD-OPEN-COUNT TO WS-IVD-COUNT-DISPLAY
        STRING "   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IVD-PHASE) DELIMITED BY SIZE
               "; " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IVD-COUNT-DISPLAY) DELIMITED BY SIZE
               " slot(s) open" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CHECK-INTERVIEW-DAY-PHASE: may WS-IVD-LIST claim on the day loaded
*> by FIND-INTERVIEW-DAY today? Pre-select only through the deadline,
*> both lists after it, nobody once the day arrives.
CHECK-INTERVIEW-DAY-PHASE.
    MOVE "N" TO WS-IVD-CAN-CLAIM
    MOVE SPACES TO WS-IVD-PHASE
    IF WS-IVD-DATE NOT > WS-IVD-TODAY
        MOVE "Sign-up closed" TO WS-IVD-PHASE
        EXIT PARAGRAPH
    END-IF
    IF WS-IVD-TODAY NOT > WS-IVD-DEADLINE
        IF WS-IVD-LIST = "PRESELECT"
            MOVE "Y" TO WS-IVD-CAN-CLAIM
            STRING "Pre-selected - sign up by " DELIMITED BY SIZE
                   WS-IVD-DEADLINE DELIMITED BY SIZE
                INTO WS-IVD-PHASE
            END-STRING
        ELSE
            STRING "Alternate - open slots are offered after " DELIMITED BY SIZE
                   WS-IVD-DEADLINE DELIMITED BY SIZE
                INTO WS-IVD-PHASE
            END-STRING
        END-IF
    ELSE
        MOVE "Y" TO WS-IVD-CAN-CLAIM
        MOVE "Open slots available first come, first served" TO WS-IVD-PHASE
    END-IF
    EXIT PARAGRAPH.

*> CHECK-IVD-APP-CONFIRMED: sets WS-IVD-HAS-CONFIRMED when
*> Interviews.txt already has a Confirmed row for WS-IVD-APP-ID.
CHECK-IVD-APP-CONFIRMED.
    MOVE "N" TO WS-IVD-HAS-CONFIRMED
    MOVE "N" TO WS-INT-EOF
    OPEN INPUT INTERVIEW-FILE
    IF INTERVIEW-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INT-EOF = "Y"
        READ INTERVIEW-FILE
            AT END
                MOVE "Y" TO WS-INT-EOF
            NOT AT END
                IF INTERVIEW-REC NOT = SPACES
                    PERFORM PARSE-INTERVIEW-RECORD
                    IF FUNCTION TRIM(WS-INT-PARSED-APP-ID) = FUNCTION TRIM(WS-IVD-APP-ID)
                       AND FUNCTION TRIM(WS-INT-PARSED-STATUS) = "Confirmed"
                        MOVE "Y" TO WS-IVD-HAS-CONFIRMED
                        MOVE "Y" TO WS-INT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEW-FILE
    EXIT PARAGRAPH.

*> CLAIM-INTERVIEW-DAY-SLOT: temp-file swap over InterviewDaySlots.txt
*> stamping WS-IVD-APP-ID onto slot WS-IVD-SLOT-NO of WS-IVD-DAY-ID -
*> only if the slot is still open when the file is re-read, so two
*> students racing for one slot can't both get it.
CLAIM-INTERVIEW-DAY-SLOT.
    MOVE "N" TO WS-IVD-CLAIMED
    MOVE SPACES TO WS-IVD-SLOT-TIME
    MOVE WS-IVD-SLOT-NO TO WS-IVD-SLOT-DISPLAY
    MOVE "N" TO WS-IVD-SLOT-EOF
    OPEN INPUT IVD-SLOT-FILE
    IF IVD-SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IVD-SLOT-TEMP-FILE
    PERFORM UNTIL WS-IVD-SLOT-EOF = "Y"
        READ IVD-SLOT-FILE
            AT END
                MOVE "Y" TO WS-IVD-SLOT-EOF
            NOT AT END
                IF IVD-SLOT-REC NOT = SPACES
                    PERFORM PARSE-IVD-SLOT-RECORD
                    IF FUNCTION TRIM(WS-IVD-S-DAY-ID) = FUNCTION TRIM(WS-IVD-DAY-ID)
                       AND FUNCTION TRIM(WS-IVD-S-SLOT-NO) = FUNCTION TRIM(WS-IVD-SLOT-DISPLAY)
                       AND WS-IVD-S-APP-ID = SPACES
                       AND WS-IVD-CLAIMED = "N"
                        MOVE "Y" TO WS-IVD-CLAIMED
                        MOVE WS-IVD-S-TIME TO WS-IVD-SLOT-TIME
                        MOVE SPACES TO IVD-SLOT-TEMP-REC
                        STRING FUNCTION TRIM(WS-IVD-S-DAY-ID)  DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-IVD-S-SLOT-NO) DELIMITED BY SIZE "|"
                               WS-IVD-S-TIME                   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-IVD-APP-ID)    DELIMITED BY SIZE "|"
                               WS-IVD-TODAY                    DELIMITED BY SIZE
                            INTO IVD-SLOT-TEMP-REC
                        END-STRING
                        WRITE IVD-SLOT-TEMP-REC
                    ELSE
                        MOVE IVD-SLOT-REC TO IVD-SLOT-TEMP-REC
                        WRITE IVD-SLOT-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE IVD-SLOT-FILE
    CLOSE IVD-SLOT-TEMP-FILE

    IF WS-IVD-CLAIMED = "N"
        CALL "CBL_DELETE_FILE" USING WS-IVD-SLOT-TEMP-PATH
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-IVD-SLOT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-IVD-SLOT-TEMP-PATH WS-IVD-SLOT-LIVE-PATH
        RETURNING WS-IVD-RENAME-STATUS
    EXIT PARAGRAPH.

*> FIND-INTERVIEW-DAY: load WS-IVD-DAY-ID's header row into
*> WS-IVD-JOB-ID/EMPLOYER/DATE/DEADLINE/LOCATION; WS-IVD-FOUND says
*> whether it exists.
FIND-INTERVIEW-DAY.
    MOVE "N" TO WS-IVD-FOUND
    MOVE SPACES TO WS-IVD-JOB-ID WS-IVD-EMPLOYER WS-IVD-DATE
                   WS-IVD-DEADLINE WS-IVD-LOCATION
    MOVE "N" TO WS-IVD-EOF
    OPEN INPUT IVD-DAY-FILE
    IF IVD-DAY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-IVD-EOF = "Y"
        READ IVD-DAY-FILE
            AT END
                MOVE "Y" TO WS-IVD-EOF
            NOT AT END
                IF IVD-DAY-REC NOT = SPACES
                    PERFORM PARSE-IVD-DAY-RECORD
                    IF FUNCTION TRIM(WS-IVD-P-ID) = FUNCTION TRIM(WS-IVD-DAY-ID)
                        MOVE "Y" TO WS-IVD-FOUND
                        MOVE WS-IVD-P-JOB-ID TO WS-IVD-JOB-ID
                        MOVE WS-IVD-P-EMPLOYER TO WS-IVD-EMPLOYER
                        MOVE WS-IVD-P-DATE TO WS-IVD-DATE
                        MOVE WS-IVD-P-DEADLINE TO WS-IVD-DEADLINE
                        MOVE WS-IVD-P-LOCATION TO WS-IVD-LOCATION
                        MOVE "Y" TO WS-IVD-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE IVD-DAY-FILE
    EXIT PARAGRAPH.

*> COUNT-INTERVIEW-DAY-SLOTS: open and claimed slot counts for
*> WS-IVD-DAY-ID, and in WS-IVD-MY-SLOT-TIME the time of the slot
*> WS-IVD-APP-ID holds, if any.
COUNT-INTERVIEW-DAY-SLOTS.
    MOVE 0 TO WS-IVD-OPEN-COUNT WS-IVD-TAKEN-COUNT
    MOVE SPACES TO WS-IVD-MY-SLOT-TIME
    MOVE "N" TO WS-IVD-SLOT-EOF
    OPEN INPUT IVD-SLOT-FILE
    IF IVD-SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-IVD-SLOT-EOF = "Y"
        READ IVD-SLOT-FILE
            AT END
                MOVE "Y" TO WS-IVD-SLOT-EOF
            NOT AT END
                IF IVD-SLOT-REC NOT = SPACES
                    PERFORM PARSE-IVD-SLOT-RECORD
                    IF FUNCTION TRIM(WS-IVD-S-DAY-ID) = FUNCTION TRIM(WS-IVD-DAY-ID)
                        IF WS-IVD-S-APP-ID = SPACES
                            ADD 1 TO WS-IVD-OPEN-COUNT
                        ELSE
                            ADD 1 TO WS-IVD-TAKEN-COUNT
                            IF WS-IVD-APP-ID NOT = SPACES
                               AND FUNCTION TRIM(WS-IVD-S-APP-ID) = FUNCTION TRIM(WS-IVD-APP-ID)
                                MOVE WS-IVD-S-TIME TO WS-IVD-MY-SLOT-TIME
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE IVD-SLOT-FILE
    EXIT PARAGRAPH.

*> PARSE-IVD-DAY-RECORD: DAY-ID|JOB-ID|EMPLOYER|DATE|DEADLINE|
*> LOCATION|CREATED.
PARSE-IVD-DAY-RECORD.
    MOVE SPACES TO WS-IVD-P-ID WS-IVD-P-JOB-ID WS-IVD-P-EMPLOYER
                   WS-IVD-P-DATE WS-IVD-P-DEADLINE WS-IVD-P-LOCATION
                   WS-IVD-P-CREATED
    UNSTRING IVD-DAY-REC DELIMITED BY "|"
        INTO WS-IVD-P-ID
             WS-IVD-P-JOB-ID
             WS-IVD-P-EMPLOYER
             WS-IVD-P-DATE
             WS-IVD-P-DEADLINE
             WS-IVD-P-LOCATION
             WS-IVD-P-CREATED
    END-UNSTRING
    EXIT PARAGRAPH.

*> PARSE-IVD-SLOT-RECORD: DAY-ID|SLOT-NO|HHMM|APPLICATION-ID|
*> CLAIMED-DATE.
PARSE-IVD-SLOT-RECORD.
    MOVE SPACES TO WS-IVD-S-DAY-ID WS-IVD-S-SLOT-NO WS-IVD-S-TIME
                   WS-IVD-S-APP-ID WS-IVD-S-CLAIMED
    UNSTRING IVD-SLOT-REC DELIMITED BY "|"
        INTO WS-IVD-S-DAY-ID
             WS-IVD-S-SLOT-NO
             WS-IVD-S-TIME
             WS-IVD-S-APP-ID
             WS-IVD-S-CLAIMED
    END-UNSTRING
    EXIT PARAGRAPH.

*> PARSE-IVD-LIST-RECORD: DAY-ID|APPLICATION-ID|PRESELECT-or-
*> ALTERNATE|ADDED-DATE|ADDED-BY.
PARSE-IVD-LIST-RECORD.
    MOVE SPACES TO WS-IVD-L-DAY-ID WS-IVD-L-APP-ID WS-IVD-L-LIST
                   WS-IVD-L-DATE WS-IVD-L-BY
    UNSTRING IVD-LIST-REC DELIMITED BY "|"
        INTO WS-IVD-L-DAY-ID
             WS-IVD-L-APP-ID
             WS-IVD-L-LIST
             WS-IVD-L-DATE
             WS-IVD-L-BY
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-FEEDBACK-DUPLICATE: one scorecard per application - sets
*> WS-FBK-FOUND when InterviewFeedback.txt already carries a row for
*> WS-THREAD-APP-ID.
CHECK-FEEDBACK-DUPLICATE.
    MOVE "N" TO WS-FBK-FOUND
    MOVE "N" TO WS-FBK-EOF
    OPEN INPUT FEEDBACK-FILE
    IF FEEDBACK-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-FBK-EOF = "Y"
        READ FEEDBACK-FILE
            AT END
                MOVE "Y" TO WS-FBK-EOF
            NOT AT END
                IF FEEDBACK-REC NOT = SPACES
                    PERFORM PARSE-FEEDBACK-RECORD
                    IF FUNCTION TRIM(WS-FBK-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                        MOVE "Y" TO WS-FBK-FOUND
                        MOVE "Y" TO WS-FBK-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEEDBACK-FILE
    EXIT PARAGRAPH.

*> PARSE-FEEDBACK-RECORD: APPLICATION-ID|RECORDED-BY|DATE|
*> RECOMMENDATION|TECHNICAL|COMMUNICATION|OVERALL|COMMENTS.
PARSE-FEEDBACK-RECORD.
    MOVE SPACES TO WS-FBK-PARSED-APP-ID WS-FBK-PARSED-BY
                   WS-FBK-PARSED-DATE WS-FBK-PARSED-RECOMMEND
                   WS-FBK-PARSED-TECH WS-FBK-PARSED-COMM
                   WS-FBK-PARSED-OVERALL WS-FBK-PARSED-COMMENTS
    UNSTRING FEEDBACK-REC DELIMITED BY "|"
        INTO WS-FBK-PARSED-APP-ID
             WS-FBK-PARSED-BY
             WS-FBK-PARSED-DATE
             WS-FBK-PARSED-RECOMMEND
             WS-FBK-PARSED-TECH
             WS-FBK-PARSED-COMM
             WS-FBK-PARSED-OVERALL
             WS-FBK-PARSED-COMMENTS
    END-UNSTRING
    EXIT PARAGRAPH.

WRITE-FEEDBACK-RECORD.
    INSPECT WS-FBK-COMMENTS REPLACING ALL "|" BY " "
    OPEN EXTEND FEEDBACK-FILE
    IF FEEDBACK-STATUS = "35"
        OPEN OUTPUT FEEDBACK-FILE
    END-IF
    MOVE SPACES TO FEEDBACK-REC
    STRING FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)      DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-FBK-RECOMMEND) DELIMITED BY SIZE "|"
           WS-FBK-TECH                     DELIMITED BY SIZE "|"
           WS-FBK-COMM                     DELIMITED BY SIZE "|"
           WS-FBK-OVERALL                  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-FBK-COMMENTS)  DELIMITED BY SIZE
        INTO FEEDBACK-REC
    END-STRING
    WRITE FEEDBACK-REC
    CLOSE FEEDBACK-FILE
    EXIT PARAGRAPH.

*> INTERNSHIP-CREDIT-FLOW: academic credit for an internship the
*> student was hired into - request the enrollment for a term, log the
*> weekly timesheet once a counselor has approved it, or see where each
*> enrollment stands (hours so far, evaluation on file).
INTERNSHIP-CREDIT-FLOW.
    MOVE "--- Internship Credit ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "1. Request Credit for an Internship" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "2. Log Weekly Hours" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "3. View My Credit Enrollments" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter your choice, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ICR-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION TRIM(WS-ICR-COMMAND)
        WHEN "1"
            PERFORM REQUEST-CREDIT-ENROLLMENT
        WHEN "2"
            PERFORM LOG-INTERNSHIP-HOURS
        WHEN "3"
            PERFORM SHOW-MY-CREDIT-ENROLLMENTS
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> REQUEST-CREDIT-ENROLLMENT: the student's own Hired application on an
*> internship posting, a term code from the Terms master, and the
*> credit hours sought. The row waits as Requested until a counselor
*> decides it; a denied request may be filed again.
REQUEST-CREDIT-ENROLLMENT.
    MOVE "Enter the Application ID of the internship you were hired into:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(WS-THREAD-APP-ID) TO WS-THREAD-APP-ID
    IF WS-THREAD-APP-ID = SPACES EXIT PARAGRAPH END-IF

    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "No application of yours was found with that Application ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(APPLICATION-PARSED-STATUS) NOT = "Hired"
        MOVE "Credit can only be requested for an application marked Hired." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-TYPE)) NOT = "INTERNSHIP"
        MOVE "Academic credit applies to internship postings only." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-CREDIT-ENROLLMENT
    IF WS-ICR-FOUND = "Y"
        MOVE "A credit enrollment is already on file for that application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the term code you are taking the credit in (e.g. SP26):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-TRM-CODE-IN
    END-READ
    IF EOF = "Y" OR WS-TRM-CODE-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-TERM-BY-CODE
    IF WS-TRM-FOUND = "N"
        MOVE "That term code is not on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of credit hours (1-12):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-ICR-CREDITS
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-ICR-CREDITS
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ICR-CREDITS < 1 OR WS-ICR-CREDITS > 12
        MOVE "Error: Credit hours must be a whole number from 1 to 12." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ICR-CREDITS TO WS-ICR-CREDITS-EDIT

    OPEN EXTEND INTERN-CREDIT-FILE
    IF INTERN-CREDIT-STATUS = "35"
        OPEN OUTPUT INTERN-CREDIT-FILE
    END-IF
    MOVE SPACES TO INTERN-CREDIT-REC
    STRING FUNCTION TRIM(WS-THREAD-APP-ID)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TRM-CODE-IN)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-CREDITS-EDIT) DELIMITED BY SIZE "|"
           "Requested"                        DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE "||"
        INTO INTERN-CREDIT-REC
    END-STRING
    WRITE INTERN-CREDIT-REC
    CLOSE INTERN-CREDIT-FILE

    MOVE "Credit enrollment requested - a counselor will review it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LOG-INTERNSHIP-HOURS: one timesheet row per week of an approved
*> enrollment. The week must fall inside the enrollment's term and can
*> only be logged once.
LOG-INTERNSHIP-HOURS.
    MOVE "Enter the Application ID of your credit internship:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(WS-THREAD-APP-ID) TO WS-THREAD-APP-ID
    IF WS-THREAD-APP-ID = SPACES EXIT PARAGRAPH END-IF

    PERFORM FIND-CREDIT-ENROLLMENT
    IF WS-ICR-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ICR-PARSED-STUDENT))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "No credit enrollment of yours is on file for that Application ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-ICR-PARSED-STATUS) NOT = "Approved"
        MOVE "That enrollment is still waiting for counselor approval." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the date the work week started (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ICR-WEEK-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ICR-WEEK-IN NOT NUMERIC
        MOVE "Error: The week date must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ICR-PARSED-TERM)) TO WS-TRM-CODE-IN
    PERFORM FIND-TERM-BY-CODE
    IF WS-TRM-FOUND = "Y"
       AND WS-TRM-PARSED-START IS NUMERIC AND WS-TRM-PARSED-END IS NUMERIC
       AND (WS-ICR-WEEK-IN < WS-TRM-PARSED-START
            OR WS-ICR-WEEK-IN > WS-TRM-PARSED-END)
        MOVE "That week falls outside the enrollment's term." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM SUM-INTERNSHIP-HOURS
    IF WS-IHR-WEEK-FOUND = "Y"
        MOVE "Hours are already logged for that week." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the hours worked that week (1-80):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-ICR-HOURS
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-ICR-HOURS
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ICR-HOURS < 1 OR WS-ICR-HOURS > 80
        MOVE "Error: Weekly hours must be a whole number from 1 to 80." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ICR-HOURS TO WS-ICR-HOURS-EDIT

    OPEN EXTEND INTERN-HOURS-FILE
    IF INTERN-HOURS-STATUS = "35"
        OPEN OUTPUT INTERN-HOURS-FILE
    END-IF
    MOVE SPACES TO INTERN-HOURS-REC
    STRING FUNCTION TRIM(WS-THREAD-APP-ID)  DELIMITED BY SIZE "|"
           WS-ICR-WEEK-IN                   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-HOURS-EDIT) DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE
        INTO INTERN-HOURS-REC
    END-STRING
    WRITE INTERN-HOURS-REC
    CLOSE INTERN-HOURS-FILE

    ADD WS-ICR-HOURS TO WS-ICR-TOTAL-HOURS
    MOVE WS-ICR-TOTAL-HOURS TO WS-ICR-TOTAL-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Hours logged - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-TOTAL-EDIT) DELIMITED BY SIZE
           " hours on file for this internship." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SHOW-MY-CREDIT-ENROLLMENTS: every enrollment the student has filed,
*> with its decision, the hours logged so far, and whether the
*> employer's evaluation is in.
SHOW-MY-CREDIT-ENROLLMENTS.
    MOVE "--- My Credit Enrollments ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-ICR-SHOWN
    MOVE "N" TO WS-ICR-EOF
    OPEN INPUT INTERN-CREDIT-FILE
    IF INTERN-CREDIT-STATUS NOT = "35"
        PERFORM UNTIL WS-ICR-EOF = "Y"
            READ INTERN-CREDIT-FILE
                AT END
                    MOVE "Y" TO WS-ICR-EOF
                NOT AT END
                    IF INTERN-CREDIT-REC NOT = SPACES
                        PERFORM PARSE-CREDIT-ENROLLMENT
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ICR-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            ADD 1 TO WS-ICR-SHOWN
                            MOVE WS-ICR-PARSED-APP-ID TO WS-THREAD-APP-ID
                            PERFORM SHOW-ONE-CREDIT-ENROLLMENT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERN-CREDIT-FILE
    END-IF
    IF WS-ICR-SHOWN = 0
        MOVE "  No credit enrollments on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

SHOW-ONE-CREDIT-ENROLLMENT.
    PERFORM SUM-INTERNSHIP-HOURS
    PERFORM FIND-INTERNSHIP-EVALUATION
    MOVE WS-ICR-TOTAL-HOURS TO WS-ICR-TOTAL-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "  Application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-APP-ID) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-TERM) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-CREDITS) DELIMITED BY SIZE
           " credits, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-STATUS) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-TOTAL-EDIT) DELIMITED BY SIZE
           " hours logged, evaluation " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-EVAL-TEXT) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> FIND-CREDIT-ENROLLMENT: the live (not Denied) enrollment for
*> WS-THREAD-APP-ID, left in WS-ICR-PARSED-* with WS-ICR-FOUND set.
*> Denied rows stay on file as history and are passed over.
FIND-CREDIT-ENROLLMENT.
    MOVE "N" TO WS-ICR-FOUND
    MOVE "N" TO WS-ICR-EOF
    OPEN INPUT INTERN-CREDIT-FILE
    IF INTERN-CREDIT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-ICR-EOF = "Y"
        READ INTERN-CREDIT-FILE
            AT END
                MOVE "Y" TO WS-ICR-EOF
            NOT AT END
                IF INTERN-CREDIT-REC NOT = SPACES
                    PERFORM PARSE-CREDIT-ENROLLMENT
                    IF FUNCTION TRIM(WS-ICR-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                       AND FUNCTION TRIM(WS-ICR-PARSED-STATUS) NOT = "Denied"
                        MOVE "Y" TO WS-ICR-FOUND
                        MOVE "Y" TO WS-ICR-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-CREDIT-FILE
    EXIT PARAGRAPH.

*> PARSE-CREDIT-ENROLLMENT: APPLICATION-ID|STUDENT|TERM-CODE|CREDITS|
*> STATUS|REQUESTED-DATE|COUNSELOR|DECIDED-DATE.
PARSE-CREDIT-ENROLLMENT.
    MOVE SPACES TO WS-ICR-PARSED-APP-ID WS-ICR-PARSED-STUDENT
                   WS-ICR-PARSED-TERM WS-ICR-PARSED-CREDITS
                   WS-ICR-PARSED-STATUS WS-ICR-PARSED-REQUESTED
                   WS-ICR-PARSED-COUNSELOR WS-ICR-PARSED-DECIDED
    UNSTRING INTERN-CREDIT-REC DELIMITED BY "|"
        INTO WS-ICR-PARSED-APP-ID
             WS-ICR-PARSED-STUDENT
             WS-ICR-PARSED-TERM
             WS-ICR-PARSED-CREDITS
             WS-ICR-PARSED-STATUS
             WS-ICR-PARSED-REQUESTED
             WS-ICR-PARSED-COUNSELOR
             WS-ICR-PARSED-DECIDED
    END-UNSTRING
    EXIT PARAGRAPH.

*> SUM-INTERNSHIP-HOURS: total the timesheet rows for WS-THREAD-APP-ID
*> into WS-ICR-TOTAL-HOURS, and note in WS-IHR-WEEK-FOUND whether the
*> week in WS-ICR-WEEK-IN is already among them.
SUM-INTERNSHIP-HOURS.
    MOVE 0 TO WS-ICR-TOTAL-HOURS
    MOVE "N" TO WS-IHR-WEEK-FOUND
    MOVE "N" TO WS-IHR-EOF
    OPEN INPUT INTERN-HOURS-FILE
    IF INTERN-HOURS-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-IHR-EOF = "Y"
        READ INTERN-HOURS-FILE
            AT END
                MOVE "Y" TO WS-IHR-EOF
            NOT AT END
                IF INTERN-HOURS-REC NOT = SPACES
                    MOVE SPACES TO WS-IHR-PARSED-APP-ID WS-IHR-PARSED-WEEK
                                   WS-IHR-PARSED-HOURS WS-IHR-PARSED-LOGGED
                    UNSTRING INTERN-HOURS-REC DELIMITED BY "|"
                        INTO WS-IHR-PARSED-APP-ID
                             WS-IHR-PARSED-WEEK
                             WS-IHR-PARSED-HOURS
                             WS-IHR-PARSED-LOGGED
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-IHR-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                        IF FUNCTION TRIM(WS-IHR-PARSED-HOURS) IS NUMERIC
                            ADD FUNCTION NUMVAL(WS-IHR-PARSED-HOURS)
                                TO WS-ICR-TOTAL-HOURS
                        END-IF
                        IF WS-IHR-PARSED-WEEK = WS-ICR-WEEK-IN
                            MOVE "Y" TO WS-IHR-WEEK-FOUND
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-HOURS-FILE
    EXIT PARAGRAPH.

*> FIND-INTERNSHIP-EVALUATION: sets WS-IEV-FOUND (and WS-IEV-PARSED-*)
*> when InternshipEvaluations.txt carries the row for WS-THREAD-APP-ID,
*> and words the outcome in WS-ICR-EVAL-TEXT for the status lines.
FIND-INTERNSHIP-EVALUATION.
    MOVE "N" TO WS-IEV-FOUND
    MOVE "not yet submitted" TO WS-ICR-EVAL-TEXT
    MOVE "N" TO WS-IEV-EOF
    OPEN INPUT INTERN-EVAL-FILE
    IF INTERN-EVAL-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-IEV-EOF = "Y"
        READ INTERN-EVAL-FILE
            AT END
                MOVE "Y" TO WS-IEV-EOF
            NOT AT END
                IF INTERN-EVAL-REC NOT = SPACES
                    MOVE SPACES TO WS-IEV-PARSED-APP-ID WS-IEV-PARSED-BY
                                   WS-IEV-PARSED-DATE WS-IEV-PARSED-RATING
                                   WS-IEV-PARSED-PASSED WS-IEV-PARSED-COMMENTS
                    UNSTRING INTERN-EVAL-REC DELIMITED BY "|"
                        INTO WS-IEV-PARSED-APP-ID
                             WS-IEV-PARSED-BY
                             WS-IEV-PARSED-DATE
                             WS-IEV-PARSED-RATING
                             WS-IEV-PARSED-PASSED
                             WS-IEV-PARSED-COMMENTS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-IEV-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                        MOVE "Y" TO WS-IEV-FOUND
                        MOVE "Y" TO WS-IEV-EOF
                        IF WS-IEV-PARSED-PASSED = "Y"
                            MOVE "satisfactory" TO WS-ICR-EVAL-TEXT
                        ELSE
                            MOVE "unsatisfactory" TO WS-ICR-EVAL-TEXT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-EVAL-FILE
    EXIT PARAGRAPH.

*> COUNSELOR-CREDIT-FLOW: work the Requested credit enrollments one at
*> a time, the way REFERRAL-REQUESTS-FLOW works referral requests -
*> approve, deny, or skip. The decision is stamped with the counselor
*> and date, journaled, and the student is notified.
COUNSELOR-CREDIT-FLOW.
    MOVE "--- Internship Credit Requests ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-ICR-SHOWN
    MOVE "N" TO WS-ICR-EOF
    OPEN INPUT INTERN-CREDIT-FILE
    IF INTERN-CREDIT-STATUS = "35"
        MOVE "No credit enrollments waiting for a decision." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT INTERN-CREDIT-TEMP-FILE
    PERFORM UNTIL WS-ICR-EOF = "Y"
        READ INTERN-CREDIT-FILE
            AT END
                MOVE "Y" TO WS-ICR-EOF
            NOT AT END
                IF INTERN-CREDIT-REC NOT = SPACES
                    PERFORM PARSE-CREDIT-ENROLLMENT
                    IF FUNCTION TRIM(WS-ICR-PARSED-STATUS) = "Requested"
                       AND EOF NOT = "Y"
                        ADD 1 TO WS-ICR-SHOWN
                        PERFORM DECIDE-ONE-CREDIT-ENROLLMENT
                    ELSE
                        MOVE INTERN-CREDIT-REC TO INTERN-CREDIT-TEMP-REC
                        WRITE INTERN-CREDIT-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-CREDIT-FILE
    CLOSE INTERN-CREDIT-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-ICR-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ICR-TEMP-PATH WS-ICR-LIVE-PATH
        RETURNING WS-ICR-RENAME-STATUS

    IF WS-ICR-SHOWN = 0
        MOVE "No credit enrollments waiting for a decision." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> DECIDE-ONE-CREDIT-ENROLLMENT: one A/D/skip prompt for the request
*> just parsed, shown with the posting it was hired into; whatever the
*> decision, a row goes back to the temp file with the right status.
DECIDE-ONE-CREDIT-ENROLLMENT.
    MOVE WS-ICR-PARSED-APP-ID TO WS-THREAD-APP-ID
    MOVE SPACES TO JOB-DETAILS-TITLE JOB-DETAILS-EMPLOYER
    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "Y"
        MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
        PERFORM FIND-JOB-BY-ID
    END-IF
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-APP-ID) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-STUDENT) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-EMPLOYER) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-CREDITS) DELIMITED BY SIZE
           " credits in " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-TERM) DELIMITED BY SIZE
           " (requested " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ICR-PARSED-REQUESTED) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "Enter A to approve, D to deny, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ICR-DECISION
    END-READ
    IF EOF = "Y"
        MOVE SPACES TO WS-ICR-DECISION
    END-IF

    EVALUATE FUNCTION UPPER-CASE(WS-ICR-DECISION)
        WHEN "A"
            MOVE "Approved" TO WS-ICR-PARSED-STATUS
        WHEN "D"
            MOVE "Denied" TO WS-ICR-PARSED-STATUS
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF FUNCTION TRIM(WS-ICR-PARSED-STATUS) NOT = "Requested"
        MOVE AR-USERNAME TO WS-ICR-PARSED-COUNSELOR
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ICR-PARSED-DECIDED

        MOVE "CREDIT" TO WS-AUDIT-ENTITY
        MOVE WS-ICR-PARSED-APP-ID TO WS-AUDIT-KEY
        MOVE "STATUS" TO WS-AUDIT-FIELD
        MOVE "Requested" TO WS-AUDIT-OLD
        MOVE WS-ICR-PARSED-STATUS TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE

        MOVE WS-ICR-PARSED-STUDENT TO WS-NOTIFY-USER
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Your internship credit request for application " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ICR-PARSED-APP-ID) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ICR-PARSED-TERM) DELIMITED BY SIZE
               ") was " DELIMITED BY SIZE
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ICR-PARSED-STATUS))
                   DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM ADD-NOTIFICATION

        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Credit enrollment " DELIMITED BY SIZE
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ICR-PARSED-STATUS))
                   DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE SPACES TO INTERN-CREDIT-TEMP-REC
    STRING FUNCTION TRIM(WS-ICR-PARSED-APP-ID)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-STUDENT)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-TERM)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-CREDITS)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-STATUS)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-REQUESTED) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-COUNSELOR) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-PARSED-DECIDED)   DELIMITED BY SIZE
        INTO INTERN-CREDIT-TEMP-REC
    END-STRING
    WRITE INTERN-CREDIT-TEMP-REC
    EXIT PARAGRAPH.

*> INTERNSHIP-EVALUATION-FLOW: the end-of-term supervisor evaluation on
*> an approved credit enrollment. Only the company's verified contact
*> or a recruiter linked to the company may file it - the registrar
*> needs it to come from the employer of record - and there is one
*> evaluation per enrollment.
INTERNSHIP-EVALUATION-FLOW.
    MOVE "Enter the Application ID of the credit intern to evaluate, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE FUNCTION TRIM(WS-THREAD-APP-ID) TO WS-THREAD-APP-ID
    IF WS-THREAD-APP-ID = "0" OR WS-THREAD-APP-ID = SPACES
        MOVE "JOBS" TO CURRENT-MENU
        MOVE 0 TO NAV-INDEX
        MOVE "SHOW-JOBS" TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
        MOVE "No application was found with that Application ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    MOVE "N" TO WS-RCT-LINKED
    IF JOB-DETAILS-FOUND = "Y"
        MOVE JOB-DETAILS-EMPLOYER TO WS-CMP-TARGET-NAME
        PERFORM CHECK-RECRUITER-LINK
    END-IF
    IF WS-RCT-LINKED = "N"
        MOVE "Only the company's verified contact or a linked recruiter can evaluate this intern." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-CREDIT-ENROLLMENT
    IF WS-ICR-FOUND = "N"
       OR FUNCTION TRIM(WS-ICR-PARSED-STATUS) NOT = "Approved"
        MOVE "That application has no approved credit enrollment." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-INTERNSHIP-EVALUATION
    IF WS-IEV-FOUND = "Y"
        MOVE "An evaluation is already on file for that internship." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Rate the intern's overall performance (1-5):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM READ-FEEDBACK-RATING
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-FBK-RATING-IN = SPACES EXIT PARAGRAPH END-IF

    MOVE "Did the intern complete the internship satisfactorily? (Y/N):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-ICR-PASSED-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ICR-PASSED-IN NOT = "Y" AND WS-ICR-PASSED-IN NOT = "N"
        MOVE "Please answer Y or N." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter any comments for the registrar, or press Enter for none:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ICR-COMMENTS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-ICR-COMMENTS REPLACING ALL "|" BY " "

    OPEN EXTEND INTERN-EVAL-FILE
    IF INTERN-EVAL-STATUS = "35"
        OPEN OUTPUT INTERN-EVAL-FILE
    END-IF
    MOVE SPACES TO INTERN-EVAL-REC
    STRING FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)      DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
           WS-FBK-RATING-IN(1:1)           DELIMITED BY SIZE "|"
           WS-ICR-PASSED-IN(1:1)           DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ICR-COMMENTS)  DELIMITED BY SIZE
        INTO INTERN-EVAL-REC
    END-STRING
    WRITE INTERN-EVAL-REC
    CLOSE INTERN-EVAL-FILE

    MOVE WS-ICR-PARSED-STUDENT TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your employer has submitted the end-of-term evaluation for internship application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Internship evaluation recorded." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> JOB-PREFERENCES-FLOW: the student's job-seeker preferences - shows
*> what is on file, then takes every field again (Enter leaves that
*> preference off). Recommendations, saved-search alerts and employer
*> talent search all read the row SAVE-MY-PREFERENCES writes.
JOB-PREFERENCES-FLOW.
    MOVE "--- Job Preferences ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LOAD-MY-PREFERENCES
    IF WS-JPF-FOUND = "Y"
        PERFORM SHOW-MY-PREFERENCES
    ELSE
        MOVE "No job preferences saved yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Desired locations (up to 3, comma-separated), or press Enter for any:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-JPF-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(WS-JPF-INPUT) TO WS-JPF-LOCATIONS

    MOVE "Posting type - enter I for Internship, F for Full-Time, or press Enter for either:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-JPF-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JPF-INPUT))
        WHEN "I"
            MOVE "Internship" TO WS-JPF-TYPE
        WHEN "F"
            MOVE "Full-Time" TO WS-JPF-TYPE
        WHEN OTHER
            MOVE SPACES TO WS-JPF-TYPE
    END-EVALUATE

    MOVE "Earliest start date (YYYYMMDD), or press Enter if available now:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-JPF-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(WS-JPF-INPUT) TO WS-JPF-START
    IF WS-JPF-START NOT = SPACES AND WS-JPF-START NOT NUMERIC
        MOVE "Error: The start date must be 8 digits (YYYYMMDD) - preferences not saved." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Minimum salary (whole dollars, no commas), or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-JPF-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE SPACES TO WS-JPF-MIN-SALARY WS-JPF-SAL-PERIOD
    IF FUNCTION TRIM(WS-JPF-INPUT) NOT = SPACES
        IF FUNCTION TRIM(WS-JPF-INPUT) NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-JPF-INPUT)) > 9
            MOVE "Error: The minimum salary must be a whole number - preferences not saved." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-JPF-INPUT) TO WS-JPF-MIN-SALARY

        MOVE "Salary period - enter A (annual), M (monthly) or H (hourly):" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-JPF-INPUT
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JPF-INPUT))
            WHEN "M"
                MOVE "MONTHLY" TO WS-JPF-SAL-PERIOD
            WHEN "H"
                MOVE "HOURLY" TO WS-JPF-SAL-PERIOD
            WHEN OTHER
                MOVE "ANNUAL" TO WS-JPF-SAL-PERIOD
        END-EVALUATE
    END-IF

    MOVE "Open to opportunities? Enter N if you are no longer looking (default Y):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-JPF-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JPF-INPUT)) = "N"
        MOVE "N" TO WS-JPF-OPEN
    ELSE
        MOVE "Y" TO WS-JPF-OPEN
    END-IF

    PERFORM SAVE-MY-PREFERENCES
    MOVE "Job preferences saved." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM SHOW-MY-PREFERENCES
    EXIT PARAGRAPH.

*> SHOW-MY-PREFERENCES: prints the preference fields currently held in
*> the WS-JPF- work areas.
SHOW-MY-PREFERENCES.
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-JPF-LOCATIONS = SPACES
        MOVE "Locations: Any" TO OUTPUT-BUFFER
    ELSE
        STRING "Locations: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JPF-LOCATIONS) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-JPF-TYPE = SPACES
        MOVE "Posting Type: Internship or Full-Time" TO OUTPUT-BUFFER
    ELSE
        STRING "Posting Type: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JPF-TYPE) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-JPF-START = SPACES
        MOVE "Earliest Start: Available now" TO OUTPUT-BUFFER
    ELSE
        STRING "Earliest Start: " DELIMITED BY SIZE
               WS-JPF-START DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-JPF-MIN-SALARY = SPACES
        MOVE "Minimum Salary: No minimum" TO OUTPUT-BUFFER
    ELSE
        STRING "Minimum Salary: $" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JPF-MIN-SALARY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JPF-SAL-PERIOD) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT

    IF WS-JPF-OPEN = "N"
        MOVE "Open to Opportunities: No" TO OUTPUT-BUFFER
    ELSE
        MOVE "Open to Opportunities: Yes" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LOAD-MY-PREFERENCES: finds the signed-in user's JobPreferences.txt
*> row. WS-JPF-FOUND = "N" leaves every preference blank and the open
*> flag at Y, which is how a student without a row is treated.
*> Desired locations are also split, upper-cased, into WS-JPF-LOC-ITEM
*> for SCORE-JOB-PREFERENCES.
LOAD-MY-PREFERENCES.
    MOVE "N" TO WS-JPF-FOUND
    MOVE "N" TO WS-JPF-EOF
    MOVE SPACES TO WS-JPF-LOCATIONS WS-JPF-TYPE WS-JPF-START
                   WS-JPF-MIN-SALARY WS-JPF-SAL-PERIOD WS-JPF-UPDATED
                   WS-JPF-LOC-TABLE
    MOVE "Y" TO WS-JPF-OPEN
    MOVE 0 TO WS-JPF-MIN-SALARY-NUM
    OPEN INPUT PREFERENCE-FILE
    IF PREFERENCE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-JPF-EOF = "Y" OR WS-JPF-FOUND = "Y"
        READ PREFERENCE-FILE
            AT END
                MOVE "Y" TO WS-JPF-EOF
            NOT AT END
                IF PREFERENCE-REC NOT = SPACES
                    MOVE SPACES TO WS-JPF-PARSED-USER
                    UNSTRING PREFERENCE-REC DELIMITED BY "|"
                        INTO WS-JPF-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JPF-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-JPF-FOUND
                        UNSTRING PREFERENCE-REC DELIMITED BY "|"
                            INTO WS-JPF-PARSED-USER WS-JPF-LOCATIONS
                                 WS-JPF-TYPE WS-JPF-START
                                 WS-JPF-MIN-SALARY WS-JPF-SAL-PERIOD
                                 WS-JPF-OPEN WS-JPF-UPDATED
                        END-UNSTRING
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PREFERENCE-FILE

    IF WS-JPF-OPEN NOT = "N"
        MOVE "Y" TO WS-JPF-OPEN
    END-IF
    IF FUNCTION TRIM(WS-JPF-MIN-SALARY) NOT = SPACES
       AND FUNCTION TRIM(WS-JPF-MIN-SALARY) IS NUMERIC
        MOVE FUNCTION TRIM(WS-JPF-MIN-SALARY) TO WS-JPF-MIN-SALARY-NUM
    END-IF
    UNSTRING FUNCTION UPPER-CASE(WS-JPF-LOCATIONS) DELIMITED BY ","
        INTO WS-JPF-LOC-ITEM(1) WS-JPF-LOC-ITEM(2) WS-JPF-LOC-ITEM(3)
    END-UNSTRING
    PERFORM VARYING WS-JPF-LOC-IDX FROM 1 BY 1 UNTIL WS-JPF-LOC-IDX > 3
        MOVE FUNCTION TRIM(WS-JPF-LOC-ITEM(WS-JPF-LOC-IDX))
            TO WS-JPF-LOC-ITEM(WS-JPF-LOC-IDX)
    END-PERFORM
    EXIT PARAGRAPH.

*> SAVE-MY-PREFERENCES: replaces the signed-in user's row with the
*> WS-JPF- values (other users' rows copied to the temp file, the new
*> row appended, then swapped in).
SAVE-MY-PREFERENCES.
    MOVE "N" TO WS-JPF-EOF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JPF-UPDATED
    OPEN OUTPUT PREFERENCE-TEMP-FILE
    OPEN INPUT PREFERENCE-FILE
    IF PREFERENCE-STATUS NOT = "35"
        PERFORM UNTIL WS-JPF-EOF = "Y"
            READ PREFERENCE-FILE
                AT END
                    MOVE "Y" TO WS-JPF-EOF
                NOT AT END
                    IF PREFERENCE-REC NOT = SPACES
                        MOVE SPACES TO WS-JPF-PARSED-USER
                        UNSTRING PREFERENCE-REC DELIMITED BY "|"
                            INTO WS-JPF-PARSED-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JPF-PARSED-USER))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE PREFERENCE-REC TO PREFERENCE-TEMP-REC
                            WRITE PREFERENCE-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PREFERENCE-FILE
    END-IF

    MOVE SPACES TO PREFERENCE-TEMP-REC
    STRING FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-JPF-LOCATIONS) DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-JPF-TYPE)     DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-JPF-START)    DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-JPF-MIN-SALARY) DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-JPF-SAL-PERIOD) DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           WS-JPF-OPEN                    DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           WS-JPF-UPDATED                 DELIMITED BY SIZE
        INTO PREFERENCE-TEMP-REC
    END-STRING
    WRITE PREFERENCE-TEMP-REC
    CLOSE PREFERENCE-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-JPF-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-JPF-TEMP-PATH WS-JPF-LIVE-PATH
        RETURNING WS-JPF-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-MY-OPEN-FLAG: run when the signed-in student accepts an offer
*> so employers stop finding them in open-to-opportunities searches.
*> A student with no preferences row gets one, otherwise blank, so the
*> closed flag sticks.
CLOSE-MY-OPEN-FLAG.
    PERFORM LOAD-MY-PREFERENCES
    IF WS-JPF-FOUND = "Y" AND WS-JPF-OPEN = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-JPF-OPEN
    PERFORM SAVE-MY-PREFERENCES
    MOVE "Your job preferences now show you as not open to opportunities (change this under Job Preferences)." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SCORE-JOB-PREFERENCES: how many of the loaded preferences the parsed
*> posting (JOB-SUMMARY-PARSED-*) meets - one point each for a desired
*> location, the posting type, and a structured salary maximum at or
*> above the minimum in the same pay period. WS-JPF-CRITERIA counts the
*> preferences actually set.
SCORE-JOB-PREFERENCES.
    MOVE 0 TO WS-JPF-SCORE
    MOVE 0 TO WS-JPF-CRITERIA

    IF WS-JPF-LOC-ITEM(1) NOT = SPACES
        ADD 1 TO WS-JPF-CRITERIA
        MOVE FUNCTION UPPER-CASE(JOB-SUMMARY-PARSED-LOCATION) TO WS-JOB-UPPER-REC-LOCATION
        MOVE 0 TO WS-JPF-LOC-HITS
        PERFORM VARYING WS-JPF-LOC-IDX FROM 1 BY 1 UNTIL WS-JPF-LOC-IDX > 3
            IF WS-JPF-LOC-ITEM(WS-JPF-LOC-IDX) NOT = SPACES
                INSPECT WS-JOB-UPPER-REC-LOCATION TALLYING WS-JPF-LOC-HITS
                    FOR ALL FUNCTION TRIM(WS-JPF-LOC-ITEM(WS-JPF-LOC-IDX))
            END-IF
        END-PERFORM
        IF WS-JPF-LOC-HITS > 0
            ADD 1 TO WS-JPF-SCORE
        END-IF
    END-IF

    IF WS-JPF-TYPE NOT = SPACES
        ADD 1 TO WS-JPF-CRITERIA
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-SUMMARY-PARSED-TYPE))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JPF-TYPE))
            ADD 1 TO WS-JPF-SCORE
        END-IF
    END-IF

    IF WS-JPF-MIN-SALARY-NUM > 0
        ADD 1 TO WS-JPF-CRITERIA
        IF FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-MAX) NOT = SPACES
           AND FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-MAX) IS NUMERIC
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-PERIOD))
               = FUNCTION TRIM(WS-JPF-SAL-PERIOD)
            MOVE FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-MAX) TO WS-JPF-SAL-MAX-NUM
            IF WS-JPF-SAL-MAX-NUM >= WS-JPF-MIN-SALARY-NUM
                ADD 1 TO WS-JPF-SCORE
            END-IF
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> MY-REFERENCES-FLOW: the student's reference contacts - listed with
*> their numbers, then add one (at most WS-RFC-MAX on file) or remove
*> one by number. Employers reach these only through a reference-check
*> request from Review Applicants.
MY-REFERENCES-FLOW.
    MOVE "--- My References ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LIST-MY-REFERENCES
    IF WS-RFC-COUNT = 0
        MOVE "You have no references on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter A to add a reference, R to remove one, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RFC-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFC-COMMAND))
        WHEN "A"
            PERFORM ADD-MY-REFERENCE
        WHEN "R"
            PERFORM REMOVE-MY-REFERENCE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> LIST-MY-REFERENCES: print the caller's References.txt rows, leaving
*> the count in WS-RFC-COUNT and the highest number used in
*> WS-RFC-NEXT-SEQ (the next reference is numbered one past it).
LIST-MY-REFERENCES.
    MOVE 0 TO WS-RFC-COUNT
    MOVE 0 TO WS-RFC-NEXT-SEQ
    MOVE "N" TO WS-RFC-EOF
    OPEN INPUT REFERENCE-FILE
    IF REFERENCE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RFC-EOF = "Y"
        READ REFERENCE-FILE
            AT END
                MOVE "Y" TO WS-RFC-EOF
            NOT AT END
                IF REFERENCE-REC NOT = SPACES
                    PERFORM PARSE-REFERENCE-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFC-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-RFC-COUNT
                        IF WS-RFC-PARSED-SEQ-N > WS-RFC-NEXT-SEQ
                            MOVE WS-RFC-PARSED-SEQ-N TO WS-RFC-NEXT-SEQ
                        END-IF
                        MOVE SPACES TO OUTPUT-BUFFER
                        MOVE WS-RFC-PARSED-SEQ-N TO WS-RFC-SEQ-EDIT
                        STRING FUNCTION TRIM(WS-RFC-SEQ-EDIT) DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RFC-PARSED-NAME) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RFC-PARSED-RELATION) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RFC-PARSED-EMAIL) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERENCE-FILE
    EXIT PARAGRAPH.

*> PARSE-REFERENCE-RECORD: USERNAME|SEQ|NAME|RELATIONSHIP|EMAIL.
PARSE-REFERENCE-RECORD.
    MOVE SPACES TO WS-RFC-PARSED-USER WS-RFC-PARSED-SEQ
                   WS-RFC-PARSED-NAME WS-RFC-PARSED-RELATION
                   WS-RFC-PARSED-EMAIL
    UNSTRING REFERENCE-REC DELIMITED BY "|"
        INTO WS-RFC-PARSED-USER
             WS-RFC-PARSED-SEQ
             WS-RFC-PARSED-NAME
             WS-RFC-PARSED-RELATION
             WS-RFC-PARSED-EMAIL
    END-UNSTRING
    MOVE 0 TO WS-RFC-PARSED-SEQ-N
    IF WS-RFC-PARSED-SEQ IS NUMERIC
        MOVE WS-RFC-PARSED-SEQ TO WS-RFC-PARSED-SEQ-N
    END-IF
    EXIT PARAGRAPH.

*> ADD-MY-REFERENCE: name and email are required (the email is where
*> the reference-check request goes); relationship is free text.
ADD-MY-REFERENCE.
    IF WS-RFC-COUNT >= WS-RFC-MAX
        MOVE "You already have the maximum of 3 references on file. Remove one first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the reference's full name:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RFC-NAME
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-RFC-NAME = SPACES
        MOVE "Error: A reference needs a name." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your relationship to them (e.g. Supervisor, Professor):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RFC-RELATION
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter the reference's email address:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RFC-EMAIL
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE 0 TO WS-RFC-AT-COUNT
    INSPECT WS-RFC-EMAIL TALLYING WS-RFC-AT-COUNT FOR ALL "@"
    IF WS-RFC-AT-COUNT NOT = 1
        MOVE "Error: Please enter a valid email address for the reference." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    INSPECT WS-RFC-NAME REPLACING ALL "|" BY " "
    INSPECT WS-RFC-RELATION REPLACING ALL "|" BY " "
    INSPECT WS-RFC-EMAIL REPLACING ALL "|" BY " "
    ADD 1 TO WS-RFC-NEXT-SEQ

    OPEN EXTEND REFERENCE-FILE
    IF REFERENCE-STATUS = "35"
        OPEN OUTPUT REFERENCE-FILE
    END-IF
    MOVE SPACES TO REFERENCE-REC
    STRING FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           WS-RFC-NEXT-SEQ                DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RFC-NAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RFC-RELATION) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RFC-EMAIL)    DELIMITED BY SIZE
        INTO REFERENCE-REC
    END-STRING
    WRITE REFERENCE-REC
    CLOSE REFERENCE-FILE

    MOVE "Reference added." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REMOVE-MY-REFERENCE: temp-file swap over References.txt dropping the
*> caller's row with the number given. Reference checks already sent
*> keep their own copy of the name and email.
REMOVE-MY-REFERENCE.
    MOVE "Enter the number of the reference to remove:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE 0 TO WS-RFC-REMOVE-SEQ
                IF FUNCTION TRIM(IN-REC) IS NUMERIC
                    MOVE FUNCTION TRIM(IN-REC) TO WS-RFC-REMOVE-SEQ
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-RFC-REMOVE-SEQ = 0
        MOVE "No reference with that number is on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-RFC-MATCHED
    MOVE "N" TO WS-RFC-EOF
    OPEN INPUT REFERENCE-FILE
    IF REFERENCE-STATUS = "35"
        MOVE "No reference with that number is on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT REFERENCE-TEMP-FILE
    PERFORM UNTIL WS-RFC-EOF = "Y"
        READ REFERENCE-FILE
            AT END
                MOVE "Y" TO WS-RFC-EOF
            NOT AT END
                IF REFERENCE-REC NOT = SPACES
                    PERFORM PARSE-REFERENCE-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFC-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-RFC-PARSED-SEQ-N = WS-RFC-REMOVE-SEQ
                        MOVE "Y" TO WS-RFC-MATCHED
                    ELSE
                        MOVE REFERENCE-REC TO REFERENCE-TEMP-REC
                        WRITE REFERENCE-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERENCE-FILE
    CLOSE REFERENCE-TEMP-FILE

    IF WS-RFC-MATCHED = "N"
        CALL "CBL_DELETE_FILE" USING WS-RFC-TEMP-PATH
        MOVE "No reference with that number is on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-RFC-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-RFC-TEMP-PATH WS-RFC-LIVE-PATH
        RETURNING WS-RFC-RENAME-STATUS

    MOVE "Reference removed." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REQUEST-REFERENCE-CHECK: "RefCheck <application-id>" typed at the
*> Review Applicants prompt. The application must be Accepted and on a
*> posting the caller can manage. Each of the applicant's references
*> without a check already outstanding on this application gets a
*> ReferenceChecks.txt row under its own response code, and the request
*> goes out by mail addressed to the reference's email - references
*> hold no account, so the address itself is the recipient. The reply,
*> quoting the code, is attached by the REFERENCERESPONSELOAD batch.
REQUEST-REFERENCE-CHECK.
    MOVE FUNCTION TRIM(WS-THREAD-APP-ID) TO WS-THREAD-APP-ID
    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
        MOVE "No applicant with that application number on one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    PERFORM CHECK-JOB-DETAILS-MANAGEABLE
    IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
        MOVE "No applicant with that application number on one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) NOT = "ACCEPTED"
        MOVE "Reference checks can only be requested on an Accepted application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> References are loaded first so the check file can be scanned
    *> for outstanding requests without two files open on one pass.
    MOVE 0 TO WS-RFC-COUNT
    MOVE "N" TO WS-RFC-EOF
    OPEN INPUT REFERENCE-FILE
    IF REFERENCE-STATUS NOT = "35"
        PERFORM UNTIL WS-RFC-EOF = "Y"
            READ REFERENCE-FILE
                AT END
                    MOVE "Y" TO WS-RFC-EOF
                NOT AT END
                    IF REFERENCE-REC NOT = SPACES
                        PERFORM PARSE-REFERENCE-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFC-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                           AND WS-RFC-COUNT < WS-RFC-MAX
                            ADD 1 TO WS-RFC-COUNT
                            MOVE WS-RFC-PARSED-NAME TO WS-RFC-TBL-NAME(WS-RFC-COUNT)
                            MOVE WS-RFC-PARSED-EMAIL TO WS-RFC-TBL-EMAIL(WS-RFC-COUNT)
                            MOVE "N" TO WS-RFC-TBL-OPEN(WS-RFC-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFERENCE-FILE
    END-IF
    IF WS-RFC-COUNT = 0
        MOVE "That applicant has no references on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-RFC-EOF
    OPEN INPUT REFCHECK-FILE
    IF REFCHECK-STATUS NOT = "35"
        PERFORM UNTIL WS-RFC-EOF = "Y"
            READ REFCHECK-FILE
                AT END
                    MOVE "Y" TO WS-RFC-EOF
                NOT AT END
                    IF REFCHECK-REC NOT = SPACES
                        PERFORM PARSE-REFCHECK-RECORD
                        IF FUNCTION TRIM(WS-RCK-PARSED-APP-ID)
                           = FUNCTION TRIM(WS-THREAD-APP-ID)
                           AND FUNCTION TRIM(WS-RCK-PARSED-STATUS) = "Requested"
                            PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
                                UNTIL WS-RFC-IDX > WS-RFC-COUNT
                                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCK-PARSED-EMAIL))
                                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFC-TBL-EMAIL(WS-RFC-IDX)))
                                    MOVE "Y" TO WS-RFC-TBL-OPEN(WS-RFC-IDX)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFCHECK-FILE
    END-IF

    MOVE 0 TO WS-RFC-SENT
    PERFORM VARYING WS-RFC-IDX FROM 1 BY 1 UNTIL WS-RFC-IDX > WS-RFC-COUNT
        IF WS-RFC-TBL-OPEN(WS-RFC-IDX) = "N"
            PERFORM SEND-ONE-REFERENCE-CHECK
        END-IF
    END-PERFORM

    IF WS-RFC-SENT = 0
        MOVE "Reference checks are already outstanding for every reference on that application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE APPLICATION-PARSED-USERNAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "The employer has asked your references for a reference check on application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    MOVE "APPLICATION" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION

    MOVE WS-RFC-SENT TO WS-RFC-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Reference check requests sent: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RFC-EDIT) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SEND-ONE-REFERENCE-CHECK: the reference at WS-RFC-IDX. The response
*> code is the application ID, the reference's position, and the time
*> of the request, so a re-request never reuses a code.
SEND-ONE-REFERENCE-CHECK.
    MOVE WS-RFC-IDX TO WS-RFC-SEQ-DIGIT
    MOVE SPACES TO WS-RFC-CODE
    STRING "RC" DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-RFC-SEQ-DIGIT DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(3:12) DELIMITED BY SIZE
        INTO WS-RFC-CODE
    END-STRING

    OPEN EXTEND REFCHECK-FILE
    IF REFCHECK-STATUS = "35"
        OPEN OUTPUT REFCHECK-FILE
    END-IF
    MOVE SPACES TO REFCHECK-REC
    STRING FUNCTION TRIM(WS-RFC-CODE)                       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-THREAD-APP-ID)                  DELIMITED BY SIZE "|"
           FUNCTION TRIM(APPLICATION-PARSED-USERNAME)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RFC-TBL-NAME(WS-RFC-IDX))       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RFC-TBL-EMAIL(WS-RFC-IDX))      DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)                       DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)                       DELIMITED BY SIZE "|"
           "Requested"                                      DELIMITED BY SIZE "|"
           SPACE                                            DELIMITED BY SIZE "|"
           SPACE                                            DELIMITED BY SIZE "|"
           SPACE                                            DELIMITED BY SIZE
        INTO REFCHECK-REC
    END-STRING
    WRITE REFCHECK-REC
    CLOSE REFCHECK-FILE

    MOVE WS-RFC-TBL-EMAIL(WS-RFC-IDX) TO WS-OUT-RECIPIENT
    MOVE "REFCHECK" TO WS-OUT-EVENT-TYPE
    MOVE "Reference check request from InCollege" TO WS-OUT-SUBJECT
    MOVE SPACES TO WS-OUT-BODY
    STRING FUNCTION TRIM(JOB-DETAILS-EMPLOYER) DELIMITED BY SIZE
           " asks for your reference for " DELIMITED BY SIZE
           FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
           "). Reply with response code " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RFC-CODE) DELIMITED BY SIZE
           ", Yes/No/Neutral, and comments." DELIMITED BY SIZE
        INTO WS-OUT-BODY
    END-STRING
    PERFORM ADD-OUTBOUND-MESSAGE

    ADD 1 TO WS-RFC-SENT
    EXIT PARAGRAPH.

*> PARSE-REFCHECK-RECORD: CODE|APPLICATION-ID|STUDENT|REF-NAME|
*> REF-EMAIL|REQUESTED-BY|REQUESTED-DATE|STATUS|RESPONDED-DATE|
*> RECOMMENDATION|COMMENTS.
PARSE-REFCHECK-RECORD.
    MOVE SPACES TO WS-RCK-PARSED-CODE WS-RCK-PARSED-APP-ID
                   WS-RCK-PARSED-STUDENT WS-RCK-PARSED-NAME
                   WS-RCK-PARSED-EMAIL WS-RCK-PARSED-BY
                   WS-RCK-PARSED-DATE WS-RCK-PARSED-STATUS
    UNSTRING REFCHECK-REC DELIMITED BY "|"
        INTO WS-RCK-PARSED-CODE
             WS-RCK-PARSED-APP-ID
             WS-RCK-PARSED-STUDENT
             WS-RCK-PARSED-NAME
             WS-RCK-PARSED-EMAIL
             WS-RCK-PARSED-BY
             WS-RCK-PARSED-DATE
             WS-RCK-PARSED-STATUS
    END-UNSTRING
    EXIT PARAGRAPH.

*> COUNT-UPCOMING-INTERVIEWS-FOR-SUMMARY: confirmed interviews dated
*> today or later that involve this user - as the applicant for a
*> student, or on an owned posting for an employer (the owned-job ID
*> table is already built by the caller in that case).
COUNT-UPCOMING-INTERVIEWS-FOR-SUMMARY.
    MOVE "N" TO WS-INT-EOF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-TODAY-NUM
    OPEN INPUT INTERVIEW-FILE
    IF INTERVIEW-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INT-EOF = "Y"
        READ INTERVIEW-FILE
            AT END
                MOVE "Y" TO WS-INT-EOF
            NOT AT END
                IF INTERVIEW-REC NOT = SPACES
                    PERFORM PARSE-INTERVIEW-RECORD
                    IF FUNCTION TRIM(WS-INT-PARSED-STATUS) = "Confirmed"
                       AND WS-INT-PARSED-DATE IS NUMERIC
                       AND WS-INT-PARSED-DATE >= FUNCTION CURRENT-DATE(1:8)
                        MOVE FUNCTION TRIM(WS-INT-PARSED-APP-ID) TO WS-THREAD-APP-ID
                        PERFORM CHECK-INTERVIEW-INVOLVES-USER
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEW-FILE
    EXIT PARAGRAPH.

*> CHECK-INTERVIEW-INVOLVES-USER: bump the summary counter when the
*> interview's application belongs to this user (student side) or sits
*> on one of the user's own postings (employer side).
CHECK-INTERVIEW-INVOLVES-USER.
    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        ADD 1 TO WS-SUMMARY-UPCOMING-INTERVIEWS
        EXIT PARAGRAPH
    END-IF
    IF AR-ROLE = "EMPLOYER"
        MOVE 0 TO WS-SUMMARY-IDX
        MOVE "N" TO WS-SUMMARY-JOB-MATCHED
        PERFORM MATCH-OWNED-JOB-FOR-SUMMARY
            UNTIL WS-SUMMARY-IDX >= WS-SUMMARY-OWNED-JOB-COUNT
               OR WS-SUMMARY-JOB-MATCHED = "Y"
        IF WS-SUMMARY-JOB-MATCHED = "Y"
            ADD 1 TO WS-SUMMARY-UPCOMING-INTERVIEWS
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> MY-SCHEDULE-FLOW: one chronological screen merging the user's
*> confirmed interview slots, booked advising appointments and event
*> RSVPs - files nothing else ever shows side by side, which is how
*> students end up double-booked.
MY-SCHEDULE-FLOW.
    PERFORM BUILD-SCHEDULE-TABLE
    MOVE "--- My Schedule ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    IF WS-SCHED-COUNT = 0
        MOVE "You have no upcoming interviews, appointments or event RSVPs." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM SORT-SCHEDULE-TABLE
    PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
        UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  " DELIMITED BY SIZE
               WS-SCHED-DATE(WS-SCHED-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-DESC(WS-SCHED-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM
    EXIT PARAGRAPH.

*> BUILD-SCHEDULE-TABLE: gather today-or-later commitments from all
*> three sources. WS-THREAD-APP-ID is borrowed for the application lookups
*> and restored, so callers mid-flow keep their selection.
BUILD-SCHEDULE-TABLE.
    MOVE 0 TO WS-SCHED-COUNT
    MOVE WS-THREAD-APP-ID TO WS-SCHED-SAVED-APP-ID

    MOVE "N" TO WS-INT-EOF
    OPEN INPUT INTERVIEW-FILE
    IF INTERVIEW-STATUS NOT = "35"
        PERFORM UNTIL WS-INT-EOF = "Y"
            READ INTERVIEW-FILE
                AT END
                    MOVE "Y" TO WS-INT-EOF
                NOT AT END
                    IF INTERVIEW-REC NOT = SPACES
                        PERFORM PARSE-INTERVIEW-RECORD
                        IF FUNCTION TRIM(WS-INT-PARSED-STATUS) = "Confirmed"
                           AND WS-INT-PARSED-DATE IS NUMERIC
                           AND WS-INT-PARSED-DATE >= FUNCTION CURRENT-DATE(1:8)
                            PERFORM ADD-SCHEDULE-INTERVIEW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVIEW-FILE
    END-IF

    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS NOT = "35"
        PERFORM UNTIL WS-EVT-EOF = "Y"
            READ RSVP-FILE
                AT END
                    MOVE "Y" TO WS-EVT-EOF
                NOT AT END
                    IF RSVP-REC NOT = SPACES
                        PERFORM PARSE-RSVP-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION TRIM(WS-RSVP-PARSED-STATUS) NOT = "Waitlist"
                            PERFORM ADD-SCHEDULE-RSVP
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RSVP-FILE
    END-IF

    MOVE "N" TO WS-APT-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS NOT = "35"
        PERFORM UNTIL WS-APT-EOF = "Y"
            READ SLOT-FILE
                AT END
                    MOVE "Y" TO WS-APT-EOF
                NOT AT END
                    IF SLOT-REC NOT = SPACES
                        PERFORM PARSE-SLOT-RECORD
                        IF FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Booked"
                           AND WS-APT-PARSED-DATE >= FUNCTION CURRENT-DATE(1:8)
                            PERFORM ADD-SCHEDULE-APPOINTMENT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SLOT-FILE
    END-IF

    MOVE WS-SCHED-SAVED-APP-ID TO WS-THREAD-APP-ID
    EXIT PARAGRAPH.

*> ADD-SCHEDULE-APPOINTMENT: a booked advising slot shows on the
*> schedule of both the student who booked it and the counselor.
ADD-SCHEDULE-APPOINTMENT.
    IF WS-SCHED-COUNT >= 100
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-PARSED-STUDENT))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        ADD 1 TO WS-SCHED-COUNT
        MOVE WS-APT-PARSED-DATE TO WS-SCHED-DATE(WS-SCHED-COUNT)
        MOVE SPACES TO WS-SCHED-DESC(WS-SCHED-COUNT)
        STRING "Advising appointment with " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-PARSED-COUNSELOR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-PARSED-TIME) DELIMITED BY SIZE
            INTO WS-SCHED-DESC(WS-SCHED-COUNT)
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-PARSED-COUNSELOR))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        ADD 1 TO WS-SCHED-COUNT
        MOVE WS-APT-PARSED-DATE TO WS-SCHED-DATE(WS-SCHED-COUNT)
        MOVE SPACES TO WS-SCHED-DESC(WS-SCHED-COUNT)
        STRING "Advising appointment: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-PARSED-STUDENT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-PARSED-TIME) DELIMITED BY SIZE
            INTO WS-SCHED-DESC(WS-SCHED-COUNT)
        END-STRING
    END-IF
    EXIT PARAGRAPH.

*> ADD-SCHEDULE-INTERVIEW: keep the confirmed slot just parsed when
*> its application belongs to the session user.
ADD-SCHEDULE-INTERVIEW.
    MOVE FUNCTION TRIM(WS-INT-PARSED-APP-ID) TO WS-THREAD-APP-ID
    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "Y"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
       AND WS-SCHED-COUNT < 100
        ADD 1 TO WS-SCHED-COUNT
        MOVE WS-INT-PARSED-DATE TO WS-SCHED-DATE(WS-SCHED-COUNT)
        MOVE SPACES TO WS-SCHED-DESC(WS-SCHED-COUNT)
        STRING "Interview (application #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INT-PARSED-APP-ID) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INT-PARSED-TIME) DELIMITED BY SIZE
            INTO WS-SCHED-DESC(WS-SCHED-COUNT)
        END-STRING
    END-IF
    EXIT PARAGRAPH.

*> ADD-SCHEDULE-RSVP: resolve the RSVP's event to its date and title;
*> past events are left off the schedule.
ADD-SCHEDULE-RSVP.
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT EVENT-FILE
    IF EVENT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GPB-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-GPB-EOF
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF FUNCTION TRIM(WS-EVT-PARSED-ID)
                       = FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                        IF WS-EVT-PARSED-DATE IS NUMERIC
                           AND WS-EVT-PARSED-DATE >= FUNCTION CURRENT-DATE(1:8)
                           AND WS-SCHED-COUNT < 100
                            ADD 1 TO WS-SCHED-COUNT
                            MOVE WS-EVT-PARSED-DATE
                                TO WS-SCHED-DATE(WS-SCHED-COUNT)
                            MOVE SPACES TO WS-SCHED-DESC(WS-SCHED-COUNT)
                            STRING "Event: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-EVT-PARSED-TITLE) DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-EVT-PARSED-LOCATION) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                INTO WS-SCHED-DESC(WS-SCHED-COUNT)
                            END-STRING
                        END-IF
                        MOVE "Y" TO WS-GPB-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE
    EXIT PARAGRAPH.

*> SORT-SCHEDULE-TABLE: simple exchange sort into ascending date
*> order, same approach as SORT-JOB-TABLE-BY-RECENCY.
SORT-SCHEDULE-TABLE.
    PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
        UNTIL WS-SCHED-IDX >= WS-SCHED-COUNT
        PERFORM VARYING WS-SCHED-IDX2 FROM 1 BY 1
            UNTIL WS-SCHED-IDX2 >= WS-SCHED-COUNT
            IF WS-SCHED-DATE(WS-SCHED-IDX2)
               > WS-SCHED-DATE(WS-SCHED-IDX2 + 1)
                MOVE WS-SCHED-DATE(WS-SCHED-IDX2) TO WS-SCHED-SWAP-DATE
                MOVE WS-SCHED-DESC(WS-SCHED-IDX2) TO WS-SCHED-SWAP-DESC
                MOVE WS-SCHED-DATE(WS-SCHED-IDX2 + 1)
                    TO WS-SCHED-DATE(WS-SCHED-IDX2)
                MOVE WS-SCHED-DESC(WS-SCHED-IDX2 + 1)
                    TO WS-SCHED-DESC(WS-SCHED-IDX2)
                MOVE WS-SCHED-SWAP-DATE TO WS-SCHED-DATE(WS-SCHED-IDX2 + 1)
                MOVE WS-SCHED-SWAP-DESC TO WS-SCHED-DESC(WS-SCHED-IDX2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-SCHEDULE-CONFLICT: does WS-SCHED-CHECK-DATE already carry a
*> commitment? Leaves the clashing entry's description in
*> WS-SCHED-SWAP-DESC for the caller's warning line.
CHECK-SCHEDULE-CONFLICT.
    MOVE "N" TO WS-SCHED-CONFLICT
    MOVE SPACES TO WS-SCHED-SWAP-DESC
    PERFORM BUILD-SCHEDULE-TABLE
    PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
        UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
        IF WS-SCHED-DATE(WS-SCHED-IDX) = WS-SCHED-CHECK-DATE
            MOVE "Y" TO WS-SCHED-CONFLICT
            MOVE WS-SCHED-DESC(WS-SCHED-IDX) TO WS-SCHED-SWAP-DESC
            MOVE WS-SCHED-COUNT TO WS-SCHED-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> EXTEND-OFFER-FLOW: record an offer (with a respond-by date) against
*> an Accepted application on one of the caller's own postings. One
*> open offer per application - extending again while one is still
*> Extended is rejected.
EXTEND-OFFER-FLOW.
    PERFORM REQUIRE-POLICY-ACCEPTANCE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-POL-ACCEPTED = "N"
        MOVE "JOBS" TO CURRENT-MENU
        MOVE 0 TO NAV-INDEX
        MOVE "SHOW-JOBS" TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the Application ID to extend an offer on, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE FUNCTION TRIM(WS-THREAD-APP-ID) TO WS-THREAD-APP-ID
    IF WS-THREAD-APP-ID = "0" OR WS-THREAD-APP-ID = SPACES
        MOVE "JOBS" TO CURRENT-MENU
        MOVE 0 TO NAV-INDEX
        MOVE "SHOW-JOBS" TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
        MOVE "No application was found with that Application ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    PERFORM CHECK-JOB-DETAILS-MANAGEABLE
    IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
        MOVE "That application is not on one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) NOT = "ACCEPTED"
        MOVE "Offers can only be extended on an Accepted application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-OPEN-OFFER
    IF WS-OFFER-FOUND = "Y"
        MOVE "An offer is already open on this application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the respond-by date for this offer (YYYYMMDD), or a number of business days from today:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OFFER-RESPOND-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> The respond-by date lands on a business day on the posting's
    *> campus: a day count is counted in business days from today, and
    *> a date that falls on a weekend or closure moves to the next
    *> business day.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-CAMPUS)) TO WS-CAL-CHECK-CAMPUS
    IF WS-CAL-CHECK-CAMPUS = SPACES OR WS-CAL-CHECK-CAMPUS = "ALL"
        MOVE "MAIN" TO WS-CAL-CHECK-CAMPUS
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-TODAY
    PERFORM LOAD-CAMPUS-CALENDAR
    EVALUATE TRUE
        WHEN WS-OFFER-RESPOND-IN NOT = SPACES
         AND WS-OFFER-RESPOND-IN(4:) = SPACES
         AND FUNCTION TRIM(WS-OFFER-RESPOND-IN) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-OFFER-RESPOND-IN) TO WS-CAL-DAYS
            IF WS-CAL-DAYS = 0
                MOVE "Error: Give the student at least 1 business day to respond." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CAL-TODAY TO WS-CAL-CHECK-DATE
            PERFORM ADD-BUSINESS-DAYS
        WHEN WS-OFFER-RESPOND-IN(1:8) IS NUMERIC
         AND WS-OFFER-RESPOND-IN(9:2) = SPACES
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-OFFER-RESPOND-IN(1:8))) NOT = 0
                MOVE "Error: That is not a calendar date." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            IF WS-OFFER-RESPOND-IN(1:8) < WS-CAL-TODAY
                MOVE "Error: The respond-by date cannot be in the past." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OFFER-RESPOND-IN(1:8) TO WS-CAL-CHECK-DATE
            PERFORM ROLL-TO-BUSINESS-DAY
            IF WS-CAL-STEPS > 0
                MOVE SPACES TO OUTPUT-BUFFER
                STRING WS-OFFER-RESPOND-IN(1:8) DELIMITED BY SIZE
                       " is not a business day on the " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-CHECK-CAMPUS) DELIMITED BY SIZE
                       " campus - the offer will run to the next one." DELIMITED BY SIZE
                    INTO OUTPUT-BUFFER
                END-STRING
                PERFORM DUAL-OUTPUT
            END-IF
        WHEN OTHER
            MOVE "Error: Enter a date (YYYYMMDD) or a number of business days." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE WS-CAL-CHECK-DATE TO WS-OFFER-RESPOND-BY
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Respond-by date: " DELIMITED BY SIZE
           WS-OFFER-RESPOND-BY DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    OPEN EXTEND OFFER-FILE
    IF OFFER-STATUS = "35"
        OPEN OUTPUT OFFER-FILE
    END-IF
    MOVE SPACES TO OFFER-REC
    STRING FUNCTION TRIM(WS-THREAD-APP-ID)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OFFER-RESPOND-BY) DELIMITED BY SIZE "|"
           "Extended"                        DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)        DELIMITED BY SIZE "|"
           SPACE                             DELIMITED BY SIZE
        INTO OFFER-REC
    END-STRING
    WRITE OFFER-REC
    CLOSE OFFER-FILE

    MOVE APPLICATION-PARSED-USERNAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "You have an offer on application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           " - respond by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OFFER-RESPOND-BY) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    MOVE "OFFER" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION

    MOVE APPLICATION-PARSED-USERNAME TO WS-OUT-RECIPIENT
    MOVE "OFFER" TO WS-OUT-EVENT-TYPE
    MOVE "You have a job offer on InCollege" TO WS-OUT-SUBJECT
    MOVE WS-NOTIFY-TEXT TO WS-OUT-BODY
    PERFORM ADD-OUTBOUND-MESSAGE

    MOVE "Offer recorded. The student can now accept or decline it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> PARSE-OFFER-RECORD: APPLICATION-ID|RESPOND-BY|STATUS|EXTENDED|DECIDED|
*> START-DATE (blank until the offer is accepted).
PARSE-OFFER-RECORD.
    MOVE SPACES TO WS-OFFER-PARSED-APP-ID
    MOVE SPACES TO WS-OFFER-PARSED-RESPOND-BY
    MOVE SPACES TO WS-OFFER-PARSED-STATUS
    MOVE SPACES TO WS-OFFER-PARSED-EXTENDED
    MOVE SPACES TO WS-OFFER-PARSED-DECIDED
    MOVE SPACES TO WS-OFFER-PARSED-START
    UNSTRING OFFER-REC DELIMITED BY "|"
        INTO WS-OFFER-PARSED-APP-ID
             WS-OFFER-PARSED-RESPOND-BY
             WS-OFFER-PARSED-STATUS
             WS-OFFER-PARSED-EXTENDED
             WS-OFFER-PARSED-DECIDED
             WS-OFFER-PARSED-START
    END-UNSTRING
    EXIT PARAGRAPH.

*> FIND-OPEN-OFFER: sets WS-OFFER-FOUND when WS-THREAD-APP-ID already
*> has an offer still in Extended state. Leaves the row's fields in
*> WS-OFFER-PARSED-* for the caller.
FIND-OPEN-OFFER.
    MOVE "N" TO WS-OFFER-FOUND
    MOVE "N" TO WS-OFFER-EOF
    OPEN INPUT OFFER-FILE
    IF OFFER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-OFFER-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-OFFER-EOF
            NOT AT END
                IF OFFER-REC NOT = SPACES
                    PERFORM PARSE-OFFER-RECORD
                    IF FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                       AND FUNCTION TRIM(WS-OFFER-PARSED-STATUS) = "Extended"
                        MOVE "Y" TO WS-OFFER-FOUND
                        MOVE "Y" TO WS-OFFER-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFER-FILE
    EXIT PARAGRAPH.

*> SHOW-OFFER-FOR-APPLICATION: one-line offer display for the
*> application in APPLICATION-PARSED-*, printed by
*> DISPLAY-APPLICATION-JOB. Shows the most advanced row on file.
SHOW-OFFER-FOR-APPLICATION.
    MOVE "N" TO WS-OFFER-EOF
    OPEN INPUT OFFER-FILE
    IF OFFER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-OFFER-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-OFFER-EOF
            NOT AT END
                IF OFFER-REC NOT = SPACES
                    PERFORM PARSE-OFFER-RECORD
                    IF FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        MOVE SPACES TO OUTPUT-BUFFER
                        IF FUNCTION TRIM(WS-OFFER-PARSED-STATUS) = "Extended"
                            STRING "Offer: Extended - respond by " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-OFFER-PARSED-RESPOND-BY) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        ELSE
                            STRING "Offer: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-OFFER-PARSED-STATUS) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            IF WS-OFFER-PARSED-START IS NUMERIC
                                STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                                       " - start date " DELIMITED BY SIZE
                                       WS-OFFER-PARSED-START DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            END-IF
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFER-FILE
    EXIT PARAGRAPH.

*> OFFER-LETTER-PROMPT: student side - produce the offer letter for
*> one of the caller's own applications, offered after the
*> accept/decline prompt in View My Applications.
OFFER-LETTER-PROMPT.
    MOVE "Enter an Application ID to produce its offer letter, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END
            MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" OR WS-THREAD-APP-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "That Application ID does not belong to one of your applications." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-LATEST-OFFER
    IF WS-OFFER-FOUND = "N"
        MOVE "There is no offer on that application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "N"
        MOVE "The posting for that offer is no longer on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-OFFER-LETTER
    EXIT PARAGRAPH.

*> EMPLOYER-OFFER-LETTER-PROMPT: employer side, from the posting in
*> JOB-DETAILS-* on the Manage My Jobs screen (already owner-scoped).
*> The application must be on this posting and carry an offer.
EMPLOYER-OFFER-LETTER-PROMPT.
    MOVE "Enter the Application ID to produce an offer letter for:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END
            MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" OR WS-THREAD-APP-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
       OR FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
          NOT = FUNCTION TRIM(JOB-DETAILS-ID)
        MOVE "That application is not on this posting." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-LATEST-OFFER
    IF WS-OFFER-FOUND = "N"
        MOVE "No offer has been extended on that application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-OFFER-LETTER
    EXIT PARAGRAPH.

*> FIND-LATEST-OFFER: the last Offers.txt row for WS-THREAD-APP-ID,
*> whatever its status (an application declined and re-offered keeps
*> both rows - the later one is the live offer). Sets WS-OFFER-FOUND
*> and leaves that row in WS-OFFER-PARSED-*.
FIND-LATEST-OFFER.
    MOVE "N" TO WS-OFFER-FOUND
    MOVE "N" TO WS-OFFER-EOF
    MOVE SPACES TO WS-OLT-OFFER-REC
    OPEN INPUT OFFER-FILE
    IF OFFER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-OFFER-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-OFFER-EOF
            NOT AT END
                IF OFFER-REC NOT = SPACES
                    PERFORM PARSE-OFFER-RECORD
                    IF FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                        MOVE "Y" TO WS-OFFER-FOUND
                        MOVE OFFER-REC TO WS-OLT-OFFER-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFER-FILE
    IF WS-OFFER-FOUND = "Y"
        MOVE WS-OLT-OFFER-REC TO OFFER-REC
        PERFORM PARSE-OFFER-RECORD
    END-IF
    EXIT PARAGRAPH.

*> WRITE-OFFER-LETTER: the document a student can hand to financial
*> aid or family - company, position, the posting's structured salary
*> range and period, location, respond-by and any agreed start date.
*> Expects APPLICATION-PARSED-*, JOB-DETAILS-* and WS-OFFER-PARSED-*
*> loaded. The student's name comes from their account row (session
*> identity saved and restored around the scan, as the packet does).
WRITE-OFFER-LETTER.
    MOVE SPACES TO WS-OLT-STUDENT-NAME
    MOVE AR-USERNAME TO WS-VIS-SAVED-USERNAME
    MOVE AR-ROLE TO WS-VIS-SAVED-ROLE
    MOVE AR-EMPLOYER-VERIFIED TO WS-VIS-SAVED-VERIFIED
    MOVE "N" TO WS-OLT-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-OLT-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-OLT-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                        IF AR-FIRST-NAME NOT = SPACES
                            STRING FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
                                INTO WS-OLT-STUDENT-NAME
                            END-STRING
                        END-IF
                        MOVE "Y" TO WS-OLT-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    MOVE WS-VIS-SAVED-USERNAME TO AR-USERNAME
    MOVE WS-VIS-SAVED-ROLE TO AR-ROLE
    MOVE WS-VIS-SAVED-VERIFIED TO AR-EMPLOYER-VERIFIED
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    IF WS-OLT-STUDENT-NAME = SPACES
        MOVE APPLICATION-PARSED-USERNAME TO WS-OLT-STUDENT-NAME
    END-IF

    MOVE SPACES TO WS-OLT-FILENAME
    STRING "../data/App" DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           "_OfferLetter.txt" DELIMITED BY SIZE
        INTO WS-OLT-FILENAME
    END-STRING

    OPEN OUTPUT OFFER-LETTER-FILE

    MOVE "=== Offer of Employment ===" TO OFFER-LETTER-REC
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "Date issued: " FUNCTION TRIM(WS-OFFER-PARSED-EXTENDED)
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "Application #: " FUNCTION TRIM(WS-THREAD-APP-ID)
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "To: " FUNCTION TRIM(WS-OLT-STUDENT-NAME)
           " (" FUNCTION TRIM(APPLICATION-PARSED-USERNAME) ")"
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "Company: " FUNCTION TRIM(JOB-DETAILS-EMPLOYER)
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "Position: " FUNCTION TRIM(JOB-DETAILS-TITLE)
           " (" FUNCTION TRIM(JOB-DETAILS-TYPE) ")"
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "Location: " FUNCTION TRIM(JOB-DETAILS-LOCATION)
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    *> Postings from before the structured salary fields carry only
    *> the free-text salary line - print that rather than nothing.
    MOVE SPACES TO OFFER-LETTER-REC
    IF JOB-DETAILS-SAL-MIN NOT = SPACES
        STRING "Compensation: " FUNCTION TRIM(JOB-DETAILS-SAL-MIN)
               " - " FUNCTION TRIM(JOB-DETAILS-SAL-MAX)
               " " FUNCTION TRIM(JOB-DETAILS-SAL-PERIOD)
            DELIMITED BY SIZE INTO OFFER-LETTER-REC
        END-STRING
    ELSE
        IF JOB-DETAILS-SALARY NOT = SPACES
            STRING "Compensation: " FUNCTION TRIM(JOB-DETAILS-SALARY)
                DELIMITED BY SIZE INTO OFFER-LETTER-REC
            END-STRING
        ELSE
            MOVE "Compensation: not stated on the posting" TO OFFER-LETTER-REC
        END-IF
    END-IF
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    STRING "Respond by: " FUNCTION TRIM(WS-OFFER-PARSED-RESPOND-BY)
        DELIMITED BY SIZE INTO OFFER-LETTER-REC
    END-STRING
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    IF WS-OFFER-PARSED-START IS NUMERIC
        STRING "Start date: " WS-OFFER-PARSED-START
            DELIMITED BY SIZE INTO OFFER-LETTER-REC
        END-STRING
    ELSE
        MOVE "Start date: to be agreed on acceptance" TO OFFER-LETTER-REC
    END-IF
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    IF WS-OFFER-PARSED-DECIDED NOT = SPACES
        STRING "Offer status: " FUNCTION TRIM(WS-OFFER-PARSED-STATUS)
               " on " FUNCTION TRIM(WS-OFFER-PARSED-DECIDED)
            DELIMITED BY SIZE INTO OFFER-LETTER-REC
        END-STRING
    ELSE
        STRING "Offer status: " FUNCTION TRIM(WS-OFFER-PARSED-STATUS)
            DELIMITED BY SIZE INTO OFFER-LETTER-REC
        END-STRING
    END-IF
    WRITE OFFER-LETTER-REC
    MOVE SPACES TO OFFER-LETTER-REC
    WRITE OFFER-LETTER-REC
    MOVE "This letter reflects the offer as recorded on InCollege. Questions about its terms should go to the employer." TO OFFER-LETTER-REC
    WRITE OFFER-LETTER-REC
    CLOSE OFFER-LETTER-FILE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Offer letter written to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OLT-FILENAME) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> OFFER-RESPONSE-PROMPT: student-side accept/decline of an open
*> offer, offered after the application list. Accepting also moves the
*> application itself to Hired so placement counts only signed offers.
OFFER-RESPONSE-PROMPT.
    MOVE "Enter an Application ID to respond to its offer, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END
            MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-THREAD-APP-ID
    END-READ
    IF EOF = "Y" OR WS-THREAD-APP-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "That Application ID does not belong to one of your applications." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-OPEN-OFFER
    IF WS-OFFER-FOUND = "N"
        MOVE "There is no open offer on that application." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Offer on application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           " - respond by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OFFER-PARSED-RESPOND-BY) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE "Enter A to accept this offer, D to decline it, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-OFFER-DECISION
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFER-DECISION))
        WHEN "A"
            MOVE "Enter the start date agreed with the employer (YYYYMMDD):" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            READ INFILE
                AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE
                        MOVE FUNCTION TRIM(IN-REC) TO WS-OFFER-START-DATE
            END-READ
            IF EOF = "Y" EXIT PARAGRAPH END-IF
            IF WS-OFFER-START-DATE NOT NUMERIC
                MOVE "Error: The start date must be 8 digits (YYYYMMDD) - the offer is still open." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-OFFER-START-DATE)) NOT = 0
                MOVE "Error: That start date is not a real calendar date - the offer is still open." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            IF WS-OFFER-PARSED-EXTENDED IS NUMERIC
               AND WS-OFFER-START-DATE < WS-OFFER-PARSED-EXTENDED
                MOVE SPACES TO OUTPUT-BUFFER
                STRING "Error: The start date cannot be before the offer was made ("
                           DELIMITED BY SIZE
                       WS-OFFER-PARSED-EXTENDED DELIMITED BY SIZE
                       ") - the offer is still open." DELIMITED BY SIZE
                    INTO OUTPUT-BUFFER
                END-STRING
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE "Accepted" TO WS-OFFER-NEW-STATUS
            PERFORM REWRITE-OFFER-STATUS
            PERFORM NOTIFY-EMPLOYER-START-DATE
            MOVE APPLICATION-PARSED-JOB-ID TO WS-HC-JOB-ID
            MOVE "Hired" TO APPLICATION-PARSED-STATUS
            PERFORM UPDATE-APPLICATION-STATUS-BY-ID
            MOVE "Offer accepted. Congratulations!" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            PERFORM CLOSE-MY-OPEN-FLAG
            *> A committed candidate's other live applications are
            *> dead weight for the employers still reviewing them -
            *> offer to withdraw them in one step.
            PERFORM OFFER-WITHDRAW-OTHERS-PROMPT
            *> One more seat taken - the posting closes only once the
            *> last of its openings is filled.
            PERFORM HEADCOUNT-AFTER-HIRE
        WHEN "D"
            MOVE "Declined" TO WS-OFFER-NEW-STATUS
            PERFORM REWRITE-OFFER-STATUS
            MOVE "Offer declined." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> EMPLOYMENT-CHECKIN-FLOW: answer the 30/90-day "still employed?"
*> questions HIRERETENTIONCHECKINS queued for this user - the hired
*> student and the posting's employer are each asked separately. Works
*> the pending rows one at a time, the way REFERRAL-REQUESTS-FLOW
*> works referral requests; skipped rows stay Pending.
EMPLOYMENT-CHECKIN-FLOW.
    MOVE "--- Employment Check-In ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-ECK-SHOWN
    MOVE "N" TO WS-ECK-EOF
    OPEN INPUT CHECKIN-FILE
    IF CHECKIN-STATUS = "35"
        MOVE "No employment check-ins waiting for you." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT CHECKIN-TEMP-FILE
    PERFORM UNTIL WS-ECK-EOF = "Y"
        READ CHECKIN-FILE
            AT END
                MOVE "Y" TO WS-ECK-EOF
            NOT AT END
                IF CHECKIN-REC NOT = SPACES
                    PERFORM PARSE-CHECKIN-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ECK-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(WS-ECK-PARSED-ANSWER) = "Pending"
                       AND EOF NOT = "Y"
                        ADD 1 TO WS-ECK-SHOWN
                        PERFORM ANSWER-ONE-CHECKIN
                    ELSE
                        MOVE CHECKIN-REC TO CHECKIN-TEMP-REC
                        WRITE CHECKIN-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHECKIN-FILE
    CLOSE CHECKIN-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-ECK-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ECK-TEMP-PATH WS-ECK-LIVE-PATH
        RETURNING WS-ECK-RENAME-STATUS

    IF WS-ECK-SHOWN = 0
        MOVE "No employment check-ins waiting for you." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> PARSE-CHECKIN-RECORD: APPLICATION-ID|CHECKPOINT|PARTY|USERNAME|
*> STUDENT|START-DATE|ASKED-DATE|ANSWER|ANSWERED-DATE.
PARSE-CHECKIN-RECORD.
    MOVE SPACES TO WS-ECK-PARSED-APP-ID WS-ECK-PARSED-CHECKPOINT
                   WS-ECK-PARSED-PARTY WS-ECK-PARSED-USER
                   WS-ECK-PARSED-STUDENT WS-ECK-PARSED-START
                   WS-ECK-PARSED-ASKED WS-ECK-PARSED-ANSWER
                   WS-ECK-PARSED-ANSWERED
    UNSTRING CHECKIN-REC DELIMITED BY "|"
        INTO WS-ECK-PARSED-APP-ID
             WS-ECK-PARSED-CHECKPOINT
             WS-ECK-PARSED-PARTY
             WS-ECK-PARSED-USER
             WS-ECK-PARSED-STUDENT
             WS-ECK-PARSED-START
             WS-ECK-PARSED-ASKED
             WS-ECK-PARSED-ANSWER
             WS-ECK-PARSED-ANSWERED
    END-UNSTRING
    EXIT PARAGRAPH.

*> ANSWER-ONE-CHECKIN: one Y/N/skip prompt for the check-in just
*> parsed; the row goes back to the temp file answered or still
*> Pending.
ANSWER-ONE-CHECKIN.
    MOVE SPACES TO OUTPUT-BUFFER
    IF FUNCTION TRIM(WS-ECK-PARSED-PARTY) = "EMPLOYER"
        STRING FUNCTION TRIM(WS-ECK-PARSED-CHECKPOINT) DELIMITED BY SIZE
               "-day check-in on application " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ECK-PARSED-APP-ID) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ECK-PARSED-STUDENT) DELIMITED BY SIZE
               ", started " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ECK-PARSED-START) DELIMITED BY SIZE
               "): is the student still employed with you?" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-ECK-PARSED-CHECKPOINT) DELIMITED BY SIZE
               "-day check-in on application " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ECK-PARSED-APP-ID) DELIMITED BY SIZE
               " (started " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ECK-PARSED-START) DELIMITED BY SIZE
               "): are you still employed there?" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    MOVE "Enter Y for yes, N for no, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ECK-ANSWER
    END-READ
    IF EOF = "Y"
        MOVE SPACES TO WS-ECK-ANSWER
    END-IF

    EVALUATE FUNCTION UPPER-CASE(WS-ECK-ANSWER)
        WHEN "Y"
            MOVE "Yes" TO WS-ECK-PARSED-ANSWER
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ECK-PARSED-ANSWERED
            MOVE "Thank you - check-in recorded." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN "N"
            MOVE "No" TO WS-ECK-PARSED-ANSWER
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ECK-PARSED-ANSWERED
            MOVE "Thank you - check-in recorded." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE SPACES TO CHECKIN-TEMP-REC
    STRING FUNCTION TRIM(WS-ECK-PARSED-APP-ID)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-CHECKPOINT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-PARTY)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-USER)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-STUDENT)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-START)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-ASKED)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-ANSWER)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ECK-PARSED-ANSWERED)   DELIMITED BY SIZE
        INTO CHECKIN-TEMP-REC
    END-STRING
    WRITE CHECKIN-TEMP-REC
    EXIT PARAGRAPH.

*> NOTIFY-EMPLOYER-START-DATE: tell the posting's owner the offer on
*> WS-THREAD-APP-ID was accepted and for which start date, so both
*> sides hold the same date the retention check-ins count from.
NOTIFY-EMPLOYER-START-DATE.
    MOVE APPLICATION-PARSED-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE JOB-DETAILS-USERNAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " accepted your offer on application " DELIMITED BY SIZE
           FUNCTION TRIM(WS-THREAD-APP-ID) DELIMITED BY SIZE
           " with a start date of " DELIMITED BY SIZE
           WS-OFFER-START-DATE DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    MOVE "OFFER" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION

    MOVE JOB-DETAILS-USERNAME TO WS-OUT-RECIPIENT
    MOVE "OFFER" TO WS-OUT-EVENT-TYPE
    MOVE "Your offer was accepted on InCollege" TO WS-OUT-SUBJECT
    MOVE WS-NOTIFY-TEXT TO WS-OUT-BODY
    PERFORM ADD-OUTBOUND-MESSAGE
    EXIT PARAGRAPH.

*> OFFER-WITHDRAW-OTHERS-PROMPT: after an acceptance, list the
*> student's other still-live applications and withdraw any or all of
*> them, one WITHDRAW-APPLICATION-RECORD pass per row so each carries
*> its own history and audit trail.
OFFER-WITHDRAW-OTHERS-PROMPT.
    MOVE 0 TO WS-OWP-COUNT
    MOVE "N" TO APPLICATION-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL APPLICATION-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO APPLICATION-EOF
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(APPLICATION-PARSED-ID)
                       NOT = FUNCTION TRIM(WS-THREAD-APP-ID)
                       AND (FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS))
                            = "SUBMITTED"
                            OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS))
                            = "UNDER REVIEW"
                            OR FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS))
                            = "ACCEPTED")
                       AND WS-OWP-COUNT < 50
                        ADD 1 TO WS-OWP-COUNT
                        MOVE APPLICATION-PARSED-ID
                            TO WS-OWP-APP-ID(WS-OWP-COUNT)
                        MOVE APPLICATION-PARSED-JOB-ID
                            TO WS-OWP-JOB-ID(WS-OWP-COUNT)
                        MOVE APPLICATION-PARSED-STATUS
                            TO WS-OWP-STATUS(WS-OWP-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE

    IF WS-OWP-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Your other active applications:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-OWP-IDX FROM 1 BY 1 UNTIL WS-OWP-IDX > WS-OWP-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  App #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWP-APP-ID(WS-OWP-IDX)) DELIMITED BY SIZE
               " - job " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWP-JOB-ID(WS-OWP-IDX)) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWP-STATUS(WS-OWP-IDX)) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter ALL to withdraw them all, one Application ID to withdraw it, or press Enter to keep them:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OWP-CHOICE
    END-READ
    IF EOF = "Y" OR WS-OWP-CHOICE = SPACES
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(WS-OWP-CHOICE) = "ALL"
        PERFORM VARYING WS-OWP-IDX FROM 1 BY 1
            UNTIL WS-OWP-IDX > WS-OWP-COUNT
            MOVE FUNCTION TRIM(WS-OWP-APP-ID(WS-OWP-IDX))
                TO WS-WITHDRAW-APPLICATION-ID
            PERFORM WITHDRAW-APPLICATION-RECORD
        END-PERFORM
    ELSE
        IF FUNCTION TRIM(WS-OWP-CHOICE) IS NUMERIC
            MOVE FUNCTION TRIM(WS-OWP-CHOICE) TO WS-WITHDRAW-APPLICATION-ID
            PERFORM WITHDRAW-APPLICATION-RECORD
        ELSE
            MOVE "Invalid application ID." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> REWRITE-OFFER-STATUS: temp-file swap moving WS-THREAD-APP-ID's
*> Extended offer to WS-OFFER-NEW-STATUS with today's decided date.
REWRITE-OFFER-STATUS.
    MOVE "N" TO WS-OFFER-EOF
    OPEN INPUT OFFER-FILE
    IF OFFER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OFFER-TEMP-FILE

    PERFORM UNTIL WS-OFFER-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-OFFER-EOF
            NOT AT END
                IF OFFER-REC NOT = SPACES
                    PERFORM PARSE-OFFER-RECORD
                    IF FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                       AND FUNCTION TRIM(WS-OFFER-PARSED-STATUS) = "Extended"
                        MOVE WS-OFFER-NEW-STATUS TO WS-OFFER-PARSED-STATUS
                        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OFFER-PARSED-DECIDED
                        IF WS-OFFER-NEW-STATUS = "Accepted"
                            MOVE WS-OFFER-START-DATE TO WS-OFFER-PARSED-START
                        END-IF
                    END-IF
                    MOVE SPACES TO OFFER-TEMP-REC
                    STRING
                        FUNCTION TRIM(WS-OFFER-PARSED-APP-ID)     DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-OFFER-PARSED-RESPOND-BY) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-OFFER-PARSED-STATUS)     DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-OFFER-PARSED-EXTENDED)   DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-OFFER-PARSED-DECIDED)    DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-OFFER-PARSED-START)      DELIMITED BY SIZE
                        INTO OFFER-TEMP-REC
                    END-STRING
                    WRITE OFFER-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE OFFER-FILE
    CLOSE OFFER-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-OFFER-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-OFFER-TEMP-PATH WS-OFFER-LIVE-PATH
        RETURNING WS-OFFER-RENAME-STATUS
    EXIT PARAGRAPH.

*> UPDATE-APPLICATION-STATUS-BY-ID: temp-file swap over
*> applications.dat setting the status of the record whose ID matches
*> WS-THREAD-APP-ID to whatever the caller left in
*> APPLICATION-PARSED-STATUS, same pattern WITHDRAW-APPLICATION-RECORD
*> uses.
UPDATE-APPLICATION-STATUS-BY-ID.
    MOVE APPLICATION-PARSED-STATUS TO WS-OFFER-DECISION
    MOVE "N" TO APPLICATION-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APPLICATION-TEMP-FILE

    PERFORM UNTIL APPLICATION-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO APPLICATION-EOF
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APPLICATION-PARSED-ID)
                       = FUNCTION TRIM(WS-THREAD-APP-ID)
                        MOVE "APPLICATION" TO WS-AUDIT-ENTITY
                        MOVE APPLICATION-PARSED-ID TO WS-AUDIT-KEY
                        MOVE "STATUS" TO WS-AUDIT-FIELD
                        MOVE APPLICATION-PARSED-STATUS TO WS-AUDIT-OLD
                        MOVE WS-OFFER-DECISION TO WS-AUDIT-NEW
                        PERFORM WRITE-AUDIT-LINE
                        MOVE APPLICATION-PARSED-ID TO WS-HIST-APP-ID
                        MOVE APPLICATION-PARSED-STATUS TO WS-HIST-OLD
                        MOVE WS-OFFER-DECISION TO WS-HIST-NEW
                        PERFORM WRITE-APP-HISTORY-LINE
                        MOVE WS-OFFER-DECISION TO APPLICATION-PARSED-STATUS
                    END-IF
                    PERFORM WRITE-TEMP-APPLICATION-RECORD
                END-IF
        END-READ
    END-PERFORM

    CLOSE APPLICATION-FILE
    CLOSE APPLICATION-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-APPLICATION-LIVE-PATH
        RETURNING WS-APPLICATION-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-APPLICATION-TEMP-PATH WS-APPLICATION-LIVE-PATH
        RETURNING WS-APPLICATION-RENAME-STATUS
    EXIT PARAGRAPH.

*> SAVE-JOB-FOR-USER: remember the posting in JOB-DETAILS-* on the
*> caller's saved-jobs list, one USERNAME|JOB-ID row per save, deduped
*> the same "check before append" way the endorsement and block lists
*> are.
SAVE-JOB-FOR-USER.
    PERFORM CHECK-SAVED-JOB-DUPLICATE
    IF WS-SAVED-DUPLICATE = "Y"
        MOVE "This job is already on your saved list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND SAVED-JOB-FILE
    IF SAVED-JOB-STATUS = "35"
        OPEN OUTPUT SAVED-JOB-FILE
    END-IF
    MOVE SPACES TO SAVED-JOB-REC
    STRING FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-ID)  DELIMITED BY SIZE
        INTO SAVED-JOB-REC
    END-STRING
    WRITE SAVED-JOB-REC
    CLOSE SAVED-JOB-FILE

    MOVE "Job saved. Find it later under My Saved Jobs." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CHECK-SAVED-JOB-DUPLICATE: one saved row per user/job pair.
CHECK-SAVED-JOB-DUPLICATE.
    MOVE "N" TO WS-SAVED-DUPLICATE
    MOVE "N" TO WS-SAVED-EOF
    OPEN INPUT SAVED-JOB-FILE
    IF SAVED-JOB-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SAVED-EOF = "Y"
        READ SAVED-JOB-FILE
            AT END
                MOVE "Y" TO WS-SAVED-EOF
            NOT AT END
                UNSTRING SAVED-JOB-REC DELIMITED BY "|"
                    INTO WS-SAVED-PARSED-USER
                         WS-SAVED-PARSED-JOB-ID
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAVED-PARSED-USER))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   AND FUNCTION TRIM(WS-SAVED-PARSED-JOB-ID)
                   = FUNCTION TRIM(JOB-DETAILS-ID)
                    MOVE "Y" TO WS-SAVED-DUPLICATE
                    MOVE "Y" TO WS-SAVED-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SAVED-JOB-FILE
    EXIT PARAGRAPH.

*> MY-SAVED-JOBS-FLOW: list every posting on the caller's saved list,
*> marking any that has since gone Filled/Expired/Closed/Removed (or
*> aged past JOB_EXPIRATION_DAYS - CHECK-JOB-EXPIRED already knows how
*> to tell) as no longer available.
MY-SAVED-JOBS-FLOW.
    MOVE 0 TO WS-SAVED-COUNT
    MOVE "N" TO WS-SAVED-EOF

    MOVE "--- My Saved Jobs ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT SAVED-JOB-FILE
    IF SAVED-JOB-STATUS = "35"
        MOVE "You have not saved any jobs yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-SAVED-EOF = "Y"
        READ SAVED-JOB-FILE
            AT END
                MOVE "Y" TO WS-SAVED-EOF
            NOT AT END
                IF SAVED-JOB-REC NOT = SPACES
                    UNSTRING SAVED-JOB-REC DELIMITED BY "|"
                        INTO WS-SAVED-PARSED-USER
                             WS-SAVED-PARSED-JOB-ID
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAVED-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-SAVED-COUNT
                        PERFORM PRINT-SAVED-JOB-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SAVED-JOB-FILE

    IF WS-SAVED-COUNT = 0
        MOVE "You have not saved any jobs yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> PRINT-SAVED-JOB-LINE: look up WS-SAVED-PARSED-JOB-ID and print one
*> "title at employer (location)" line, suffixed with the reason when
*> the posting is no longer open.
PRINT-SAVED-JOB-LINE.
    MOVE FUNCTION TRIM(WS-SAVED-PARSED-JOB-ID) TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "N"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Job " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SAVED-PARSED-JOB-ID) DELIMITED BY SIZE
               " [No longer listed]" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-EMPLOYER) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-LOCATION) DELIMITED BY SIZE
           ") [Job " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-ID) DELIMITED BY SIZE
           "]" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) = "FILLED"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) = "CLOSED"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) = "REMOVED"
        STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
               " - no longer available (" DELIMITED BY SIZE
               FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        MOVE JOB-DETAILS-POSTED-DATE TO JOB-SUMMARY-PARSED-POSTED-DATE
        PERFORM CHECK-JOB-EXPIRED
        IF JOB-SUMMARY-EXPIRED = "Y"
            STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                   " - no longer available (Expired)" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SAVE-SEARCH-PROMPT: offer to keep the keyword/location/employer/
*> work-mode combination just entered as a named saved search, plus an optional
*> job-type restriction, so the nightly SAVEDSEARCHALERTS batch can
*> watch new postings for it.
SAVE-SEARCH-PROMPT.
    MOVE "Enter a name to save this search, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-SEARCH-SAVE-NAME
    END-READ
    IF EOF = "Y" OR WS-SEARCH-SAVE-NAME = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "Job type to match (Internship/Full-Time), or press Enter for any:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE SPACES TO WS-SEARCH-SAVE-TYPE
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) = "INTERNSHIP"
                    MOVE "Internship" TO WS-SEARCH-SAVE-TYPE
                END-IF
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) = "FULL-TIME"
                    MOVE "Full-Time" TO WS-SEARCH-SAVE-TYPE
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    INSPECT WS-SEARCH-SAVE-NAME REPLACING ALL "|" BY " "
    OPEN EXTEND SAVED-SEARCH-FILE
    IF SAVED-SEARCH-STATUS = "35"
        OPEN OUTPUT SAVED-SEARCH-FILE
    END-IF
    MOVE SPACES TO SAVED-SEARCH-REC
    STRING FUNCTION TRIM(AR-USERNAME)             DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SEARCH-SAVE-NAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-JOB-SEARCH-KEYWORD)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-JOB-FILTER-LOCATION)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-JOB-FILTER-EMPLOYER)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SEARCH-SAVE-TYPE)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-JOB-FILTER-MODE)      DELIMITED BY SIZE
        INTO SAVED-SEARCH-REC
    END-STRING
    WRITE SAVED-SEARCH-REC
    CLOSE SAVED-SEARCH-FILE

    MOVE "Search saved. You will be told at login when new postings match it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SHOW-SAVED-SEARCH-MATCHES: surface the nightly batch's results for
*> this user - one "N new jobs match your saved search" line per saved
*> search that picked anything up, in the batch's best-fit-first order
*> and noting how many fit the student's job preferences. Silent when
*> there is nothing, same as the rest of the login summary.
SHOW-SAVED-SEARCH-MATCHES.
    MOVE "N" TO WS-SRCHM-EOF
    OPEN INPUT SEARCH-MATCH-FILE
    IF SEARCH-MATCH-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SRCHM-EOF = "Y"
        READ SEARCH-MATCH-FILE
            AT END
                MOVE "Y" TO WS-SRCHM-EOF
            NOT AT END
                IF SEARCH-MATCH-REC NOT = SPACES
                    MOVE SPACES TO WS-SRCHM-PARSED-USER WS-SRCHM-PARSED-NAME
                                   WS-SRCHM-PARSED-COUNT WS-SRCHM-PARSED-DATE
                                   WS-SRCHM-PARSED-FITS
                    UNSTRING SEARCH-MATCH-REC DELIMITED BY "|"
                        INTO WS-SRCHM-PARSED-USER
                             WS-SRCHM-PARSED-NAME
                             WS-SRCHM-PARSED-COUNT
                             WS-SRCHM-PARSED-DATE
                             WS-SRCHM-PARSED-FITS
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRCHM-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(WS-SRCHM-PARSED-COUNT) NOT = "0"
                       AND FUNCTION TRIM(WS-SRCHM-PARSED-COUNT) NOT = SPACES
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING FUNCTION TRIM(WS-SRCHM-PARSED-COUNT) DELIMITED BY SIZE
                               " new job(s) match your saved search '" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SRCHM-PARSED-NAME) DELIMITED BY SIZE
                               "'." DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        IF FUNCTION TRIM(WS-SRCHM-PARSED-FITS) NOT = SPACES
                           AND FUNCTION TRIM(WS-SRCHM-PARSED-FITS) NOT = "0"
                            MOVE OUTPUT-BUFFER TO WS-SRCHM-LINE
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING FUNCTION TRIM(WS-SRCHM-LINE) DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-SRCHM-PARSED-FITS) DELIMITED BY SIZE
                                   " fit your job preferences)" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SEARCH-MATCH-FILE
    EXIT PARAGRAPH.

*> ADD-NOTIFICATION: append one unread notification row for
*> WS-NOTIFY-USER with WS-NOTIFY-TEXT. The event-producing flows call
*> this as things happen so once-only events are no longer lost on
*> whoever wasn't logged in to see them.
ADD-NOTIFICATION.
    IF FUNCTION TRIM(WS-NOTIFY-USER) = SPACES
        MOVE "GENERAL" TO WS-NOTIFY-CATEGORY
        EXIT PARAGRAPH
    END-IF
    *> A category the user turned OFF is dropped here - unless it is
    *> one of the never-suppressible ones.
    IF WS-NOTIFY-CATEGORY NOT = "OFFER"
       AND WS-NOTIFY-CATEGORY NOT = "INTERVIEW"
        MOVE WS-NOTIFY-USER TO WS-PREF-LOOKUP-USER
        MOVE WS-NOTIFY-CATEGORY TO WS-PREF-LOOKUP-CAT
        PERFORM LOOK-UP-NOTIFY-PREF
        IF WS-PREF-SETTING = "OFF"
            MOVE "GENERAL" TO WS-NOTIFY-CATEGORY
            EXIT PARAGRAPH
        END-IF
    END-IF
    INSPECT WS-NOTIFY-TEXT REPLACING ALL "|" BY " "
    OPEN EXTEND NOTIFY-FILE
    IF NOTIFY-STATUS = "35"
        OPEN OUTPUT NOTIFY-FILE
    END-IF
    MOVE SPACES TO NOTIFY-REC
    STRING FUNCTION TRIM(WS-NOTIFY-USER) DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)    DELIMITED BY SIZE "|"
           "N"                           DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-NOTIFY-TEXT) DELIMITED BY SIZE
        INTO NOTIFY-REC
    END-STRING
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    MOVE "GENERAL" TO WS-NOTIFY-CATEGORY
    EXIT PARAGRAPH.

*> LOOK-UP-NOTIFY-PREF: the stored setting for one user and category.
*> No row (or no file) means BOTH - exactly today's behavior for
*> everyone who never opened Notification Settings.
LOOK-UP-NOTIFY-PREF.
    MOVE "BOTH" TO WS-PREF-SETTING
    MOVE "N" TO WS-PREF-EOF
    OPEN INPUT NOTIFY-PREF-FILE
    IF NOTIFY-PREF-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PREF-EOF = "Y"
        READ NOTIFY-PREF-FILE
            AT END
                MOVE "Y" TO WS-PREF-EOF
            NOT AT END
                IF NOTIFY-PREF-REC NOT = SPACES
                    MOVE SPACES TO WS-PREF-PARSED-USER WS-PREF-PARSED-CAT
                                   WS-PREF-PARSED-SETTING
                    UNSTRING NOTIFY-PREF-REC DELIMITED BY "|"
                        INTO WS-PREF-PARSED-USER
                             WS-PREF-PARSED-CAT
                             WS-PREF-PARSED-SETTING
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-LOOKUP-USER))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-PARSED-CAT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-LOOKUP-CAT))
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-PARSED-SETTING))
                            TO WS-PREF-SETTING
                        MOVE "Y" TO WS-PREF-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-PREF-FILE
    EXIT PARAGRAPH.

*> LOOK-UP-DIGEST-PREF: is this user on the daily-digest plan? The
*> digest marker rides in the same file as a DIGEST|Y row.
LOOK-UP-DIGEST-PREF.
    MOVE "DIGEST" TO WS-PREF-LOOKUP-CAT
    PERFORM LOOK-UP-NOTIFY-PREF
    IF WS-PREF-SETTING = "Y"
        MOVE "Y" TO WS-PREF-DIGEST
    ELSE
        MOVE "N" TO WS-PREF-DIGEST
    END-IF
    EXIT PARAGRAPH.

*> NOTIFICATION-SETTINGS-FLOW: per-category channel routing. The
*> quiet categories (ENDORSE, GROUP, MESSAGE, GENERAL) can be set to
*> BOTH (in-app plus email), INAPP (in-app only), or OFF; offer and
*> interview notices always arrive on both channels. The daily digest
*> swaps a row-per-event outbound for one nightly summary row.
NOTIFICATION-SETTINGS-FLOW.
    MOVE "--- Notification Settings ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE AR-USERNAME TO WS-PREF-LOOKUP-USER

    MOVE "ENDORSE" TO WS-PREF-LOOKUP-CAT
    PERFORM LOOK-UP-NOTIFY-PREF
    PERFORM SHOW-ONE-NOTIFY-PREF
    MOVE "GROUP" TO WS-PREF-LOOKUP-CAT
    PERFORM LOOK-UP-NOTIFY-PREF
    PERFORM SHOW-ONE-NOTIFY-PREF
    MOVE "MESSAGE" TO WS-PREF-LOOKUP-CAT
    PERFORM LOOK-UP-NOTIFY-PREF
    PERFORM SHOW-ONE-NOTIFY-PREF
    MOVE "GENERAL" TO WS-PREF-LOOKUP-CAT
    PERFORM LOOK-UP-NOTIFY-PREF
    PERFORM SHOW-ONE-NOTIFY-PREF
    MOVE "  OFFER / INTERVIEW = always delivered on both channels" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LOOK-UP-DIGEST-PREF
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-PREF-DIGEST = "Y"
        MOVE "  Daily digest: ON (one summary email per day)" TO OUTPUT-BUFFER
    ELSE
        MOVE "  Daily digest: OFF (one email per event)" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE "Enter a category to change, D to toggle the daily digest, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-PREF-CAT-IN
    END-READ
    IF EOF = "Y" OR WS-PREF-CAT-IN = SPACES
        EXIT PARAGRAPH
    END-IF

    IF WS-PREF-CAT-IN = "D"
        MOVE AR-USERNAME TO WS-PREF-LOOKUP-USER
        PERFORM LOOK-UP-DIGEST-PREF
        MOVE "DIGEST" TO WS-PREF-CAT-IN
        IF WS-PREF-DIGEST = "Y"
            MOVE "N" TO WS-PREF-SETTING-IN
            MOVE "Daily digest turned off." TO OUTPUT-BUFFER
        ELSE
            MOVE "Y" TO WS-PREF-SETTING-IN
            MOVE "Daily digest turned on." TO OUTPUT-BUFFER
        END-IF
        PERFORM SET-NOTIFY-PREF
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF WS-PREF-CAT-IN NOT = "ENDORSE"
       AND WS-PREF-CAT-IN NOT = "GROUP"
       AND WS-PREF-CAT-IN NOT = "MESSAGE"
       AND WS-PREF-CAT-IN NOT = "GENERAL"
        MOVE "That category cannot be changed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the new setting (BOTH, INAPP, or OFF):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-PREF-SETTING-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-PREF-SETTING-IN NOT = "BOTH"
       AND WS-PREF-SETTING-IN NOT = "INAPP"
       AND WS-PREF-SETTING-IN NOT = "OFF"
        MOVE "Error: The setting must be BOTH, INAPP, or OFF - nothing changed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM SET-NOTIFY-PREF
    MOVE "Notification setting saved." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

SHOW-ONE-NOTIFY-PREF.
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PREF-LOOKUP-CAT) DELIMITED BY SIZE
           " = " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PREF-SETTING) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SET-NOTIFY-PREF: replace-or-append the caller's row for the
*> category in WS-PREF-CAT-IN through the usual temp-file swap.
SET-NOTIFY-PREF.
    MOVE "N" TO WS-PREF-REPLACED
    MOVE "N" TO WS-PREF-EOF
    OPEN INPUT NOTIFY-PREF-FILE
    OPEN OUTPUT NOTIFY-PREF-TEMP-FILE
    IF NOTIFY-PREF-STATUS NOT = "35"
        PERFORM UNTIL WS-PREF-EOF = "Y"
            READ NOTIFY-PREF-FILE
                AT END
                    MOVE "Y" TO WS-PREF-EOF
                NOT AT END
                    IF NOTIFY-PREF-REC NOT = SPACES
                        MOVE SPACES TO WS-PREF-PARSED-USER
                                       WS-PREF-PARSED-CAT
                                       WS-PREF-PARSED-SETTING
                        UNSTRING NOTIFY-PREF-REC DELIMITED BY "|"
                            INTO WS-PREF-PARSED-USER
                                 WS-PREF-PARSED-CAT
                                 WS-PREF-PARSED-SETTING
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREF-PARSED-CAT))
                           = FUNCTION TRIM(WS-PREF-CAT-IN)
                            MOVE "Y" TO WS-PREF-REPLACED
                            PERFORM WRITE-NOTIFY-PREF-ROW
                        ELSE
                            MOVE NOTIFY-PREF-REC TO NOTIFY-PREF-TEMP-REC
                            WRITE NOTIFY-PREF-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTIFY-PREF-FILE
    END-IF
    IF WS-PREF-REPLACED = "N"
        PERFORM WRITE-NOTIFY-PREF-ROW
    END-IF
    CLOSE NOTIFY-PREF-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-NOTIFY-PREF-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-NOTIFY-PREF-TEMP-PATH WS-NOTIFY-PREF-LIVE-PATH
        RETURNING WS-NOTIFY-PREF-RENAME-STATUS
    EXIT PARAGRAPH.

WRITE-NOTIFY-PREF-ROW.
    MOVE SPACES TO NOTIFY-PREF-TEMP-REC
    STRING FUNCTION TRIM(AR-USERNAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PREF-CAT-IN)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PREF-SETTING-IN) DELIMITED BY SIZE
        INTO NOTIFY-PREF-TEMP-REC
    END-STRING
    WRITE NOTIFY-PREF-TEMP-REC
    EXIT PARAGRAPH.

*> NOTIFICATIONS-FLOW: show the caller's unread notifications, then
*> mark them read via the usual temp-file swap. Already-read rows are
*> kept on file but not re-shown.
NOTIFICATIONS-FLOW.
    MOVE 0 TO WS-NOTIFY-COUNT
    MOVE "N" TO WS-NOTIFY-EOF

    MOVE "--- Notifications ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT NOTIFY-FILE
    IF NOTIFY-STATUS = "35"
        MOVE "You have no new notifications." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        PERFORM OFFER-APPEALS
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-NOTIFY-EOF = "Y"
        READ NOTIFY-FILE
            AT END
                MOVE "Y" TO WS-NOTIFY-EOF
            NOT AT END
                IF NOTIFY-REC NOT = SPACES
                    PERFORM PARSE-NOTIFY-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOTIFY-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-NOTIFY-PARSED-READ NOT = "Y"
                        ADD 1 TO WS-NOTIFY-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING FUNCTION TRIM(WS-NOTIFY-PARSED-DATE) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-NOTIFY-PARSED-TEXT) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-FILE

    IF WS-NOTIFY-COUNT = 0
        MOVE "You have no new notifications." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        PERFORM MARK-NOTIFICATIONS-READ
    END-IF
    PERFORM OFFER-APPEALS
    EXIT PARAGRAPH.

*> PARSE-NOTIFY-RECORD: USERNAME|DATE|READ-FLAG|TEXT.
PARSE-NOTIFY-RECORD.
    MOVE SPACES TO WS-NOTIFY-PARSED-USER
    MOVE SPACES TO WS-NOTIFY-PARSED-DATE
    MOVE SPACES TO WS-NOTIFY-PARSED-READ
    MOVE SPACES TO WS-NOTIFY-PARSED-TEXT
    UNSTRING NOTIFY-REC DELIMITED BY "|"
        INTO WS-NOTIFY-PARSED-USER
             WS-NOTIFY-PARSED-DATE
             WS-NOTIFY-PARSED-READ
             WS-NOTIFY-PARSED-TEXT
    END-UNSTRING
    IF WS-NOTIFY-PARSED-READ NOT = "Y"
        MOVE "N" TO WS-NOTIFY-PARSED-READ
    END-IF
    EXIT PARAGRAPH.

*> MARK-NOTIFICATIONS-READ: flip every one of the caller's rows to
*> read, same swap MARK-MESSAGES-READ does for the message inbox.
MARK-NOTIFICATIONS-READ.
    MOVE "N" TO WS-NOTIFY-EOF
    OPEN INPUT NOTIFY-FILE
    IF NOTIFY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NOTIFY-TEMP-FILE

    PERFORM UNTIL WS-NOTIFY-EOF = "Y"
        READ NOTIFY-FILE
            AT END
                MOVE "Y" TO WS-NOTIFY-EOF
            NOT AT END
                IF NOTIFY-REC NOT = SPACES
                    PERFORM PARSE-NOTIFY-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOTIFY-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-NOTIFY-PARSED-READ
                    END-IF
                    MOVE SPACES TO NOTIFY-TEMP-REC
                    STRING
                        FUNCTION TRIM(WS-NOTIFY-PARSED-USER) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-NOTIFY-PARSED-DATE) DELIMITED BY SIZE "|"
                        WS-NOTIFY-PARSED-READ                DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-NOTIFY-PARSED-TEXT) DELIMITED BY SIZE
                        INTO NOTIFY-TEMP-REC
                    END-STRING
                    WRITE NOTIFY-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE NOTIFY-FILE
    CLOSE NOTIFY-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-NOTIFY-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-NOTIFY-TEMP-PATH WS-NOTIFY-LIVE-PATH
        RETURNING WS-NOTIFY-RENAME-STATUS
    EXIT PARAGRAPH.

*> WRITE-PROFILE-VIEW: log that WS-PVL-VIEWER (the signed-in user when
*> left blank) saw WS-PVL-STUDENT's record through WS-PVL-SOURCE. A
*> member looking at their own record is not a disclosure and is not
*> logged. Employer views carry the company they were made for,
*> resolved once per viewer, so the student is shown the company
*> rather than an individual recruiter.
WRITE-PROFILE-VIEW.
    IF WS-PVL-VIEWER = SPACES
        MOVE AR-USERNAME TO WS-PVL-VIEWER
        MOVE AR-ROLE TO WS-PVL-ROLE
    END-IF
    IF WS-PVL-STUDENT = SPACES
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-STUDENT))
        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-VIEWER))
        MOVE SPACES TO WS-PVL-VIEWER WS-PVL-ROLE WS-PVL-STUDENT WS-PVL-SOURCE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PVL-COMPANY
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-ROLE)) = "EMPLOYER"
        IF WS-PVL-VIEWER NOT = WS-PVL-CACHED-VIEWER
            PERFORM FIND-VIEWER-COMPANY
            MOVE WS-PVL-VIEWER TO WS-PVL-CACHED-VIEWER
            MOVE WS-PVL-COMPANY TO WS-PVL-CACHED-COMPANY
        END-IF
        MOVE WS-PVL-CACHED-COMPANY TO WS-PVL-COMPANY
    END-IF

    OPEN EXTEND PROFILE-VIEW-FILE
    IF PROFILE-VIEW-STATUS = "35"
        OPEN OUTPUT PROFILE-VIEW-FILE
    END-IF
    MOVE SPACES TO PROFILE-VIEW-REC
    STRING FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PVL-VIEWER)     DELIMITED BY SIZE "|"
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-ROLE)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PVL-STUDENT)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PVL-SOURCE)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PVL-COMPANY)    DELIMITED BY SIZE
        INTO PROFILE-VIEW-REC
    END-STRING
    WRITE PROFILE-VIEW-REC
    CLOSE PROFILE-VIEW-FILE
    MOVE SPACES TO WS-PVL-VIEWER WS-PVL-ROLE WS-PVL-STUDENT WS-PVL-SOURCE
    EXIT PARAGRAPH.

*> FIND-VIEWER-COMPANY: the company an employer account acts for - a
*> CompanyRecruiters.txt link first, then the verified contact on the
*> company master, then the employer named on one of their own
*> postings. Left blank when none of those knows them.
FIND-VIEWER-COMPANY.
    MOVE SPACES TO WS-PVL-COMPANY
    MOVE "N" TO WS-PVL-EOF
    OPEN INPUT RECRUITER-FILE
    IF RECRUITER-STATUS NOT = "35"
        PERFORM UNTIL WS-PVL-EOF = "Y"
            READ RECRUITER-FILE
                AT END
                    MOVE "Y" TO WS-PVL-EOF
                NOT AT END
                    IF RECRUITER-REC NOT = SPACES
                        MOVE SPACES TO WS-RCT-PARSED-COMPANY WS-RCT-PARSED-USER
                        UNSTRING RECRUITER-REC DELIMITED BY "|"
                            INTO WS-RCT-PARSED-COMPANY
                                 WS-RCT-PARSED-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-VIEWER))
                            MOVE WS-RCT-PARSED-COMPANY TO WS-PVL-COMPANY
                            MOVE "Y" TO WS-PVL-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECRUITER-FILE
    END-IF
    IF WS-PVL-COMPANY NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-PVL-EOF
    OPEN INPUT COMPANY-FILE
    IF COMPANY-STATUS NOT = "35"
        PERFORM UNTIL WS-PVL-EOF = "Y"
            READ COMPANY-FILE
                AT END
                    MOVE "Y" TO WS-PVL-EOF
                NOT AT END
                    IF FUNCTION TRIM(COMPANY-REC) NOT = SPACES
                        PERFORM PARSE-COMPANY-RECORD
                        IF FUNCTION TRIM(WS-CMP-PARSED-CONTACT) NOT = SPACES
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-PARSED-CONTACT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-VIEWER))
                            MOVE WS-CMP-PARSED-NAME TO WS-PVL-COMPANY
                            MOVE "Y" TO WS-PVL-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COMPANY-FILE
    END-IF
    IF WS-PVL-COMPANY NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-PVL-EOF
    OPEN INPUT JOB-FILE
    IF JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-PVL-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-PVL-EOF
                NOT AT END
                    IF JOB-REC NOT = SPACES
                        PERFORM PARSE-JOB-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-VIEWER))
                           AND FUNCTION TRIM(JOB-PARSED-EMPLOYER) NOT = SPACES
                            MOVE JOB-PARSED-EMPLOYER TO WS-PVL-COMPANY
                            MOVE "Y" TO WS-PVL-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-FILE
    END-IF
    EXIT PARAGRAPH.

*> WHO-VIEWED-MY-PROFILE-FLOW: the caller's own rows from
*> ProfileViews.txt, oldest first. Employers appear under their
*> company, administrators as the office rather than by name.
WHO-VIEWED-MY-PROFILE-FLOW.
    MOVE "WHO-VIEWED-PROFILE" TO WS-PRM-CAP
    PERFORM CHECK-CAPABILITY
    IF WS-PRM-GRANTED NOT = "Y"
        MOVE "Who Viewed My Profile is available to student and alumni accounts." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Who Viewed My Profile ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-PVL-SHOWN
    MOVE "N" TO WS-PVL-EOF
    OPEN INPUT PROFILE-VIEW-FILE
    IF PROFILE-VIEW-STATUS = "00"
        PERFORM UNTIL WS-PVL-EOF = "Y"
            READ PROFILE-VIEW-FILE
                AT END
                    MOVE "Y" TO WS-PVL-EOF
                NOT AT END
                    IF PROFILE-VIEW-REC NOT = SPACES
                        PERFORM PARSE-PROFILE-VIEW
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PVL-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            ADD 1 TO WS-PVL-SHOWN
                            PERFORM DESCRIBE-PROFILE-VIEW
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  " DELIMITED BY SIZE
                                   WS-PVL-PARSED-DATE DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-PVL-WHO) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-PVL-HOW) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROFILE-VIEW-FILE
    END-IF

    IF WS-PVL-SHOWN = 0
        MOVE "Nobody has viewed your profile yet." TO OUTPUT-BUFFER
    ELSE
        MOVE WS-PVL-SHOWN TO WS-PVL-SHOWN-EDIT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING FUNCTION TRIM(WS-PVL-SHOWN-EDIT) DELIMITED BY SIZE
               " view(s) of your profile on record." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> PARSE-PROFILE-VIEW: DATE|TIME|VIEWER|VIEWER-ROLE|STUDENT|SOURCE|
*> COMPANY.
PARSE-PROFILE-VIEW.
    MOVE SPACES TO WS-PVL-PARSED-DATE WS-PVL-PARSED-TIME
                   WS-PVL-PARSED-VIEWER WS-PVL-PARSED-ROLE
                   WS-PVL-PARSED-STUDENT WS-PVL-PARSED-SOURCE
                   WS-PVL-PARSED-COMPANY
    UNSTRING PROFILE-VIEW-REC DELIMITED BY "|"
        INTO WS-PVL-PARSED-DATE
             WS-PVL-PARSED-TIME
             WS-PVL-PARSED-VIEWER
             WS-PVL-PARSED-ROLE
             WS-PVL-PARSED-STUDENT
             WS-PVL-PARSED-SOURCE
             WS-PVL-PARSED-COMPANY
    END-UNSTRING
    EXIT PARAGRAPH.

*> DESCRIBE-PROFILE-VIEW: who (WS-PVL-WHO) and how (WS-PVL-HOW) for
*> the student's view of one parsed row.
DESCRIBE-PROFILE-VIEW.
    MOVE SPACES TO WS-PVL-WHO
    EVALUATE FUNCTION TRIM(WS-PVL-PARSED-ROLE)
        WHEN "EMPLOYER"
            IF WS-PVL-PARSED-COMPANY = SPACES
                MOVE "An employer" TO WS-PVL-WHO
            ELSE
                STRING FUNCTION TRIM(WS-PVL-PARSED-COMPANY) DELIMITED BY SIZE
                       " (employer)" DELIMITED BY SIZE
                    INTO WS-PVL-WHO
                END-STRING
            END-IF
        WHEN "ADMIN"
            MOVE "An InCollege administrator" TO WS-PVL-WHO
        WHEN "COUNSELOR"
            STRING "Career counselor " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PVL-PARSED-VIEWER) DELIMITED BY SIZE
                INTO WS-PVL-WHO
            END-STRING
        WHEN OTHER
            MOVE WS-PVL-PARSED-VIEWER TO WS-PVL-WHO
    END-EVALUATE

    EVALUATE FUNCTION TRIM(WS-PVL-PARSED-SOURCE)
        WHEN "PROFILE-SEARCH"
            MOVE "viewed your profile" TO WS-PVL-HOW
        WHEN "GROUP-ROSTER"
            MOVE "viewed your profile from a group" TO WS-PVL-HOW
        WHEN "TALENT-SEARCH"
            MOVE "found you in a talent search" TO WS-PVL-HOW
        WHEN "COUNSELOR-LOOKUP"
            MOVE "opened your advising record" TO WS-PVL-HOW
        WHEN "APPLICANT-REVIEW"
            MOVE "reviewed your application" TO WS-PVL-HOW
        WHEN "BLIND-REVIEW"
            MOVE "reviewed your application (blind)" TO WS-PVL-HOW
        WHEN "RESUME-BOOK"
            MOVE "added you to a resume book" TO WS-PVL-HOW
        WHEN "ADMIN-VIEW-AS"
            MOVE "viewed your account for support" TO WS-PVL-HOW
        WHEN OTHER
            MOVE "viewed your profile" TO WS-PVL-HOW
    END-EVALUATE
    EXIT PARAGRAPH.

*> SELF-IDENTIFICATION-FLOW: the student's own voluntary EEO answers.
*> Every question can be declined, the whole record can be withdrawn,
*> and the audit journal notes only that the record changed - never
*> the answers themselves.
SELF-IDENTIFICATION-FLOW.
    MOVE "SELF-IDENTIFICATION" TO WS-PRM-CAP
    PERFORM CHECK-CAPABILITY
    IF WS-PRM-GRANTED NOT = "Y"
        MOVE "Voluntary self-identification is for student and alumni accounts." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Voluntary Self-Identification ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Answering is voluntary and declining has no effect on any application." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Answers are kept apart from your profile, are never shown to employers," TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "and are only reported as totals covering five or more people." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    PERFORM FIND-SELF-ID
    IF WS-EEO-FOUND = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Your answers: gender " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EEO-PARSED-GENDER) DELIMITED BY SIZE
               ", ethnicity " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EEO-PARSED-ETHNICITY) DELIMITED BY SIZE
               ", veteran " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EEO-PARSED-VETERAN) DELIMITED BY SIZE
               ", disability " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EEO-PARSED-DISABILITY) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    ELSE
        MOVE "You have not self-identified." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter U to give or update your answers, W to withdraw them, or press Enter to leave:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-EEO-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE WS-EEO-COMMAND
        WHEN "U"
            PERFORM ASK-SELF-ID-QUESTIONS
            IF EOF = "Y" EXIT PARAGRAPH END-IF
            PERFORM SAVE-SELF-ID
            MOVE "Thank you - your answers have been saved." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "UPDATED" TO WS-AUDIT-NEW
        WHEN "W"
            IF WS-EEO-FOUND = "N"
                MOVE "There is nothing to withdraw." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-EEO-GENDER
            PERFORM SAVE-SELF-ID
            MOVE "Your self-identification has been withdrawn." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "WITHDRAWN" TO WS-AUDIT-NEW
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE "SELF-ID" TO WS-AUDIT-ENTITY
    MOVE AR-USERNAME TO WS-AUDIT-KEY
    MOVE "RECORD" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    PERFORM WRITE-AUDIT-LINE
    EXIT PARAGRAPH.

*> ASK-SELF-ID-QUESTIONS: the four questions, each a short numbered
*> list where Enter (or anything unlisted) records DECLINED.
ASK-SELF-ID-QUESTIONS.
    MOVE "Gender: 1. Female  2. Male  3. Non-binary  (Enter to decline)" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM READ-SELF-ID-CHOICE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE WS-EEO-CHOICE
        WHEN "1"   MOVE "FEMALE" TO WS-EEO-GENDER
        WHEN "2"   MOVE "MALE" TO WS-EEO-GENDER
        WHEN "3"   MOVE "NONBINARY" TO WS-EEO-GENDER
        WHEN OTHER MOVE "DECLINED" TO WS-EEO-GENDER
    END-EVALUATE

    MOVE "Ethnicity: 1. Hispanic or Latino  2. White  3. Black or African American  4. Asian" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "  5. Native Hawaiian or Other Pacific Islander  6. American Indian or Alaska Native" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "  7. Two or more races  (Enter to decline)" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM READ-SELF-ID-CHOICE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE WS-EEO-CHOICE
        WHEN "1"   MOVE "HISPANIC" TO WS-EEO-ETHNICITY
        WHEN "2"   MOVE "WHITE" TO WS-EEO-ETHNICITY
        WHEN "3"   MOVE "BLACK" TO WS-EEO-ETHNICITY
        WHEN "4"   MOVE "ASIAN" TO WS-EEO-ETHNICITY
        WHEN "5"   MOVE "NHPI" TO WS-EEO-ETHNICITY
        WHEN "6"   MOVE "AIAN" TO WS-EEO-ETHNICITY
        WHEN "7"   MOVE "TWO-OR-MORE" TO WS-EEO-ETHNICITY
        WHEN OTHER MOVE "DECLINED" TO WS-EEO-ETHNICITY
    END-EVALUATE

    MOVE "Veteran status: 1. Protected veteran  2. Not a protected veteran  (Enter to decline)" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM READ-SELF-ID-CHOICE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE WS-EEO-CHOICE
        WHEN "1"   MOVE "PROTECTED" TO WS-EEO-VETERAN
        WHEN "2"   MOVE "NOT-PROTECTED" TO WS-EEO-VETERAN
        WHEN OTHER MOVE "DECLINED" TO WS-EEO-VETERAN
    END-EVALUATE

    MOVE "Disability: 1. Yes, I have a disability  2. No  (Enter to decline)" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM READ-SELF-ID-CHOICE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE WS-EEO-CHOICE
        WHEN "1"   MOVE "YES" TO WS-EEO-DISABILITY
        WHEN "2"   MOVE "NO" TO WS-EEO-DISABILITY
        WHEN OTHER MOVE "DECLINED" TO WS-EEO-DISABILITY
    END-EVALUATE
    EXIT PARAGRAPH.

READ-SELF-ID-CHOICE.
    MOVE SPACES TO WS-EEO-CHOICE
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EEO-CHOICE
    END-READ
    EXIT PARAGRAPH.

*> FIND-SELF-ID: the caller's row, if any, into WS-EEO-PARSED-*.
FIND-SELF-ID.
    MOVE "N" TO WS-EEO-FOUND
    MOVE "N" TO WS-EEO-EOF
    OPEN INPUT EEO-FILE
    IF EEO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EEO-EOF = "Y"
        READ EEO-FILE
            AT END
                MOVE "Y" TO WS-EEO-EOF
            NOT AT END
                IF EEO-REC NOT = SPACES
                    PERFORM PARSE-SELF-ID
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EEO-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-EEO-FOUND
                        MOVE "Y" TO WS-EEO-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EEO-FILE
    EXIT PARAGRAPH.

PARSE-SELF-ID.
    MOVE SPACES TO WS-EEO-PARSED-USER WS-EEO-PARSED-GENDER
                   WS-EEO-PARSED-ETHNICITY WS-EEO-PARSED-VETERAN
                   WS-EEO-PARSED-DISABILITY WS-EEO-PARSED-DATE
    UNSTRING EEO-REC DELIMITED BY "|"
        INTO WS-EEO-PARSED-USER
             WS-EEO-PARSED-GENDER
             WS-EEO-PARSED-ETHNICITY
             WS-EEO-PARSED-VETERAN
             WS-EEO-PARSED-DISABILITY
             WS-EEO-PARSED-DATE
    END-UNSTRING
    EXIT PARAGRAPH.

*> SAVE-SELF-ID: temp-file swap dropping the caller's old row; the new
*> answers in WS-EEO-* are appended unless WS-EEO-GENDER is blank
*> (withdrawal).
SAVE-SELF-ID.
    OPEN OUTPUT EEO-TEMP-FILE
    MOVE "N" TO WS-EEO-EOF
    OPEN INPUT EEO-FILE
    IF EEO-STATUS = "00"
        PERFORM UNTIL WS-EEO-EOF = "Y"
            READ EEO-FILE
                AT END
                    MOVE "Y" TO WS-EEO-EOF
                NOT AT END
                    IF EEO-REC NOT = SPACES
                        PERFORM PARSE-SELF-ID
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EEO-PARSED-USER))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE EEO-REC TO EEO-TEMP-REC
                            WRITE EEO-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EEO-FILE
    END-IF
    IF WS-EEO-GENDER NOT = SPACES
        MOVE SPACES TO EEO-TEMP-REC
        STRING FUNCTION TRIM(AR-USERNAME)       DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-EEO-GENDER)     DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-EEO-ETHNICITY)  DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-EEO-VETERAN)    DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-EEO-DISABILITY) DELIMITED BY SIZE "|"
               FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE
            INTO EEO-TEMP-REC
        END-STRING
        WRITE EEO-TEMP-REC
    END-IF
    CLOSE EEO-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-EEO-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-EEO-TEMP-PATH WS-EEO-LIVE-PATH
        RETURNING WS-EEO-RENAME-STATUS
    EXIT PARAGRAPH.

*> PARSE-COMPANY-RECORD: NAME|DESCRIPTION|INDUSTRY|HEADQUARTERS|
*> WEBSITE|CONTACT-USERNAME. Legacy name-only rows parse with blank
*> profile fields.
PARSE-COMPANY-RECORD.
    MOVE SPACES TO WS-CMP-PARSED-NAME
    MOVE SPACES TO WS-CMP-PARSED-DESC
    MOVE SPACES TO WS-CMP-PARSED-INDUSTRY
    MOVE SPACES TO WS-CMP-PARSED-HQ
    MOVE SPACES TO WS-CMP-PARSED-WEBSITE
    MOVE SPACES TO WS-CMP-PARSED-CONTACT
    UNSTRING COMPANY-REC DELIMITED BY "|"
        INTO WS-CMP-PARSED-NAME
             WS-CMP-PARSED-DESC
             WS-CMP-PARSED-INDUSTRY
             WS-CMP-PARSED-HQ
             WS-CMP-PARSED-WEBSITE
             WS-CMP-PARSED-CONTACT
    END-UNSTRING
    EXIT PARAGRAPH.

*> FIND-COMPANY-RECORD: scan Companies.txt for WS-CMP-TARGET-NAME
*> (case-insensitive, like ADD-COMPANY-IF-NEW's match), leaving the
*> row's fields in WS-CMP-PARSED-*.
FIND-COMPANY-RECORD.
    MOVE "N" TO WS-CMP-FOUND
    MOVE "N" TO WS-CMP-EOF
    OPEN INPUT COMPANY-FILE
    IF COMPANY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CMP-EOF = "Y"
        READ COMPANY-FILE
            AT END
                MOVE "Y" TO WS-CMP-EOF
            NOT AT END
                IF FUNCTION TRIM(COMPANY-REC) NOT = SPACES
                    PERFORM PARSE-COMPANY-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                        MOVE "Y" TO WS-CMP-FOUND
                        MOVE "Y" TO WS-CMP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE COMPANY-FILE
    EXIT PARAGRAPH.

*> EDIT-COMPANY-PROFILE-FLOW: let a verified employer fill in or
*> update their company's page. An unclaimed company (blank contact
*> field) is claimed by whoever edits it first; after that only the
*> recorded contact may edit.
EDIT-COMPANY-PROFILE-FLOW.
    PERFORM LOAD-COMPANY-LIST
    IF WS-COMPANY-COUNT = 0
        MOVE "There are no companies on file yet - post a job first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM DISPLAY-COMPANY-LIST
    MOVE "Enter a number to select your company, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-COMPANY-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-COMPANY-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-COMPANY-SELECTION = 0
       OR WS-COMPANY-SELECTION > WS-COMPANY-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-COMPANY-NAME(WS-COMPANY-SELECTION) TO WS-CMP-TARGET-NAME
    PERFORM FIND-COMPANY-RECORD
    IF WS-CMP-FOUND = "N"
        MOVE "That company could not be read back from the master list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-CMP-PARSED-CONTACT) = SPACES
        MOVE AR-USERNAME TO WS-CMP-PARSED-CONTACT
        MOVE "You are now the verified contact for this company." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-PARSED-CONTACT))
           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
            MOVE "Only this company's verified contact can edit its page." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Enter a company description, or press Enter to keep the current one:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
            IF FUNCTION TRIM(IN-REC) NOT = SPACES
                MOVE IN-REC TO WS-CMP-PARSED-DESC
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter the company's industry, or press Enter to keep the current one:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
            IF FUNCTION TRIM(IN-REC) NOT = SPACES
                MOVE IN-REC TO WS-CMP-PARSED-INDUSTRY
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter the headquarters location, or press Enter to keep the current one:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
            IF FUNCTION TRIM(IN-REC) NOT = SPACES
                MOVE IN-REC TO WS-CMP-PARSED-HQ
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter the company website, or press Enter to keep the current one:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
            IF FUNCTION TRIM(IN-REC) NOT = SPACES
                MOVE IN-REC TO WS-CMP-PARSED-WEBSITE
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    INSPECT WS-CMP-PARSED-DESC     REPLACING ALL "|" BY " "
    INSPECT WS-CMP-PARSED-INDUSTRY REPLACING ALL "|" BY " "
    INSPECT WS-CMP-PARSED-HQ       REPLACING ALL "|" BY " "
    INSPECT WS-CMP-PARSED-WEBSITE  REPLACING ALL "|" BY " "

    PERFORM REWRITE-COMPANY-RECORD

    MOVE "Company profile saved." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REWRITE-COMPANY-RECORD: temp-file swap over Companies.txt replacing
*> WS-CMP-TARGET-NAME's row with the current WS-CMP-PARSED-* fields.
REWRITE-COMPANY-RECORD.
    MOVE "N" TO WS-CMP-EOF
    OPEN INPUT COMPANY-FILE
    IF COMPANY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT COMPANY-TEMP-FILE

    PERFORM UNTIL WS-CMP-EOF = "Y"
        READ COMPANY-FILE
            AT END
                MOVE "Y" TO WS-CMP-EOF
            NOT AT END
                IF FUNCTION TRIM(COMPANY-REC) NOT = SPACES
                    MOVE COMPANY-REC TO COMPANY-TEMP-REC
                    PERFORM PARSE-COMPANY-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                        MOVE SPACES TO COMPANY-TEMP-REC
                        STRING
                            FUNCTION TRIM(WS-CMP-TARGET-NAME)      DELIMITED BY SIZE "|"
                            FUNCTION TRIM(WS-CMP-PARSED-DESC)      DELIMITED BY SIZE "|"
                            FUNCTION TRIM(WS-CMP-PARSED-INDUSTRY)  DELIMITED BY SIZE "|"
                            FUNCTION TRIM(WS-CMP-PARSED-HQ)        DELIMITED BY SIZE "|"
                            FUNCTION TRIM(WS-CMP-PARSED-WEBSITE)   DELIMITED BY SIZE "|"
                            FUNCTION TRIM(WS-CMP-PARSED-CONTACT)   DELIMITED BY SIZE
                            INTO COMPANY-TEMP-REC
                        END-STRING
                    END-IF
                    WRITE COMPANY-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE COMPANY-FILE
    CLOSE COMPANY-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-COMPANY-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-COMPANY-TEMP-PATH WS-COMPANY-LIVE-PATH
        RETURNING WS-COMPANY-RENAME-STATUS
    EXIT PARAGRAPH.

*> VIEW-COMPANY-FLOW: the student-facing company page - the profile
*> fields from the company master plus every Open posting the company
*> has in JobPostings.txt (matched on the employer field, the same
*> canonical spelling ADD-COMPANY-IF-NEW enforces).
VIEW-COMPANY-FLOW.
    PERFORM FIND-COMPANY-RECORD

    MOVE "--- Company Profile ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Company: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-TARGET-NAME) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    IF WS-CMP-FOUND = "Y"
        IF FUNCTION TRIM(WS-CMP-PARSED-DESC) NOT = SPACES
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "About: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-PARSED-DESC) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
        IF FUNCTION TRIM(WS-CMP-PARSED-INDUSTRY) NOT = SPACES
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Industry: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-PARSED-INDUSTRY) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
        IF FUNCTION TRIM(WS-CMP-PARSED-HQ) NOT = SPACES
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Headquarters: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-PARSED-HQ) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
        IF FUNCTION TRIM(WS-CMP-PARSED-WEBSITE) NOT = SPACES
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Website: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-PARSED-WEBSITE) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
        IF FUNCTION TRIM(WS-CMP-PARSED-CONTACT) NOT = SPACES
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Verified contact: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-PARSED-CONTACT) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
    ELSE
        MOVE "This company has not filled in its profile yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "VIEW-EMPLOYER-TOUCHES" TO WS-PRM-CAP
    PERFORM HAS-CAPABILITY
    MOVE WS-PRM-GRANTED TO WS-ERL-IS-STAFF
    PERFORM SHOW-LAST-EMPLOYER-TOUCH

    PERFORM SHOW-COMPANY-RATING
    PERFORM SHOW-RECENT-REVIEWS

    *> "Does anyone from here ever get in?" - the most persuasive fact
    *> on the page, shown when the viewer has a university on file.
    IF FUNCTION TRIM(AR-UNIVERSITY) NOT = SPACES
        PERFORM SHOW-ALUMNI-AT-COMPANY
    END-IF

    MOVE "Open postings from this company:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LIST-COMPANY-OPEN-POSTINGS

    *> Career-services staff keep the relationship log from here.
    IF WS-ERL-IS-STAFF = "Y"
        PERFORM EMPLOYER-RELATIONS-LOG-FLOW
    END-IF
    EXIT PARAGRAPH.

*> LOAD-CURRENT-POLICY: WS-POL-CURRENT is the highest policy version
*> whose effective date has arrived (0 when no policy is on file, in
*> which case nothing is gated).
LOAD-CURRENT-POLICY.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POL-TODAY
    MOVE 0 TO WS-POL-CURRENT
    MOVE SPACES TO WS-POL-EFFECTIVE
    MOVE "N" TO WS-POL-EOF
    OPEN INPUT POLICY-FILE
    IF POLICY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-POL-EOF = "Y"
        READ POLICY-FILE
            AT END
                MOVE "Y" TO WS-POL-EOF
            NOT AT END
                IF POLICY-REC NOT = SPACES
                    PERFORM PARSE-POLICY-RECORD
                    IF FUNCTION TRIM(WS-POL-P-VERSION) IS NUMERIC
                       AND WS-POL-P-EFFECTIVE IS NUMERIC
                       AND WS-POL-P-EFFECTIVE <= WS-POL-TODAY
                        MOVE FUNCTION NUMVAL(WS-POL-P-VERSION) TO WS-POL-VERSION-NUM
                        IF WS-POL-VERSION-NUM > WS-POL-CURRENT
                            MOVE WS-POL-VERSION-NUM TO WS-POL-CURRENT
                            MOVE WS-POL-P-EFFECTIVE TO WS-POL-EFFECTIVE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLICY-FILE
    EXIT PARAGRAPH.

*> CHECK-POLICY-ACCEPTANCE: WS-POL-ACCEPTED is "Y" when the signed-in
*> employer has accepted the current version (or there is none).
CHECK-POLICY-ACCEPTANCE.
    PERFORM LOAD-CURRENT-POLICY
    MOVE "Y" TO WS-POL-ACCEPTED
    IF WS-POL-CURRENT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-POL-ACCEPTED
    MOVE "N" TO WS-POL-EOF
    OPEN INPUT POLICY-ACCEPT-FILE
    IF POLICY-ACCEPT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-POL-EOF = "Y"
        READ POLICY-ACCEPT-FILE
            AT END
                MOVE "Y" TO WS-POL-EOF
            NOT AT END
                IF POLICY-ACCEPT-REC NOT = SPACES
                    MOVE SPACES TO WS-POL-P-USER WS-POL-P-VERSION WS-POL-P-DATE
                    UNSTRING POLICY-ACCEPT-REC DELIMITED BY "|"
                        INTO WS-POL-P-USER WS-POL-P-VERSION WS-POL-P-DATE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POL-P-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(WS-POL-P-VERSION) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-POL-P-VERSION) = WS-POL-CURRENT
                        MOVE "Y" TO WS-POL-ACCEPTED
                        MOVE "Y" TO WS-POL-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLICY-ACCEPT-FILE
    EXIT PARAGRAPH.

*> POLICY-ACCEPTANCE-PROMPT: show the current version's text and take
*> the employer's acceptance. Run at login when a new version is
*> waiting, and again from any gated flow; "later" leaves posting and
*> offers closed but the rest of the session open.
POLICY-ACCEPTANCE-PROMPT.
    MOVE WS-POL-CURRENT TO WS-POL-CURRENT-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "--- Recruiting Policy, version " DELIMITED BY SIZE
           FUNCTION TRIM(WS-POL-CURRENT-EDIT) DELIMITED BY SIZE
           " (effective " DELIMITED BY SIZE
           WS-POL-EFFECTIVE DELIMITED BY SIZE
           ") ---" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "N" TO WS-POL-EOF
    OPEN INPUT POLICY-FILE
    IF POLICY-STATUS NOT = "35"
        PERFORM UNTIL WS-POL-EOF = "Y"
            READ POLICY-FILE
                AT END
                    MOVE "Y" TO WS-POL-EOF
                NOT AT END
                    IF POLICY-REC NOT = SPACES
                        PERFORM PARSE-POLICY-RECORD
                        IF FUNCTION TRIM(WS-POL-P-VERSION) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-POL-P-VERSION) = WS-POL-CURRENT
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-POL-P-TEXT) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE POLICY-FILE
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Type ACCEPT to accept version " DELIMITED BY SIZE
           FUNCTION TRIM(WS-POL-CURRENT-EDIT) DELIMITED BY SIZE
           " of the recruiting policy, or press Enter to decide later:" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-POL-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-POL-COMMAND NOT = "ACCEPT"
        MOVE "Posting jobs and extending offers stay closed until you accept the current policy." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND POLICY-ACCEPT-FILE
    IF POLICY-ACCEPT-STATUS = "35"
        OPEN OUTPUT POLICY-ACCEPT-FILE
    END-IF
    MOVE SPACES TO POLICY-ACCEPT-REC
    STRING FUNCTION TRIM(AR-USERNAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-POL-CURRENT-EDIT) DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE
        INTO POLICY-ACCEPT-REC
    END-STRING
    WRITE POLICY-ACCEPT-REC
    CLOSE POLICY-ACCEPT-FILE
    MOVE "Y" TO WS-POL-ACCEPTED

    MOVE "POLICY" TO WS-AUDIT-ENTITY
    MOVE AR-USERNAME TO WS-AUDIT-KEY
    MOVE "ACCEPTED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    STRING "version " DELIMITED BY SIZE
           FUNCTION TRIM(WS-POL-CURRENT-EDIT) DELIMITED BY SIZE
        INTO WS-AUDIT-NEW
    END-STRING
    PERFORM WRITE-AUDIT-LINE
    MOVE "Thank you - your acceptance has been recorded." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REQUIRE-POLICY-ACCEPTANCE: the gate in front of POST-JOB-FLOW and
*> EXTEND-OFFER-FLOW. Offers the policy once more when it is still
*> unaccepted; WS-POL-ACCEPTED says whether the flow may go on.
REQUIRE-POLICY-ACCEPTANCE.
    PERFORM CHECK-POLICY-ACCEPTANCE
    IF WS-POL-ACCEPTED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "You must accept the current recruiting policy before posting jobs or extending offers." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM POLICY-ACCEPTANCE-PROMPT
    EXIT PARAGRAPH.

PARSE-POLICY-RECORD.
    MOVE SPACES TO WS-POL-P-VERSION WS-POL-P-EFFECTIVE WS-POL-P-TEXT
    UNSTRING POLICY-REC DELIMITED BY "|"
        INTO WS-POL-P-VERSION WS-POL-P-EFFECTIVE WS-POL-P-TEXT
    END-UNSTRING
    EXIT PARAGRAPH.

*> EMPLOYER-RELATIONS-FLOW: the staff way onto any company page - pick
*> from the company master, then the page (with its relationship log)
*> is shown exactly as a student would reach it from a posting.
EMPLOYER-RELATIONS-FLOW.
    PERFORM LOAD-COMPANY-LIST
    IF WS-COMPANY-COUNT = 0
        MOVE "There are no companies on file yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM DISPLAY-COMPANY-LIST
    MOVE "Enter a number to open that company's page, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-COMPANY-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-COMPANY-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-COMPANY-SELECTION = 0
       OR WS-COMPANY-SELECTION > WS-COMPANY-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-COMPANY-NAME(WS-COMPANY-SELECTION) TO WS-CMP-TARGET-NAME
    PERFORM VIEW-COMPANY-FLOW
    EXIT PARAGRAPH.

*> SHOW-LAST-EMPLOYER-TOUCH: the company page's "last touch" line -
*> date of the newest log row for WS-CMP-TARGET-NAME and the staff
*> member who made it, i.e. who currently owns the relationship. Also
*> loads the company's rows into WS-ERL-TABLE for the staff log view.
SHOW-LAST-EMPLOYER-TOUCH.
    MOVE 0 TO WS-ERL-COUNT
    MOVE 0 TO WS-ERL-MAX-ID
    MOVE SPACES TO WS-ERL-LAST-DATE WS-ERL-LAST-STAFF WS-ERL-LAST-FOLLOWUP
    MOVE "N" TO WS-ERL-EOF
    OPEN INPUT ERL-FILE
    IF ERL-STATUS NOT = "35"
        PERFORM UNTIL WS-ERL-EOF = "Y"
            READ ERL-FILE
                AT END
                    MOVE "Y" TO WS-ERL-EOF
                NOT AT END
                    IF ERL-REC NOT = SPACES
                        PERFORM PARSE-ERL-RECORD
                        IF FUNCTION TRIM(WS-ERL-P-ID) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-ERL-P-ID) > WS-ERL-MAX-ID
                            MOVE FUNCTION NUMVAL(WS-ERL-P-ID) TO WS-ERL-MAX-ID
                        END-IF
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ERL-P-COMPANY))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                            PERFORM KEEP-ERL-ENTRY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ERL-FILE
    END-IF

    IF WS-ERL-COUNT = 0
        IF WS-ERL-IS-STAFF = "Y"
            MOVE "Employer relations: no staff contact logged yet." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Last career-services contact: " DELIMITED BY SIZE
           WS-ERL-LAST-DATE DELIMITED BY SIZE
           " (relationship owner: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ERL-LAST-STAFF) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> KEEP-ERL-ENTRY: the parsed row onto the end of WS-ERL-TABLE (the
*> oldest row drops off once 50 are held) and into the last-touch
*> fields.
KEEP-ERL-ENTRY.
    IF WS-ERL-COUNT = 50
        PERFORM VARYING WS-ERL-IDX FROM 1 BY 1 UNTIL WS-ERL-IDX > 49
            MOVE WS-ERL-ENTRY(WS-ERL-IDX + 1) TO WS-ERL-ENTRY(WS-ERL-IDX)
        END-PERFORM
    ELSE
        ADD 1 TO WS-ERL-COUNT
    END-IF
    MOVE WS-ERL-P-DATE     TO WS-ERL-T-DATE(WS-ERL-COUNT)
    MOVE WS-ERL-P-STAFF    TO WS-ERL-T-STAFF(WS-ERL-COUNT)
    MOVE WS-ERL-P-CONTACT  TO WS-ERL-T-CONTACT(WS-ERL-COUNT)
    MOVE WS-ERL-P-CHANNEL  TO WS-ERL-T-CHANNEL(WS-ERL-COUNT)
    MOVE WS-ERL-P-FOLLOWUP TO WS-ERL-T-FOLLOWUP(WS-ERL-COUNT)
    MOVE WS-ERL-P-NOTES    TO WS-ERL-T-NOTES(WS-ERL-COUNT)
    MOVE WS-ERL-P-DATE     TO WS-ERL-LAST-DATE
    MOVE WS-ERL-P-STAFF    TO WS-ERL-LAST-STAFF
    MOVE WS-ERL-P-FOLLOWUP TO WS-ERL-LAST-FOLLOWUP
    EXIT PARAGRAPH.

*> EMPLOYER-RELATIONS-LOG-FLOW: counselor/admin view of the company's
*> relationship log (newest five rows and the open follow-up), with
*> the option to log a new call, email, visit or meeting. A new row
*> replaces any earlier follow-up date - the newest row's date is the
*> only one that stays open.
EMPLOYER-RELATIONS-LOG-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ERL-TODAY
    MOVE "--- Employer Relations Log ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    IF WS-ERL-COUNT = 0
        MOVE "  (no contacts logged)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    MOVE 0 TO WS-ERL-SHOWN
    PERFORM VARYING WS-ERL-IDX FROM WS-ERL-COUNT BY -1
        UNTIL WS-ERL-IDX < 1 OR WS-ERL-SHOWN = 5
        ADD 1 TO WS-ERL-SHOWN
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  " DELIMITED BY SIZE
               WS-ERL-T-DATE(WS-ERL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ERL-T-CHANNEL(WS-ERL-IDX)) DELIMITED BY SIZE
               " with " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ERL-T-CONTACT(WS-ERL-IDX)) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ERL-T-STAFF(WS-ERL-IDX)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ERL-T-NOTES(WS-ERL-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM
    IF WS-ERL-LAST-FOLLOWUP IS NUMERIC
        MOVE SPACES TO OUTPUT-BUFFER
        IF WS-ERL-LAST-FOLLOWUP < WS-ERL-TODAY
            STRING "Follow-up due " DELIMITED BY SIZE
                   WS-ERL-LAST-FOLLOWUP DELIMITED BY SIZE
                   " - OVERDUE" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING "Follow-up due " DELIMITED BY SIZE
                   WS-ERL-LAST-FOLLOWUP DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter 'Log' to record a contact with this company, or press Enter to continue:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-ERL-COMMAND
    END-READ
    IF EOF = "Y" OR WS-ERL-COMMAND NOT = "LOG"
        EXIT PARAGRAPH
    END-IF

    MOVE "Who did you speak with (name and title)?" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ERL-CONTACT-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ERL-CONTACT-IN = SPACES
        MOVE "Error: The contact person is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Channel - CALL, EMAIL, VISIT, MEETING, EVENT or OTHER:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-ERL-CHANNEL-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE WS-ERL-CHANNEL-IN
        WHEN "CALL"
        WHEN "EMAIL"
        WHEN "VISIT"
        WHEN "MEETING"
        WHEN "EVENT"
        WHEN "OTHER"
            CONTINUE
        WHEN OTHER
            MOVE "Error: The channel must be CALL, EMAIL, VISIT, MEETING, EVENT or OTHER." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE "Notes (what was discussed or promised):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ERL-NOTES-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ERL-NOTES-IN = SPACES
        MOVE "Error: Notes are required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Follow-up date (YYYYMMDD), or press Enter for none:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ERL-FOLLOWUP-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ERL-FOLLOWUP-IN NOT = SPACES
        IF WS-ERL-FOLLOWUP-IN(1:8) NOT NUMERIC
           OR WS-ERL-FOLLOWUP-IN(9:) NOT = SPACES
           OR WS-ERL-FOLLOWUP-IN(1:8) < WS-ERL-TODAY
            MOVE "Error: The follow-up date must be today or later (YYYYMMDD)." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
    END-IF

    INSPECT WS-ERL-CONTACT-IN REPLACING ALL "|" BY " "
    INSPECT WS-ERL-NOTES-IN REPLACING ALL "|" BY " "
    COMPUTE WS-ERL-NEW-ID = WS-ERL-MAX-ID + 1
    MOVE WS-ERL-NEW-ID TO WS-ERL-ID-EDIT
    OPEN EXTEND ERL-FILE
    IF ERL-STATUS = "35"
        OPEN OUTPUT ERL-FILE
    END-IF
    MOVE SPACES TO ERL-REC
    STRING FUNCTION TRIM(WS-ERL-ID-EDIT)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-CMP-TARGET-NAME)  DELIMITED BY SIZE "|"
           WS-ERL-TODAY                       DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ERL-CONTACT-IN)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ERL-CHANNEL-IN)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ERL-FOLLOWUP-IN)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ERL-NOTES-IN)     DELIMITED BY SIZE
        INTO ERL-REC
    END-STRING
    WRITE ERL-REC
    CLOSE ERL-FILE
    MOVE "Contact logged. You are now shown as this company's relationship owner." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

PARSE-ERL-RECORD.
    MOVE SPACES TO WS-ERL-P-ID WS-ERL-P-COMPANY WS-ERL-P-DATE
                   WS-ERL-P-STAFF WS-ERL-P-CONTACT WS-ERL-P-CHANNEL
                   WS-ERL-P-FOLLOWUP WS-ERL-P-NOTES
    UNSTRING ERL-REC DELIMITED BY "|"
        INTO WS-ERL-P-ID
             WS-ERL-P-COMPANY
             WS-ERL-P-DATE
             WS-ERL-P-STAFF
             WS-ERL-P-CONTACT
             WS-ERL-P-CHANNEL
             WS-ERL-P-FOLLOWUP
             WS-ERL-P-NOTES
    END-UNSTRING
    EXIT PARAGRAPH.

*> SHOW-ALUMNI-AT-COMPANY: people from the viewer's university who
*> worked at this company (an AR-EXP-COMPANY entry naming it) or were
*> Hired through one of its postings. Names appear only when the
*> person's AR-VISIBILITY permits; everyone still counts toward the
*> number.
SHOW-ALUMNI-AT-COMPANY.
    MOVE FUNCTION TRIM(AR-UNIVERSITY) TO WS-ACY-VIEWER-UNI
    MOVE AR-USERNAME TO WS-ACY-SAVED-USERNAME

    *> This company's posting IDs, then the users Hired through them.
    MOVE 0 TO WS-ACY-JOB-COUNT
    MOVE "N" TO WS-ACY-EOF
    OPEN INPUT JOB-FILE
    IF JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-ACY-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-ACY-EOF
                NOT AT END
                    IF JOB-REC NOT = SPACES
                        PERFORM PARSE-JOB-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-EMPLOYER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                           AND WS-ACY-JOB-COUNT < 200
                            ADD 1 TO WS-ACY-JOB-COUNT
                            MOVE FUNCTION TRIM(JOB-PARSED-ID)
                                TO WS-ACY-JOB-ID(WS-ACY-JOB-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-FILE
    END-IF

    MOVE 0 TO WS-ACY-HIRED-COUNT
    IF WS-ACY-JOB-COUNT > 0
        MOVE "N" TO WS-ACY-EOF
        OPEN INPUT APPLICATION-FILE
        IF APPLICATION-STATUS NOT = "35"
            PERFORM UNTIL WS-ACY-EOF = "Y"
                READ APPLICATION-FILE
                    AT END
                        MOVE "Y" TO WS-ACY-EOF
                    NOT AT END
                        IF APPLICATION-REC NOT = SPACES
                            PERFORM PARSE-APPLICATION-RECORD
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS))
                               = "HIRED"
                                PERFORM VARYING WS-ACY-IDX FROM 1 BY 1
                                    UNTIL WS-ACY-IDX > WS-ACY-JOB-COUNT
                                    IF WS-ACY-JOB-ID(WS-ACY-IDX)
                                       = FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                                       AND WS-ACY-HIRED-COUNT < 100
                                        ADD 1 TO WS-ACY-HIRED-COUNT
                                        MOVE FUNCTION TRIM(APPLICATION-PARSED-USERNAME)
                                            TO WS-ACY-HIRED-USER(WS-ACY-HIRED-COUNT)
                                        MOVE WS-ACY-JOB-COUNT TO WS-ACY-IDX
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APPLICATION-FILE
        END-IF
    END-IF

    *> One account scan: same-university users who worked here or were
    *> hired here. The session record is restored afterwards.
    MOVE 0 TO WS-ACY-MATCH-COUNT
    MOVE "N" TO WS-ACY-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-ACY-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-ACY-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-UNIVERSITY))
                       = FUNCTION UPPER-CASE(WS-ACY-VIEWER-UNI)
                        PERFORM CHECK-ALUMNI-COMPANY-MATCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    MOVE WS-ACY-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD

    IF WS-ACY-MATCH-COUNT > 0
        MOVE WS-ACY-MATCH-COUNT TO WS-ACY-COUNT-EDIT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING FUNCTION TRIM(WS-ACY-COUNT-EDIT) DELIMITED BY SIZE
               " student(s)/alumni from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACY-VIEWER-UNI) DELIMITED BY SIZE
               " have worked or been hired here." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> CHECK-ALUMNI-COMPANY-MATCH: the account currently in ACCOUNT-INFO
*> against this company - an experience entry naming it, or a Hired
*> application through one of its postings. Prints the name inline
*> when the account's visibility is PUBLIC (the default).
CHECK-ALUMNI-COMPANY-MATCH.
    MOVE "N" TO WS-ACY-WORKED
    PERFORM VARYING WS-ACY-IDX FROM 1 BY 1 UNTIL WS-ACY-IDX > 10
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EXP-COMPANY(WS-ACY-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
            MOVE "Y" TO WS-ACY-WORKED
            MOVE 10 TO WS-ACY-IDX
        END-IF
    END-PERFORM

    MOVE "N" TO WS-ACY-WAS-HIRED
    PERFORM VARYING WS-ACY-IDX FROM 1 BY 1
        UNTIL WS-ACY-IDX > WS-ACY-HIRED-COUNT
        IF FUNCTION UPPER-CASE(WS-ACY-HIRED-USER(WS-ACY-IDX))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
            MOVE "Y" TO WS-ACY-WAS-HIRED
            MOVE WS-ACY-HIRED-COUNT TO WS-ACY-IDX
        END-IF
    END-PERFORM

    IF WS-ACY-WORKED = "N" AND WS-ACY-WAS-HIRED = "N"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ACY-MATCH-COUNT

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-VISIBILITY)) = "PUBLIC"
       OR FUNCTION TRIM(AR-VISIBILITY) = SPACES
        MOVE SPACES TO OUTPUT-BUFFER
        IF WS-ACY-WAS-HIRED = "Y"
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
                   " - hired here" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
                   " - worked here" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> LIST-COMPANY-OPEN-POSTINGS: one scan of JOB-FILE for Open postings
*> whose employer matches WS-CMP-TARGET-NAME.
LIST-COMPANY-OPEN-POSTINGS.
    MOVE 0 TO WS-CMP-OPEN-COUNT
    MOVE "N" TO JOB-EOF
    OPEN INPUT JOB-FILE
    IF JOB-STATUS = "35"
        MOVE "  (none)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL JOB-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO JOB-EOF
            NOT AT END
                IF JOB-REC NOT = SPACES
                    PERFORM PARSE-JOB-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-EMPLOYER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-POSTING-STATUS)) = "OPEN"
                        ADD 1 TO WS-CMP-OPEN-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(JOB-PARSED-TITLE) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(JOB-PARSED-LOCATION) DELIMITED BY SIZE
                               ") [Job " DELIMITED BY SIZE
                               FUNCTION TRIM(JOB-PARSED-ID) DELIMITED BY SIZE
                               "]" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE

    IF WS-CMP-OPEN-COUNT = 0
        MOVE "  (none)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> TALENT-SEARCH-FLOW: verified-employer candidate search. Collects the
*> filter criteria (Enter skips any of them), calls TALENTSEARCH for
*> the scan, shows the numbered matches, and offers to shortlist one
*> of them against one of the caller's own postings.
TALENT-SEARCH-FLOW.
    MOVE "Enter a major to filter by, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-TS-MAJOR
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter a university to filter by, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-TS-UNIVERSITY
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Earliest graduation year to include, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TS-YEAR-FROM
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Latest graduation year to include, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TS-YEAR-TO
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Minimum GPA (e.g., 3.00), or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TS-MIN-GPA
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Required completed skill (1-5), or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE SPACES TO WS-TS-SKILL-ID
                IF FUNCTION TRIM(IN-REC) >= "1" AND FUNCTION TRIM(IN-REC) <= "5"
                    MOVE FUNCTION TRIM(IN-REC) TO WS-TS-SKILL-ID
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Free-form tags describe what employers actually screen for;
    *> the filter is canonicalized so "JS" finds "Javascript" people.
    MOVE "Required skill tag, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TS-SKILL-TAG
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-TS-SKILL-TAG NOT = SPACES
        MOVE WS-TS-SKILL-TAG TO WS-TAG-IN
        PERFORM CANONICALIZE-SKILL-TAG
        MOVE WS-TAG-CANON TO WS-TS-SKILL-TAG
    END-IF

    MOVE "Only candidates with employer-verified experience? Enter Y, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE SPACES TO WS-TS-VERIFIED-EXP
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) = "Y"
                    MOVE "Y" TO WS-TS-VERIFIED-EXP
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Only candidates open to opportunities? Enter Y, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE SPACES TO WS-TS-OPEN-ONLY
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) = "Y"
                    MOVE "Y" TO WS-TS-OPEN-ONLY
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    CALL 'TALENTSEARCH' USING WS-TS-MAJOR WS-TS-UNIVERSITY
        WS-TS-YEAR-FROM WS-TS-YEAR-TO WS-TS-MIN-GPA WS-TS-SKILL-ID
        WS-TS-SKILL-TAG WS-TS-VERIFIED-EXP
        WS-MATCH-COUNT WS-MATCH-USERNAMES WS-MATCH-DISPLAY-LINES
        WS-USER-CAMPUS WS-TS-OPEN-ONLY

    IF WS-MATCH-COUNT = 0
        MOVE "No candidates matched that search." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "---Candidate Matches---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        MOVE WS-MATCH-IDX TO WS-MATCH-IDX-DISPLAY
        STRING FUNCTION TRIM(WS-MATCH-IDX-DISPLAY)            DELIMITED BY SIZE
               ". "                                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-MATCH-DISPLAY-LINE(WS-MATCH-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        *> Each candidate's summary line is a disclosure of their record.
        MOVE WS-MATCH-USERNAME(WS-MATCH-IDX) TO WS-PVL-STUDENT
        MOVE "TALENT-SEARCH" TO WS-PVL-SOURCE
        PERFORM WRITE-PROFILE-VIEW
    END-PERFORM

    MOVE "Enter a number to shortlist that candidate, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-MATCH-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-MATCH-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-MATCH-SELECTION > 0 AND WS-MATCH-SELECTION <= WS-MATCH-COUNT
        MOVE WS-MATCH-USERNAME(WS-MATCH-SELECTION) TO WS-SHORT-CANDIDATE
        PERFORM SHORTLIST-CANDIDATE-PROMPT
    END-IF
    EXIT PARAGRAPH.

*> SHORTLIST-CANDIDATE-PROMPT: attach WS-SHORT-CANDIDATE to one of the
*> caller's postings, one EMPLOYER|JOB-ID|STUDENT row, deduped.
SHORTLIST-CANDIDATE-PROMPT.
    MOVE "Enter the Job ID to shortlist this candidate for:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-SHORT-JOB-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE WS-SHORT-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    PERFORM CHECK-JOB-DETAILS-MANAGEABLE
    IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
        MOVE "That Job ID is not one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-SHORTLIST-DUPLICATE
    IF WS-SHORT-DUPLICATE = "Y"
        MOVE "That candidate is already on this posting's shortlist." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND SHORTLIST-FILE
    IF SHORTLIST-STATUS = "35"
        OPEN OUTPUT SHORTLIST-FILE
    END-IF
    MOVE SPACES TO SHORTLIST-REC
    STRING FUNCTION TRIM(AR-USERNAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SHORT-JOB-ID)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SHORT-CANDIDATE) DELIMITED BY SIZE
        INTO SHORTLIST-REC
    END-STRING
    WRITE SHORTLIST-REC
    CLOSE SHORTLIST-FILE

    MOVE "Candidate added to the posting's shortlist." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

CHECK-SHORTLIST-DUPLICATE.
    MOVE "N" TO WS-SHORT-DUPLICATE
    MOVE "N" TO WS-SHORT-EOF
    OPEN INPUT SHORTLIST-FILE
    IF SHORTLIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SHORT-EOF = "Y"
        READ SHORTLIST-FILE
            AT END
                MOVE "Y" TO WS-SHORT-EOF
            NOT AT END
                UNSTRING SHORTLIST-REC DELIMITED BY "|"
                    INTO WS-SHORT-PARSED-EMPLOYER
                         WS-SHORT-PARSED-JOB-ID
                         WS-SHORT-PARSED-STUDENT
                END-UNSTRING
                IF FUNCTION TRIM(WS-SHORT-PARSED-JOB-ID)
                   = FUNCTION TRIM(WS-SHORT-JOB-ID)
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SHORT-PARSED-STUDENT))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SHORT-CANDIDATE))
                    MOVE "Y" TO WS-SHORT-DUPLICATE
                    MOVE "Y" TO WS-SHORT-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SHORTLIST-FILE
    EXIT PARAGRAPH.

*> VIEW-SHORTLIST-FLOW: list the shortlist kept for one of the
*> caller's postings.
VIEW-SHORTLIST-FLOW.
    MOVE "Enter the Job ID whose shortlist you want to see:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-SHORT-JOB-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE WS-SHORT-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    PERFORM CHECK-JOB-DETAILS-MANAGEABLE
    IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
        MOVE "That Job ID is not one of your postings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-SHORT-COUNT
    MOVE "N" TO WS-SHORT-EOF

    MOVE "--- Shortlisted Candidates ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT SHORTLIST-FILE
    IF SHORTLIST-STATUS = "35"
        MOVE "No candidates have been shortlisted for this posting." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SHORT-EOF = "Y"
        READ SHORTLIST-FILE
            AT END
                MOVE "Y" TO WS-SHORT-EOF
            NOT AT END
                IF SHORTLIST-REC NOT = SPACES
                    UNSTRING SHORTLIST-REC DELIMITED BY "|"
                        INTO WS-SHORT-PARSED-EMPLOYER
                             WS-SHORT-PARSED-JOB-ID
                             WS-SHORT-PARSED-STUDENT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-SHORT-PARSED-JOB-ID)
                       = FUNCTION TRIM(WS-SHORT-JOB-ID)
                        ADD 1 TO WS-SHORT-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SHORT-PARSED-STUDENT) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SHORTLIST-FILE

    IF WS-SHORT-COUNT = 0
        MOVE "No candidates have been shortlisted for this posting." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> COLLECT-SCREENING-QUESTIONS: up to three short questions the
*> employer wants every applicant to answer up front ("Are you
*> authorized to work in the US?"). Enter on an empty prompt finishes
*> early; the questions land in WS-QST-TABLE until SAVE-JOB-POSTING
*> has assigned the JobID they will be keyed by.
COLLECT-SCREENING-QUESTIONS.
    MOVE 0 TO WS-QST-COUNT
    MOVE "Y" TO WS-ADD-ANOTHER
    PERFORM UNTIL WS-QST-COUNT >= 3 OR EOF = "Y" OR WS-ADD-ANOTHER NOT = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        COMPUTE WS-QST-IDX = WS-QST-COUNT + 1
        MOVE WS-QST-IDX TO WS-QST-IDX-DISPLAY
        STRING "Enter screening question #" DELIMITED BY SIZE
               WS-QST-IDX-DISPLAY           DELIMITED BY SIZE
               ", or press Enter to finish:" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    IF FUNCTION TRIM(IN-REC) = SPACES
                        MOVE "N" TO WS-ADD-ANOTHER
                    ELSE
                        ADD 1 TO WS-QST-COUNT
                        MOVE IN-REC TO WS-QST-TEXT(WS-QST-COUNT)
                        INSPECT WS-QST-TEXT(WS-QST-COUNT)
                            REPLACING ALL "|" BY " "
                    END-IF
        END-READ
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-SCREENING-QUESTIONS: persist the collected questions keyed by
*> the JobID SAVE-JOB-POSTING just assigned.
WRITE-SCREENING-QUESTIONS.
    IF WS-QST-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND QUESTION-FILE
    IF QUESTION-STATUS = "35"
        OPEN OUTPUT QUESTION-FILE
    END-IF
    MOVE JOB-ID-NUM TO JOB-ID-EDIT
    PERFORM VARYING WS-QST-IDX FROM 1 BY 1 UNTIL WS-QST-IDX > WS-QST-COUNT
        MOVE WS-QST-IDX TO WS-QST-IDX-DISPLAY
        MOVE SPACES TO QUESTION-REC
        STRING FUNCTION TRIM(JOB-ID-EDIT)          DELIMITED BY SIZE "|"
               WS-QST-IDX-DISPLAY                  DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QST-TEXT(WS-QST-IDX)) DELIMITED BY SIZE
            INTO QUESTION-REC
        END-STRING
        WRITE QUESTION-REC
    END-PERFORM
    CLOSE QUESTION-FILE
    EXIT PARAGRAPH.

*> LOAD-SCREENING-QUESTIONS: pull the posting's questions (keyed by
*> JOB-DETAILS-ID) into WS-QST-TABLE for the apply flow.
LOAD-SCREENING-QUESTIONS.
    MOVE 0 TO WS-QST-COUNT
    MOVE "N" TO WS-QST-EOF
    OPEN INPUT QUESTION-FILE
    IF QUESTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-QST-EOF = "Y"
        READ QUESTION-FILE
            AT END
                MOVE "Y" TO WS-QST-EOF
            NOT AT END
                IF QUESTION-REC NOT = SPACES
                    MOVE SPACES TO WS-QST-PARSED-JOB-ID WS-QST-PARSED-SEQ
                                   WS-QST-PARSED-TEXT
                    UNSTRING QUESTION-REC DELIMITED BY "|"
                        INTO WS-QST-PARSED-JOB-ID
                             WS-QST-PARSED-SEQ
                             WS-QST-PARSED-TEXT
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-QST-PARSED-JOB-ID)
                       = FUNCTION TRIM(JOB-DETAILS-ID)
                       AND WS-QST-COUNT < 3
                        ADD 1 TO WS-QST-COUNT
                        MOVE WS-QST-PARSED-TEXT TO WS-QST-TEXT(WS-QST-COUNT)
                        MOVE SPACES TO WS-QST-ANSWER(WS-QST-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUESTION-FILE
    EXIT PARAGRAPH.

*> ASK-SCREENING-QUESTIONS: prompt the applicant for each question the
*> posting carries, before the application record is created.
ASK-SCREENING-QUESTIONS.
    PERFORM VARYING WS-QST-IDX FROM 1 BY 1
        UNTIL WS-QST-IDX > WS-QST-COUNT OR EOF = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Screening question: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QST-TEXT(WS-QST-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE IN-REC TO WS-QST-ANSWER(WS-QST-IDX)
                    INSPECT WS-QST-ANSWER(WS-QST-IDX)
                        REPLACING ALL "|" BY " "
        END-READ
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-SCREENING-ANSWERS: persist the answers with the application
*> (keyed by the APPLICATION-ID just assigned), not the posting.
WRITE-SCREENING-ANSWERS.
    OPEN EXTEND ANSWER-FILE
    IF ANSWER-STATUS = "35"
        OPEN OUTPUT ANSWER-FILE
    END-IF
    MOVE APPLICATION-ID-NUM TO APPLICATION-ID-EDIT
    PERFORM VARYING WS-QST-IDX FROM 1 BY 1 UNTIL WS-QST-IDX > WS-QST-COUNT
        MOVE WS-QST-IDX TO WS-QST-IDX-DISPLAY
        MOVE SPACES TO ANSWER-REC
        STRING FUNCTION TRIM(APPLICATION-ID-EDIT)     DELIMITED BY SIZE "|"
               WS-QST-IDX-DISPLAY                     DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QST-TEXT(WS-QST-IDX)) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QST-ANSWER(WS-QST-IDX)) DELIMITED BY SIZE
            INTO ANSWER-REC
        END-STRING
        WRITE ANSWER-REC
    END-PERFORM
    CLOSE ANSWER-FILE
    EXIT PARAGRAPH.

*> ASK-COVER-LETTER: up to ten lines of free text, one prompt per
*> line. Enter on an empty line finishes; Enter on the very first line
*> skips the cover letter altogether. Lines wait in WS-CVL-TABLE until
*> CREATE-APPLICATION-RECORD has assigned the APPLICATION-ID.
ASK-COVER-LETTER.
    MOVE 0 TO WS-CVL-COUNT
    MOVE "Y" TO WS-CVL-MORE
    MOVE "Add a cover letter? Type it one line at a time (up to 10 lines), pressing Enter on an empty line when done. Press Enter now to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM UNTIL WS-CVL-COUNT >= 10 OR EOF = "Y" OR WS-CVL-MORE NOT = "Y"
        IF WS-CVL-COUNT > 0
            MOVE SPACES TO OUTPUT-BUFFER
            COMPUTE WS-CVL-IDX = WS-CVL-COUNT + 1
            MOVE WS-CVL-IDX TO WS-CVL-IDX-DISPLAY
            STRING "Cover letter line " DELIMITED BY SIZE
                   WS-CVL-IDX-DISPLAY  DELIMITED BY SIZE
                   ", or press Enter to finish:" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    IF FUNCTION TRIM(IN-REC) = SPACES
                        MOVE "N" TO WS-CVL-MORE
                    ELSE
                        ADD 1 TO WS-CVL-COUNT
                        MOVE IN-REC TO WS-CVL-LINE(WS-CVL-COUNT)
                        INSPECT WS-CVL-LINE(WS-CVL-COUNT)
                            REPLACING ALL "|" BY " "
                    END-IF
        END-READ
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-COVER-LETTER: persist the collected lines keyed by the
*> APPLICATION-ID just assigned, numbered so readers keep the order.
WRITE-COVER-LETTER.
    OPEN EXTEND COVER-LETTER-FILE
    IF COVER-LETTER-STATUS = "35"
        OPEN OUTPUT COVER-LETTER-FILE
    END-IF
    MOVE APPLICATION-ID-NUM TO APPLICATION-ID-EDIT
    PERFORM VARYING WS-CVL-IDX FROM 1 BY 1 UNTIL WS-CVL-IDX > WS-CVL-COUNT
        MOVE WS-CVL-IDX TO WS-CVL-IDX-DISPLAY
        MOVE SPACES TO COVER-LETTER-REC
        STRING FUNCTION TRIM(APPLICATION-ID-EDIT)     DELIMITED BY SIZE "|"
               WS-CVL-IDX-DISPLAY                     DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CVL-LINE(WS-CVL-IDX)) DELIMITED BY SIZE
            INTO COVER-LETTER-REC
        END-STRING
        WRITE COVER-LETTER-REC
    END-PERFORM
    CLOSE COVER-LETTER-FILE
    EXIT PARAGRAPH.

*> WRITE-APPLICATION-SNAPSHOT: append the applicant's profile as it
*> stands at apply time - name, university, major, the GPA on their
*> first education entry, a one-line experience summary, and the
*> certifications summary from BUILD-SNAPSHOT-CERTIFICATIONS. The row
*> is keyed by APPLICATION-ID and never rewritten, so it stays the
*> record of what the employer was shown even after profile edits.
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

    MOVE SPACES TO WS-SNAP-PARSED-GPA
    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1 UNTIL WS-SNAP-IDX > 10
        IF FUNCTION TRIM(AR-EDU-SCHOOL(WS-SNAP-IDX)) NOT = SPACES
           AND WS-SNAP-PARSED-GPA = SPACES
            MOVE AR-EDU-GPA(WS-SNAP-IDX) TO WS-SNAP-GPA-EDIT
            MOVE WS-SNAP-GPA-EDIT TO WS-SNAP-PARSED-GPA
        END-IF
    END-PERFORM

    OPEN EXTEND SNAPSHOT-FILE
    IF SNAPSHOT-STATUS = "35"
        OPEN OUTPUT SNAPSHOT-FILE
    END-IF
    MOVE APPLICATION-ID-NUM TO APPLICATION-ID-EDIT
    MOVE SPACES TO SNAPSHOT-REC
    STRING FUNCTION TRIM(APPLICATION-ID-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-FIRST-NAME)       DELIMITED BY SIZE
           " "                                DELIMITED BY SIZE
           FUNCTION TRIM(AR-LAST-NAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-UNIVERSITY)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-MAJOR)            DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SNAP-PARSED-GPA)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SNAP-EXP-BUF)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SNAP-PARSED-CERTS) DELIMITED BY SIZE
        INTO SNAPSHOT-REC
    END-STRING
    WRITE SNAPSHOT-REC
    CLOSE SNAPSHOT-FILE
    EXIT PARAGRAPH.

*> BUILD-SNAPSHOT-CERTIFICATIONS: the applicant's certifications as a
*> one-line summary for the snapshot's CERTIFICATIONS field - name and
*> issuer, the expiry date where there is one, and a lapsed credential
*> marked EXPIRED so it is never read as current.
BUILD-SNAPSHOT-CERTIFICATIONS.
    MOVE SPACES TO WS-SNAP-PARSED-CERTS
    MOVE 1 TO WS-PCT-PTR
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PCT-TODAY
    MOVE "N" TO WS-PCT-EOF
    OPEN INPUT CERTIFICATION-FILE
    IF CERTIFICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PCT-EOF = "Y"
        READ CERTIFICATION-FILE
            AT END
                MOVE "Y" TO WS-PCT-EOF
            NOT AT END
                IF CERTIFICATION-REC NOT = SPACES
                    PERFORM PARSE-CERTIFICATION-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PCT-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        IF WS-PCT-PTR > 1
                            STRING "; " DELIMITED BY SIZE
                                INTO WS-SNAP-PARSED-CERTS
                                WITH POINTER WS-PCT-PTR
                            END-STRING
                        END-IF
                        STRING FUNCTION TRIM(WS-PCT-PARSED-NAME) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PCT-PARSED-ISSUER) DELIMITED BY SIZE
                            INTO WS-SNAP-PARSED-CERTS
                            WITH POINTER WS-PCT-PTR
                        END-STRING
                        IF WS-PCT-PARSED-STATE = "Expired"
                           OR (WS-PCT-PARSED-EXPIRES IS NUMERIC
                               AND WS-PCT-PARSED-EXPIRES < WS-PCT-TODAY)
                            STRING ", EXPIRED " DELIMITED BY SIZE
                                   WS-PCT-PARSED-EXPIRES DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                INTO WS-SNAP-PARSED-CERTS
                                WITH POINTER WS-PCT-PTR
                            END-STRING
                        ELSE
                            IF WS-PCT-PARSED-EXPIRES IS NUMERIC
                                STRING ", expires " DELIMITED BY SIZE
                                       WS-PCT-PARSED-EXPIRES DELIMITED BY SIZE
                                       ")" DELIMITED BY SIZE
                                    INTO WS-SNAP-PARSED-CERTS
                                    WITH POINTER WS-PCT-PTR
                                END-STRING
                            ELSE
                                STRING ")" DELIMITED BY SIZE
                                    INTO WS-SNAP-PARSED-CERTS
                                    WITH POINTER WS-PCT-PTR
                                END-STRING
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CERTIFICATION-FILE
    INSPECT WS-SNAP-PARSED-CERTS REPLACING ALL "|" BY " "
    EXIT PARAGRAPH.

PARSE-CERTIFICATION-RECORD.
    MOVE SPACES TO WS-PCT-PARSED-USER WS-PCT-PARSED-SEQ
                   WS-PCT-PARSED-NAME WS-PCT-PARSED-ISSUER
                   WS-PCT-PARSED-CRED-ID WS-PCT-PARSED-ISSUED
                   WS-PCT-PARSED-EXPIRES WS-PCT-PARSED-STATE
    UNSTRING CERTIFICATION-REC DELIMITED BY "|"
        INTO WS-PCT-PARSED-USER
             WS-PCT-PARSED-SEQ
             WS-PCT-PARSED-NAME
             WS-PCT-PARSED-ISSUER
             WS-PCT-PARSED-CRED-ID
             WS-PCT-PARSED-ISSUED
             WS-PCT-PARSED-EXPIRES
             WS-PCT-PARSED-STATE
    END-UNSTRING
    EXIT PARAGRAPH.

*> FIND-APPLICATION-SNAPSHOT: load the frozen profile row for the
*> application in APPLICATION-PARSED-ID, leaving WS-SNAP-FOUND = "N"
*> for applications written before snapshots existed (callers fall
*> back to the live profile for those).
FIND-APPLICATION-SNAPSHOT.
    MOVE "N" TO WS-SNAP-FOUND
    MOVE "N" TO WS-SNAP-EOF
    OPEN INPUT SNAPSHOT-FILE
    IF SNAPSHOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SNAP-EOF = "Y"
        READ SNAPSHOT-FILE
            AT END
                MOVE "Y" TO WS-SNAP-EOF
            NOT AT END
                IF SNAPSHOT-REC NOT = SPACES
                    MOVE SPACES TO WS-SNAP-PARSED-APP-ID
                                   WS-SNAP-PARSED-NAME
                                   WS-SNAP-PARSED-UNIVERSITY
                                   WS-SNAP-PARSED-MAJOR
                                   WS-SNAP-PARSED-GPA
                                   WS-SNAP-PARSED-EXPERIENCE
                                   WS-SNAP-PARSED-CERTS
                    UNSTRING SNAPSHOT-REC DELIMITED BY "|"
                        INTO WS-SNAP-PARSED-APP-ID
                             WS-SNAP-PARSED-NAME
                             WS-SNAP-PARSED-UNIVERSITY
                             WS-SNAP-PARSED-MAJOR
                             WS-SNAP-PARSED-GPA
                             WS-SNAP-PARSED-EXPERIENCE
                             WS-SNAP-PARSED-CERTS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-SNAP-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        MOVE "Y" TO WS-SNAP-FOUND
                        MOVE "Y" TO WS-SNAP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SNAPSHOT-FILE
    EXIT PARAGRAPH.

*> FIND-REFERRER-FOR-COMPANY: the first opted-in alumnus for the
*> company in WS-REF-COMPANY (excluding the session user).
FIND-REFERRER-FOR-COMPANY.
    MOVE "N" TO WS-REF-FOUND
    MOVE SPACES TO WS-REF-ALUMNUS
    MOVE "N" TO WS-REF-EOF
    OPEN INPUT REFERRER-FILE
    IF REFERRER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-REF-EOF = "Y"
        READ REFERRER-FILE
            AT END
                MOVE "Y" TO WS-REF-EOF
            NOT AT END
                IF REFERRER-REC NOT = SPACES
                    MOVE SPACES TO WS-ROI-PARSED-USER WS-ROI-PARSED-COMPANY
                    UNSTRING REFERRER-REC DELIMITED BY "|"
                        INTO WS-ROI-PARSED-USER
                             WS-ROI-PARSED-COMPANY
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROI-PARSED-COMPANY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-COMPANY))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROI-PARSED-USER))
                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-REF-FOUND
                        MOVE FUNCTION TRIM(WS-ROI-PARSED-USER) TO WS-REF-ALUMNUS
                        MOVE "Y" TO WS-REF-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERRER-FILE
    EXIT PARAGRAPH.

*> BECOME-REFERRER-FLOW: an alumnus opts in as a referrer for one of
*> the companies on their own experience entries.
BECOME-REFERRER-FLOW.
    MOVE "Companies from your experience entries:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-REF-SHOWN
    PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 10
        IF FUNCTION TRIM(AR-EXP-COMPANY(WS-REF-IDX)) NOT = SPACES
            ADD 1 TO WS-REF-SHOWN
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-EXP-COMPANY(WS-REF-IDX)) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
    END-PERFORM
    IF WS-REF-SHOWN = 0
        MOVE "Add experience entries to your profile before opting in as a referrer." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the company to refer for, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-REF-COMPANY
    END-READ
    IF EOF = "Y" OR WS-REF-COMPANY = SPACES
        EXIT PARAGRAPH
    END-IF

    *> Only companies actually on the profile qualify.
    MOVE "N" TO WS-REF-FOUND
    PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 10
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EXP-COMPANY(WS-REF-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-COMPANY))
            MOVE "Y" TO WS-REF-FOUND
            MOVE 10 TO WS-REF-IDX
        END-IF
    END-PERFORM
    IF WS-REF-FOUND = "N"
        MOVE "That company is not on your experience entries." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> Dedupe on (alumnus, company).
    MOVE "N" TO WS-REF-FOUND
    MOVE "N" TO WS-REF-EOF
    OPEN INPUT REFERRER-FILE
    IF REFERRER-STATUS NOT = "35"
        PERFORM UNTIL WS-REF-EOF = "Y"
            READ REFERRER-FILE
                AT END
                    MOVE "Y" TO WS-REF-EOF
                NOT AT END
                    IF REFERRER-REC NOT = SPACES
                        MOVE SPACES TO WS-ROI-PARSED-USER WS-ROI-PARSED-COMPANY
                        UNSTRING REFERRER-REC DELIMITED BY "|"
                            INTO WS-ROI-PARSED-USER
                                 WS-ROI-PARSED-COMPANY
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROI-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROI-PARSED-COMPANY))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-COMPANY))
                            MOVE "Y" TO WS-REF-FOUND
                            MOVE "Y" TO WS-REF-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFERRER-FILE
    END-IF
    IF WS-REF-FOUND = "Y"
        MOVE "You are already opted in as a referrer for that company." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND REFERRER-FILE
    IF REFERRER-STATUS = "35"
        OPEN OUTPUT REFERRER-FILE
    END-IF
    MOVE SPACES TO REFERRER-REC
    STRING FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REF-COMPANY) DELIMITED BY SIZE
        INTO REFERRER-REC
    END-STRING
    WRITE REFERRER-REC
    CLOSE REFERRER-FILE
    MOVE "You are now a referrer for this company." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REQUEST-REFERRAL-FLOW: a student asks an opted-in alumnus at the
*> posting's employer to refer them. One pending request per student
*> and posting.
REQUEST-REFERRAL-FLOW.
    MOVE "Enter the Job ID to request a referral for:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-FLAG-JOB-ID
    END-READ
    IF EOF = "Y" OR WS-FLAG-JOB-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "N"
        MOVE "No posting with that Job ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE JOB-DETAILS-EMPLOYER TO WS-REF-COMPANY
    PERFORM FIND-REFERRER-FOR-COMPANY
    IF WS-REF-FOUND = "N"
        MOVE "No alumni referrer has opted in for this employer." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> One pending request per student and posting.
    MOVE "N" TO WS-REF-EOF
    OPEN INPUT REFREQ-FILE
    IF REFREQ-STATUS NOT = "35"
        PERFORM UNTIL WS-REF-EOF = "Y"
            READ REFREQ-FILE
                AT END
                    MOVE "Y" TO WS-REF-EOF
                NOT AT END
                    IF REFREQ-REC NOT = SPACES
                        PERFORM PARSE-REFERRAL-REQUEST
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RRQ-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION TRIM(WS-RRQ-PARSED-JOB)
                           = FUNCTION TRIM(WS-FLAG-JOB-ID)
                           AND FUNCTION TRIM(WS-RRQ-PARSED-STATUS) = "Pending"
                            MOVE "You already have a pending referral request for that posting." TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                            CLOSE REFREQ-FILE
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFREQ-FILE
    END-IF

    OPEN EXTEND REFREQ-FILE
    IF REFREQ-STATUS = "35"
        OPEN OUTPUT REFREQ-FILE
    END-IF
    MOVE SPACES TO REFREQ-REC
    STRING FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REF-ALUMNUS)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REF-COMPANY)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-FLAG-JOB-ID)  DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)     DELIMITED BY SIZE "|"
           "Pending"                      DELIMITED BY SIZE
        INTO REFREQ-REC
    END-STRING
    WRITE REFREQ-REC
    CLOSE REFREQ-FILE

    MOVE WS-REF-ALUMNUS TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " asked you for a referral at " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REF-COMPANY) DELIMITED BY SIZE
           " (job " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FLAG-JOB-ID) DELIMITED BY SIZE
           ")." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Referral requested - the alumnus will see it under Referral Requests." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

PARSE-REFERRAL-REQUEST.
    MOVE SPACES TO WS-RRQ-PARSED-STUDENT WS-RRQ-PARSED-ALUMNUS
                   WS-RRQ-PARSED-COMPANY WS-RRQ-PARSED-JOB
                   WS-RRQ-PARSED-DATE WS-RRQ-PARSED-STATUS
    UNSTRING REFREQ-REC DELIMITED BY "|"
        INTO WS-RRQ-PARSED-STUDENT
             WS-RRQ-PARSED-ALUMNUS
             WS-RRQ-PARSED-COMPANY
             WS-RRQ-PARSED-JOB
             WS-RRQ-PARSED-DATE
             WS-RRQ-PARSED-STATUS
    END-UNSTRING
    EXIT PARAGRAPH.

*> REFERRAL-REQUESTS-FLOW: the alumnus works their pending requests
*> one at a time, the way MANAGEREQUESTS works connection requests.
*> Accepting writes the referral ledger row Review Applicants shows
*> beside the application.
REFERRAL-REQUESTS-FLOW.
    MOVE "--- Referral Requests ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-REF-SHOWN
    MOVE "N" TO WS-REF-EOF
    OPEN INPUT REFREQ-FILE
    IF REFREQ-STATUS = "35"
        MOVE "No referral requests." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT REFREQ-TEMP-FILE
    PERFORM UNTIL WS-REF-EOF = "Y"
        READ REFREQ-FILE
            AT END
                MOVE "Y" TO WS-REF-EOF
            NOT AT END
                IF REFREQ-REC NOT = SPACES
                    PERFORM PARSE-REFERRAL-REQUEST
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RRQ-PARSED-ALUMNUS))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(WS-RRQ-PARSED-STATUS) = "Pending"
                       AND EOF NOT = "Y"
                        ADD 1 TO WS-REF-SHOWN
                        PERFORM DECIDE-ONE-REFERRAL
                    ELSE
                        MOVE REFREQ-REC TO REFREQ-TEMP-REC
                        WRITE REFREQ-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFREQ-FILE
    CLOSE REFREQ-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-REFREQ-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-REFREQ-TEMP-PATH WS-REFREQ-LIVE-PATH
        RETURNING WS-REF-RENAME-STATUS

    IF WS-REF-SHOWN = 0
        MOVE "No referral requests waiting for you." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> DECIDE-ONE-REFERRAL: one A/D/skip prompt for the request just
*> parsed; whatever the decision, a row goes back to the temp file
*> with the right status.
DECIDE-ONE-REFERRAL.
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Referral request from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RRQ-PARSED-STUDENT) DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RRQ-PARSED-COMPANY) DELIMITED BY SIZE
           " (job " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RRQ-PARSED-JOB) DELIMITED BY SIZE
           ") - enter A to accept, D to decline, or press Enter to skip:" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-REF-DECISION
    END-READ
    IF EOF = "Y"
        MOVE SPACES TO WS-REF-DECISION
    END-IF

    EVALUATE FUNCTION UPPER-CASE(WS-REF-DECISION)
        WHEN "A"
            MOVE "Accepted" TO WS-RRQ-PARSED-STATUS
            OPEN EXTEND REFERRAL-FILE
            IF REFERRAL-STATUS = "35"
                OPEN OUTPUT REFERRAL-FILE
            END-IF
            MOVE SPACES TO REFERRAL-REC
            STRING FUNCTION TRIM(WS-RRQ-PARSED-STUDENT) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-RRQ-PARSED-COMPANY) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(AR-USERNAME)           DELIMITED BY SIZE "|"
                   FUNCTION CURRENT-DATE(1:8)           DELIMITED BY SIZE
                INTO REFERRAL-REC
            END-STRING
            WRITE REFERRAL-REC
            CLOSE REFERRAL-FILE
            MOVE WS-RRQ-PARSED-STUDENT TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   " accepted your referral request at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RRQ-PARSED-COMPANY) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
            MOVE "Referral accepted." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN "D"
            MOVE "Declined" TO WS-RRQ-PARSED-STATUS
            MOVE WS-RRQ-PARSED-STUDENT TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING "Your referral request at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RRQ-PARSED-COMPANY) DELIMITED BY SIZE
                   " was declined." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
            MOVE "Referral declined." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE SPACES TO REFREQ-TEMP-REC
    STRING FUNCTION TRIM(WS-RRQ-PARSED-STUDENT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RRQ-PARSED-ALUMNUS) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RRQ-PARSED-COMPANY) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RRQ-PARSED-JOB)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RRQ-PARSED-DATE)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RRQ-PARSED-STATUS)  DELIMITED BY SIZE
        INTO REFREQ-TEMP-REC
    END-STRING
    WRITE REFREQ-TEMP-REC
    EXIT PARAGRAPH.

*> REQUEST-INTRODUCTION-FLOW: ask a mutual connection to introduce the
*> caller to someone they are not connected with yet. The gates a cold
*> request meets in CONNECTION apply here too - sending hold, a block
*> either way, a hidden profile - and the introducer has to be
*> connected to both sides with no block against either of them.
REQUEST-INTRODUCTION-FLOW.
    MOVE AR-USERNAME TO WS-HOLD-TARGET
    PERFORM CHECK-SENDING-HOLD
    IF WS-HOLD-FOUND = "Y"
        MOVE "Your account is temporarily unable to send requests. Contact an administrator." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the username of the person you want to be introduced to:"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-INTRO-TARGET
    END-READ
    IF EOF = "Y" OR WS-INTRO-TARGET = SPACES
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-TARGET))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "You cannot request an introduction to yourself." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-INTRO-TARGET TO WS-INTRO-LOOKUP
    PERFORM LOOK-UP-INTRO-PARTY
    IF WS-INTRO-PARTY-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-PARTY-VIS)) = "HIDDEN"
        MOVE "That user is not available for introductions." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE AR-USERNAME TO WS-INTRO-CHK-1
    MOVE WS-INTRO-TARGET TO WS-INTRO-CHK-2
    PERFORM CHECK-INTRO-BLOCKED
    IF WS-INTRO-BLOCKED = "Y"
        MOVE "You cannot connect with this user." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-INTRO-CONNECTED
    IF WS-INTRO-LINKED = "Y"
        MOVE "You are already connected with this user." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-INTRO-PENDING
    IF WS-INTRO-PENDING = "Y"
        MOVE "There is already a pending connection request between you and this user." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM SCAN-OPEN-INTRODUCTIONS
    IF WS-INTRO-PENDING = "Y"
        MOVE "An introduction between you and this user is already in progress." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the username of the mutual connection you want to introduce you:"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-INTRO-INTRODUCER
    END-READ
    IF EOF = "Y" OR WS-INTRO-INTRODUCER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-INTRO-LINKED
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-INTRODUCER))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-INTRODUCER))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-TARGET))
        MOVE AR-USERNAME TO WS-INTRO-CHK-1
        MOVE WS-INTRO-INTRODUCER TO WS-INTRO-CHK-2
        PERFORM CHECK-INTRO-CONNECTED
        IF WS-INTRO-LINKED = "Y"
            MOVE WS-INTRO-TARGET TO WS-INTRO-CHK-1
            PERFORM CHECK-INTRO-CONNECTED
        END-IF
    END-IF
    IF WS-INTRO-LINKED = "N"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING FUNCTION TRIM(WS-INTRO-INTRODUCER) DELIMITED BY SIZE
               " is not a mutual connection of you and " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INTRO-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE AR-USERNAME TO WS-INP-REQUESTER
    MOVE WS-INTRO-INTRODUCER TO WS-INP-INTRODUCER
    MOVE WS-INTRO-TARGET TO WS-INP-TARGET
    PERFORM CHECK-INTRO-HOP-BLOCKS
    IF WS-INTRO-BLOCKED = "Y"
        MOVE "That introduction cannot be requested." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a short reason for the introduction (up to 100 characters):"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-INTRO-REASON
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF
    IF WS-INTRO-REASON = SPACES
        MOVE "Error: A reason is required for an introduction request." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-INTRO-REASON REPLACING ALL "|" BY " "

    MOVE WS-INTRO-NEXT-ID TO WS-INTRO-ID-EDIT
    OPEN EXTEND INTRO-FILE
    IF INTRO-STATUS = "35"
        OPEN OUTPUT INTRO-FILE
    END-IF
    MOVE SPACES TO INTRO-REC
    STRING FUNCTION TRIM(WS-INTRO-ID-EDIT)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INTRO-INTRODUCER) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INTRO-TARGET)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INTRO-REASON)     DELIMITED BY SIZE "|"
           "|"                                DELIMITED BY SIZE
           "Requested"                        DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE "||"
        INTO INTRO-REC
    END-STRING
    WRITE INTRO-REC
    CLOSE INTRO-FILE

    MOVE WS-INTRO-INTRODUCER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " asked you to introduce them to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INTRO-TARGET) DELIMITED BY SIZE
           " - see Introductions." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Introduction requested - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INTRO-INTRODUCER) DELIMITED BY SIZE
           " will see it under Introductions." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SCAN-OPEN-INTRODUCTIONS: WS-INTRO-PENDING is "Y" when the caller
*> and WS-INTRO-TARGET already have an introduction in flight (either
*> one asking for the other); the same pass leaves the next free
*> introduction ID in WS-INTRO-NEXT-ID.
SCAN-OPEN-INTRODUCTIONS.
    MOVE "N" TO WS-INTRO-PENDING
    MOVE 1 TO WS-INTRO-NEXT-ID
    MOVE "N" TO WS-INTRO-EOF
    OPEN INPUT INTRO-FILE
    IF INTRO-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INTRO-EOF = "Y"
        READ INTRO-FILE
            AT END
                MOVE "Y" TO WS-INTRO-EOF
            NOT AT END
                IF INTRO-REC NOT = SPACES
                    PERFORM PARSE-INTRODUCTION
                    MOVE FUNCTION NUMVAL(WS-INP-ID) TO WS-INTRO-ID-NUM
                    IF WS-INTRO-ID-NUM >= WS-INTRO-NEXT-ID
                        COMPUTE WS-INTRO-NEXT-ID = WS-INTRO-ID-NUM + 1
                    END-IF
                    IF (FUNCTION TRIM(WS-INP-STATUS) = "Requested"
                        OR FUNCTION TRIM(WS-INP-STATUS) = "Forwarded")
                       AND ((FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-REQUESTER))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                         AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-TARGET))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-TARGET)))
                        OR (FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-REQUESTER))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-TARGET))
                         AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-TARGET))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))))
                        MOVE "Y" TO WS-INTRO-PENDING
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTRO-FILE
    EXIT PARAGRAPH.

PARSE-INTRODUCTION.
    MOVE SPACES TO WS-INP-ID WS-INP-REQUESTER WS-INP-INTRODUCER
                   WS-INP-TARGET WS-INP-REASON WS-INP-NOTE
                   WS-INP-STATUS WS-INP-REQ-DATE WS-INP-FWD-DATE
                   WS-INP-DEC-DATE
    UNSTRING INTRO-REC DELIMITED BY "|"
        INTO WS-INP-ID
             WS-INP-REQUESTER
             WS-INP-INTRODUCER
             WS-INP-TARGET
             WS-INP-REASON
             WS-INP-NOTE
             WS-INP-STATUS
             WS-INP-REQ-DATE
             WS-INP-FWD-DATE
             WS-INP-DEC-DATE
    END-UNSTRING
    EXIT PARAGRAPH.

*> INTRODUCTIONS-FLOW: works the caller's side of every introduction
*> in one pass, the way REFERRAL-REQUESTS-FLOW works referral
*> requests - as introducer (forward or decline), as the person being
*> introduced to (accept or decline), and, read-only, the status of the
*> caller's own requests still in flight.
INTRODUCTIONS-FLOW.
    MOVE "--- Introductions ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-INTRO-SHOWN
    MOVE "N" TO WS-INTRO-EOF
    OPEN INPUT INTRO-FILE
    IF INTRO-STATUS = "35"
        MOVE "No introductions." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT INTRO-TEMP-FILE
    PERFORM UNTIL WS-INTRO-EOF = "Y"
        READ INTRO-FILE
            AT END
                MOVE "Y" TO WS-INTRO-EOF
            NOT AT END
                IF INTRO-REC NOT = SPACES
                    PERFORM PARSE-INTRODUCTION
                    EVALUATE TRUE
                        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-INTRODUCER))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                             AND FUNCTION TRIM(WS-INP-STATUS) = "Requested"
                             AND EOF NOT = "Y"
                            ADD 1 TO WS-INTRO-SHOWN
                            PERFORM DECIDE-INTRO-AS-INTRODUCER
                        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-TARGET))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                             AND FUNCTION TRIM(WS-INP-STATUS) = "Forwarded"
                             AND EOF NOT = "Y"
                            ADD 1 TO WS-INTRO-SHOWN
                            PERFORM DECIDE-INTRO-AS-TARGET
                        WHEN OTHER
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INP-REQUESTER))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                               AND (FUNCTION TRIM(WS-INP-STATUS) = "Requested"
                                 OR FUNCTION TRIM(WS-INP-STATUS) = "Forwarded")
                                ADD 1 TO WS-INTRO-SHOWN
                                PERFORM SHOW-OWN-INTRODUCTION
                            END-IF
                            MOVE INTRO-REC TO INTRO-TEMP-REC
                            WRITE INTRO-TEMP-REC
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTRO-FILE
    CLOSE INTRO-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-INTRO-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-INTRO-TEMP-PATH WS-INTRO-LIVE-PATH
        RETURNING WS-INTRO-RENAME-STATUS

    IF WS-INTRO-SHOWN = 0
        MOVE "No introductions waiting for you." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

SHOW-OWN-INTRODUCTION.
    MOVE SPACES TO OUTPUT-BUFFER
    IF FUNCTION TRIM(WS-INP-STATUS) = "Requested"
        STRING "Your introduction to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
               " is waiting on " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE
               " (requested " DELIMITED BY SIZE
               WS-INP-REQ-DATE DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        STRING "Your introduction to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
               " was forwarded by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-INP-FWD-DATE DELIMITED BY SIZE
               " and is waiting on their reply." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> DECIDE-INTRO-AS-INTRODUCER: one F/D/skip prompt for a request
*> waiting on the caller. Forwarding is the caller sending something,
*> so their own sending hold applies, and the blocks and the target's
*> visibility are checked again as they stand now.
DECIDE-INTRO-AS-INTRODUCER.
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-INP-REQUESTER) DELIMITED BY SIZE
           " asked you to introduce them to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
           ". Reason: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-REASON) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "Enter F to forward the introduction, D to decline, or press Enter to skip:"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-INTRO-DECISION
    END-READ
    IF EOF = "Y"
        MOVE SPACES TO WS-INTRO-DECISION
    END-IF

    EVALUATE FUNCTION UPPER-CASE(WS-INTRO-DECISION)
        WHEN "F"
            MOVE AR-USERNAME TO WS-HOLD-TARGET
            PERFORM CHECK-SENDING-HOLD
            IF WS-HOLD-FOUND = "Y"
                MOVE "Your account is temporarily unable to send requests. Contact an administrator." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM RECHECK-INTRODUCTION
                IF WS-INTRO-REFUSAL = SPACES
                    MOVE WS-INP-TARGET TO WS-INTRO-LOOKUP
                    PERFORM LOOK-UP-INTRO-PARTY
                    IF WS-INTRO-PARTY-FOUND = "N"
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-PARTY-VIS)) = "HIDDEN"
                        MOVE "That member is no longer available for introductions."
                            TO WS-INTRO-REFUSAL
                    END-IF
                END-IF
                IF WS-INTRO-REFUSAL NOT = SPACES
                    PERFORM CLOSE-INTRODUCTION
                ELSE
                    PERFORM FORWARD-INTRODUCTION
                END-IF
            END-IF
        WHEN "D"
            MOVE "Declined" TO WS-INP-STATUS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INP-DEC-DATE
            MOVE WS-INP-REQUESTER TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   " declined to introduce you to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
            MOVE "Introduction declined." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM WRITE-INTRODUCTION-TEMP-ROW
    EXIT PARAGRAPH.

*> FORWARD-INTRODUCTION: the introducer's optional note goes along
*> with the request to the target.
FORWARD-INTRODUCTION.
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Add a note for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
           " (optional - press Enter for none):" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE SPACES TO WS-INTRO-NOTE
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-INTRO-NOTE
    END-READ
    IF EOF = "Y"
        MOVE SPACES TO WS-INTRO-NOTE
    END-IF
    INSPECT WS-INTRO-NOTE REPLACING ALL "|" BY " "
    MOVE WS-INTRO-NOTE TO WS-INP-NOTE
    MOVE "Forwarded" TO WS-INP-STATUS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INP-FWD-DATE

    MOVE WS-INP-TARGET TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " introduced you to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-REQUESTER) DELIMITED BY SIZE
           " - see Introductions to accept or decline." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION
    MOVE WS-INP-REQUESTER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " forwarded your introduction to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Introduction forwarded to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> DECIDE-INTRO-AS-TARGET: one A/D/skip prompt for an introduction
*> forwarded to the caller. Accepting is the requester's connection
*> request completing, so the requester's sending hold and the blocks
*> are checked again before the pair is written the way
*> MANAGEREQUESTS writes an accepted request.
DECIDE-INTRO-AS-TARGET.
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE
           " introduced you to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-REQUESTER) DELIMITED BY SIZE
           ". Reason: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-REASON) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    IF WS-INP-NOTE NOT = SPACES
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Note from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INP-NOTE) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    MOVE "Enter A to accept and connect, D to decline, or press Enter to skip:"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-INTRO-DECISION
    END-READ
    IF EOF = "Y"
        MOVE SPACES TO WS-INTRO-DECISION
    END-IF

    EVALUATE FUNCTION UPPER-CASE(WS-INTRO-DECISION)
        WHEN "A"
            MOVE WS-INP-REQUESTER TO WS-HOLD-TARGET
            PERFORM CHECK-SENDING-HOLD
            IF WS-HOLD-FOUND = "Y"
                MOVE "This introduction cannot be accepted right now - try again later." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM RECHECK-INTRODUCTION
                IF WS-INTRO-REFUSAL NOT = SPACES
                    PERFORM CLOSE-INTRODUCTION
                ELSE
                    PERFORM ACCEPT-INTRODUCTION
                END-IF
            END-IF
        WHEN "D"
            MOVE "Rejected" TO WS-INP-STATUS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INP-DEC-DATE
            MOVE WS-INP-REQUESTER TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   " declined the introduction from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
            MOVE "Introduction declined." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM WRITE-INTRODUCTION-TEMP-ROW
    EXIT PARAGRAPH.

ACCEPT-INTRODUCTION.
    MOVE WS-INP-REQUESTER TO WS-INTRO-CHK-1
    MOVE AR-USERNAME TO WS-INTRO-CHK-2
    PERFORM CHECK-INTRO-CONNECTED
    IF WS-INTRO-LINKED = "N"
        OPEN EXTEND ESTABLISHED-FILE
        IF ESTABLISHED-STATUS = "35"
            OPEN OUTPUT ESTABLISHED-FILE
        END-IF
        MOVE AR-USERNAME TO ER-USER-A
        MOVE WS-INP-REQUESTER TO ER-USER-B
        WRITE ESTABLISHED-REC
        CLOSE ESTABLISHED-FILE
    END-IF
    MOVE "Accepted" TO WS-INP-STATUS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INP-DEC-DATE

    MOVE WS-INP-REQUESTER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " accepted the introduction from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE
           " - you are now connected." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION
    MOVE WS-INP-INTRODUCER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " accepted your introduction to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-REQUESTER) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "You are now connected with " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-REQUESTER) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CLOSE-INTRODUCTION: an introduction a later check refused (block,
*> hidden profile, already connected) is closed rather than left to
*> sit; the requester is told it could not go through, without the
*> reason.
CLOSE-INTRODUCTION.
    MOVE "Closed" TO WS-INP-STATUS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INP-DEC-DATE
    MOVE WS-INTRO-REFUSAL TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE WS-INP-REQUESTER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your introduction to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INP-TARGET) DELIMITED BY SIZE
           " could not be completed." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION
    EXIT PARAGRAPH.

*> RECHECK-INTRODUCTION: the checks that can change after a request
*> is made - a block between any two of the three, or the two already
*> connected some other way. WS-INTRO-REFUSAL stays blank when the
*> introduction can go ahead.
RECHECK-INTRODUCTION.
    MOVE SPACES TO WS-INTRO-REFUSAL
    PERFORM CHECK-INTRO-HOP-BLOCKS
    IF WS-INTRO-BLOCKED = "Y"
        MOVE "This introduction can no longer go ahead." TO WS-INTRO-REFUSAL
        EXIT PARAGRAPH
    END-IF
    MOVE WS-INP-REQUESTER TO WS-INTRO-CHK-1
    MOVE WS-INP-TARGET TO WS-INTRO-CHK-2
    PERFORM CHECK-INTRO-CONNECTED
    IF WS-INTRO-LINKED = "Y"
        MOVE "These members are already connected." TO WS-INTRO-REFUSAL
    END-IF
    EXIT PARAGRAPH.

*> CHECK-INTRO-HOP-BLOCKS: a block either way between requester and
*> introducer, introducer and target, or requester and target.
CHECK-INTRO-HOP-BLOCKS.
    MOVE WS-INP-REQUESTER TO WS-INTRO-CHK-1
    MOVE WS-INP-TARGET TO WS-INTRO-CHK-2
    PERFORM CHECK-INTRO-BLOCKED
    IF WS-INTRO-BLOCKED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-INP-INTRODUCER TO WS-INTRO-CHK-2
    PERFORM CHECK-INTRO-BLOCKED
    IF WS-INTRO-BLOCKED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-INP-TARGET TO WS-INTRO-CHK-1
    PERFORM CHECK-INTRO-BLOCKED
    EXIT PARAGRAPH.

WRITE-INTRODUCTION-TEMP-ROW.
    MOVE SPACES TO INTRO-TEMP-REC
    STRING FUNCTION TRIM(WS-INP-ID)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-REQUESTER)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-INTRODUCER) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-TARGET)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-REASON)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-NOTE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-STATUS)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-REQ-DATE)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-FWD-DATE)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-INP-DEC-DATE)   DELIMITED BY SIZE
        INTO INTRO-TEMP-REC
    END-STRING
    WRITE INTRO-TEMP-REC
    EXIT PARAGRAPH.

*> CHECK-INTRO-BLOCKED: a BlockedUsers.txt row between WS-INTRO-CHK-1
*> and WS-INTRO-CHK-2, whichever of them is the blocker - the same
*> either-direction rule CONNECTION applies.
CHECK-INTRO-BLOCKED.
    MOVE "N" TO WS-INTRO-BLOCKED
    MOVE "N" TO WS-INTRO-CHK-EOF
    OPEN INPUT BLOCKED-FILE
    IF BLOCKED-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INTRO-CHK-EOF = "Y"
        READ BLOCKED-FILE
            AT END
                MOVE "Y" TO WS-INTRO-CHK-EOF
            NOT AT END
                MOVE SPACES TO BLOCKED-PARSED-BLOCKER BLOCKED-PARSED-BLOCKED
                UNSTRING BLOCKED-REC DELIMITED BY "|"
                    INTO BLOCKED-PARSED-BLOCKER
                         BLOCKED-PARSED-BLOCKED
                END-UNSTRING
                IF (FUNCTION UPPER-CASE(FUNCTION TRIM(BLOCKED-PARSED-BLOCKER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-1))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(BLOCKED-PARSED-BLOCKED))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-2)))
                   OR
                   (FUNCTION UPPER-CASE(FUNCTION TRIM(BLOCKED-PARSED-BLOCKER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-2))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(BLOCKED-PARSED-BLOCKED))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-1)))
                    MOVE "Y" TO WS-INTRO-BLOCKED
                    MOVE "Y" TO WS-INTRO-CHK-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BLOCKED-FILE
    EXIT PARAGRAPH.

*> CHECK-INTRO-CONNECTED: WS-INTRO-CHK-1 and WS-INTRO-CHK-2 together
*> (either order) in EstablishedConnections.txt.
CHECK-INTRO-CONNECTED.
    MOVE "N" TO WS-INTRO-LINKED
    MOVE "N" TO WS-INTRO-CHK-EOF
    OPEN INPUT ESTABLISHED-FILE
    IF ESTABLISHED-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INTRO-CHK-EOF = "Y"
        READ ESTABLISHED-FILE
            AT END
                MOVE "Y" TO WS-INTRO-CHK-EOF
            NOT AT END
                IF (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-1))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-2)))
                   OR
                   (FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-2))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-1)))
                    MOVE "Y" TO WS-INTRO-LINKED
                    MOVE "Y" TO WS-INTRO-CHK-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ESTABLISHED-FILE
    EXIT PARAGRAPH.

*> CHECK-INTRO-PENDING: a cold request already pending between
*> WS-INTRO-CHK-1 and WS-INTRO-CHK-2, sent by either of them.
CHECK-INTRO-PENDING.
    MOVE "N" TO WS-INTRO-PENDING
    MOVE "N" TO WS-INTRO-CHK-EOF
    OPEN INPUT CONNECTION-FILE
    IF CONNECTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INTRO-CHK-EOF = "Y"
        READ CONNECTION-FILE
            AT END
                MOVE "Y" TO WS-INTRO-CHK-EOF
            NOT AT END
                IF (FUNCTION UPPER-CASE(FUNCTION TRIM(CR-SENDER)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-1))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(CR-RECEIVER)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-2)))
                   OR
                   (FUNCTION UPPER-CASE(FUNCTION TRIM(CR-SENDER)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-2))
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(CR-RECEIVER)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-CHK-1)))
                    MOVE "Y" TO WS-INTRO-PENDING
                    MOVE "Y" TO WS-INTRO-CHK-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONNECTION-FILE
    EXIT PARAGRAPH.

*> LOOK-UP-INTRO-PARTY: does WS-INTRO-LOOKUP have an account, and what
*> is its profile visibility (blank reads as PUBLIC, as in
*> GET-TARGET-VISIBILITY)? The scan clobbers ACCOUNT-INFO, so the
*> caller's own row is read back afterwards.
LOOK-UP-INTRO-PARTY.
    MOVE "N" TO WS-INTRO-PARTY-FOUND
    MOVE "PUBLIC" TO WS-INTRO-PARTY-VIS
    MOVE AR-USERNAME TO WS-INTRO-SAVED-USERNAME
    MOVE "N" TO WS-INTRO-CHK-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INTRO-CHK-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-INTRO-CHK-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTRO-LOOKUP))
                    MOVE "Y" TO WS-INTRO-PARTY-FOUND
                    IF FUNCTION TRIM(AR-VISIBILITY) NOT = SPACES
                        MOVE AR-VISIBILITY TO WS-INTRO-PARTY-VIS
                    END-IF
                    MOVE "Y" TO WS-INTRO-CHK-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    MOVE WS-INTRO-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> CANONICALIZE-SKILL-TAG: WS-TAG-IN to its canonical form in
*> WS-TAG-CANON - trimmed, upper-cased, then folded through the
*> admin-curated synonym table ("JS" and "Javascript" both land on
*> the same canonical term).
CANONICALIZE-SKILL-TAG.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-IN)) TO WS-TAG-CANON
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT SYNONYM-FILE
    IF SYNONYM-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ SYNONYM-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF SYNONYM-REC NOT = SPACES
                    MOVE SPACES TO WS-SYN-PARSED-VARIANT WS-SYN-PARSED-CANON
                    UNSTRING SYNONYM-REC DELIMITED BY "|"
                        INTO WS-SYN-PARSED-VARIANT
                             WS-SYN-PARSED-CANON
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SYN-PARSED-VARIANT))
                       = WS-TAG-CANON
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SYN-PARSED-CANON))
                            TO WS-TAG-CANON
                        MOVE "Y" TO WS-TAG-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SYNONYM-FILE
    EXIT PARAGRAPH.

*> MY-SKILL-TAGS-FLOW: list the profile's tags (shown in canonical
*> form) and add new ones, deduplicated on the canonical term.
MY-SKILL-TAGS-FLOW.
    MOVE "--- My Skill Tags ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-TAG-SHOWN
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT PROFILE-TAG-FILE
    IF PROFILE-TAG-STATUS NOT = "35"
        PERFORM UNTIL WS-TAG-EOF = "Y"
            READ PROFILE-TAG-FILE
                AT END
                    MOVE "Y" TO WS-TAG-EOF
                NOT AT END
                    IF PROFILE-TAG-REC NOT = SPACES
                        MOVE SPACES TO WS-PTG-PARSED-USER WS-PTG-PARSED-TAG
                        UNSTRING PROFILE-TAG-REC DELIMITED BY "|"
                            INTO WS-PTG-PARSED-USER
                                 WS-PTG-PARSED-TAG
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            ADD 1 TO WS-TAG-SHOWN
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-PTG-PARSED-TAG) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROFILE-TAG-FILE
    END-IF
    IF WS-TAG-SHOWN = 0
        MOVE "  (no skill tags yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Y" TO WS-INT-ADD-MORE
    PERFORM UNTIL WS-INT-ADD-MORE NOT = "Y" OR EOF = "Y"
        MOVE "Enter a skill tag to add, or press Enter to finish:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-TAG-IN
        END-READ
        IF EOF = "Y" OR WS-TAG-IN = SPACES
            MOVE "N" TO WS-INT-ADD-MORE
        ELSE
            INSPECT WS-TAG-IN REPLACING ALL "|" BY " "
            PERFORM CANONICALIZE-SKILL-TAG
            PERFORM CHECK-PROFILE-TAG-DUPLICATE
            IF WS-TAG-FOUND = "Y"
                MOVE "You already have that skill tag." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                OPEN EXTEND PROFILE-TAG-FILE
                IF PROFILE-TAG-STATUS = "35"
                    OPEN OUTPUT PROFILE-TAG-FILE
                END-IF
                MOVE SPACES TO PROFILE-TAG-REC
                STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
                       FUNCTION TRIM(WS-TAG-CANON) DELIMITED BY SIZE
                    INTO PROFILE-TAG-REC
                END-STRING
                WRITE PROFILE-TAG-REC
                CLOSE PROFILE-TAG-FILE
                MOVE "Skill tag added." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-PROFILE-TAG-DUPLICATE: does the user already carry the
*> canonical tag in WS-TAG-CANON (stored tags canonicalize too, so a
*> synonym added later still collides)?
CHECK-PROFILE-TAG-DUPLICATE.
    MOVE "N" TO WS-TAG-FOUND
    MOVE WS-TAG-CANON TO WS-TAG-IN
    MOVE WS-TAG-CANON TO WS-PTG-PARSED-TAG
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT PROFILE-TAG-FILE
    IF PROFILE-TAG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ PROFILE-TAG-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF PROFILE-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-PTG-PARSED-USER WS-PTG-PARSED-TAG
                    UNSTRING PROFILE-TAG-REC DELIMITED BY "|"
                        INTO WS-PTG-PARSED-USER
                             WS-PTG-PARSED-TAG
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-TAG))
                       = WS-TAG-IN
                        MOVE "Y" TO WS-TAG-FOUND
                        MOVE "Y" TO WS-TAG-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROFILE-TAG-FILE
    EXIT PARAGRAPH.

*> COLLECT-JOB-SKILL-TAGS: up to five free-form tags for the posting,
*> canonicalized on the way in.
COLLECT-JOB-SKILL-TAGS.
    MOVE 0 TO WS-JOB-TAG-COUNT
    MOVE "Y" TO WS-INT-ADD-MORE
    PERFORM UNTIL WS-INT-ADD-MORE NOT = "Y" OR EOF = "Y"
          OR WS-JOB-TAG-COUNT >= 5
        MOVE "Enter a skill tag for this posting, or press Enter to finish:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-TAG-IN
        END-READ
        IF EOF = "Y" OR WS-TAG-IN = SPACES
            MOVE "N" TO WS-INT-ADD-MORE
        ELSE
            INSPECT WS-TAG-IN REPLACING ALL "|" BY " "
            PERFORM CANONICALIZE-SKILL-TAG
            ADD 1 TO WS-JOB-TAG-COUNT
            MOVE WS-TAG-CANON TO WS-JOB-TAG(WS-JOB-TAG-COUNT)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-JOB-SKILL-TAGS.
    IF WS-JOB-TAG-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND JOB-TAG-FILE
    IF JOB-TAG-STATUS = "35"
        OPEN OUTPUT JOB-TAG-FILE
    END-IF
    MOVE JOB-ID-NUM TO JOB-ID-EDIT
    PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
        UNTIL WS-TAG-IDX > WS-JOB-TAG-COUNT
        MOVE SPACES TO JOB-TAG-REC
        STRING FUNCTION TRIM(JOB-ID-EDIT) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-JOB-TAG(WS-TAG-IDX)) DELIMITED BY SIZE
            INTO JOB-TAG-REC
        END-STRING
        WRITE JOB-TAG-REC
    END-PERFORM
    CLOSE JOB-TAG-FILE
    EXIT PARAGRAPH.

*> LOAD-JOB-SKILL-TAGS: the posting's canonical tags (keyed by
*> JOB-DETAILS-ID) into WS-JOB-TAG-TABLE.
LOAD-JOB-SKILL-TAGS.
    MOVE 0 TO WS-JOB-TAG-COUNT
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT JOB-TAG-FILE
    IF JOB-TAG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ JOB-TAG-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF JOB-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-JTG-PARSED-JOB WS-JTG-PARSED-TAG
                    UNSTRING JOB-TAG-REC DELIMITED BY "|"
                        INTO WS-JTG-PARSED-JOB
                             WS-JTG-PARSED-TAG
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-JTG-PARSED-JOB)
                       = FUNCTION TRIM(JOB-DETAILS-ID)
                       AND WS-JOB-TAG-COUNT < 5
                        ADD 1 TO WS-JOB-TAG-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JTG-PARSED-TAG))
                            TO WS-JOB-TAG(WS-JOB-TAG-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-TAG-FILE
    EXIT PARAGRAPH.

*> CHECK-APPLICANT-HAS-TAG: does AR-USERNAME's profile carry the
*> canonical tag in WS-TAG-CANON?
CHECK-APPLICANT-HAS-TAG.
    MOVE "N" TO WS-TAG-FOUND
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT PROFILE-TAG-FILE
    IF PROFILE-TAG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TAG-EOF = "Y"
        READ PROFILE-TAG-FILE
            AT END
                MOVE "Y" TO WS-TAG-EOF
            NOT AT END
                IF PROFILE-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-PTG-PARSED-USER WS-PTG-PARSED-TAG
                    UNSTRING PROFILE-TAG-REC DELIMITED BY "|"
                        INTO WS-PTG-PARSED-USER
                             WS-PTG-PARSED-TAG
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-TAG))
                       = WS-TAG-CANON
                        MOVE "Y" TO WS-TAG-FOUND
                        MOVE "Y" TO WS-TAG-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROFILE-TAG-FILE
    EXIT PARAGRAPH.

*> ADMIN-SKILL-SYNONYMS-FLOW: the curated taxonomy - list the mappings
*> and add a new VARIANT -> CANONICAL pair.
ADMIN-SKILL-SYNONYMS-FLOW.
    MOVE "--- Skill Synonyms (variant -> canonical) ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-TAG-SHOWN
    MOVE "N" TO WS-TAG-EOF
    OPEN INPUT SYNONYM-FILE
    IF SYNONYM-STATUS NOT = "35"
        PERFORM UNTIL WS-TAG-EOF = "Y"
            READ SYNONYM-FILE
                AT END
                    MOVE "Y" TO WS-TAG-EOF
                NOT AT END
                    IF SYNONYM-REC NOT = SPACES
                        MOVE SPACES TO WS-SYN-PARSED-VARIANT WS-SYN-PARSED-CANON
                        UNSTRING SYNONYM-REC DELIMITED BY "|"
                            INTO WS-SYN-PARSED-VARIANT
                                 WS-SYN-PARSED-CANON
                        END-UNSTRING
                        ADD 1 TO WS-TAG-SHOWN
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SYN-PARSED-VARIANT) DELIMITED BY SIZE
                               " -> " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SYN-PARSED-CANON) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SYNONYM-FILE
    END-IF
    IF WS-TAG-SHOWN = 0
        MOVE "  (no synonyms defined yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter a variant term to map, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TAG-IN
    END-READ
    IF EOF = "Y" OR WS-TAG-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-TAG-IN REPLACING ALL "|" BY " "
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-IN)) TO WS-SYN-PARSED-VARIANT

    MOVE "Enter the canonical term it maps to:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TAG-IN
    END-READ
    IF EOF = "Y" OR WS-TAG-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-TAG-IN REPLACING ALL "|" BY " "

    OPEN EXTEND SYNONYM-FILE
    IF SYNONYM-STATUS = "35"
        OPEN OUTPUT SYNONYM-FILE
    END-IF
    MOVE SPACES TO SYNONYM-REC
    STRING FUNCTION TRIM(WS-SYN-PARSED-VARIANT) DELIMITED BY SIZE "|"
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-IN)) DELIMITED BY SIZE
        INTO SYNONYM-REC
    END-STRING
    WRITE SYNONYM-REC
    CLOSE SYNONYM-FILE

    MOVE "SKILL-SYNONYM" TO WS-AUDIT-ENTITY
    MOVE WS-SYN-PARSED-VARIANT TO WS-AUDIT-KEY
    MOVE "MAPPED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAG-IN)) TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Synonym mapping added." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-LOCATIONS-FLOW: upkeep of the location master, and mapping the
*> postings LOCATIONBACKFILL left on LocationReviewList.txt.
ADMIN-LOCATIONS-FLOW.
    MOVE "--- Locations ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter L to list the locations, A to add a location, M to map a posting to a location, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-COMMAND))
        WHEN "L"
            PERFORM ADMIN-LOCATION-LIST
        WHEN "A"
            PERFORM ADMIN-LOCATION-ADD
        WHEN "M"
            PERFORM ADMIN-LOCATION-MAP
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> ADMIN-LOCATION-LIST: every entry on the location master.
ADMIN-LOCATION-LIST.
    PERFORM LOAD-LOCATION-MASTER
    IF WS-LOC-COUNT = 0
        MOVE "  (no locations on file yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL WS-LOC-IDX > WS-LOC-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOC-T-CODE(WS-LOC-IDX)) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOC-T-CITY(WS-LOC-IDX)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-LOC-T-STATE(WS-LOC-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOC-T-STATE-NAME(WS-LOC-IDX)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-LOC-T-COUNTRY(WS-LOC-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM
    EXIT PARAGRAPH.

*> ADMIN-LOCATION-ADD: add a city the master doesn't carry yet. The
*> code is the city's letters and the state, e.g. STPETERSBURG-FL.
ADMIN-LOCATION-ADD.
    *> Loaded up front - loading parses into the WS-LOC-PARSED-* fields
    *> this paragraph collects the new entry in.
    IF WS-LOC-MASTER-LOADED NOT = "Y"
        PERFORM LOAD-LOCATION-MASTER
    END-IF
    MOVE "Enter the city:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-PARSED-CITY
    END-READ
    IF EOF = "Y" OR WS-LOC-PARSED-CITY = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-LOC-PARSED-CITY REPLACING ALL "|" BY " "

    MOVE "Enter the two-letter state or province code:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-INPUT
    END-READ
    IF EOF = "Y" OR WS-LOC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-LOC-INPUT(1:2) IS NOT ALPHABETIC OR WS-LOC-INPUT(2:1) = SPACE
       OR WS-LOC-INPUT(3:1) NOT = SPACE
        MOVE "Error: the state code must be two letters, e.g. FL." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT(1:2)) TO WS-LOC-PARSED-STATE

    MOVE "Enter the state or province name:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-PARSED-STATE-NAME
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-LOC-PARSED-STATE-NAME REPLACING ALL "|" BY " "

    MOVE "Enter the two-letter country code, or press Enter for US:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-LOC-PARSED-COUNTRY
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-LOC-PARSED-COUNTRY = SPACES
        MOVE "US" TO WS-LOC-PARSED-COUNTRY
    END-IF

    *> Code: the city's letters with spaces and punctuation dropped.
    MOVE WS-LOC-PARSED-CITY TO WS-LOC-NORM-IN
    PERFORM NORMALIZE-LOCATION-TEXT
    MOVE SPACES TO WS-LOC-CODE
    MOVE 0 TO WS-LOC-NORM-POS
    PERFORM VARYING WS-LOC-CHAR-IDX FROM 1 BY 1
        UNTIL WS-LOC-CHAR-IDX > 104 OR WS-LOC-NORM-POS > 16
        IF WS-LOC-NORM-OUT(WS-LOC-CHAR-IDX:1) NOT = SPACE
            ADD 1 TO WS-LOC-NORM-POS
            MOVE WS-LOC-NORM-OUT(WS-LOC-CHAR-IDX:1) TO WS-LOC-CODE(WS-LOC-NORM-POS:1)
        END-IF
    END-PERFORM
    ADD 1 TO WS-LOC-NORM-POS
    MOVE "-" TO WS-LOC-CODE(WS-LOC-NORM-POS:1)
    MOVE WS-LOC-PARSED-STATE TO WS-LOC-CODE(WS-LOC-NORM-POS + 1:2)

    PERFORM LOOKUP-LOCATION-CODE
    IF WS-LOC-FOUND = "Y"
        MOVE "Error: that city is already on the location list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND LOCATION-FILE
    IF LOCATION-STATUS = "35"
        OPEN OUTPUT LOCATION-FILE
    END-IF
    MOVE SPACES TO LOCATION-REC
    STRING FUNCTION TRIM(WS-LOC-CODE)              DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-PARSED-CITY)       DELIMITED BY SIZE "|"
           WS-LOC-PARSED-STATE                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-PARSED-STATE-NAME) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-PARSED-COUNTRY)    DELIMITED BY SIZE
        INTO LOCATION-REC
    END-STRING
    WRITE LOCATION-REC
    CLOSE LOCATION-FILE
    MOVE "N" TO WS-LOC-MASTER-LOADED

    MOVE "LOCATION" TO WS-AUDIT-ENTITY
    MOVE WS-LOC-CODE TO WS-AUDIT-KEY
    MOVE "ADDED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    STRING FUNCTION TRIM(WS-LOC-PARSED-CITY) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           WS-LOC-PARSED-STATE DELIMITED BY SIZE
        INTO WS-AUDIT-NEW
    END-STRING
    PERFORM WRITE-AUDIT-LINE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Location " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOC-CODE) DELIMITED BY SIZE
           " added." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-LOCATION-MAP: map one posting onto the master by hand - how
*> the backfill review list gets worked down. The posting's location
*> text is rewritten to the master's spelling as well.
ADMIN-LOCATION-MAP.
    MOVE "Enter the Job ID to map:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-FLAG-JOB-ID
    END-READ
    IF EOF = "Y" OR WS-FLAG-JOB-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND NOT = "Y"
        MOVE "Error: no posting with that Job ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-LOC-JOB-ID
    PERFORM LOAD-JOB-LOCATION
    MOVE WS-LOC-CODE TO WS-LOC-OLD-CODE
    MOVE WS-LOC-MODE TO WS-LOC-OLD-MODE
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Location text: " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-LOCATION) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    PERFORM PROMPT-WORK-MODE
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE JOB-DETAILS-LOCATION TO JOB-LOCATION
    PERFORM PROMPT-JOB-LOCATION
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    PERFORM REWRITE-JOB-LOCATION
    IF FUNCTION TRIM(JOB-LOCATION) NOT = FUNCTION TRIM(JOB-DETAILS-LOCATION)
        MOVE JOB-LOCATION TO JOB-DETAILS-LOCATION
        PERFORM UPDATE-JOB-RECORD
    END-IF

    MOVE "JOB" TO WS-AUDIT-ENTITY
    MOVE WS-LOC-JOB-ID TO WS-AUDIT-KEY
    MOVE "LOCATION" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD WS-AUDIT-NEW
    STRING FUNCTION TRIM(WS-LOC-OLD-CODE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOC-OLD-MODE) DELIMITED BY SIZE
        INTO WS-AUDIT-OLD
    END-STRING
    STRING FUNCTION TRIM(WS-LOC-CODE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOC-MODE) DELIMITED BY SIZE
        INTO WS-AUDIT-NEW
    END-STRING
    PERFORM WRITE-AUDIT-LINE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Posting mapped to " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-LOCATION) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-OCCUPATION-CODES-FLOW: upkeep of the SOC occupation master and
*> its title keywords, and hand-classifying the postings the backfill
*> batch left on OccupationReviewList.txt.
ADMIN-OCCUPATION-CODES-FLOW.
    MOVE "--- Occupation Codes ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter L to list the codes, C to add a code, K to map a title keyword, A to assign a code to a posting, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OCC-COMMAND))
        WHEN "L"
            PERFORM ADMIN-OCCUPATION-LIST
        WHEN "C"
            PERFORM ADMIN-OCCUPATION-ADD-CODE
        WHEN "K"
            PERFORM ADMIN-OCCUPATION-ADD-KEYWORD
        WHEN "A"
            PERFORM ADMIN-OCCUPATION-ASSIGN
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> ADMIN-OCCUPATION-LIST: every code on the occupation master.
ADMIN-OCCUPATION-LIST.
    MOVE 0 TO WS-OCC-SHOWN
    MOVE "N" TO WS-OCC-EOF
    OPEN INPUT OCCUPATION-FILE
    IF OCCUPATION-STATUS NOT = "35"
        PERFORM UNTIL WS-OCC-EOF = "Y"
            READ OCCUPATION-FILE
                AT END
                    MOVE "Y" TO WS-OCC-EOF
                NOT AT END
                    IF OCCUPATION-REC NOT = SPACES
                        MOVE SPACES TO WS-OCC-PARSED-CODE WS-OCC-PARSED-TITLE
                        UNSTRING OCCUPATION-REC DELIMITED BY "|"
                            INTO WS-OCC-PARSED-CODE
                                 WS-OCC-PARSED-TITLE
                        END-UNSTRING
                        ADD 1 TO WS-OCC-SHOWN
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-OCC-PARSED-CODE) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-OCC-PARSED-TITLE) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OCCUPATION-FILE
    END-IF
    IF WS-OCC-SHOWN = 0
        MOVE "  (no occupation codes on file yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> ADMIN-OCCUPATION-ADD-CODE: add a SOC code the master doesn't carry
*> yet. Codes are NN-NNNN; the major group (NN-0000) must already be on
*> file so the occupation report has somewhere to roll it up.
ADMIN-OCCUPATION-ADD-CODE.
    MOVE "Enter the SOC code to add (NN-NNNN):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" OR WS-OCC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-OCC-INPUT(1:2) IS NOT NUMERIC OR WS-OCC-INPUT(3:1) NOT = "-"
       OR WS-OCC-INPUT(4:4) IS NOT NUMERIC OR WS-OCC-INPUT(8:1) NOT = SPACE
        MOVE "Error: occupation codes are NN-NNNN, e.g. 15-1252." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OCC-INPUT(1:7) TO WS-OCC-CODE
    PERFORM LOOKUP-OCCUPATION-CODE
    IF WS-OCC-FOUND = "Y"
        MOVE "Error: that code is already on the occupation list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OCC-INPUT(1:2) TO WS-OCC-CODE(1:2)
    MOVE "-0000" TO WS-OCC-CODE(3:5)
    PERFORM LOOKUP-OCCUPATION-CODE
    MOVE WS-OCC-INPUT(1:7) TO WS-OCC-CODE
    IF WS-OCC-FOUND = "N"
        MOVE "Error: that code's major group is not on the occupation list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the occupation title:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" OR WS-OCC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-OCC-INPUT REPLACING ALL "|" BY " "

    OPEN EXTEND OCCUPATION-FILE
    IF OCCUPATION-STATUS = "35"
        OPEN OUTPUT OCCUPATION-FILE
    END-IF
    MOVE SPACES TO OCCUPATION-REC
    STRING FUNCTION TRIM(WS-OCC-CODE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OCC-INPUT) DELIMITED BY SIZE
        INTO OCCUPATION-REC
    END-STRING
    WRITE OCCUPATION-REC
    CLOSE OCCUPATION-FILE

    MOVE "OCCUPATION" TO WS-AUDIT-ENTITY
    MOVE WS-OCC-CODE TO WS-AUDIT-KEY
    MOVE "ADDED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE FUNCTION TRIM(WS-OCC-INPUT) TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Occupation code added." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-OCCUPATION-ADD-KEYWORD: teach the title mapping a new keyword,
*> the same way Skill Synonyms grows the skills taxonomy.
ADMIN-OCCUPATION-ADD-KEYWORD.
    MOVE "Enter the title keyword to map:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" OR WS-OCC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-OCC-INPUT REPLACING ALL "|" BY " "
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OCC-INPUT)) TO WS-OCC-PARSED-KEYWORD

    MOVE "Enter the occupation code it maps to:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" OR WS-OCC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-OCC-INPUT) TO WS-OCC-CODE
    PERFORM LOOKUP-OCCUPATION-CODE
    IF WS-OCC-FOUND = "N"
        MOVE "Error: that code is not on the occupation list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND OCC-KEYWORD-FILE
    IF OCC-KEYWORD-STATUS = "35"
        OPEN OUTPUT OCC-KEYWORD-FILE
    END-IF
    MOVE SPACES TO OCC-KEYWORD-REC
    STRING FUNCTION TRIM(WS-OCC-PARSED-KEYWORD) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OCC-CODE) DELIMITED BY SIZE
        INTO OCC-KEYWORD-REC
    END-STRING
    WRITE OCC-KEYWORD-REC
    CLOSE OCC-KEYWORD-FILE

    MOVE "OCC-KEYWORD" TO WS-AUDIT-ENTITY
    MOVE WS-OCC-PARSED-KEYWORD TO WS-AUDIT-KEY
    MOVE "MAPPED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE WS-OCC-CODE TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Keyword mapping added." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-OCCUPATION-ASSIGN: classify one posting by hand - how the
*> backfill review list gets worked down.
ADMIN-OCCUPATION-ASSIGN.
    MOVE "Enter the Job ID to classify:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-FLAG-JOB-ID
    END-READ
    IF EOF = "Y" OR WS-FLAG-JOB-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND NOT = "Y"
        MOVE "Error: no posting with that Job ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-OCC-JOB-ID
    PERFORM LOAD-JOB-OCCUPATION
    MOVE WS-OCC-CODE TO WS-OCC-OLD-CODE
    MOVE JOB-DETAILS-TITLE TO WS-OCC-TITLE
    PERFORM SUGGEST-OCCUPATION-CODE
    MOVE WS-OCC-OLD-CODE TO WS-OCC-SHOW-OLD
    IF WS-OCC-SHOW-OLD = SPACES
        MOVE "none" TO WS-OCC-SHOW-OLD
    END-IF
    MOVE WS-OCC-SUGGESTED TO WS-OCC-SHOW-SUGGESTED
    IF WS-OCC-SHOW-SUGGESTED = SPACES
        MOVE "none" TO WS-OCC-SHOW-SUGGESTED
    END-IF
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Title: " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
           "  Current code: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OCC-SHOW-OLD) DELIMITED BY SIZE
           "  Suggested: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OCC-SHOW-SUGGESTED) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "Enter the occupation code to assign:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" OR WS-OCC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-OCC-INPUT) TO WS-OCC-CODE
    PERFORM LOOKUP-OCCUPATION-CODE
    IF WS-OCC-FOUND = "N"
        MOVE "Error: that code is not on the occupation list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "REVIEW" TO WS-OCC-SOURCE
    PERFORM REWRITE-JOB-OCCUPATION

    MOVE "JOB" TO WS-AUDIT-ENTITY
    MOVE WS-OCC-JOB-ID TO WS-AUDIT-KEY
    MOVE "OCCUPATION" TO WS-AUDIT-FIELD
    MOVE WS-OCC-OLD-CODE TO WS-AUDIT-OLD
    MOVE WS-OCC-CODE TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Posting classified as " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OCC-CODE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OCC-CODE-TITLE) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> VERIFY-EMAIL-FLOW: capture (or change) the campus email address
*> and close the verification loop - a code goes out through
*> OutboundMessages.txt and the user types it back in-session, so the
*> mail relay finally has an address it can trust instead of its own
*> guessed mapping file.
VERIFY-EMAIL-FLOW.
    IF FUNCTION TRIM(AR-EMAIL) = SPACES
        MOVE "No email address on file yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        MOVE SPACES TO OUTPUT-BUFFER
        IF AR-EMAIL-VERIFIED = "Y"
            STRING "Email on file: " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-EMAIL) DELIMITED BY SIZE
                   " (verified)" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING "Email on file: " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-EMAIL) DELIMITED BY SIZE
                   " (not verified)" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter a new email address, or press Enter to keep the current one:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EML-NEW
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-EML-NEW NOT = SPACES
        INSPECT WS-EML-NEW REPLACING ALL "|" BY " "
        MOVE WS-EML-NEW TO AR-EMAIL
        MOVE "N" TO AR-EMAIL-VERIFIED
        PERFORM REWRITE-OWN-EMAIL
        MOVE "Email address updated." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    IF FUNCTION TRIM(AR-EMAIL) = SPACES
        MOVE "Add an email address before verifying it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF AR-EMAIL-VERIFIED = "Y"
        EXIT PARAGRAPH
    END-IF

    *> The code is derived, not stored - it only has to survive this
    *> session, where the user reads it out of their inbox.
    MOVE 0 TO WS-EML-SEED
    PERFORM VARYING WS-EML-IDX FROM 1 BY 1
            UNTIL WS-EML-IDX > FUNCTION LENGTH(FUNCTION TRIM(AR-USERNAME))
        COMPUTE WS-EML-SEED = FUNCTION MOD(
            (WS-EML-SEED * 31) + FUNCTION ORD(AR-USERNAME(WS-EML-IDX:1)),
            999983)
    END-PERFORM
    COMPUTE WS-EML-CODE = FUNCTION MOD(
        WS-EML-SEED + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)), 1000000)
    MOVE WS-EML-CODE TO WS-EML-CODE-TEXT

    MOVE AR-USERNAME TO WS-OUT-RECIPIENT
    MOVE "EMAIL-VERIFY" TO WS-OUT-EVENT-TYPE
    MOVE "Your InCollege email verification code" TO WS-OUT-SUBJECT
    MOVE SPACES TO WS-OUT-BODY
    STRING "Your verification code is " DELIMITED BY SIZE
           WS-EML-CODE-TEXT DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-OUT-BODY
    END-STRING
    PERFORM ADD-OUTBOUND-MESSAGE

    MOVE "A verification code has been sent to your email address." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter the verification code, or press Enter to verify later:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EML-INPUT
    END-READ
    IF EOF = "Y" OR WS-EML-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF

    IF WS-EML-INPUT(1:6) = WS-EML-CODE-TEXT
       AND WS-EML-INPUT(7:14) = SPACES
        MOVE "Y" TO AR-EMAIL-VERIFIED
        PERFORM REWRITE-OWN-EMAIL
        PERFORM CLEAR-OWN-UNDELIVERABLE
        MOVE "Email address verified. Thank you." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        MOVE "That code does not match - the address remains unverified." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> REWRITE-OWN-EMAIL: account-file temp swap carrying the session's
*> AR-EMAIL and AR-EMAIL-VERIFIED onto the stored row.
REWRITE-OWN-EMAIL.
    MOVE AR-USERNAME TO WS-CNS-SAVED-USERNAME
    MOVE AR-EMAIL TO WS-EML-NEW
    MOVE AR-EMAIL-VERIFIED TO WS-EML-INPUT(1:1)
    MOVE "N" TO WS-EML-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE
    PERFORM UNTIL WS-EML-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-EML-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-SAVED-USERNAME))
                    MOVE WS-EML-NEW TO AR-EMAIL
                    MOVE WS-EML-INPUT(1:1) TO AR-EMAIL-VERIFIED
                END-IF
                MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                WRITE ACCOUNT-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-ACCOUNT-RENAME-STATUS
    MOVE WS-CNS-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> UNDELIVERABLE-REVERIFY-PROMPT: tell a user whose address has been
*> marked undeliverable why their mail stopped, and take them
*> straight into Verify Email; both of its prompts accept Enter to
*> put it off until later.
UNDELIVERABLE-REVERIFY-PROMPT.
    MOVE "Email we send you is bouncing, so we have stopped sending it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Please confirm or change your address and verify it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VERIFY-EMAIL-FLOW
    EXIT PARAGRAPH.

*> CHECK-UNDELIVERABLE: WS-UND-FOUND = "Y" when WS-UND-CHECK-USER is
*> listed in UndeliverableEmails.txt.
CHECK-UNDELIVERABLE.
    MOVE "N" TO WS-UND-FOUND
    MOVE "N" TO WS-UND-EOF
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STATUS NOT = "00"
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

*> CLEAR-OWN-UNDELIVERABLE: a verified address is a deliverable one -
*> drop the session user's UndeliverableEmails.txt rows (temp swap) so
*> outbound mail to them resumes.
CLEAR-OWN-UNDELIVERABLE.
    MOVE AR-USERNAME TO WS-UND-CHECK-USER
    PERFORM CHECK-UNDELIVERABLE
    IF WS-UND-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-UND-EOF
    OPEN INPUT UNDELIVERABLE-FILE
    IF UNDELIVERABLE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT UNDELIVERABLE-TEMP-FILE
    PERFORM UNTIL WS-UND-EOF = "Y"
        READ UNDELIVERABLE-FILE
            AT END
                MOVE "Y" TO WS-UND-EOF
            NOT AT END
                MOVE SPACES TO WS-UND-USER
                UNSTRING UNDELIVERABLE-REC DELIMITED BY "|"
                    INTO WS-UND-USER
                END-UNSTRING
                IF UNDELIVERABLE-REC NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UND-USER))
                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                    MOVE UNDELIVERABLE-REC TO UNDELIVERABLE-TEMP-REC
                    WRITE UNDELIVERABLE-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNDELIVERABLE-FILE
    CLOSE UNDELIVERABLE-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-UND-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-UND-TEMP-PATH WS-UND-LIVE-PATH
        RETURNING WS-UND-RENAME-STATUS
    EXIT PARAGRAPH.

*> COUNSELOR-CONSOLE-FLOW: the daily workflow of the career-services
*> office - look any student up read-only (profile, applications,
*> status history, advising notes, and add a dated note), work the
*> caseload screen, assign a student to this counselor's caseload,
*> decide internship-for-credit requests, manage advising-appointment
*> slots, set a student's action-plan milestones, or work the resume
*> review queue. Advising notes never leave this console.
COUNSELOR-CONSOLE-FLOW.
    MOVE "--- Counselor Console ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-PRM-MENU-IDX FROM 1 BY 1 UNTIL WS-PRM-MENU-IDX > 9
        MOVE WS-PRM-CNS-ITEM-CAP(WS-PRM-MENU-IDX) TO WS-PRM-CAP
        PERFORM HAS-CAPABILITY
        IF WS-PRM-GRANTED = "Y"
            MOVE WS-PRM-CNS-ITEM-LABEL(WS-PRM-MENU-IDX) TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
    END-PERFORM
    MOVE "Enter your choice, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-CNS-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-CNS-COMMAND) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-CNS-COMMAND) TO WS-PRM-IDX
        IF WS-PRM-IDX >= 1 AND WS-PRM-IDX <= 9
            MOVE WS-PRM-CNS-ITEM-CAP(WS-PRM-IDX) TO WS-PRM-CAP
            PERFORM CHECK-CAPABILITY
            IF WS-PRM-GRANTED NOT = "Y"
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF

    EVALUATE FUNCTION TRIM(WS-CNS-COMMAND)
        WHEN "1"
            PERFORM COUNSELOR-LOOKUP-FLOW
        WHEN "2"
            PERFORM COUNSELOR-CASELOAD-FLOW
        WHEN "3"
            PERFORM COUNSELOR-ASSIGN-FLOW
        WHEN "4"
            PERFORM BROADCAST-ANNOUNCEMENT-FLOW
        WHEN "5"
            PERFORM COUNSELOR-CREDIT-FLOW
        WHEN "6"
            PERFORM COUNSELOR-SLOTS-FLOW
        WHEN "7"
            PERFORM COUNSELOR-ACTION-PLAN-FLOW
        WHEN "8"
            PERFORM RESUME-REVIEW-QUEUE-FLOW
        WHEN "9"
            PERFORM EMPLOYER-RELATIONS-FLOW
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> COUNSELOR-SLOTS-FLOW: the counselor's own advising slots - listed
*> from today on (plus any past booking still waiting for an outcome),
*> then publish a new slot, record attended/no-show, or withdraw one.
COUNSELOR-SLOTS-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APT-TODAY
    MOVE "--- My Appointment Slots ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LIST-COUNSELOR-SLOTS
    IF WS-APT-COUNT = 0
        MOVE "You have no upcoming slots." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter A to add a slot, M to mark attended/no-show, W to withdraw a slot, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-APT-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-COMMAND))
        WHEN "A"
            PERFORM ADD-COUNSELOR-SLOT
        WHEN "M"
            PERFORM MARK-APPOINTMENT-OUTCOME
        WHEN "W"
            PERFORM WITHDRAW-COUNSELOR-SLOT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> LIST-COUNSELOR-SLOTS: the signed-in counselor's Open/Booked slots
*> dated today or later, and Booked slots already past (those still
*> need attended/no-show recorded).
LIST-COUNSELOR-SLOTS.
    MOVE 0 TO WS-APT-COUNT
    MOVE "N" TO WS-APT-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APT-EOF = "Y"
        READ SLOT-FILE
            AT END
                MOVE "Y" TO WS-APT-EOF
            NOT AT END
                IF SLOT-REC NOT = SPACES
                    PERFORM PARSE-SLOT-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-PARSED-COUNSELOR))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND (FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Booked"
                            OR (FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Open"
                                AND WS-APT-PARSED-DATE >= WS-APT-TODAY))
                        ADD 1 TO WS-APT-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        IF FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Booked"
                            STRING "  Slot " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-APT-PARSED-ID) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   WS-APT-PARSED-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-APT-PARSED-TIME) DELIMITED BY SIZE
                                   " - Booked by " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-APT-PARSED-STUDENT) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        ELSE
                            STRING "  Slot " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-APT-PARSED-ID) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   WS-APT-PARSED-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-APT-PARSED-TIME) DELIMITED BY SIZE
                                   " - Open" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLOT-FILE
    EXIT PARAGRAPH.

*> ADD-COUNSELOR-SLOT: publish one Open slot, numbered one past the
*> highest SLOT-ID on file.
ADD-COUNSELOR-SLOT.
    MOVE "Enter the slot date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APT-SLOT-DATE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-APT-SLOT-DATE NOT NUMERIC OR WS-APT-SLOT-DATE < WS-APT-TODAY
        MOVE "Error: The slot date must be 8 digits (YYYYMMDD) and not in the past." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the slot time (e.g., 10:00 AM):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APT-SLOT-TIME
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-APT-SLOT-TIME = SPACES
        MOVE "Error: A slot time is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-APT-SLOT-TIME REPLACING ALL "|" BY " "

    MOVE 0 TO WS-APT-MAX-ID
    MOVE "N" TO WS-APT-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS NOT = "35"
        PERFORM UNTIL WS-APT-EOF = "Y"
            READ SLOT-FILE
                AT END
                    MOVE "Y" TO WS-APT-EOF
                NOT AT END
                    IF SLOT-REC NOT = SPACES
                        PERFORM PARSE-SLOT-RECORD
                        IF FUNCTION TRIM(WS-APT-PARSED-ID) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-APT-PARSED-ID) > WS-APT-MAX-ID
                            MOVE FUNCTION NUMVAL(WS-APT-PARSED-ID) TO WS-APT-MAX-ID
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SLOT-FILE
    END-IF
    ADD 1 TO WS-APT-MAX-ID
    MOVE WS-APT-MAX-ID TO WS-APT-ID-EDIT

    OPEN EXTEND SLOT-FILE
    IF SLOT-STATUS = "35"
        OPEN OUTPUT SLOT-FILE
    END-IF
    MOVE SPACES TO SLOT-REC
    STRING FUNCTION TRIM(WS-APT-ID-EDIT)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)      DELIMITED BY SIZE "|"
           WS-APT-SLOT-DATE                DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APT-SLOT-TIME) DELIMITED BY SIZE "|"
           "Open"                          DELIMITED BY SIZE "||"
           "|"                             DELIMITED BY SIZE
           WS-APT-TODAY                    DELIMITED BY SIZE
        INTO SLOT-REC
    END-STRING
    WRITE SLOT-REC
    CLOSE SLOT-FILE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Slot " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-ID-EDIT) DELIMITED BY SIZE
           " published for " DELIMITED BY SIZE
           WS-APT-SLOT-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-SLOT-TIME) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> MARK-APPOINTMENT-OUTCOME: attended or no-show on one of this
*> counselor's Booked slots, once its date has arrived.
MARK-APPOINTMENT-OUTCOME.
    MOVE "Enter the slot number:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APT-TARGET-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM FIND-SLOT-BY-ID
    IF WS-APT-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-KEEP-COUNSELOR))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "No slot of yours with that number." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-APT-KEEP-STATUS) NOT = "Booked"
       OR WS-APT-KEEP-DATE > WS-APT-TODAY
        MOVE "Only a booked appointment dated today or earlier can be marked." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter A if the student attended, or N for a no-show:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-APT-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-INPUT))
        WHEN "A"
            MOVE "Attended" TO WS-APT-NEW-STATUS
        WHEN "N"
            MOVE "NoShow" TO WS-APT-NEW-STATUS
        WHEN OTHER
            MOVE "No change made." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE WS-APT-KEEP-STUDENT TO WS-APT-NEW-STUDENT
    MOVE WS-APT-PARSED-BOOKED TO WS-APT-NEW-DATE
    PERFORM REWRITE-SLOT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Slot " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-TARGET-ID) DELIMITED BY SIZE
           " marked " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-NEW-STATUS) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> WITHDRAW-COUNSELOR-SLOT: take an upcoming slot off the calendar. A
*> student already booked into it is notified so they can rebook.
WITHDRAW-COUNSELOR-SLOT.
    MOVE "Enter the slot number to withdraw:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APT-TARGET-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM FIND-SLOT-BY-ID
    IF WS-APT-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-KEEP-COUNSELOR))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "No slot of yours with that number." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF (FUNCTION TRIM(WS-APT-KEEP-STATUS) NOT = "Open"
        AND FUNCTION TRIM(WS-APT-KEEP-STATUS) NOT = "Booked")
       OR WS-APT-KEEP-DATE < WS-APT-TODAY
        MOVE "Only an upcoming open or booked slot can be withdrawn." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Withdrawn" TO WS-APT-NEW-STATUS
    MOVE WS-APT-KEEP-STUDENT TO WS-APT-NEW-STUDENT
    MOVE WS-APT-PARSED-BOOKED TO WS-APT-NEW-DATE
    PERFORM REWRITE-SLOT
    IF FUNCTION TRIM(WS-APT-KEEP-STATUS) = "Booked"
        MOVE WS-APT-KEEP-STUDENT TO WS-NOTIFY-USER
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Your advising appointment on " DELIMITED BY SIZE
               WS-APT-KEEP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-KEEP-TIME) DELIMITED BY SIZE
               " was cancelled by the counselor - please book another slot." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM ADD-NOTIFICATION
    END-IF
    MOVE "Slot withdrawn." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADVISING-APPOINTMENTS-FLOW: the student side - the student's own
*> upcoming appointment, the open slots, then book, cancel, or
*> reschedule (move the booking to another open slot in one step).
*> One upcoming appointment at a time.
ADVISING-APPOINTMENTS-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APT-TODAY
    MOVE "--- Advising Appointments ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM FIND-MY-APPOINTMENT
    IF WS-APT-MY-SLOT = SPACES
        MOVE "You have no upcoming advising appointment." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Your appointment: slot " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-MY-SLOT) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-APT-KEEP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-KEEP-TIME) DELIMITED BY SIZE
               " with " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APT-KEEP-COUNSELOR) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Open slots:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LIST-OPEN-SLOTS
    IF WS-APT-COUNT = 0
        MOVE "  No open slots right now." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter B to book, C to cancel, R to reschedule, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-APT-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-COMMAND))
        WHEN "B"
            IF WS-APT-MY-SLOT NOT = SPACES
                MOVE "You already have an appointment - use R to reschedule it." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM BOOK-APPOINTMENT-SLOT
            END-IF
        WHEN "C"
            IF WS-APT-MY-SLOT = SPACES
                MOVE "You have no appointment to cancel." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM CANCEL-MY-APPOINTMENT
                MOVE "Appointment cancelled." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
        WHEN "R"
            IF WS-APT-MY-SLOT = SPACES
                MOVE "You have no appointment to reschedule - use B to book one." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM BOOK-APPOINTMENT-SLOT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> FIND-MY-APPOINTMENT: the student's Booked slot dated today or
*> later, if any - its id in WS-APT-MY-SLOT and its fields in the
*> WS-APT-KEEP- areas.
FIND-MY-APPOINTMENT.
    MOVE SPACES TO WS-APT-MY-SLOT
    MOVE "N" TO WS-APT-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APT-EOF = "Y"
        READ SLOT-FILE
            AT END
                MOVE "Y" TO WS-APT-EOF
            NOT AT END
                IF SLOT-REC NOT = SPACES
                    PERFORM PARSE-SLOT-RECORD
                    IF FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Booked"
                       AND WS-APT-PARSED-DATE >= WS-APT-TODAY
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APT-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE WS-APT-PARSED-ID TO WS-APT-MY-SLOT
                        PERFORM KEEP-PARSED-SLOT
                        MOVE "Y" TO WS-APT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLOT-FILE
    EXIT PARAGRAPH.

*> LIST-OPEN-SLOTS: every Open slot dated today or later.
LIST-OPEN-SLOTS.
    MOVE 0 TO WS-APT-COUNT
    MOVE "N" TO WS-APT-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APT-EOF = "Y"
        READ SLOT-FILE
            AT END
                MOVE "Y" TO WS-APT-EOF
            NOT AT END
                IF SLOT-REC NOT = SPACES
                    PERFORM PARSE-SLOT-RECORD
                    IF FUNCTION TRIM(WS-APT-PARSED-STATUS) = "Open"
                       AND WS-APT-PARSED-DATE >= WS-APT-TODAY
                        ADD 1 TO WS-APT-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  Slot " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-APT-PARSED-ID) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               WS-APT-PARSED-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-APT-PARSED-TIME) DELIMITED BY SIZE
                               " with " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-APT-PARSED-COUNSELOR) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLOT-FILE
    EXIT PARAGRAPH.

*> BOOK-APPOINTMENT-SLOT: take an open, upcoming slot. When the
*> student already holds one (reschedule) it is released only after
*> the new booking is in. The counselor is notified either way.
BOOK-APPOINTMENT-SLOT.
    MOVE "Enter the slot number:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APT-TARGET-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM FIND-SLOT-BY-ID
    IF WS-APT-FOUND = "N"
       OR FUNCTION TRIM(WS-APT-KEEP-STATUS) NOT = "Open"
       OR WS-APT-KEEP-DATE < WS-APT-TODAY
        MOVE "That slot is not open for booking." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-APT-KEEP-DATE TO WS-SCHED-CHECK-DATE
    PERFORM CHECK-SCHEDULE-CONFLICT
    IF WS-SCHED-CONFLICT = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Warning: you already have a commitment on that date - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-SWAP-DESC) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Booked" TO WS-APT-NEW-STATUS
    MOVE AR-USERNAME TO WS-APT-NEW-STUDENT
    MOVE WS-APT-TODAY TO WS-APT-NEW-DATE
    PERFORM REWRITE-SLOT

    MOVE WS-APT-KEEP-COUNSELOR TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " booked your advising slot on " DELIMITED BY SIZE
           WS-APT-KEEP-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-KEEP-TIME) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Appointment booked for " DELIMITED BY SIZE
           WS-APT-KEEP-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-KEEP-TIME) DELIMITED BY SIZE
           " with " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-KEEP-COUNSELOR) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    IF WS-APT-MY-SLOT NOT = SPACES
        PERFORM CANCEL-MY-APPOINTMENT
        MOVE "Your previous appointment has been released." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> CANCEL-MY-APPOINTMENT: put the student's slot (WS-APT-MY-SLOT) back
*> to Open and tell the counselor.
CANCEL-MY-APPOINTMENT.
    MOVE WS-APT-MY-SLOT TO WS-APT-TARGET-ID
    PERFORM FIND-SLOT-BY-ID
    IF WS-APT-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "Open" TO WS-APT-NEW-STATUS
    MOVE SPACES TO WS-APT-NEW-STUDENT
    MOVE SPACES TO WS-APT-NEW-DATE
    PERFORM REWRITE-SLOT

    MOVE WS-APT-KEEP-COUNSELOR TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " cancelled the advising appointment on " DELIMITED BY SIZE
           WS-APT-KEEP-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APT-KEEP-TIME) DELIMITED BY SIZE
           " - the slot is open again." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION
    MOVE SPACES TO WS-APT-MY-SLOT
    EXIT PARAGRAPH.

*> FIND-SLOT-BY-ID: the slot row for WS-APT-TARGET-ID, its fields left
*> in the WS-APT-KEEP- areas (and the parsed booked date).
FIND-SLOT-BY-ID.
    MOVE "N" TO WS-APT-FOUND
    MOVE "N" TO WS-APT-EOF
    MOVE SPACES TO WS-APT-KEEP-COUNSELOR WS-APT-KEEP-STUDENT
                   WS-APT-KEEP-DATE WS-APT-KEEP-TIME WS-APT-KEEP-STATUS
    IF WS-APT-TARGET-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APT-EOF = "Y"
        READ SLOT-FILE
            AT END
                MOVE "Y" TO WS-APT-EOF
            NOT AT END
                IF SLOT-REC NOT = SPACES
                    PERFORM PARSE-SLOT-RECORD
                    IF FUNCTION TRIM(WS-APT-PARSED-ID)
                       = FUNCTION TRIM(WS-APT-TARGET-ID)
                        MOVE "Y" TO WS-APT-FOUND
                        PERFORM KEEP-PARSED-SLOT
                        MOVE "Y" TO WS-APT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLOT-FILE
    EXIT PARAGRAPH.

*> KEEP-PARSED-SLOT: hold the slot just parsed, so later scans of the
*> file (schedule conflicts, the rewrite) cannot overwrite it.
KEEP-PARSED-SLOT.
    MOVE WS-APT-PARSED-COUNSELOR TO WS-APT-KEEP-COUNSELOR
    MOVE WS-APT-PARSED-STUDENT TO WS-APT-KEEP-STUDENT
    MOVE WS-APT-PARSED-DATE TO WS-APT-KEEP-DATE
    MOVE WS-APT-PARSED-TIME TO WS-APT-KEEP-TIME
    MOVE WS-APT-PARSED-STATUS TO WS-APT-KEEP-STATUS
    EXIT PARAGRAPH.

*> PARSE-SLOT-RECORD: split SLOT-REC into the WS-APT-PARSED- fields.
PARSE-SLOT-RECORD.
    MOVE SPACES TO WS-APT-PARSED-ID WS-APT-PARSED-COUNSELOR
                   WS-APT-PARSED-DATE WS-APT-PARSED-TIME
                   WS-APT-PARSED-STATUS WS-APT-PARSED-STUDENT
                   WS-APT-PARSED-BOOKED WS-APT-PARSED-CREATED
    UNSTRING SLOT-REC DELIMITED BY "|"
        INTO WS-APT-PARSED-ID WS-APT-PARSED-COUNSELOR
             WS-APT-PARSED-DATE WS-APT-PARSED-TIME
             WS-APT-PARSED-STATUS WS-APT-PARSED-STUDENT
             WS-APT-PARSED-BOOKED WS-APT-PARSED-CREATED
    END-UNSTRING
    EXIT PARAGRAPH.

*> REWRITE-SLOT: replace STATUS, STUDENT and BOOKED-DATE on the
*> WS-APT-TARGET-ID row (temp file, then swap).
REWRITE-SLOT.
    MOVE "N" TO WS-APT-EOF
    OPEN INPUT SLOT-FILE
    IF SLOT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SLOT-TEMP-FILE
    PERFORM UNTIL WS-APT-EOF = "Y"
        READ SLOT-FILE
            AT END
                MOVE "Y" TO WS-APT-EOF
            NOT AT END
                IF SLOT-REC NOT = SPACES
                    PERFORM PARSE-SLOT-RECORD
                    IF FUNCTION TRIM(WS-APT-PARSED-ID)
                       = FUNCTION TRIM(WS-APT-TARGET-ID)
                        MOVE SPACES TO SLOT-TEMP-REC
                        STRING FUNCTION TRIM(WS-APT-PARSED-ID)        DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APT-PARSED-COUNSELOR) DELIMITED BY SIZE "|"
                               WS-APT-PARSED-DATE                     DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APT-PARSED-TIME)      DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APT-NEW-STATUS)       DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APT-NEW-STUDENT)      DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APT-NEW-DATE)         DELIMITED BY SIZE "|"
                               WS-APT-PARSED-CREATED                  DELIMITED BY SIZE
                            INTO SLOT-TEMP-REC
                        END-STRING
                    ELSE
                        MOVE SLOT-REC TO SLOT-TEMP-REC
                    END-IF
                    WRITE SLOT-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE SLOT-FILE
    CLOSE SLOT-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-APT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-APT-TEMP-PATH WS-APT-LIVE-PATH
        RETURNING WS-APT-RENAME-STATUS
    EXIT PARAGRAPH.

*> COUNSELOR-ACTION-PLAN-FLOW: one student on this counselor's
*> caseload - the milestones on their action plan, then add a new
*> milestone or mark one done on the student's behalf.
COUNSELOR-ACTION-PLAN-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACP-TODAY
    MOVE "Enter the student's username:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ACP-STUDENT
    END-READ
    IF EOF = "Y" OR WS-ACP-STUDENT = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-ON-MY-CASELOAD
    IF WS-ACP-ON-CASELOAD = "N"
        MOVE "That student is not on your caseload - assign them first (option 3)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "--- Action Plan: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACP-STUDENT) DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    PERFORM REFRESH-PLAN-EVIDENCE
    PERFORM LIST-ACTION-PLAN
    IF WS-ACP-COUNT = 0
        MOVE "  No milestones on this plan yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter A to add a milestone, D to mark one done, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ACP-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-COMMAND))
        WHEN "A"
            PERFORM ADD-PLAN-MILESTONE
        WHEN "D"
            MOVE "COUNSELOR" TO WS-ACP-DONE-BY
            PERFORM COMPLETE-PLAN-MILESTONE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> CHECK-ON-MY-CASELOAD: is WS-ACP-STUDENT assigned to the signed-in
*> counselor in CounselorCaseloads.txt?
CHECK-ON-MY-CASELOAD.
    MOVE "N" TO WS-ACP-ON-CASELOAD
    MOVE "N" TO WS-ACP-SUB-EOF
    OPEN INPUT CASELOAD-FILE
    IF CASELOAD-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-ACP-SUB-EOF = "Y"
        READ CASELOAD-FILE
            AT END
                MOVE "Y" TO WS-ACP-SUB-EOF
            NOT AT END
                IF CASELOAD-REC NOT = SPACES
                    MOVE SPACES TO WS-CSL-PARSED-COUNSELOR
                                   WS-CSL-PARSED-STUDENT
                    UNSTRING CASELOAD-REC DELIMITED BY "|"
                        INTO WS-CSL-PARSED-COUNSELOR
                             WS-CSL-PARSED-STUDENT
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-PARSED-COUNSELOR))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-STUDENT))
                        MOVE "Y" TO WS-ACP-ON-CASELOAD
                        MOVE "Y" TO WS-ACP-SUB-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CASELOAD-FILE
    EXIT PARAGRAPH.

*> ADD-PLAN-MILESTONE: description, due date, and optionally the
*> system evidence that completes it - a number of applications filed
*> from today on, or one of the skill courses. Numbered one past the
*> highest MILESTONE-ID on file; the student is notified.
ADD-PLAN-MILESTONE.
    MOVE "Enter the milestone (e.g., Finish resume draft):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ACP-NEW-DESC
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ACP-NEW-DESC = SPACES
        MOVE "Error: A milestone description is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-ACP-NEW-DESC REPLACING ALL "|" BY " "

    MOVE "Enter the due date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ACP-NEW-DUE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-ACP-NEW-DUE NOT NUMERIC OR WS-ACP-NEW-DUE < WS-ACP-TODAY
        MOVE "Error: The due date must be 8 digits (YYYYMMDD) and not in the past." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Complete automatically? Enter A for a number of applications, S for a skill course, or press Enter for no:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ACP-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE SPACES TO WS-ACP-NEW-EVIDENCE WS-ACP-NEW-TARGET
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-INPUT))
        WHEN "A"
            MOVE "How many applications (1-99)?" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            READ INFILE
                AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ACP-INPUT
            END-READ
            IF EOF = "Y" EXIT PARAGRAPH END-IF
            IF FUNCTION TRIM(WS-ACP-INPUT) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ACP-INPUT)) > 2
               OR FUNCTION NUMVAL(WS-ACP-INPUT) < 1
                MOVE "Error: Enter a number from 1 to 99." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE "APPLY" TO WS-ACP-NEW-EVIDENCE
            MOVE FUNCTION TRIM(WS-ACP-INPUT) TO WS-ACP-NEW-TARGET
        WHEN "S"
            MOVE "Which skill course? 1. Resume Writing 2. Interviewing Skills 3. Networking Basics 4. Personal Branding 5. Time Management" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            READ INFILE
                AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ACP-INPUT
            END-READ
            IF EOF = "Y" EXIT PARAGRAPH END-IF
            MOVE FUNCTION TRIM(WS-ACP-INPUT) TO WS-ELIG-SKILL-ID
            IF WS-ELIG-SKILL-ID < "1" OR WS-ELIG-SKILL-ID > "5"
                MOVE "Invalid skill choice." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE "SKILL" TO WS-ACP-NEW-EVIDENCE
            MOVE WS-ELIG-SKILL-ID TO WS-ACP-NEW-TARGET
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE 0 TO WS-ACP-MAX-ID
    MOVE "N" TO WS-ACP-EOF
    OPEN INPUT ACTION-PLAN-FILE
    IF ACTION-PLAN-STATUS NOT = "35"
        PERFORM UNTIL WS-ACP-EOF = "Y"
            READ ACTION-PLAN-FILE
                AT END
                    MOVE "Y" TO WS-ACP-EOF
                NOT AT END
                    IF ACTION-PLAN-REC NOT = SPACES
                        PERFORM PARSE-ACTION-PLAN-RECORD
                        IF FUNCTION TRIM(WS-ACP-PARSED-ID) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-ACP-PARSED-ID) > WS-ACP-MAX-ID
                            MOVE FUNCTION NUMVAL(WS-ACP-PARSED-ID) TO WS-ACP-MAX-ID
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACTION-PLAN-FILE
    END-IF
    ADD 1 TO WS-ACP-MAX-ID
    MOVE WS-ACP-MAX-ID TO WS-ACP-ID-EDIT

    OPEN EXTEND ACTION-PLAN-FILE
    IF ACTION-PLAN-STATUS = "35"
        OPEN OUTPUT ACTION-PLAN-FILE
    END-IF
    MOVE SPACES TO ACTION-PLAN-REC
    STRING FUNCTION TRIM(WS-ACP-ID-EDIT)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-STUDENT)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)         DELIMITED BY SIZE "|"
           WS-ACP-NEW-DUE                     DELIMITED BY SIZE "|"
           "Open"                             DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-NEW-EVIDENCE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-NEW-TARGET)   DELIMITED BY SIZE "|"
           WS-ACP-TODAY                       DELIMITED BY SIZE "|||"
           FUNCTION TRIM(WS-ACP-NEW-DESC)     DELIMITED BY SIZE
        INTO ACTION-PLAN-REC
    END-STRING
    WRITE ACTION-PLAN-REC
    CLOSE ACTION-PLAN-FILE

    MOVE WS-ACP-STUDENT TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your counselor added to your action plan: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACP-NEW-DESC) DELIMITED BY SIZE
           " (due " DELIMITED BY SIZE
           WS-ACP-NEW-DUE DELIMITED BY SIZE
           ")." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Milestone " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACP-ID-EDIT) DELIMITED BY SIZE
           " added, due " DELIMITED BY SIZE
           WS-ACP-NEW-DUE DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> MY-ACTION-PLAN-FLOW: the student side - every milestone their
*> counselor has set, with anything the system can already see done
*> completed first, then the chance to mark one done.
MY-ACTION-PLAN-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACP-TODAY
    MOVE AR-USERNAME TO WS-ACP-STUDENT
    MOVE "--- My Action Plan ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM REFRESH-PLAN-EVIDENCE
    PERFORM LIST-ACTION-PLAN
    IF WS-ACP-COUNT = 0
        MOVE "Your counselor has not set any milestones for you yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "STUDENT" TO WS-ACP-DONE-BY
    PERFORM COMPLETE-PLAN-MILESTONE
    EXIT PARAGRAPH.

*> LIST-ACTION-PLAN: every milestone for WS-ACP-STUDENT in file
*> order - open ones with their due date (flagged when overdue) and
*> how they complete, done ones with when and by whom.
LIST-ACTION-PLAN.
    MOVE 0 TO WS-ACP-COUNT
    MOVE "N" TO WS-ACP-EOF
    OPEN INPUT ACTION-PLAN-FILE
    IF ACTION-PLAN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-ACP-EOF = "Y"
        READ ACTION-PLAN-FILE
            AT END
                MOVE "Y" TO WS-ACP-EOF
            NOT AT END
                IF ACTION-PLAN-REC NOT = SPACES
                    PERFORM PARSE-ACTION-PLAN-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-STUDENT))
                        ADD 1 TO WS-ACP-COUNT
                        PERFORM SHOW-ONE-MILESTONE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACTION-PLAN-FILE
    EXIT PARAGRAPH.

SHOW-ONE-MILESTONE.
    MOVE SPACES TO OUTPUT-BUFFER
    IF FUNCTION TRIM(WS-ACP-PARSED-STATE) = "Done"
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-PARSED-ID) DELIMITED BY SIZE
               ". [Done] " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-PARSED-DESC) DELIMITED BY SIZE
               " - completed " DELIMITED BY SIZE
               WS-ACP-PARSED-COMPLETED DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ACP-PARSED-DONE-BY)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF WS-ACP-PARSED-DUE < WS-ACP-TODAY
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-PARSED-ID) DELIMITED BY SIZE
               ". [OVERDUE] " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-PARSED-DESC) DELIMITED BY SIZE
               " - was due " DELIMITED BY SIZE
               WS-ACP-PARSED-DUE DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-PARSED-ID) DELIMITED BY SIZE
               ". [Open] " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-PARSED-DESC) DELIMITED BY SIZE
               " - due " DELIMITED BY SIZE
               WS-ACP-PARSED-DUE DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO WS-ACP-HINT
    EVALUATE FUNCTION TRIM(WS-ACP-PARSED-EVIDENCE)
        WHEN "APPLY"
            STRING "     (completes itself after " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACP-PARSED-TARGET) DELIMITED BY SIZE
                   " application(s) from " DELIMITED BY SIZE
                   WS-ACP-PARSED-CREATED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO WS-ACP-HINT
            END-STRING
        WHEN "SKILL"
            MOVE WS-ACP-PARSED-TARGET(1:1) TO WS-ELIG-SKILL-ID
            PERFORM RESOLVE-ELIG-SKILL-NAME
            STRING "     (completes itself when you finish " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ELIG-SKILL-NAME) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO WS-ACP-HINT
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-ACP-HINT NOT = SPACES
        MOVE WS-ACP-HINT TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> COMPLETE-PLAN-MILESTONE: mark one Open milestone of WS-ACP-STUDENT
*> done, recording WS-ACP-DONE-BY. When the student marks it, the
*> counselor who set it is notified, and the other way round.
COMPLETE-PLAN-MILESTONE.
    MOVE "Enter the milestone number to mark done, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-ACP-TARGET-ID
    END-READ
    IF EOF = "Y" OR WS-ACP-TARGET-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-PLAN-MILESTONE
    IF WS-ACP-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-KEEP-STUDENT))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-STUDENT))
        MOVE "No milestone on this plan with that number." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-ACP-KEEP-STATE) = "Done"
        MOVE "That milestone is already done." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM REWRITE-PLAN-MILESTONE

    IF WS-ACP-DONE-BY = "STUDENT"
        MOVE WS-ACP-KEEP-COUNSELOR TO WS-NOTIFY-USER
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING FUNCTION TRIM(WS-ACP-STUDENT) DELIMITED BY SIZE
               " marked an action-plan milestone done: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-KEEP-DESC) DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
    ELSE
        MOVE WS-ACP-STUDENT TO WS-NOTIFY-USER
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Your counselor marked an action-plan milestone done: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACP-KEEP-DESC) DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
    END-IF
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Milestone " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACP-TARGET-ID) DELIMITED BY SIZE
           " marked done." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> FIND-PLAN-MILESTONE: the row for WS-ACP-TARGET-ID, its fields left
*> in the WS-ACP-KEEP- areas.
FIND-PLAN-MILESTONE.
    MOVE "N" TO WS-ACP-FOUND
    MOVE "N" TO WS-ACP-EOF
    MOVE SPACES TO WS-ACP-KEEP-STUDENT WS-ACP-KEEP-COUNSELOR
                   WS-ACP-KEEP-STATE WS-ACP-KEEP-DESC
    OPEN INPUT ACTION-PLAN-FILE
    IF ACTION-PLAN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-ACP-EOF = "Y"
        READ ACTION-PLAN-FILE
            AT END
                MOVE "Y" TO WS-ACP-EOF
            NOT AT END
                IF ACTION-PLAN-REC NOT = SPACES
                    PERFORM PARSE-ACTION-PLAN-RECORD
                    IF FUNCTION TRIM(WS-ACP-PARSED-ID)
                       = FUNCTION TRIM(WS-ACP-TARGET-ID)
                        MOVE "Y" TO WS-ACP-FOUND
                        MOVE WS-ACP-PARSED-STUDENT TO WS-ACP-KEEP-STUDENT
                        MOVE WS-ACP-PARSED-COUNSELOR TO WS-ACP-KEEP-COUNSELOR
                        MOVE WS-ACP-PARSED-STATE TO WS-ACP-KEEP-STATE
                        MOVE WS-ACP-PARSED-DESC TO WS-ACP-KEEP-DESC
                        MOVE "Y" TO WS-ACP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACTION-PLAN-FILE
    EXIT PARAGRAPH.

*> REWRITE-PLAN-MILESTONE: the WS-ACP-TARGET-ID row becomes Done
*> today, by WS-ACP-DONE-BY (temp file, then swap).
REWRITE-PLAN-MILESTONE.
    MOVE "N" TO WS-ACP-EOF
    OPEN INPUT ACTION-PLAN-FILE
    IF ACTION-PLAN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACTION-PLAN-TEMP-FILE
    PERFORM UNTIL WS-ACP-EOF = "Y"
        READ ACTION-PLAN-FILE
            AT END
                MOVE "Y" TO WS-ACP-EOF
            NOT AT END
                IF ACTION-PLAN-REC NOT = SPACES
                    PERFORM PARSE-ACTION-PLAN-RECORD
                    IF FUNCTION TRIM(WS-ACP-PARSED-ID)
                       = FUNCTION TRIM(WS-ACP-TARGET-ID)
                        MOVE "Done" TO WS-ACP-PARSED-STATE
                        MOVE WS-ACP-TODAY TO WS-ACP-PARSED-COMPLETED
                        MOVE WS-ACP-DONE-BY TO WS-ACP-PARSED-DONE-BY
                    END-IF
                    PERFORM WRITE-PLAN-TEMP-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACTION-PLAN-FILE
    CLOSE ACTION-PLAN-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-ACP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACP-TEMP-PATH WS-ACP-LIVE-PATH
        RETURNING WS-ACP-RENAME-STATUS
    EXIT PARAGRAPH.

*> REFRESH-PLAN-EVIDENCE: before a plan is shown, complete any Open
*> milestone of WS-ACP-STUDENT whose system evidence is already on
*> file, so neither side waits for the nightly pass. The file is only
*> swapped when something actually changed.
REFRESH-PLAN-EVIDENCE.
    MOVE 0 TO WS-ACP-AUTO-COUNT
    MOVE "N" TO WS-ACP-EOF
    OPEN INPUT ACTION-PLAN-FILE
    IF ACTION-PLAN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACTION-PLAN-TEMP-FILE
    PERFORM UNTIL WS-ACP-EOF = "Y"
        READ ACTION-PLAN-FILE
            AT END
                MOVE "Y" TO WS-ACP-EOF
            NOT AT END
                IF ACTION-PLAN-REC NOT = SPACES
                    PERFORM PARSE-ACTION-PLAN-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-STUDENT))
                       AND FUNCTION TRIM(WS-ACP-PARSED-STATE) = "Open"
                       AND WS-ACP-PARSED-EVIDENCE NOT = SPACES
                        PERFORM CHECK-PLAN-EVIDENCE
                        IF WS-ACP-EVIDENCE-MET = "Y"
                            MOVE "Done" TO WS-ACP-PARSED-STATE
                            MOVE WS-ACP-TODAY TO WS-ACP-PARSED-COMPLETED
                            MOVE "SYSTEM" TO WS-ACP-PARSED-DONE-BY
                            ADD 1 TO WS-ACP-AUTO-COUNT
                        END-IF
                    END-IF
                    PERFORM WRITE-PLAN-TEMP-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACTION-PLAN-FILE
    CLOSE ACTION-PLAN-TEMP-FILE
    IF WS-ACP-AUTO-COUNT = 0
        CALL "CBL_DELETE_FILE" USING WS-ACP-TEMP-PATH
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-ACP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACP-TEMP-PATH WS-ACP-LIVE-PATH
        RETURNING WS-ACP-RENAME-STATUS
    MOVE WS-ACP-AUTO-COUNT TO WS-ACP-COUNT-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-ACP-COUNT-EDIT) DELIMITED BY SIZE
           " milestone(s) completed automatically from activity on file." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CHECK-PLAN-EVIDENCE: WS-ACP-EVIDENCE-MET for the milestone just
*> parsed. APPLY counts the student's applications dated on or after
*> the milestone was set; SKILL looks for the completion row.
CHECK-PLAN-EVIDENCE.
    MOVE "N" TO WS-ACP-EVIDENCE-MET
    MOVE 0 TO WS-ACP-HITS
    MOVE "N" TO WS-ACP-SUB-EOF
    EVALUATE FUNCTION TRIM(WS-ACP-PARSED-EVIDENCE)
        WHEN "APPLY"
            IF FUNCTION TRIM(WS-ACP-PARSED-TARGET) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-ACP-PARSED-TARGET) TO WS-ACP-TARGET-NUM
            OPEN INPUT APPLICATION-FILE
            IF APPLICATION-STATUS = "35"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-ACP-SUB-EOF = "Y"
                READ APPLICATION-FILE
                    AT END
                        MOVE "Y" TO WS-ACP-SUB-EOF
                    NOT AT END
                        IF APPLICATION-REC NOT = SPACES
                            PERFORM PARSE-APPLICATION-RECORD
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
                               AND APPLICATION-PARSED-DATE >= WS-ACP-PARSED-CREATED
                                ADD 1 TO WS-ACP-HITS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APPLICATION-FILE
            IF WS-ACP-HITS >= WS-ACP-TARGET-NUM
                MOVE "Y" TO WS-ACP-EVIDENCE-MET
            END-IF
        WHEN "SKILL"
            OPEN INPUT SKILL-COMP-FILE
            IF SKILL-COMP-STATUS = "35"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-ACP-SUB-EOF = "Y"
                READ SKILL-COMP-FILE
                    AT END
                        MOVE "Y" TO WS-ACP-SUB-EOF
                    NOT AT END
                        IF SKILL-COMP-REC NOT = SPACES
                            MOVE SPACES TO WS-SKILL-COMP-PARSED-USER
                                           WS-SKILL-COMP-PARSED-ID
                            UNSTRING SKILL-COMP-REC DELIMITED BY "|"
                                INTO WS-SKILL-COMP-PARSED-USER
                                     WS-SKILL-COMP-PARSED-ID
                            END-UNSTRING
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-COMP-PARSED-USER))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACP-PARSED-STUDENT))
                               AND WS-SKILL-COMP-PARSED-ID = WS-ACP-PARSED-TARGET(1:1)
                                MOVE "Y" TO WS-ACP-EVIDENCE-MET
                                MOVE "Y" TO WS-ACP-SUB-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SKILL-COMP-FILE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> PARSE-ACTION-PLAN-RECORD: split ACTION-PLAN-REC into the
*> WS-ACP-PARSED- fields.
PARSE-ACTION-PLAN-RECORD.
    MOVE SPACES TO WS-ACP-PARSED-ID WS-ACP-PARSED-STUDENT
                   WS-ACP-PARSED-COUNSELOR WS-ACP-PARSED-DUE
                   WS-ACP-PARSED-STATE WS-ACP-PARSED-EVIDENCE
                   WS-ACP-PARSED-TARGET WS-ACP-PARSED-CREATED
                   WS-ACP-PARSED-COMPLETED WS-ACP-PARSED-DONE-BY
                   WS-ACP-PARSED-DESC
    UNSTRING ACTION-PLAN-REC DELIMITED BY "|"
        INTO WS-ACP-PARSED-ID WS-ACP-PARSED-STUDENT
             WS-ACP-PARSED-COUNSELOR WS-ACP-PARSED-DUE
             WS-ACP-PARSED-STATE WS-ACP-PARSED-EVIDENCE
             WS-ACP-PARSED-TARGET WS-ACP-PARSED-CREATED
             WS-ACP-PARSED-COMPLETED WS-ACP-PARSED-DONE-BY
             WS-ACP-PARSED-DESC
    END-UNSTRING
    EXIT PARAGRAPH.

*> WRITE-PLAN-TEMP-ROW: the parsed milestone, as it now stands, to
*> the temp file.
WRITE-PLAN-TEMP-ROW.
    MOVE SPACES TO ACTION-PLAN-TEMP-REC
    STRING FUNCTION TRIM(WS-ACP-PARSED-ID)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-STUDENT)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-COUNSELOR) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-DUE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-STATE)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-EVIDENCE)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-TARGET)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-CREATED)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-COMPLETED) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-DONE-BY)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-ACP-PARSED-DESC)      DELIMITED BY SIZE
        INTO ACTION-PLAN-TEMP-REC
    END-STRING
    WRITE ACTION-PLAN-TEMP-REC
    EXIT PARAGRAPH.

*> RESUME-REVIEW-FLOW: the student side of the resume review queue -
*> their requests so far, then submit the current resume, read a
*> returned review line by line, or withdraw a request nobody has
*> picked up yet. One request in the queue at a time.
RESUME-REVIEW-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RSR-TODAY
    MOVE "--- Resume Review ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LIST-MY-RESUME-REVIEWS
    IF WS-RSR-COUNT = 0
        MOVE "You have not requested a resume review yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter S to submit your current resume for review, V to view a returned review, W to withdraw a queued request, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RSR-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-COMMAND))
        WHEN "S"
            IF WS-RSR-OPEN-ID NOT = SPACES
                MOVE SPACES TO OUTPUT-BUFFER
                STRING "You already have a resume in the review queue (request " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RSR-OPEN-ID) DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                    INTO OUTPUT-BUFFER
                END-STRING
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM SUBMIT-RESUME-REVIEW
            END-IF
        WHEN "V"
            PERFORM VIEW-RETURNED-REVIEW
        WHEN "W"
            PERFORM WITHDRAW-RESUME-REVIEW
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> LIST-MY-RESUME-REVIEWS: the signed-in student's requests in file
*> order; a Queued or InReview one is left in WS-RSR-OPEN-ID.
LIST-MY-RESUME-REVIEWS.
    MOVE 0 TO WS-RSR-COUNT
    MOVE SPACES TO WS-RSR-OPEN-ID
    MOVE "N" TO WS-RSR-EOF
    OPEN INPUT RSR-REQUEST-FILE
    IF RSR-REQUEST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-REQUEST-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                IF RSR-REQUEST-REC NOT = SPACES
                    PERFORM PARSE-RESUME-REVIEW-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-RSR-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        EVALUATE FUNCTION TRIM(WS-RSR-PARSED-STATE)
                            WHEN "Queued"
                                MOVE WS-RSR-PARSED-ID TO WS-RSR-OPEN-ID
                                STRING "  Request " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSR-PARSED-ID) DELIMITED BY SIZE
                                       ": submitted " DELIMITED BY SIZE
                                       WS-RSR-PARSED-SUBMITTED DELIMITED BY SIZE
                                       " - waiting for a reviewer" DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            WHEN "InReview"
                                MOVE WS-RSR-PARSED-ID TO WS-RSR-OPEN-ID
                                STRING "  Request " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSR-PARSED-ID) DELIMITED BY SIZE
                                       ": submitted " DELIMITED BY SIZE
                                       WS-RSR-PARSED-SUBMITTED DELIMITED BY SIZE
                                       " - being reviewed by " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSR-PARSED-REVIEWER) DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            WHEN "Returned"
                                STRING "  Request " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSR-PARSED-ID) DELIMITED BY SIZE
                                       ": submitted " DELIMITED BY SIZE
                                       WS-RSR-PARSED-SUBMITTED DELIMITED BY SIZE
                                       " - returned " DELIMITED BY SIZE
                                       WS-RSR-PARSED-RETURNED DELIMITED BY SIZE
                                       " by " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSR-PARSED-REVIEWER) DELIMITED BY SIZE
                                       ", rating " DELIMITED BY SIZE
                                       WS-RSR-PARSED-RATING DELIMITED BY SIZE
                                       "/5" DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            WHEN OTHER
                                STRING "  Request " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSR-PARSED-ID) DELIMITED BY SIZE
                                       ": submitted " DELIMITED BY SIZE
                                       WS-RSR-PARSED-SUBMITTED DELIMITED BY SIZE
                                       " - withdrawn" DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                        END-EVALUATE
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-REQUEST-FILE
    EXIT PARAGRAPH.

*> SUBMIT-RESUME-REVIEW: build the resume exactly as Export Profile
*> does (VIEWPROFILE, REVIEW mode), freeze it line by line under a
*> new REVIEW-ID, and queue the request.
SUBMIT-RESUME-REVIEW.
    PERFORM PROFILE-LOAD
    IF FUNCTION TRIM(PROFILE-DATA-STRING) = SPACES
        MOVE "Create your profile before requesting a resume review." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE "REVIEW" TO VIEW-MODE
    CALL 'VIEWPROFILE' USING AR-USERNAME PROFILE-DATA-STRING VIEW-MODE

    MOVE 0 TO WS-RSR-MAX-ID
    MOVE "N" TO WS-RSR-EOF
    OPEN INPUT RSR-REQUEST-FILE
    IF RSR-REQUEST-STATUS NOT = "35"
        PERFORM UNTIL WS-RSR-EOF = "Y"
            READ RSR-REQUEST-FILE
                AT END
                    MOVE "Y" TO WS-RSR-EOF
                NOT AT END
                    IF RSR-REQUEST-REC NOT = SPACES
                        PERFORM PARSE-RESUME-REVIEW-RECORD
                        IF FUNCTION TRIM(WS-RSR-PARSED-ID) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-RSR-PARSED-ID) > WS-RSR-MAX-ID
                            MOVE FUNCTION NUMVAL(WS-RSR-PARSED-ID) TO WS-RSR-MAX-ID
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RSR-REQUEST-FILE
    END-IF
    ADD 1 TO WS-RSR-MAX-ID
    MOVE WS-RSR-MAX-ID TO WS-RSR-ID-EDIT

    MOVE SPACES TO WS-RSR-COPY-NAME
    STRING "../data/" FUNCTION TRIM(AR-USERNAME) "-ReviewCopy.txt"
        DELIMITED BY SIZE
        INTO WS-RSR-COPY-NAME
    END-STRING
    OPEN INPUT RSR-COPY-FILE
    IF RSR-COPY-STATUS NOT = "00"
        MOVE "Your resume could not be prepared for review - please try again." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND RSR-LINE-FILE
    IF RSR-LINE-STATUS = "35"
        OPEN OUTPUT RSR-LINE-FILE
    END-IF
    MOVE 0 TO WS-RSR-LINE-COUNT
    MOVE "N" TO WS-RSR-EOF
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-COPY-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                ADD 1 TO WS-RSR-LINE-COUNT
                MOVE WS-RSR-LINE-COUNT TO WS-RSR-LINE-EDIT
                INSPECT RSR-COPY-REC REPLACING ALL "|" BY "/"
                MOVE SPACES TO RSR-LINE-REC
                STRING FUNCTION TRIM(WS-RSR-ID-EDIT)        DELIMITED BY SIZE "|"
                       FUNCTION TRIM(WS-RSR-LINE-EDIT)      DELIMITED BY SIZE "|"
                       FUNCTION TRIM(RSR-COPY-REC TRAILING) DELIMITED BY SIZE
                    INTO RSR-LINE-REC
                END-STRING
                WRITE RSR-LINE-REC
        END-READ
    END-PERFORM
    CLOSE RSR-COPY-FILE
    CLOSE RSR-LINE-FILE
    CALL "CBL_DELETE_FILE" USING WS-RSR-COPY-NAME

    OPEN EXTEND RSR-REQUEST-FILE
    IF RSR-REQUEST-STATUS = "35"
        OPEN OUTPUT RSR-REQUEST-FILE
    END-IF
    MOVE SPACES TO RSR-REQUEST-REC
    STRING FUNCTION TRIM(WS-RSR-ID-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)    DELIMITED BY SIZE "|"
           WS-RSR-TODAY                  DELIMITED BY SIZE "|"
           "Queued"                      DELIMITED BY SIZE "|||||"
        INTO RSR-REQUEST-REC
    END-STRING
    WRITE RSR-REQUEST-REC
    CLOSE RSR-REQUEST-FILE

    MOVE WS-RSR-LINE-COUNT TO WS-RSR-LINE-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Resume submitted for review as request " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RSR-ID-EDIT) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-RSR-LINE-EDIT) DELIMITED BY SIZE
           " lines). You will be notified when the review comes back." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> VIEW-RETURNED-REVIEW: one of the student's Returned reviews - the
*> rating and summary, then the resume as submitted with each
*> reviewer comment under its line.
VIEW-RETURNED-REVIEW.
    MOVE "Enter the request number:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RSR-TARGET-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM FIND-RESUME-REVIEW
    IF WS-RSR-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-KEEP-STUDENT))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
       OR FUNCTION TRIM(WS-RSR-KEEP-STATE) NOT = "Returned"
        MOVE "No returned review of yours with that number." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Reviewed by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RSR-KEEP-REVIEWER) DELIMITED BY SIZE
           " - overall rating " DELIMITED BY SIZE
           WS-RSR-KEEP-RATING DELIMITED BY SIZE
           "/5" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    IF WS-RSR-KEEP-SUMMARY NOT = SPACES
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Summary: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RSR-KEEP-SUMMARY) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    PERFORM SHOW-REVIEW-LINES
    EXIT PARAGRAPH.

*> WITHDRAW-RESUME-REVIEW: pull the student's request back out of the
*> queue before a reviewer has claimed it.
WITHDRAW-RESUME-REVIEW.
    IF WS-RSR-OPEN-ID = SPACES
        MOVE "You have no request in the queue." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RSR-OPEN-ID TO WS-RSR-TARGET-ID
    PERFORM FIND-RESUME-REVIEW
    IF FUNCTION TRIM(WS-RSR-KEEP-STATE) NOT = "Queued"
        MOVE "A reviewer is already working on it - it can no longer be withdrawn." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE "Withdrawn" TO WS-RSR-NEW-STATUS
    MOVE SPACES TO WS-RSR-NEW-REVIEWER WS-RSR-NEW-CLAIMED
                   WS-RSR-NEW-RETURNED WS-RSR-RATING WS-RSR-SUMMARY
    PERFORM REWRITE-RESUME-REVIEW
    MOVE "Review request withdrawn." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> RESUME-REVIEWER-OPTIN-FLOW: an alumnus opts in to (or back out of)
*> reviewing student resumes from the queue.
RESUME-REVIEWER-OPTIN-FLOW.
    PERFORM CHECK-RESUME-REVIEWER
    IF WS-RSR-OPTED-IN = "Y"
        MOVE "You are a resume reviewer. Enter X to stop reviewing, or press Enter to stay opted in:" TO OUTPUT-BUFFER
    ELSE
        MOVE "Review student resumes from the queue? Enter Y to opt in, or press Enter to go back:" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RSR-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-RSR-OPTED-IN = "N"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-COMMAND)) = "Y"
        OPEN EXTEND RSR-REVIEWER-FILE
        IF RSR-REVIEWER-STATUS = "35"
            OPEN OUTPUT RSR-REVIEWER-FILE
        END-IF
        MOVE SPACES TO RSR-REVIEWER-REC
        STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            INTO RSR-REVIEWER-REC
        END-STRING
        WRITE RSR-REVIEWER-REC
        CLOSE RSR-REVIEWER-FILE
        MOVE "You are now a resume reviewer - open Resume Review Queue to pick up requests." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF WS-RSR-OPTED-IN = "Y"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-COMMAND)) = "X"
        MOVE "N" TO WS-RSR-EOF
        OPEN INPUT RSR-REVIEWER-FILE
        OPEN OUTPUT RSR-REVIEWER-TEMP-FILE
        PERFORM UNTIL WS-RSR-EOF = "Y"
            READ RSR-REVIEWER-FILE
                AT END
                    MOVE "Y" TO WS-RSR-EOF
                NOT AT END
                    MOVE SPACES TO WS-RSR-RV-USER WS-RSR-RV-DATE
                    UNSTRING RSR-REVIEWER-REC DELIMITED BY "|"
                        INTO WS-RSR-RV-USER WS-RSR-RV-DATE
                    END-UNSTRING
                    IF RSR-REVIEWER-REC NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-RV-USER))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE RSR-REVIEWER-REC TO RSR-REVIEWER-TEMP-REC
                        WRITE RSR-REVIEWER-TEMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RSR-REVIEWER-FILE
        CLOSE RSR-REVIEWER-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-RSR-RVR-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-RSR-RVR-TEMP-PATH WS-RSR-RVR-LIVE-PATH
            RETURNING WS-RSR-RENAME-STATUS
        MOVE "You are no longer a resume reviewer. Reviews you have already claimed stay with you." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> CHECK-RESUME-REVIEWER: WS-RSR-OPTED-IN for the signed-in user.
CHECK-RESUME-REVIEWER.
    MOVE "N" TO WS-RSR-OPTED-IN
    MOVE "N" TO WS-RSR-EOF
    OPEN INPUT RSR-REVIEWER-FILE
    IF RSR-REVIEWER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-REVIEWER-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                MOVE SPACES TO WS-RSR-RV-USER WS-RSR-RV-DATE
                UNSTRING RSR-REVIEWER-REC DELIMITED BY "|"
                    INTO WS-RSR-RV-USER WS-RSR-RV-DATE
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-RV-USER))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                    MOVE "Y" TO WS-RSR-OPTED-IN
                    MOVE "Y" TO WS-RSR-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-REVIEWER-FILE
    EXIT PARAGRAPH.

*> RESUME-REVIEW-QUEUE-FLOW: the reviewer side, for counselors and
*> opted-in alumni - the queue oldest first and the reviewer's own
*> claimed requests, then claim one (and review it straight away) or
*> go back to one already claimed.
RESUME-REVIEW-QUEUE-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RSR-TODAY
    MOVE "RESUME-REVIEW-ANY" TO WS-PRM-CAP
    PERFORM HAS-CAPABILITY
    IF WS-PRM-GRANTED NOT = "Y"
        PERFORM CHECK-RESUME-REVIEWER
        IF WS-RSR-OPTED-IN = "N"
            MOVE "Opt in with Become a Resume Reviewer before working the queue." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE "--- Resume Review Queue ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LIST-REVIEW-QUEUE
    IF WS-RSR-COUNT = 0
        MOVE "  The queue is empty." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter C to claim a request, R to continue a review you have claimed, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RSR-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-COMMAND)) NOT = "C"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-COMMAND)) NOT = "R"
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the request number:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RSR-TARGET-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM FIND-RESUME-REVIEW

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-COMMAND))
        WHEN "C"
            IF WS-RSR-FOUND = "N"
               OR FUNCTION TRIM(WS-RSR-KEEP-STATE) NOT = "Queued"
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-KEEP-STUDENT))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                MOVE "That request is not waiting in the queue." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE "InReview" TO WS-RSR-NEW-STATUS
            MOVE AR-USERNAME TO WS-RSR-NEW-REVIEWER
            MOVE WS-RSR-TODAY TO WS-RSR-NEW-CLAIMED
            MOVE SPACES TO WS-RSR-NEW-RETURNED WS-RSR-RATING WS-RSR-SUMMARY
            PERFORM REWRITE-RESUME-REVIEW
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Request " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RSR-TARGET-ID) DELIMITED BY SIZE
                   " claimed - it is yours to review." DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            IF WS-RSR-FOUND = "N"
               OR FUNCTION TRIM(WS-RSR-KEEP-STATE) NOT = "InReview"
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-KEEP-REVIEWER))
                  NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                MOVE "You have no review in progress with that number." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE AR-USERNAME TO WS-RSR-NEW-REVIEWER
            MOVE WS-RSR-PARSED-CLAIMED TO WS-RSR-NEW-CLAIMED
    END-EVALUATE
    PERFORM WRITE-RESUME-REVIEW
    EXIT PARAGRAPH.

*> LIST-REVIEW-QUEUE: Queued requests (other than the reviewer's own)
*> with how long each has waited, then the reviewer's InReview ones.
LIST-REVIEW-QUEUE.
    MOVE 0 TO WS-RSR-COUNT
    MOVE "N" TO WS-RSR-EOF
    OPEN INPUT RSR-REQUEST-FILE
    IF RSR-REQUEST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-REQUEST-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                IF RSR-REQUEST-REC NOT = SPACES
                    PERFORM PARSE-RESUME-REVIEW-RECORD
                    IF FUNCTION TRIM(WS-RSR-PARSED-STATE) = "Queued"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-PARSED-STUDENT))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-RSR-PARSED-SUBMITTED IS NUMERIC
                        ADD 1 TO WS-RSR-COUNT
                        COMPUTE WS-RSR-WAIT-DAYS =
                            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-TODAY))
                          - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RSR-PARSED-SUBMITTED))
                        MOVE WS-RSR-WAIT-DAYS TO WS-RSR-WAIT-EDIT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  Request " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RSR-PARSED-ID) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RSR-PARSED-STUDENT) DELIMITED BY SIZE
                               ", submitted " DELIMITED BY SIZE
                               WS-RSR-PARSED-SUBMITTED DELIMITED BY SIZE
                               " (waiting " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RSR-WAIT-EDIT) DELIMITED BY SIZE
                               " day(s))" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                    IF FUNCTION TRIM(WS-RSR-PARSED-STATE) = "InReview"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSR-PARSED-REVIEWER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-RSR-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  Request " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RSR-PARSED-ID) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RSR-PARSED-STUDENT) DELIMITED BY SIZE
                               " - claimed by you " DELIMITED BY SIZE
                               WS-RSR-PARSED-CLAIMED DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-REQUEST-FILE
    EXIT PARAGRAPH.

*> WRITE-RESUME-REVIEW: the resume as submitted, then line comments
*> one at a time until the reviewer presses Enter, then the overall
*> rating and summary. The request goes back to the student as
*> Returned and they are notified. Comments already saved survive an
*> unfinished session; R picks the review up again.
WRITE-RESUME-REVIEW.
    PERFORM SHOW-REVIEW-LINES
    MOVE "N" TO WS-RSR-DONE
    PERFORM UNTIL WS-RSR-DONE = "Y"
        PERFORM ADD-REVIEW-COMMENT
    END-PERFORM
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter your overall rating (1-5):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RSR-RATING
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-RSR-RATING < "1" OR WS-RSR-RATING > "5"
        MOVE "The rating must be 1-5 - the review stays with you; use R to finish it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter an overall summary for the student:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RSR-SUMMARY
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-RSR-SUMMARY REPLACING ALL "|" BY " "

    MOVE "Returned" TO WS-RSR-NEW-STATUS
    MOVE WS-RSR-TODAY TO WS-RSR-NEW-RETURNED
    PERFORM REWRITE-RESUME-REVIEW

    MOVE WS-RSR-KEEP-STUDENT TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your resume review (request " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RSR-TARGET-ID) DELIMITED BY SIZE
           ") is back from " DELIMITED BY SIZE
           FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " - rating " DELIMITED BY SIZE
           WS-RSR-RATING DELIMITED BY SIZE
           "/5. Open Resume Review to read the comments." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Review returned to the student." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADD-REVIEW-COMMENT: one line comment; Enter (or end of input) sets
*> WS-RSR-DONE.
ADD-REVIEW-COMMENT.
    MOVE "Enter a line number to comment on, or press Enter when you are done commenting:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RSR-INPUT
    END-READ
    IF EOF = "Y" OR WS-RSR-INPUT = SPACES
        MOVE "Y" TO WS-RSR-DONE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-RSR-INPUT) IS NOT NUMERIC
       OR FUNCTION LENGTH(FUNCTION TRIM(WS-RSR-INPUT)) > 4
        MOVE "No such line." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-RSR-INPUT) TO WS-RSR-LINE-NO
    IF WS-RSR-LINE-NO < 1 OR WS-RSR-LINE-NO > WS-RSR-LINE-COUNT
        MOVE "No such line." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-RSR-LINE-NO TO WS-RSR-LINE-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Enter your comment for line " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RSR-LINE-EDIT) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-RSR-COMMENT
    END-READ
    IF EOF = "Y"
        MOVE "Y" TO WS-RSR-DONE
        EXIT PARAGRAPH
    END-IF
    IF WS-RSR-COMMENT = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-RSR-COMMENT REPLACING ALL "|" BY " "

    OPEN EXTEND RSR-COMMENT-FILE
    IF RSR-COMMENT-STATUS = "35"
        OPEN OUTPUT RSR-COMMENT-FILE
    END-IF
    MOVE SPACES TO RSR-COMMENT-REC
    STRING FUNCTION TRIM(WS-RSR-TARGET-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RSR-LINE-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RSR-COMMENT)   DELIMITED BY SIZE
        INTO RSR-COMMENT-REC
    END-STRING
    WRITE RSR-COMMENT-REC
    CLOSE RSR-COMMENT-FILE
    MOVE "Comment saved." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> SHOW-REVIEW-LINES: the frozen resume for WS-RSR-TARGET-ID, each
*> line numbered with its reviewer comments beneath it. Leaves the
*> number of lines in WS-RSR-LINE-COUNT.
SHOW-REVIEW-LINES.
    MOVE 0 TO WS-RSR-LINE-COUNT
    MOVE "N" TO WS-RSR-EOF
    OPEN INPUT RSR-LINE-FILE
    IF RSR-LINE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-LINE-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                MOVE SPACES TO WS-RSR-LN-ID WS-RSR-LN-NO WS-RSR-LN-TEXT
                UNSTRING RSR-LINE-REC DELIMITED BY "|"
                    INTO WS-RSR-LN-ID WS-RSR-LN-NO WS-RSR-LN-TEXT
                END-UNSTRING
                IF FUNCTION TRIM(WS-RSR-LN-ID) = FUNCTION TRIM(WS-RSR-TARGET-ID)
                    ADD 1 TO WS-RSR-LINE-COUNT
                    MOVE WS-RSR-LINE-COUNT TO WS-RSR-LINE-EDIT
                    MOVE SPACES TO OUTPUT-BUFFER
                    STRING WS-RSR-LINE-EDIT DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           WS-RSR-LN-TEXT DELIMITED BY SIZE
                        INTO OUTPUT-BUFFER
                    END-STRING
                    PERFORM DUAL-OUTPUT
                    PERFORM SHOW-LINE-COMMENTS
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-LINE-FILE
    EXIT PARAGRAPH.

SHOW-LINE-COMMENTS.
    MOVE "N" TO WS-RSR-SUB-EOF
    OPEN INPUT RSR-COMMENT-FILE
    IF RSR-COMMENT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RSR-SUB-EOF = "Y"
        READ RSR-COMMENT-FILE
            AT END
                MOVE "Y" TO WS-RSR-SUB-EOF
            NOT AT END
                MOVE SPACES TO WS-RSR-CM-ID WS-RSR-CM-NO WS-RSR-CM-TEXT
                UNSTRING RSR-COMMENT-REC DELIMITED BY "|"
                    INTO WS-RSR-CM-ID WS-RSR-CM-NO WS-RSR-CM-TEXT
                END-UNSTRING
                IF FUNCTION TRIM(WS-RSR-CM-ID) = FUNCTION TRIM(WS-RSR-TARGET-ID)
                   AND FUNCTION TRIM(WS-RSR-CM-NO) = FUNCTION TRIM(WS-RSR-LN-NO)
                    MOVE SPACES TO OUTPUT-BUFFER
                    STRING "       >> " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RSR-CM-TEXT) DELIMITED BY SIZE
                        INTO OUTPUT-BUFFER
                    END-STRING
                    PERFORM DUAL-OUTPUT
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-COMMENT-FILE
    EXIT PARAGRAPH.

*> FIND-RESUME-REVIEW: the request row for WS-RSR-TARGET-ID, its
*> fields left in the WS-RSR-KEEP- areas (and the parsed ones).
FIND-RESUME-REVIEW.
    MOVE "N" TO WS-RSR-FOUND
    MOVE "N" TO WS-RSR-EOF
    MOVE SPACES TO WS-RSR-KEEP-STUDENT WS-RSR-KEEP-STATE
                   WS-RSR-KEEP-REVIEWER WS-RSR-KEEP-RATING
                   WS-RSR-KEEP-SUMMARY
    IF WS-RSR-TARGET-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT RSR-REQUEST-FILE
    IF RSR-REQUEST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-REQUEST-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                IF RSR-REQUEST-REC NOT = SPACES
                    PERFORM PARSE-RESUME-REVIEW-RECORD
                    IF FUNCTION TRIM(WS-RSR-PARSED-ID)
                       = FUNCTION TRIM(WS-RSR-TARGET-ID)
                        MOVE "Y" TO WS-RSR-FOUND
                        MOVE WS-RSR-PARSED-STUDENT TO WS-RSR-KEEP-STUDENT
                        MOVE WS-RSR-PARSED-STATE TO WS-RSR-KEEP-STATE
                        MOVE WS-RSR-PARSED-REVIEWER TO WS-RSR-KEEP-REVIEWER
                        MOVE WS-RSR-PARSED-RATING TO WS-RSR-KEEP-RATING
                        MOVE WS-RSR-PARSED-SUMMARY TO WS-RSR-KEEP-SUMMARY
                        MOVE "Y" TO WS-RSR-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-REQUEST-FILE
    EXIT PARAGRAPH.

*> PARSE-RESUME-REVIEW-RECORD: split RSR-REQUEST-REC into the
*> WS-RSR-PARSED- fields.
PARSE-RESUME-REVIEW-RECORD.
    MOVE SPACES TO WS-RSR-PARSED-ID WS-RSR-PARSED-STUDENT
                   WS-RSR-PARSED-SUBMITTED WS-RSR-PARSED-STATE
                   WS-RSR-PARSED-REVIEWER WS-RSR-PARSED-CLAIMED
                   WS-RSR-PARSED-RETURNED WS-RSR-PARSED-RATING
                   WS-RSR-PARSED-SUMMARY
    UNSTRING RSR-REQUEST-REC DELIMITED BY "|"
        INTO WS-RSR-PARSED-ID WS-RSR-PARSED-STUDENT
             WS-RSR-PARSED-SUBMITTED WS-RSR-PARSED-STATE
             WS-RSR-PARSED-REVIEWER WS-RSR-PARSED-CLAIMED
             WS-RSR-PARSED-RETURNED WS-RSR-PARSED-RATING
             WS-RSR-PARSED-SUMMARY
    END-UNSTRING
    EXIT PARAGRAPH.

*> REWRITE-RESUME-REVIEW: replace STATUS, REVIEWER, CLAIMED-DATE,
*> RETURNED-DATE, RATING and SUMMARY on the WS-RSR-TARGET-ID row
*> (temp file, then swap).
REWRITE-RESUME-REVIEW.
    MOVE "N" TO WS-RSR-EOF
    OPEN INPUT RSR-REQUEST-FILE
    IF RSR-REQUEST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RSR-REQUEST-TEMP-FILE
    PERFORM UNTIL WS-RSR-EOF = "Y"
        READ RSR-REQUEST-FILE
            AT END
                MOVE "Y" TO WS-RSR-EOF
            NOT AT END
                IF RSR-REQUEST-REC NOT = SPACES
                    PERFORM PARSE-RESUME-REVIEW-RECORD
                    IF FUNCTION TRIM(WS-RSR-PARSED-ID)
                       = FUNCTION TRIM(WS-RSR-TARGET-ID)
                        MOVE SPACES TO RSR-REQUEST-TEMP-REC
                        STRING FUNCTION TRIM(WS-RSR-PARSED-ID)      DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-PARSED-STUDENT) DELIMITED BY SIZE "|"
                               WS-RSR-PARSED-SUBMITTED              DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-NEW-STATUS)     DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-NEW-REVIEWER)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-NEW-CLAIMED)    DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-NEW-RETURNED)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-RATING)         DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSR-SUMMARY)        DELIMITED BY SIZE
                            INTO RSR-REQUEST-TEMP-REC
                        END-STRING
                    ELSE
                        MOVE RSR-REQUEST-REC TO RSR-REQUEST-TEMP-REC
                    END-IF
                    WRITE RSR-REQUEST-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSR-REQUEST-FILE
    CLOSE RSR-REQUEST-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-RSR-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-RSR-TEMP-PATH WS-RSR-LIVE-PATH
        RETURNING WS-RSR-RENAME-STATUS
    EXIT PARAGRAPH.

*> RESUME-BOOKS-FLOW: the student side of employer resume books -
*> whether they are in the books, which companies have received their
*> resume so far, and opting in or back out.
RESUME-BOOKS-FLOW.
    MOVE "--- Resume Books ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM CHECK-RESUME-BOOK-OPTIN
    IF WS-RBK-OPTED-IN = "Y"
        MOVE "Your resume is included in the resume books employers request by major, graduation year, and campus." TO OUTPUT-BUFFER
    ELSE
        MOVE "Your resume is not included in employer resume books." TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT
    IF WS-RBK-OPTED-IN = "Y"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(AR-VISIBILITY)) = "HIDDEN"
        MOVE "Your profile is hidden, so you are left out of every book until you change your profile visibility." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    PERFORM LIST-MY-RESUME-BOOKS

    IF WS-RBK-OPTED-IN = "Y"
        MOVE "Enter X to leave the resume books, or press Enter to go back:" TO OUTPUT-BUFFER
    ELSE
        MOVE "Enter Y to include your resume in employer resume books, or press Enter to go back:" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RBK-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-RBK-OPTED-IN = "N"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-COMMAND)) = "Y"
        OPEN EXTEND RBK-OPTIN-FILE
        IF RBK-OPTIN-STATUS = "35"
            OPEN OUTPUT RBK-OPTIN-FILE
        END-IF
        MOVE SPACES TO RBK-OPTIN-REC
        STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE "|"
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            INTO RBK-OPTIN-REC
        END-STRING
        WRITE RBK-OPTIN-REC
        CLOSE RBK-OPTIN-FILE
        MOVE "Your resume will now be included in matching resume books." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF WS-RBK-OPTED-IN = "Y"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-COMMAND)) = "X"
        MOVE "N" TO WS-RBK-EOF
        OPEN INPUT RBK-OPTIN-FILE
        OPEN OUTPUT RBK-OPTIN-TEMP-FILE
        PERFORM UNTIL WS-RBK-EOF = "Y"
            READ RBK-OPTIN-FILE
                AT END
                    MOVE "Y" TO WS-RBK-EOF
                NOT AT END
                    MOVE SPACES TO WS-RBK-PARSED-USER
                    UNSTRING RBK-OPTIN-REC DELIMITED BY "|"
                        INTO WS-RBK-PARSED-USER
                    END-UNSTRING
                    IF RBK-OPTIN-REC NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-PARSED-USER))
                           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE RBK-OPTIN-REC TO RBK-OPTIN-TEMP-REC
                        WRITE RBK-OPTIN-TEMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RBK-OPTIN-FILE
        CLOSE RBK-OPTIN-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-RBK-OPTIN-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-RBK-OPTIN-TEMP-PATH WS-RBK-OPTIN-LIVE-PATH
            RETURNING WS-RBK-RENAME-STATUS
        MOVE "You have left the resume books. Books already sent are not recalled." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> CHECK-RESUME-BOOK-OPTIN: WS-RBK-OPTED-IN for the signed-in user.
CHECK-RESUME-BOOK-OPTIN.
    MOVE "N" TO WS-RBK-OPTED-IN
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT RBK-OPTIN-FILE
    IF RBK-OPTIN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RBK-EOF = "Y"
        READ RBK-OPTIN-FILE
            AT END
                MOVE "Y" TO WS-RBK-EOF
            NOT AT END
                MOVE SPACES TO WS-RBK-PARSED-USER
                UNSTRING RBK-OPTIN-REC DELIMITED BY "|"
                    INTO WS-RBK-PARSED-USER
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-PARSED-USER))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                    MOVE "Y" TO WS-RBK-OPTED-IN
                    MOVE "Y" TO WS-RBK-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RBK-OPTIN-FILE
    EXIT PARAGRAPH.

*> LIST-MY-RESUME-BOOKS: every logged book that carried the signed-in
*> user - the date, the company, and whether it held the full resume
*> or only the name and university their visibility allowed.
LIST-MY-RESUME-BOOKS.
    MOVE 0 TO WS-RBK-SENT-COUNT
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT RBK-ENTRY-FILE
    IF RBK-ENTRY-STATUS NOT = "35"
        PERFORM UNTIL WS-RBK-EOF = "Y"
            READ RBK-ENTRY-FILE
                AT END
                    MOVE "Y" TO WS-RBK-EOF
                NOT AT END
                    MOVE SPACES TO WS-RBK-PARSED-ID WS-RBK-PARSED-USER
                                   WS-RBK-PARSED-DETAIL
                    UNSTRING RBK-ENTRY-REC DELIMITED BY "|"
                        INTO WS-RBK-PARSED-ID WS-RBK-PARSED-USER
                             WS-RBK-PARSED-DETAIL
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-RBK-SENT-COUNT < 200
                        ADD 1 TO WS-RBK-SENT-COUNT
                        MOVE WS-RBK-PARSED-ID TO WS-RBK-SENT-ID(WS-RBK-SENT-COUNT)
                        MOVE WS-RBK-PARSED-DETAIL
                            TO WS-RBK-SENT-DETAIL(WS-RBK-SENT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RBK-ENTRY-FILE
    END-IF

    IF WS-RBK-SENT-COUNT = 0
        MOVE "No employer has received your resume in a resume book yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Companies that have received your resume:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT RBK-LOG-FILE
    IF RBK-LOG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RBK-EOF = "Y"
        READ RBK-LOG-FILE
            AT END
                MOVE "Y" TO WS-RBK-EOF
            NOT AT END
                MOVE SPACES TO WS-RBK-PARSED-ID WS-RBK-PARSED-DATE
                               WS-RBK-PARSED-BY WS-RBK-PARSED-COMPANY
                UNSTRING RBK-LOG-REC DELIMITED BY "|"
                    INTO WS-RBK-PARSED-ID WS-RBK-PARSED-DATE
                         WS-RBK-PARSED-BY WS-RBK-PARSED-COMPANY
                END-UNSTRING
                PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
                    UNTIL WS-RBK-IDX > WS-RBK-SENT-COUNT
                    IF WS-RBK-SENT-ID(WS-RBK-IDX) = WS-RBK-PARSED-ID
                        MOVE SPACES TO OUTPUT-BUFFER
                        IF FUNCTION TRIM(WS-RBK-SENT-DETAIL(WS-RBK-IDX)) = "FULL"
                            STRING "  " DELIMITED BY SIZE
                                   WS-RBK-PARSED-DATE DELIMITED BY SIZE
                                   " - " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RBK-PARSED-COMPANY) DELIMITED BY SIZE
                                   " (full resume)" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        ELSE
                            STRING "  " DELIMITED BY SIZE
                                   WS-RBK-PARSED-DATE DELIMITED BY SIZE
                                   " - " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RBK-PARSED-COMPANY) DELIMITED BY SIZE
                                   " (name and university only)" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                        MOVE WS-RBK-SENT-COUNT TO WS-RBK-IDX
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE RBK-LOG-FILE
    EXIT PARAGRAPH.

*> REQUEST-RESUME-BOOK-FLOW: a verified employer, acting for a company
*> they are linked to, picks majors, graduation years, campus, and
*> posting type; every opted-in student who matches goes into one
*> book file, and the book is logged.
REQUEST-RESUME-BOOK-FLOW.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RBK-TODAY
    PERFORM LOAD-COMPANY-LIST
    IF WS-COMPANY-COUNT = 0
        MOVE "There are no companies on file yet - post a job first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM DISPLAY-COMPANY-LIST
    MOVE "Enter the number of the company the book is for, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-COMPANY-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-COMPANY-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-COMPANY-SELECTION = 0
       OR WS-COMPANY-SELECTION > WS-COMPANY-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-COMPANY-NAME(WS-COMPANY-SELECTION) TO WS-CMP-TARGET-NAME
    PERFORM CHECK-RECRUITER-LINK
    IF WS-RCT-LINKED = "N"
        MOVE "Only this company's verified contact or linked recruiters can request a resume book for it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CMP-TARGET-NAME TO WS-RBK-COMPANY

    MOVE "Majors to include, separated by commas (up to 3), or press Enter for any major:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RBK-MAJORS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Graduation years to include, separated by commas (up to 4), or press Enter for any year:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RBK-YEARS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Campus code, or press Enter for every campus:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-RBK-CAMPUS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Students open to - enter I for Internship, F for Full-Time, or press Enter for either:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-RBK-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-COMMAND))
        WHEN "I"
            MOVE "Internship" TO WS-RBK-TYPE
        WHEN "F"
            MOVE "Full-Time" TO WS-RBK-TYPE
        WHEN OTHER
            MOVE SPACES TO WS-RBK-TYPE
    END-EVALUATE

    MOVE SPACES TO WS-RBK-MAJOR-TABLE WS-RBK-YEAR-TABLE
    UNSTRING FUNCTION UPPER-CASE(WS-RBK-MAJORS) DELIMITED BY ","
        INTO WS-RBK-MAJOR(1) WS-RBK-MAJOR(2) WS-RBK-MAJOR(3)
    END-UNSTRING
    PERFORM VARYING WS-RBK-IDX FROM 1 BY 1 UNTIL WS-RBK-IDX > 3
        MOVE FUNCTION TRIM(WS-RBK-MAJOR(WS-RBK-IDX)) TO WS-RBK-MAJOR(WS-RBK-IDX)
    END-PERFORM
    UNSTRING WS-RBK-YEARS DELIMITED BY ","
        INTO WS-RBK-YEAR(1) WS-RBK-YEAR(2) WS-RBK-YEAR(3) WS-RBK-YEAR(4)
    END-UNSTRING
    PERFORM VARYING WS-RBK-IDX FROM 1 BY 1 UNTIL WS-RBK-IDX > 4
        MOVE FUNCTION TRIM(WS-RBK-YEAR(WS-RBK-IDX)) TO WS-RBK-YEAR(WS-RBK-IDX)
    END-PERFORM

    PERFORM LOAD-RESUME-BOOK-OPTINS
    IF WS-RBK-OPTIN-COUNT = 0
        MOVE "No students have opted in to resume books yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-RESUME-BOOK-MATCHES
    PERFORM FILTER-RESUME-BOOK-PREFERENCES
    IF WS-RBK-INCLUDED = 0
        MOVE "No opted-in students match those choices - no book was produced." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-RESUME-BOOK
    MOVE WS-RBK-INCLUDED TO WS-RBK-COUNT-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Resume book " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-ID-EDIT) DELIMITED BY SIZE
           " written to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-BOOK-NAME) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-COUNT-EDIT) DELIMITED BY SIZE
           " students)." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LOAD-RESUME-BOOK-OPTINS: every opted-in username into
*> WS-RBK-OPTIN-TABLE.
LOAD-RESUME-BOOK-OPTINS.
    MOVE 0 TO WS-RBK-OPTIN-COUNT
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT RBK-OPTIN-FILE
    IF RBK-OPTIN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RBK-EOF = "Y"
        READ RBK-OPTIN-FILE
            AT END
                MOVE "Y" TO WS-RBK-EOF
            NOT AT END
                IF RBK-OPTIN-REC NOT = SPACES
                   AND WS-RBK-OPTIN-COUNT < 1000
                    MOVE SPACES TO WS-RBK-PARSED-USER
                    UNSTRING RBK-OPTIN-REC DELIMITED BY "|"
                        INTO WS-RBK-PARSED-USER
                    END-UNSTRING
                    ADD 1 TO WS-RBK-OPTIN-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-PARSED-USER))
                        TO WS-RBK-OPTIN-USER(WS-RBK-OPTIN-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RBK-OPTIN-FILE
    EXIT PARAGRAPH.

*> FIND-RESUME-BOOK-MATCHES: one account scan for opted-in students
*> whose major, graduation year, and campus fit the request. HIDDEN
*> profiles are never included. The session record is restored after.
FIND-RESUME-BOOK-MATCHES.
    MOVE AR-USERNAME TO WS-RBK-SAVED-USER
    MOVE 0 TO WS-RBK-MATCH-COUNT
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-RBK-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-RBK-EOF
                NOT AT END
                    PERFORM CHECK-RESUME-BOOK-CANDIDATE
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    MOVE WS-RBK-SAVED-USER TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> CHECK-RESUME-BOOK-CANDIDATE: the account in ACCOUNT-INFO against
*> the request. A blank major or year list matches everyone; a major
*> matches on a partial, case-insensitive hit the way Talent Search
*> does; a blank campus on the account reads as MAIN.
CHECK-RESUME-BOOK-CANDIDATE.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "EMPLOYER"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "ADMIN"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "COUNSELOR"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AR-VISIBILITY)) = "HIDDEN"
       OR WS-RBK-MATCH-COUNT >= 300
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-RBK-HIT
    PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
        UNTIL WS-RBK-IDX > WS-RBK-OPTIN-COUNT
        IF WS-RBK-OPTIN-USER(WS-RBK-IDX)
           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
            MOVE "Y" TO WS-RBK-HIT
            MOVE WS-RBK-OPTIN-COUNT TO WS-RBK-IDX
        END-IF
    END-PERFORM
    IF WS-RBK-HIT = "N"
        EXIT PARAGRAPH
    END-IF

    IF WS-RBK-MAJOR-TABLE NOT = SPACES
        MOVE "N" TO WS-RBK-HIT
        MOVE FUNCTION UPPER-CASE(AR-MAJOR) TO WS-RBK-UPPER-MAJOR
        PERFORM VARYING WS-RBK-IDX FROM 1 BY 1 UNTIL WS-RBK-IDX > 3
            IF WS-RBK-MAJOR(WS-RBK-IDX) NOT = SPACES
                MOVE 0 TO WS-RBK-TALLY
                INSPECT WS-RBK-UPPER-MAJOR TALLYING WS-RBK-TALLY
                    FOR ALL FUNCTION TRIM(WS-RBK-MAJOR(WS-RBK-IDX))
                IF WS-RBK-TALLY > 0
                    MOVE "Y" TO WS-RBK-HIT
                END-IF
            END-IF
        END-PERFORM
        IF WS-RBK-HIT = "N"
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-RBK-YEAR-TABLE NOT = SPACES
        MOVE "N" TO WS-RBK-HIT
        MOVE AR-GRADUATION-YEAR TO WS-RBK-ACCT-YEAR
        PERFORM VARYING WS-RBK-IDX FROM 1 BY 1 UNTIL WS-RBK-IDX > 4
            IF WS-RBK-YEAR(WS-RBK-IDX) NOT = SPACES
               AND WS-RBK-YEAR(WS-RBK-IDX) = WS-RBK-ACCT-YEAR
                MOVE "Y" TO WS-RBK-HIT
            END-IF
        END-PERFORM
        IF WS-RBK-HIT = "N"
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-RBK-CAMPUS NOT = SPACES
        MOVE "MAIN" TO WS-RBK-ACCT-CAMPUS
        IF FUNCTION TRIM(AR-CAMPUS) NOT = SPACES
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-CAMPUS)) TO WS-RBK-ACCT-CAMPUS
        END-IF
        IF WS-RBK-ACCT-CAMPUS NOT = WS-RBK-CAMPUS
            EXIT PARAGRAPH
        END-IF
    END-IF

    ADD 1 TO WS-RBK-MATCH-COUNT
    MOVE AR-USERNAME TO WS-RBK-M-USER(WS-RBK-MATCH-COUNT)
    MOVE SPACES TO WS-RBK-M-NAME(WS-RBK-MATCH-COUNT)
    STRING FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
        INTO WS-RBK-M-NAME(WS-RBK-MATCH-COUNT)
    END-STRING
    MOVE AR-UNIVERSITY TO WS-RBK-M-UNI(WS-RBK-MATCH-COUNT)
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-VISIBILITY))
        TO WS-RBK-M-VIS(WS-RBK-MATCH-COUNT)
    MOVE "Y" TO WS-RBK-M-KEEP(WS-RBK-MATCH-COUNT)
    MOVE SPACES TO WS-RBK-M-DETAIL(WS-RBK-MATCH-COUNT)
    EXIT PARAGRAPH.

*> FILTER-RESUME-BOOK-PREFERENCES: drop matches whose job preferences
*> say they are no longer looking, or - when the employer asked for
*> one posting type - who only want the other type. No preference row
*> reads as open to either. WS-RBK-INCLUDED is what is left.
FILTER-RESUME-BOOK-PREFERENCES.
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT PREFERENCE-FILE
    IF PREFERENCE-STATUS NOT = "35"
        PERFORM UNTIL WS-RBK-EOF = "Y"
            READ PREFERENCE-FILE
                AT END
                    MOVE "Y" TO WS-RBK-EOF
                NOT AT END
                    IF PREFERENCE-REC NOT = SPACES
                        MOVE SPACES TO WS-RBK-PREF-USER WS-RBK-PREF-LOCS
                                       WS-RBK-PREF-TYPE WS-RBK-PREF-START
                                       WS-RBK-PREF-SALARY WS-RBK-PREF-PERIOD
                                       WS-RBK-PREF-OPEN
                        UNSTRING PREFERENCE-REC DELIMITED BY "|"
                            INTO WS-RBK-PREF-USER WS-RBK-PREF-LOCS
                                 WS-RBK-PREF-TYPE WS-RBK-PREF-START
                                 WS-RBK-PREF-SALARY WS-RBK-PREF-PERIOD
                                 WS-RBK-PREF-OPEN
                        END-UNSTRING
                        PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
                            UNTIL WS-RBK-IDX > WS-RBK-MATCH-COUNT
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-M-USER(WS-RBK-IDX)))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-PREF-USER))
                                IF WS-RBK-PREF-OPEN = "N"
                                    MOVE "N" TO WS-RBK-M-KEEP(WS-RBK-IDX)
                                END-IF
                                IF WS-RBK-TYPE NOT = SPACES
                                   AND FUNCTION TRIM(WS-RBK-PREF-TYPE) NOT = SPACES
                                   AND FUNCTION TRIM(WS-RBK-PREF-TYPE) NOT = WS-RBK-TYPE
                                    MOVE "N" TO WS-RBK-M-KEEP(WS-RBK-IDX)
                                END-IF
                                MOVE WS-RBK-MATCH-COUNT TO WS-RBK-IDX
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PREFERENCE-FILE
    END-IF

    MOVE 0 TO WS-RBK-INCLUDED
    PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
        UNTIL WS-RBK-IDX > WS-RBK-MATCH-COUNT
        IF WS-RBK-M-KEEP(WS-RBK-IDX) = "Y"
            ADD 1 TO WS-RBK-INCLUDED
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-RESUME-BOOK: number the book, write the cover and one section
*> per student, and log the book and everyone it carried.
WRITE-RESUME-BOOK.
    MOVE 0 TO WS-RBK-MAX-ID
    MOVE "N" TO WS-RBK-EOF
    OPEN INPUT RBK-LOG-FILE
    IF RBK-LOG-STATUS NOT = "35"
        PERFORM UNTIL WS-RBK-EOF = "Y"
            READ RBK-LOG-FILE
                AT END
                    MOVE "Y" TO WS-RBK-EOF
                NOT AT END
                    MOVE SPACES TO WS-RBK-PARSED-ID
                    UNSTRING RBK-LOG-REC DELIMITED BY "|"
                        INTO WS-RBK-PARSED-ID
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-RBK-PARSED-ID) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-RBK-PARSED-ID) > WS-RBK-MAX-ID
                        MOVE FUNCTION NUMVAL(WS-RBK-PARSED-ID) TO WS-RBK-MAX-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RBK-LOG-FILE
    END-IF
    ADD 1 TO WS-RBK-MAX-ID
    MOVE WS-RBK-MAX-ID TO WS-RBK-ID-EDIT

    MOVE SPACES TO WS-RBK-BOOK-NAME
    STRING "../data/ResumeBook" DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-ID-EDIT) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
        INTO WS-RBK-BOOK-NAME
    END-STRING
    OPEN OUTPUT RBK-BOOK-FILE

    MOVE SPACES TO RBK-BOOK-REC
    STRING "=== Resume Book " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-ID-EDIT) DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-COMPANY) DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
        INTO RBK-BOOK-REC
    END-STRING
    WRITE RBK-BOOK-REC
    MOVE SPACES TO RBK-BOOK-REC
    STRING "Prepared " DELIMITED BY SIZE
           WS-RBK-TODAY DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
        INTO RBK-BOOK-REC
    END-STRING
    WRITE RBK-BOOK-REC
    MOVE SPACES TO RBK-BOOK-REC
    IF FUNCTION TRIM(WS-RBK-MAJORS) = SPACES
        MOVE "Majors: any" TO RBK-BOOK-REC
    ELSE
        STRING "Majors: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RBK-MAJORS) DELIMITED BY SIZE
            INTO RBK-BOOK-REC
        END-STRING
    END-IF
    WRITE RBK-BOOK-REC
    MOVE SPACES TO RBK-BOOK-REC
    IF FUNCTION TRIM(WS-RBK-YEARS) = SPACES
        MOVE "Graduation years: any" TO RBK-BOOK-REC
    ELSE
        STRING "Graduation years: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RBK-YEARS) DELIMITED BY SIZE
            INTO RBK-BOOK-REC
        END-STRING
    END-IF
    WRITE RBK-BOOK-REC
    MOVE SPACES TO RBK-BOOK-REC
    IF WS-RBK-CAMPUS = SPACES
        MOVE "Campus: all" TO RBK-BOOK-REC
    ELSE
        STRING "Campus: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RBK-CAMPUS) DELIMITED BY SIZE
            INTO RBK-BOOK-REC
        END-STRING
    END-IF
    WRITE RBK-BOOK-REC
    MOVE SPACES TO RBK-BOOK-REC
    IF WS-RBK-TYPE = SPACES
        MOVE "Open to: Internship or Full-Time" TO RBK-BOOK-REC
    ELSE
        STRING "Open to: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RBK-TYPE) DELIMITED BY SIZE
            INTO RBK-BOOK-REC
        END-STRING
    END-IF
    WRITE RBK-BOOK-REC
    MOVE WS-RBK-INCLUDED TO WS-RBK-COUNT-EDIT
    MOVE SPACES TO RBK-BOOK-REC
    STRING "Students: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-COUNT-EDIT) DELIMITED BY SIZE
        INTO RBK-BOOK-REC
    END-STRING
    WRITE RBK-BOOK-REC

    OPEN EXTEND RBK-ENTRY-FILE
    IF RBK-ENTRY-STATUS = "35"
        OPEN OUTPUT RBK-ENTRY-FILE
    END-IF
    MOVE 0 TO WS-RBK-SUB
    PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
        UNTIL WS-RBK-IDX > WS-RBK-MATCH-COUNT
        IF WS-RBK-M-KEEP(WS-RBK-IDX) = "Y"
            ADD 1 TO WS-RBK-SUB
            PERFORM WRITE-RESUME-BOOK-ENTRY
        END-IF
    END-PERFORM
    CLOSE RBK-ENTRY-FILE
    CLOSE RBK-BOOK-FILE

    OPEN EXTEND RBK-LOG-FILE
    IF RBK-LOG-STATUS = "35"
        OPEN OUTPUT RBK-LOG-FILE
    END-IF
    INSPECT WS-RBK-MAJORS REPLACING ALL "|" BY " "
    INSPECT WS-RBK-YEARS REPLACING ALL "|" BY " "
    MOVE SPACES TO RBK-LOG-REC
    STRING FUNCTION TRIM(WS-RBK-ID-EDIT)    DELIMITED BY SIZE "|"
           WS-RBK-TODAY                     DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-COMPANY)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-MAJORS)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-YEARS)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-CAMPUS)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-TYPE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-COUNT-EDIT) DELIMITED BY SIZE
        INTO RBK-LOG-REC
    END-STRING
    WRITE RBK-LOG-REC
    CLOSE RBK-LOG-FILE
    EXIT PARAGRAPH.

*> WRITE-RESUME-BOOK-ENTRY: one student's section. The full resume is
*> the same text Export Profile builds (VIEWPROFILE, REVIEW mode); a
*> CONNECTIONS profile the employer is not connected to shows only
*> name and university, as it would on screen.
WRITE-RESUME-BOOK-ENTRY.
    MOVE WS-RBK-M-USER(WS-RBK-IDX) TO WS-PVL-STUDENT
    MOVE "RESUME-BOOK" TO WS-PVL-SOURCE
    PERFORM WRITE-PROFILE-VIEW

    MOVE WS-RBK-SUB TO WS-RBK-NUM-EDIT
    MOVE SPACES TO RBK-BOOK-REC
    WRITE RBK-BOOK-REC
    MOVE SPACES TO RBK-BOOK-REC
    STRING "=== " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-NUM-EDIT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-COUNT-EDIT) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RBK-M-NAME(WS-RBK-IDX)) DELIMITED BY SIZE
           " ===" DELIMITED BY SIZE
        INTO RBK-BOOK-REC
    END-STRING
    WRITE RBK-BOOK-REC

    MOVE "FULL" TO WS-RBK-M-DETAIL(WS-RBK-IDX)
    IF WS-RBK-M-VIS(WS-RBK-IDX) = "CONNECTIONS"
        MOVE WS-RBK-M-USER(WS-RBK-IDX) TO FOUND-USERNAME
        PERFORM CHECK-VIEWER-CONNECTED
        IF WS-VIEWER-CONNECTED = "N"
            MOVE "LIMITED" TO WS-RBK-M-DETAIL(WS-RBK-IDX)
        END-IF
    END-IF

    IF WS-RBK-M-DETAIL(WS-RBK-IDX) = "FULL"
        MOVE SPACES TO PROFILE-DATA-STRING
        MOVE "LOAD" TO WS-PROFILE-STORAGE-OP
        CALL 'PROFILE-STORAGE'
             USING WS-RBK-M-USER(WS-RBK-IDX) PROFILE-DATA-STRING
                   WS-PROFILE-STORAGE-OP CREATE-STATUS CREATE-RESPONSE
        IF FUNCTION TRIM(PROFILE-DATA-STRING) = SPACES
            MOVE "LIMITED" TO WS-RBK-M-DETAIL(WS-RBK-IDX)
        END-IF
    END-IF

    IF WS-RBK-M-DETAIL(WS-RBK-IDX) = "FULL"
        MOVE "REVIEW" TO VIEW-MODE
        CALL 'VIEWPROFILE' USING WS-RBK-M-USER(WS-RBK-IDX)
                                 PROFILE-DATA-STRING VIEW-MODE
        MOVE SPACES TO WS-RSR-COPY-NAME
        STRING "../data/" FUNCTION TRIM(WS-RBK-M-USER(WS-RBK-IDX))
               "-ReviewCopy.txt"
            DELIMITED BY SIZE
            INTO WS-RSR-COPY-NAME
        END-STRING
        MOVE "N" TO WS-RBK-SUB-EOF
        OPEN INPUT RSR-COPY-FILE
        IF RSR-COPY-STATUS NOT = "00"
            MOVE "Y" TO WS-RBK-SUB-EOF
            MOVE "LIMITED" TO WS-RBK-M-DETAIL(WS-RBK-IDX)
        END-IF
        PERFORM UNTIL WS-RBK-SUB-EOF = "Y"
            READ RSR-COPY-FILE
                AT END
                    MOVE "Y" TO WS-RBK-SUB-EOF
                NOT AT END
                    MOVE RSR-COPY-REC TO RBK-BOOK-REC
                    WRITE RBK-BOOK-REC
            END-READ
        END-PERFORM
        IF RSR-COPY-STATUS NOT = "35"
            CLOSE RSR-COPY-FILE
            CALL "CBL_DELETE_FILE" USING WS-RSR-COPY-NAME
        END-IF
    END-IF

    IF WS-RBK-M-DETAIL(WS-RBK-IDX) = "LIMITED"
        MOVE SPACES TO RBK-BOOK-REC
        STRING "University: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RBK-M-UNI(WS-RBK-IDX)) DELIMITED BY SIZE
            INTO RBK-BOOK-REC
        END-STRING
        WRITE RBK-BOOK-REC
        IF WS-RBK-M-VIS(WS-RBK-IDX) = "CONNECTIONS"
            MOVE "(This student shares their full profile with connections only.)" TO RBK-BOOK-REC
        ELSE
            MOVE "(No resume on file yet.)" TO RBK-BOOK-REC
        END-IF
        WRITE RBK-BOOK-REC
    END-IF

    MOVE SPACES TO RBK-ENTRY-REC
    STRING FUNCTION TRIM(WS-RBK-ID-EDIT)            DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-M-USER(WS-RBK-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RBK-M-DETAIL(WS-RBK-IDX)) DELIMITED BY SIZE
        INTO RBK-ENTRY-REC
    END-STRING
    WRITE RBK-ENTRY-REC
    EXIT PARAGRAPH.

*> COUNSELOR-LOOKUP-FLOW: one student, everything the counselor needs
*> for the appointment - profile basics, every application with its
*> status, the status-history trail, prior advising notes, and the
*> chance to add a dated note of this session.
COUNSELOR-LOOKUP-FLOW.
    MOVE "Enter the student's username:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CNS-TARGET
    END-READ
    IF EOF = "Y" OR WS-CNS-TARGET = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE AR-USERNAME TO WS-CNS-SAVED-USERNAME
    MOVE "N" TO WS-CNS-FOUND
    MOVE "N" TO WS-CNS-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-CNS-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-CNS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-TARGET))
                        MOVE "Y" TO WS-CNS-FOUND
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "Student: " DELIMITED BY SIZE
                               FUNCTION TRIM(AR-FIRST-NAME) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(AR-UNIVERSITY) DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(AR-MAJOR) DELIMITED BY SIZE
                               ", class of " DELIMITED BY SIZE
                               AR-GRADUATION-YEAR DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                        MOVE "Y" TO WS-CNS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    MOVE WS-CNS-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD

    IF WS-CNS-FOUND = "N"
        MOVE "No account with that username." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CNS-TARGET TO WS-PVL-STUDENT
    MOVE "COUNSELOR-LOOKUP" TO WS-PVL-SOURCE
    PERFORM WRITE-PROFILE-VIEW

    PERFORM COUNSELOR-SHOW-APPLICATIONS
    PERFORM COUNSELOR-SHOW-NOTES

    MOVE "Enter an advising note for this student, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-CNS-NOTE-TEXT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION TRIM(WS-CNS-NOTE-TEXT) NOT = SPACES
        INSPECT WS-CNS-NOTE-TEXT REPLACING ALL "|" BY " "
        OPEN EXTEND ADVISE-FILE
        IF ADVISE-STATUS = "35"
            OPEN OUTPUT ADVISE-FILE
        END-IF
        MOVE SPACES TO ADVISE-REC
        STRING FUNCTION TRIM(WS-CNS-TARGET)    DELIMITED BY SIZE "|"
               FUNCTION TRIM(AR-USERNAME)      DELIMITED BY SIZE "|"
               FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CNS-NOTE-TEXT) DELIMITED BY SIZE
            INTO ADVISE-REC
        END-STRING
        WRITE ADVISE-REC
        CLOSE ADVISE-FILE
        MOVE "Advising note recorded." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> COUNSELOR-SHOW-APPLICATIONS: the student's applications with their
*> current status and date, followed by the status-history trail -
*> read-only, straight off the files.
COUNSELOR-SHOW-APPLICATIONS.
    MOVE "Applications:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-CNS-SHOWN
    MOVE "N" TO WS-CNS-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS NOT = "35"
        PERFORM UNTIL WS-CNS-EOF = "Y"
            READ APPLICATION-FILE
                AT END
                    MOVE "Y" TO WS-CNS-EOF
                NOT AT END
                    IF APPLICATION-REC NOT = SPACES
                        PERFORM PARSE-APPLICATION-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-TARGET))
                            ADD 1 TO WS-CNS-SHOWN
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  App #" DELIMITED BY SIZE
                                   FUNCTION TRIM(APPLICATION-PARSED-ID) DELIMITED BY SIZE
                                   " - job " DELIMITED BY SIZE
                                   FUNCTION TRIM(APPLICATION-PARSED-JOB-ID) DELIMITED BY SIZE
                                   " [" DELIMITED BY SIZE
                                   FUNCTION TRIM(APPLICATION-PARSED-STATUS) DELIMITED BY SIZE
                                   "] applied " DELIMITED BY SIZE
                                   FUNCTION TRIM(APPLICATION-PARSED-DATE) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                            PERFORM COUNSELOR-SHOW-TIMELINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATION-FILE
    END-IF
    IF WS-CNS-SHOWN = 0
        MOVE "  (no applications on file)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> COUNSELOR-SHOW-TIMELINE: the status transitions recorded for the
*> application just listed, indented under it.
COUNSELOR-SHOW-TIMELINE.
    MOVE "N" TO WS-HIST-EOF
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HIST-EOF = "Y"
        READ HISTORY-FILE
            AT END
                MOVE "Y" TO WS-HIST-EOF
            NOT AT END
                IF HISTORY-REC NOT = SPACES
                    MOVE SPACES TO WS-HIST-PARSED-APP-ID WS-HIST-PARSED-OLD
                                   WS-HIST-PARSED-NEW WS-HIST-PARSED-DATE
                                   WS-HIST-PARSED-USER
                    UNSTRING HISTORY-REC DELIMITED BY "|"
                        INTO WS-HIST-PARSED-APP-ID
                             WS-HIST-PARSED-OLD
                             WS-HIST-PARSED-NEW
                             WS-HIST-PARSED-DATE
                             WS-HIST-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-HIST-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        MOVE SPACES TO OUTPUT-BUFFER
                        IF FUNCTION TRIM(WS-HIST-PARSED-OLD) = SPACES
                            STRING "    " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-DATE) DELIMITED BY SIZE
                                   ": submitted" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        ELSE
                            STRING "    " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-DATE) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-OLD) DELIMITED BY SIZE
                                   " -> " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-NEW) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

*> COUNSELOR-SHOW-NOTES: prior advising notes for the student, any
*> counselor's - the shared-document this console replaces was shared
*> across the whole office.
COUNSELOR-SHOW-NOTES.
    MOVE "Advising notes:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-CNS-SHOWN
    MOVE "N" TO WS-CNS-EOF
    OPEN INPUT ADVISE-FILE
    IF ADVISE-STATUS NOT = "35"
        PERFORM UNTIL WS-CNS-EOF = "Y"
            READ ADVISE-FILE
                AT END
                    MOVE "Y" TO WS-CNS-EOF
                NOT AT END
                    IF ADVISE-REC NOT = SPACES
                        PERFORM PARSE-ADVISE-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-TARGET))
                            ADD 1 TO WS-CNS-SHOWN
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ADV-PARSED-DATE) DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ADV-PARSED-COUNSELOR) DELIMITED BY SIZE
                                   "): " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ADV-PARSED-NOTE) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADVISE-FILE
    END-IF
    IF WS-CNS-SHOWN = 0
        MOVE "  (no notes yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

PARSE-ADVISE-RECORD.
    MOVE SPACES TO WS-ADV-PARSED-STUDENT WS-ADV-PARSED-COUNSELOR
                   WS-ADV-PARSED-DATE WS-ADV-PARSED-NOTE
    UNSTRING ADVISE-REC DELIMITED BY "|"
        INTO WS-ADV-PARSED-STUDENT
             WS-ADV-PARSED-COUNSELOR
             WS-ADV-PARSED-DATE
             WS-ADV-PARSED-NOTE
    END-UNSTRING
    EXIT PARAGRAPH.

*> COUNSELOR-CASELOAD-FLOW: the caseload screen - each assigned
*> student with the date of this counselor's last note and how many
*> applications the student has filed since then.
COUNSELOR-CASELOAD-FLOW.
    MOVE "--- My Caseload ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-CNS-SHOWN
    MOVE "N" TO WS-CNS-EOF
    OPEN INPUT CASELOAD-FILE
    IF CASELOAD-STATUS NOT = "35"
        PERFORM UNTIL WS-CNS-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-CNS-EOF
                NOT AT END
                    IF CASELOAD-REC NOT = SPACES
                        MOVE SPACES TO WS-CSL-PARSED-COUNSELOR
                                       WS-CSL-PARSED-STUDENT
                        UNSTRING CASELOAD-REC DELIMITED BY "|"
                            INTO WS-CSL-PARSED-COUNSELOR
                                 WS-CSL-PARSED-STUDENT
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-PARSED-COUNSELOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            ADD 1 TO WS-CNS-SHOWN
                            MOVE WS-CSL-PARSED-STUDENT TO WS-CNS-TARGET
                            PERFORM SHOW-ONE-CASELOAD-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASELOAD-FILE
    END-IF
    IF WS-CNS-SHOWN = 0
        MOVE "  No students assigned to you yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

SHOW-ONE-CASELOAD-LINE.
    *> Last contact = this counselor's newest note for the student.
    MOVE SPACES TO WS-CNS-LAST-CONTACT
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT ADVISE-FILE
    IF ADVISE-STATUS NOT = "35"
        PERFORM UNTIL WS-GPB-EOF = "Y"
            READ ADVISE-FILE
                AT END
                    MOVE "Y" TO WS-GPB-EOF
                NOT AT END
                    IF ADVISE-REC NOT = SPACES
                        PERFORM PARSE-ADVISE-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-TARGET))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-PARSED-COUNSELOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND WS-ADV-PARSED-DATE > WS-CNS-LAST-CONTACT
                            MOVE WS-ADV-PARSED-DATE TO WS-CNS-LAST-CONTACT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADVISE-FILE
    END-IF

    *> Activity since then: applications the student filed after the
    *> last contact (everything, when there has been no contact).
    MOVE 0 TO WS-CNS-ACTIVITY
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS NOT = "35"
        PERFORM UNTIL WS-GPB-EOF = "Y"
            READ APPLICATION-FILE
                AT END
                    MOVE "Y" TO WS-GPB-EOF
                NOT AT END
                    IF APPLICATION-REC NOT = SPACES
                        PERFORM PARSE-APPLICATION-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-TARGET))
                           AND APPLICATION-PARSED-DATE > WS-CNS-LAST-CONTACT
                            ADD 1 TO WS-CNS-ACTIVITY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATION-FILE
    END-IF

    MOVE WS-CNS-ACTIVITY TO WS-CNS-ACTIVITY-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-CNS-LAST-CONTACT = SPACES
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNS-TARGET) DELIMITED BY SIZE
               " - never contacted, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNS-ACTIVITY-EDIT) DELIMITED BY SIZE
               " application(s) on file" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNS-TARGET) DELIMITED BY SIZE
               " - last contact " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNS-LAST-CONTACT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNS-ACTIVITY-EDIT) DELIMITED BY SIZE
               " application(s) since" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

COUNSELOR-ASSIGN-FLOW.
    MOVE "Enter the student's username to assign to your caseload:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CNS-TARGET
    END-READ
    IF EOF = "Y" OR WS-CNS-TARGET = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-CNS-FOUND
    MOVE "N" TO WS-CNS-EOF
    OPEN INPUT CASELOAD-FILE
    IF CASELOAD-STATUS NOT = "35"
        PERFORM UNTIL WS-CNS-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-CNS-EOF
                NOT AT END
                    IF CASELOAD-REC NOT = SPACES
                        MOVE SPACES TO WS-CSL-PARSED-COUNSELOR
                                       WS-CSL-PARSED-STUDENT
                        UNSTRING CASELOAD-REC DELIMITED BY "|"
                            INTO WS-CSL-PARSED-COUNSELOR
                                 WS-CSL-PARSED-STUDENT
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-PARSED-COUNSELOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSL-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-TARGET))
                            MOVE "Y" TO WS-CNS-FOUND
                            MOVE "Y" TO WS-CNS-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASELOAD-FILE
    END-IF
    IF WS-CNS-FOUND = "Y"
        MOVE "That student is already on your caseload." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND CASELOAD-FILE
    IF CASELOAD-STATUS = "35"
        OPEN OUTPUT CASELOAD-FILE
    END-IF
    MOVE SPACES TO CASELOAD-REC
    STRING FUNCTION TRIM(AR-USERNAME)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-CNS-TARGET) DELIMITED BY SIZE
        INTO CASELOAD-REC
    END-STRING
    WRITE CASELOAD-REC
    CLOSE CASELOAD-FILE
    MOVE "Student assigned to your caseload." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-CONSOLE-FLOW: one administrative action per visit - verify an
*> employer on the spot (instead of waiting for the VERIFYEMPLOYERS
*> batch), work the moderation queue as a neutral party, or disable an
*> abusive account.
ADMIN-CONSOLE-FLOW.
    MOVE "--- Admin Console ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    *> Only the items this role holds are listed; the numbers stay
    *> put so a reduced console reads the same as the full one.
    PERFORM VARYING WS-PRM-MENU-IDX FROM 1 BY 1 UNTIL WS-PRM-MENU-IDX > 25
        MOVE WS-PRM-ADMIN-ITEM-CAP(WS-PRM-MENU-IDX) TO WS-PRM-CAP
        PERFORM HAS-CAPABILITY
        IF WS-PRM-GRANTED = "Y"
            MOVE WS-PRM-ADMIN-ITEM-LABEL(WS-PRM-MENU-IDX) TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
    END-PERFORM
    MOVE "Enter your choice, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-ADMIN-COMMAND) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-ADMIN-COMMAND) TO WS-PRM-IDX
        IF WS-PRM-IDX >= 1 AND WS-PRM-IDX <= 25
            MOVE WS-PRM-ADMIN-ITEM-CAP(WS-PRM-IDX) TO WS-PRM-CAP
            PERFORM CHECK-CAPABILITY
            IF WS-PRM-GRANTED NOT = "Y"
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF

    EVALUATE FUNCTION TRIM(WS-ADMIN-COMMAND)
        WHEN "1"
            PERFORM ADMIN-VERIFY-EMPLOYER-FLOW
        WHEN "2"
            PERFORM MODERATION-QUEUE-FLOW
        WHEN "3"
            PERFORM ADMIN-DISABLE-ACCOUNT-FLOW
        WHEN "4"
            PERFORM ADMIN-UNLOCK-ACCOUNT-FLOW
        WHEN "5"
            PERFORM ADMIN-REVIEW-FLAGS-FLOW
        WHEN "6"
            PERFORM ADMIN-GRANT-CREDITS-FLOW
        WHEN "7"
            PERFORM ADMIN-CONFIG-FLOW
        WHEN "8"
            PERFORM ADMIN-TRANSFER-CAMPUS-FLOW
        WHEN "9"
            PERFORM ADMIN-MANAGE-TERMS-FLOW
        WHEN "10"
            PERFORM ADMIN-PENDING-APPROVALS-FLOW
        WHEN "11"
            PERFORM ADMIN-SENDING-HOLDS-FLOW
        WHEN "12"
            PERFORM ADMIN-POSTING-APPROVALS-FLOW
        WHEN "13"
            PERFORM ADMIN-SKILL-SYNONYMS-FLOW
        WHEN "14"
            PERFORM ADMIN-VIEW-AS-FLOW
        WHEN "15"
            PERFORM BROADCAST-ANNOUNCEMENT-FLOW
        WHEN "16"
            PERFORM ADMIN-VENUES-FLOW
        WHEN "17"
            PERFORM EMPLOYER-RELATIONS-FLOW
        WHEN "18"
            PERFORM ADMIN-OCCUPATION-CODES-FLOW
        WHEN "19"
            PERFORM ADMIN-LOCATIONS-FLOW
        WHEN "20"
            PERFORM ADMIN-LEGAL-HOLDS-FLOW
        WHEN "21"
            PERFORM ADMIN-ROLE-PERMISSIONS-FLOW
        WHEN "22"
            PERFORM ADMIN-ACTIVE-SESSIONS-FLOW
        WHEN "23"
            PERFORM ADMIN-APPEALS-FLOW
        WHEN "24"
            PERFORM ADMIN-GROUP-REREG-FLOW
        WHEN "25"
            PERFORM ADMIN-CAMPUS-CALENDAR-FLOW
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> LOAD-PERMISSIONS: read RolePermissions.txt into WS-PRM-TABLE. The
*> first run without the file writes the shipped matrix out, so what
*> the console maintains is always a real file and never the table
*> compiled into this program.
LOAD-PERMISSIONS.
    MOVE 0 TO WS-PRM-COUNT
    MOVE "N" TO WS-PRM-EOF
    OPEN INPUT PERMISSION-FILE
    IF PERMISSION-STATUS = "35"
        PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                UNTIL WS-PRM-IDX > WS-PRM-DEFAULT-COUNT
            ADD 1 TO WS-PRM-COUNT
            MOVE WS-PRM-DEFAULT-ROLE(WS-PRM-IDX)
                TO WS-PRM-ENTRY-ROLE(WS-PRM-COUNT)
            MOVE WS-PRM-DEFAULT-CAP(WS-PRM-IDX)
                TO WS-PRM-ENTRY-CAP(WS-PRM-COUNT)
        END-PERFORM
        PERFORM SAVE-PERMISSIONS
        MOVE "Y" TO WS-PRM-LOADED
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PRM-EOF = "Y"
        READ PERMISSION-FILE
            AT END
                MOVE "Y" TO WS-PRM-EOF
            NOT AT END
                IF PERMISSION-REC NOT = SPACES
                   AND WS-PRM-COUNT < 500
                    PERFORM PARSE-PERMISSION
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
    MOVE "Y" TO WS-PRM-LOADED
    EXIT PARAGRAPH.

PARSE-PERMISSION.
    MOVE SPACES TO WS-PRM-PARSED-ROLE WS-PRM-PARSED-CAP
    UNSTRING PERMISSION-REC DELIMITED BY "|"
        INTO WS-PRM-PARSED-ROLE
             WS-PRM-PARSED-CAP
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-PARSED-ROLE))
        TO WS-PRM-PARSED-ROLE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-PARSED-CAP))
        TO WS-PRM-PARSED-CAP
    EXIT PARAGRAPH.

*> SAVE-PERMISSIONS: write WS-PRM-TABLE back out via a temp-file swap.
SAVE-PERMISSIONS.
    OPEN OUTPUT PERMISSION-TEMP-FILE
    PERFORM VARYING WS-PRM-IDX FROM 1 BY 1 UNTIL WS-PRM-IDX > WS-PRM-COUNT
        IF WS-PRM-ENTRY-ROLE(WS-PRM-IDX) NOT = SPACES
            MOVE SPACES TO PERMISSION-TEMP-REC
            STRING FUNCTION TRIM(WS-PRM-ENTRY-ROLE(WS-PRM-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRM-ENTRY-CAP(WS-PRM-IDX)) DELIMITED BY SIZE
                INTO PERMISSION-TEMP-REC
            END-STRING
            WRITE PERMISSION-TEMP-REC
        END-IF
    END-PERFORM
    CLOSE PERMISSION-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-PRM-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-PRM-TEMP-PATH WS-PRM-LIVE-PATH
        RETURNING WS-PRM-RENAME-STATUS
    EXIT PARAGRAPH.

*> HAS-CAPABILITY: does the signed-in user's role hold WS-PRM-CAP?
*> Answers in WS-PRM-GRANTED without logging anything - used to
*> decide what a screen shows, and for scope questions such as
*> whether the moderation queue is the caller's own or everyone's.
HAS-CAPABILITY.
    MOVE "N" TO WS-PRM-GRANTED
    IF LOGIN-STATUS NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    IF WS-PRM-LOADED NOT = "Y"
        PERFORM LOAD-PERMISSIONS
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) TO WS-PRM-ROLE
    PERFORM VARYING WS-PRM-HIT FROM 1 BY 1
            UNTIL WS-PRM-HIT > WS-PRM-COUNT OR WS-PRM-GRANTED = "Y"
        IF WS-PRM-ENTRY-ROLE(WS-PRM-HIT) = WS-PRM-ROLE
           AND WS-PRM-ENTRY-CAP(WS-PRM-HIT) = WS-PRM-CAP
            MOVE "Y" TO WS-PRM-GRANTED
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-CAPABILITY: HAS-CAPABILITY for an action the user has asked
*> for. A signed-in user refused here is written to
*> PermissionDenials.txt and the audit journal; the screen itself
*> answers the way it always has, so a refusal gives nothing away.
CHECK-CAPABILITY.
    PERFORM HAS-CAPABILITY
    IF WS-PRM-GRANTED = "N" AND LOGIN-STATUS = "Y"
        PERFORM WRITE-PERMISSION-DENIAL
    END-IF
    EXIT PARAGRAPH.

WRITE-PERMISSION-DENIAL.
    OPEN EXTEND PERMISSION-DENIAL-FILE
    IF PERMISSION-DENIAL-STATUS = "35"
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

    MOVE "PERMISSION" TO WS-AUDIT-ENTITY
    MOVE WS-PRM-CAP TO WS-AUDIT-KEY
    MOVE "DENIED" TO WS-AUDIT-FIELD
    MOVE WS-PRM-ROLE TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    EXIT PARAGRAPH.

*> ADMIN-ROLE-PERMISSIONS-FLOW: the matrix itself - roles on file
*> with how many capabilities each holds, then list one role, grant
*> or revoke a capability, or move an account to another role. A new
*> staff type is a role name, its grants, and the accounts moved onto
*> it. Every change is queued for a second administrator.
ADMIN-ROLE-PERMISSIONS-FLOW.
    PERFORM LOAD-PERMISSIONS
    MOVE "--- Role Permissions ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM BUILD-PERMISSION-ROLE-LIST
    PERFORM VARYING WS-PRM-ROLE-IDX FROM 1 BY 1
            UNTIL WS-PRM-ROLE-IDX > WS-PRM-ROLE-COUNT
        MOVE WS-PRM-ROLE-CAPS(WS-PRM-ROLE-IDX) TO WS-PRM-COUNT-EDIT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRM-ROLE-NAME(WS-PRM-ROLE-IDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRM-COUNT-EDIT) DELIMITED BY SIZE
               " capabilities" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter L to list a role, G to grant, R to revoke, A to assign an account's role, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-PRM-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-PRM-COMMAND NOT = "L" AND WS-PRM-COMMAND NOT = "G"
       AND WS-PRM-COMMAND NOT = "R" AND WS-PRM-COMMAND NOT = "A"
        EXIT PARAGRAPH
    END-IF

    IF WS-PRM-COMMAND = "A"
        PERFORM ADMIN-ASSIGN-ROLE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the role:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-PRM-ROLE
    END-READ
    IF EOF = "Y" OR WS-PRM-ROLE = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-PRM-ROLE REPLACING ALL "|" BY " "
    INSPECT WS-PRM-ROLE REPLACING ALL "/" BY " "

    IF WS-PRM-COMMAND = "L"
        PERFORM LIST-ROLE-PERMISSIONS
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the capability:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-PRM-CAP
    END-READ
    IF EOF = "Y" OR WS-PRM-CAP = SPACES
        EXIT PARAGRAPH
    END-IF

    *> Only names the program actually checks can be granted - a typo
    *> would otherwise sit in the file doing nothing.
    MOVE "N" TO WS-PRM-KNOWN
    PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
            UNTIL WS-PRM-IDX > WS-PRM-DEFAULT-COUNT OR WS-PRM-KNOWN = "Y"
        IF WS-PRM-DEFAULT-CAP(WS-PRM-IDX) = WS-PRM-CAP
            MOVE "Y" TO WS-PRM-KNOWN
        END-IF
    END-PERFORM
    IF WS-PRM-KNOWN = "N"
        MOVE "No such capability." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-ROLE-PERMISSION
    IF WS-PRM-COMMAND = "G"
        IF WS-PRM-HIT > 0
            MOVE "That role already holds that capability." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE "GRANT-PERMISSION" TO WS-PAQ-TYPE
        MOVE "GRANT-REQUESTED" TO WS-AUDIT-FIELD
    ELSE
        IF WS-PRM-HIT = 0
            MOVE "That role does not hold that capability." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        *> Administrators keep the way back in: without these the
        *> matrix could only be repaired by editing the file by hand.
        IF WS-PRM-ROLE = "ADMIN"
           AND (WS-PRM-CAP = "ADMIN-CONSOLE"
             OR WS-PRM-CAP = "ADMIN-PENDING-APPROVALS"
             OR WS-PRM-CAP = "ADMIN-ROLE-PERMISSIONS")
            MOVE "That capability can't be revoked from ADMIN." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE "REVOKE-PERMISSION" TO WS-PAQ-TYPE
        MOVE "REVOKE-REQUESTED" TO WS-AUDIT-FIELD
    END-IF

    MOVE SPACES TO WS-PRM-ROW
    STRING FUNCTION TRIM(WS-PRM-ROLE) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PRM-CAP) DELIMITED BY SIZE
        INTO WS-PRM-ROW
    END-STRING
    MOVE WS-PRM-ROW TO WS-PAQ-TARGET
    PERFORM CHECK-PENDING-ACTION-DUPLICATE
    IF WS-PAQ-DUPLICATE = "Y"
        MOVE "That change is already awaiting a second administrator." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-PENDING-ACTION

    MOVE "PERMISSION" TO WS-AUDIT-ENTITY
    MOVE WS-PRM-ROW TO WS-AUDIT-KEY
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE AR-USERNAME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Change queued - a second administrator must approve it from Pending Approvals." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> BUILD-PERMISSION-ROLE-LIST: distinct roles in WS-PRM-TABLE, in file
*> order, each with its capability count.
BUILD-PERMISSION-ROLE-LIST.
    MOVE 0 TO WS-PRM-ROLE-COUNT
    PERFORM VARYING WS-PRM-IDX FROM 1 BY 1 UNTIL WS-PRM-IDX > WS-PRM-COUNT
        MOVE 0 TO WS-PRM-HIT
        PERFORM VARYING WS-PRM-ROLE-IDX FROM 1 BY 1
                UNTIL WS-PRM-ROLE-IDX > WS-PRM-ROLE-COUNT OR WS-PRM-HIT > 0
            IF WS-PRM-ROLE-NAME(WS-PRM-ROLE-IDX) = WS-PRM-ENTRY-ROLE(WS-PRM-IDX)
                MOVE WS-PRM-ROLE-IDX TO WS-PRM-HIT
            END-IF
        END-PERFORM
        IF WS-PRM-HIT = 0 AND WS-PRM-ROLE-COUNT < 50
            ADD 1 TO WS-PRM-ROLE-COUNT
            MOVE WS-PRM-ROLE-COUNT TO WS-PRM-HIT
            MOVE WS-PRM-ENTRY-ROLE(WS-PRM-IDX) TO WS-PRM-ROLE-NAME(WS-PRM-HIT)
            MOVE 0 TO WS-PRM-ROLE-CAPS(WS-PRM-HIT)
        END-IF
        IF WS-PRM-HIT > 0
            ADD 1 TO WS-PRM-ROLE-CAPS(WS-PRM-HIT)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> FIND-ROLE-PERMISSION: WS-PRM-HIT is the table row granting
*> WS-PRM-CAP to WS-PRM-ROLE, or zero.
FIND-ROLE-PERMISSION.
    MOVE 0 TO WS-PRM-HIT
    PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
            UNTIL WS-PRM-IDX > WS-PRM-COUNT OR WS-PRM-HIT > 0
        IF WS-PRM-ENTRY-ROLE(WS-PRM-IDX) = WS-PRM-ROLE
           AND WS-PRM-ENTRY-CAP(WS-PRM-IDX) = WS-PRM-CAP
            MOVE WS-PRM-IDX TO WS-PRM-HIT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LIST-ROLE-PERMISSIONS.
    MOVE 0 TO WS-PRM-SHOWN
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Capabilities held by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PRM-ROLE) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-PRM-IDX FROM 1 BY 1 UNTIL WS-PRM-IDX > WS-PRM-COUNT
        IF WS-PRM-ENTRY-ROLE(WS-PRM-IDX) = WS-PRM-ROLE
            ADD 1 TO WS-PRM-SHOWN
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRM-ENTRY-CAP(WS-PRM-IDX)) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
    END-PERFORM
    IF WS-PRM-SHOWN = 0
        MOVE "  (none)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> ADMIN-ASSIGN-ROLE: queue moving an account onto another role. The
*> role must already hold at least one capability, and nobody moves
*> their own account.
ADMIN-ASSIGN-ROLE.
    MOVE "Enter the username:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-PRM-TARGET-USER
    END-READ
    IF EOF = "Y" OR WS-PRM-TARGET-USER = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-PRM-TARGET-USER REPLACING ALL "|" BY " "
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-TARGET-USER))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "You can't change the role of your own account." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE AR-USERNAME TO WS-VIEWAS-ADMIN
    MOVE WS-PRM-TARGET-USER TO WS-VIEWAS-TARGET
    PERFORM CHECK-VIEWAS-TARGET-EXISTS
    IF WS-VIEWAS-FOUND = "N"
        MOVE "No account with that username." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the new role:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-PRM-ROLE
    END-READ
    IF EOF = "Y" OR WS-PRM-ROLE = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM BUILD-PERMISSION-ROLE-LIST
    MOVE 0 TO WS-PRM-HIT
    PERFORM VARYING WS-PRM-ROLE-IDX FROM 1 BY 1
            UNTIL WS-PRM-ROLE-IDX > WS-PRM-ROLE-COUNT OR WS-PRM-HIT > 0
        IF WS-PRM-ROLE-NAME(WS-PRM-ROLE-IDX) = WS-PRM-ROLE
            MOVE WS-PRM-ROLE-IDX TO WS-PRM-HIT
        END-IF
    END-PERFORM
    IF WS-PRM-HIT = 0
        MOVE "That role holds no capabilities - grant it some first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "SET-ACCOUNT-ROLE" TO WS-PAQ-TYPE
    MOVE WS-PRM-TARGET-USER TO WS-PAQ-TARGET
    PERFORM CHECK-PENDING-ACTION-DUPLICATE
    IF WS-PAQ-DUPLICATE = "Y"
        MOVE "A role change for that account is already awaiting a second administrator." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PRM-ROLE TO WS-PAQ-DETAIL
    PERFORM WRITE-PENDING-ACTION

    MOVE "ACCOUNT" TO WS-AUDIT-ENTITY
    MOVE WS-PRM-TARGET-USER TO WS-AUDIT-KEY
    MOVE "ROLE-REQUESTED" TO WS-AUDIT-FIELD
    MOVE WS-PRM-ROLE TO WS-AUDIT-OLD
    MOVE AR-USERNAME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Role change queued - a second administrator must approve it from Pending Approvals." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> APPLY-PERMISSION-CHANGE: the approved grant or revoke. The file is
*> re-read first so changes approved in another session since this
*> one loaded are kept.
APPLY-PERMISSION-CHANGE.
    MOVE SPACES TO WS-PRM-ROLE WS-PRM-CAP
    UNSTRING WS-PAQ-TARGET DELIMITED BY "/"
        INTO WS-PRM-ROLE
             WS-PRM-CAP
    END-UNSTRING
    PERFORM LOAD-PERMISSIONS
    PERFORM FIND-ROLE-PERMISSION
    IF FUNCTION TRIM(WS-PAQ-TYPE) = "GRANT-PERMISSION"
        IF WS-PRM-HIT = 0 AND WS-PRM-COUNT < 500
            ADD 1 TO WS-PRM-COUNT
            MOVE WS-PRM-ROLE TO WS-PRM-ENTRY-ROLE(WS-PRM-COUNT)
            MOVE WS-PRM-CAP TO WS-PRM-ENTRY-CAP(WS-PRM-COUNT)
        END-IF
        MOVE "GRANTED" TO WS-AUDIT-FIELD
    ELSE
        IF WS-PRM-HIT > 0
            MOVE SPACES TO WS-PRM-ENTRY-ROLE(WS-PRM-HIT)
                           WS-PRM-ENTRY-CAP(WS-PRM-HIT)
        END-IF
        MOVE "REVOKED" TO WS-AUDIT-FIELD
    END-IF
    PERFORM SAVE-PERMISSIONS
    PERFORM LOAD-PERMISSIONS

    MOVE "PERMISSION" TO WS-AUDIT-ENTITY
    MOVE WS-PAQ-TARGET TO WS-AUDIT-KEY
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE AR-USERNAME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    EXIT PARAGRAPH.

*> APPLY-ACCOUNT-ROLE: the approved role change, WS-PAQ-TARGET onto
*> the role carried in the queued row's detail.
APPLY-ACCOUNT-ROLE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-QUEUED-DETAIL)) TO WS-PRM-ROLE
    MOVE SPACES TO WS-PRM-OLD-ROLE
    MOVE AR-USERNAME TO WS-ADMIN-SAVED-USERNAME
    MOVE "N" TO WS-ADMIN-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE
    PERFORM UNTIL WS-ADMIN-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-ADMIN-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-TARGET))
                    MOVE AR-ROLE TO WS-PRM-OLD-ROLE
                    MOVE WS-PRM-ROLE TO AR-ROLE
                END-IF
                MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                WRITE ACCOUNT-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-ACCOUNT-RENAME-STATUS
    MOVE WS-ADMIN-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD

    MOVE "ACCOUNT" TO WS-AUDIT-ENTITY
    MOVE WS-PAQ-TARGET TO WS-AUDIT-KEY
    MOVE "ROLE" TO WS-AUDIT-FIELD
    MOVE WS-PRM-OLD-ROLE TO WS-AUDIT-OLD
    MOVE WS-PRM-ROLE TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    EXIT PARAGRAPH.

*> CHECK-SESSION-STANDING: touch this session's registry row with the
*> time of the command now being run, or - when the row has been
*> moved off ACTIVE or has gone idle past SESSION_IDLE_MINUTES - drop
*> it and sign the session out with the reason. A row that is not
*> there at all is reported as an error and journaled before the
*> session is signed out; a registry that cannot be read or rewritten
*> leaves the session as it stands, with the error shown.
CHECK-SESSION-STANDING.
    PERFORM SET-SESSION-NOW
    MOVE "MISSING" TO WS-SES-STANDING
    MOVE "N" TO WS-SES-EOF
    PERFORM ACQUIRE-SESSION-REG-LOCK
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-REG-STATUS NOT = "00" AND SESSION-REG-STATUS NOT = "35"
        PERFORM RELEASE-SESSION-REG-LOCK
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Error: the session registry could not be read (status "
               SESSION-REG-STATUS ") - your session continues." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF SESSION-REG-STATUS = "00"
        OPEN OUTPUT SESSION-REG-TEMP-FILE
        IF SESSION-REG-TEMP-STATUS NOT = "00"
            CLOSE SESSION-REG-FILE
            PERFORM RELEASE-SESSION-REG-LOCK
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Error: the session registry could not be updated (status "
                   SESSION-REG-TEMP-STATUS ") - your session continues." DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL WS-SES-EOF = "Y"
            READ SESSION-REG-FILE
                AT END
                    MOVE "Y" TO WS-SES-EOF
                NOT AT END
                    IF SESSION-REG-REC NOT = SPACES
                        PERFORM PARSE-SESSION-ROW
                        IF WS-SES-PARSED-ID = WS-SES-ID
                           AND WS-SES-ID NOT = SPACES
                            PERFORM TOUCH-OWN-SESSION-ROW
                        ELSE
                            MOVE SESSION-REG-REC TO SESSION-REG-TEMP-REC
                            WRITE SESSION-REG-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SESSION-REG-FILE
        CLOSE SESSION-REG-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-SES-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-SES-TEMP-PATH WS-SES-LIVE-PATH
            RETURNING WS-SES-RENAME-STATUS
    END-IF
    PERFORM RELEASE-SESSION-REG-LOCK

    IF WS-SES-STANDING = "ACTIVE"
        EXIT PARAGRAPH
    END-IF

    IF WS-SES-STANDING = "MISSING"
        MOVE "SESSION" TO WS-AUDIT-ENTITY
        MOVE WS-SES-ID TO WS-AUDIT-KEY
        MOVE "STANDING" TO WS-AUDIT-FIELD
        MOVE "MISSING" TO WS-AUDIT-OLD
        MOVE "SIGNED-OUT" TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF

    EVALUATE WS-SES-STANDING
        WHEN "FORCED"
            MOVE "Your session was ended by an administrator. Please log in again." TO OUTPUT-BUFFER
        WHEN "DISABLED"
            MOVE "This account has been disabled. Your session has ended." TO OUTPUT-BUFFER
        WHEN "LOCKED"
            MOVE "This account was locked after too many failed login attempts. Your session has ended." TO OUTPUT-BUFFER
        WHEN "REPLACED"
            MOVE "This account signed in elsewhere, so this session has ended." TO OUTPUT-BUFFER
        WHEN "MISSING"
            MOVE "Error: this session is no longer in the session registry and cannot be confirmed. Please log in again." TO OUTPUT-BUFFER
        WHEN OTHER
            MOVE "Your session expired after a period of inactivity. Please log in again." TO OUTPUT-BUFFER
    END-EVALUATE
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO WS-SES-ID
    MOVE "N" TO LOGIN-STATUS
    MOVE "N" TO MENU-DISPLAYED
    MOVE "MAIN" TO CURRENT-MENU
    MOVE 0 TO NAV-INDEX
    MOVE SPACES TO NAV-ACTION
    MOVE 'Welcome to InCollege!' TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> TOUCH-OWN-SESSION-ROW: the session's own row, parsed. A live ACTIVE
*> row is rewritten with the new last-activity stamp; anything else
*> is left out of the rewrite, since the session ends here.
TOUCH-OWN-SESSION-ROW.
    MOVE WS-SES-PARSED-STATE TO WS-SES-STANDING
    IF WS-SES-PARSED-STATE NOT = "ACTIVE"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SES-PARSED-LAST TO WS-SES-STAMP-IN
    PERFORM SESSION-STAMP-TO-MINUTES
    IF WS-SES-STAMP-MINUTES = 0
       OR WS-SES-NOW-MINUTES - WS-SES-STAMP-MINUTES > WS-SES-IDLE-MINUTES
        MOVE "EXPIRED" TO WS-SES-STANDING
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SESSION-REG-TEMP-REC
    STRING FUNCTION TRIM(WS-SES-PARSED-ID)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SES-PARSED-USER) DELIMITED BY SIZE "|"
           WS-SES-PARSED-START               DELIMITED BY SIZE "|"
           WS-SES-NOW-STAMP                  DELIMITED BY SIZE "|"
           "ACTIVE|"                         DELIMITED BY SIZE
        INTO SESSION-REG-TEMP-REC
    END-STRING
    WRITE SESSION-REG-TEMP-REC
    EXIT PARAGRAPH.

*> END-OWN-SESSION: a clean sign-out takes this session's row out of
*> the registry altogether.
END-OWN-SESSION.
    IF WS-SES-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SES-EOF
    PERFORM ACQUIRE-SESSION-REG-LOCK
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-REG-STATUS NOT = "00"
        PERFORM RELEASE-SESSION-REG-LOCK
        MOVE SPACES TO WS-SES-ID
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SESSION-REG-TEMP-FILE
    IF SESSION-REG-TEMP-STATUS NOT = "00"
        CLOSE SESSION-REG-FILE
        PERFORM RELEASE-SESSION-REG-LOCK
        MOVE SPACES TO WS-SES-ID
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SES-EOF = "Y"
        READ SESSION-REG-FILE
            AT END
                MOVE "Y" TO WS-SES-EOF
            NOT AT END
                IF SESSION-REG-REC NOT = SPACES
                    PERFORM PARSE-SESSION-ROW
                    IF WS-SES-PARSED-ID NOT = WS-SES-ID
                        MOVE SESSION-REG-REC TO SESSION-REG-TEMP-REC
                        WRITE SESSION-REG-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SESSION-REG-FILE
    CLOSE SESSION-REG-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-SES-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-SES-TEMP-PATH WS-SES-LIVE-PATH
        RETURNING WS-SES-RENAME-STATUS
    PERFORM RELEASE-SESSION-REG-LOCK
    MOVE SPACES TO WS-SES-ID
    EXIT PARAGRAPH.

*> MARK-SESSIONS-ENDED: move ACTIVE registry rows to WS-SES-NEW-STATE,
*> stamped with WS-SES-ENDED-BY - the one row WS-SES-TARGET-ID names,
*> or when that is blank every row of WS-SES-TARGET-USER. The
*> sessions themselves notice at their next command.
MARK-SESSIONS-ENDED.
    MOVE "N" TO WS-SES-FOUND
    MOVE "N" TO WS-SES-EOF
    PERFORM ACQUIRE-SESSION-REG-LOCK
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-REG-STATUS NOT = "00"
        PERFORM RELEASE-SESSION-REG-LOCK
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SESSION-REG-TEMP-FILE
    IF SESSION-REG-TEMP-STATUS NOT = "00"
        CLOSE SESSION-REG-FILE
        PERFORM RELEASE-SESSION-REG-LOCK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SES-EOF = "Y"
        READ SESSION-REG-FILE
            AT END
                MOVE "Y" TO WS-SES-EOF
            NOT AT END
                IF SESSION-REG-REC NOT = SPACES
                    MOVE SESSION-REG-REC TO SESSION-REG-TEMP-REC
                    PERFORM PARSE-SESSION-ROW
                    IF WS-SES-PARSED-STATE = "ACTIVE"
                       AND ((WS-SES-TARGET-ID NOT = SPACES
                             AND WS-SES-PARSED-ID = WS-SES-TARGET-ID)
                         OR (WS-SES-TARGET-ID = SPACES
                             AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SES-PARSED-USER))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SES-TARGET-USER))))
                        MOVE "Y" TO WS-SES-FOUND
                        MOVE SPACES TO SESSION-REG-TEMP-REC
                        STRING FUNCTION TRIM(WS-SES-PARSED-ID)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-SES-PARSED-USER) DELIMITED BY SIZE "|"
                               WS-SES-PARSED-START               DELIMITED BY SIZE "|"
                               WS-SES-PARSED-LAST                DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-SES-NEW-STATE)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-SES-ENDED-BY)    DELIMITED BY SIZE
                            INTO SESSION-REG-TEMP-REC
                        END-STRING
                    END-IF
                    WRITE SESSION-REG-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE SESSION-REG-FILE
    CLOSE SESSION-REG-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-SES-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-SES-TEMP-PATH WS-SES-LIVE-PATH
        RETURNING WS-SES-RENAME-STATUS
    PERFORM RELEASE-SESSION-REG-LOCK
    EXIT PARAGRAPH.

*> ACQUIRE-SESSION-REG-LOCK: take ActiveSessions.lock before the
*> registry is rewritten, spinning one second per attempt up to
*> LOCK_STALE_SECONDS exactly as ACQUIRE-JOB-ID-LOCK does; a lock
*> still there after that was left by a crashed session and is
*> reclaimed and journaled.
ACQUIRE-SESSION-REG-LOCK.
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

    *> Still locked after the stale window: reclaim it.
    MOVE "Warning: a stale session-registry lock was detected and reclaimed." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "LOCK" TO WS-AUDIT-ENTITY
    MOVE "ActiveSessions.lock" TO WS-AUDIT-KEY
    MOVE "RECLAIMED" TO WS-AUDIT-FIELD
    MOVE "stale" TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    CALL "CBL_DELETE_FILE" USING WS-SES-LOCK-PATH
    OPEN OUTPUT SESSION-REG-LOCK-FILE
    CLOSE SESSION-REG-LOCK-FILE
    EXIT PARAGRAPH.

*> RELEASE-SESSION-REG-LOCK: drop ActiveSessions.lock for the next
*> session or LOGIN.
RELEASE-SESSION-REG-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-SES-LOCK-PATH
    EXIT PARAGRAPH.

*> ADMIN-ACTIVE-SESSIONS-FLOW: every session still signed in, with its
*> start and last activity, and the option to force one closed. The
*> forced session signs out at its next command; an administrator's
*> own session is closed with Log Out, not from here.
ADMIN-ACTIVE-SESSIONS-FLOW.
    MOVE "--- Active Sessions ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM SET-SESSION-NOW
    MOVE 0 TO WS-SES-COUNT
    MOVE "N" TO WS-SES-EOF
    OPEN INPUT SESSION-REG-FILE
    IF SESSION-REG-STATUS NOT = "35"
        PERFORM UNTIL WS-SES-EOF = "Y"
            READ SESSION-REG-FILE
                AT END
                    MOVE "Y" TO WS-SES-EOF
                NOT AT END
                    IF SESSION-REG-REC NOT = SPACES
                        PERFORM PARSE-SESSION-ROW
                        IF WS-SES-PARSED-STATE = "ACTIVE"
                           AND WS-SES-COUNT < 500
                            PERFORM LIST-ONE-SESSION
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SESSION-REG-FILE
    END-IF
    IF WS-SES-COUNT = 0
        MOVE "No sessions are signed in." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of a session to force closed, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-SES-CHOICE
    END-READ
    IF EOF = "Y" OR WS-SES-CHOICE = SPACES
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-SES-CHOICE) IS NOT NUMERIC
        MOVE "Please enter a session number from the list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-SES-CHOICE) TO WS-SES-PICK
    IF WS-SES-PICK < 1 OR WS-SES-PICK > WS-SES-COUNT
        MOVE "Please enter a session number from the list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF WS-SES-LIST-ID(WS-SES-PICK) = WS-SES-ID
        MOVE "That is your own session - use Log Out instead." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SES-LIST-ID(WS-SES-PICK) TO WS-SES-TARGET-ID
    MOVE WS-SES-LIST-USER(WS-SES-PICK) TO WS-SES-TARGET-USER
    MOVE "FORCED" TO WS-SES-NEW-STATE
    MOVE AR-USERNAME TO WS-SES-ENDED-BY
    PERFORM MARK-SESSIONS-ENDED
    IF WS-SES-FOUND = "N"
        MOVE "That session has already ended." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "SESSION" TO WS-AUDIT-ENTITY
    MOVE SPACES TO WS-AUDIT-KEY
    STRING FUNCTION TRIM(WS-SES-TARGET-USER) DELIMITED BY SIZE "/"
           FUNCTION TRIM(WS-SES-TARGET-ID)   DELIMITED BY SIZE
        INTO WS-AUDIT-KEY
    END-STRING
    MOVE "STATE" TO WS-AUDIT-FIELD
    MOVE "ACTIVE" TO WS-AUDIT-OLD
    MOVE "FORCED" TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Session for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SES-TARGET-USER) DELIMITED BY SIZE
           " forced closed. It signs out at its next action." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LIST-ONE-SESSION: number and print the parsed ACTIVE row, keeping
*> its ID for the force-closed pick.
LIST-ONE-SESSION.
    ADD 1 TO WS-SES-COUNT
    MOVE WS-SES-PARSED-ID TO WS-SES-LIST-ID(WS-SES-COUNT)
    MOVE WS-SES-PARSED-USER TO WS-SES-LIST-USER(WS-SES-COUNT)
    MOVE WS-SES-PARSED-LAST TO WS-SES-STAMP-IN
    PERFORM SESSION-STAMP-TO-MINUTES
    MOVE 0 TO WS-SES-IDLE-FOR
    IF WS-SES-STAMP-MINUTES > 0
       AND WS-SES-NOW-MINUTES > WS-SES-STAMP-MINUTES
        COMPUTE WS-SES-IDLE-FOR = WS-SES-NOW-MINUTES - WS-SES-STAMP-MINUTES
    END-IF
    MOVE WS-SES-COUNT TO WS-SES-NUM-EDIT
    MOVE WS-SES-IDLE-FOR TO WS-SES-IDLE-EDIT
    MOVE SPACES TO WS-SES-NOTE
    EVALUATE TRUE
        WHEN WS-SES-PARSED-ID = WS-SES-ID
            MOVE " (this session)" TO WS-SES-NOTE
        WHEN WS-SES-IDLE-FOR > WS-SES-IDLE-MINUTES
            MOVE " (expired, awaiting cleanup)" TO WS-SES-NOTE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-SES-NUM-EDIT) DELIMITED BY SIZE
           ". " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SES-PARSED-USER) DELIMITED BY SIZE
           " - signed in " DELIMITED BY SIZE
           WS-SES-PARSED-START(1:4) "-" WS-SES-PARSED-START(5:2) "-"
           WS-SES-PARSED-START(7:2) " " WS-SES-PARSED-START(9:2) ":"
           WS-SES-PARSED-START(11:2) DELIMITED BY SIZE
           ", idle " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SES-IDLE-EDIT) DELIMITED BY SIZE
           " min" DELIMITED BY SIZE
           WS-SES-NOTE DELIMITED BY "  "
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> PARSE-SESSION-ROW: split SESSION-REG-REC into WS-SES-PARSED-*.
PARSE-SESSION-ROW.
    MOVE SPACES TO WS-SES-PARSED-ID WS-SES-PARSED-USER
                   WS-SES-PARSED-START WS-SES-PARSED-LAST
                   WS-SES-PARSED-STATE WS-SES-PARSED-ENDED-BY
    UNSTRING SESSION-REG-REC DELIMITED BY "|"
        INTO WS-SES-PARSED-ID
             WS-SES-PARSED-USER
             WS-SES-PARSED-START
             WS-SES-PARSED-LAST
             WS-SES-PARSED-STATE
             WS-SES-PARSED-ENDED-BY
    END-UNSTRING
    EXIT PARAGRAPH.

SET-SESSION-NOW.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SES-NOW-STAMP
    MOVE WS-SES-NOW-STAMP TO WS-SES-STAMP-IN
    PERFORM SESSION-STAMP-TO-MINUTES
    MOVE WS-SES-STAMP-MINUTES TO WS-SES-NOW-MINUTES
    EXIT PARAGRAPH.

*> SESSION-STAMP-TO-MINUTES: a YYYYMMDDHHMMSS stamp as minutes since
*> the INTEGER-OF-DATE epoch (LOGIN computes it the same way), or 0
*> when the stamp is unusable.
SESSION-STAMP-TO-MINUTES.
    MOVE 0 TO WS-SES-STAMP-MINUTES
    IF WS-SES-STAMP-IN(1:12) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-SES-STAMP-IN(1:8))) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SES-STAMP-MINUTES =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-SES-STAMP-IN(1:8))) * 1440
        + FUNCTION NUMVAL(WS-SES-STAMP-IN(9:2)) * 60
        + FUNCTION NUMVAL(WS-SES-STAMP-IN(11:2))
    EXIT PARAGRAPH.

*> RECORD-MODERATION-ACTION: enter one action against WS-APL-USER in
*> ModerationActions.txt under the next free action number, and tell
*> the user - WS-APL-SUBJECT opens the sentence - quoting that number,
*> that it can be appealed from Notifications.
RECORD-MODERATION-ACTION.
    MOVE 0 TO WS-APL-NEXT-ID
    MOVE "N" TO WS-APL-ACT-EOF
    OPEN INPUT MOD-ACTION-FILE
    IF MOD-ACTION-STATUS NOT = "35"
        PERFORM UNTIL WS-APL-ACT-EOF = "Y"
            READ MOD-ACTION-FILE
                AT END
                    MOVE "Y" TO WS-APL-ACT-EOF
                NOT AT END
                    IF MOD-ACTION-REC NOT = SPACES
                        PERFORM PARSE-MOD-ACTION
                        IF FUNCTION TRIM(WS-APL-PARSED-ID) IS NUMERIC
                           AND FUNCTION NUMVAL(WS-APL-PARSED-ID) > WS-APL-NEXT-ID
                            MOVE FUNCTION NUMVAL(WS-APL-PARSED-ID) TO WS-APL-NEXT-ID
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MOD-ACTION-FILE
    END-IF
    ADD 1 TO WS-APL-NEXT-ID
    MOVE WS-APL-NEXT-ID TO WS-APL-ID-EDIT

    OPEN EXTEND MOD-ACTION-FILE
    IF MOD-ACTION-STATUS = "35"
        OPEN OUTPUT MOD-ACTION-FILE
    END-IF
    MOVE SPACES TO MOD-ACTION-REC
    STRING FUNCTION TRIM(WS-APL-ID-EDIT)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APL-TYPE)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APL-KEY)          DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APL-USER)         DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APL-ACTED-BY)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APL-REQUESTED-BY) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-APL-PRIOR)        DELIMITED BY SIZE
        INTO MOD-ACTION-REC
    END-STRING
    WRITE MOD-ACTION-REC
    CLOSE MOD-ACTION-FILE

    MOVE WS-APL-USER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(WS-APL-SUBJECT) DELIMITED BY SIZE
           " (action " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-ID-EDIT) DELIMITED BY SIZE
           "). If this is a mistake, appeal it from Notifications." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION
    EXIT PARAGRAPH.

*> PARSE-MOD-ACTION: split MOD-ACTION-REC into WS-APL-PARSED-*.
PARSE-MOD-ACTION.
    MOVE SPACES TO WS-APL-PARSED-ID WS-APL-PARSED-TYPE WS-APL-PARSED-KEY
                   WS-APL-PARSED-USER WS-APL-PARSED-DATE
                   WS-APL-PARSED-ACTED-BY WS-APL-PARSED-REQ-BY
                   WS-APL-PARSED-PRIOR
    UNSTRING MOD-ACTION-REC DELIMITED BY "|"
        INTO WS-APL-PARSED-ID
             WS-APL-PARSED-TYPE
             WS-APL-PARSED-KEY
             WS-APL-PARSED-USER
             WS-APL-PARSED-DATE
             WS-APL-PARSED-ACTED-BY
             WS-APL-PARSED-REQ-BY
             WS-APL-PARSED-PRIOR
    END-UNSTRING
    EXIT PARAGRAPH.

*> PARSE-APPEAL-ROW: split APPEAL-REC into WS-APL-APP-*.
PARSE-APPEAL-ROW.
    MOVE SPACES TO WS-APL-APP-ACTION WS-APL-APP-USER WS-APL-APP-FILED
                   WS-APL-APP-STATUS WS-APL-APP-DECIDED-BY
                   WS-APL-APP-DECIDED WS-APL-APP-TEXT
    UNSTRING APPEAL-REC DELIMITED BY "|"
        INTO WS-APL-APP-ACTION
             WS-APL-APP-USER
             WS-APL-APP-FILED
             WS-APL-APP-STATUS
             WS-APL-APP-DECIDED-BY
             WS-APL-APP-DECIDED
             WS-APL-APP-TEXT
    END-UNSTRING
    EXIT PARAGRAPH.

*> FIND-MOD-ACTION: the ledger row for action WS-APL-WANT-ID, left in
*> WS-APL-PARSED-*; WS-APL-FOUND says whether there was one.
FIND-MOD-ACTION.
    MOVE "N" TO WS-APL-FOUND
    MOVE "N" TO WS-APL-ACT-EOF
    OPEN INPUT MOD-ACTION-FILE
    IF MOD-ACTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APL-ACT-EOF = "Y"
        READ MOD-ACTION-FILE
            AT END
                MOVE "Y" TO WS-APL-ACT-EOF
            NOT AT END
                IF MOD-ACTION-REC NOT = SPACES
                    PERFORM PARSE-MOD-ACTION
                    IF FUNCTION TRIM(WS-APL-PARSED-ID)
                       = FUNCTION TRIM(WS-APL-WANT-ID)
                        MOVE "Y" TO WS-APL-FOUND
                        MOVE "Y" TO WS-APL-ACT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MOD-ACTION-FILE
    EXIT PARAGRAPH.

*> CHECK-ACTION-APPEALED: has an appeal - open or decided - already
*> been filed against action WS-APL-PARSED-ID? One appeal per action.
CHECK-ACTION-APPEALED.
    MOVE "N" TO WS-APL-APPEALED
    MOVE "N" TO WS-APL-EOF
    OPEN INPUT APPEAL-FILE
    IF APPEAL-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APL-EOF = "Y"
        READ APPEAL-FILE
            AT END
                MOVE "Y" TO WS-APL-EOF
            NOT AT END
                IF APPEAL-REC NOT = SPACES
                    PERFORM PARSE-APPEAL-ROW
                    IF FUNCTION TRIM(WS-APL-APP-ACTION)
                       = FUNCTION TRIM(WS-APL-PARSED-ID)
                        MOVE "Y" TO WS-APL-APPEALED
                        MOVE "Y" TO WS-APL-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPEAL-FILE
    EXIT PARAGRAPH.

*> CHECK-ACTION-IN-EFFECT: is action WS-APL-PARSED-* still standing -
*> the hold still listed, the posting or review still Removed? One an
*> admin has already undone is nothing to appeal.
CHECK-ACTION-IN-EFFECT.
    MOVE "N" TO WS-APL-IN-EFFECT
    EVALUATE FUNCTION TRIM(WS-APL-PARSED-TYPE)
        WHEN "SENDING-HOLD"
            MOVE WS-APL-PARSED-KEY TO WS-HOLD-TARGET
            PERFORM CHECK-SENDING-HOLD
            MOVE WS-HOLD-FOUND TO WS-APL-IN-EFFECT
        WHEN "POSTING-REMOVED"
            MOVE WS-APL-PARSED-KEY TO WS-FLAG-JOB-ID
            PERFORM FIND-JOB-BY-ID
            IF JOB-DETAILS-FOUND = "Y"
               AND FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS) = "Removed"
                MOVE "Y" TO WS-APL-IN-EFFECT
            END-IF
        WHEN "REVIEW-REMOVED"
            MOVE WS-APL-PARSED-KEY TO WS-RFLAG-REVIEW-ID
            PERFORM FIND-REVIEW-STATUS
            IF FUNCTION TRIM(WS-RVW-OLD-STATUS) = "Removed"
                MOVE "Y" TO WS-APL-IN-EFFECT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> FIND-REVIEW-STATUS: the current status and author of review
*> WS-RFLAG-REVIEW-ID, in WS-RVW-OLD-STATUS and WS-RVW-AUTHOR (spaces
*> when no such review).
FIND-REVIEW-STATUS.
    MOVE SPACES TO WS-RVW-OLD-STATUS WS-RVW-AUTHOR
    MOVE "N" TO WS-RVW-EOF
    OPEN INPUT REVIEW-FILE
    IF REVIEW-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RVW-EOF = "Y"
        READ REVIEW-FILE
            AT END
                MOVE "Y" TO WS-RVW-EOF
            NOT AT END
                IF REVIEW-REC NOT = SPACES
                    PERFORM PARSE-REVIEW-RECORD
                    IF FUNCTION TRIM(WS-RVW-PARSED-ID)
                       = FUNCTION TRIM(WS-RFLAG-REVIEW-ID)
                        MOVE WS-RVW-PARSED-STATUS TO WS-RVW-OLD-STATUS
                        MOVE WS-RVW-PARSED-USER TO WS-RVW-AUTHOR
                        MOVE "Y" TO WS-RVW-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REVIEW-FILE
    EXIT PARAGRAPH.

*> DESCRIBE-MOD-ACTION: one-line description of WS-APL-PARSED-* for
*> the appeal lists.
DESCRIBE-MOD-ACTION.
    MOVE SPACES TO WS-APL-DESC
    EVALUATE FUNCTION TRIM(WS-APL-PARSED-TYPE)
        WHEN "SENDING-HOLD"
            MOVE "Sending hold on messages and connection requests"
                TO WS-APL-DESC
        WHEN "POSTING-REMOVED"
            STRING "Job posting " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APL-PARSED-KEY) DELIMITED BY SIZE
                   " removed" DELIMITED BY SIZE
                INTO WS-APL-DESC
            END-STRING
        WHEN "REVIEW-REMOVED"
            STRING "Company review " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APL-PARSED-KEY) DELIMITED BY SIZE
                   " removed" DELIMITED BY SIZE
                INTO WS-APL-DESC
            END-STRING
        WHEN OTHER
            MOVE WS-APL-PARSED-TYPE TO WS-APL-DESC
    END-EVALUATE
    EXIT PARAGRAPH.

*> OFFER-APPEALS: after the notifications, every action taken against
*> the caller that still stands and has not been appealed, with the
*> chance to appeal one of them. Nothing is shown or asked when there
*> is nothing to appeal.
OFFER-APPEALS.
    MOVE 0 TO WS-APL-COUNT
    MOVE "N" TO WS-APL-ACT-EOF
    OPEN INPUT MOD-ACTION-FILE
    IF MOD-ACTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APL-ACT-EOF = "Y"
        READ MOD-ACTION-FILE
            AT END
                MOVE "Y" TO WS-APL-ACT-EOF
            NOT AT END
                IF MOD-ACTION-REC NOT = SPACES
                    PERFORM PARSE-MOD-ACTION
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APL-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-APL-COUNT < 100
                        PERFORM CHECK-ACTION-APPEALED
                        IF WS-APL-APPEALED = "N"
                            PERFORM CHECK-ACTION-IN-EFFECT
                            IF WS-APL-IN-EFFECT = "Y"
                                PERFORM LIST-APPEALABLE-ACTION
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MOD-ACTION-FILE
    IF WS-APL-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter an action number to appeal it, or press Enter to continue:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APL-CHOICE
    END-READ
    IF EOF = "Y" OR WS-APL-CHOICE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-APL-PICK
    PERFORM VARYING WS-APL-IDX FROM 1 BY 1
            UNTIL WS-APL-IDX > WS-APL-COUNT
        IF FUNCTION TRIM(WS-APL-LIST-ID(WS-APL-IDX))
           = FUNCTION TRIM(WS-APL-CHOICE)
            MOVE WS-APL-IDX TO WS-APL-PICK
        END-IF
    END-PERFORM
    IF WS-APL-PICK = 0
        MOVE "That is not one of the actions listed above." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Briefly explain why this action should be reversed:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APL-EXPLANATION
    END-READ
    IF EOF = "Y" OR WS-APL-EXPLANATION = SPACES
        MOVE "No explanation given - no appeal was filed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-APL-EXPLANATION REPLACING ALL "|" BY " "

    OPEN EXTEND APPEAL-FILE
    IF APPEAL-STATUS = "35"
        OPEN OUTPUT APPEAL-FILE
    END-IF
    MOVE SPACES TO APPEAL-REC
    STRING FUNCTION TRIM(WS-APL-LIST-ID(WS-APL-PICK)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)               DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)               DELIMITED BY SIZE "|"
           "Open"                                   DELIMITED BY SIZE "|||"
           FUNCTION TRIM(WS-APL-EXPLANATION)        DELIMITED BY SIZE
        INTO APPEAL-REC
    END-STRING
    WRITE APPEAL-REC
    CLOSE APPEAL-FILE

    MOVE "APPEAL" TO WS-AUDIT-ENTITY
    MOVE WS-APL-LIST-ID(WS-APL-PICK) TO WS-AUDIT-KEY
    MOVE "FILED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE AR-USERNAME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Appeal filed for action " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-LIST-ID(WS-APL-PICK)) DELIMITED BY SIZE
           ". An administrator will review it and you will be notified of the outcome."
               DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LIST-APPEALABLE-ACTION: print the parsed action under the
*> appealable heading (the first one prints the heading) and keep its
*> number for the pick.
LIST-APPEALABLE-ACTION.
    ADD 1 TO WS-APL-COUNT
    MOVE WS-APL-PARSED-ID TO WS-APL-LIST-ID(WS-APL-COUNT)
    MOVE WS-APL-PARSED-USER TO WS-APL-LIST-USER(WS-APL-COUNT)
    IF WS-APL-COUNT = 1
        MOVE "--- Actions You Can Appeal ---" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    PERFORM DESCRIBE-MOD-ACTION
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Action " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-PARSED-ID) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-DESC) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-PARSED-DATE) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-APPEALS-FLOW: the open appeals, oldest first, each with the
*> action it contests. Whoever took or requested the action cannot
*> decide the appeal against it - a different administrator must.
*> Upholding closes the appeal; reversing also undoes the action on
*> its file in the same step. Either way the user is told, and the
*> decision is journaled.
ADMIN-APPEALS-FLOW.
    MOVE "--- Appeals ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-APL-COUNT
    MOVE "N" TO WS-APL-EOF
    OPEN INPUT APPEAL-FILE
    IF APPEAL-STATUS NOT = "35"
        PERFORM UNTIL WS-APL-EOF = "Y"
            READ APPEAL-FILE
                AT END
                    MOVE "Y" TO WS-APL-EOF
                NOT AT END
                    IF APPEAL-REC NOT = SPACES
                        PERFORM PARSE-APPEAL-ROW
                        IF FUNCTION TRIM(WS-APL-APP-STATUS) = "Open"
                           AND WS-APL-COUNT < 100
                            PERFORM LIST-OPEN-APPEAL
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPEAL-FILE
    END-IF
    IF WS-APL-COUNT = 0
        MOVE "No open appeals." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of an appeal to decide, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-APL-CHOICE
    END-READ
    IF EOF = "Y" OR WS-APL-CHOICE = SPACES
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-APL-CHOICE) IS NOT NUMERIC
        MOVE "Please enter an appeal number from the list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-APL-CHOICE) TO WS-APL-PICK
    IF WS-APL-PICK < 1 OR WS-APL-PICK > WS-APL-COUNT
        MOVE "Please enter an appeal number from the list." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-APL-LIST-ID(WS-APL-PICK) TO WS-APL-WANT-ID
    PERFORM FIND-MOD-ACTION
    IF WS-APL-FOUND = "N"
        MOVE "The action behind that appeal is no longer on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APL-PARSED-ACTED-BY))
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APL-PARSED-REQ-BY))
        MOVE "You took or requested this action - a different administrator must decide the appeal." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APL-LIST-USER(WS-APL-PICK)))
        MOVE "You cannot decide your own appeal." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter U to uphold the action, R to reverse it, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-APL-DECISION
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-APL-DECISION
        WHEN "U"
            MOVE "Upheld" TO WS-APL-OUTCOME
        WHEN "R"
            MOVE "Reversed" TO WS-APL-OUTCOME
            PERFORM REVERSE-MOD-ACTION
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM RECORD-APPEAL-DECISION

    MOVE "APPEAL" TO WS-AUDIT-ENTITY
    MOVE WS-APL-WANT-ID TO WS-AUDIT-KEY
    MOVE "OUTCOME" TO WS-AUDIT-FIELD
    MOVE "Open" TO WS-AUDIT-OLD
    MOVE WS-APL-OUTCOME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE WS-APL-LIST-USER(WS-APL-PICK) TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    IF WS-APL-OUTCOME = "Reversed"
        STRING "Your appeal of action " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APL-WANT-ID) DELIMITED BY SIZE
               " was granted and the action has been reversed." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
    ELSE
        STRING "Your appeal of action " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APL-WANT-ID) DELIMITED BY SIZE
               " was reviewed and the action stands." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
    END-IF
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Appeal of action " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-WANT-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION LOWER-CASE(FUNCTION TRIM(WS-APL-OUTCOME)) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LIST-OPEN-APPEAL: number and print the parsed Open appeal with the
*> action it contests, keeping the action number and appellant for
*> the pick.
LIST-OPEN-APPEAL.
    ADD 1 TO WS-APL-COUNT
    MOVE WS-APL-APP-ACTION TO WS-APL-LIST-ID(WS-APL-COUNT)
    MOVE WS-APL-APP-USER TO WS-APL-LIST-USER(WS-APL-COUNT)
    MOVE WS-APL-APP-ACTION TO WS-APL-WANT-ID
    PERFORM FIND-MOD-ACTION
    IF WS-APL-FOUND = "Y"
        PERFORM DESCRIBE-MOD-ACTION
    ELSE
        MOVE "(action no longer on file)" TO WS-APL-DESC
        MOVE SPACES TO WS-APL-PARSED-ACTED-BY WS-APL-PARSED-DATE
    END-IF
    MOVE WS-APL-COUNT TO WS-APL-NUM-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-APL-NUM-EDIT) DELIMITED BY SIZE
           ". Action " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-APP-ACTION) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-APP-USER) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-DESC) DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-PARSED-ACTED-BY) DELIMITED BY SIZE
           " on " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-PARSED-DATE) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "   Filed " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-APP-FILED) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APL-APP-TEXT) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REVERSE-MOD-ACTION: undo action WS-APL-PARSED-* on its own file -
*> clear the sending hold, or put the posting or review back to the
*> status it had before it was removed (Open / Active when the ledger
*> has none). A posting or review no longer Removed is left alone.
REVERSE-MOD-ACTION.
    EVALUATE FUNCTION TRIM(WS-APL-PARSED-TYPE)
        WHEN "SENDING-HOLD"
            MOVE WS-APL-PARSED-KEY TO WS-HOLD-TARGET
            PERFORM CLEAR-SENDING-HOLD
            IF WS-HOLD-FOUND = "Y"
                MOVE "HOLD" TO WS-AUDIT-ENTITY
                MOVE WS-HOLD-TARGET TO WS-AUDIT-KEY
                MOVE "CLEARED" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-OLD
                MOVE AR-USERNAME TO WS-AUDIT-NEW
                PERFORM WRITE-AUDIT-LINE
            END-IF
        WHEN "POSTING-REMOVED"
            MOVE WS-APL-PARSED-KEY TO WS-FLAG-JOB-ID
            PERFORM FIND-JOB-BY-ID
            IF JOB-DETAILS-FOUND = "Y"
               AND FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS) = "Removed"
                IF WS-APL-PARSED-PRIOR = SPACES
                    MOVE "Open" TO JOB-DETAILS-POSTING-STATUS
                ELSE
                    MOVE WS-APL-PARSED-PRIOR TO JOB-DETAILS-POSTING-STATUS
                END-IF
                PERFORM UPDATE-JOB-RECORD
            END-IF
        WHEN "REVIEW-REMOVED"
            MOVE WS-APL-PARSED-KEY TO WS-RFLAG-REVIEW-ID
            PERFORM FIND-REVIEW-STATUS
            IF FUNCTION TRIM(WS-RVW-OLD-STATUS) = "Removed"
                IF WS-APL-PARSED-PRIOR = SPACES
                    MOVE "Active" TO WS-RVW-NEW-STATUS
                ELSE
                    MOVE WS-APL-PARSED-PRIOR TO WS-RVW-NEW-STATUS
                END-IF
                PERFORM SET-REVIEW-STATUS
                MOVE "REVIEW" TO WS-AUDIT-ENTITY
                MOVE WS-RFLAG-REVIEW-ID TO WS-AUDIT-KEY
                MOVE "STATUS" TO WS-AUDIT-FIELD
                MOVE WS-RVW-OLD-STATUS TO WS-AUDIT-OLD
                MOVE WS-RVW-NEW-STATUS TO WS-AUDIT-NEW
                PERFORM WRITE-AUDIT-LINE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> RECORD-APPEAL-DECISION: the Open appeal against WS-APL-WANT-ID
*> takes WS-APL-OUTCOME, the deciding admin and today's date, via the
*> usual temp-file swap.
RECORD-APPEAL-DECISION.
    MOVE "N" TO WS-APL-EOF
    OPEN INPUT APPEAL-FILE
    IF APPEAL-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APPEAL-TEMP-FILE
    PERFORM UNTIL WS-APL-EOF = "Y"
        READ APPEAL-FILE
            AT END
                MOVE "Y" TO WS-APL-EOF
            NOT AT END
                IF APPEAL-REC NOT = SPACES
                    PERFORM PARSE-APPEAL-ROW
                    IF FUNCTION TRIM(WS-APL-APP-ACTION)
                       = FUNCTION TRIM(WS-APL-WANT-ID)
                       AND FUNCTION TRIM(WS-APL-APP-STATUS) = "Open"
                        MOVE SPACES TO APPEAL-TEMP-REC
                        STRING FUNCTION TRIM(WS-APL-APP-ACTION) DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APL-APP-USER)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APL-APP-FILED)  DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APL-OUTCOME)    DELIMITED BY SIZE "|"
                               FUNCTION TRIM(AR-USERNAME)       DELIMITED BY SIZE "|"
                               FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-APL-APP-TEXT)   DELIMITED BY SIZE
                            INTO APPEAL-TEMP-REC
                        END-STRING
                    ELSE
                        MOVE APPEAL-REC TO APPEAL-TEMP-REC
                    END-IF
                    WRITE APPEAL-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPEAL-FILE
    CLOSE APPEAL-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-APL-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-APL-TEMP-PATH WS-APL-LIVE-PATH
        RETURNING WS-APL-RENAME-STATUS
    EXIT PARAGRAPH.

*> BROADCAST-ANNOUNCEMENT-FLOW: career services tells "all juniors in
*> Engineering on MAIN campus" something, in-platform, instead of a
*> hand-built mail merge. Every targeting prompt skips with Enter (no
*> filter on that field); admin and counselor accounts are never in
*> the audience. Each recipient gets a Notifications.txt row and an
*> OutboundMessages.txt row, and the composer, filters, and audience
*> size are journaled - the mistyped merge that once emailed alumni
*> about a student-only deadline is exactly what the role filter and
*> the journal row are for.
BROADCAST-ANNOUNCEMENT-FLOW.
    MOVE "--- Broadcast Announcement ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    MOVE "Target campus, or press Enter for all campuses:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-BC-CAMPUS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Target university, or press Enter for all:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-BC-UNIVERSITY
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Target major, or press Enter for all:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-BC-MAJOR
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Earliest graduation year to include, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-BC-YEAR-FROM
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Latest graduation year to include, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-BC-YEAR-TO
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Target role (STUDENT, ALUMNI, EMPLOYER), or press Enter for all:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-BC-ROLE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter the announcement text:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-BC-TEXT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-BC-TEXT = SPACES
        MOVE "Error: The announcement text is required - nothing sent." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-BC-YR-FROM
    MOVE 9999 TO WS-BC-YR-TO
    IF FUNCTION TRIM(WS-BC-YEAR-FROM) NOT = SPACES
       AND FUNCTION TRIM(WS-BC-YEAR-FROM) IS NUMERIC
        MOVE FUNCTION TRIM(WS-BC-YEAR-FROM) TO WS-BC-YR-FROM
    END-IF
    IF FUNCTION TRIM(WS-BC-YEAR-TO) NOT = SPACES
       AND FUNCTION TRIM(WS-BC-YEAR-TO) IS NUMERIC
        MOVE FUNCTION TRIM(WS-BC-YEAR-TO) TO WS-BC-YR-TO
    END-IF

    MOVE AR-USERNAME TO WS-BC-SENDER
    MOVE 0 TO WS-BC-COUNT
    MOVE "N" TO WS-BC-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-BC-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-BC-EOF
                NOT AT END
                    IF FUNCTION TRIM(AR-USERNAME) NOT = SPACES
                        PERFORM CHECK-BROADCAST-MATCH
                        IF WS-BC-MATCH = "Y"
                            ADD 1 TO WS-BC-COUNT
                            MOVE AR-USERNAME TO WS-NOTIFY-USER
                            MOVE SPACES TO WS-NOTIFY-TEXT
                            STRING "Announcement from career services: "
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-BC-TEXT)
                                   DELIMITED BY SIZE
                                INTO WS-NOTIFY-TEXT
                            END-STRING
                            PERFORM ADD-NOTIFICATION
                            MOVE AR-USERNAME TO WS-OUT-RECIPIENT
                            MOVE "BROADCAST" TO WS-OUT-EVENT-TYPE
                            MOVE "Announcement from career services" TO WS-OUT-SUBJECT
                            MOVE WS-BC-TEXT TO WS-OUT-BODY
                            PERFORM ADD-OUTBOUND-MESSAGE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF

    *> Re-read the composer's own record - the scan left the last
    *> file row's fields in ACCOUNT-INFO.
    MOVE WS-BC-SENDER TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD

    MOVE SPACES TO WS-BC-FILTERS
    STRING "campus=" FUNCTION TRIM(WS-BC-CAMPUS)
           " univ=" FUNCTION TRIM(WS-BC-UNIVERSITY)
           " major=" FUNCTION TRIM(WS-BC-MAJOR)
           " years=" FUNCTION TRIM(WS-BC-YEAR-FROM)
           "-" FUNCTION TRIM(WS-BC-YEAR-TO)
           " role=" FUNCTION TRIM(WS-BC-ROLE)
        DELIMITED BY SIZE
        INTO WS-BC-FILTERS
    END-STRING
    MOVE WS-BC-COUNT TO WS-BC-COUNT-EDIT
    MOVE "BROADCAST" TO WS-AUDIT-ENTITY
    MOVE WS-BC-FILTERS TO WS-AUDIT-KEY
    MOVE "AUDIENCE" TO WS-AUDIT-FIELD
    MOVE FUNCTION TRIM(WS-BC-COUNT-EDIT) TO WS-AUDIT-OLD
    MOVE WS-BC-TEXT TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Announcement sent to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-BC-COUNT-EDIT) DELIMITED BY SIZE
           " user(s)." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CHECK-BROADCAST-MATCH: does the account row in ACCOUNT-INFO fall
*> inside the composer's audience? Admin and counselor accounts never
*> do, and the composer is not their own recipient.
CHECK-BROADCAST-MATCH.
    MOVE "Y" TO WS-BC-MATCH

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "ADMIN"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "COUNSELOR"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
          = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BC-SENDER))
        MOVE "N" TO WS-BC-MATCH
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-BC-ROLE) NOT = SPACES
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE))
           NOT = FUNCTION TRIM(WS-BC-ROLE)
        MOVE "N" TO WS-BC-MATCH
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-BC-CAMPUS) NOT = SPACES
        MOVE "MAIN" TO WS-BC-ACCT-CAMPUS
        IF FUNCTION TRIM(AR-CAMPUS) NOT = SPACES
            MOVE AR-CAMPUS TO WS-BC-ACCT-CAMPUS
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BC-ACCT-CAMPUS))
           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BC-CAMPUS))
            MOVE "N" TO WS-BC-MATCH
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-BC-UNIVERSITY) NOT = SPACES
        MOVE FUNCTION UPPER-CASE(AR-UNIVERSITY) TO WS-BC-UPPER-FIELD
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BC-UNIVERSITY))
            TO WS-BC-UPPER-TERM
        MOVE 0 TO WS-BC-TALLY
        INSPECT WS-BC-UPPER-FIELD TALLYING WS-BC-TALLY
            FOR ALL FUNCTION TRIM(WS-BC-UPPER-TERM)
        IF WS-BC-TALLY = 0
            MOVE "N" TO WS-BC-MATCH
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-BC-MAJOR) NOT = SPACES
        MOVE FUNCTION UPPER-CASE(AR-MAJOR) TO WS-BC-UPPER-FIELD
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BC-MAJOR))
            TO WS-BC-UPPER-TERM
        MOVE 0 TO WS-BC-TALLY
        INSPECT WS-BC-UPPER-FIELD TALLYING WS-BC-TALLY
            FOR ALL FUNCTION TRIM(WS-BC-UPPER-TERM)
        IF WS-BC-TALLY = 0
            MOVE "N" TO WS-BC-MATCH
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF AR-GRADUATION-YEAR < WS-BC-YR-FROM
       OR AR-GRADUATION-YEAR > WS-BC-YR-TO
        MOVE "N" TO WS-BC-MATCH
    END-IF
    EXIT PARAGRAPH.

*> ADMIN-VIEW-AS-FLOW: read-only support mode. The admin picks a
*> user; that user's account row is loaded into ACCOUNT-INFO (the
*> admin's identity parked aside) so the login summary, browse list,
*> application list, and notifications render under the target's
*> visibility, campus, and block rules - exactly what that user sees.
*> No write action is reachable from here: the application and
*> notification screens are the read-only renditions below, and
*> notifications are NOT marked read by being viewed. Every screen
*> rendered writes an audit row with the admin as the actor, which is
*> the deal that lets support stop asking students for passwords.
ADMIN-VIEW-AS-FLOW.
    MOVE "Enter the username to view as:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-VIEWAS-TARGET
    END-READ
    IF EOF = "Y" OR WS-VIEWAS-TARGET = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE AR-USERNAME TO WS-VIEWAS-ADMIN
    MOVE WS-USER-CAMPUS TO WS-VIEWAS-ADMIN-CAMPUS
    PERFORM CHECK-VIEWAS-TARGET-EXISTS
    IF WS-VIEWAS-FOUND = "N"
        MOVE "Error: No account found with that username." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> The existence scan has left ACCOUNT-INFO on some other row, so
    *> the viewer is named from the parked admin identity.
    MOVE WS-VIEWAS-ADMIN TO WS-PVL-VIEWER
    MOVE "ADMIN" TO WS-PVL-ROLE
    MOVE WS-VIEWAS-TARGET TO WS-PVL-STUDENT
    MOVE "ADMIN-VIEW-AS" TO WS-PVL-SOURCE
    PERFORM WRITE-PROFILE-VIEW

    *> Step into the target's shoes (the admin identity is parked
    *> above, before the existence scan clobbered ACCOUNT-INFO).
    MOVE WS-VIEWAS-TARGET TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    MOVE "MAIN" TO WS-USER-CAMPUS
    IF FUNCTION TRIM(AR-CAMPUS) NOT = SPACES
        MOVE AR-CAMPUS TO WS-USER-CAMPUS
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "--- Viewing as " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VIEWAS-TARGET) DELIMITED BY SIZE
           " (read-only) ---" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE "N" TO WS-VIEWAS-DONE
    PERFORM UNTIL WS-VIEWAS-DONE = "Y" OR EOF = "Y"
        MOVE "1. Login Summary" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE "2. Browse Jobs" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE "3. Applications" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE "4. Notifications" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE "Enter your choice, or 0 to stop viewing:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-VIEWAS-COMMAND
        END-READ
        IF EOF NOT = "Y"
            EVALUATE FUNCTION TRIM(WS-VIEWAS-COMMAND)
                WHEN "1"
                    MOVE "LOGIN-SUMMARY" TO WS-VIEWAS-SCREEN
                    PERFORM WRITE-VIEWAS-AUDIT
                    PERFORM SHOW-LOGIN-SUMMARY
                WHEN "2"
                    MOVE "BROWSE-JOBS" TO WS-VIEWAS-SCREEN
                    PERFORM WRITE-VIEWAS-AUDIT
                    MOVE SPACES TO WS-JOB-SEARCH-KEYWORD
                    MOVE SPACES TO WS-JOB-FILTER-LOCATION
                    MOVE SPACES TO WS-JOB-FILTER-EMPLOYER
                    MOVE SPACES TO WS-JOB-FILTER-MODE
                    PERFORM BUILD-JOB-SUMMARIES
                WHEN "3"
                    MOVE "APPLICATIONS" TO WS-VIEWAS-SCREEN
                    PERFORM WRITE-VIEWAS-AUDIT
                    PERFORM VIEW-AS-APPLICATIONS
                WHEN "4"
                    MOVE "NOTIFICATIONS" TO WS-VIEWAS-SCREEN
                    PERFORM WRITE-VIEWAS-AUDIT
                    PERFORM VIEW-AS-NOTIFICATIONS
                WHEN "0"
                    MOVE "Y" TO WS-VIEWAS-DONE
                WHEN OTHER
                    MOVE "Invalid option" TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
            END-EVALUATE
        END-IF
    END-PERFORM

    *> Step back into the admin's own shoes.
    MOVE WS-VIEWAS-ADMIN TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    MOVE WS-VIEWAS-ADMIN-CAMPUS TO WS-USER-CAMPUS
    MOVE "View-as session ended." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CHECK-VIEWAS-TARGET-EXISTS: does the chosen username have an
*> account row? The scan clobbers ACCOUNT-INFO, so the admin's own
*> record is re-read before anything renders.
CHECK-VIEWAS-TARGET-EXISTS.
    MOVE "N" TO WS-VIEWAS-FOUND
    MOVE "N" TO WS-VIEWAS-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-VIEWAS-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-VIEWAS-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIEWAS-TARGET))
                    MOVE "Y" TO WS-VIEWAS-FOUND
                    MOVE "Y" TO WS-VIEWAS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    *> Put the admin's own row back in ACCOUNT-INFO for now.
    MOVE WS-VIEWAS-ADMIN TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> VIEW-AS-APPLICATIONS: the application listing exactly as
*> VIEW-MY-APPLICATIONS renders it, minus every follow-up prompt
*> (withdraw, thread, interview, offer) - those are writes.
VIEW-AS-APPLICATIONS.
    MOVE 0 TO JOB-COUNT
    MOVE 0 TO WS-PAGE-COUNT
    MOVE "N" TO WS-PAGE-STOP
    MOVE "N" TO APPLICATION-EOF

    MOVE "--- Your Job Applications ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    STRING "Application Summary for " DELIMITED BY SIZE
           FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "------------------------------" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS = "35"
        MOVE "You have not applied for any jobs yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        CLOSE APPLICATION-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL APPLICATION-EOF = "Y" OR WS-PAGE-STOP = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO APPLICATION-EOF
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF APPLICATION-PARSED-USERNAME = AR-USERNAME
                        ADD 1 TO JOB-COUNT
                        MOVE APPLICATION-PARSED-JOB-ID TO JOB-ID-NUM
                        PERFORM DISPLAY-APPLICATION-JOB
                        PERFORM PAGE-BREAK-CHECK
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE

    MOVE JOB-COUNT TO JOB-SUMMARY-NUM-DISPLAY
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Total Applications: " DELIMITED BY SIZE
       FUNCTION TRIM(JOB-SUMMARY-NUM-DISPLAY) DELIMITED BY SIZE
       INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "------------------------------" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> VIEW-AS-NOTIFICATIONS: the unread-notification listing exactly as
*> NOTIFICATIONS-FLOW renders it, except viewing here does NOT mark
*> them read - the user still sees them on their next real login.
VIEW-AS-NOTIFICATIONS.
    MOVE 0 TO WS-NOTIFY-COUNT
    MOVE "N" TO WS-NOTIFY-EOF

    MOVE "--- Notifications ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT NOTIFY-FILE
    IF NOTIFY-STATUS = "35"
        MOVE "You have no new notifications." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-NOTIFY-EOF = "Y"
        READ NOTIFY-FILE
            AT END
                MOVE "Y" TO WS-NOTIFY-EOF
            NOT AT END
                IF NOTIFY-REC NOT = SPACES
                    PERFORM PARSE-NOTIFY-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOTIFY-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND WS-NOTIFY-PARSED-READ NOT = "Y"
                        ADD 1 TO WS-NOTIFY-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING FUNCTION TRIM(WS-NOTIFY-PARSED-DATE) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-NOTIFY-PARSED-TEXT) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-FILE

    IF WS-NOTIFY-COUNT = 0
        MOVE "You have no new notifications." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> WRITE-VIEWAS-AUDIT: one journal row per screen rendered, in
*> WRITE-AUDIT-LINE's shape but with the parked admin as the actor -
*> AR-USERNAME holds the target while the impersonation is live.
WRITE-VIEWAS-AUDIT.
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)        DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VIEWAS-ADMIN)    DELIMITED BY SIZE "|"
           "VIEW-AS"                         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VIEWAS-TARGET)   DELIMITED BY SIZE "|"
           "SCREEN"                          DELIMITED BY SIZE "|"
           " "                               DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VIEWAS-SCREEN)   DELIMITED BY SIZE
        INTO WS-CHAIN-ROW
    END-STRING
    PERFORM ACQUIRE-AUDIT-LOCK
    PERFORM CHAIN-AUDIT-ROW
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-CHAIN-ROW TO AUDIT-REC
    WRITE AUDIT-REC
    CLOSE AUDIT-FILE
    PERFORM RELEASE-AUDIT-LOCK
    EXIT PARAGRAPH.

*> ADMIN-CONFIG-FLOW: list every known AppConfig.txt key with its
*> current and default value, validate a new value's type and range
*> before writing, and journal the change - the unreviewed hand edit
*> that once auto-expired every posting can't happen through here.
ADMIN-CONFIG-FLOW.
    MOVE "--- Configuration (current / default) ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-CFG-KEY-IDX FROM 1 BY 1
        UNTIL WS-CFG-KEY-IDX > WS-CFG-KEY-COUNT
        PERFORM READ-CONFIG-CURRENT-VALUE
        MOVE WS-CFG-KEY-DEFAULT(WS-CFG-KEY-IDX) TO WS-CFG-DEFAULT-EDIT
        MOVE SPACES TO OUTPUT-BUFFER
        IF WS-CFG-CURRENT = SPACES
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CFG-KEY-NAME(WS-CFG-KEY-IDX)) DELIMITED BY SIZE
                   " = (default) / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CFG-DEFAULT-EDIT) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CFG-KEY-NAME(WS-CFG-KEY-IDX)) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CFG-CURRENT) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CFG-DEFAULT-EDIT) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter the key to change, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-CFG-KEY-IN
    END-READ
    IF EOF = "Y" OR WS-CFG-KEY-IN = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-CFG-HIT
    PERFORM VARYING WS-CFG-KEY-IDX FROM 1 BY 1
        UNTIL WS-CFG-KEY-IDX > WS-CFG-KEY-COUNT
        IF FUNCTION TRIM(WS-CFG-KEY-NAME(WS-CFG-KEY-IDX)) = WS-CFG-KEY-IN
            MOVE WS-CFG-KEY-IDX TO WS-CFG-HIT
            MOVE WS-CFG-KEY-COUNT TO WS-CFG-KEY-IDX
        END-IF
    END-PERFORM
    IF WS-CFG-HIT = 0
        MOVE "That is not a known configuration key - nothing changed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CFG-HIT TO WS-CFG-KEY-IDX
    PERFORM READ-CONFIG-CURRENT-VALUE
    MOVE WS-CFG-CURRENT TO WS-CFG-OLD-VALUE

    MOVE "Enter the new value:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CFG-VALUE-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-CFG-VALUE-IN = SPACES
       OR FUNCTION TRIM(WS-CFG-VALUE-IN) NOT NUMERIC
        MOVE "Error: The value must be a whole number - nothing changed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-CFG-VALUE-IN) TO WS-CFG-VALUE-NUM
    IF WS-CFG-VALUE-NUM < WS-CFG-KEY-MIN(WS-CFG-HIT)
       OR WS-CFG-VALUE-NUM > WS-CFG-KEY-MAX(WS-CFG-HIT)
        MOVE "Error: That value is outside the allowed range - nothing changed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM REWRITE-CONFIG-VALUE

    *> The running session honors the change immediately for the keys
    *> it loaded at startup.
    EVALUATE WS-CFG-KEY-IN
        WHEN "MAX_ACCOUNTS"
            MOVE WS-CFG-VALUE-NUM TO MAX-ACCOUNTS
        WHEN "JOB_EXPIRATION_DAYS"
            MOVE WS-CFG-VALUE-NUM TO JOB-EXPIRATION-DAYS
        WHEN "LOCK_STALE_SECONDS"
            MOVE WS-CFG-VALUE-NUM TO WS-LOCK-STALE-SECS
        WHEN "SESSION_IDLE_MINUTES"
            MOVE WS-CFG-VALUE-NUM TO WS-SES-IDLE-MINUTES
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE "CONFIG" TO WS-AUDIT-ENTITY
    MOVE WS-CFG-KEY-IN TO WS-AUDIT-KEY
    MOVE "VALUE" TO WS-AUDIT-FIELD
    IF WS-CFG-OLD-VALUE = SPACES
        MOVE "(default)" TO WS-AUDIT-OLD
    ELSE
        MOVE WS-CFG-OLD-VALUE TO WS-AUDIT-OLD
    END-IF
    MOVE FUNCTION TRIM(WS-CFG-VALUE-IN) TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Configuration updated." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> READ-CONFIG-CURRENT-VALUE: the raw value in AppConfig.txt for the
*> key at WS-CFG-KEY-IDX, or spaces when the key isn't in the file.
READ-CONFIG-CURRENT-VALUE.
    MOVE SPACES TO WS-CFG-CURRENT
    MOVE "N" TO WS-CFG-EOF
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CFG-EOF = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO WS-CFG-EOF
            NOT AT END
                IF CONFIG-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = FUNCTION TRIM(WS-CFG-KEY-NAME(WS-CFG-KEY-IDX))
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-CFG-CURRENT
                        MOVE "Y" TO WS-CFG-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> REWRITE-CONFIG-VALUE: temp-file swap substituting (or appending)
*> the validated key=value line; every other line passes through as
*> typed, comments included.
REWRITE-CONFIG-VALUE.
    MOVE "N" TO WS-CFG-EOF
    MOVE "N" TO WS-CFG-REPLACED
    OPEN INPUT CONFIG-FILE
    OPEN OUTPUT CONFIG-TEMP-FILE
    IF CONFIG-STATUS NOT = "35"
        PERFORM UNTIL WS-CFG-EOF = "Y"
            READ CONFIG-FILE
                AT END
                    MOVE "Y" TO WS-CFG-EOF
                NOT AT END
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = WS-CFG-KEY-IN
                        MOVE SPACES TO CONFIG-TEMP-REC
                        STRING WS-CFG-KEY-IN DELIMITED BY SPACE
                               "=" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CFG-VALUE-IN) DELIMITED BY SIZE
                            INTO CONFIG-TEMP-REC
                        END-STRING
                        WRITE CONFIG-TEMP-REC
                        MOVE "Y" TO WS-CFG-REPLACED
                    ELSE
                        MOVE CONFIG-REC TO CONFIG-TEMP-REC
                        WRITE CONFIG-TEMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONFIG-FILE
    END-IF
    IF WS-CFG-REPLACED = "N"
        MOVE SPACES TO CONFIG-TEMP-REC
        STRING WS-CFG-KEY-IN DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CFG-VALUE-IN) DELIMITED BY SIZE
            INTO CONFIG-TEMP-REC
        END-STRING
        WRITE CONFIG-TEMP-REC
    END-IF
    CLOSE CONFIG-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-CFG-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-CFG-TEMP-PATH WS-CFG-LIVE-PATH
        RETURNING WS-CFG-RENAME-STATUS
    EXIT PARAGRAPH.

*> ADMIN-UNLOCK-ACCOUNT-FLOW: clear a locked-out account's failed-login
*> row (kept by LOGIN in LoginLockouts.txt) so the user can try again
*> without going through account recovery.
ADMIN-UNLOCK-ACCOUNT-FLOW.
    MOVE "Enter the username to unlock:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-TARGET
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "N" TO WS-ADMIN-EOF
    OPEN INPUT LOCKOUT-FILE
    IF LOCKOUT-STATUS = "35"
        MOVE "That account has no failed-login record - nothing to unlock." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT LOCKOUT-TEMP-FILE

    PERFORM UNTIL WS-ADMIN-EOF = "Y"
        READ LOCKOUT-FILE
            AT END
                MOVE "Y" TO WS-ADMIN-EOF
            NOT AT END
                IF LOCKOUT-REC NOT = SPACES
                    MOVE SPACES TO WS-LCK-PARSED-USER
                    UNSTRING LOCKOUT-REC DELIMITED BY "|"
                        INTO WS-LCK-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LCK-PARSED-USER))
                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET))
                        MOVE LOCKOUT-REC TO LOCKOUT-TEMP-REC
                        WRITE LOCKOUT-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE LOCKOUT-FILE
    CLOSE LOCKOUT-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-LOCKOUT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-LOCKOUT-TEMP-PATH WS-LOCKOUT-LIVE-PATH
        RETURNING WS-LOCKOUT-RENAME-STATUS

    MOVE "Account unlocked. The user can log in again." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-VERIFY-EMPLOYER-FLOW: flip AR-EMPLOYER-VERIFIED to "Y" for one
*> EMPLOYER account right now, via the same temp-file swap
*> VERIFYEMPLOYERS uses for its batch pass.
ADMIN-VERIFY-EMPLOYER-FLOW.
    MOVE "Enter the employer username to verify:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-TARGET
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE AR-USERNAME TO WS-ADMIN-SAVED-USERNAME
    MOVE AR-ROLE TO WS-ADMIN-SAVED-ROLE
    MOVE AR-EMPLOYER-VERIFIED TO WS-ADMIN-SAVED-VERIFIED

    MOVE "Not found" TO WS-ADMIN-RESULT
    MOVE "N" TO WS-ADMIN-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        MOVE "No accounts on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE

    PERFORM UNTIL WS-ADMIN-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-ADMIN-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET))
                    IF AR-ROLE NOT = "EMPLOYER"
                        MOVE "Not an employer account" TO WS-ADMIN-RESULT
                    ELSE
                        IF AR-EMPLOYER-VERIFIED = "Y"
                            MOVE "Already verified" TO WS-ADMIN-RESULT
                        ELSE
                            MOVE "Y" TO AR-EMPLOYER-VERIFIED
                            MOVE "Verified" TO WS-ADMIN-RESULT
                        END-IF
                    END-IF
                END-IF
                MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                WRITE ACCOUNT-TEMP-REC
        END-READ
    END-PERFORM

    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-ACCOUNT-RENAME-STATUS

    *> The scan left the last file row in ACCOUNT-INFO - re-read the
    *> administrator's own record so the whole session record (name,
    *> profile, campus, visibility) is theirs again, not just the
    *> identity fields.
    MOVE WS-ADMIN-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD

    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-ADMIN-TARGET) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ADMIN-RESULT) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADMIN-MANAGE-TERMS-FLOW: the academic term master - list what's on
*> file and add a new term (code, name, start, end, commencement).
*> PLACEMENTOUTCOMES resolves its TERM= parameter here and
*> GRADUATIONROLLOVER keys its cutoff to the commencement dates, so a
*> term entered once is a date range nobody fat-fingers again.
ADMIN-MANAGE-TERMS-FLOW.
    MOVE "--- Academic Terms ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-TRM-SHOWN
    MOVE "N" TO WS-TRM-EOF
    OPEN INPUT TERM-FILE
    IF TERM-STATUS NOT = "35"
        PERFORM UNTIL WS-TRM-EOF = "Y"
            READ TERM-FILE
                AT END
                    MOVE "Y" TO WS-TRM-EOF
                NOT AT END
                    IF TERM-REC NOT = SPACES
                        PERFORM PARSE-TERM-RECORD
                        ADD 1 TO WS-TRM-SHOWN
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-TRM-PARSED-CODE) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-TRM-PARSED-NAME) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               WS-TRM-PARSED-START DELIMITED BY SIZE
                               " to " DELIMITED BY SIZE
                               WS-TRM-PARSED-END DELIMITED BY SIZE
                               ", commencement " DELIMITED BY SIZE
                               WS-TRM-PARSED-COMMENCE DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TERM-FILE
    END-IF
    IF WS-TRM-SHOWN = 0
        MOVE "  (no terms on file yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter a new term code to add one, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-TRM-CODE-IN
    END-READ
    IF EOF = "Y" OR WS-TRM-CODE-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-TRM-CODE-IN REPLACING ALL "|" BY " "

    PERFORM FIND-TERM-BY-CODE
    IF WS-TRM-FOUND = "Y"
        MOVE "A term with that code already exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the term name (e.g. Spring 2026):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-TRM-NAME-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION TRIM(WS-TRM-NAME-IN) = SPACES
        MOVE "Error: The term name is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-TRM-NAME-IN REPLACING ALL "|" BY " "

    MOVE "Enter the term start date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TRM-START-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE "Enter the term end date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TRM-END-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE "Enter the commencement date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-TRM-COMMENCE-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-TRM-START-IN) NOT NUMERIC
       OR FUNCTION TRIM(WS-TRM-END-IN) NOT NUMERIC
       OR FUNCTION TRIM(WS-TRM-COMMENCE-IN) NOT NUMERIC
        MOVE "Error: All three dates must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-TRM-END-IN) < FUNCTION TRIM(WS-TRM-START-IN)
        MOVE "Error: The term end date is before its start date." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND TERM-FILE
    IF TERM-STATUS = "35"
        OPEN OUTPUT TERM-FILE
    END-IF
    MOVE SPACES TO TERM-REC
    STRING FUNCTION TRIM(WS-TRM-CODE-IN)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TRM-NAME-IN)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TRM-START-IN)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TRM-END-IN)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-TRM-COMMENCE-IN) DELIMITED BY SIZE
        INTO TERM-REC
    END-STRING
    WRITE TERM-REC
    CLOSE TERM-FILE

    MOVE "TERM" TO WS-AUDIT-ENTITY
    MOVE WS-TRM-CODE-IN TO WS-AUDIT-KEY
    MOVE "ADDED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE WS-TRM-NAME-IN TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Term added." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

PARSE-TERM-RECORD.
    MOVE SPACES TO WS-TRM-PARSED-CODE WS-TRM-PARSED-NAME
                   WS-TRM-PARSED-START WS-TRM-PARSED-END
                   WS-TRM-PARSED-COMMENCE
    UNSTRING TERM-REC DELIMITED BY "|"
        INTO WS-TRM-PARSED-CODE
             WS-TRM-PARSED-NAME
             WS-TRM-PARSED-START
             WS-TRM-PARSED-END
             WS-TRM-PARSED-COMMENCE
    END-UNSTRING
    EXIT PARAGRAPH.

FIND-TERM-BY-CODE.
    MOVE "N" TO WS-TRM-FOUND
    MOVE "N" TO WS-TRM-EOF
    OPEN INPUT TERM-FILE
    IF TERM-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TRM-EOF = "Y"
        READ TERM-FILE
            AT END
                MOVE "Y" TO WS-TRM-EOF
            NOT AT END
                IF TERM-REC NOT = SPACES
                    PERFORM PARSE-TERM-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRM-PARSED-CODE))
                       = FUNCTION TRIM(WS-TRM-CODE-IN)
                        MOVE "Y" TO WS-TRM-FOUND
                        MOVE "Y" TO WS-TRM-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TERM-FILE
    EXIT PARAGRAPH.

*> ADMIN-VENUES-FLOW: the campus venue master. Lists every room, then
*> takes a venue code - a new code adds a room (name, campus, seats,
*> available hours); an existing one is updated in place, Enter
*> keeping each current value, and RETIRED takes a room out of the
*> booking list without losing its history. Changes are journaled.
ADMIN-VENUES-FLOW.
    MOVE "--- Venues ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-VEN-SHOWN
    MOVE "N" TO WS-VEN-EOF
    OPEN INPUT VENUE-FILE
    IF VENUE-STATUS NOT = "35"
        PERFORM UNTIL WS-VEN-EOF = "Y"
            READ VENUE-FILE
                AT END
                    MOVE "Y" TO WS-VEN-EOF
                NOT AT END
                    IF VENUE-REC NOT = SPACES
                        PERFORM PARSE-VENUE-RECORD
                        ADD 1 TO WS-VEN-SHOWN
                        PERFORM SHOW-VENUE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENUE-FILE
    END-IF
    IF WS-VEN-SHOWN = 0
        MOVE "  (no venues on file yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter a venue code to add or update it, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-VEN-CODE-IN
    END-READ
    IF EOF = "Y" OR WS-VEN-CODE-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-VEN-CODE-IN REPLACING ALL "|" BY " "
    IF WS-VEN-CODE-IN = "OFF"
        MOVE "Error: OFF is reserved for off-campus events." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-VENUE-BY-CODE
    IF WS-VEN-FOUND = "N"
        MOVE SPACES TO WS-VEN-NAME WS-VEN-CAMPUS WS-VEN-OPEN WS-VEN-CLOSE
        MOVE 0 TO WS-VEN-CAPACITY
        MOVE "ACTIVE" TO WS-VEN-STATUS
        MOVE "New venue - enter the room name (e.g. Engineering Hall 101):" TO OUTPUT-BUFFER
    ELSE
        MOVE "Updating this venue - press Enter at any prompt to keep the current value." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE "Room name:" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE FUNCTION TRIM(IN-REC) TO WS-VEN-NAME-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-VEN-NAME-IN NOT = SPACES
        INSPECT WS-VEN-NAME-IN REPLACING ALL "|" BY " "
        MOVE WS-VEN-NAME-IN TO WS-VEN-NAME
    END-IF
    IF WS-VEN-NAME = SPACES
        MOVE "Error: The room name is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Campus (press Enter for MAIN on a new venue):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-VEN-CAMPUS-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-VEN-CAMPUS-IN NOT = SPACES
        INSPECT WS-VEN-CAMPUS-IN REPLACING ALL "|" BY " "
        MOVE WS-VEN-CAMPUS-IN TO WS-VEN-CAMPUS
    END-IF
    IF WS-VEN-CAMPUS = SPACES
        MOVE "MAIN" TO WS-VEN-CAMPUS
    END-IF

    MOVE "Seating capacity:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-VEN-CAPACITY-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-VEN-CAPACITY-IN NOT = SPACES
        IF FUNCTION TRIM(WS-VEN-CAPACITY-IN) NOT NUMERIC
           OR WS-VEN-CAPACITY-IN(5:) NOT = SPACES
            MOVE "Error: The capacity must be a number from 1 to 9999." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-VEN-CAPACITY-IN) TO WS-VEN-CAPACITY
    END-IF
    IF WS-VEN-CAPACITY = 0
        MOVE "Error: The capacity must be a number from 1 to 9999." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Available from (HHMM, 24-hour):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-VEN-OPEN-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-VEN-OPEN-IN NOT = SPACES
        MOVE WS-VEN-OPEN-IN TO WS-VEN-HHMM-IN
        PERFORM CHECK-VENUE-HHMM
        IF WS-VEN-HHMM-OK = "N"
            MOVE "Error: Times must be 4 digits (HHMM)." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-VEN-OPEN-IN TO WS-VEN-OPEN
    END-IF

    MOVE "Available until (HHMM, 24-hour):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-VEN-CLOSE-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-VEN-CLOSE-IN NOT = SPACES
        MOVE WS-VEN-CLOSE-IN TO WS-VEN-HHMM-IN
        PERFORM CHECK-VENUE-HHMM
        IF WS-VEN-HHMM-OK = "N"
            MOVE "Error: Times must be 4 digits (HHMM)." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-VEN-CLOSE-IN TO WS-VEN-CLOSE
    END-IF
    IF WS-VEN-OPEN = SPACES OR WS-VEN-CLOSE = SPACES
       OR WS-VEN-CLOSE NOT > WS-VEN-OPEN
        MOVE "Error: The room must close after it opens." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF WS-VEN-FOUND = "Y"
        MOVE "Status - ACTIVE or RETIRED:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-VEN-STATUS-IN
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
        EVALUATE WS-VEN-STATUS-IN
            WHEN SPACES
                CONTINUE
            WHEN "ACTIVE"
            WHEN "RETIRED"
                MOVE WS-VEN-STATUS-IN TO WS-VEN-STATUS
            WHEN OTHER
                MOVE "Error: The status must be ACTIVE or RETIRED." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
        END-EVALUATE
    END-IF

    MOVE "VENUE" TO WS-AUDIT-ENTITY
    MOVE WS-VEN-CODE-IN TO WS-AUDIT-KEY
    MOVE WS-VEN-CAPACITY TO WS-VEN-CAPACITY-EDIT
    MOVE SPACES TO WS-AUDIT-NEW
    STRING FUNCTION TRIM(WS-VEN-NAME) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-CAMPUS) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-CAPACITY-EDIT) DELIMITED BY SIZE
           " seats " DELIMITED BY SIZE
           WS-VEN-OPEN DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-VEN-CLOSE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-STATUS) DELIMITED BY SIZE
        INTO WS-AUDIT-NEW
    END-STRING

    IF WS-VEN-FOUND = "N"
        OPEN EXTEND VENUE-FILE
        IF VENUE-STATUS = "35"
            OPEN OUTPUT VENUE-FILE
        END-IF
        PERFORM BUILD-VENUE-RECORD
        MOVE VENUE-TEMP-REC TO VENUE-REC
        WRITE VENUE-REC
        CLOSE VENUE-FILE
        MOVE "ADDED" TO WS-AUDIT-FIELD
        MOVE SPACES TO WS-AUDIT-OLD
        PERFORM WRITE-AUDIT-LINE
        MOVE "Venue added." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-VEN-EOF
    OPEN INPUT VENUE-FILE
    OPEN OUTPUT VENUE-TEMP-FILE
    PERFORM UNTIL WS-VEN-EOF = "Y"
        READ VENUE-FILE
            AT END
                MOVE "Y" TO WS-VEN-EOF
            NOT AT END
                IF VENUE-REC NOT = SPACES
                    PERFORM PARSE-VENUE-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VEN-P-CODE))
                       = FUNCTION TRIM(WS-VEN-CODE-IN)
                        MOVE SPACES TO WS-AUDIT-OLD
                        STRING FUNCTION TRIM(WS-VEN-P-NAME) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-VEN-P-CAMPUS) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-VEN-P-CAPACITY) DELIMITED BY SIZE
                               " seats " DELIMITED BY SIZE
                               WS-VEN-P-OPEN DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               WS-VEN-P-CLOSE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-VEN-P-STATUS) DELIMITED BY SIZE
                            INTO WS-AUDIT-OLD
                        END-STRING
                        PERFORM BUILD-VENUE-RECORD
                    ELSE
                        MOVE VENUE-REC TO VENUE-TEMP-REC
                    END-IF
                    WRITE VENUE-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE VENUE-FILE
    CLOSE VENUE-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-VEN-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-VEN-TEMP-PATH WS-VEN-LIVE-PATH
        RETURNING WS-VEN-RENAME-STATUS

    MOVE "UPDATED" TO WS-AUDIT-FIELD
    PERFORM WRITE-AUDIT-LINE
    MOVE "Venue updated." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> BUILD-VENUE-RECORD: VENUE-TEMP-REC from WS-VEN-CODE-IN and the
*> WS-VEN-* working values.
BUILD-VENUE-RECORD.
    MOVE WS-VEN-CAPACITY TO WS-VEN-CAPACITY-EDIT
    MOVE SPACES TO VENUE-TEMP-REC
    STRING FUNCTION TRIM(WS-VEN-CODE-IN)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VEN-CAMPUS)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VEN-NAME)          DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VEN-CAPACITY-EDIT) DELIMITED BY SIZE "|"
           WS-VEN-OPEN                         DELIMITED BY SIZE "|"
           WS-VEN-CLOSE                        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VEN-STATUS)        DELIMITED BY SIZE
        INTO VENUE-TEMP-REC
    END-STRING
    EXIT PARAGRAPH.

*> SHOW-VENUE-LINE: one venue from the WS-VEN-P-* parse.
SHOW-VENUE-LINE.
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-P-CODE) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-P-NAME) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-P-CAMPUS) DELIMITED BY SIZE
           "), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-P-CAPACITY) DELIMITED BY SIZE
           " seats, " DELIMITED BY SIZE
           WS-VEN-P-OPEN DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-VEN-P-CLOSE DELIMITED BY SIZE
           " [" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEN-P-STATUS) DELIMITED BY SIZE
           "]" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LIST-ACTIVE-VENUES: the bookable rooms, for POST-EVENT-FLOW's venue
*> prompt. WS-VEN-SHOWN counts them.
LIST-ACTIVE-VENUES.
    MOVE 0 TO WS-VEN-SHOWN
    MOVE "N" TO WS-VEN-EOF
    OPEN INPUT VENUE-FILE
    IF VENUE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-VEN-EOF = "Y"
        READ VENUE-FILE
            AT END
                MOVE "Y" TO WS-VEN-EOF
            NOT AT END
                IF VENUE-REC NOT = SPACES
                    PERFORM PARSE-VENUE-RECORD
                    IF FUNCTION TRIM(WS-VEN-P-STATUS) = "ACTIVE"
                        IF WS-VEN-SHOWN = 0
                            MOVE "Campus venues:" TO OUTPUT-BUFFER
                            PERFORM DUAL-OUTPUT
                        END-IF
                        ADD 1 TO WS-VEN-SHOWN
                        PERFORM SHOW-VENUE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VENUE-FILE
    EXIT PARAGRAPH.

PARSE-VENUE-RECORD.
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
    EXIT PARAGRAPH.

*> FIND-VENUE-BY-CODE: WS-VEN-CODE-IN's row into WS-VEN-CODE/NAME/
*> CAMPUS/CAPACITY/OPEN/CLOSE/STATUS; WS-VEN-FOUND says whether it
*> exists.
FIND-VENUE-BY-CODE.
    MOVE "N" TO WS-VEN-FOUND
    MOVE "N" TO WS-VEN-EOF
    OPEN INPUT VENUE-FILE
    IF VENUE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-VEN-EOF = "Y"
        READ VENUE-FILE
            AT END
                MOVE "Y" TO WS-VEN-EOF
            NOT AT END
                IF VENUE-REC NOT = SPACES
                    PERFORM PARSE-VENUE-RECORD
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

*> CHECK-VENUE-HHMM: WS-VEN-HHMM-OK when WS-VEN-HHMM-IN is a valid
*> 24-hour HHMM time.
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

*> CHECK-VENUE-CONFLICT: is WS-EVT-VENUE already booked on WS-EVT-DATE
*> for a time overlapping WS-EVT-START to WS-EVT-END? Back-to-back
*> bookings (one ending as the next starts) are allowed. The clashing
*> event's title and times are left for the caller's message.
CHECK-VENUE-CONFLICT.
    MOVE "N" TO WS-VEN-CONFLICT
    MOVE SPACES TO WS-VEN-CLASH-TITLE WS-VEN-CLASH-START WS-VEN-CLASH-END
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT EVENT-FILE
    IF EVENT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVT-PARSED-VENUE))
                       = FUNCTION TRIM(WS-EVT-VENUE)
                       AND WS-EVT-PARSED-DATE = WS-EVT-DATE
                       AND WS-EVT-PARSED-START IS NUMERIC
                       AND WS-EVT-PARSED-END IS NUMERIC
                       AND WS-EVT-PARSED-START < WS-EVT-END
                       AND WS-EVT-START < WS-EVT-PARSED-END
                        MOVE "Y" TO WS-VEN-CONFLICT
                        MOVE WS-EVT-PARSED-TITLE TO WS-VEN-CLASH-TITLE
                        MOVE WS-EVT-PARSED-START TO WS-VEN-CLASH-START
                        MOVE WS-EVT-PARSED-END TO WS-VEN-CLASH-END
                        MOVE "Y" TO WS-EVT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE
    EXIT PARAGRAPH.

*> ADMIN-CAMPUS-CALENDAR-FLOW: the campus calendar of holidays and
*> closures. Lists what is still to come, then adds a closure (one
*> campus or ALL, a first and last date, a description) or removes an
*> upcoming one. Past closures stay on file - escalation ages are
*> counted back across them. Changes are journaled.
ADMIN-CAMPUS-CALENDAR-FLOW.
    MOVE "--- Campus Calendar ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-TODAY
    PERFORM LIST-UPCOMING-CLOSURES
    MOVE "Saturdays and Sundays are never business days." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    MOVE "1. Add a holiday or closure" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "2. Remove an upcoming holiday or closure" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter your choice, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CAL-CHOICE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE WS-CAL-CHOICE
        WHEN "1"
            PERFORM ADD-CAMPUS-CLOSURE
        WHEN "2"
            PERFORM REMOVE-CAMPUS-CLOSURE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> LIST-UPCOMING-CLOSURES: numbers the closures ending today or later;
*> WS-CAL-ROW-NO keeps each one's row in the file for a removal.
LIST-UPCOMING-CLOSURES.
    MOVE 0 TO WS-CAL-SHOWN
    MOVE 0 TO WS-CAL-ROW
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT CALENDAR-FILE
    IF CALENDAR-STATUS NOT = "35"
        PERFORM UNTIL WS-CAL-EOF = "Y"
            READ CALENDAR-FILE
                AT END
                    MOVE "Y" TO WS-CAL-EOF
                NOT AT END
                    ADD 1 TO WS-CAL-ROW
                    IF CALENDAR-REC NOT = SPACES
                        PERFORM PARSE-CALENDAR-RECORD
                        IF WS-CAL-P-LAST >= WS-CAL-TODAY
                           AND WS-CAL-SHOWN < 200
                            ADD 1 TO WS-CAL-SHOWN
                            MOVE WS-CAL-ROW TO WS-CAL-ROW-NO(WS-CAL-SHOWN)
                            PERFORM SHOW-CLOSURE-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF
    IF WS-CAL-SHOWN = 0
        MOVE "  (no upcoming holidays or closures on file)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> SHOW-CLOSURE-LINE: one closure from the WS-CAL-P-* parse, numbered
*> WS-CAL-SHOWN.
SHOW-CLOSURE-LINE.
    MOVE WS-CAL-SHOWN TO WS-CAL-LINE-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-CAL-P-LAST = WS-CAL-P-FIRST
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-LINE-EDIT) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-P-CAMPUS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-P-FIRST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-P-DESC) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-LINE-EDIT) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-P-CAMPUS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-P-FIRST DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CAL-P-LAST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-P-DESC) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> ADD-CAMPUS-CLOSURE: campus (Enter for ALL), first and last closed
*> dates (a closure cannot start in the past) and a description.
ADD-CAMPUS-CLOSURE.
    MOVE "Campus code, or press Enter for ALL campuses:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-CAL-CAMPUS-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-CAL-CAMPUS-IN REPLACING ALL "|" BY " "
    IF WS-CAL-CAMPUS-IN = SPACES
        MOVE "ALL" TO WS-CAL-CAMPUS-IN
    END-IF

    MOVE "First closed date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CAL-FIRST-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-CAL-FIRST-IN(1:8) NOT NUMERIC
       OR WS-CAL-FIRST-IN(9:2) NOT = SPACES
        MOVE "Error: Dates must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-CAL-FIRST-IN(1:8))) NOT = 0
        MOVE "Error: That is not a calendar date." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF WS-CAL-FIRST-IN(1:8) < WS-CAL-TODAY
        MOVE "Error: A closure cannot start in the past." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Last closed date (YYYYMMDD), or press Enter for a one-day closure:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CAL-LAST-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-CAL-LAST-IN = SPACES
        MOVE WS-CAL-FIRST-IN TO WS-CAL-LAST-IN
    END-IF
    IF WS-CAL-LAST-IN(1:8) NOT NUMERIC
       OR WS-CAL-LAST-IN(9:2) NOT = SPACES
        MOVE "Error: Dates must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-CAL-LAST-IN(1:8))) NOT = 0
        MOVE "Error: That is not a calendar date." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF WS-CAL-LAST-IN(1:8) < WS-CAL-FIRST-IN(1:8)
        MOVE "Error: The last closed date cannot be before the first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Description (e.g. Thanksgiving break):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CAL-DESC-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-CAL-DESC-IN REPLACING ALL "|" BY " "
    IF WS-CAL-DESC-IN = SPACES
        MOVE "Error: A description is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND CALENDAR-FILE
    IF CALENDAR-STATUS = "35"
        OPEN OUTPUT CALENDAR-FILE
    END-IF
    MOVE SPACES TO CALENDAR-REC
    STRING FUNCTION TRIM(WS-CAL-CAMPUS-IN) DELIMITED BY SIZE "|"
           WS-CAL-FIRST-IN(1:8)            DELIMITED BY SIZE "|"
           WS-CAL-LAST-IN(1:8)             DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-CAL-DESC-IN)   DELIMITED BY SIZE
        INTO CALENDAR-REC
    END-STRING
    WRITE CALENDAR-REC
    CLOSE CALENDAR-FILE

    MOVE "CAMPUS-CALENDAR" TO WS-AUDIT-ENTITY
    MOVE SPACES TO WS-AUDIT-KEY
    STRING FUNCTION TRIM(WS-CAL-CAMPUS-IN) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CAL-FIRST-IN(1:8) DELIMITED BY SIZE
        INTO WS-AUDIT-KEY
    END-STRING
    MOVE "ADDED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    STRING WS-CAL-FIRST-IN(1:8) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-CAL-LAST-IN(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CAL-DESC-IN) DELIMITED BY SIZE
        INTO WS-AUDIT-NEW
    END-STRING
    PERFORM WRITE-AUDIT-LINE
    MOVE "Closure added." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REMOVE-CAMPUS-CLOSURE: drops one of the closures LIST-UPCOMING-
*> CLOSURES numbered, by a temp-file swap.
REMOVE-CAMPUS-CLOSURE.
    IF WS-CAL-SHOWN = 0
        MOVE "There are no upcoming closures to remove." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE "Enter the number of the closure to remove:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-CAL-PICK-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    MOVE 0 TO WS-CAL-PICK
    IF WS-CAL-PICK-IN NOT = SPACES
       AND FUNCTION TRIM(WS-CAL-PICK-IN) IS NUMERIC
       AND WS-CAL-PICK-IN(4:) = SPACES
        MOVE FUNCTION NUMVAL(WS-CAL-PICK-IN) TO WS-CAL-PICK
    END-IF
    IF WS-CAL-PICK < 1 OR WS-CAL-PICK > WS-CAL-SHOWN
        MOVE "Error: Enter one of the numbers listed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CAL-ROW-NO(WS-CAL-PICK) TO WS-CAL-REMOVE-ROW

    MOVE SPACES TO WS-AUDIT-KEY WS-AUDIT-OLD
    MOVE 0 TO WS-CAL-ROW
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT CALENDAR-FILE
    OPEN OUTPUT CALENDAR-TEMP-FILE
    PERFORM UNTIL WS-CAL-EOF = "Y"
        READ CALENDAR-FILE
            AT END
                MOVE "Y" TO WS-CAL-EOF
            NOT AT END
                ADD 1 TO WS-CAL-ROW
                IF CALENDAR-REC NOT = SPACES
                    IF WS-CAL-ROW = WS-CAL-REMOVE-ROW
                        PERFORM PARSE-CALENDAR-RECORD
                        STRING FUNCTION TRIM(WS-CAL-P-CAMPUS) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-CAL-P-FIRST DELIMITED BY SIZE
                            INTO WS-AUDIT-KEY
                        END-STRING
                        STRING WS-CAL-P-FIRST DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               WS-CAL-P-LAST DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CAL-P-DESC) DELIMITED BY SIZE
                            INTO WS-AUDIT-OLD
                        END-STRING
                    ELSE
                        MOVE CALENDAR-REC TO CALENDAR-TEMP-REC
                        WRITE CALENDAR-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE
    CLOSE CALENDAR-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-CAL-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-CAL-TEMP-PATH WS-CAL-LIVE-PATH
        RETURNING WS-CAL-RENAME-STATUS

    MOVE "CAMPUS-CALENDAR" TO WS-AUDIT-ENTITY
    MOVE "REMOVED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    MOVE "Closure removed." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> PARSE-CALENDAR-RECORD: CAMPUS|FIRST-DATE|LAST-DATE|DESCRIPTION into
*> WS-CAL-P-*; a blank campus reads as ALL and a blank last date as a
*> one-day closure.
PARSE-CALENDAR-RECORD.
    MOVE SPACES TO WS-CAL-P-CAMPUS WS-CAL-P-FIRST WS-CAL-P-LAST
                   WS-CAL-P-DESC
    UNSTRING CALENDAR-REC DELIMITED BY "|"
        INTO WS-CAL-P-CAMPUS
             WS-CAL-P-FIRST
             WS-CAL-P-LAST
             WS-CAL-P-DESC
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAL-P-CAMPUS)) TO WS-CAL-P-CAMPUS
    IF WS-CAL-P-CAMPUS = SPACES
        MOVE "ALL" TO WS-CAL-P-CAMPUS
    END-IF
    IF WS-CAL-P-LAST = SPACES
        MOVE WS-CAL-P-FIRST TO WS-CAL-P-LAST
    END-IF
    EXIT PARAGRAPH.

*> LOAD-CAMPUS-CALENDAR: every closure on file into WS-CAL-TABLE for
*> CHECK-BUSINESS-DAY.
LOAD-CAMPUS-CALENDAR.
    MOVE 0 TO WS-CAL-COUNT
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT CALENDAR-FILE
    IF CALENDAR-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CAL-EOF = "Y"
        READ CALENDAR-FILE
            AT END
                MOVE "Y" TO WS-CAL-EOF
            NOT AT END
                IF CALENDAR-REC NOT = SPACES AND WS-CAL-COUNT < 500
                    PERFORM PARSE-CALENDAR-RECORD
                    IF WS-CAL-P-FIRST IS NUMERIC
                       AND WS-CAL-P-LAST IS NUMERIC
                        ADD 1 TO WS-CAL-COUNT
                        MOVE WS-CAL-P-CAMPUS TO WS-CAL-CAMPUS(WS-CAL-COUNT)
                        MOVE WS-CAL-P-FIRST TO WS-CAL-FIRST(WS-CAL-COUNT)
                        MOVE WS-CAL-P-LAST TO WS-CAL-LAST(WS-CAL-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE
    EXIT PARAGRAPH.

*> CHECK-BUSINESS-DAY: WS-CAL-OPEN is "Y" when WS-CAL-CHECK-DATE is a
*> weekday with no closure on file for WS-CAL-CHECK-CAMPUS or for ALL.
CHECK-BUSINESS-DAY.
    MOVE "Y" TO WS-CAL-OPEN
    COMPUTE WS-CAL-CHECK-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE)
    *> Day 1 of the integer calendar (1601-01-01) was a Monday.
    IF FUNCTION MOD(WS-CAL-CHECK-INT - 1, 7) >= 5
        MOVE "N" TO WS-CAL-OPEN
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CAL-OPEN = "N"
        IF (WS-CAL-CAMPUS(WS-CAL-IDX) = "ALL"
            OR WS-CAL-CAMPUS(WS-CAL-IDX) = WS-CAL-CHECK-CAMPUS)
           AND WS-CAL-CHECK-DATE >= WS-CAL-FIRST(WS-CAL-IDX)
           AND WS-CAL-CHECK-DATE <= WS-CAL-LAST(WS-CAL-IDX)
            MOVE "N" TO WS-CAL-OPEN
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> NEXT-CALENDAR-DAY: WS-CAL-CHECK-DATE plus one day.
NEXT-CALENDAR-DAY.
    COMPUTE WS-CAL-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE) + 1)
    EXIT PARAGRAPH.

*> ROLL-TO-BUSINESS-DAY: WS-CAL-CHECK-DATE moves forward to the first
*> business day on or after it (a year of steps at most, so a
*> mis-keyed closure cannot hang the caller).
ROLL-TO-BUSINESS-DAY.
    MOVE 0 TO WS-CAL-STEPS
    PERFORM CHECK-BUSINESS-DAY
    PERFORM UNTIL WS-CAL-OPEN = "Y" OR WS-CAL-STEPS >= 366
        PERFORM NEXT-CALENDAR-DAY
        ADD 1 TO WS-CAL-STEPS
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
    EXIT PARAGRAPH.

*> ADD-BUSINESS-DAYS: WS-CAL-CHECK-DATE moves forward WS-CAL-DAYS
*> business days - 1 from a Friday is the Monday, or the Tuesday when
*> that Monday is a holiday.
ADD-BUSINESS-DAYS.
    MOVE 0 TO WS-CAL-COUNTED
    MOVE 0 TO WS-CAL-STEPS
    PERFORM UNTIL WS-CAL-COUNTED >= WS-CAL-DAYS OR WS-CAL-STEPS >= 3660
        PERFORM NEXT-CALENDAR-DAY
        ADD 1 TO WS-CAL-STEPS
        PERFORM CHECK-BUSINESS-DAY
        IF WS-CAL-OPEN = "Y"
            ADD 1 TO WS-CAL-COUNTED
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> ADMIN-TRANSFER-CAMPUS-FLOW: supported way to move a student when
*> they transfer between campuses - the account's AR-CAMPUS changes
*> and everything partitioned by campus follows: their saved-search
*> match counts and nightly ranking rows are dropped (their batches
*> rebuild them under the new campus), and recommendation visibility
*> follows automatically because it reads AR-CAMPUS live. The change
*> is journaled. A registrar list goes through the CAMPUSTRANSFER
*> batch instead, which applies the same cascade per row.
ADMIN-TRANSFER-CAMPUS-FLOW.
    MOVE "Enter the username to transfer:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-TARGET
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Enter the new campus code:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-XFER-NEW-CAMPUS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-XFER-NEW-CAMPUS = SPACES
        MOVE "Error: A campus code is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE AR-USERNAME TO WS-ADMIN-SAVED-USERNAME

    MOVE "N" TO WS-XFER-FOUND
    MOVE "N" TO WS-ADMIN-EOF
    MOVE SPACES TO WS-XFER-OLD-CAMPUS
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        MOVE "No accounts on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE
    PERFORM UNTIL WS-ADMIN-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-ADMIN-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET))
                    MOVE "Y" TO WS-XFER-FOUND
                    MOVE AR-CAMPUS TO WS-XFER-OLD-CAMPUS
                    MOVE WS-XFER-NEW-CAMPUS TO AR-CAMPUS
                END-IF
                MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                WRITE ACCOUNT-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE

    IF WS-XFER-FOUND = "N"
        CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-TEMP-PATH
        MOVE WS-ADMIN-SAVED-USERNAME TO AR-USERNAME
        PERFORM REFRESH-OWN-ACCOUNT-RECORD
        MOVE "No account with that username." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-ACCOUNT-RENAME-STATUS

    MOVE WS-ADMIN-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD

    PERFORM CASCADE-CAMPUS-TRANSFER

    MOVE "ACCOUNT" TO WS-AUDIT-ENTITY
    MOVE WS-ADMIN-TARGET TO WS-AUDIT-KEY
    MOVE "CAMPUS" TO WS-AUDIT-FIELD
    MOVE WS-XFER-OLD-CAMPUS TO WS-AUDIT-OLD
    MOVE WS-XFER-NEW-CAMPUS TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Campus transferred - partitioned data will rebuild under the new campus." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CASCADE-CAMPUS-TRANSFER: drop the transferred user's rows from the
*> campus-partitioned derived files. SavedSearchMatches.txt rows are
*> USERNAME|SEARCH-NAME|COUNT|RUN-DATE|FIT-COUNT; CandidateRankings.txt rows are
*> JOB-ID|RANK|USERNAME|SCORE. Both are rebuilt nightly.
CASCADE-CAMPUS-TRANSFER.
    MOVE "N" TO WS-XFER-EOF
    OPEN INPUT SEARCH-MATCH-FILE
    IF SEARCH-MATCH-STATUS NOT = "35"
        OPEN OUTPUT SEARCH-MATCH-TEMP-FILE
        PERFORM UNTIL WS-XFER-EOF = "Y"
            READ SEARCH-MATCH-FILE
                AT END
                    MOVE "Y" TO WS-XFER-EOF
                NOT AT END
                    IF SEARCH-MATCH-REC NOT = SPACES
                        MOVE SPACES TO WS-XFER-F1
                        UNSTRING SEARCH-MATCH-REC DELIMITED BY "|"
                            INTO WS-XFER-F1
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XFER-F1))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET))
                            CONTINUE
                        ELSE
                            MOVE SEARCH-MATCH-REC TO SEARCH-MATCH-TEMP-REC
                            WRITE SEARCH-MATCH-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEARCH-MATCH-FILE
        CLOSE SEARCH-MATCH-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-SSM-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-SSM-TEMP-PATH WS-SSM-LIVE-PATH
            RETURNING WS-XFER-RENAME-STATUS
    END-IF

    MOVE "N" TO WS-XFER-EOF
    OPEN INPUT RANKING-FILE
    IF RANKING-STATUS NOT = "35"
        OPEN OUTPUT RANKING-TEMP-FILE
        PERFORM UNTIL WS-XFER-EOF = "Y"
            READ RANKING-FILE
                AT END
                    MOVE "Y" TO WS-XFER-EOF
                NOT AT END
                    IF RANKING-REC NOT = SPACES
                        MOVE SPACES TO WS-XFER-F1 WS-XFER-F2 WS-XFER-F3
                        UNSTRING RANKING-REC DELIMITED BY "|"
                            INTO WS-XFER-F1 WS-XFER-F2 WS-XFER-F3
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XFER-F3))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET))
                            CONTINUE
                        ELSE
                            MOVE RANKING-REC TO RANKING-TEMP-REC
                            WRITE RANKING-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RANKING-FILE
        CLOSE RANKING-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-RANK-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-RANK-TEMP-PATH WS-RANK-LIVE-PATH
            RETURNING WS-XFER-RENAME-STATUS
    END-IF
    EXIT PARAGRAPH.

*> ADMIN-DISABLE-ACCOUNT-FLOW: append the username to
*> DisabledAccounts.txt (USERNAME|DATE|DISABLED-BY); LOGIN refuses a
*> listed account from then on. The account row itself stays put so
*> its history remains intact.
ADMIN-DISABLE-ACCOUNT-FLOW.
    MOVE "Enter the username to disable:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-TARGET
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "You cannot disable your own account." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Type YES to confirm disabling this account:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-COMMAND)) NOT = "YES"
        MOVE "Account disable cancelled." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> Maker-checker: one admin asks, a second one approves - the
    *> account is only actually disabled from the Pending Approvals
    *> queue. Our one wrongful disable came from a mistyped username
    *> taking effect instantly.
    MOVE "DISABLE-ACCOUNT" TO WS-PAQ-TYPE
    MOVE WS-ADMIN-TARGET TO WS-PAQ-TARGET
    PERFORM CHECK-PENDING-ACTION-DUPLICATE
    IF WS-PAQ-DUPLICATE = "Y"
        MOVE "That disable is already awaiting a second administrator." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-PENDING-ACTION

    MOVE "ADMIN-ACTION" TO WS-AUDIT-ENTITY
    MOVE WS-ADMIN-TARGET TO WS-AUDIT-KEY
    MOVE "DISABLE-REQUESTED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE AR-USERNAME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Disable queued - a second administrator must approve it from Pending Approvals." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

CHECK-PENDING-ACTION-DUPLICATE.
    MOVE "N" TO WS-PAQ-DUPLICATE
    MOVE "N" TO WS-PAQ-EOF
    OPEN INPUT PENDING-ACTION-FILE
    IF PENDING-ACTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PAQ-EOF = "Y"
        READ PENDING-ACTION-FILE
            AT END
                MOVE "Y" TO WS-PAQ-EOF
            NOT AT END
                IF PENDING-ACTION-REC NOT = SPACES
                    PERFORM PARSE-PENDING-ACTION
                    IF FUNCTION TRIM(WS-PAQ-PARSED-TYPE)
                       = FUNCTION TRIM(WS-PAQ-TYPE)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-PARSED-TARGET))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-TARGET))
                        MOVE "Y" TO WS-PAQ-DUPLICATE
                        MOVE "Y" TO WS-PAQ-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PENDING-ACTION-FILE
    EXIT PARAGRAPH.

PARSE-PENDING-ACTION.
    MOVE SPACES TO WS-PAQ-PARSED-TYPE WS-PAQ-PARSED-TARGET
                   WS-PAQ-PARSED-BY WS-PAQ-PARSED-DATE
                   WS-PAQ-PARSED-DETAIL
    UNSTRING PENDING-ACTION-REC DELIMITED BY "|"
        INTO WS-PAQ-PARSED-TYPE
             WS-PAQ-PARSED-TARGET
             WS-PAQ-PARSED-BY
             WS-PAQ-PARSED-DATE
             WS-PAQ-PARSED-DETAIL
    END-UNSTRING
    EXIT PARAGRAPH.

WRITE-PENDING-ACTION.
    OPEN EXTEND PENDING-ACTION-FILE
    IF PENDING-ACTION-STATUS = "35"
        OPEN OUTPUT PENDING-ACTION-FILE
    END-IF
    MOVE SPACES TO PENDING-ACTION-REC
    STRING FUNCTION TRIM(WS-PAQ-TYPE)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAQ-TARGET) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE
        INTO PENDING-ACTION-REC
    END-STRING
    *> An optional fifth DETAIL field carries what the checker needs to
    *> see beyond the target (a legal hold's matter reference, an
    *> account's new role).
    IF WS-PAQ-DETAIL NOT = SPACES
        MOVE SPACES TO WS-PAQ-ROW
        STRING FUNCTION TRIM(PENDING-ACTION-REC) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PAQ-DETAIL)      DELIMITED BY SIZE
            INTO WS-PAQ-ROW
        END-STRING
        MOVE WS-PAQ-ROW TO PENDING-ACTION-REC
        MOVE SPACES TO WS-PAQ-DETAIL
    END-IF
    WRITE PENDING-ACTION-REC
    CLOSE PENDING-ACTION-FILE
    EXIT PARAGRAPH.

*> CHECK-PASSWORD-EXPIRY: compare the newest PasswordHistory.txt row's
*> date for this user against PASSWORD_MAX_AGE_DAYS (zero disables the
*> policy). An account with no history row gets a baseline row dated
*> today, so aging starts the first time it logs in after the policy
*> shipped instead of locking the whole campus out at once. The pass
*> also gathers the last few hashes for the reuse check.
CHECK-PASSWORD-EXPIRY.
    MOVE "N" TO WS-PWD-EXPIRED
    MOVE SPACES TO WS-PWD-LAST-DATE
    MOVE 0 TO WS-PWD-HIST-COUNT
    MOVE "N" TO WS-PWD-EOF
    OPEN INPUT PWD-HIST-FILE
    IF PWD-HIST-STATUS NOT = "35"
        PERFORM UNTIL WS-PWD-EOF = "Y"
            READ PWD-HIST-FILE
                AT END
                    MOVE "Y" TO WS-PWD-EOF
                NOT AT END
                    IF PWD-HIST-REC NOT = SPACES
                        MOVE SPACES TO WS-PWH-PARSED-USER
                                       WS-PWH-PARSED-DATE
                                       WS-PWH-PARSED-HASH
                        UNSTRING PWD-HIST-REC DELIMITED BY "|"
                            INTO WS-PWH-PARSED-USER
                                 WS-PWH-PARSED-DATE
                                 WS-PWH-PARSED-HASH
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PWH-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            IF WS-PWH-PARSED-DATE > WS-PWD-LAST-DATE
                                MOVE WS-PWH-PARSED-DATE TO WS-PWD-LAST-DATE
                            END-IF
                            IF WS-PWD-HIST-COUNT < 10
                                ADD 1 TO WS-PWD-HIST-COUNT
                            ELSE
                                PERFORM VARYING WS-PWD-IDX FROM 1 BY 1
                                    UNTIL WS-PWD-IDX >= 10
                                    MOVE WS-PWD-HIST-HASH(WS-PWD-IDX + 1)
                                        TO WS-PWD-HIST-HASH(WS-PWD-IDX)
                                END-PERFORM
                            END-IF
                            MOVE WS-PWH-PARSED-HASH
                                TO WS-PWD-HIST-HASH(WS-PWD-HIST-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PWD-HIST-FILE
    END-IF

    IF WS-PWD-HIST-COUNT = 0
        *> Baseline the current password as of today.
        MOVE AR-PASSWORD-HASH TO WS-PWD-HASH
        PERFORM WRITE-PASSWORD-HISTORY-ROW
        EXIT PARAGRAPH
    END-IF

    IF WS-PWD-MAX-AGE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-PWD-LAST-DATE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PWD-LAST-DATE TO WS-PWD-DATE-NUM
    COMPUTE WS-PWD-AGE-DAYS
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
        - FUNCTION INTEGER-OF-DATE(WS-PWD-DATE-NUM)
    IF WS-PWD-AGE-DAYS > WS-PWD-MAX-AGE
        MOVE "Y" TO WS-PWD-EXPIRED
    END-IF
    EXIT PARAGRAPH.

*> FORCED-PASSWORD-CHANGE: the session does not continue until a new
*> password is set. The candidate is hashed with the same derivation
*> the other password writers use, refused when it matches any of the
*> last PASSWORD_HISTORY_DEPTH hashes on file (identical password
*> derives an identical salt, so a reuse collides exactly), then the
*> account row is rewritten and the history extended.
FORCED-PASSWORD-CHANGE.
    MOVE "Your password has expired and must be changed before you continue." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "N" TO WS-PWD-ACCEPTED
    PERFORM UNTIL WS-PWD-ACCEPTED = "Y" OR EOF = "Y"
        MOVE "Please enter a new password:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE IN-REC TO WS-PWD-NEW
        END-READ
        IF EOF NOT = "Y"
            IF FUNCTION TRIM(WS-PWD-NEW) = SPACES
                MOVE "Error: The password cannot be empty." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                PERFORM HASH-CANDIDATE-PASSWORD
                PERFORM CHECK-PASSWORD-REUSE
                IF WS-PWD-REUSED = "Y"
                    MOVE "Error: That password was used recently - choose a different one." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                ELSE
                    MOVE "Y" TO WS-PWD-ACCEPTED
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    PERFORM REWRITE-OWN-PASSWORD
    MOVE WS-PWD-HASH TO AR-PASSWORD-HASH
    MOVE WS-PWD-SALT TO AR-PASSWORD-SALT
    PERFORM WRITE-PASSWORD-HISTORY-ROW

    MOVE "ACCOUNT" TO WS-AUDIT-ENTITY
    MOVE AR-USERNAME TO WS-AUDIT-KEY
    MOVE "PASSWORD" TO WS-AUDIT-FIELD
    MOVE "expired" TO WS-AUDIT-OLD
    MOVE "changed" TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Password changed. Thank you." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> HASH-CANDIDATE-PASSWORD: same salt derivation and hash algorithm as
*> CREATE-ACCOUNT / LOGIN / RECOVER-ACCOUNT, applied to WS-PWD-NEW.
HASH-CANDIDATE-PASSWORD.
    MOVE SPACES TO WS-PWD-SALT
    MOVE FUNCTION TRIM(AR-USERNAME) TO WS-PWD-SALT
    COMPUTE WS-PWD-SEED
        = FUNCTION LENGTH(FUNCTION TRIM(AR-USERNAME)) * 31
        + FUNCTION LENGTH(FUNCTION TRIM(WS-PWD-NEW)) * 17
    MOVE WS-PWD-SEED TO WS-PWD-SALT(11:6)

    MOVE 0 TO WS-PWD-SEED
    PERFORM VARYING WS-PWD-IDX FROM 1 BY 1
            UNTIL WS-PWD-IDX > FUNCTION LENGTH(FUNCTION TRIM(WS-PWD-NEW))
        COMPUTE WS-PWD-SEED = FUNCTION MOD(
            (WS-PWD-SEED * 31) + FUNCTION ORD(WS-PWD-NEW(WS-PWD-IDX:1)),
            99999999)
    END-PERFORM
    PERFORM VARYING WS-PWD-IDX FROM 1 BY 1 UNTIL WS-PWD-IDX > 16
        COMPUTE WS-PWD-SEED = FUNCTION MOD(
            (WS-PWD-SEED * 31) + FUNCTION ORD(WS-PWD-SALT(WS-PWD-IDX:1)),
            99999999)
    END-PERFORM
    MOVE SPACES TO WS-PWD-HASH
    MOVE WS-PWD-SEED TO WS-PWD-HASH(1:9)
    EXIT PARAGRAPH.

*> CHECK-PASSWORD-REUSE: the candidate hash against the newest
*> PASSWORD_HISTORY_DEPTH hashes gathered by CHECK-PASSWORD-EXPIRY,
*> plus the hash currently on the account.
CHECK-PASSWORD-REUSE.
    MOVE "N" TO WS-PWD-REUSED
    IF WS-PWD-HASH = AR-PASSWORD-HASH
        MOVE "Y" TO WS-PWD-REUSED
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PWD-IDX FROM WS-PWD-HIST-COUNT BY -1
        UNTIL WS-PWD-IDX < 1
           OR WS-PWD-IDX <= WS-PWD-HIST-COUNT - WS-PWD-HISTORY-DEPTH
        IF WS-PWD-HIST-HASH(WS-PWD-IDX) = WS-PWD-HASH
            MOVE "Y" TO WS-PWD-REUSED
            MOVE 0 TO WS-PWD-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> REWRITE-OWN-PASSWORD: account-file temp swap substituting the new
*> salt and hash on the session user's row.
REWRITE-OWN-PASSWORD.
    MOVE AR-USERNAME TO WS-ADMIN-SAVED-USERNAME
    MOVE "N" TO WS-PWD-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE
    PERFORM UNTIL WS-PWD-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-PWD-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-SAVED-USERNAME))
                    MOVE WS-PWD-SALT TO AR-PASSWORD-SALT
                    MOVE WS-PWD-HASH TO AR-PASSWORD-HASH
                END-IF
                MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                WRITE ACCOUNT-TEMP-REC
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-ACCOUNT-RENAME-STATUS
    MOVE WS-ADMIN-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

WRITE-PASSWORD-HISTORY-ROW.
    OPEN EXTEND PWD-HIST-FILE
    IF PWD-HIST-STATUS = "35"
        OPEN OUTPUT PWD-HIST-FILE
    END-IF
    MOVE SPACES TO PWD-HIST-REC
    STRING FUNCTION TRIM(AR-USERNAME)      DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PWD-HASH)      DELIMITED BY SIZE
        INTO PWD-HIST-REC
    END-STRING
    WRITE PWD-HIST-REC
    CLOSE PWD-HIST-FILE
    EXIT PARAGRAPH.

*> CHECK-SENDING-HOLD: is WS-HOLD-TARGET on the abuse-scan's sending
*> hold list?
CHECK-SENDING-HOLD.
    MOVE "N" TO WS-HOLD-FOUND
    MOVE "N" TO WS-HOLD-EOF
    OPEN INPUT HOLD-FILE
    IF HOLD-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HOLD-EOF = "Y"
        READ HOLD-FILE
            AT END
                MOVE "Y" TO WS-HOLD-EOF
            NOT AT END
                IF HOLD-REC NOT = SPACES
                    MOVE SPACES TO WS-HLD-PARSED-USER WS-HLD-PARSED-DATE
                                   WS-HLD-PARSED-REASON
                    UNSTRING HOLD-REC DELIMITED BY "|"
                        INTO WS-HLD-PARSED-USER
                             WS-HLD-PARSED-DATE
                             WS-HLD-PARSED-REASON
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HLD-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLD-TARGET))
                        MOVE "Y" TO WS-HOLD-FOUND
                        MOVE "Y" TO WS-HOLD-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE
    EXIT PARAGRAPH.

*> ADMIN-POSTING-APPROVALS-FLOW: the pre-moderation queue - every
*> posting sitting in Pending, approved (status to Open, so Browse
*> starts showing it) or rejected (status to Removed) by Job ID, with
*> the decision journaled.
ADMIN-POSTING-APPROVALS-FLOW.
    MOVE "--- Postings Awaiting Approval ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-GATE-PRIOR-COUNT
    MOVE "N" TO WS-GATE-EOF2
    OPEN INPUT JOB-FILE
    IF JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-GATE-EOF2 = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-GATE-EOF2
                NOT AT END
                    IF JOB-REC NOT = SPACES
                        PERFORM PARSE-JOB-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-POSTING-STATUS))
                           = "PENDING"
                            ADD 1 TO WS-GATE-PRIOR-COUNT
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  Job " DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-PARSED-ID) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-PARSED-TITLE) DELIMITED BY SIZE
                                   " by " DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-PARSED-EMPLOYER) DELIMITED BY SIZE
                                   " (posted " DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-PARSED-POSTED-DATE) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                            MOVE FUNCTION TRIM(JOB-PARSED-ID) TO WS-PAY-JOB-ID
                            PERFORM LOAD-PAY-HOLD
                            IF WS-PAY-HELD = "Y"
                                MOVE SPACES TO OUTPUT-BUFFER
                                STRING "    Pay-transparency hold: " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-PAY-HELD-REASON) DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                                PERFORM DUAL-OUTPUT
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-FILE
    END-IF
    IF WS-GATE-PRIOR-COUNT = 0
        MOVE "  No postings awaiting approval." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a Job ID to decide, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-FLAG-JOB-ID
    END-READ
    IF EOF = "Y" OR WS-FLAG-JOB-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "N"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS))
          NOT = "PENDING"
        MOVE "No pending posting with that Job ID." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter A to approve this posting, or R to reject it:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-ADMIN-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> A posting held for its pay range can be approved, but it stays
    *> Pending until the employer fixes the range - approval only
    *> changes what the hold releases it to.
    MOVE FUNCTION TRIM(WS-FLAG-JOB-ID) TO WS-PAY-JOB-ID
    PERFORM LOAD-PAY-HOLD
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-COMMAND))
        WHEN "A"
            IF WS-PAY-HELD = "Y"
                MOVE "Open" TO WS-PAY-PRIOR-STATUS
                MOVE WS-PAY-HELD-JURIS TO WS-PAY-JURISDICTION
                MOVE WS-PAY-HELD-REASON TO WS-PAY-REASON
                PERFORM WRITE-PAY-HOLD
                MOVE "JOB" TO WS-AUDIT-ENTITY
                MOVE WS-FLAG-JOB-ID TO WS-AUDIT-KEY
                MOVE "APPROVAL" TO WS-AUDIT-FIELD
                MOVE "Pending" TO WS-AUDIT-OLD
                MOVE "Approved, pay hold" TO WS-AUDIT-NEW
                PERFORM WRITE-AUDIT-LINE
                MOVE "Posting approved - it goes live once the employer corrects its pay range." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                MOVE "Open" TO JOB-DETAILS-POSTING-STATUS
                PERFORM UPDATE-JOB-RECORD
                MOVE "JOB" TO WS-AUDIT-ENTITY
                MOVE WS-FLAG-JOB-ID TO WS-AUDIT-KEY
                MOVE "APPROVAL" TO WS-AUDIT-FIELD
                MOVE "Pending" TO WS-AUDIT-OLD
                MOVE "Open" TO WS-AUDIT-NEW
                PERFORM WRITE-AUDIT-LINE
                MOVE "Posting approved - it is now live." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
        WHEN "R"
            MOVE "Removed" TO JOB-DETAILS-POSTING-STATUS
            PERFORM UPDATE-JOB-RECORD
            IF WS-PAY-HELD = "Y"
                PERFORM REMOVE-PAY-HOLD
            END-IF
            MOVE "JOB" TO WS-AUDIT-ENTITY
            MOVE WS-FLAG-JOB-ID TO WS-AUDIT-KEY
            MOVE "APPROVAL" TO WS-AUDIT-FIELD
            MOVE "Pending" TO WS-AUDIT-OLD
            MOVE "Removed" TO WS-AUDIT-NEW
            PERFORM WRITE-AUDIT-LINE
            MOVE "Posting rejected and removed." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> ADMIN-SENDING-HOLDS-FLOW: the abuse report's holds - list them and
*> clear one once the admin is satisfied the sender has stopped.
ADMIN-SENDING-HOLDS-FLOW.
    MOVE "--- Sending Holds ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-HOLD-SHOWN
    MOVE "N" TO WS-HOLD-EOF
    OPEN INPUT HOLD-FILE
    IF HOLD-STATUS NOT = "35"
        PERFORM UNTIL WS-HOLD-EOF = "Y"
            READ HOLD-FILE
                AT END
                    MOVE "Y" TO WS-HOLD-EOF
                NOT AT END
                    IF HOLD-REC NOT = SPACES
                        MOVE SPACES TO WS-HLD-PARSED-USER WS-HLD-PARSED-DATE
                                       WS-HLD-PARSED-REASON
                        UNSTRING HOLD-REC DELIMITED BY "|"
                            INTO WS-HLD-PARSED-USER
                                 WS-HLD-PARSED-DATE
                                 WS-HLD-PARSED-REASON
                        END-UNSTRING
                        ADD 1 TO WS-HOLD-SHOWN
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSED-USER) DELIMITED BY SIZE
                               " (since " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSED-DATE) DELIMITED BY SIZE
                               ") - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSED-REASON) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF
    IF WS-HOLD-SHOWN = 0
        MOVE "No sending holds in place." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a username to clear their hold, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-HOLD-TARGET
    END-READ
    IF EOF = "Y" OR WS-HOLD-TARGET = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM CLEAR-SENDING-HOLD

    IF WS-HOLD-FOUND = "Y"
        MOVE "HOLD" TO WS-AUDIT-ENTITY
        MOVE WS-HOLD-TARGET TO WS-AUDIT-KEY
        MOVE "CLEARED" TO WS-AUDIT-FIELD
        MOVE SPACES TO WS-AUDIT-OLD
        MOVE AR-USERNAME TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
        MOVE "Sending hold cleared." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        MOVE "No hold on file for that username." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> CLEAR-SENDING-HOLD: drop WS-HOLD-TARGET's row from the sending
*> hold list; WS-HOLD-FOUND says whether there was one.
CLEAR-SENDING-HOLD.
    MOVE "N" TO WS-HOLD-EOF
    MOVE "N" TO WS-HOLD-FOUND
    OPEN INPUT HOLD-FILE
    IF HOLD-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT HOLD-TEMP-FILE
    PERFORM UNTIL WS-HOLD-EOF = "Y"
        READ HOLD-FILE
            AT END
                MOVE "Y" TO WS-HOLD-EOF
            NOT AT END
                IF HOLD-REC NOT = SPACES
                    MOVE SPACES TO WS-HLD-PARSED-USER
                    UNSTRING HOLD-REC DELIMITED BY "|"
                        INTO WS-HLD-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HLD-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLD-TARGET))
                        MOVE "Y" TO WS-HOLD-FOUND
                    ELSE
                        MOVE HOLD-REC TO HOLD-TEMP-REC
                        WRITE HOLD-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE
    CLOSE HOLD-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-HOLD-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-HOLD-TEMP-PATH WS-HOLD-LIVE-PATH
        RETURNING WS-HOLD-RENAME-STATUS
    EXIT PARAGRAPH.

*> ADMIN-LEGAL-HOLDS-FLOW: list the legal holds in force, and queue a
*> new hold or a release for a second administrator - neither takes
*> effect until it is approved from Pending Approvals.
ADMIN-LEGAL-HOLDS-FLOW.
    MOVE "--- Legal Holds ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-LGH-SHOWN
    MOVE "N" TO WS-LGH-EOF
    OPEN INPUT LEGAL-HOLD-FILE
    IF LEGAL-HOLD-STATUS NOT = "35"
        PERFORM UNTIL WS-LGH-EOF = "Y"
            READ LEGAL-HOLD-FILE
                AT END
                    MOVE "Y" TO WS-LGH-EOF
                NOT AT END
                    IF LEGAL-HOLD-REC NOT = SPACES
                        PERFORM PARSE-LEGAL-HOLD
                        ADD 1 TO WS-LGH-SHOWN
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LGH-PARSED-TYPE) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LGH-PARSED-KEY) DELIMITED BY SIZE
                               " - matter " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LGH-PARSED-MATTER) DELIMITED BY SIZE
                               " (since " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LGH-PARSED-DATE) DELIMITED BY SIZE
                               ", requested by " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LGH-PARSED-REQ-BY) DELIMITED BY SIZE
                               ", approved by " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LGH-PARSED-APP-BY) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEGAL-HOLD-FILE
    END-IF
    IF WS-LGH-SHOWN = 0
        MOVE "No legal holds in place." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Enter P to place a hold, R to release one, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-LGH-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-LGH-COMMAND NOT = "P" AND WS-LGH-COMMAND NOT = "R"
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter A for an account or J for a job posting:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-LGH-TYPE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    EVALUATE WS-LGH-TYPE
        WHEN "A"
            MOVE "ACCOUNT" TO WS-LGH-TYPE
            MOVE "Enter the username:" TO OUTPUT-BUFFER
        WHEN "J"
            MOVE "POSTING" TO WS-LGH-TYPE
            MOVE "Enter the JOB-ID:" TO OUTPUT-BUFFER
        WHEN OTHER
            MOVE "Please enter A or J." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LGH-KEY
    END-READ
    IF EOF = "Y" OR WS-LGH-KEY = SPACES
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-LGH-KEY REPLACING ALL "|" BY " "

    PERFORM CHECK-LEGAL-HOLD
    IF WS-LGH-COMMAND = "R"
        IF WS-LGH-FOUND = "N"
            MOVE "No legal hold on file for that key." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-LGH-PARSED-MATTER TO WS-LGH-MATTER
        MOVE WS-LGH-PARSED-KEY TO WS-LGH-KEY
        IF WS-LGH-TYPE = "ACCOUNT"
            MOVE "RELEASE-ACCOUNT-HOLD" TO WS-PAQ-TYPE
        ELSE
            MOVE "RELEASE-POSTING-HOLD" TO WS-PAQ-TYPE
        END-IF
        MOVE "RELEASE-REQUESTED" TO WS-AUDIT-FIELD
    ELSE
        IF WS-LGH-FOUND = "Y"
            MOVE "That is already under a legal hold." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        *> A hold must name something that exists.
        IF WS-LGH-TYPE = "ACCOUNT"
            MOVE AR-USERNAME TO WS-VIEWAS-ADMIN
            MOVE WS-LGH-KEY TO WS-VIEWAS-TARGET
            PERFORM CHECK-VIEWAS-TARGET-EXISTS
            IF WS-VIEWAS-FOUND = "N"
                MOVE "No account with that username." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE "PLACE-ACCOUNT-HOLD" TO WS-PAQ-TYPE
        ELSE
            MOVE WS-LGH-KEY TO WS-FLAG-JOB-ID
            PERFORM FIND-JOB-BY-ID
            IF JOB-DETAILS-FOUND = "N"
                MOVE "No job posting with that JOB-ID." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
                EXIT PARAGRAPH
            END-IF
            MOVE "PLACE-POSTING-HOLD" TO WS-PAQ-TYPE
        END-IF
        MOVE "Enter the matter reference for this hold:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-LGH-MATTER
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
        INSPECT WS-LGH-MATTER REPLACING ALL "|" BY " "
        IF WS-LGH-MATTER = SPACES
            MOVE "A legal hold needs a matter reference - nothing was queued." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        MOVE "PLACE-REQUESTED" TO WS-AUDIT-FIELD
    END-IF

    MOVE WS-LGH-KEY TO WS-PAQ-TARGET
    PERFORM CHECK-PENDING-ACTION-DUPLICATE
    IF WS-PAQ-DUPLICATE = "Y"
        MOVE "That request is already awaiting a second administrator." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LGH-MATTER TO WS-PAQ-DETAIL
    PERFORM WRITE-PENDING-ACTION

    MOVE "LEGAL-HOLD" TO WS-AUDIT-ENTITY
    MOVE WS-LGH-KEY TO WS-AUDIT-KEY
    MOVE WS-LGH-TYPE TO WS-AUDIT-OLD
    MOVE WS-LGH-MATTER TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE "Request queued - a second administrator must approve it from Pending Approvals." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

PARSE-LEGAL-HOLD.
    MOVE SPACES TO WS-LGH-PARSED-TYPE WS-LGH-PARSED-KEY
                   WS-LGH-PARSED-MATTER WS-LGH-PARSED-DATE
                   WS-LGH-PARSED-REQ-BY WS-LGH-PARSED-APP-BY
    UNSTRING LEGAL-HOLD-REC DELIMITED BY "|"
        INTO WS-LGH-PARSED-TYPE
             WS-LGH-PARSED-KEY
             WS-LGH-PARSED-MATTER
             WS-LGH-PARSED-DATE
             WS-LGH-PARSED-REQ-BY
             WS-LGH-PARSED-APP-BY
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-LEGAL-HOLD: is WS-LGH-TYPE / WS-LGH-KEY under legal hold?
*> On a hit the hold's row is left in WS-LGH-PARSED-*.
CHECK-LEGAL-HOLD.
    MOVE "N" TO WS-LGH-FOUND
    MOVE "N" TO WS-LGH-EOF
    IF WS-LGH-KEY = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT LEGAL-HOLD-FILE
    IF LEGAL-HOLD-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LGH-EOF = "Y"
        READ LEGAL-HOLD-FILE
            AT END
                MOVE "Y" TO WS-LGH-EOF
            NOT AT END
                IF LEGAL-HOLD-REC NOT = SPACES
                    PERFORM PARSE-LEGAL-HOLD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LGH-PARSED-TYPE))
                       = FUNCTION TRIM(WS-LGH-TYPE)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LGH-PARSED-KEY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LGH-KEY))
                        MOVE "Y" TO WS-LGH-FOUND
                        MOVE "Y" TO WS-LGH-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE
    EXIT PARAGRAPH.

*> WRITE-LEGAL-HOLD-LOG: record what the hold in WS-LGH-PARSED-*
*> just blocked (WS-LGH-ACTION).
WRITE-LEGAL-HOLD-LOG.
    OPEN EXTEND HOLD-LOG-FILE
    IF HOLD-LOG-STATUS = "35"
        OPEN OUTPUT HOLD-LOG-FILE
    END-IF
    MOVE SPACES TO HOLD-LOG-REC
    STRING FUNCTION CURRENT-DATE(1:8)           DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)           DELIMITED BY SIZE "|"
           "INCOLLEGE"                          DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LGH-PARSED-TYPE)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LGH-PARSED-KEY)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LGH-PARSED-MATTER)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LGH-ACTION)         DELIMITED BY SIZE
        INTO HOLD-LOG-REC
    END-STRING
    WRITE HOLD-LOG-REC
    CLOSE HOLD-LOG-FILE
    EXIT PARAGRAPH.

*> PLACE-LEGAL-HOLD: the approved hold goes on file, naming both the
*> administrator who asked for it and the one who approved it.
PLACE-LEGAL-HOLD.
    MOVE WS-PAQ-QUEUED-DETAIL TO WS-LGH-MATTER
    MOVE WS-PAQ-TARGET TO WS-LGH-KEY
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LGH-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND LEGAL-HOLD-FILE
    IF LEGAL-HOLD-STATUS = "35"
        OPEN OUTPUT LEGAL-HOLD-FILE
    END-IF
    MOVE SPACES TO LEGAL-HOLD-REC
    STRING FUNCTION TRIM(WS-LGH-TYPE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAQ-TARGET)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LGH-MATTER)     DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAQ-ENTRY-BY(WS-PAQ-SELECTION)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)       DELIMITED BY SIZE
        INTO LEGAL-HOLD-REC
    END-STRING
    WRITE LEGAL-HOLD-REC
    CLOSE LEGAL-HOLD-FILE
    MOVE "LEGAL-HOLD" TO WS-AUDIT-ENTITY
    MOVE WS-PAQ-TARGET TO WS-AUDIT-KEY
    MOVE "PLACED" TO WS-AUDIT-FIELD
    MOVE WS-LGH-TYPE TO WS-AUDIT-OLD
    MOVE WS-LGH-MATTER TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    EXIT PARAGRAPH.

*> RELEASE-LEGAL-HOLD: drop the approved release's row via a temp-file
*> swap.
RELEASE-LEGAL-HOLD.
    MOVE WS-PAQ-QUEUED-DETAIL TO WS-LGH-MATTER
    MOVE "N" TO WS-LGH-EOF
    MOVE "N" TO WS-LGH-FOUND
    OPEN INPUT LEGAL-HOLD-FILE
    IF LEGAL-HOLD-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT LEGAL-HOLD-TEMP-FILE
    PERFORM UNTIL WS-LGH-EOF = "Y"
        READ LEGAL-HOLD-FILE
            AT END
                MOVE "Y" TO WS-LGH-EOF
            NOT AT END
                IF LEGAL-HOLD-REC NOT = SPACES
                    PERFORM PARSE-LEGAL-HOLD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LGH-PARSED-TYPE))
                       = FUNCTION TRIM(WS-LGH-TYPE)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LGH-PARSED-KEY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-TARGET))
                        MOVE "Y" TO WS-LGH-FOUND
                    ELSE
                        MOVE LEGAL-HOLD-REC TO LEGAL-HOLD-TEMP-REC
                        WRITE LEGAL-HOLD-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE
    CLOSE LEGAL-HOLD-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-LGH-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-LGH-TEMP-PATH WS-LGH-LIVE-PATH
        RETURNING WS-LGH-RENAME-STATUS
    IF WS-LGH-FOUND = "Y"
        MOVE "LEGAL-HOLD" TO WS-AUDIT-ENTITY
        MOVE WS-PAQ-TARGET TO WS-AUDIT-KEY
        MOVE "RELEASED" TO WS-AUDIT-FIELD
        MOVE WS-LGH-TYPE TO WS-AUDIT-OLD
        MOVE WS-LGH-MATTER TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
    END-IF
    EXIT PARAGRAPH.

*> ADMIN-PENDING-APPROVALS-FLOW: the checker's side of maker-checker.
*> Lists the queued destructive actions; a DIFFERENT administrator
*> approves (the rewrite finally happens) or rejects, and both
*> identities land in the audit journal - the maker on the request
*> line, the checker on the decision line.
ADMIN-PENDING-APPROVALS-FLOW.
    MOVE 0 TO WS-PAQ-COUNT
    MOVE "N" TO WS-PAQ-EOF
    MOVE "--- Pending Approvals ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    OPEN INPUT PENDING-ACTION-FILE
    IF PENDING-ACTION-STATUS NOT = "35"
        PERFORM UNTIL WS-PAQ-EOF = "Y"
            READ PENDING-ACTION-FILE
                AT END
                    MOVE "Y" TO WS-PAQ-EOF
                NOT AT END
                    IF PENDING-ACTION-REC NOT = SPACES
                       AND WS-PAQ-COUNT < 100
                        PERFORM PARSE-PENDING-ACTION
                        ADD 1 TO WS-PAQ-COUNT
                        MOVE WS-PAQ-PARSED-TYPE
                            TO WS-PAQ-ENTRY-TYPE(WS-PAQ-COUNT)
                        MOVE WS-PAQ-PARSED-TARGET
                            TO WS-PAQ-ENTRY-TARGET(WS-PAQ-COUNT)
                        MOVE WS-PAQ-PARSED-BY
                            TO WS-PAQ-ENTRY-BY(WS-PAQ-COUNT)
                        MOVE WS-PAQ-PARSED-DETAIL
                            TO WS-PAQ-ENTRY-DETAIL(WS-PAQ-COUNT)
                        MOVE WS-PAQ-COUNT TO WS-PAQ-IDX-DISPLAY
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING FUNCTION TRIM(WS-PAQ-IDX-DISPLAY) DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PAQ-PARSED-TYPE) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PAQ-PARSED-TARGET) DELIMITED BY SIZE
                               " (requested by " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PAQ-PARSED-BY) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PAQ-PARSED-DATE) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                        IF WS-PAQ-PARSED-DETAIL NOT = SPACES
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "     Detail: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-PAQ-PARSED-DETAIL) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PENDING-ACTION-FILE
    END-IF

    IF WS-PAQ-COUNT = 0
        MOVE "No actions awaiting approval." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter an action number to decide it, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE 0 TO WS-PAQ-SELECTION
                IF FUNCTION TRIM(IN-REC) IS NUMERIC
                    MOVE FUNCTION TRIM(IN-REC) TO WS-PAQ-SELECTION
                END-IF
    END-READ
    IF EOF = "Y" OR WS-PAQ-SELECTION = 0
       OR WS-PAQ-SELECTION > WS-PAQ-COUNT
        EXIT PARAGRAPH
    END-IF

    *> Maker-checker means exactly that - the requester can't be the
    *> approver.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-ENTRY-BY(WS-PAQ-SELECTION)))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "You requested this action - a different administrator must decide it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter A to approve, or R to reject:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-PAQ-DECISION
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE WS-PAQ-ENTRY-TYPE(WS-PAQ-SELECTION) TO WS-PAQ-TYPE
    MOVE WS-PAQ-ENTRY-TARGET(WS-PAQ-SELECTION) TO WS-PAQ-TARGET
    MOVE WS-PAQ-ENTRY-DETAIL(WS-PAQ-SELECTION) TO WS-PAQ-QUEUED-DETAIL

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-DECISION))
        WHEN "A"
            PERFORM EXECUTE-PENDING-ACTION
            PERFORM REMOVE-PENDING-ACTION
            MOVE "ADMIN-ACTION" TO WS-AUDIT-ENTITY
            MOVE WS-PAQ-TARGET TO WS-AUDIT-KEY
            MOVE "APPROVED" TO WS-AUDIT-FIELD
            MOVE WS-PAQ-ENTRY-BY(WS-PAQ-SELECTION) TO WS-AUDIT-OLD
            MOVE AR-USERNAME TO WS-AUDIT-NEW
            PERFORM WRITE-AUDIT-LINE
            MOVE "Action approved and applied." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN "R"
            PERFORM REMOVE-PENDING-ACTION
            MOVE "ADMIN-ACTION" TO WS-AUDIT-ENTITY
            MOVE WS-PAQ-TARGET TO WS-AUDIT-KEY
            MOVE "REJECTED" TO WS-AUDIT-FIELD
            MOVE WS-PAQ-ENTRY-BY(WS-PAQ-SELECTION) TO WS-AUDIT-OLD
            MOVE AR-USERNAME TO WS-AUDIT-NEW
            PERFORM WRITE-AUDIT-LINE
            MOVE "Action rejected - nothing was changed." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> EXECUTE-PENDING-ACTION: the rewrite the maker asked for, now that
*> the checker has signed off.
EXECUTE-PENDING-ACTION.
    EVALUATE FUNCTION TRIM(WS-PAQ-TYPE)
        WHEN "DISABLE-ACCOUNT"
            OPEN EXTEND DISABLED-FILE
            IF DISABLED-STATUS = "35"
                OPEN OUTPUT DISABLED-FILE
            END-IF
            MOVE SPACES TO DISABLED-REC
            STRING FUNCTION TRIM(WS-PAQ-TARGET) DELIMITED BY SIZE "|"
                   FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE "|"
                   FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE
                INTO DISABLED-REC
            END-STRING
            WRITE DISABLED-REC
            CLOSE DISABLED-FILE
            *> Any session the account has open ends at its next
            *> command.
            MOVE WS-PAQ-TARGET TO WS-SES-TARGET-USER
            MOVE SPACES TO WS-SES-TARGET-ID
            MOVE "DISABLED" TO WS-SES-NEW-STATE
            MOVE AR-USERNAME TO WS-SES-ENDED-BY
            PERFORM MARK-SESSIONS-ENDED
        WHEN "REMOVE-REVIEW"
            MOVE WS-PAQ-TARGET TO WS-RFLAG-REVIEW-ID
            PERFORM REMOVE-FLAGGED-REVIEW
            *> The author can appeal; the removal was requested by the
            *> maker and carried out by this checker.
            IF WS-RVW-AUTHOR NOT = SPACES
               AND FUNCTION TRIM(WS-RVW-OLD-STATUS) NOT = "Removed"
                MOVE "REVIEW-REMOVED" TO WS-APL-TYPE
                MOVE WS-RFLAG-REVIEW-ID TO WS-APL-KEY
                MOVE WS-RVW-AUTHOR TO WS-APL-USER
                MOVE AR-USERNAME TO WS-APL-ACTED-BY
                MOVE WS-PAQ-ENTRY-BY(WS-PAQ-SELECTION) TO WS-APL-REQUESTED-BY
                MOVE WS-RVW-OLD-STATUS TO WS-APL-PRIOR
                MOVE SPACES TO WS-APL-SUBJECT
                STRING "Your company review " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RFLAG-REVIEW-ID) DELIMITED BY SIZE
                       " was removed by an administrator" DELIMITED BY SIZE
                    INTO WS-APL-SUBJECT
                END-STRING
                PERFORM RECORD-MODERATION-ACTION
            END-IF
        WHEN "PLACE-ACCOUNT-HOLD"
            MOVE "ACCOUNT" TO WS-LGH-TYPE
            PERFORM PLACE-LEGAL-HOLD
        WHEN "PLACE-POSTING-HOLD"
            MOVE "POSTING" TO WS-LGH-TYPE
            PERFORM PLACE-LEGAL-HOLD
        WHEN "RELEASE-ACCOUNT-HOLD"
            MOVE "ACCOUNT" TO WS-LGH-TYPE
            PERFORM RELEASE-LEGAL-HOLD
        WHEN "RELEASE-POSTING-HOLD"
            MOVE "POSTING" TO WS-LGH-TYPE
            PERFORM RELEASE-LEGAL-HOLD
        WHEN "GRANT-PERMISSION"
        WHEN "REVOKE-PERMISSION"
            PERFORM APPLY-PERMISSION-CHANGE
        WHEN "SET-ACCOUNT-ROLE"
            PERFORM APPLY-ACCOUNT-ROLE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> REMOVE-PENDING-ACTION: drop the decided row via a temp-file swap.
REMOVE-PENDING-ACTION.
    MOVE "N" TO WS-PAQ-EOF
    MOVE "N" TO WS-PAQ-DUPLICATE
    OPEN INPUT PENDING-ACTION-FILE
    IF PENDING-ACTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PENDING-ACTION-TEMP-FILE
    PERFORM UNTIL WS-PAQ-EOF = "Y"
        READ PENDING-ACTION-FILE
            AT END
                MOVE "Y" TO WS-PAQ-EOF
            NOT AT END
                IF PENDING-ACTION-REC NOT = SPACES
                    PERFORM PARSE-PENDING-ACTION
                    IF WS-PAQ-DUPLICATE = "N"
                       AND FUNCTION TRIM(WS-PAQ-PARSED-TYPE)
                       = FUNCTION TRIM(WS-PAQ-TYPE)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-PARSED-TARGET))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAQ-TARGET))
                        MOVE "Y" TO WS-PAQ-DUPLICATE
                    ELSE
                        MOVE PENDING-ACTION-REC TO PENDING-ACTION-TEMP-REC
                        WRITE PENDING-ACTION-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PENDING-ACTION-FILE
    CLOSE PENDING-ACTION-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-PAQ-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-PAQ-TEMP-PATH WS-PAQ-LIVE-PATH
        RETURNING WS-PAQ-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-ACCOUNT-FLOW: user-initiated account closure. Confirms intent,
*> then cascades: live applications are withdrawn, pending connection
*> requests and established connections are dropped, endorsements the
*> user gave or received are dropped, any owned Open postings are
*> closed, the account row is removed, and a dated closure record is
*> left behind so ACCOUNTAUDITREPORT knows the absence is intentional.
*> Ends with a forced logout since the account no longer exists.
CLOSE-ACCOUNT-FLOW.
    *> An account under legal hold - or one whose postings or
    *> applications are - can't be closed; the member is pointed at
    *> the administrators without being told why.
    MOVE AR-USERNAME TO WS-CLOSE-USERNAME
    PERFORM CLOSE-CHECK-LEGAL-HOLD
    IF WS-LGH-FOUND = "Y"
        MOVE SPACES TO WS-LGH-ACTION
        STRING "Account closure refused: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLOSE-USERNAME) DELIMITED BY SIZE
            INTO WS-LGH-ACTION
        END-STRING
        PERFORM WRITE-LEGAL-HOLD-LOG
        MOVE "Your account can't be closed right now - please contact the InCollege administrators." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE 0            TO NAV-INDEX
        MOVE "SHOW-MENU"  TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    MOVE "This will permanently close your account and withdraw your live applications." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Type CLOSE to confirm, or anything else to cancel:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-CLOSE-CONFIRM
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-CONFIRM)) NOT = "CLOSE"
        MOVE "Account closure cancelled." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        MOVE 0            TO NAV-INDEX
        MOVE "SHOW-MENU"  TO NAV-ACTION
        PERFORM NAV-PRINT-LOOP
        EXIT PARAGRAPH
    END-IF

    MOVE AR-USERNAME TO WS-CLOSE-USERNAME

    PERFORM CLOSE-WITHDRAW-APPLICATIONS
    PERFORM CLOSE-REMOVE-PENDING-REQUESTS
    PERFORM CLOSE-REMOVE-CONNECTIONS
    PERFORM CLOSE-REMOVE-ENDORSEMENTS
    PERFORM CLOSE-OWNED-POSTINGS
    PERFORM CLOSE-REMOVE-ACCOUNT-ROW
    PERFORM WRITE-CLOSURE-RECORD

    MOVE "Your account has been closed. Goodbye." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    PERFORM END-OWN-SESSION
    MOVE "N" TO LOGIN-STATUS
    MOVE "N" TO MENU-DISPLAYED
    MOVE "MAIN" TO CURRENT-MENU
    MOVE 0 TO NAV-INDEX
    MOVE SPACES TO NAV-ACTION
    MOVE 'Welcome to InCollege!' TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> CLOSE-CHECK-LEGAL-HOLD: WS-LGH-FOUND is "Y" (with the hold in
*> WS-LGH-PARSED-*) when the closing account is held, or a posting it
*> owns or applied to is.
CLOSE-CHECK-LEGAL-HOLD.
    MOVE "ACCOUNT" TO WS-LGH-TYPE
    MOVE WS-CLOSE-USERNAME TO WS-LGH-KEY
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LGH-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "POSTING" TO WS-LGH-TYPE
    MOVE "N" TO JOB-SUMMARY-EOF
    OPEN INPUT JOB-FILE
    IF JOB-STATUS NOT = "35"
        PERFORM UNTIL JOB-SUMMARY-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO JOB-SUMMARY-EOF
                NOT AT END
                    IF JOB-REC NOT = SPACES
                        PERFORM PARSE-JOB-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                            MOVE JOB-PARSED-ID TO WS-LGH-KEY
                            PERFORM CHECK-LEGAL-HOLD
                            IF WS-LGH-FOUND = "Y"
                                MOVE "Y" TO JOB-SUMMARY-EOF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-FILE
    END-IF
    IF WS-LGH-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO APPLICATION-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS NOT = "35"
        PERFORM UNTIL APPLICATION-EOF = "Y"
            READ APPLICATION-FILE
                AT END
                    MOVE "Y" TO APPLICATION-EOF
                NOT AT END
                    IF APPLICATION-REC NOT = SPACES
                        PERFORM PARSE-APPLICATION-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                            MOVE APPLICATION-PARSED-JOB-ID TO WS-LGH-KEY
                            PERFORM CHECK-LEGAL-HOLD
                            IF WS-LGH-FOUND = "Y"
                                MOVE "Y" TO APPLICATION-EOF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATION-FILE
    END-IF
    EXIT PARAGRAPH.

*> CLOSE-WITHDRAW-APPLICATIONS: any application of the closing user
*> still in a live status goes to Withdrawn; finished ones (Rejected,
*> Hired, already Withdrawn) keep their history as-is.
CLOSE-WITHDRAW-APPLICATIONS.
    MOVE "N" TO APPLICATION-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APPLICATION-TEMP-FILE

    PERFORM UNTIL APPLICATION-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO APPLICATION-EOF
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) NOT = "WITHDRAWN"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) NOT = "REJECTED"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) NOT = "HIRED"
                        MOVE "Withdrawn" TO APPLICATION-PARSED-STATUS
                    END-IF
                    PERFORM WRITE-TEMP-APPLICATION-RECORD
                END-IF
        END-READ
    END-PERFORM

    CLOSE APPLICATION-FILE
    CLOSE APPLICATION-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-APPLICATION-LIVE-PATH
        RETURNING WS-APPLICATION-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-APPLICATION-TEMP-PATH WS-APPLICATION-LIVE-PATH
        RETURNING WS-APPLICATION-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-REMOVE-PENDING-REQUESTS: drop every pending request the
*> closing user sent or received.
CLOSE-REMOVE-PENDING-REQUESTS.
    MOVE "N" TO WS-CLOSE-EOF
    OPEN INPUT CONNECTION-FILE
    IF CONNECTION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT CONNECTION-TEMP-FILE

    PERFORM UNTIL WS-CLOSE-EOF = "Y"
        READ CONNECTION-FILE
            AT END
                MOVE "Y" TO WS-CLOSE-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(CR-SENDER))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(CR-RECEIVER))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                    MOVE CR-SENDER TO CT-SENDER
                    MOVE CR-RECEIVER TO CT-RECEIVER
                    MOVE CR-NOTE TO CT-NOTE
                    WRITE CONNECTION-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE CONNECTION-FILE
    CLOSE CONNECTION-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-CONNECTION-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-CONNECTION-TEMP-PATH WS-CONNECTION-LIVE-PATH
        RETURNING WS-CLOSE-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-REMOVE-CONNECTIONS: drop every established connection the
*> closing user is half of.
CLOSE-REMOVE-CONNECTIONS.
    MOVE "N" TO WS-CLOSE-EOF
    OPEN INPUT ESTABLISHED-FILE
    IF ESTABLISHED-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ESTABLISHED-TEMP-FILE

    PERFORM UNTIL WS-CLOSE-EOF = "Y"
        READ ESTABLISHED-FILE
            AT END
                MOVE "Y" TO WS-CLOSE-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-A))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER-B))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                    MOVE ER-USER-A TO ET-USER-A
                    MOVE ER-USER-B TO ET-USER-B
                    WRITE ESTABLISHED-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE ESTABLISHED-FILE
    CLOSE ESTABLISHED-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-ESTABLISHED-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ESTABLISHED-TEMP-PATH WS-ESTABLISHED-LIVE-PATH
        RETURNING WS-CLOSE-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-REMOVE-ENDORSEMENTS: drop endorsements the closing user gave
*> or received.
CLOSE-REMOVE-ENDORSEMENTS.
    MOVE "N" TO WS-CLOSE-EOF
    OPEN INPUT SKILL-ENDORSE-FILE
    IF SKILL-ENDORSE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SKILL-ENDORSE-TEMP-FILE

    PERFORM UNTIL WS-CLOSE-EOF = "Y"
        READ SKILL-ENDORSE-FILE
            AT END
                MOVE "Y" TO WS-CLOSE-EOF
            NOT AT END
                UNSTRING SKILL-ENDORSE-REC DELIMITED BY "|"
                    INTO WS-ENDORSE-PARSED-ENDORSER
                         WS-ENDORSE-PARSED-ENDORSEE
                         WS-ENDORSE-PARSED-SKILL-ID
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENDORSE-PARSED-ENDORSER))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENDORSE-PARSED-ENDORSEE))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                    MOVE SKILL-ENDORSE-REC TO SKILL-ENDORSE-TEMP-REC
                    WRITE SKILL-ENDORSE-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE SKILL-ENDORSE-FILE
    CLOSE SKILL-ENDORSE-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-ENDORSE-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ENDORSE-TEMP-PATH WS-ENDORSE-LIVE-PATH
        RETURNING WS-CLOSE-RENAME-STATUS

    *> The precomputed endorsement tallies are now stale in both
    *> directions (counts the closing user received, and counts they
    *> contributed to others). Dropping the tally file makes the
    *> skills menu fall back to counting the raw rows until
    *> REBUILDENDORSEMENTTALLIES regenerates it.
    CALL "CBL_DELETE_FILE" USING WS-TALLY-LIVE-PATH
        RETURNING WS-TALLY-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-OWNED-POSTINGS: any Open posting the closing user owns goes
*> to Closed; postings already Filled/Closed/Removed keep their status.
CLOSE-OWNED-POSTINGS.
    MOVE "N" TO JOB-SUMMARY-EOF
    OPEN INPUT JOB-FILE
    IF JOB-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOB-TEMP-FILE

    PERFORM UNTIL JOB-SUMMARY-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO JOB-SUMMARY-EOF
            NOT AT END
                IF JOB-REC NOT = SPACES
                    PERFORM PARSE-JOB-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-USERNAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-POSTING-STATUS)) = "OPEN"
                        MOVE "Closed" TO JOB-PARSED-POSTING-STATUS
                    END-IF
                    MOVE SPACES TO JOB-TEMP-REC
                    STRING
                        FUNCTION TRIM(JOB-PARSED-ID)         DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-USERNAME)   DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-TITLE)      DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-DESC)       DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-EMPLOYER)   DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-LOCATION)   DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-SALARY)     DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-POSTING-STATUS) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-POSTED-DATE) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-TYPE)       DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-CAMPUS)     DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-SAL-MIN)    DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-SAL-MAX)    DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-SAL-PERIOD) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-PUBLISH-ON) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(JOB-PARSED-BLIND) DELIMITED BY SIZE
                        INTO JOB-TEMP-REC
                    END-STRING
                    WRITE JOB-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE JOB-FILE
    CLOSE JOB-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-JOB-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-JOB-TEMP-PATH WS-JOB-LIVE-PATH
        RETURNING WS-JOB-RENAME-STATUS
    EXIT PARAGRAPH.

*> CLOSE-REMOVE-ACCOUNT-ROW: drop the account record itself. The
*> cascading cleanups above have already removed or retired everything
*> that referenced it.
CLOSE-REMOVE-ACCOUNT-ROW.
    MOVE "N" TO WS-CLOSE-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ACCOUNT-TEMP-FILE

    PERFORM UNTIL WS-CLOSE-EOF = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-CLOSE-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-USERNAME))
                    MOVE ACCOUNT-INFO TO ACCOUNT-TEMP-REC
                    WRITE ACCOUNT-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE ACCOUNT-FILE
    CLOSE ACCOUNT-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-ACCOUNT-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-ACCOUNT-TEMP-PATH WS-ACCOUNT-LIVE-PATH
        RETURNING WS-ACCOUNT-RENAME-STATUS

    SUBTRACT 1 FROM NUM-ACCOUNTS
    EXIT PARAGRAPH.

*> WRITE-CLOSURE-RECORD: dated USERNAME|CLOSED-DATE ledger row.
WRITE-CLOSURE-RECORD.
    OPEN EXTEND CLOSED-FILE
    IF CLOSED-STATUS = "35"
        OPEN OUTPUT CLOSED-FILE
    END-IF
    MOVE SPACES TO CLOSED-REC
    STRING FUNCTION TRIM(WS-CLOSE-USERNAME) DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE
        INTO CLOSED-REC
    END-STRING
    WRITE CLOSED-REC
    CLOSE CLOSED-FILE
    EXIT PARAGRAPH.

*> WRITE-AUDIT-LINE: append one who/what/when/old/new line to the
*> journal. Callers load WS-AUDIT-ENTITY/KEY/FIELD/OLD/NEW first; the
*> acting user, timestamp and chain hash are stamped here.
WRITE-AUDIT-LINE.
    INSPECT WS-AUDIT-OLD REPLACING ALL "|" BY " "
    INSPECT WS-AUDIT-NEW REPLACING ALL "|" BY " "
    MOVE SPACES TO WS-CHAIN-ROW
    STRING FUNCTION CURRENT-DATE(1:8)     DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(9:6)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-AUDIT-ENTITY) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-AUDIT-KEY)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-AUDIT-FIELD)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-AUDIT-OLD)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-AUDIT-NEW)    DELIMITED BY SIZE
        INTO WS-CHAIN-ROW
    END-STRING
    PERFORM ACQUIRE-AUDIT-LOCK
    PERFORM CHAIN-AUDIT-ROW
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-CHAIN-ROW TO AUDIT-REC
    WRITE AUDIT-REC
    CLOSE AUDIT-FILE
    PERFORM RELEASE-AUDIT-LOCK
    EXIT PARAGRAPH.

*> CHECK-RECRUITER-LINK: is AR-USERNAME allowed to act for the company
*> named in WS-CMP-TARGET-NAME? Yes when a COMPANY|USERNAME row links
*> them in CompanyRecruiters.txt, or when the caller is the company's
*> verified contact on the master record.
CHECK-RECRUITER-LINK.
    MOVE "N" TO WS-RCT-LINKED
    MOVE "N" TO WS-RCT-EOF
    OPEN INPUT RECRUITER-FILE
    IF RECRUITER-STATUS NOT = "35"
        PERFORM UNTIL WS-RCT-EOF = "Y"
            READ RECRUITER-FILE
                AT END
                    MOVE "Y" TO WS-RCT-EOF
                NOT AT END
                    IF RECRUITER-REC NOT = SPACES
                        MOVE SPACES TO WS-RCT-PARSED-COMPANY WS-RCT-PARSED-USER
                        UNSTRING RECRUITER-REC DELIMITED BY "|"
                            INTO WS-RCT-PARSED-COMPANY
                                 WS-RCT-PARSED-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-PARSED-COMPANY))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE "Y" TO WS-RCT-LINKED
                            MOVE "Y" TO WS-RCT-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECRUITER-FILE
    END-IF

    IF WS-RCT-LINKED = "N"
        PERFORM FIND-COMPANY-RECORD
        IF WS-CMP-FOUND = "Y"
           AND FUNCTION TRIM(WS-CMP-PARSED-CONTACT) NOT = SPACES
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-PARSED-CONTACT))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
            MOVE "Y" TO WS-RCT-LINKED
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> CHECK-PARSED-JOB-MANAGEABLE: same test as
*> CHECK-JOB-DETAILS-MANAGEABLE, but against the JOB-PARSED-* fields
*> the Manage My Jobs listing loops carry.
CHECK-PARSED-JOB-MANAGEABLE.
    MOVE "N" TO WS-JOB-MANAGEABLE
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Y" TO WS-JOB-MANAGEABLE
        EXIT PARAGRAPH
    END-IF
    MOVE JOB-PARSED-EMPLOYER TO WS-CMP-TARGET-NAME
    PERFORM CHECK-RECRUITER-LINK
    IF WS-RCT-LINKED = "Y"
        MOVE "Y" TO WS-JOB-MANAGEABLE
    END-IF
    EXIT PARAGRAPH.

*> CHECK-JOB-DETAILS-MANAGEABLE: the posting in JOB-DETAILS-* counts
*> as "mine" for management purposes when the caller owns it outright
*> or is linked to its company. The audit journal already records
*> which recruiter actually made each change.
CHECK-JOB-DETAILS-MANAGEABLE.
    MOVE "N" TO WS-JOB-MANAGEABLE
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-USERNAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Y" TO WS-JOB-MANAGEABLE
        EXIT PARAGRAPH
    END-IF
    MOVE JOB-DETAILS-EMPLOYER TO WS-CMP-TARGET-NAME
    PERFORM CHECK-RECRUITER-LINK
    IF WS-RCT-LINKED = "Y"
        MOVE "Y" TO WS-JOB-MANAGEABLE
    END-IF
    EXIT PARAGRAPH.

*> MANAGE-RECRUITERS-FLOW: the company's verified contact links
*> additional verified-employer usernames to the company so the whole
*> team can manage its postings and applicants.
MANAGE-RECRUITERS-FLOW.
    PERFORM LOAD-COMPANY-LIST
    IF WS-COMPANY-COUNT = 0
        MOVE "There are no companies on file yet - post a job first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM DISPLAY-COMPANY-LIST
    MOVE "Enter a number to select your company, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-COMPANY-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-COMPANY-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-COMPANY-SELECTION = 0
       OR WS-COMPANY-SELECTION > WS-COMPANY-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-COMPANY-NAME(WS-COMPANY-SELECTION) TO WS-CMP-TARGET-NAME
    PERFORM FIND-COMPANY-RECORD
    IF WS-CMP-FOUND = "N"
       OR FUNCTION TRIM(WS-CMP-PARSED-CONTACT) = SPACES
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-PARSED-CONTACT))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Only this company's verified contact can manage its recruiters." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM LIST-COMPANY-RECRUITERS

    MOVE "Enter a verified employer username to add as a recruiter, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO WS-RCT-NEW-USER
    END-READ
    IF EOF = "Y" OR WS-RCT-NEW-USER = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-RECRUITER-DUPLICATE
    IF WS-RCT-LINKED = "Y"
        MOVE "That user is already a recruiter for this company." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND RECRUITER-FILE
    IF RECRUITER-STATUS = "35"
        OPEN OUTPUT RECRUITER-FILE
    END-IF
    MOVE SPACES TO RECRUITER-REC
    STRING FUNCTION TRIM(WS-CMP-TARGET-NAME) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-RCT-NEW-USER)    DELIMITED BY SIZE
        INTO RECRUITER-REC
    END-STRING
    WRITE RECRUITER-REC
    CLOSE RECRUITER-FILE

    MOVE "Recruiter linked to the company." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

LIST-COMPANY-RECRUITERS.
    MOVE 0 TO WS-RCT-COUNT
    MOVE "N" TO WS-RCT-EOF
    MOVE "Recruiters linked to this company:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    OPEN INPUT RECRUITER-FILE
    IF RECRUITER-STATUS = "35"
        MOVE "  (none yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RCT-EOF = "Y"
        READ RECRUITER-FILE
            AT END
                MOVE "Y" TO WS-RCT-EOF
            NOT AT END
                IF RECRUITER-REC NOT = SPACES
                    MOVE SPACES TO WS-RCT-PARSED-COMPANY WS-RCT-PARSED-USER
                    UNSTRING RECRUITER-REC DELIMITED BY "|"
                        INTO WS-RCT-PARSED-COMPANY
                             WS-RCT-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-PARSED-COMPANY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                        ADD 1 TO WS-RCT-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RCT-PARSED-USER) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECRUITER-FILE
    IF WS-RCT-COUNT = 0
        MOVE "  (none yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> CHECK-RECRUITER-DUPLICATE: one link row per company/recruiter pair.
CHECK-RECRUITER-DUPLICATE.
    MOVE "N" TO WS-RCT-LINKED
    MOVE "N" TO WS-RCT-EOF
    OPEN INPUT RECRUITER-FILE
    IF RECRUITER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RCT-EOF = "Y"
        READ RECRUITER-FILE
            AT END
                MOVE "Y" TO WS-RCT-EOF
            NOT AT END
                IF RECRUITER-REC NOT = SPACES
                    MOVE SPACES TO WS-RCT-PARSED-COMPANY WS-RCT-PARSED-USER
                    UNSTRING RECRUITER-REC DELIMITED BY "|"
                        INTO WS-RCT-PARSED-COMPANY
                             WS-RCT-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-PARSED-COMPANY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCT-NEW-USER))
                        MOVE "Y" TO WS-RCT-LINKED
                        MOVE "Y" TO WS-RCT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECRUITER-FILE
    EXIT PARAGRAPH.

*> VERIFY-EXPERIENCE-FLOW: the company's verified contact or a linked
*> recruiter confirms a student's experience entry naming their
*> company, recording it in VerifiedExperience.txt - the experience
*> counterpart of the registrar's education marker.
VERIFY-EXPERIENCE-FLOW.
    PERFORM LOAD-COMPANY-LIST
    IF WS-COMPANY-COUNT = 0
        MOVE "There are no companies on file yet - post a job first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM DISPLAY-COMPANY-LIST
    MOVE "Enter a number to select your company, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-COMPANY-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-COMPANY-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-COMPANY-SELECTION = 0
       OR WS-COMPANY-SELECTION > WS-COMPANY-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-COMPANY-NAME(WS-COMPANY-SELECTION) TO WS-CMP-TARGET-NAME
    PERFORM CHECK-RECRUITER-LINK
    IF WS-RCT-LINKED = "N"
        MOVE "Only this company's verified contact or linked recruiters can verify experience." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-UNVERIFIED-EXPERIENCE

    IF WS-VEX-COUNT = 0
        MOVE "No unverified experience entries name this company." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Experience Entries Naming Your Company ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-VEX-IDX FROM 1 BY 1 UNTIL WS-VEX-IDX > WS-VEX-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        MOVE WS-VEX-IDX TO WS-VEX-IDX-DISPLAY
        STRING FUNCTION TRIM(WS-VEX-IDX-DISPLAY) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VEX-E-USER(WS-VEX-IDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VEX-E-TITLE(WS-VEX-IDX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VEX-E-START(WS-VEX-IDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VEX-E-END(WS-VEX-IDX)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter a number to confirm that entry, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-VEX-IDX
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-VEX-IDX
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-VEX-IDX = 0 OR WS-VEX-IDX > WS-VEX-COUNT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND VERIFIED-EXP-FILE
    IF VERIFIED-EXP-STATUS = "35"
        OPEN OUTPUT VERIFIED-EXP-FILE
    END-IF
    MOVE SPACES TO VERIFIED-EXP-REC
    STRING FUNCTION TRIM(WS-VEX-E-USER(WS-VEX-IDX))  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-VEX-E-TITLE(WS-VEX-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-CMP-TARGET-NAME)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)                DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)                DELIMITED BY SIZE
        INTO VERIFIED-EXP-REC
    END-STRING
    WRITE VERIFIED-EXP-REC
    CLOSE VERIFIED-EXP-FILE

    MOVE WS-VEX-E-USER(WS-VEX-IDX) TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(WS-CMP-TARGET-NAME) DELIMITED BY SIZE
           " verified your experience entry: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VEX-E-TITLE(WS-VEX-IDX)) DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Experience entry verified." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LOAD-UNVERIFIED-EXPERIENCE: one pass over AccountRecords.txt
*> (session identity saved/restored around it, like
*> TAG-MATCHING-MENTORS) collecting experience entries that name
*> WS-CMP-TARGET-NAME and are not yet in VerifiedExperience.txt.
LOAD-UNVERIFIED-EXPERIENCE.
    MOVE AR-USERNAME TO WS-VIS-SAVED-USERNAME
    MOVE AR-ROLE TO WS-VIS-SAVED-ROLE
    MOVE AR-EMPLOYER-VERIFIED TO WS-VIS-SAVED-VERIFIED
    MOVE 0 TO WS-VEX-COUNT
    MOVE "N" TO WS-VEX-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-VEX-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-VEX-EOF
                NOT AT END
                    IF FUNCTION TRIM(AR-USERNAME) NOT = SPACES
                       AND (AR-ROLE = "STUDENT" OR AR-ROLE = "ALUMNI")
                        PERFORM COLLECT-COMPANY-EXPERIENCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    *> Re-read the caller's own record - the scan left the last file
    *> row's fields in ACCOUNT-INFO.
    MOVE WS-VIS-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> COLLECT-COMPANY-EXPERIENCE: table up this account's experience
*> entries naming the target company, skipping ones already verified.
COLLECT-COMPANY-EXPERIENCE.
    PERFORM VARYING WS-VEX-EXP-IDX FROM 1 BY 1
        UNTIL WS-VEX-EXP-IDX > 10 OR WS-VEX-COUNT >= 50
        IF FUNCTION TRIM(AR-EXP-TITLE(WS-VEX-EXP-IDX)) NOT = SPACES
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EXP-COMPANY(WS-VEX-EXP-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
            PERFORM CHECK-EXPERIENCE-ALREADY-VERIFIED
            IF WS-VEX-ALREADY = "N"
                ADD 1 TO WS-VEX-COUNT
                MOVE AR-USERNAME
                    TO WS-VEX-E-USER(WS-VEX-COUNT)
                MOVE AR-EXP-TITLE(WS-VEX-EXP-IDX)
                    TO WS-VEX-E-TITLE(WS-VEX-COUNT)
                MOVE AR-EXP-START-DATE(WS-VEX-EXP-IDX)
                    TO WS-VEX-E-START(WS-VEX-COUNT)
                MOVE AR-EXP-END-DATE(WS-VEX-EXP-IDX)
                    TO WS-VEX-E-END(WS-VEX-COUNT)
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-EXPERIENCE-ALREADY-VERIFIED: is there already a
*> VerifiedExperience.txt row for this user, title, and company?
CHECK-EXPERIENCE-ALREADY-VERIFIED.
    MOVE "N" TO WS-VEX-ALREADY
    MOVE "N" TO WS-RCT-EOF
    OPEN INPUT VERIFIED-EXP-FILE
    IF VERIFIED-EXP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RCT-EOF = "Y"
        READ VERIFIED-EXP-FILE
            AT END
                MOVE "Y" TO WS-RCT-EOF
            NOT AT END
                IF VERIFIED-EXP-REC NOT = SPACES
                    MOVE SPACES TO WS-VEX-PARSED-USER WS-VEX-PARSED-TITLE
                                   WS-VEX-PARSED-COMPANY
                    UNSTRING VERIFIED-EXP-REC DELIMITED BY "|"
                        INTO WS-VEX-PARSED-USER
                             WS-VEX-PARSED-TITLE
                             WS-VEX-PARSED-COMPANY
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VEX-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VEX-PARSED-TITLE))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-EXP-TITLE(WS-VEX-EXP-IDX)))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VEX-PARSED-COMPANY))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP-TARGET-NAME))
                        MOVE "Y" TO WS-VEX-ALREADY
                        MOVE "Y" TO WS-RCT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VERIFIED-EXP-FILE
    EXIT PARAGRAPH.

*> WRITE-APP-HISTORY-LINE: append one status transition for
*> WS-HIST-APP-ID (WS-HIST-OLD -> WS-HIST-NEW) with the acting user.
WRITE-APP-HISTORY-LINE.
    OPEN EXTEND HISTORY-FILE
    IF HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    MOVE SPACES TO HISTORY-REC
    STRING FUNCTION TRIM(WS-HIST-APP-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-HIST-OLD)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-HIST-NEW)    DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)    DELIMITED BY SIZE
        INTO HISTORY-REC
    END-STRING
    WRITE HISTORY-REC
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

*> SHOW-APPLICATION-TIMELINE: the transitions on file for the
*> application in APPLICATION-PARSED-*, oldest first, indented under
*> its listing in View My Applications.
SHOW-APPLICATION-TIMELINE.
    MOVE "N" TO WS-HIST-EOF
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HIST-EOF = "Y"
        READ HISTORY-FILE
            AT END
                MOVE "Y" TO WS-HIST-EOF
            NOT AT END
                IF HISTORY-REC NOT = SPACES
                    MOVE SPACES TO WS-HIST-PARSED-APP-ID WS-HIST-PARSED-OLD
                                   WS-HIST-PARSED-NEW WS-HIST-PARSED-DATE
                                   WS-HIST-PARSED-USER WS-HIST-PARSED-REASON
                                   WS-HIST-PARSED-FEEDBACK
                    UNSTRING HISTORY-REC DELIMITED BY "|"
                        INTO WS-HIST-PARSED-APP-ID
                             WS-HIST-PARSED-OLD
                             WS-HIST-PARSED-NEW
                             WS-HIST-PARSED-DATE
                             WS-HIST-PARSED-USER
                             WS-HIST-PARSED-REASON
                             WS-HIST-PARSED-FEEDBACK
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-HIST-PARSED-APP-ID)
                       = FUNCTION TRIM(APPLICATION-PARSED-ID)
                        MOVE SPACES TO OUTPUT-BUFFER
                        IF FUNCTION TRIM(WS-HIST-PARSED-OLD) = SPACES
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-DATE) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-NEW) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        ELSE
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-DATE) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-OLD) DELIMITED BY SIZE
                                   " -> " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-NEW) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        *> A rejection carries its reason (and any
                        *> feedback the employer typed) so the student
                        *> learns more than the bare status.
                        IF FUNCTION TRIM(WS-HIST-PARSED-REASON) NOT = SPACES
                            STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                                   " (reason: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-REASON) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        PERFORM DUAL-OUTPUT
                        IF FUNCTION TRIM(WS-HIST-PARSED-FEEDBACK) NOT = SPACES
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "    Feedback: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HIST-PARSED-FEEDBACK) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE
    EXIT PARAGRAPH.

*> WRITE-LOGIN-HISTORY: append one attempt row -
*> USERNAME|TIMESTAMP|RESULT - for both successes and failures.
WRITE-LOGIN-HISTORY.
    OPEN EXTEND LOGIN-HIST-FILE
    IF LOGIN-HIST-STATUS = "35"
        OPEN OUTPUT LOGIN-HIST-FILE
    END-IF
    MOVE SPACES TO LOGIN-HIST-REC
    STRING FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOGIN-RESULT) DELIMITED BY SIZE
        INTO LOGIN-HIST-REC
    END-STRING
    WRITE LOGIN-HIST-REC
    CLOSE LOGIN-HIST-FILE
    EXIT PARAGRAPH.

*> SHOW-LAST-LOGIN: the newest SUCCESS row on file for this user -
*> which, called before this attempt's own row is written, is the
*> previous visit.
SHOW-LAST-LOGIN.
    MOVE SPACES TO WS-LAST-LOGIN-STAMP
    MOVE "N" TO WS-LH-EOF
    OPEN INPUT LOGIN-HIST-FILE
    IF LOGIN-HIST-STATUS NOT = "35"
        PERFORM UNTIL WS-LH-EOF = "Y"
            READ LOGIN-HIST-FILE
                AT END
                    MOVE "Y" TO WS-LH-EOF
                NOT AT END
                    IF LOGIN-HIST-REC NOT = SPACES
                        MOVE SPACES TO WS-LH-PARSED-USER WS-LH-PARSED-STAMP
                                       WS-LH-PARSED-RESULT
                        UNSTRING LOGIN-HIST-REC DELIMITED BY "|"
                            INTO WS-LH-PARSED-USER
                                 WS-LH-PARSED-STAMP
                                 WS-LH-PARSED-RESULT
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LH-PARSED-USER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION TRIM(WS-LH-PARSED-RESULT) = "SUCCESS"
                           AND WS-LH-PARSED-STAMP > WS-LAST-LOGIN-STAMP
                            MOVE WS-LH-PARSED-STAMP TO WS-LAST-LOGIN-STAMP
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOGIN-HIST-FILE
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    IF WS-LAST-LOGIN-STAMP = SPACES
        MOVE "Last login: this is your first login." TO OUTPUT-BUFFER
    ELSE
        STRING "Last login: " DELIMITED BY SIZE
               WS-LAST-LOGIN-STAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAST-LOGIN-STAMP(9:6) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> WRITE-RECOMMENDATION-FLOW: compose a short written recommendation
*> for one of the caller's established connections. It lands Pending -
*> nothing displays until the recipient approves it from My
*> Recommendations.
WRITE-RECOMMENDATION-FLOW.
    MOVE "Enter the username of the connection you want to recommend:"
        TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO WS-REC-TARGET
    END-READ
    IF EOF = "Y"
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-TARGET))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "You cannot recommend yourself." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-REC-TARGET TO WS-MSG-TARGET
    PERFORM CHECK-MESSAGE-CONNECTED
    IF WS-MSG-CONNECTED = "N"
        MOVE "You can only recommend someone you are connected with."
            TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your recommendation:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE IN-REC TO WS-REC-TEXT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-REC-TEXT) = SPACES
        MOVE "Error: Recommendation text is required and cannot be empty." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-REC-TEXT REPLACING ALL "|" BY " "

    OPEN EXTEND RECOMMEND-FILE
    IF RECOMMEND-STATUS = "35"
        OPEN OUTPUT RECOMMEND-FILE
    END-IF
    MOVE SPACES TO RECOMMEND-REC
    STRING FUNCTION TRIM(AR-USERNAME)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REC-TARGET)  DELIMITED BY SIZE "|"
           "Pending"                     DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REC-TEXT)    DELIMITED BY SIZE
        INTO RECOMMEND-REC
    END-STRING
    WRITE RECOMMEND-REC
    CLOSE RECOMMEND-FILE

    MOVE WS-REC-TARGET TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " wrote you a recommendation - review it under My Recommendations." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Recommendation submitted. It will appear once the recipient approves it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> MY-RECOMMENDATIONS-FLOW: list the caller's pending recommendations
*> and let them approve or hide one.
MY-RECOMMENDATIONS-FLOW.
    MOVE 0 TO WS-REC-COUNT
    MOVE "N" TO WS-REC-EOF

    MOVE "--- Recommendations Awaiting Your Review ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT RECOMMEND-FILE
    IF RECOMMEND-STATUS = "35"
        MOVE "You have no recommendations awaiting review." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-REC-EOF = "Y"
        READ RECOMMEND-FILE
            AT END
                MOVE "Y" TO WS-REC-EOF
            NOT AT END
                IF RECOMMEND-REC NOT = SPACES
                    PERFORM PARSE-RECOMMEND-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-PARSED-RECEIVER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(WS-REC-PARSED-STATUS) = "Pending"
                       AND WS-REC-COUNT < 20
                        ADD 1 TO WS-REC-COUNT
                        MOVE WS-REC-PARSED-GIVER TO WS-REC-ENTRY-GIVER(WS-REC-COUNT)
                        MOVE WS-REC-PARSED-TEXT TO WS-REC-ENTRY-TEXT(WS-REC-COUNT)
                        MOVE SPACES TO OUTPUT-BUFFER
                        MOVE WS-REC-COUNT TO WS-REC-SEL-DISPLAY
                        STRING FUNCTION TRIM(WS-REC-SEL-DISPLAY) DELIMITED BY SIZE
                               ". From " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REC-PARSED-GIVER) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REC-PARSED-TEXT) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECOMMEND-FILE

    IF WS-REC-COUNT = 0
        MOVE "You have no recommendations awaiting review." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to review that recommendation, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-REC-SELECTION
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-REC-SELECTION
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-REC-SELECTION = 0 OR WS-REC-SELECTION > WS-REC-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter A to approve this recommendation, or H to hide it:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-REC-DECISION
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-DECISION))
        WHEN "A"
            MOVE "Approved" TO WS-REC-NEW-STATUS
            PERFORM REWRITE-RECOMMEND-STATUS
            MOVE "Recommendation approved - it now shows on your profile." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN "H"
            MOVE "Hidden" TO WS-REC-NEW-STATUS
            PERFORM REWRITE-RECOMMEND-STATUS
            MOVE "Recommendation hidden." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> PARSE-RECOMMEND-RECORD: GIVER|RECEIVER|STATUS|DATE|TEXT.
PARSE-RECOMMEND-RECORD.
    MOVE SPACES TO WS-REC-PARSED-GIVER
    MOVE SPACES TO WS-REC-PARSED-RECEIVER
    MOVE SPACES TO WS-REC-PARSED-STATUS
    MOVE SPACES TO WS-REC-PARSED-DATE
    MOVE SPACES TO WS-REC-PARSED-TEXT
    UNSTRING RECOMMEND-REC DELIMITED BY "|"
        INTO WS-REC-PARSED-GIVER
             WS-REC-PARSED-RECEIVER
             WS-REC-PARSED-STATUS
             WS-REC-PARSED-DATE
             WS-REC-PARSED-TEXT
    END-UNSTRING
    EXIT PARAGRAPH.

*> REWRITE-RECOMMEND-STATUS: temp-file swap moving the selected
*> pending recommendation (matched by receiver, giver, and text) to
*> WS-REC-NEW-STATUS.
REWRITE-RECOMMEND-STATUS.
    MOVE "N" TO WS-REC-EOF
    MOVE "N" TO WS-REC-MATCHED
    OPEN INPUT RECOMMEND-FILE
    IF RECOMMEND-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RECOMMEND-TEMP-FILE

    PERFORM UNTIL WS-REC-EOF = "Y"
        READ RECOMMEND-FILE
            AT END
                MOVE "Y" TO WS-REC-EOF
            NOT AT END
                IF RECOMMEND-REC NOT = SPACES
                    PERFORM PARSE-RECOMMEND-RECORD
                    IF WS-REC-MATCHED = "N"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REC-PARSED-RECEIVER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION TRIM(WS-REC-PARSED-GIVER)
                           = FUNCTION TRIM(WS-REC-ENTRY-GIVER(WS-REC-SELECTION))
                       AND FUNCTION TRIM(WS-REC-PARSED-TEXT)
                           = FUNCTION TRIM(WS-REC-ENTRY-TEXT(WS-REC-SELECTION))
                       AND FUNCTION TRIM(WS-REC-PARSED-STATUS) = "Pending"
                        MOVE "Y" TO WS-REC-MATCHED
                        MOVE WS-REC-NEW-STATUS TO WS-REC-PARSED-STATUS
                    END-IF
                    MOVE SPACES TO RECOMMEND-TEMP-REC
                    STRING
                        FUNCTION TRIM(WS-REC-PARSED-GIVER)    DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-REC-PARSED-RECEIVER) DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-REC-PARSED-STATUS)   DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-REC-PARSED-DATE)     DELIMITED BY SIZE "|"
                        FUNCTION TRIM(WS-REC-PARSED-TEXT)     DELIMITED BY SIZE
                        INTO RECOMMEND-TEMP-REC
                    END-STRING
                    WRITE RECOMMEND-TEMP-REC
                END-IF
        END-READ
    END-PERFORM

    CLOSE RECOMMEND-FILE
    CLOSE RECOMMEND-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-RECOMMEND-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-RECOMMEND-TEMP-PATH WS-RECOMMEND-LIVE-PATH
        RETURNING WS-RECOMMEND-RENAME-STATUS
    EXIT PARAGRAPH.

*> BECOME-MENTOR-FLOW: opt in as a mentor with a capacity and topic
*> areas. One opt-in row per user.
BECOME-MENTOR-FLOW.
    PERFORM CHECK-MENTOR-OPTED-IN
    IF WS-MTR-DUPLICATE = "Y"
        MOVE "You are already registered as a mentor." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "How many mentees can you take on at once?" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-MTR-CAPACITY
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-MTR-CAPACITY NOT NUMERIC OR WS-MTR-CAPACITY = SPACES
        MOVE "Error: Capacity must be a number." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "What topics can you mentor on (e.g., interviewing, research)?" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-MTR-TOPICS
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-MTR-TOPICS REPLACING ALL "|" BY " "

    OPEN EXTEND MENTOR-FILE
    IF MENTOR-STATUS = "35"
        OPEN OUTPUT MENTOR-FILE
    END-IF
    MOVE SPACES TO MENTOR-REC
    STRING FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-CAPACITY) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-TOPICS)   DELIMITED BY SIZE
        INTO MENTOR-REC
    END-STRING
    WRITE MENTOR-REC
    CLOSE MENTOR-FILE

    MOVE "You are now registered as a mentor. Students can find and request you." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

CHECK-MENTOR-OPTED-IN.
    MOVE "N" TO WS-MTR-DUPLICATE
    MOVE "N" TO WS-MTR-EOF
    OPEN INPUT MENTOR-FILE
    IF MENTOR-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-REC NOT = SPACES
                    PERFORM PARSE-MENTOR-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-MTR-DUPLICATE
                        MOVE "Y" TO WS-MTR-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MENTOR-FILE
    EXIT PARAGRAPH.

PARSE-MENTOR-RECORD.
    MOVE SPACES TO WS-MTR-PARSED-USER
    MOVE SPACES TO WS-MTR-PARSED-CAPACITY
    MOVE SPACES TO WS-MTR-PARSED-TOPICS
    UNSTRING MENTOR-REC DELIMITED BY "|"
        INTO WS-MTR-PARSED-USER
             WS-MTR-PARSED-CAPACITY
             WS-MTR-PARSED-TOPICS
    END-UNSTRING
    EXIT PARAGRAPH.

*> FIND-MENTOR-FLOW: list the registered mentors, tagging the ones who
*> share the caller's university or major (the match signal the paper
*> program used), then send a mentorship request - the same
*> pending-request handshake connections use.
FIND-MENTOR-FLOW.
    MOVE 0 TO WS-MTR-COUNT
    MOVE "N" TO WS-MTR-EOF

    OPEN INPUT MENTOR-FILE
    IF MENTOR-STATUS = "35"
        MOVE "No mentors have registered yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-REC NOT = SPACES AND WS-MTR-COUNT < 50
                    PERFORM PARSE-MENTOR-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PARSED-USER))
                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-MTR-COUNT
                        MOVE WS-MTR-PARSED-USER TO WS-MTR-ENTRY-USER(WS-MTR-COUNT)
                        MOVE WS-MTR-PARSED-CAPACITY TO WS-MTR-ENTRY-CAPACITY(WS-MTR-COUNT)
                        MOVE WS-MTR-PARSED-TOPICS TO WS-MTR-ENTRY-TOPICS(WS-MTR-COUNT)
                        MOVE SPACES TO WS-MTR-ENTRY-TAG(WS-MTR-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MENTOR-FILE

    IF WS-MTR-COUNT = 0
        MOVE "No mentors have registered yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM TAG-MATCHING-MENTORS

    MOVE "---Available Mentors---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-MTR-IDX FROM 1 BY 1 UNTIL WS-MTR-IDX > WS-MTR-COUNT
        MOVE SPACES TO OUTPUT-BUFFER
        MOVE WS-MTR-IDX TO WS-MTR-IDX-DISPLAY
        STRING FUNCTION TRIM(WS-MTR-IDX-DISPLAY) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTR-ENTRY-USER(WS-MTR-IDX)) DELIMITED BY SIZE
               " - topics: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTR-ENTRY-TOPICS(WS-MTR-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        IF FUNCTION TRIM(WS-MTR-ENTRY-TAG(WS-MTR-IDX)) NOT = SPACES
            STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-ENTRY-TAG(WS-MTR-IDX)) DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter a number to request that mentor, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-MTR-IDX
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-MTR-IDX
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-MTR-IDX = 0 OR WS-MTR-IDX > WS-MTR-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MTR-ENTRY-USER(WS-MTR-IDX) TO WS-MTR-TARGET

    PERFORM CHECK-MENTOR-CAPACITY
    IF WS-MTR-MATCHED = "Y"
        MOVE "That mentor is at capacity right now." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-MENTOR-REQUEST-DUPLICATE
    IF WS-MTR-DUPLICATE = "Y"
        MOVE "You already have a request or pairing with that mentor." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND MENTOR-REQ-FILE
    IF MENTOR-REQ-STATUS = "35"
        OPEN OUTPUT MENTOR-REQ-FILE
    END-IF
    MOVE SPACES TO MENTOR-REQ-REC
    STRING FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-TARGET) DELIMITED BY SIZE
        INTO MENTOR-REQ-REC
    END-STRING
    WRITE MENTOR-REQ-REC
    CLOSE MENTOR-REQ-FILE

    MOVE WS-MTR-TARGET TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " requested you as a mentor." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Mentorship request sent." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> TAG-MATCHING-MENTORS: one pass over AccountRecords.txt (session
*> identity saved/restored around it) tagging each listed mentor who
*> shares the caller's university or major.
TAG-MATCHING-MENTORS.
    MOVE AR-USERNAME TO WS-VIS-SAVED-USERNAME
    MOVE AR-ROLE TO WS-VIS-SAVED-ROLE
    MOVE AR-EMPLOYER-VERIFIED TO WS-VIS-SAVED-VERIFIED
    MOVE AR-UNIVERSITY TO WS-TS-UNIVERSITY
    MOVE AR-MAJOR TO WS-TS-MAJOR
    MOVE "N" TO WS-MTR-EOF
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS NOT = "35"
        PERFORM UNTIL WS-MTR-EOF = "Y"
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-MTR-EOF
                NOT AT END
                    PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
                        UNTIL WS-MTR-IDX > WS-MTR-COUNT
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-ENTRY-USER(WS-MTR-IDX)))
                            IF FUNCTION TRIM(WS-TS-UNIVERSITY) NOT = SPACES
                               AND FUNCTION UPPER-CASE(FUNCTION TRIM(AR-UNIVERSITY))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TS-UNIVERSITY))
                                MOVE "[Shares your university]"
                                    TO WS-MTR-ENTRY-TAG(WS-MTR-IDX)
                            ELSE
                                IF FUNCTION TRIM(WS-TS-MAJOR) NOT = SPACES
                                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(AR-MAJOR))
                                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TS-MAJOR))
                                    MOVE "[Shares your major]"
                                        TO WS-MTR-ENTRY-TAG(WS-MTR-IDX)
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    *> Re-read the caller's own record - the scan left the last file
    *> row's fields in ACCOUNT-INFO.
    MOVE WS-VIS-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> CHECK-MENTOR-CAPACITY: WS-MTR-MATCHED = "Y" when the mentor's
*> active pairings already meet their declared capacity.
CHECK-MENTOR-CAPACITY.
    MOVE "N" TO WS-MTR-MATCHED
    MOVE 0 TO WS-MTR-PAIR-TALLY
    MOVE "N" TO WS-MTR-EOF
    OPEN INPUT MENTOR-PAIR-FILE
    IF MENTOR-PAIR-STATUS NOT = "35"
        PERFORM UNTIL WS-MTR-EOF = "Y"
            READ MENTOR-PAIR-FILE
                AT END
                    MOVE "Y" TO WS-MTR-EOF
                NOT AT END
                    IF MENTOR-PAIR-REC NOT = SPACES
                        MOVE SPACES TO WS-MTR-PAIR-PARSED-STUDENT
                                       WS-MTR-PAIR-PARSED-MENTOR
                        UNSTRING MENTOR-PAIR-REC DELIMITED BY "|"
                            INTO WS-MTR-PAIR-PARSED-STUDENT
                                 WS-MTR-PAIR-PARSED-MENTOR
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-PARSED-MENTOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-TARGET))
                            ADD 1 TO WS-MTR-PAIR-TALLY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTOR-PAIR-FILE
    END-IF

    IF WS-MTR-ENTRY-CAPACITY(WS-MTR-IDX) IS NUMERIC
       AND WS-MTR-PAIR-TALLY >=
           FUNCTION NUMVAL(WS-MTR-ENTRY-CAPACITY(WS-MTR-IDX))
        MOVE "Y" TO WS-MTR-MATCHED
    END-IF
    EXIT PARAGRAPH.

*> CHECK-MENTOR-REQUEST-DUPLICATE: one outstanding request or pairing
*> per student/mentor pair.
CHECK-MENTOR-REQUEST-DUPLICATE.
    MOVE "N" TO WS-MTR-DUPLICATE
    MOVE "N" TO WS-MTR-EOF
    OPEN INPUT MENTOR-REQ-FILE
    IF MENTOR-REQ-STATUS NOT = "35"
        PERFORM UNTIL WS-MTR-EOF = "Y"
            READ MENTOR-REQ-FILE
                AT END
                    MOVE "Y" TO WS-MTR-EOF
                NOT AT END
                    IF MENTOR-REQ-REC NOT = SPACES
                        MOVE SPACES TO WS-MTR-REQ-PARSED-STUDENT
                                       WS-MTR-REQ-PARSED-MENTOR
                        UNSTRING MENTOR-REQ-REC DELIMITED BY "|"
                            INTO WS-MTR-REQ-PARSED-STUDENT
                                 WS-MTR-REQ-PARSED-MENTOR
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-REQ-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-REQ-PARSED-MENTOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-TARGET))
                            MOVE "Y" TO WS-MTR-DUPLICATE
                            MOVE "Y" TO WS-MTR-EOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MENTOR-REQ-FILE
    END-IF

    IF WS-MTR-DUPLICATE = "N"
        MOVE "N" TO WS-MTR-EOF
        OPEN INPUT MENTOR-PAIR-FILE
        IF MENTOR-PAIR-STATUS NOT = "35"
            PERFORM UNTIL WS-MTR-EOF = "Y"
                READ MENTOR-PAIR-FILE
                    AT END
                        MOVE "Y" TO WS-MTR-EOF
                    NOT AT END
                        IF MENTOR-PAIR-REC NOT = SPACES
                            MOVE SPACES TO WS-MTR-PAIR-PARSED-STUDENT
                                           WS-MTR-PAIR-PARSED-MENTOR
                            UNSTRING MENTOR-PAIR-REC DELIMITED BY "|"
                                INTO WS-MTR-PAIR-PARSED-STUDENT
                                     WS-MTR-PAIR-PARSED-MENTOR
                            END-UNSTRING
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-PARSED-STUDENT))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-PARSED-MENTOR))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-TARGET))
                                MOVE "Y" TO WS-MTR-DUPLICATE
                                MOVE "Y" TO WS-MTR-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENTOR-PAIR-FILE
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> MENTORSHIP-REQUESTS-FLOW: mentor-side accept/decline of pending
*> requests, mirroring MANAGEREQUESTS' handshake for connections.
MENTORSHIP-REQUESTS-FLOW.
    MOVE 0 TO WS-MTR-COUNT
    MOVE "N" TO WS-MTR-EOF

    MOVE "--- Mentorship Requests ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT MENTOR-REQ-FILE
    IF MENTOR-REQ-STATUS = "35"
        MOVE "You have no pending mentorship requests." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-REQ-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-REQ-REC NOT = SPACES AND WS-MTR-COUNT < 50
                    MOVE SPACES TO WS-MTR-REQ-PARSED-STUDENT
                                   WS-MTR-REQ-PARSED-MENTOR
                    UNSTRING MENTOR-REQ-REC DELIMITED BY "|"
                        INTO WS-MTR-REQ-PARSED-STUDENT
                             WS-MTR-REQ-PARSED-MENTOR
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-REQ-PARSED-MENTOR))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-MTR-COUNT
                        MOVE WS-MTR-REQ-PARSED-STUDENT
                            TO WS-MTR-ENTRY-USER(WS-MTR-COUNT)
                        MOVE SPACES TO OUTPUT-BUFFER
                        MOVE WS-MTR-COUNT TO WS-MTR-IDX-DISPLAY
                        STRING FUNCTION TRIM(WS-MTR-IDX-DISPLAY) DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-MTR-REQ-PARSED-STUDENT) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MENTOR-REQ-FILE

    IF WS-MTR-COUNT = 0
        MOVE "You have no pending mentorship requests." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to review that request, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-MTR-IDX
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-MTR-IDX
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-MTR-IDX = 0 OR WS-MTR-IDX > WS-MTR-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MTR-ENTRY-USER(WS-MTR-IDX) TO WS-MTR-TARGET

    MOVE "Enter A to accept this mentee, or D to decline:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
        WHEN "A"
            PERFORM REMOVE-MENTOR-REQUEST
            OPEN EXTEND MENTOR-PAIR-FILE
            IF MENTOR-PAIR-STATUS = "35"
                OPEN OUTPUT MENTOR-PAIR-FILE
            END-IF
            MOVE SPACES TO MENTOR-PAIR-REC
            STRING FUNCTION TRIM(WS-MTR-TARGET) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE "|"
                   FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE
                INTO MENTOR-PAIR-REC
            END-STRING
            WRITE MENTOR-PAIR-REC
            CLOSE MENTOR-PAIR-FILE
            MOVE WS-MTR-TARGET TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   " accepted your mentorship request." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
            MOVE "Mentorship pairing recorded." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN "D"
            PERFORM REMOVE-MENTOR-REQUEST
            MOVE "Mentorship request declined." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> REMOVE-MENTOR-REQUEST: temp-file swap dropping the pending request
*> from WS-MTR-TARGET to this mentor.
REMOVE-MENTOR-REQUEST.
    MOVE "N" TO WS-MTR-EOF
    MOVE "N" TO WS-MTR-MATCHED
    OPEN INPUT MENTOR-REQ-FILE
    IF MENTOR-REQ-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT MENTOR-REQ-TEMP-FILE

    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-REQ-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-REQ-REC NOT = SPACES
                    MOVE SPACES TO WS-MTR-REQ-PARSED-STUDENT
                                   WS-MTR-REQ-PARSED-MENTOR
                    UNSTRING MENTOR-REQ-REC DELIMITED BY "|"
                        INTO WS-MTR-REQ-PARSED-STUDENT
                             WS-MTR-REQ-PARSED-MENTOR
                    END-UNSTRING
                    IF WS-MTR-MATCHED = "N"
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-REQ-PARSED-STUDENT))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-TARGET))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-REQ-PARSED-MENTOR))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-MTR-MATCHED
                    ELSE
                        MOVE MENTOR-REQ-REC TO MENTOR-REQ-TEMP-REC
                        WRITE MENTOR-REQ-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE MENTOR-REQ-FILE
    CLOSE MENTOR-REQ-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-MENTOR-REQ-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-MENTOR-REQ-TEMP-PATH WS-MENTOR-REQ-LIVE-PATH
        RETURNING WS-MENTOR-RENAME-STATUS
    EXIT PARAGRAPH.

*> MY-MENTORSHIP-FLOW: either member of a pairing opens it here to
*> read the shared meeting log or add an entry (date, topic, optional
*> note). The log is what separates a thriving pairing from one that
*> died after the first week - MENTORSHIPREPORT reads the same file.
MY-MENTORSHIP-FLOW.
    MOVE 0 TO WS-MTR-PAIR-COUNT
    MOVE "N" TO WS-MTR-EOF

    MOVE "--- My Mentorship ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT MENTOR-PAIR-FILE
    IF MENTOR-PAIR-STATUS = "35"
        MOVE "You have no mentorship pairings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-PAIR-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-PAIR-REC NOT = SPACES AND WS-MTR-PAIR-COUNT < 50
                    MOVE SPACES TO WS-MTR-PAIR-PARSED-STUDENT
                                   WS-MTR-PAIR-PARSED-MENTOR
                                   WS-MTR-PAIR-PARSED-DATE
                    UNSTRING MENTOR-PAIR-REC DELIMITED BY "|"
                        INTO WS-MTR-PAIR-PARSED-STUDENT
                             WS-MTR-PAIR-PARSED-MENTOR
                             WS-MTR-PAIR-PARSED-DATE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-PARSED-MENTOR))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-MTR-PAIR-COUNT
                        MOVE WS-MTR-PAIR-PARSED-STUDENT
                            TO WS-MTR-PAIR-E-STUDENT(WS-MTR-PAIR-COUNT)
                        MOVE WS-MTR-PAIR-PARSED-MENTOR
                            TO WS-MTR-PAIR-E-MENTOR(WS-MTR-PAIR-COUNT)
                        MOVE WS-MTR-PAIR-PARSED-DATE
                            TO WS-MTR-PAIR-E-DATE(WS-MTR-PAIR-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MENTOR-PAIR-FILE

    IF WS-MTR-PAIR-COUNT = 0
        MOVE "You have no mentorship pairings." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
        UNTIL WS-MTR-IDX > WS-MTR-PAIR-COUNT
        PERFORM COUNT-PAIR-MEETINGS
        MOVE WS-MTR-LOG-COUNT TO WS-MTR-LOG-COUNT-EDIT
        MOVE SPACES TO OUTPUT-BUFFER
        MOVE WS-MTR-IDX TO WS-MTR-IDX-DISPLAY
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
            STRING FUNCTION TRIM(WS-MTR-IDX-DISPLAY) DELIMITED BY SIZE
                   ". Your mentor " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-PAIR-E-MENTOR(WS-MTR-IDX)) DELIMITED BY SIZE
                   " - since " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-PAIR-E-DATE(WS-MTR-IDX)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-LOG-COUNT-EDIT) DELIMITED BY SIZE
                   " meeting(s) logged" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING FUNCTION TRIM(WS-MTR-IDX-DISPLAY) DELIMITED BY SIZE
                   ". Your mentee " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX)) DELIMITED BY SIZE
                   " - since " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-PAIR-E-DATE(WS-MTR-IDX)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTR-LOG-COUNT-EDIT) DELIMITED BY SIZE
                   " meeting(s) logged" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        PERFORM DUAL-OUTPUT
    END-PERFORM

    MOVE "Enter a number to open that pairing's meeting log, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-MTR-IDX
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-MTR-IDX
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-MTR-IDX = 0 OR WS-MTR-IDX > WS-MTR-PAIR-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM SHOW-PAIR-MEETING-LOG

    MOVE "Enter L to log a meeting, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND)) = "L"
        PERFORM LOG-PAIR-MEETING
    END-IF
    EXIT PARAGRAPH.

*> COUNT-PAIR-MEETINGS: meetings on record for the pairing at
*> WS-MTR-IDX - one pass over the log file, small either way.
COUNT-PAIR-MEETINGS.
    MOVE 0 TO WS-MTR-LOG-COUNT
    MOVE "N" TO WS-MTR-EOF
    OPEN INPUT MENTOR-LOG-FILE
    IF MENTOR-LOG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-LOG-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-LOG-REC NOT = SPACES
                    MOVE SPACES TO WS-MTR-LOG-PARSED-STUDENT
                                   WS-MTR-LOG-PARSED-MENTOR
                                   WS-MTR-LOG-PARSED-DATE
                                   WS-MTR-LOG-PARSED-TOPIC
                                   WS-MTR-LOG-PARSED-NOTE
                    UNSTRING MENTOR-LOG-REC DELIMITED BY "|"
                        INTO WS-MTR-LOG-PARSED-STUDENT
                             WS-MTR-LOG-PARSED-MENTOR
                             WS-MTR-LOG-PARSED-DATE
                             WS-MTR-LOG-PARSED-TOPIC
                             WS-MTR-LOG-PARSED-NOTE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-LOG-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX)))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-LOG-PARSED-MENTOR))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-E-MENTOR(WS-MTR-IDX)))
                        ADD 1 TO WS-MTR-LOG-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MENTOR-LOG-FILE
    EXIT PARAGRAPH.

*> SHOW-PAIR-MEETING-LOG: every log entry for the chosen pairing, in
*> the order logged.
SHOW-PAIR-MEETING-LOG.
    MOVE "--- Meeting Log ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-MTR-LOG-COUNT
    MOVE "N" TO WS-MTR-EOF
    OPEN INPUT MENTOR-LOG-FILE
    IF MENTOR-LOG-STATUS = "35"
        MOVE "No meetings have been logged for this pairing." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-MTR-EOF = "Y"
        READ MENTOR-LOG-FILE
            AT END
                MOVE "Y" TO WS-MTR-EOF
            NOT AT END
                IF MENTOR-LOG-REC NOT = SPACES
                    MOVE SPACES TO WS-MTR-LOG-PARSED-STUDENT
                                   WS-MTR-LOG-PARSED-MENTOR
                                   WS-MTR-LOG-PARSED-DATE
                                   WS-MTR-LOG-PARSED-TOPIC
                                   WS-MTR-LOG-PARSED-NOTE
                    UNSTRING MENTOR-LOG-REC DELIMITED BY "|"
                        INTO WS-MTR-LOG-PARSED-STUDENT
                             WS-MTR-LOG-PARSED-MENTOR
                             WS-MTR-LOG-PARSED-DATE
                             WS-MTR-LOG-PARSED-TOPIC
                             WS-MTR-LOG-PARSED-NOTE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-LOG-PARSED-STUDENT))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX)))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-LOG-PARSED-MENTOR))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-E-MENTOR(WS-MTR-IDX)))
                        ADD 1 TO WS-MTR-LOG-COUNT
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING FUNCTION TRIM(WS-MTR-LOG-PARSED-DATE) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-MTR-LOG-PARSED-TOPIC) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                        IF FUNCTION TRIM(WS-MTR-LOG-PARSED-NOTE) NOT = SPACES
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  Note: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-MTR-LOG-PARSED-NOTE) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MENTOR-LOG-FILE
    IF WS-MTR-LOG-COUNT = 0
        MOVE "No meetings have been logged for this pairing." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> LOG-PAIR-MEETING: append one STUDENT|MENTOR|DATE|TOPIC|NOTE row for
*> the pairing at WS-MTR-IDX and tell the other member.
LOG-PAIR-MEETING.
    MOVE "Enter the meeting date (YYYYMMDD), or press Enter for today:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-MTR-LOG-DATE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION TRIM(WS-MTR-LOG-DATE) = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MTR-LOG-DATE
    END-IF
    IF WS-MTR-LOG-DATE NOT NUMERIC
        MOVE "Error: The meeting date must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the meeting topic:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-MTR-LOG-TOPIC
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION TRIM(WS-MTR-LOG-TOPIC) = SPACES
        MOVE "Error: The meeting topic is required." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a note, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-MTR-LOG-NOTE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    OPEN EXTEND MENTOR-LOG-FILE
    IF MENTOR-LOG-STATUS = "35"
        OPEN OUTPUT MENTOR-LOG-FILE
    END-IF
    MOVE SPACES TO MENTOR-LOG-REC
    STRING FUNCTION TRIM(WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-PAIR-E-MENTOR(WS-MTR-IDX))  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-LOG-DATE)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-LOG-TOPIC) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-MTR-LOG-NOTE)  DELIMITED BY SIZE
        INTO MENTOR-LOG-REC
    END-STRING
    WRITE MENTOR-LOG-REC
    CLOSE MENTOR-LOG-FILE

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX)))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE WS-MTR-PAIR-E-MENTOR(WS-MTR-IDX) TO WS-MTR-OTHER
    ELSE
        MOVE WS-MTR-PAIR-E-STUDENT(WS-MTR-IDX) TO WS-MTR-OTHER
    END-IF
    MOVE WS-MTR-OTHER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " logged a mentorship meeting: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-MTR-LOG-TOPIC) DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Meeting logged." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> GROUPS-FLOW: student organizations - create a named group, join or
*> leave one, or open a group page listing its members with a link
*> into the usual profile view.
GROUPS-FLOW.
    MOVE "--- Groups ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "1. Create a Group" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "2. Join a Group" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "3. Leave a Group" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "4. View a Group" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "5. Manage a Group" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "6. Re-register a Group" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter your choice, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-GRP-COMMAND
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-GRP-COMMAND) = "0"
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the group name:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-GRP-NAME
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-GRP-NAME) = SPACES
        MOVE "Error: Group name is required and cannot be empty." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-GRP-NAME REPLACING ALL "|" BY " "

    EVALUATE FUNCTION TRIM(WS-GRP-COMMAND)
        WHEN "1"
            PERFORM CREATE-GROUP
        WHEN "2"
            PERFORM JOIN-GROUP
        WHEN "3"
            PERFORM LEAVE-GROUP
        WHEN "4"
            PERFORM VIEW-GROUP
        WHEN "5"
            PERFORM MANAGE-GROUP-FLOW
        WHEN "6"
            PERFORM REREGISTER-GROUP
        WHEN OTHER
            MOVE "Invalid option" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
    END-EVALUATE
    EXIT PARAGRAPH.

*> CHECK-GROUP-EXISTS: case-insensitive lookup of WS-GRP-NAME in the
*> group master; a match overwrites WS-GRP-NAME with the stored
*> spelling, the same canonicalization ADD-COMPANY-IF-NEW does.
CHECK-GROUP-EXISTS.
    MOVE "N" TO WS-GRP-FOUND
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-FILE
    IF GROUP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-PARSED-NAME WS-GRP-PARSED-CREATOR
                                   WS-GRP-PARSED-DATE WS-GRP-PARSED-PRIVACY
                                   WS-GRP-PARSED-STATE
                    UNSTRING GROUP-REC DELIMITED BY "|"
                        INTO WS-GRP-PARSED-NAME
                             WS-GRP-PARSED-CREATOR
                             WS-GRP-PARSED-DATE
                             WS-GRP-PARSED-PRIVACY
                             WS-GRP-PARSED-STATE
                    END-UNSTRING
                    *> Groups from before the flag existed are Open.
                    IF FUNCTION TRIM(WS-GRP-PARSED-PRIVACY) = SPACES
                        MOVE "Open" TO WS-GRP-PARSED-PRIVACY
                    END-IF
                    *> ... and Active, as is any group never lapsed.
                    IF FUNCTION TRIM(WS-GRP-PARSED-STATE) = SPACES
                        MOVE "Active" TO WS-GRP-PARSED-STATE
                    END-IF
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                        MOVE WS-GRP-PARSED-NAME TO WS-GRP-NAME
                        MOVE "Y" TO WS-GRP-FOUND
                        MOVE "Y" TO WS-GRP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE
    EXIT PARAGRAPH.

*> CHECK-GROUP-MEMBERSHIP: is AR-USERNAME already in WS-GRP-NAME?
CHECK-GROUP-MEMBERSHIP.
    MOVE "N" TO WS-GRP-MEMBER
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-MEMBER-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-MEMBER-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-MEM-PARSED-NAME WS-GRP-MEM-PARSED-USER
                    UNSTRING GROUP-MEMBER-REC DELIMITED BY "|"
                        INTO WS-GRP-MEM-PARSED-NAME
                             WS-GRP-MEM-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-GRP-MEMBER
                        MOVE "Y" TO WS-GRP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MEMBER-FILE
    EXIT PARAGRAPH.

ADD-GROUP-MEMBERSHIP.
    OPEN EXTEND GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS = "35"
        OPEN OUTPUT GROUP-MEMBER-FILE
    END-IF
    MOVE SPACES TO GROUP-MEMBER-REC
    STRING FUNCTION TRIM(WS-GRP-NAME)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)  DELIMITED BY SIZE
        INTO GROUP-MEMBER-REC
    END-STRING
    WRITE GROUP-MEMBER-REC
    CLOSE GROUP-MEMBER-FILE
    EXIT PARAGRAPH.

CREATE-GROUP.
    PERFORM CHECK-GROUP-EXISTS
    IF WS-GRP-FOUND = "Y"
        MOVE "A group with that name already exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Should this group be private (joins approved by officers)? (Y/N):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-GRP-PRIVACY-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION UPPER-CASE(WS-GRP-PRIVACY-IN) = "Y"
        MOVE "Private" TO WS-GRP-PRIVACY-IN
    ELSE
        MOVE "Open" TO WS-GRP-PRIVACY-IN
    END-IF

    OPEN EXTEND GROUP-FILE
    IF GROUP-STATUS = "35"
        OPEN OUTPUT GROUP-FILE
    END-IF
    MOVE SPACES TO GROUP-REC
    STRING FUNCTION TRIM(WS-GRP-NAME)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)  DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GRP-PRIVACY-IN) DELIMITED BY SIZE "|"
           "Active"                    DELIMITED BY SIZE
        INTO GROUP-REC
    END-STRING
    WRITE GROUP-REC
    CLOSE GROUP-FILE

    PERFORM ADD-GROUP-MEMBERSHIP

    MOVE "Group created. You are its first member." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

JOIN-GROUP.
    PERFORM CHECK-GROUP-EXISTS
    *> An Inactive group missed re-registration and is hidden from
    *> anyone looking to join until its officers re-register it.
    IF WS-GRP-FOUND = "N"
       OR FUNCTION TRIM(WS-GRP-PARSED-STATE) = "Inactive"
        MOVE "No group with that name exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-MEMBERSHIP
    IF WS-GRP-MEMBER = "Y"
        MOVE "You are already a member of that group." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> Private groups queue the join for an officer instead of letting
    *> anyone walk in - the control our honor societies asked for.
    IF FUNCTION TRIM(WS-GRP-PARSED-PRIVACY) = "Private"
        PERFORM CHECK-JOIN-REQUEST-PENDING
        IF WS-GRP-REQ-PENDING = "Y"
            MOVE "Your join request for that group is already awaiting an officer." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        PERFORM WRITE-JOIN-REQUEST
        MOVE "This group is private - your request was sent to its officers." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM ADD-GROUP-MEMBERSHIP
    MOVE "You have joined the group." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

CHECK-JOIN-REQUEST-PENDING.
    MOVE "N" TO WS-GRP-REQ-PENDING
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-JOINREQ-FILE
    IF GROUP-JOINREQ-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-JOINREQ-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-JOINREQ-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-REQ-PARSED-NAME
                                   WS-GRP-REQ-PARSED-USER
                                   WS-GRP-REQ-PARSED-DATE
                    UNSTRING GROUP-JOINREQ-REC DELIMITED BY "|"
                        INTO WS-GRP-REQ-PARSED-NAME
                             WS-GRP-REQ-PARSED-USER
                             WS-GRP-REQ-PARSED-DATE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-REQ-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-REQ-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-GRP-REQ-PENDING
                        MOVE "Y" TO WS-GRP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-JOINREQ-FILE
    EXIT PARAGRAPH.

WRITE-JOIN-REQUEST.
    OPEN EXTEND GROUP-JOINREQ-FILE
    IF GROUP-JOINREQ-STATUS = "35"
        OPEN OUTPUT GROUP-JOINREQ-FILE
    END-IF
    MOVE SPACES TO GROUP-JOINREQ-REC
    STRING FUNCTION TRIM(WS-GRP-NAME)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)  DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
        INTO GROUP-JOINREQ-REC
    END-STRING
    WRITE GROUP-JOINREQ-REC
    CLOSE GROUP-JOINREQ-FILE
    EXIT PARAGRAPH.

*> CHECK-GROUP-OFFICER: is AR-USERNAME an officer of WS-GRP-NAME?
*> The creator recorded in Groups.txt always is; co-officers are the
*> GroupOfficers.txt rows the creator added.
CHECK-GROUP-OFFICER.
    MOVE "N" TO WS-GRP-IS-OFFICER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-PARSED-CREATOR))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Y" TO WS-GRP-IS-OFFICER
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-OFFICER-FILE
    IF GROUP-OFFICER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-OFFICER-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-OFFICER-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-OFF-PARSED-NAME
                                   WS-GRP-OFF-PARSED-USER
                    UNSTRING GROUP-OFFICER-REC DELIMITED BY "|"
                        INTO WS-GRP-OFF-PARSED-NAME
                             WS-GRP-OFF-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-OFF-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-OFF-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-GRP-IS-OFFICER
                        MOVE "Y" TO WS-GRP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-OFFICER-FILE
    EXIT PARAGRAPH.

*> MANAGE-GROUP-FLOW: the officer side of a private group - work the
*> pending-join queue one request at a time, and (creator only) name a
*> co-officer.
MANAGE-GROUP-FLOW.
    PERFORM CHECK-GROUP-EXISTS
    IF WS-GRP-FOUND = "N"
        MOVE "No group with that name exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-OFFICER
    IF WS-GRP-IS-OFFICER = "N"
        MOVE "Only the group's officers can manage it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-GRP-PARSED-STATE) = "Inactive"
        MOVE "This group is inactive - re-register it (option 6) before managing it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-PENDING-JOIN-REQUESTS
    IF WS-GRP-REQ-COUNT = 0
        MOVE "No pending join requests." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        PERFORM VARYING WS-GRP-REQ-IDX FROM 1 BY 1
            UNTIL WS-GRP-REQ-IDX > WS-GRP-REQ-COUNT OR EOF = "Y"
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Join request from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-REQ-USER(WS-GRP-REQ-IDX)) DELIMITED BY SIZE
                   " - enter A to approve, D to decline, or press Enter to skip:" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            READ INFILE
                AT END MOVE "Y" TO EOF
                NOT AT END
                        PERFORM COUNT-INPUT-LINE
                        MOVE FUNCTION TRIM(IN-REC) TO WS-GRP-REQ-DECISION
            END-READ
            IF EOF NOT = "Y"
                EVALUATE FUNCTION UPPER-CASE(WS-GRP-REQ-DECISION)
                    WHEN "A"
                        MOVE "A" TO WS-GRP-REQ-MARK(WS-GRP-REQ-IDX)
                        MOVE WS-GRP-REQ-USER(WS-GRP-REQ-IDX)
                            TO WS-GRP-TARGET-USER
                        PERFORM ADD-GROUP-MEMBERSHIP-FOR-TARGET
                        MOVE WS-GRP-TARGET-USER TO WS-NOTIFY-USER
                        MOVE SPACES TO WS-NOTIFY-TEXT
                        STRING "Your request to join " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
                               " was approved." DELIMITED BY SIZE
                            INTO WS-NOTIFY-TEXT
                        END-STRING
                        MOVE "GROUP" TO WS-NOTIFY-CATEGORY
                        PERFORM ADD-NOTIFICATION
                        MOVE "Approved." TO OUTPUT-BUFFER
                        PERFORM DUAL-OUTPUT
                    WHEN "D"
                        MOVE "D" TO WS-GRP-REQ-MARK(WS-GRP-REQ-IDX)
                        MOVE WS-GRP-REQ-USER(WS-GRP-REQ-IDX) TO WS-NOTIFY-USER
                        MOVE SPACES TO WS-NOTIFY-TEXT
                        STRING "Your request to join " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
                               " was declined." DELIMITED BY SIZE
                            INTO WS-NOTIFY-TEXT
                        END-STRING
                        MOVE "GROUP" TO WS-NOTIFY-CATEGORY
                        PERFORM ADD-NOTIFICATION
                        MOVE "Declined." TO OUTPUT-BUFFER
                        PERFORM DUAL-OUTPUT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
        PERFORM REMOVE-DECIDED-JOIN-REQUESTS
    END-IF
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Only the creator hands out officer roles.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-PARSED-CREATOR))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
        MOVE "Enter a member username to name as co-officer, or press Enter to skip:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-GRP-NEW-OFFICER
        END-READ
        IF EOF = "Y" OR WS-GRP-NEW-OFFICER = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-TARGET-GROUP-MEMBERSHIP
        IF WS-GRP-MEMBER = "N"
            MOVE "Co-officers must already be members of the group." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        OPEN EXTEND GROUP-OFFICER-FILE
        IF GROUP-OFFICER-STATUS = "35"
            OPEN OUTPUT GROUP-OFFICER-FILE
        END-IF
        MOVE SPACES TO GROUP-OFFICER-REC
        STRING FUNCTION TRIM(WS-GRP-NAME)        DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-GRP-NEW-OFFICER) DELIMITED BY SIZE
            INTO GROUP-OFFICER-REC
        END-STRING
        WRITE GROUP-OFFICER-REC
        CLOSE GROUP-OFFICER-FILE
        MOVE WS-GRP-NEW-OFFICER TO WS-NOTIFY-USER
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "You are now an officer of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
        MOVE "GROUP" TO WS-NOTIFY-CATEGORY
        PERFORM ADD-NOTIFICATION
        MOVE "Co-officer named." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

LOAD-PENDING-JOIN-REQUESTS.
    MOVE 0 TO WS-GRP-REQ-COUNT
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-JOINREQ-FILE
    IF GROUP-JOINREQ-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-JOINREQ-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-JOINREQ-REC NOT = SPACES
                   AND WS-GRP-REQ-COUNT < 100
                    MOVE SPACES TO WS-GRP-REQ-PARSED-NAME
                                   WS-GRP-REQ-PARSED-USER
                                   WS-GRP-REQ-PARSED-DATE
                    UNSTRING GROUP-JOINREQ-REC DELIMITED BY "|"
                        INTO WS-GRP-REQ-PARSED-NAME
                             WS-GRP-REQ-PARSED-USER
                             WS-GRP-REQ-PARSED-DATE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-REQ-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                        ADD 1 TO WS-GRP-REQ-COUNT
                        MOVE WS-GRP-REQ-PARSED-USER
                            TO WS-GRP-REQ-USER(WS-GRP-REQ-COUNT)
                        MOVE SPACE TO WS-GRP-REQ-MARK(WS-GRP-REQ-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-JOINREQ-FILE
    EXIT PARAGRAPH.

*> REMOVE-DECIDED-JOIN-REQUESTS: temp-file swap dropping the requests
*> the officer just approved or declined; skipped ones stay queued.
REMOVE-DECIDED-JOIN-REQUESTS.
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-JOINREQ-FILE
    IF GROUP-JOINREQ-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT GROUP-JOINREQ-TEMP-FILE
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-JOINREQ-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-JOINREQ-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-REQ-PARSED-NAME
                                   WS-GRP-REQ-PARSED-USER
                                   WS-GRP-REQ-PARSED-DATE
                    UNSTRING GROUP-JOINREQ-REC DELIMITED BY "|"
                        INTO WS-GRP-REQ-PARSED-NAME
                             WS-GRP-REQ-PARSED-USER
                             WS-GRP-REQ-PARSED-DATE
                    END-UNSTRING
                    MOVE "N" TO WS-GRP-REQ-PENDING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-REQ-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                        PERFORM VARYING WS-GRP-REQ-IDX FROM 1 BY 1
                            UNTIL WS-GRP-REQ-IDX > WS-GRP-REQ-COUNT
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-REQ-USER(WS-GRP-REQ-IDX)))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-REQ-PARSED-USER))
                               AND WS-GRP-REQ-MARK(WS-GRP-REQ-IDX) NOT = SPACE
                                MOVE "Y" TO WS-GRP-REQ-PENDING
                                MOVE WS-GRP-REQ-COUNT TO WS-GRP-REQ-IDX
                            END-IF
                        END-PERFORM
                    END-IF
                    IF WS-GRP-REQ-PENDING = "N"
                        MOVE GROUP-JOINREQ-REC TO GROUP-JOINREQ-TEMP-REC
                        WRITE GROUP-JOINREQ-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-JOINREQ-FILE
    CLOSE GROUP-JOINREQ-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-GROUP-JOINREQ-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-GROUP-JOINREQ-TEMP-PATH
        WS-GROUP-JOINREQ-LIVE-PATH
        RETURNING WS-GROUP-RENAME-STATUS
    EXIT PARAGRAPH.

ADD-GROUP-MEMBERSHIP-FOR-TARGET.
    OPEN EXTEND GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS = "35"
        OPEN OUTPUT GROUP-MEMBER-FILE
    END-IF
    MOVE SPACES TO GROUP-MEMBER-REC
    STRING FUNCTION TRIM(WS-GRP-NAME)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GRP-TARGET-USER) DELIMITED BY SIZE
        INTO GROUP-MEMBER-REC
    END-STRING
    WRITE GROUP-MEMBER-REC
    CLOSE GROUP-MEMBER-FILE
    EXIT PARAGRAPH.

*> CHECK-TARGET-GROUP-MEMBERSHIP: same check as
*> CHECK-GROUP-MEMBERSHIP but for WS-GRP-NEW-OFFICER instead of the
*> session user.
CHECK-TARGET-GROUP-MEMBERSHIP.
    MOVE "N" TO WS-GRP-MEMBER
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-MEMBER-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-MEMBER-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-MEM-PARSED-NAME WS-GRP-MEM-PARSED-USER
                    UNSTRING GROUP-MEMBER-REC DELIMITED BY "|"
                        INTO WS-GRP-MEM-PARSED-NAME
                             WS-GRP-MEM-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NEW-OFFICER))
                        MOVE "Y" TO WS-GRP-MEMBER
                        MOVE "Y" TO WS-GRP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MEMBER-FILE
    EXIT PARAGRAPH.

LEAVE-GROUP.
    PERFORM CHECK-GROUP-MEMBERSHIP
    IF WS-GRP-MEMBER = "N"
        MOVE "You are not a member of that group." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT GROUP-MEMBER-TEMP-FILE

    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUP-MEMBER-FILE
            AT END
                MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                IF GROUP-MEMBER-REC NOT = SPACES
                    MOVE SPACES TO WS-GRP-MEM-PARSED-NAME WS-GRP-MEM-PARSED-USER
                    UNSTRING GROUP-MEMBER-REC DELIMITED BY "|"
                        INTO WS-GRP-MEM-PARSED-NAME
                             WS-GRP-MEM-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        CONTINUE
                    ELSE
                        MOVE GROUP-MEMBER-REC TO GROUP-MEMBER-TEMP-REC
                        WRITE GROUP-MEMBER-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE GROUP-MEMBER-FILE
    CLOSE GROUP-MEMBER-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-GROUP-MEMBER-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-GROUP-MEMBER-TEMP-PATH WS-GROUP-MEMBER-LIVE-PATH
        RETURNING WS-GROUP-RENAME-STATUS

    MOVE "You have left the group." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REREGISTER-GROUP: an officer re-registers the group for the current
*> cycle - the officer roster is shown with each officer's standing,
*> co-officers who have moved on can be dropped, and the officer
*> attests to the Student Activities Policy on the roster's behalf.
*> Nothing is written until the attestation is typed, and a group
*> made Inactive for missing the deadline comes back to Active.
REREGISTER-GROUP.
    PERFORM CHECK-GROUP-EXISTS
    IF WS-GRP-FOUND = "N"
        MOVE "No group with that name exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-OFFICER
    IF WS-GRP-IS-OFFICER = "N"
        MOVE "Only the group's officers can re-register it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-CURRENT-GROUP-CYCLE
    IF WS-GRR-CYCLE-FOUND = "N"
        MOVE "Student activities has not opened a re-registration cycle." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-GRP-NAME TO WS-GRR-CHECK-GROUP
    PERFORM CHECK-GROUP-REGISTERED
    IF WS-GRR-REGISTERED = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
               " is already re-registered for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRR-CYCLE-TERM) DELIMITED BY SIZE
               " (on " DELIMITED BY SIZE
               WS-GRR-REGISTERED-ON DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "--- Re-registration for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-CYCLE-TERM) DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Deadline: " DELIMITED BY SIZE
           WS-GRR-CYCLE-DEADLINE DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    IF FUNCTION CURRENT-DATE(1:8) > WS-GRR-CYCLE-DEADLINE
        MOVE "The deadline has passed - re-registering now restores the group if it was made inactive." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    PERFORM LOAD-GROUP-OFFICER-ROSTER
    PERFORM SHOW-GROUP-OFFICER-ROSTER

    MOVE 0 TO WS-GRR-DROPPED
    MOVE "N" TO WS-GRR-DROP-DONE
    PERFORM UNTIL WS-GRR-DROP-DONE = "Y" OR EOF = "Y"
        MOVE "Enter a co-officer username to drop from the roster, or press Enter to confirm it:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-GRR-DROP-IN
        END-READ
        IF EOF NOT = "Y"
            IF WS-GRR-DROP-IN = SPACES
                MOVE "Y" TO WS-GRR-DROP-DONE
            ELSE
                PERFORM DROP-ROSTER-OFFICER
            END-IF
        END-IF
    END-PERFORM
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE 0 TO WS-GRR-STUDENT-OFFICERS
    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        IF WS-GRR-ROSTER-MARK(WS-GRR-IDX) NOT = "D"
           AND WS-GRR-ROSTER-ROLE(WS-GRR-IDX) = "STUDENT"
            ADD 1 TO WS-GRR-STUDENT-OFFICERS
        END-IF
    END-PERFORM
    IF WS-GRR-STUDENT-OFFICERS = 0
        MOVE "Note: no officer on this roster is a current student - student activities will be asked to reassign the group." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    PERFORM SHOW-ACTIVITY-POLICY
    MOVE "Type ATTEST to attest on behalf of the officers above, or press Enter to cancel:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE SPACES TO WS-GRR-ATTEST-IN
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-GRR-ATTEST-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-GRR-ATTEST-IN NOT = "ATTEST"
        MOVE "Re-registration cancelled - nothing was changed." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF WS-GRR-DROPPED > 0
        PERFORM REMOVE-DROPPED-GROUP-OFFICERS
    END-IF
    PERFORM WRITE-GROUP-REGISTRATION

    MOVE "GROUP" TO WS-AUDIT-ENTITY
    MOVE WS-GRP-NAME TO WS-AUDIT-KEY
    MOVE "REREGISTERED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE WS-GRR-CYCLE-TERM TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    IF FUNCTION TRIM(WS-GRP-PARSED-STATE) = "Inactive"
        MOVE "Active" TO WS-GRR-NEW-STATE
        MOVE SPACES TO WS-GRR-NEW-CREATOR
        PERFORM REWRITE-GROUP-MASTER
        MOVE "GROUP" TO WS-AUDIT-ENTITY
        MOVE WS-GRP-NAME TO WS-AUDIT-KEY
        MOVE "STATUS" TO WS-AUDIT-FIELD
        MOVE "Inactive" TO WS-AUDIT-OLD
        MOVE "Active" TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
        MOVE "The group is active again." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        IF WS-GRR-ROSTER-MARK(WS-GRR-IDX) NOT = "D"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
            MOVE WS-GRR-ROSTER-USER(WS-GRR-IDX) TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
                   " was re-registered for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRR-CYCLE-TERM) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            MOVE "GROUP" TO WS-NOTIFY-CATEGORY
            PERFORM ADD-NOTIFICATION
        END-IF
    END-PERFORM

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Re-registration recorded for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-CYCLE-TERM) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> LOAD-CURRENT-GROUP-CYCLE: the newest GroupRegistrationCycles.txt
*> row is the cycle in force.
LOAD-CURRENT-GROUP-CYCLE.
    MOVE "N" TO WS-GRR-CYCLE-FOUND
    MOVE SPACES TO WS-GRR-CYCLE-TERM WS-GRR-CYCLE-OPENED
                   WS-GRR-CYCLE-DEADLINE WS-GRR-CYCLE-BY
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-CYCLE-FILE
    IF GROUP-CYCLE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRR-EOF = "Y"
        READ GROUP-CYCLE-FILE
            AT END
                MOVE "Y" TO WS-GRR-EOF
            NOT AT END
                IF GROUP-CYCLE-REC NOT = SPACES
                    PERFORM PARSE-GROUP-CYCLE
                    MOVE "Y" TO WS-GRR-CYCLE-FOUND
                    MOVE WS-GRR-PARSED-TERM TO WS-GRR-CYCLE-TERM
                    MOVE WS-GRR-PARSED-OPENED TO WS-GRR-CYCLE-OPENED
                    MOVE WS-GRR-PARSED-DEADLINE TO WS-GRR-CYCLE-DEADLINE
                    MOVE WS-GRR-PARSED-BY TO WS-GRR-CYCLE-BY
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-CYCLE-FILE
    EXIT PARAGRAPH.

PARSE-GROUP-CYCLE.
    MOVE SPACES TO WS-GRR-PARSED-TERM WS-GRR-PARSED-OPENED
                   WS-GRR-PARSED-DEADLINE WS-GRR-PARSED-BY
    UNSTRING GROUP-CYCLE-REC DELIMITED BY "|"
        INTO WS-GRR-PARSED-TERM
             WS-GRR-PARSED-OPENED
             WS-GRR-PARSED-DEADLINE
             WS-GRR-PARSED-BY
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-GROUP-REGISTERED: has WS-GRR-CHECK-GROUP re-registered for
*> the current cycle's term, and on what date?
CHECK-GROUP-REGISTERED.
    MOVE "N" TO WS-GRR-REGISTERED
    MOVE SPACES TO WS-GRR-REGISTERED-ON
    MOVE "N" TO WS-GRR-EOF2
    OPEN INPUT GROUP-REG-FILE
    IF GROUP-REG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRR-EOF2 = "Y"
        READ GROUP-REG-FILE
            AT END
                MOVE "Y" TO WS-GRR-EOF2
            NOT AT END
                IF GROUP-REG-REC NOT = SPACES
                    MOVE SPACES TO WS-GRR-REG-TERM WS-GRR-REG-GROUP
                                   WS-GRR-REG-OFFICER WS-GRR-REG-DATE
                                   WS-GRR-REG-ROSTER WS-GRR-REG-ATTESTED
                    UNSTRING GROUP-REG-REC DELIMITED BY "|"
                        INTO WS-GRR-REG-TERM
                             WS-GRR-REG-GROUP
                             WS-GRR-REG-OFFICER
                             WS-GRR-REG-DATE
                             WS-GRR-REG-ROSTER
                             WS-GRR-REG-ATTESTED
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-GRR-REG-TERM)
                       = FUNCTION TRIM(WS-GRR-CYCLE-TERM)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-REG-GROUP))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-CHECK-GROUP))
                        MOVE "Y" TO WS-GRR-REGISTERED
                        MOVE WS-GRR-REG-DATE TO WS-GRR-REGISTERED-ON
                        MOVE "Y" TO WS-GRR-EOF2
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-REG-FILE
    EXIT PARAGRAPH.

*> LOAD-GROUP-OFFICER-ROSTER: the lead officer (the creator of record)
*> then every co-officer row for WS-GRP-NAME, each with the role on
*> their account - blank when the account is gone.
LOAD-GROUP-OFFICER-ROSTER.
    MOVE 0 TO WS-GRR-ROSTER-COUNT
    ADD 1 TO WS-GRR-ROSTER-COUNT
    MOVE WS-GRP-PARSED-CREATOR TO WS-GRR-ROSTER-USER(1)
    MOVE "L" TO WS-GRR-ROSTER-KIND(1)
    MOVE SPACE TO WS-GRR-ROSTER-MARK(1)
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-OFFICER-FILE
    IF GROUP-OFFICER-STATUS NOT = "35"
        PERFORM UNTIL WS-GRR-EOF = "Y"
            READ GROUP-OFFICER-FILE
                AT END
                    MOVE "Y" TO WS-GRR-EOF
                NOT AT END
                    IF GROUP-OFFICER-REC NOT = SPACES
                        MOVE SPACES TO WS-GRR-O-NAME WS-GRR-O-USER
                        UNSTRING GROUP-OFFICER-REC DELIMITED BY "|"
                            INTO WS-GRR-O-NAME
                                 WS-GRR-O-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-O-NAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                            PERFORM ADD-ROSTER-OFFICER
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-OFFICER-FILE
    END-IF
    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        MOVE WS-GRR-ROSTER-USER(WS-GRR-IDX) TO WS-GRR-LOOKUP
        PERFORM LOOK-UP-GROUP-ACCOUNT
        MOVE SPACES TO WS-GRR-ROSTER-ROLE(WS-GRR-IDX)
        IF WS-GRR-LOOKUP-FOUND = "Y"
            MOVE WS-GRR-LOOKUP-ROLE TO WS-GRR-ROSTER-ROLE(WS-GRR-IDX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ADD-ROSTER-OFFICER.
    MOVE "N" TO WS-GRR-DROP-FOUND
    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-O-USER))
            MOVE "Y" TO WS-GRR-DROP-FOUND
        END-IF
    END-PERFORM
    IF WS-GRR-DROP-FOUND = "N" AND WS-GRR-ROSTER-COUNT < 20
        ADD 1 TO WS-GRR-ROSTER-COUNT
        MOVE WS-GRR-O-USER TO WS-GRR-ROSTER-USER(WS-GRR-ROSTER-COUNT)
        MOVE "O" TO WS-GRR-ROSTER-KIND(WS-GRR-ROSTER-COUNT)
        MOVE SPACE TO WS-GRR-ROSTER-MARK(WS-GRR-ROSTER-COUNT)
    END-IF
    EXIT PARAGRAPH.

SHOW-GROUP-OFFICER-ROSTER.
    MOVE "Officer roster:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        MOVE SPACES TO OUTPUT-BUFFER WS-GRR-ROSTER-TEXT
        IF WS-GRR-ROSTER-KIND(WS-GRR-IDX) = "L"
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)) DELIMITED BY SIZE
                   " - lead officer" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)) DELIMITED BY SIZE
                   " - officer" DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
        EVALUATE TRUE
            WHEN WS-GRR-ROSTER-ROLE(WS-GRR-IDX) = SPACES
                STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                       " (no account on file)" DELIMITED BY SIZE
                    INTO WS-GRR-ROSTER-TEXT
                END-STRING
            WHEN WS-GRR-ROSTER-ROLE(WS-GRR-IDX) = "STUDENT"
                STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                       " (current student)" DELIMITED BY SIZE
                    INTO WS-GRR-ROSTER-TEXT
                END-STRING
            WHEN OTHER
                STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GRR-ROSTER-ROLE(WS-GRR-IDX)) DELIMITED BY SIZE
                       " - not a current student)" DELIMITED BY SIZE
                    INTO WS-GRR-ROSTER-TEXT
                END-STRING
        END-EVALUATE
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRR-ROSTER-TEXT) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        MOVE SPACES TO WS-GRR-ROSTER-TEXT
        PERFORM DUAL-OUTPUT
    END-PERFORM
    EXIT PARAGRAPH.

*> DROP-ROSTER-OFFICER: mark one co-officer to come off the roster
*> when the re-registration is attested. The lead officer stays - only
*> student activities reassigns that.
DROP-ROSTER-OFFICER.
    MOVE "N" TO WS-GRR-DROP-FOUND
    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-DROP-IN))
            MOVE "Y" TO WS-GRR-DROP-FOUND
            EVALUATE TRUE
                WHEN WS-GRR-ROSTER-KIND(WS-GRR-IDX) = "L"
                    MOVE "The lead officer can only be changed by student activities." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                WHEN WS-GRR-ROSTER-MARK(WS-GRR-IDX) = "D"
                    MOVE "That officer is already being dropped." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                WHEN OTHER
                    MOVE "D" TO WS-GRR-ROSTER-MARK(WS-GRR-IDX)
                    ADD 1 TO WS-GRR-DROPPED
                    MOVE SPACES TO OUTPUT-BUFFER
                    STRING FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)) DELIMITED BY SIZE
                           " will be dropped from the officer roster." DELIMITED BY SIZE
                        INTO OUTPUT-BUFFER
                    END-STRING
                    PERFORM DUAL-OUTPUT
            END-EVALUATE
        END-IF
    END-PERFORM
    IF WS-GRR-DROP-FOUND = "N"
        MOVE "That user is not on this group's officer roster." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> SHOW-ACTIVITY-POLICY: the policy text student activities keeps in
*> StudentActivitiesPolicy.txt, followed by the attestation itself.
SHOW-ACTIVITY-POLICY.
    MOVE "Student Activities Policy:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-GRR-POLICY-LINES
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT ACTIVITY-POLICY-FILE
    IF ACTIVITY-POLICY-STATUS NOT = "35"
        PERFORM UNTIL WS-GRR-EOF = "Y"
            READ ACTIVITY-POLICY-FILE
                AT END
                    MOVE "Y" TO WS-GRR-EOF
                NOT AT END
                    IF ACTIVITY-POLICY-REC NOT = SPACES
                        ADD 1 TO WS-GRR-POLICY-LINES
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(ACTIVITY-POLICY-REC) DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACTIVITY-POLICY-FILE
    END-IF
    IF WS-GRR-POLICY-LINES = 0
        MOVE "  Registered organizations follow the campus conduct code, keep their officer roster current, and keep membership open to every eligible student." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    MOVE "I attest that the officer roster above is current and that this organization will follow the Student Activities Policy." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> REMOVE-DROPPED-GROUP-OFFICERS: temp-file swap of GroupOfficers.txt
*> leaving out this group's dropped co-officers; each is told and the
*> change is journaled.
REMOVE-DROPPED-GROUP-OFFICERS.
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-OFFICER-FILE
    IF GROUP-OFFICER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT GROUP-OFFICER-TEMP-FILE
    PERFORM UNTIL WS-GRR-EOF = "Y"
        READ GROUP-OFFICER-FILE
            AT END
                MOVE "Y" TO WS-GRR-EOF
            NOT AT END
                IF GROUP-OFFICER-REC NOT = SPACES
                    MOVE SPACES TO WS-GRR-O-NAME WS-GRR-O-USER
                    UNSTRING GROUP-OFFICER-REC DELIMITED BY "|"
                        INTO WS-GRR-O-NAME
                             WS-GRR-O-USER
                    END-UNSTRING
                    MOVE "N" TO WS-GRR-DROP-FOUND
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-O-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                        PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
                            UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
                            IF WS-GRR-ROSTER-MARK(WS-GRR-IDX) = "D"
                               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-O-USER))
                                MOVE "Y" TO WS-GRR-DROP-FOUND
                            END-IF
                        END-PERFORM
                    END-IF
                    IF WS-GRR-DROP-FOUND = "N"
                        MOVE GROUP-OFFICER-REC TO GROUP-OFFICER-TEMP-REC
                        WRITE GROUP-OFFICER-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-OFFICER-FILE
    CLOSE GROUP-OFFICER-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-GROUP-OFFICER-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-GROUP-OFFICER-TEMP-PATH
        WS-GROUP-OFFICER-LIVE-PATH
        RETURNING WS-GROUP-RENAME-STATUS

    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        IF WS-GRR-ROSTER-MARK(WS-GRR-IDX) = "D"
            MOVE "GROUP" TO WS-AUDIT-ENTITY
            MOVE WS-GRP-NAME TO WS-AUDIT-KEY
            MOVE "OFFICER" TO WS-AUDIT-FIELD
            MOVE WS-GRR-ROSTER-USER(WS-GRR-IDX) TO WS-AUDIT-OLD
            MOVE SPACES TO WS-AUDIT-NEW
            PERFORM WRITE-AUDIT-LINE
            MOVE WS-GRR-ROSTER-USER(WS-GRR-IDX) TO WS-NOTIFY-USER
            MOVE SPACES TO WS-NOTIFY-TEXT
            STRING "You are no longer listed as an officer of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO WS-NOTIFY-TEXT
            END-STRING
            MOVE "GROUP" TO WS-NOTIFY-CATEGORY
            PERFORM ADD-NOTIFICATION
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-GROUP-REGISTRATION: TERM|GROUP|OFFICER|DATE|ROSTER|ATTESTED,
*> the roster being the confirmed officers, lead first.
WRITE-GROUP-REGISTRATION.
    MOVE SPACES TO WS-GRR-ROSTER-TEXT
    MOVE 1 TO WS-GRR-ROSTER-PTR
    PERFORM VARYING WS-GRR-IDX FROM 1 BY 1
        UNTIL WS-GRR-IDX > WS-GRR-ROSTER-COUNT
        IF WS-GRR-ROSTER-MARK(WS-GRR-IDX) NOT = "D"
            IF WS-GRR-ROSTER-PTR > 1
                STRING "," DELIMITED BY SIZE
                    INTO WS-GRR-ROSTER-TEXT
                    WITH POINTER WS-GRR-ROSTER-PTR
                    ON OVERFLOW CONTINUE
                END-STRING
            END-IF
            STRING FUNCTION TRIM(WS-GRR-ROSTER-USER(WS-GRR-IDX)) DELIMITED BY SIZE
                INTO WS-GRR-ROSTER-TEXT
                WITH POINTER WS-GRR-ROSTER-PTR
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
    END-PERFORM

    OPEN EXTEND GROUP-REG-FILE
    IF GROUP-REG-STATUS = "35"
        OPEN OUTPUT GROUP-REG-FILE
    END-IF
    MOVE SPACES TO GROUP-REG-REC
    STRING FUNCTION TRIM(WS-GRR-CYCLE-TERM)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GRP-NAME)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)        DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GRR-ROSTER-TEXT) DELIMITED BY SIZE "|"
           "Y"                               DELIMITED BY SIZE
        INTO GROUP-REG-REC
    END-STRING
    WRITE GROUP-REG-REC
    CLOSE GROUP-REG-FILE
    MOVE SPACES TO WS-GRR-ROSTER-TEXT
    EXIT PARAGRAPH.

*> REWRITE-GROUP-MASTER: temp-file swap of Groups.txt applying
*> WS-GRR-NEW-STATE and/or WS-GRR-NEW-CREATOR (spaces leave a field as
*> it is) to the WS-GRP-NAME row.
REWRITE-GROUP-MASTER.
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-FILE
    IF GROUP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT GROUP-TEMP-FILE
    PERFORM UNTIL WS-GRR-EOF = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO WS-GRR-EOF
            NOT AT END
                IF GROUP-REC NOT = SPACES
                    PERFORM PARSE-GROUP-MASTER-ROW
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-M-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                        IF WS-GRR-NEW-STATE NOT = SPACES
                            MOVE WS-GRR-NEW-STATE TO WS-GRR-M-STATE
                        END-IF
                        IF WS-GRR-NEW-CREATOR NOT = SPACES
                            MOVE WS-GRR-NEW-CREATOR TO WS-GRR-M-CREATOR
                        END-IF
                        MOVE SPACES TO GROUP-TEMP-REC
                        STRING FUNCTION TRIM(WS-GRR-M-NAME)    DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-GRR-M-CREATOR) DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-GRR-M-DATE)    DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-GRR-M-PRIVACY) DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-GRR-M-STATE)   DELIMITED BY SIZE
                            INTO GROUP-TEMP-REC
                        END-STRING
                    ELSE
                        MOVE GROUP-REC TO GROUP-TEMP-REC
                    END-IF
                    WRITE GROUP-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE
    CLOSE GROUP-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-GROUP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-GROUP-TEMP-PATH WS-GROUP-LIVE-PATH
        RETURNING WS-GROUP-RENAME-STATUS
    EXIT PARAGRAPH.

PARSE-GROUP-MASTER-ROW.
    MOVE SPACES TO WS-GRR-M-NAME WS-GRR-M-CREATOR WS-GRR-M-DATE
                   WS-GRR-M-PRIVACY WS-GRR-M-STATE
    UNSTRING GROUP-REC DELIMITED BY "|"
        INTO WS-GRR-M-NAME
             WS-GRR-M-CREATOR
             WS-GRR-M-DATE
             WS-GRR-M-PRIVACY
             WS-GRR-M-STATE
    END-UNSTRING
    IF FUNCTION TRIM(WS-GRR-M-PRIVACY) = SPACES
        MOVE "Open" TO WS-GRR-M-PRIVACY
    END-IF
    IF FUNCTION TRIM(WS-GRR-M-STATE) = SPACES
        MOVE "Active" TO WS-GRR-M-STATE
    END-IF
    EXIT PARAGRAPH.

*> LOOK-UP-GROUP-ACCOUNT: does WS-GRR-LOOKUP have an account, under
*> what stored spelling, and with what role? The scan clobbers
*> ACCOUNT-INFO, so the caller's own row is read back afterwards.
LOOK-UP-GROUP-ACCOUNT.
    MOVE "N" TO WS-GRR-LOOKUP-FOUND
    MOVE SPACES TO WS-GRR-LOOKUP-NAME WS-GRR-LOOKUP-ROLE
    MOVE AR-USERNAME TO WS-GRR-SAVED-USERNAME
    MOVE "N" TO WS-GRR-EOF2
    OPEN INPUT ACCOUNT-FILE
    IF ACCOUNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRR-EOF2 = "Y"
        READ ACCOUNT-FILE
            AT END
                MOVE "Y" TO WS-GRR-EOF2
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-LOOKUP))
                    MOVE "Y" TO WS-GRR-LOOKUP-FOUND
                    MOVE AR-USERNAME TO WS-GRR-LOOKUP-NAME
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE))
                        TO WS-GRR-LOOKUP-ROLE
                    MOVE "Y" TO WS-GRR-EOF2
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-FILE
    MOVE WS-GRR-SAVED-USERNAME TO AR-USERNAME
    PERFORM REFRESH-OWN-ACCOUNT-RECORD
    EXIT PARAGRAPH.

*> ADMIN-GROUP-REREG-FLOW: student activities' side of the annual
*> re-registration - where the current cycle stands group by group,
*> opening the next cycle against a Terms.txt term, and handing a
*> group whose lead officer has left to a current student.
ADMIN-GROUP-REREG-FLOW.
    MOVE "--- Group Re-registration ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    PERFORM LOAD-CURRENT-GROUP-CYCLE
    IF WS-GRR-CYCLE-FOUND = "N"
        MOVE "No re-registration cycle has been opened yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    ELSE
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Current cycle: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRR-CYCLE-TERM) DELIMITED BY SIZE
               ", deadline " DELIMITED BY SIZE
               WS-GRR-CYCLE-DEADLINE DELIMITED BY SIZE
               " (opened " DELIMITED BY SIZE
               WS-GRR-CYCLE-OPENED DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRR-CYCLE-BY) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        PERFORM SHOW-GROUP-REREG-STATUS
    END-IF

    MOVE "1. Open a new re-registration cycle" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "2. Reassign a group's lead officer" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "Enter your choice, or 0 to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-GRR-ADMIN-CHOICE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    EVALUATE WS-GRR-ADMIN-CHOICE
        WHEN "1"
            PERFORM OPEN-GROUP-REREG-CYCLE
        WHEN "2"
            PERFORM REASSIGN-GROUP-LEAD
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

SHOW-GROUP-REREG-STATUS.
    MOVE 0 TO WS-GRR-GROUPS WS-GRR-DONE
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-FILE
    IF GROUP-STATUS NOT = "35"
        PERFORM UNTIL WS-GRR-EOF = "Y"
            READ GROUP-FILE
                AT END
                    MOVE "Y" TO WS-GRR-EOF
                NOT AT END
                    IF GROUP-REC NOT = SPACES
                        PERFORM PARSE-GROUP-MASTER-ROW
                        ADD 1 TO WS-GRR-GROUPS
                        MOVE WS-GRR-M-NAME TO WS-GRR-CHECK-GROUP
                        PERFORM CHECK-GROUP-REGISTERED
                        MOVE SPACES TO OUTPUT-BUFFER
                        IF WS-GRR-REGISTERED = "Y"
                            ADD 1 TO WS-GRR-DONE
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-GRR-M-NAME) DELIMITED BY SIZE
                                   " - re-registered " DELIMITED BY SIZE
                                   WS-GRR-REGISTERED-ON DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        ELSE
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-GRR-M-NAME) DELIMITED BY SIZE
                                   " - not re-registered" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                        END-IF
                        IF FUNCTION TRIM(WS-GRR-M-STATE) = "Inactive"
                            MOVE OUTPUT-BUFFER TO WS-GRR-ROSTER-TEXT
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING FUNCTION TRIM(WS-GRR-ROSTER-TEXT TRAILING) DELIMITED BY SIZE
                                   " (Inactive)" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            MOVE SPACES TO WS-GRR-ROSTER-TEXT
                        END-IF
                        PERFORM DUAL-OUTPUT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-FILE
    END-IF
    MOVE WS-GRR-DONE TO WS-GRR-COUNT-EDIT
    MOVE WS-GRR-GROUPS TO WS-GRR-COUNT-EDIT-2
    MOVE SPACES TO OUTPUT-BUFFER
    STRING FUNCTION TRIM(WS-GRR-COUNT-EDIT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-COUNT-EDIT-2) DELIMITED BY SIZE
           " group(s) re-registered." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> OPEN-GROUP-REREG-CYCLE: one cycle per term. The deadline defaults
*> to the term's start date and every group's officers are told the
*> cycle is open - Inactive groups included, since re-registering is
*> how they come back.
OPEN-GROUP-REREG-CYCLE.
    MOVE "Enter the term code for this re-registration cycle:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC))
                    TO WS-TRM-CODE-IN
    END-READ
    IF EOF = "Y" OR WS-TRM-CODE-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-TERM-BY-CODE
    IF WS-TRM-FOUND = "N"
        MOVE "No term with that code is on file - add it under Manage Terms first." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TRM-PARSED-CODE TO WS-GRR-TERM-IN

    MOVE "N" TO WS-GRR-TERM-TAKEN
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-CYCLE-FILE
    IF GROUP-CYCLE-STATUS NOT = "35"
        PERFORM UNTIL WS-GRR-EOF = "Y"
            READ GROUP-CYCLE-FILE
                AT END
                    MOVE "Y" TO WS-GRR-EOF
                NOT AT END
                    IF GROUP-CYCLE-REC NOT = SPACES
                        PERFORM PARSE-GROUP-CYCLE
                        IF FUNCTION TRIM(WS-GRR-PARSED-TERM)
                           = FUNCTION TRIM(WS-GRR-TERM-IN)
                            MOVE "Y" TO WS-GRR-TERM-TAKEN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-CYCLE-FILE
    END-IF
    IF WS-GRR-TERM-TAKEN = "Y"
        MOVE "A re-registration cycle for that term has already been opened." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Enter the re-registration deadline (YYYYMMDD), or press Enter for the term start date (" DELIMITED BY SIZE
           WS-TRM-PARSED-START DELIMITED BY SIZE
           "):" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-GRR-DEADLINE-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-GRR-DEADLINE-IN = SPACES
        MOVE WS-TRM-PARSED-START TO WS-GRR-DEADLINE-IN
    END-IF
    IF WS-GRR-DEADLINE-IN(1:8) NOT NUMERIC
       OR WS-GRR-DEADLINE-IN(9:2) NOT = SPACES
        MOVE "Error: The deadline must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GRR-TODAY
    IF WS-GRR-DEADLINE-IN(1:8) < WS-GRR-TODAY
        MOVE "Error: The deadline cannot be in the past." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND GROUP-CYCLE-FILE
    IF GROUP-CYCLE-STATUS = "35"
        OPEN OUTPUT GROUP-CYCLE-FILE
    END-IF
    MOVE SPACES TO GROUP-CYCLE-REC
    STRING FUNCTION TRIM(WS-GRR-TERM-IN)  DELIMITED BY SIZE "|"
           WS-GRR-TODAY                   DELIMITED BY SIZE "|"
           WS-GRR-DEADLINE-IN(1:8)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE
        INTO GROUP-CYCLE-REC
    END-STRING
    WRITE GROUP-CYCLE-REC
    CLOSE GROUP-CYCLE-FILE

    MOVE "GROUP-CYCLE" TO WS-AUDIT-ENTITY
    MOVE WS-GRR-TERM-IN TO WS-AUDIT-KEY
    MOVE "OPENED" TO WS-AUDIT-FIELD
    MOVE SPACES TO WS-AUDIT-OLD
    MOVE WS-GRR-DEADLINE-IN(1:8) TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    PERFORM LOAD-CURRENT-GROUP-CYCLE
    PERFORM NOTIFY-ALL-GROUP-OFFICERS

    MOVE WS-GRR-NOTIFIED TO WS-GRR-COUNT-EDIT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Cycle opened for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-TERM-IN) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-COUNT-EDIT) DELIMITED BY SIZE
           " officer notification(s) sent." DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> NOTIFY-ALL-GROUP-OFFICERS: every group's lead officer and
*> co-officers hear that the current cycle is open.
NOTIFY-ALL-GROUP-OFFICERS.
    MOVE 0 TO WS-GRR-NOTIFIED
    MOVE "N" TO WS-GRR-EOF
    OPEN INPUT GROUP-FILE
    IF GROUP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GRR-EOF = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO WS-GRR-EOF
            NOT AT END
                IF GROUP-REC NOT = SPACES
                    PERFORM PARSE-GROUP-MASTER-ROW
                    MOVE WS-GRR-M-CREATOR TO WS-GRR-O-USER
                    PERFORM NOTIFY-CYCLE-OFFICER
                    MOVE "N" TO WS-GRR-EOF2
                    OPEN INPUT GROUP-OFFICER-FILE
                    IF GROUP-OFFICER-STATUS NOT = "35"
                        PERFORM UNTIL WS-GRR-EOF2 = "Y"
                            READ GROUP-OFFICER-FILE
                                AT END
                                    MOVE "Y" TO WS-GRR-EOF2
                                NOT AT END
                                    MOVE SPACES TO WS-GRR-O-NAME WS-GRR-O-USER
                                    UNSTRING GROUP-OFFICER-REC DELIMITED BY "|"
                                        INTO WS-GRR-O-NAME
                                             WS-GRR-O-USER
                                    END-UNSTRING
                                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-O-NAME))
                                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-M-NAME))
                                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-O-USER))
                                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-M-CREATOR))
                                        PERFORM NOTIFY-CYCLE-OFFICER
                                    END-IF
                            END-READ
                        END-PERFORM
                        CLOSE GROUP-OFFICER-FILE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE
    EXIT PARAGRAPH.

NOTIFY-CYCLE-OFFICER.
    IF FUNCTION TRIM(WS-GRR-O-USER) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-GRR-O-USER TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Re-register " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-M-NAME) DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRR-CYCLE-TERM) DELIMITED BY SIZE
           " from Groups by " DELIMITED BY SIZE
           WS-GRR-CYCLE-DEADLINE DELIMITED BY SIZE
           " or it will become inactive." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    MOVE "GROUP" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION
    ADD 1 TO WS-GRR-NOTIFIED
    EXIT PARAGRAPH.

*> REASSIGN-GROUP-LEAD: student activities hands a group whose lead
*> officer graduated or left to a current student, who becomes a
*> member if they were not one already.
REASSIGN-GROUP-LEAD.
    MOVE "Enter the group name:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-GRP-NAME
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    INSPECT WS-GRP-NAME REPLACING ALL "|" BY " "
    PERFORM CHECK-GROUP-EXISTS
    IF WS-GRP-FOUND = "N"
        MOVE "No group with that name exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Current lead officer: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PARSED-CREATOR) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "Enter the username of the new lead officer, or press Enter to go back:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-GRR-LOOKUP
    END-READ
    IF EOF = "Y" OR WS-GRR-LOOKUP = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM LOOK-UP-GROUP-ACCOUNT
    IF WS-GRR-LOOKUP-FOUND = "N"
       OR WS-GRR-LOOKUP-ROLE NOT = "STUDENT"
        MOVE "The new lead officer must be a current student account." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRR-LOOKUP-NAME))
       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-PARSED-CREATOR))
        MOVE "That student is already the lead officer." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-GRR-NEW-STATE
    MOVE WS-GRR-LOOKUP-NAME TO WS-GRR-NEW-CREATOR
    PERFORM REWRITE-GROUP-MASTER

    MOVE WS-GRR-LOOKUP-NAME TO WS-GRP-NEW-OFFICER
    PERFORM CHECK-TARGET-GROUP-MEMBERSHIP
    IF WS-GRP-MEMBER = "N"
        MOVE WS-GRR-LOOKUP-NAME TO WS-GRP-TARGET-USER
        PERFORM ADD-GROUP-MEMBERSHIP-FOR-TARGET
    END-IF

    MOVE "GROUP" TO WS-AUDIT-ENTITY
    MOVE WS-GRP-NAME TO WS-AUDIT-KEY
    MOVE "LEAD-OFFICER" TO WS-AUDIT-FIELD
    MOVE WS-GRP-PARSED-CREATOR TO WS-AUDIT-OLD
    MOVE WS-GRR-LOOKUP-NAME TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE

    MOVE WS-GRR-LOOKUP-NAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Student activities made you the lead officer of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
           " - re-register it from Groups if it is inactive." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    MOVE "GROUP" TO WS-NOTIFY-CATEGORY
    PERFORM ADD-NOTIFICATION

    MOVE "Lead officer reassigned." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> VIEW-GROUP: the group page - creator, member list, and an optional
*> hop into a member's profile through the same visibility-aware view
*> the search flow uses.
VIEW-GROUP.
    PERFORM CHECK-GROUP-EXISTS
    IF WS-GRP-FOUND = "N"
        MOVE "No group with that name exists." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    *> Inactive groups are out of browse for everyone but their own
    *> members, who keep read-only access to the page and board.
    IF FUNCTION TRIM(WS-GRP-PARSED-STATE) = "Inactive"
        PERFORM CHECK-GROUP-MEMBERSHIP
        IF WS-GRP-MEMBER = "N"
            MOVE "No group with that name exists." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "--- " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-NAME) DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "Created by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PARSED-CREATOR) DELIMITED BY SIZE
           " on " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PARSED-DATE) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    IF FUNCTION TRIM(WS-GRP-PARSED-STATE) = "Inactive"
        MOVE "This group is inactive - it missed re-registration. The board is read-only until an officer re-registers it." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF

    MOVE "Members:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE 0 TO WS-GRP-COUNT
    MOVE "N" TO WS-GRP-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS NOT = "35"
        PERFORM UNTIL WS-GRP-EOF = "Y"
            READ GROUP-MEMBER-FILE
                AT END
                    MOVE "Y" TO WS-GRP-EOF
                NOT AT END
                    IF GROUP-MEMBER-REC NOT = SPACES
                        MOVE SPACES TO WS-GRP-MEM-PARSED-NAME WS-GRP-MEM-PARSED-USER
                        UNSTRING GROUP-MEMBER-REC DELIMITED BY "|"
                            INTO WS-GRP-MEM-PARSED-NAME
                                 WS-GRP-MEM-PARSED-USER
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-NAME))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                            ADD 1 TO WS-GRP-COUNT
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-GRP-MEM-PARSED-USER) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-MEMBER-FILE
    END-IF

    IF WS-GRP-COUNT = 0
        MOVE "  (no members yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> The board turns the group page from a roster into a place -
    *> newest posts first, members can add to it, and the visit stamp
    *> feeds the new-post count in the login summary.
    PERFORM SHOW-GROUP-BOARD
    PERFORM CHECK-GROUP-MEMBERSHIP
    IF WS-GRP-MEMBER = "Y"
        PERFORM RECORD-BOARD-VISIT
    END-IF
    IF WS-GRP-MEMBER = "Y"
       AND FUNCTION TRIM(WS-GRP-PARSED-STATE) NOT = "Inactive"
        MOVE "Enter a message to post to the group board, or press Enter to skip:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-GPB-TEXT
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
        IF FUNCTION TRIM(WS-GPB-TEXT) NOT = SPACES
            PERFORM WRITE-GROUP-POST
            MOVE "Posted to the group board." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
    END-IF

    MOVE "Enter a member username to view their profile, or press Enter to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE FUNCTION TRIM(IN-REC) TO FOUND-USERNAME
    END-READ
    IF EOF = "Y" OR FOUND-USERNAME = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "GROUP-ROSTER" TO WS-PVL-SOURCE
    PERFORM SHOW-MATCHED-PROFILE
    EXIT PARAGRAPH.

*> SHOW-GROUP-BOARD: the group's message board, newest first - posts
*> are appended to GroupPosts.txt in time order, so loading them into
*> a table and walking it backwards gives the order people expect.
SHOW-GROUP-BOARD.
    MOVE 0 TO WS-GPB-COUNT
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT GROUP-POST-FILE
    IF GROUP-POST-STATUS NOT = "35"
        PERFORM UNTIL WS-GPB-EOF = "Y"
            READ GROUP-POST-FILE
                AT END
                    MOVE "Y" TO WS-GPB-EOF
                NOT AT END
                    IF GROUP-POST-REC NOT = SPACES
                        PERFORM PARSE-GROUP-POST-RECORD
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPB-PARSED-GROUP))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-NAME))
                            IF WS-GPB-COUNT < 100
                                ADD 1 TO WS-GPB-COUNT
                            ELSE
                                *> Board full: drop the oldest entry so
                                *> the newest 100 stay in view.
                                PERFORM VARYING WS-GPB-IDX FROM 1 BY 1
                                    UNTIL WS-GPB-IDX >= 100
                                    MOVE WS-GPB-ENTRY(WS-GPB-IDX + 1)
                                        TO WS-GPB-ENTRY(WS-GPB-IDX)
                                END-PERFORM
                            END-IF
                            MOVE WS-GPB-PARSED-USER
                                TO WS-GPB-ENTRY-USER(WS-GPB-COUNT)
                            MOVE WS-GPB-PARSED-POSTED
                                TO WS-GPB-ENTRY-POSTED(WS-GPB-COUNT)
                            MOVE WS-GPB-PARSED-TEXT
                                TO WS-GPB-ENTRY-TEXT(WS-GPB-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-POST-FILE
    END-IF

    MOVE "Board:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    IF WS-GPB-COUNT = 0
        MOVE "  (no posts yet)" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-GPB-IDX FROM WS-GPB-COUNT BY -1
        UNTIL WS-GPB-IDX < 1
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GPB-ENTRY-USER(WS-GPB-IDX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-GPB-ENTRY-POSTED(WS-GPB-IDX)(1:8) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GPB-ENTRY-TEXT(WS-GPB-IDX)) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-PERFORM
    EXIT PARAGRAPH.

PARSE-GROUP-POST-RECORD.
    MOVE SPACES TO WS-GPB-PARSED-GROUP WS-GPB-PARSED-USER
                   WS-GPB-PARSED-POSTED WS-GPB-PARSED-TEXT
    UNSTRING GROUP-POST-REC DELIMITED BY "|"
        INTO WS-GPB-PARSED-GROUP
             WS-GPB-PARSED-USER
             WS-GPB-PARSED-POSTED
             WS-GPB-PARSED-TEXT
    END-UNSTRING
    EXIT PARAGRAPH.

WRITE-GROUP-POST.
    INSPECT WS-GPB-TEXT REPLACING ALL "|" BY " "
    OPEN EXTEND GROUP-POST-FILE
    IF GROUP-POST-STATUS = "35"
        OPEN OUTPUT GROUP-POST-FILE
    END-IF
    MOVE SPACES TO GROUP-POST-REC
    STRING FUNCTION TRIM(WS-GRP-NAME)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GPB-TEXT)   DELIMITED BY SIZE
        INTO GROUP-POST-REC
    END-STRING
    WRITE GROUP-POST-REC
    CLOSE GROUP-POST-FILE
    EXIT PARAGRAPH.

*> RECORD-BOARD-VISIT: append the member's visit stamp - readers take
*> the newest row for a user/group pair, so appending beats a rewrite
*> on every page view.
RECORD-BOARD-VISIT.
    OPEN EXTEND GROUP-VISIT-FILE
    IF GROUP-VISIT-STATUS = "35"
        OPEN OUTPUT GROUP-VISIT-FILE
    END-IF
    MOVE SPACES TO GROUP-VISIT-REC
    STRING FUNCTION TRIM(AR-USERNAME)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-GRP-NAME)   DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:14)  DELIMITED BY SIZE
        INTO GROUP-VISIT-REC
    END-STRING
    WRITE GROUP-VISIT-REC
    CLOSE GROUP-VISIT-FILE
    EXIT PARAGRAPH.

*> COUNT-NEW-GROUP-POSTS-FOR-SUMMARY: posts in this user's groups
*> newer than their last board visit to that group (never visited
*> means every post counts), rolled into the login summary.
COUNT-NEW-GROUP-POSTS-FOR-SUMMARY.
    MOVE 0 TO WS-GPB-GROUPS-COUNT
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF GROUP-MEMBER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GPB-EOF = "Y"
        READ GROUP-MEMBER-FILE
            AT END
                MOVE "Y" TO WS-GPB-EOF
            NOT AT END
                IF GROUP-MEMBER-REC NOT = SPACES
                   AND WS-GPB-GROUPS-COUNT < 20
                    MOVE SPACES TO WS-GRP-MEM-PARSED-NAME WS-GRP-MEM-PARSED-USER
                    UNSTRING GROUP-MEMBER-REC DELIMITED BY "|"
                        INTO WS-GRP-MEM-PARSED-NAME
                             WS-GRP-MEM-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-MEM-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-GPB-GROUPS-COUNT
                        MOVE WS-GRP-MEM-PARSED-NAME
                            TO WS-GPB-GROUP-NAME(WS-GPB-GROUPS-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MEMBER-FILE

    PERFORM VARYING WS-GPB-IDX FROM 1 BY 1
        UNTIL WS-GPB-IDX > WS-GPB-GROUPS-COUNT
        PERFORM FIND-BOARD-LAST-VISIT
        PERFORM COUNT-POSTS-SINCE-VISIT
    END-PERFORM
    EXIT PARAGRAPH.

*> FIND-BOARD-LAST-VISIT: newest visit stamp for this user and the
*> group at WS-GPB-IDX; blank when they have never opened the board.
FIND-BOARD-LAST-VISIT.
    MOVE SPACES TO WS-GPB-LAST-VISIT
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT GROUP-VISIT-FILE
    IF GROUP-VISIT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GPB-EOF = "Y"
        READ GROUP-VISIT-FILE
            AT END
                MOVE "Y" TO WS-GPB-EOF
            NOT AT END
                IF GROUP-VISIT-REC NOT = SPACES
                    MOVE SPACES TO WS-GPV-PARSED-USER WS-GPV-PARSED-GROUP
                                   WS-GPV-PARSED-STAMP
                    UNSTRING GROUP-VISIT-REC DELIMITED BY "|"
                        INTO WS-GPV-PARSED-USER
                             WS-GPV-PARSED-GROUP
                             WS-GPV-PARSED-STAMP
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPV-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPV-PARSED-GROUP))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPB-GROUP-NAME(WS-GPB-IDX)))
                       AND WS-GPV-PARSED-STAMP > WS-GPB-LAST-VISIT
                        MOVE WS-GPV-PARSED-STAMP TO WS-GPB-LAST-VISIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-VISIT-FILE
    EXIT PARAGRAPH.

COUNT-POSTS-SINCE-VISIT.
    MOVE "N" TO WS-GPB-EOF
    OPEN INPUT GROUP-POST-FILE
    IF GROUP-POST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-GPB-EOF = "Y"
        READ GROUP-POST-FILE
            AT END
                MOVE "Y" TO WS-GPB-EOF
            NOT AT END
                IF GROUP-POST-REC NOT = SPACES
                    PERFORM PARSE-GROUP-POST-RECORD
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPB-PARSED-GROUP))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPB-GROUP-NAME(WS-GPB-IDX)))
                       AND WS-GPB-PARSED-POSTED > WS-GPB-LAST-VISIT
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GPB-PARSED-USER))
                       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        ADD 1 TO WS-SUMMARY-GROUP-POSTS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-POST-FILE
    EXIT PARAGRAPH.

*> POST-EVENT-FLOW: a verified employer posts an info session or
*> career-fair event - its own record type, not a fake job posting.
POST-EVENT-FLOW.
    MOVE "Please enter the event title:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-EVT-TITLE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF FUNCTION TRIM(WS-EVT-TITLE) = SPACES
        MOVE "Error: Event title is required and cannot be empty." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Please enter the event date (YYYYMMDD):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EVT-DATE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-EVT-DATE NOT NUMERIC
        MOVE "Error: The event date must be 8 digits (YYYYMMDD)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> On campus the event books a room from the venue master; OFF
    *> keeps the free-text location for off-campus and virtual events.
    MOVE SPACES TO WS-EVT-VENUE WS-EVT-START WS-EVT-END
    MOVE 0 TO WS-VEN-CAPACITY
    PERFORM LIST-ACTIVE-VENUES
    IF WS-VEN-SHOWN > 0
        MOVE "Please enter the venue code, or OFF for an off-campus or virtual event:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-VEN-CODE-IN
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
        IF WS-VEN-CODE-IN NOT = "OFF"
            PERFORM FIND-VENUE-BY-CODE
            IF WS-VEN-FOUND = "N" OR WS-VEN-STATUS NOT = "ACTIVE"
                MOVE "Error: That is not an active venue code." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
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
        END-IF
    END-IF
    IF WS-EVT-VENUE = SPACES
        MOVE "Please enter the event location:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-EVT-LOCATION
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
    END-IF

    MOVE "Please enter the start time (HHMM, 24-hour):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-VEN-HHMM-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM CHECK-VENUE-HHMM
    IF WS-VEN-HHMM-OK = "N"
        MOVE "Error: The start time must be 4 digits (HHMM)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VEN-HHMM-IN TO WS-EVT-START

    MOVE "Please enter the end time (HHMM, 24-hour):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-VEN-HHMM-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    PERFORM CHECK-VENUE-HHMM
    IF WS-VEN-HHMM-OK = "N" OR WS-VEN-HHMM-IN(1:4) NOT > WS-EVT-START
        MOVE "Error: The end time must be 4 digits (HHMM) and after the start time." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VEN-HHMM-IN TO WS-EVT-END

    IF WS-EVT-VENUE NOT = SPACES
        IF WS-EVT-START < WS-VEN-OPEN OR WS-EVT-END > WS-VEN-CLOSE
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Error: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VEN-NAME) DELIMITED BY SIZE
                   " is only available " DELIMITED BY SIZE
                   WS-VEN-OPEN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-VEN-CLOSE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-VENUE-CONFLICT
        IF WS-VEN-CONFLICT = "Y"
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Error: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VEN-NAME) DELIMITED BY SIZE
                   " is already booked " DELIMITED BY SIZE
                   WS-VEN-CLASH-START DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-VEN-CLASH-END DELIMITED BY SIZE
                   " that day for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VEN-CLASH-TITLE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Please enter a short description:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE MOVE IN-REC TO WS-EVT-DESC
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Please enter a seating capacity, or press Enter for no limit:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EVT-CAPACITY-IN
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-EVT-CAPACITY-IN = SPACES
        MOVE "0" TO WS-EVT-CAPACITY-IN
    END-IF
    IF FUNCTION TRIM(WS-EVT-CAPACITY-IN) NOT NUMERIC
        MOVE "Error: The capacity must be a number (or blank for no limit)." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    *> A booked room caps the seating - no limit means the room's size.
    IF WS-EVT-VENUE NOT = SPACES
        IF FUNCTION NUMVAL(WS-EVT-CAPACITY-IN) = 0
           OR FUNCTION NUMVAL(WS-EVT-CAPACITY-IN) > WS-VEN-CAPACITY
            MOVE WS-VEN-CAPACITY TO WS-VEN-CAPACITY-EDIT
            MOVE FUNCTION TRIM(WS-VEN-CAPACITY-EDIT) TO WS-EVT-CAPACITY-IN
            MOVE SPACES TO OUTPUT-BUFFER
            STRING "Capacity set to the room's " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VEN-CAPACITY-EDIT) DELIMITED BY SIZE
                   " seats." DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
            PERFORM DUAL-OUTPUT
        END-IF
    END-IF

    *> An info session usually exists to fill specific postings - let
    *> the employer attach up to 5 of their own Job IDs so Browse
    *> Events can point students straight at them.
    MOVE 0 TO WS-EJL-COUNT
    MOVE "Y" TO WS-INT-ADD-MORE
    PERFORM UNTIL WS-INT-ADD-MORE NOT = "Y" OR EOF = "Y"
          OR WS-EJL-COUNT >= 5
        MOVE "Enter a Job ID to attach to this event, or press Enter to finish:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-EJL-JOB-IN
        END-READ
        IF EOF = "Y" OR WS-EJL-JOB-IN = SPACES
            MOVE "N" TO WS-INT-ADD-MORE
        ELSE
            MOVE WS-EJL-JOB-IN TO WS-FLAG-JOB-ID
            PERFORM FIND-JOB-BY-ID
            PERFORM CHECK-JOB-DETAILS-MANAGEABLE
            IF JOB-DETAILS-FOUND = "N" OR WS-JOB-MANAGEABLE = "N"
                MOVE "That Job ID is not one of your postings." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            ELSE
                ADD 1 TO WS-EJL-COUNT
                MOVE WS-EJL-JOB-IN TO WS-EJL-JOB-ID(WS-EJL-COUNT)
                MOVE "Posting attached to the event." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
        END-IF
    END-PERFORM
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    INSPECT WS-EVT-TITLE    REPLACING ALL "|" BY " "
    INSPECT WS-EVT-LOCATION REPLACING ALL "|" BY " "
    INSPECT WS-EVT-DESC     REPLACING ALL "|" BY " "

    PERFORM GET-NEXT-EVENT-ID

    OPEN EXTEND EVENT-FILE
    IF EVENT-STATUS = "35"
        OPEN OUTPUT EVENT-FILE
    END-IF
    MOVE WS-EVT-ID TO WS-EVT-ID-EDIT
    MOVE SPACES TO EVENT-REC
    STRING FUNCTION TRIM(WS-EVT-ID-EDIT)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-TITLE)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-DATE)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-LOCATION) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-DESC)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-CAPACITY-IN) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-EVT-VENUE)    DELIMITED BY SIZE "|"
           WS-EVT-START                   DELIMITED BY SIZE "|"
           WS-EVT-END                     DELIMITED BY SIZE
        INTO EVENT-REC
    END-STRING
    WRITE EVENT-REC
    CLOSE EVENT-FILE

    IF WS-EJL-COUNT > 0
        OPEN EXTEND EVENT-JOB-FILE
        IF EVENT-JOB-STATUS = "35"
            OPEN OUTPUT EVENT-JOB-FILE
        END-IF
        PERFORM VARYING WS-EJL-IDX FROM 1 BY 1
            UNTIL WS-EJL-IDX > WS-EJL-COUNT
            MOVE SPACES TO EVENT-JOB-REC
            STRING FUNCTION TRIM(WS-EVT-ID-EDIT) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-EJL-JOB-ID(WS-EJL-IDX)) DELIMITED BY SIZE
                INTO EVENT-JOB-REC
            END-STRING
            WRITE EVENT-JOB-REC
        END-PERFORM
        CLOSE EVENT-JOB-FILE
    END-IF

    MOVE "Event posted. Students can browse and RSVP to it." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> GET-NEXT-EVENT-ID: persistent counter modeled on GET-NEXT-FLAG-ID.
GET-NEXT-EVENT-ID.
    OPEN INPUT EVENT-ID-FILE
    IF EVENT-ID-FILE-STATUS = "35"
        MOVE 0 TO WS-NEXT-ID-VALUE
        MOVE "N" TO WS-EVT-EOF
        OPEN INPUT EVENT-FILE
        IF EVENT-STATUS NOT = "35"
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
                MOVE 1 TO WS-EVT-ID
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

PARSE-EVENT-RECORD.
    MOVE SPACES TO WS-EVT-PARSED-ID
    MOVE SPACES TO WS-EVT-PARSED-EMPLOYER
    MOVE SPACES TO WS-EVT-PARSED-TITLE
    MOVE SPACES TO WS-EVT-PARSED-DATE
    MOVE SPACES TO WS-EVT-PARSED-LOCATION
    MOVE SPACES TO WS-EVT-PARSED-DESC
    MOVE SPACES TO WS-EVT-PARSED-CAPACITY
    MOVE SPACES TO WS-EVT-PARSED-VENUE
    MOVE SPACES TO WS-EVT-PARSED-START
    MOVE SPACES TO WS-EVT-PARSED-END
    UNSTRING EVENT-REC DELIMITED BY "|"
        INTO WS-EVT-PARSED-ID
             WS-EVT-PARSED-EMPLOYER
             WS-EVT-PARSED-TITLE
             WS-EVT-PARSED-DATE
             WS-EVT-PARSED-LOCATION
             WS-EVT-PARSED-DESC
             WS-EVT-PARSED-CAPACITY
             WS-EVT-PARSED-VENUE
             WS-EVT-PARSED-START
             WS-EVT-PARSED-END
    END-UNSTRING
    *> Events posted before capacities existed read as unlimited.
    IF FUNCTION TRIM(WS-EVT-PARSED-CAPACITY) = SPACES
       OR FUNCTION TRIM(WS-EVT-PARSED-CAPACITY) NOT NUMERIC
        MOVE "0" TO WS-EVT-PARSED-CAPACITY
    END-IF
    EXIT PARAGRAPH.

*> BROWSE-EVENTS-FLOW: upcoming events only - a past event ages out of
*> this list by its date, the way expired postings age out of Browse
*> Jobs. RSVPing appends one row per user per event.
BROWSE-EVENTS-FLOW.
    MOVE 0 TO WS-EVT-COUNT
    MOVE "N" TO WS-EVT-EOF

    MOVE "--- Upcoming Events ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT EVENT-FILE
    IF EVENT-STATUS = "35"
        MOVE "There are no upcoming events." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF WS-EVT-PARSED-DATE IS NUMERIC
                       AND WS-EVT-PARSED-DATE >= FUNCTION CURRENT-DATE(1:8)
                       AND WS-EVT-COUNT < 50
                        ADD 1 TO WS-EVT-COUNT
                        MOVE WS-EVT-PARSED-ID TO WS-EVT-ENTRY-ID(WS-EVT-COUNT)
                        MOVE FUNCTION TRIM(WS-EVT-PARSED-CAPACITY)
                            TO WS-EVT-ENTRY-CAPACITY(WS-EVT-COUNT)
                        MOVE WS-EVT-PARSED-DATE
                            TO WS-EVT-ENTRY-DATE(WS-EVT-COUNT)
                        MOVE SPACES TO OUTPUT-BUFFER
                        MOVE WS-EVT-COUNT TO WS-EVT-IDX-DISPLAY
                        STRING FUNCTION TRIM(WS-EVT-IDX-DISPLAY) DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EVT-PARSED-TITLE) DELIMITED BY SIZE
                               " by " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EVT-PARSED-EMPLOYER) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EVT-PARSED-DATE) DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EVT-PARSED-LOCATION) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                        IF WS-EVT-PARSED-START NOT = SPACES
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "   Time: " DELIMITED BY SIZE
                                   WS-EVT-PARSED-START DELIMITED BY SIZE
                                   "-" DELIMITED BY SIZE
                                   WS-EVT-PARSED-END DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                        IF FUNCTION TRIM(WS-EVT-PARSED-DESC) NOT = SPACES
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "   " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-EVT-PARSED-DESC) DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                        IF WS-EVT-ENTRY-CAPACITY(WS-EVT-COUNT) > 0
                            MOVE WS-EVT-ENTRY-CAPACITY(WS-EVT-COUNT)
                                TO WS-EVT-WAIT-EDIT
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "   Capacity: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-EVT-WAIT-EDIT) DELIMITED BY SIZE
                                   " seats (waitlist once full)" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                        PERFORM SHOW-EVENT-LINKED-JOBS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE

    IF WS-EVT-COUNT = 0
        MOVE "There are no upcoming events." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter an event number to RSVP, or 0 to skip:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
            PERFORM COUNT-INPUT-LINE
            MOVE 0 TO WS-EVT-IDX
            IF FUNCTION TRIM(IN-REC) IS NUMERIC
                MOVE FUNCTION TRIM(IN-REC) TO WS-EVT-IDX
            END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    IF WS-EVT-IDX = 0 OR WS-EVT-IDX > WS-EVT-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-RSVP-DUPLICATE
    IF WS-EVT-DUPLICATE = "Y"
        PERFORM CANCEL-RSVP-PROMPT
        EXIT PARAGRAPH
    END-IF

    *> Same-date double bookings are the top My Schedule complaint -
    *> warn (but don't block) when this RSVP lands on a date that
    *> already carries a commitment.
    MOVE WS-EVT-ENTRY-DATE(WS-EVT-IDX) TO WS-SCHED-CHECK-DATE
    PERFORM CHECK-SCHEDULE-CONFLICT
    IF WS-SCHED-CONFLICT = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Warning: you already have a commitment on that date - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHED-SWAP-DESC) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF

    *> A capped event takes RSVPs up to its capacity; beyond that the
    *> student joins the waitlist instead of being turned away, and
    *> CANCEL-RSVP-PROMPT promotes the first waitlisted student when a
    *> seat frees up.
    PERFORM COUNT-EVENT-RSVPS
    IF WS-EVT-ENTRY-CAPACITY(WS-EVT-IDX) > 0
       AND WS-EVT-GOING-COUNT >= WS-EVT-ENTRY-CAPACITY(WS-EVT-IDX)
        PERFORM WRITE-RSVP-ROW-WAITLIST
        ADD 1 TO WS-EVT-WAIT-COUNT
        MOVE WS-EVT-WAIT-COUNT TO WS-EVT-WAIT-EDIT
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "This event is full - you are #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-WAIT-EDIT)  DELIMITED BY SIZE
               " on the waitlist. We'll notify you if a seat opens." DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM WRITE-RSVP-ROW-GOING
    MOVE "RSVP recorded. See you there!" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

WRITE-RSVP-ROW-GOING.
    OPEN EXTEND RSVP-FILE
    IF RSVP-STATUS = "35"
        OPEN OUTPUT RSVP-FILE
    END-IF
    MOVE SPACES TO RSVP-REC
    STRING FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)                 DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)                 DELIMITED BY SIZE "|"
           "Going"                                    DELIMITED BY SIZE
        INTO RSVP-REC
    END-STRING
    WRITE RSVP-REC
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

WRITE-RSVP-ROW-WAITLIST.
    OPEN EXTEND RSVP-FILE
    IF RSVP-STATUS = "35"
        OPEN OUTPUT RSVP-FILE
    END-IF
    MOVE SPACES TO RSVP-REC
    STRING FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(AR-USERNAME)                 DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)                 DELIMITED BY SIZE "|"
           "Waitlist"                                 DELIMITED BY SIZE
        INTO RSVP-REC
    END-STRING
    WRITE RSVP-REC
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

*> COUNT-EVENT-RSVPS: going and waitlisted counts for the event at
*> WS-EVT-IDX. Rows from before the status field existed count as
*> Going.
COUNT-EVENT-RSVPS.
    MOVE 0 TO WS-EVT-GOING-COUNT
    MOVE 0 TO WS-EVT-WAIT-COUNT
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    PERFORM PARSE-RSVP-RECORD
                    IF FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX))
                        IF FUNCTION TRIM(WS-RSVP-PARSED-STATUS) = "Waitlist"
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

PARSE-RSVP-RECORD.
    MOVE SPACES TO WS-RSVP-PARSED-EVENT WS-RSVP-PARSED-USER
                   WS-RSVP-PARSED-DATE WS-RSVP-PARSED-STATUS
                   WS-RSVP-PARSED-ATTEND
    UNSTRING RSVP-REC DELIMITED BY "|"
        INTO WS-RSVP-PARSED-EVENT
             WS-RSVP-PARSED-USER
             WS-RSVP-PARSED-DATE
             WS-RSVP-PARSED-STATUS
             WS-RSVP-PARSED-ATTEND
    END-UNSTRING
    IF FUNCTION TRIM(WS-RSVP-PARSED-STATUS) = SPACES
        MOVE "Going" TO WS-RSVP-PARSED-STATUS
    END-IF
    EXIT PARAGRAPH.

*> CANCEL-RSVP-PROMPT: the student already holds an RSVP on the chosen
*> event - offer to cancel it. Cancelling a Going seat on a capped
*> event promotes the first waitlisted student, with a notification
*> and an outbound mail row so they actually hear about it.
CANCEL-RSVP-PROMPT.
    MOVE "You have already RSVPed to that event. Enter C to cancel your RSVP, or press Enter to keep it:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EVT-CANCEL-CHOICE
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF FUNCTION UPPER-CASE(WS-EVT-CANCEL-CHOICE) NOT = "C"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EVT-CANCELED-GOING
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS = "35"
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
                    IF FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        IF FUNCTION TRIM(WS-RSVP-PARSED-STATUS) = "Going"
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

    CALL "CBL_DELETE_FILE" USING WS-RSVP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-RSVP-TEMP-PATH WS-RSVP-LIVE-PATH
        RETURNING WS-RSVP-RENAME-STATUS

    MOVE "Your RSVP has been cancelled." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    IF WS-EVT-CANCELED-GOING = "Y"
       AND WS-EVT-ENTRY-CAPACITY(WS-EVT-IDX) > 0
        PERFORM PROMOTE-FIRST-WAITLISTED
    END-IF
    EXIT PARAGRAPH.

*> PROMOTE-FIRST-WAITLISTED: a Going seat on a capped event just
*> freed - move the earliest Waitlist row for the event to Going and
*> tell that student through both channels.
PROMOTE-FIRST-WAITLISTED.
    MOVE "N" TO WS-EVT-PROMOTED
    MOVE SPACES TO WS-EVT-PROMOTE-USER
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS = "35"
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
                       AND FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX))
                       AND FUNCTION TRIM(WS-RSVP-PARSED-STATUS) = "Waitlist"
                        MOVE "Y" TO WS-EVT-PROMOTED
                        MOVE WS-RSVP-PARSED-USER TO WS-EVT-PROMOTE-USER
                        MOVE SPACES TO RSVP-TEMP-REC
                        STRING FUNCTION TRIM(WS-RSVP-PARSED-EVENT) DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSVP-PARSED-USER)  DELIMITED BY SIZE "|"
                               FUNCTION TRIM(WS-RSVP-PARSED-DATE)  DELIMITED BY SIZE "|"
                               "Going"                             DELIMITED BY SIZE
                            INTO RSVP-TEMP-REC
                        END-STRING
                        WRITE RSVP-TEMP-REC
                    ELSE
                        MOVE RSVP-REC TO RSVP-TEMP-REC
                        WRITE RSVP-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    CLOSE RSVP-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-RSVP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-RSVP-TEMP-PATH WS-RSVP-LIVE-PATH
        RETURNING WS-RSVP-RENAME-STATUS

    IF WS-EVT-PROMOTED = "Y"
        MOVE WS-EVT-PROMOTE-USER TO WS-NOTIFY-USER
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "A seat opened up - you are now confirmed for event " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
            INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM ADD-NOTIFICATION
        MOVE WS-EVT-PROMOTE-USER TO WS-OUT-RECIPIENT
        MOVE "EVENT" TO WS-OUT-EVENT-TYPE
        MOVE "You are off the waitlist for an InCollege event" TO WS-OUT-SUBJECT
        MOVE WS-NOTIFY-TEXT TO WS-OUT-BODY
        PERFORM ADD-OUTBOUND-MESSAGE
    END-IF
    EXIT PARAGRAPH.

*> SHOW-EVENT-LINKED-JOBS: the open postings the employer attached to
*> the event in WS-EVT-PARSED-ID, shown under the event so a student
*> at the info session knows what to apply to.
SHOW-EVENT-LINKED-JOBS.
    MOVE "N" TO WS-EJL-EOF
    OPEN INPUT EVENT-JOB-FILE
    IF EVENT-JOB-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EJL-EOF = "Y"
        READ EVENT-JOB-FILE
            AT END
                MOVE "Y" TO WS-EJL-EOF
            NOT AT END
                IF EVENT-JOB-REC NOT = SPACES
                    MOVE SPACES TO WS-EJL-PARSED-EVENT WS-EJL-PARSED-JOB
                    UNSTRING EVENT-JOB-REC DELIMITED BY "|"
                        INTO WS-EJL-PARSED-EVENT
                             WS-EJL-PARSED-JOB
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-EJL-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-PARSED-ID)
                        MOVE WS-EJL-PARSED-JOB TO WS-FLAG-JOB-ID
                        PERFORM FIND-JOB-BY-ID
                        IF JOB-DETAILS-FOUND = "Y"
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS))
                               = "OPEN"
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "   Hiring for: " DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
                                   " (Job ID " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-EJL-PARSED-JOB) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-JOB-FILE
    EXIT PARAGRAPH.

CHECK-RSVP-DUPLICATE.
    MOVE "N" TO WS-EVT-DUPLICATE
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    MOVE SPACES TO WS-RSVP-PARSED-EVENT WS-RSVP-PARSED-USER
                                   WS-RSVP-PARSED-DATE
                    UNSTRING RSVP-REC DELIMITED BY "|"
                        INTO WS-RSVP-PARSED-EVENT
                             WS-RSVP-PARSED-USER
                             WS-RSVP-PARSED-DATE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(WS-EVT-IDX))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        MOVE "Y" TO WS-EVT-DUPLICATE
                        MOVE "Y" TO WS-EVT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    EXIT PARAGRAPH.

*> EVENT-RSVP-LIST-FLOW: the employer's RSVP list for one of their own
*> events, the way Review Applicants lists applicants per posting.
EVENT-RSVP-LIST-FLOW.
    MOVE "Enter the Event ID whose RSVP list you want to see:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-EVT-PARSED-ID
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE WS-EVT-PARSED-ID TO WS-EVT-ENTRY-ID(1)
    MOVE "N" TO WS-EVT-EOF
    MOVE "N" TO WS-EVT-DUPLICATE
    OPEN INPUT EVENT-FILE
    IF EVENT-STATUS = "35"
        MOVE "No events on file." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF EVENT-REC NOT = SPACES
                    PERFORM PARSE-EVENT-RECORD
                    IF FUNCTION TRIM(WS-EVT-PARSED-ID)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(1))
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVT-PARSED-EMPLOYER))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                            MOVE "Y" TO WS-EVT-DUPLICATE
                        END-IF
                        MOVE "Y" TO WS-EVT-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE

    IF WS-EVT-DUPLICATE = "N"
        MOVE "That Event ID is not one of your events." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUTPUT-BUFFER
    STRING "RSVPs for event: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EVT-PARSED-TITLE) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT

    MOVE 0 TO WS-EVT-RSVP-COUNT
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS NOT = "35"
        PERFORM UNTIL WS-EVT-EOF = "Y"
            READ RSVP-FILE
                AT END
                    MOVE "Y" TO WS-EVT-EOF
                NOT AT END
                    IF RSVP-REC NOT = SPACES
                        PERFORM PARSE-RSVP-RECORD
                        IF FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                           = FUNCTION TRIM(WS-EVT-ENTRY-ID(1))
                            ADD 1 TO WS-EVT-RSVP-COUNT
                            MOVE SPACES TO OUTPUT-BUFFER
                            STRING "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RSVP-PARSED-USER) DELIMITED BY SIZE
                                   " (RSVPed " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RSVP-PARSED-DATE) DELIMITED BY SIZE
                                   ") [" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RSVP-PARSED-STATUS) DELIMITED BY SIZE
                                   "]" DELIMITED BY SIZE
                                INTO OUTPUT-BUFFER
                            END-STRING
                            IF FUNCTION TRIM(WS-RSVP-PARSED-ATTEND) NOT = SPACES
                                STRING FUNCTION TRIM(OUTPUT-BUFFER) DELIMITED BY SIZE
                                       " - " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-RSVP-PARSED-ATTEND) DELIMITED BY SIZE
                                    INTO OUTPUT-BUFFER
                                END-STRING
                            END-IF
                            PERFORM DUAL-OUTPUT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RSVP-FILE
    END-IF

    IF WS-EVT-RSVP-COUNT = 0
        MOVE "  No RSVPs yet." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    *> Check-in mode: on (or after) the event day the owner marks each
    *> Going RSVP attended or no-show; the marks feed the attendance
    *> report employer relations uses for next term's booths.
    IF WS-EVT-PARSED-DATE IS NUMERIC
       AND WS-EVT-PARSED-DATE <= FUNCTION CURRENT-DATE(1:8)
        MOVE "Enter C to run check-in for this event, or press Enter to skip:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-CHK-ANSWER
        END-READ
        IF EOF = "Y" EXIT PARAGRAPH END-IF
        IF FUNCTION UPPER-CASE(WS-CHK-ANSWER) = "C"
            PERFORM EVENT-CHECKIN-FLOW
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> EVENT-CHECKIN-FLOW: one attended/no-show question per Going RSVP on
*> the event in WS-EVT-ENTRY-ID(1), then a single temp-file swap
*> applying the marks. Skipped students keep whatever mark they had.
EVENT-CHECKIN-FLOW.
    MOVE 0 TO WS-CHK-COUNT
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ RSVP-FILE
            AT END
                MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                IF RSVP-REC NOT = SPACES
                    PERFORM PARSE-RSVP-RECORD
                    IF FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(1))
                       AND FUNCTION TRIM(WS-RSVP-PARSED-STATUS) = "Going"
                       AND WS-CHK-COUNT < 200
                        ADD 1 TO WS-CHK-COUNT
                        MOVE WS-RSVP-PARSED-USER TO WS-CHK-USER(WS-CHK-COUNT)
                        MOVE SPACES TO WS-CHK-MARK(WS-CHK-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE

    IF WS-CHK-COUNT = 0
        MOVE "No confirmed RSVPs to check in." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
        UNTIL WS-CHK-IDX > WS-CHK-COUNT OR EOF = "Y"
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Did " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CHK-USER(WS-CHK-IDX)) DELIMITED BY SIZE
               " attend? (A = attended, N = no-show, Enter to skip):" DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-CHK-ANSWER
        END-READ
        IF EOF NOT = "Y"
            EVALUATE FUNCTION UPPER-CASE(WS-CHK-ANSWER)
                WHEN "A"
                    MOVE "Attended" TO WS-CHK-MARK(WS-CHK-IDX)
                WHEN "N"
                    MOVE "No-Show" TO WS-CHK-MARK(WS-CHK-IDX)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM

    PERFORM APPLY-CHECKIN-MARKS
    MOVE "Check-in recorded." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

APPLY-CHECKIN-MARKS.
    MOVE "N" TO WS-EVT-EOF
    OPEN INPUT RSVP-FILE
    IF RSVP-STATUS = "35"
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
                    IF FUNCTION TRIM(WS-RSVP-PARSED-EVENT)
                       = FUNCTION TRIM(WS-EVT-ENTRY-ID(1))
                        PERFORM LOOKUP-CHECKIN-MARK
                    END-IF
                    MOVE SPACES TO RSVP-TEMP-REC
                    STRING FUNCTION TRIM(WS-RSVP-PARSED-EVENT)  DELIMITED BY SIZE "|"
                           FUNCTION TRIM(WS-RSVP-PARSED-USER)   DELIMITED BY SIZE "|"
                           FUNCTION TRIM(WS-RSVP-PARSED-DATE)   DELIMITED BY SIZE "|"
                           FUNCTION TRIM(WS-RSVP-PARSED-STATUS) DELIMITED BY SIZE "|"
                           FUNCTION TRIM(WS-RSVP-PARSED-ATTEND) DELIMITED BY SIZE
                        INTO RSVP-TEMP-REC
                    END-STRING
                    WRITE RSVP-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE RSVP-FILE
    CLOSE RSVP-TEMP-FILE

    CALL "CBL_DELETE_FILE" USING WS-RSVP-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-RSVP-TEMP-PATH WS-RSVP-LIVE-PATH
        RETURNING WS-RSVP-RENAME-STATUS
    EXIT PARAGRAPH.

*> LOOKUP-CHECKIN-MARK: substitute the mark gathered during check-in
*> for the RSVP row just parsed, when one was given.
LOOKUP-CHECKIN-MARK.
    PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
        UNTIL WS-CHK-IDX > WS-CHK-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHK-USER(WS-CHK-IDX)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSVP-PARSED-USER))
           AND WS-CHK-MARK(WS-CHK-IDX) NOT = SPACES
            MOVE WS-CHK-MARK(WS-CHK-IDX) TO WS-RSVP-PARSED-ATTEND
            MOVE WS-CHK-COUNT TO WS-CHK-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> SHOW-RANKED-CANDIDATES: the nightly CANDIDATERANKING batch's top
*> candidates for the posting in JOB-DETAILS-*.
SHOW-RANKED-CANDIDATES.
    MOVE 0 TO WS-RANK-SHOWN
    MOVE "N" TO WS-RANK-EOF

    MOVE "--- Ranked Candidates ---" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT

    OPEN INPUT RANKING-FILE
    IF RANKING-STATUS = "35"
        MOVE "No candidate rankings are on file yet - the nightly matcher has not run." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-RANK-EOF = "Y"
        READ RANKING-FILE
            AT END
                MOVE "Y" TO WS-RANK-EOF
            NOT AT END
                IF RANKING-REC NOT = SPACES
                    MOVE SPACES TO WS-RANK-PARSED-JOB-ID WS-RANK-PARSED-RANK
                                   WS-RANK-PARSED-USER WS-RANK-PARSED-SCORE
                    UNSTRING RANKING-REC DELIMITED BY "|"
                        INTO WS-RANK-PARSED-JOB-ID
                             WS-RANK-PARSED-RANK
                             WS-RANK-PARSED-USER
                             WS-RANK-PARSED-SCORE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-RANK-PARSED-JOB-ID)
                       = FUNCTION TRIM(JOB-DETAILS-ID)
                        ADD 1 TO WS-RANK-SHOWN
                        MOVE SPACES TO OUTPUT-BUFFER
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RANK-PARSED-RANK) DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RANK-PARSED-USER) DELIMITED BY SIZE
                               " (score " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RANK-PARSED-SCORE) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                            INTO OUTPUT-BUFFER
                        END-STRING
                        PERFORM DUAL-OUTPUT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RANKING-FILE

    IF WS-RANK-SHOWN = 0
        MOVE "No ranked candidates for this posting in the latest run." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> COLLECT-JOB-REQUIREMENTS: optional minimum GPA, graduation-year
*> window, and required completed skills for a posting. Enter skips
*> any of them; skipping all of them leaves the posting unrestricted.
COLLECT-JOB-REQUIREMENTS.
    MOVE "N" TO WS-REQ-ANY
    MOVE SPACES TO WS-REQ-MIN-GPA
    MOVE SPACES TO WS-REQ-MIN-YEAR
    MOVE SPACES TO WS-REQ-MAX-YEAR
    MOVE SPACES TO WS-REQ-SKILLS

    MOVE "Minimum GPA required (e.g., 3.00), or press Enter for none:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                IF FUNCTION TRIM(IN-REC) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-REC)) = 0
                    MOVE FUNCTION TRIM(IN-REC) TO WS-REQ-MIN-GPA
                    MOVE "Y" TO WS-REQ-ANY
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Earliest graduation year accepted, or press Enter for none:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                IF FUNCTION TRIM(IN-REC) IS NUMERIC
                   AND FUNCTION TRIM(IN-REC) NOT = SPACES
                    MOVE FUNCTION TRIM(IN-REC) TO WS-REQ-MIN-YEAR
                    MOVE "Y" TO WS-REQ-ANY
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Latest graduation year accepted, or press Enter for none:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                IF FUNCTION TRIM(IN-REC) IS NUMERIC
                   AND FUNCTION TRIM(IN-REC) NOT = SPACES
                    MOVE FUNCTION TRIM(IN-REC) TO WS-REQ-MAX-YEAR
                    MOVE "Y" TO WS-REQ-ANY
                END-IF
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    MOVE "Required completed skills (digits 1-5 run together, e.g. 135), or press Enter for none:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                IF FUNCTION TRIM(IN-REC) IS NUMERIC
                   AND FUNCTION TRIM(IN-REC) NOT = SPACES
                    MOVE FUNCTION TRIM(IN-REC) TO WS-REQ-SKILLS
                    MOVE "Y" TO WS-REQ-ANY
                END-IF
    END-READ
    EXIT PARAGRAPH.

*> WRITE-JOB-REQUIREMENTS: append the rule row for the JobID the
*> caller left in JOB-ID-EDIT.
WRITE-JOB-REQUIREMENTS.
    OPEN EXTEND REQUIREMENT-FILE
    IF REQUIREMENT-STATUS = "35"
        OPEN OUTPUT REQUIREMENT-FILE
    END-IF
    MOVE SPACES TO REQUIREMENT-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-MIN-GPA)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-MIN-YEAR) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-MAX-YEAR) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-REQ-SKILLS)   DELIMITED BY SIZE
        INTO REQUIREMENT-REC
    END-STRING
    WRITE REQUIREMENT-REC
    CLOSE REQUIREMENT-FILE
    EXIT PARAGRAPH.

*> REWRITE-JOB-REQUIREMENTS: temp-file swap dropping the posting's old
*> rule row, then the fresh one (if any rule was given) is appended.
REWRITE-JOB-REQUIREMENTS.
    MOVE "N" TO WS-REQ-EOF
    OPEN INPUT REQUIREMENT-FILE
    IF REQUIREMENT-STATUS NOT = "35"
        OPEN OUTPUT REQUIREMENT-TEMP-FILE
        PERFORM UNTIL WS-REQ-EOF = "Y"
            READ REQUIREMENT-FILE
                AT END
                    MOVE "Y" TO WS-REQ-EOF
                NOT AT END
                    IF REQUIREMENT-REC NOT = SPACES
                        MOVE SPACES TO WS-REQ-PARSED-JOB-ID
                        UNSTRING REQUIREMENT-REC DELIMITED BY "|"
                            INTO WS-REQ-PARSED-JOB-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-REQ-PARSED-JOB-ID)
                           NOT = FUNCTION TRIM(JOB-DETAILS-ID)
                            MOVE REQUIREMENT-REC TO REQUIREMENT-TEMP-REC
                            WRITE REQUIREMENT-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQUIREMENT-FILE
        CLOSE REQUIREMENT-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-REQUIREMENT-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-REQUIREMENT-TEMP-PATH WS-REQUIREMENT-LIVE-PATH
            RETURNING WS-REQUIREMENT-RENAME-STATUS
    END-IF

    IF WS-REQ-ANY = "Y"
        MOVE JOB-DETAILS-ID TO JOB-ID-EDIT
        PERFORM WRITE-JOB-REQUIREMENTS
    END-IF
    EXIT PARAGRAPH.

*> LOAD-JOB-REQUIREMENTS: the rule row (if any) for JOB-DETAILS-ID.
LOAD-JOB-REQUIREMENTS.
    MOVE "N" TO WS-REQ-FOUND
    MOVE "N" TO WS-REQ-EOF
    OPEN INPUT REQUIREMENT-FILE
    IF REQUIREMENT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-REQ-EOF = "Y"
        READ REQUIREMENT-FILE
            AT END
                MOVE "Y" TO WS-REQ-EOF
            NOT AT END
                IF REQUIREMENT-REC NOT = SPACES
                    MOVE SPACES TO WS-REQ-PARSED-JOB-ID WS-REQ-PARSED-MIN-GPA
                                   WS-REQ-PARSED-MIN-YEAR WS-REQ-PARSED-MAX-YEAR
                                   WS-REQ-PARSED-SKILLS
                    UNSTRING REQUIREMENT-REC DELIMITED BY "|"
                        INTO WS-REQ-PARSED-JOB-ID
                             WS-REQ-PARSED-MIN-GPA
                             WS-REQ-PARSED-MIN-YEAR
                             WS-REQ-PARSED-MAX-YEAR
                             WS-REQ-PARSED-SKILLS
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-REQ-PARSED-JOB-ID)
                       = FUNCTION TRIM(JOB-DETAILS-ID)
                        MOVE "Y" TO WS-REQ-FOUND
                        MOVE "Y" TO WS-REQ-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REQUIREMENT-FILE
    EXIT PARAGRAPH.

*> PROMPT-JOB-OPENINGS: how many people the posting is hiring. Enter
*> keeps the single opening every posting has always implied; the
*> answer is left in WS-HC-OPENINGS for WRITE-JOB-OPENINGS.
PROMPT-JOB-OPENINGS.
    MOVE 1 TO WS-HC-OPENINGS
    MOVE "Number of openings for this posting (press Enter for 1):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-HC-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-HC-INPUT NOT = SPACES
        IF FUNCTION TRIM(WS-HC-INPUT) IS NUMERIC
           AND FUNCTION NUMVAL(WS-HC-INPUT) > 0
           AND FUNCTION NUMVAL(WS-HC-INPUT) < 1000
            MOVE FUNCTION NUMVAL(WS-HC-INPUT) TO WS-HC-OPENINGS
        ELSE
            MOVE "Openings must be a whole number from 1 to 999 - using 1." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> WRITE-JOB-OPENINGS: append the headcount row for the JobID the
*> caller left in JOB-ID-EDIT. Only multi-opening postings get a row -
*> no row means one opening, so older postings need no conversion.
WRITE-JOB-OPENINGS.
    IF WS-HC-OPENINGS <= 1
        EXIT PARAGRAPH
    END-IF
    MOVE WS-HC-OPENINGS TO WS-HC-EDIT
    OPEN EXTEND OPENINGS-FILE
    IF OPENINGS-STATUS = "35"
        OPEN OUTPUT OPENINGS-FILE
    END-IF
    MOVE SPACES TO OPENINGS-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-HC-EDIT)  DELIMITED BY SIZE
        INTO OPENINGS-REC
    END-STRING
    WRITE OPENINGS-REC
    CLOSE OPENINGS-FILE
    EXIT PARAGRAPH.

*> REWRITE-JOB-OPENINGS: temp-file swap dropping JOB-DETAILS-ID's old
*> headcount row, then the new one (if more than one) is appended -
*> the same shape as REWRITE-JOB-REQUIREMENTS.
REWRITE-JOB-OPENINGS.
    MOVE "N" TO WS-HC-EOF
    OPEN INPUT OPENINGS-FILE
    IF OPENINGS-STATUS NOT = "35"
        OPEN OUTPUT OPENINGS-TEMP-FILE
        PERFORM UNTIL WS-HC-EOF = "Y"
            READ OPENINGS-FILE
                AT END
                    MOVE "Y" TO WS-HC-EOF
                NOT AT END
                    IF OPENINGS-REC NOT = SPACES
                        MOVE SPACES TO WS-HC-PARSED-JOB-ID
                        UNSTRING OPENINGS-REC DELIMITED BY "|"
                            INTO WS-HC-PARSED-JOB-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-HC-PARSED-JOB-ID)
                           NOT = FUNCTION TRIM(JOB-DETAILS-ID)
                            MOVE OPENINGS-REC TO OPENINGS-TEMP-REC
                            WRITE OPENINGS-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPENINGS-FILE
        CLOSE OPENINGS-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-OPENINGS-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-OPENINGS-TEMP-PATH WS-OPENINGS-LIVE-PATH
            RETURNING WS-OPENINGS-RENAME-STATUS
    END-IF

    MOVE JOB-DETAILS-ID TO JOB-ID-EDIT
    PERFORM WRITE-JOB-OPENINGS
    EXIT PARAGRAPH.

*> PROMPT-JOB-WORK-STUDY: whether only Federal Work-Study students may
*> hold the job. Anything but Y leaves it open to everyone; the answer
*> is left in WS-FWS-ONLY for WRITE-JOB-WORK-STUDY.
PROMPT-JOB-WORK-STUDY.
    MOVE "N" TO WS-FWS-ONLY
    MOVE "Is this position open only to Federal Work-Study students? (Y/N):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-FWS-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-FWS-INPUT = "Y"
        MOVE "Y" TO WS-FWS-ONLY
    END-IF
    EXIT PARAGRAPH.

*> WRITE-JOB-WORK-STUDY: append the work-study row for the JobID the
*> caller left in JOB-ID-EDIT. Only restricted postings get a row.
WRITE-JOB-WORK-STUDY.
    IF WS-FWS-ONLY NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND WORK-STUDY-FILE
    IF WORK-STUDY-STATUS = "35"
        OPEN OUTPUT WORK-STUDY-FILE
    END-IF
    MOVE SPACES TO WORK-STUDY-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT) DELIMITED BY SIZE "|"
           "Y"                        DELIMITED BY SIZE
        INTO WORK-STUDY-REC
    END-STRING
    WRITE WORK-STUDY-REC
    CLOSE WORK-STUDY-FILE
    EXIT PARAGRAPH.

*> REWRITE-JOB-WORK-STUDY: temp-file swap dropping JOB-DETAILS-ID's
*> row, then the row is appended again if the posting is still
*> restricted - the same shape as REWRITE-JOB-OPENINGS.
REWRITE-JOB-WORK-STUDY.
    MOVE "N" TO WS-FWS-EOF
    OPEN INPUT WORK-STUDY-FILE
    IF WORK-STUDY-STATUS NOT = "35"
        OPEN OUTPUT WORK-STUDY-TEMP-FILE
        PERFORM UNTIL WS-FWS-EOF = "Y"
            READ WORK-STUDY-FILE
                AT END
                    MOVE "Y" TO WS-FWS-EOF
                NOT AT END
                    IF WORK-STUDY-REC NOT = SPACES
                        MOVE SPACES TO WS-FWS-P-JOB-ID
                        UNSTRING WORK-STUDY-REC DELIMITED BY "|"
                            INTO WS-FWS-P-JOB-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-FWS-P-JOB-ID)
                           NOT = FUNCTION TRIM(JOB-DETAILS-ID)
                            MOVE WORK-STUDY-REC TO WORK-STUDY-TEMP-REC
                            WRITE WORK-STUDY-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WORK-STUDY-FILE
        CLOSE WORK-STUDY-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-FWS-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-FWS-TEMP-PATH WS-FWS-LIVE-PATH
            RETURNING WS-FWS-RENAME-STATUS
    END-IF

    MOVE JOB-DETAILS-ID TO JOB-ID-EDIT
    PERFORM WRITE-JOB-WORK-STUDY
    EXIT PARAGRAPH.

*> LOAD-JOB-WORK-STUDY: WS-FWS-ONLY = "Y" when WS-FWS-JOB-ID is a
*> work-study-only posting.
LOAD-JOB-WORK-STUDY.
    MOVE "N" TO WS-FWS-ONLY
    MOVE "N" TO WS-FWS-EOF
    OPEN INPUT WORK-STUDY-FILE
    IF WORK-STUDY-STATUS = "35"
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
                    IF FUNCTION TRIM(WS-FWS-P-JOB-ID) = FUNCTION TRIM(WS-FWS-JOB-ID)
                       AND FUNCTION UPPER-CASE(WS-FWS-P-FLAG) = "Y"
                        MOVE "Y" TO WS-FWS-ONLY
                        MOVE "Y" TO WS-FWS-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WORK-STUDY-FILE
    EXIT PARAGRAPH.

*> PROMPT-JOB-SYNDICATION: whether the posting may go out on the
*> state job board and partner consortium feed. Only an explicit N
*> keeps it off; the answer is left in WS-SYN-SHARE for
*> WRITE-JOB-SYNDICATION.
PROMPT-JOB-SYNDICATION.
    MOVE "Y" TO WS-SYN-SHARE
    MOVE "Share this posting with the state job board and partner sites? (Y/N, default Y):" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC)) TO WS-SYN-INPUT
    END-READ
    IF EOF = "Y" EXIT PARAGRAPH END-IF
    IF WS-SYN-INPUT = "N"
        MOVE "N" TO WS-SYN-SHARE
    END-IF
    EXIT PARAGRAPH.

*> WRITE-JOB-SYNDICATION: append the opt-out row for the JobID the
*> caller left in JOB-ID-EDIT. Only opted-out postings get a row.
WRITE-JOB-SYNDICATION.
    IF WS-SYN-SHARE NOT = "N"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND SYNDICATION-FILE
    IF SYNDICATION-STATUS = "35"
        OPEN OUTPUT SYNDICATION-FILE
    END-IF
    MOVE SPACES TO SYNDICATION-REC
    STRING FUNCTION TRIM(JOB-ID-EDIT) DELIMITED BY SIZE "|"
           "N"                        DELIMITED BY SIZE
        INTO SYNDICATION-REC
    END-STRING
    WRITE SYNDICATION-REC
    CLOSE SYNDICATION-FILE
    EXIT PARAGRAPH.

*> REWRITE-JOB-SYNDICATION: temp-file swap dropping JOB-DETAILS-ID's
*> row, then the row is appended again if the posting is still
*> opted out - the same shape as REWRITE-JOB-WORK-STUDY.
REWRITE-JOB-SYNDICATION.
    MOVE "N" TO WS-SYN-EOF
    OPEN INPUT SYNDICATION-FILE
    IF SYNDICATION-STATUS NOT = "35"
        OPEN OUTPUT SYNDICATION-TEMP-FILE
        PERFORM UNTIL WS-SYN-EOF = "Y"
            READ SYNDICATION-FILE
                AT END
                    MOVE "Y" TO WS-SYN-EOF
                NOT AT END
                    IF SYNDICATION-REC NOT = SPACES
                        MOVE SPACES TO WS-SYN-P-JOB-ID
                        UNSTRING SYNDICATION-REC DELIMITED BY "|"
                            INTO WS-SYN-P-JOB-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-SYN-P-JOB-ID)
                           NOT = FUNCTION TRIM(JOB-DETAILS-ID)
                            MOVE SYNDICATION-REC TO SYNDICATION-TEMP-REC
                            WRITE SYNDICATION-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SYNDICATION-FILE
        CLOSE SYNDICATION-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-SYN-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-SYN-TEMP-PATH WS-SYN-LIVE-PATH
            RETURNING WS-SYN-RENAME-STATUS
    END-IF

    MOVE JOB-DETAILS-ID TO JOB-ID-EDIT
    PERFORM WRITE-JOB-SYNDICATION
    EXIT PARAGRAPH.

*> LOAD-JOB-SYNDICATION: WS-SYN-SHARE = "N" when WS-SYN-JOB-ID has
*> been opted out of syndication.
LOAD-JOB-SYNDICATION.
    MOVE "Y" TO WS-SYN-SHARE
    MOVE "N" TO WS-SYN-EOF
    OPEN INPUT SYNDICATION-FILE
    IF SYNDICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-SYN-EOF = "Y"
        READ SYNDICATION-FILE
            AT END
                MOVE "Y" TO WS-SYN-EOF
            NOT AT END
                IF SYNDICATION-REC NOT = SPACES
                    MOVE SPACES TO WS-SYN-P-JOB-ID WS-SYN-P-FLAG
                    UNSTRING SYNDICATION-REC DELIMITED BY "|"
                        INTO WS-SYN-P-JOB-ID WS-SYN-P-FLAG
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-SYN-P-JOB-ID) = FUNCTION TRIM(WS-SYN-JOB-ID)
                       AND FUNCTION UPPER-CASE(WS-SYN-P-FLAG) = "N"
                        MOVE "N" TO WS-SYN-SHARE
                        MOVE "Y" TO WS-SYN-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SYNDICATION-FILE
    EXIT PARAGRAPH.

*> CHECK-WORK-STUDY-ELIGIBILITY: AR-USERNAME holds an active award
*> when financial aid's latest row for the current award year (July
*> through June) still has money remaining. Sets WS-FWS-ELIG-OK, the
*> award's WS-FWS-AMOUNT/WS-FWS-REMAINING, and WS-FWS-REASON for a
*> refusal.
CHECK-WORK-STUDY-ELIGIBILITY.
    MOVE "N" TO WS-FWS-ELIG-OK
    MOVE "N" TO WS-FWS-FOUND
    MOVE 0 TO WS-FWS-AMOUNT WS-FWS-REMAINING
    MOVE SPACES TO WS-FWS-REASON

    MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FWS-YEAR-START
    IF FUNCTION CURRENT-DATE(5:4) < "0701"
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
    IF FWS-AWARD-STATUS NOT = "35"
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

*> LOAD-JOB-HEADCOUNT: openings (1 when the posting has no row) and
*> hires - applications on the posting now Hired - for WS-HC-JOB-ID.
LOAD-JOB-HEADCOUNT.
    MOVE 1 TO WS-HC-OPENINGS
    MOVE 0 TO WS-HC-HIRES
    MOVE "N" TO WS-HC-EOF
    OPEN INPUT OPENINGS-FILE
    IF OPENINGS-STATUS NOT = "35"
        PERFORM UNTIL WS-HC-EOF = "Y"
            READ OPENINGS-FILE
                AT END
                    MOVE "Y" TO WS-HC-EOF
                NOT AT END
                    IF OPENINGS-REC NOT = SPACES
                        MOVE SPACES TO WS-HC-PARSED-JOB-ID WS-HC-PARSED-OPENINGS
                        UNSTRING OPENINGS-REC DELIMITED BY "|"
                            INTO WS-HC-PARSED-JOB-ID
                                 WS-HC-PARSED-OPENINGS
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-HC-PARSED-JOB-ID)
                           = FUNCTION TRIM(WS-HC-JOB-ID)
                           AND FUNCTION TRIM(WS-HC-PARSED-OPENINGS) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-HC-PARSED-OPENINGS)
                                TO WS-HC-OPENINGS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPENINGS-FILE
    END-IF

    MOVE "N" TO WS-HC-EOF
    OPEN INPUT APPLICATION-FILE
    IF APPLICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HC-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-HC-EOF
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)
                       = FUNCTION TRIM(WS-HC-JOB-ID)
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS))
                           = "HIRED"
                        ADD 1 TO WS-HC-HIRES
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

*> BUILD-HEADCOUNT-TEXT: "3 of 12 filled" for WS-HC-JOB-ID into
*> WS-HC-TEXT.
BUILD-HEADCOUNT-TEXT.
    PERFORM LOAD-JOB-HEADCOUNT
    MOVE WS-HC-HIRES TO WS-HC-EDIT
    MOVE WS-HC-OPENINGS TO WS-HC-EDIT2
    MOVE SPACES TO WS-HC-TEXT
    STRING FUNCTION TRIM(WS-HC-EDIT)  DELIMITED BY SIZE
           " of "                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-HC-EDIT2) DELIMITED BY SIZE
           " filled"                  DELIMITED BY SIZE
        INTO WS-HC-TEXT
    END-STRING
    EXIT PARAGRAPH.

*> APPLY-HEADCOUNT-FILL: an Open posting in JOB-DETAILS-* whose hires
*> have reached its openings moves to Filled, with the same cascade
*> the employer's own "mark filled" runs, and the posting's owner is
*> told. Short of headcount the posting stays Open for the next hire.
APPLY-HEADCOUNT-FILL.
    MOVE JOB-DETAILS-ID TO WS-HC-JOB-ID
    PERFORM LOAD-JOB-HEADCOUNT
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) NOT = "OPEN"
       OR WS-HC-HIRES < WS-HC-OPENINGS
        EXIT PARAGRAPH
    END-IF

    MOVE "Filled" TO JOB-DETAILS-POSTING-STATUS
    PERFORM UPDATE-JOB-RECORD
    PERFORM CASCADE-FILLED-APPLICATIONS

    MOVE WS-HC-OPENINGS TO WS-HC-EDIT2
    MOVE JOB-DETAILS-USERNAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your posting #" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-ID) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-DETAILS-TITLE) DELIMITED BY SIZE
           ") has made all " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HC-EDIT2) DELIMITED BY SIZE
           " of its hires and is now Filled." DELIMITED BY SIZE
        INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM ADD-NOTIFICATION
    EXIT PARAGRAPH.

*> HEADCOUNT-AFTER-HIRE: an application on WS-HC-JOB-ID has just gone
*> to Hired - load the posting and fill it if that was the last
*> opening.
HEADCOUNT-AFTER-HIRE.
    MOVE WS-HC-JOB-ID TO WS-FLAG-JOB-ID
    PERFORM FIND-JOB-BY-ID
    IF JOB-DETAILS-FOUND = "Y"
        PERFORM APPLY-HEADCOUNT-FILL
    END-IF
    EXIT PARAGRAPH.

*> HEADCOUNT-AFTER-REVIEW: REVIEWAPPLICANTS just applied a
*> "Status <app-id> <status>" command - when the application it moved
*> is now Hired, run the posting's headcount check.
HEADCOUNT-AFTER-REVIEW.
    MOVE SPACES TO WS-HC-REVIEW-VERB WS-THREAD-APP-ID
    UNSTRING WS-RFC-REVIEW-CMD DELIMITED BY ALL SPACE
        INTO WS-HC-REVIEW-VERB WS-THREAD-APP-ID
    END-UNSTRING
    IF FUNCTION UPPER-CASE(WS-HC-REVIEW-VERB) NOT = "STATUS"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-APPLICATION-BY-ID
    IF WS-APPLICATION-FOUND = "Y"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(APPLICATION-PARSED-STATUS)) = "HIRED"
        MOVE APPLICATION-PARSED-JOB-ID TO WS-HC-JOB-ID
        PERFORM HEADCOUNT-AFTER-HIRE
    END-IF
    EXIT PARAGRAPH.

*> SUGGEST-OCCUPATION-CODE: keyword-map the title in WS-OCC-TITLE to a
*> SOC code, left in WS-OCC-SUGGESTED (spaces when nothing matches).
*> Keywords match at the start of a word and the longest match wins,
*> so "Web Developer Intern" lands on Web Developers, not Software.
SUGGEST-OCCUPATION-CODE.
    MOVE SPACES TO WS-OCC-SUGGESTED
    MOVE 0 TO WS-OCC-BEST-LEN
    MOVE SPACES TO WS-OCC-MATCH-TEXT
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OCC-TITLE)) DELIMITED BY SIZE
        INTO WS-OCC-MATCH-TEXT
    END-STRING
    INSPECT WS-OCC-MATCH-TEXT REPLACING ALL "/" BY " "
                                        ALL "," BY " "
                                        ALL "-" BY " "
                                        ALL "(" BY " "
                                        ALL ")" BY " "
                                        ALL "." BY " "
    MOVE "N" TO WS-OCC-EOF
    OPEN INPUT OCC-KEYWORD-FILE
    IF OCC-KEYWORD-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-OCC-EOF = "Y"
        READ OCC-KEYWORD-FILE
            AT END
                MOVE "Y" TO WS-OCC-EOF
            NOT AT END
                IF OCC-KEYWORD-REC NOT = SPACES
                    MOVE SPACES TO WS-OCC-PARSED-KEYWORD WS-OCC-PARSED-CODE
                    UNSTRING OCC-KEYWORD-REC DELIMITED BY "|"
                        INTO WS-OCC-PARSED-KEYWORD
                             WS-OCC-PARSED-CODE
                    END-UNSTRING
                    MOVE 0 TO WS-OCC-HITS
                    IF WS-OCC-PARSED-KEYWORD NOT = SPACES
                        MOVE SPACES TO WS-OCC-KEY-TEXT
                        STRING " " DELIMITED BY SIZE
                               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OCC-PARSED-KEYWORD))
                                   DELIMITED BY SIZE
                            INTO WS-OCC-KEY-TEXT
                        END-STRING
                        COMPUTE WS-OCC-KEY-LEN =
                            FUNCTION LENGTH(FUNCTION TRIM(WS-OCC-PARSED-KEYWORD)) + 1
                        INSPECT WS-OCC-MATCH-TEXT TALLYING WS-OCC-HITS
                            FOR ALL WS-OCC-KEY-TEXT(1:WS-OCC-KEY-LEN)
                    END-IF
                    IF WS-OCC-HITS > 0 AND WS-OCC-KEY-LEN > WS-OCC-BEST-LEN
                        MOVE WS-OCC-KEY-LEN TO WS-OCC-BEST-LEN
                        MOVE WS-OCC-PARSED-CODE TO WS-OCC-SUGGESTED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OCC-KEYWORD-FILE
    EXIT PARAGRAPH.

*> LOOKUP-OCCUPATION-CODE: is WS-OCC-CODE on the occupation master?
*> Leaves WS-OCC-FOUND and, when it is, the title in WS-OCC-CODE-TITLE.
LOOKUP-OCCUPATION-CODE.
    MOVE "N" TO WS-OCC-FOUND
    MOVE SPACES TO WS-OCC-CODE-TITLE
    MOVE "N" TO WS-OCC-EOF
    OPEN INPUT OCCUPATION-FILE
    IF OCCUPATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-OCC-EOF = "Y" OR WS-OCC-FOUND = "Y"
        READ OCCUPATION-FILE
            AT END
                MOVE "Y" TO WS-OCC-EOF
            NOT AT END
                IF OCCUPATION-REC NOT = SPACES
                    MOVE SPACES TO WS-OCC-PARSED-CODE WS-OCC-PARSED-TITLE
                    UNSTRING OCCUPATION-REC DELIMITED BY "|"
                        INTO WS-OCC-PARSED-CODE
                             WS-OCC-PARSED-TITLE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-OCC-PARSED-CODE) = FUNCTION TRIM(WS-OCC-CODE)
                        MOVE "Y" TO WS-OCC-FOUND
                        MOVE WS-OCC-PARSED-TITLE TO WS-OCC-CODE-TITLE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OCCUPATION-FILE
    EXIT PARAGRAPH.

*> PROMPT-JOB-OCCUPATION: offer the keyword suggestion for JOB-TITLE and
*> let the poster accept it or key a different SOC code. The result is
*> left in WS-OCC-CODE (spaces = unclassified) for WRITE-JOB-OCCUPATION.
PROMPT-JOB-OCCUPATION.
    MOVE SPACES TO WS-OCC-CODE
    MOVE "POSTER" TO WS-OCC-SOURCE
    MOVE JOB-TITLE TO WS-OCC-TITLE
    PERFORM SUGGEST-OCCUPATION-CODE
    IF WS-OCC-SUGGESTED NOT = SPACES
        MOVE WS-OCC-SUGGESTED TO WS-OCC-CODE
        PERFORM LOOKUP-OCCUPATION-CODE
        MOVE SPACES TO OUTPUT-BUFFER
        STRING "Suggested occupation code: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OCC-CODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OCC-CODE-TITLE) DELIMITED BY SIZE
            INTO OUTPUT-BUFFER
        END-STRING
        PERFORM DUAL-OUTPUT
        MOVE "Enter an occupation code (SOC, e.g. 15-1252), or press Enter to accept the suggestion:" TO OUTPUT-BUFFER
    ELSE
        MOVE "Enter an occupation code (SOC, e.g. 15-1252), or press Enter to leave it unclassified:" TO OUTPUT-BUFFER
    END-IF
    PERFORM DUAL-OUTPUT
    READ INFILE
        AT END MOVE "Y" TO EOF
        NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-OCC-INPUT
    END-READ
    IF EOF = "Y" OR WS-OCC-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-OCC-INPUT) TO WS-OCC-CODE
    PERFORM LOOKUP-OCCUPATION-CODE
    IF WS-OCC-FOUND = "N"
        MOVE WS-OCC-SUGGESTED TO WS-OCC-CODE
        IF WS-OCC-CODE = SPACES
            MOVE "That code is not on the occupation list - the posting is left unclassified." TO OUTPUT-BUFFER
        ELSE
            MOVE "That code is not on the occupation list - keeping the suggested code." TO OUTPUT-BUFFER
        END-IF
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> WRITE-JOB-OCCUPATION: append WS-OCC-JOB-ID's classification row
*> (code WS-OCC-CODE, source WS-OCC-SOURCE). An unclassified posting
*> gets no row - the backfill review list picks it up.
WRITE-JOB-OCCUPATION.
    IF WS-OCC-CODE = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND JOB-OCC-FILE
    IF JOB-OCC-STATUS = "35"
        OPEN OUTPUT JOB-OCC-FILE
    END-IF
    MOVE SPACES TO JOB-OCC-REC
    STRING FUNCTION TRIM(WS-OCC-JOB-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OCC-CODE)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OCC-SOURCE) DELIMITED BY SIZE
        INTO JOB-OCC-REC
    END-STRING
    WRITE JOB-OCC-REC
    CLOSE JOB-OCC-FILE
    EXIT PARAGRAPH.

*> REWRITE-JOB-OCCUPATION: temp-file swap dropping WS-OCC-JOB-ID's old
*> row, then the new classification is appended - the same shape as
*> REWRITE-JOB-OPENINGS.
REWRITE-JOB-OCCUPATION.
    MOVE "N" TO WS-OCC-EOF
    OPEN INPUT JOB-OCC-FILE
    IF JOB-OCC-STATUS NOT = "35"
        OPEN OUTPUT JOB-OCC-TEMP-FILE
        PERFORM UNTIL WS-OCC-EOF = "Y"
            READ JOB-OCC-FILE
                AT END
                    MOVE "Y" TO WS-OCC-EOF
                NOT AT END
                    IF JOB-OCC-REC NOT = SPACES
                        MOVE SPACES TO WS-OCC-PARSED-JOB-ID
                        UNSTRING JOB-OCC-REC DELIMITED BY "|"
                            INTO WS-OCC-PARSED-JOB-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-OCC-PARSED-JOB-ID)
                           NOT = FUNCTION TRIM(WS-OCC-JOB-ID)
                            MOVE JOB-OCC-REC TO JOB-OCC-TEMP-REC
                            WRITE JOB-OCC-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-OCC-FILE
        CLOSE JOB-OCC-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-JOB-OCC-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-JOB-OCC-TEMP-PATH WS-JOB-OCC-LIVE-PATH
            RETURNING WS-JOB-OCC-RENAME-STATUS
    END-IF

    PERFORM WRITE-JOB-OCCUPATION
    EXIT PARAGRAPH.

*> LOAD-JOB-OCCUPATION: WS-OCC-JOB-ID's code and source into
*> WS-OCC-CODE / WS-OCC-SOURCE (spaces when it is unclassified).
LOAD-JOB-OCCUPATION.
    MOVE SPACES TO WS-OCC-CODE WS-OCC-SOURCE
    MOVE "N" TO WS-OCC-EOF
    OPEN INPUT JOB-OCC-FILE
    IF JOB-OCC-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-OCC-EOF = "Y"
        READ JOB-OCC-FILE
            AT END
                MOVE "Y" TO WS-OCC-EOF
            NOT AT END
                IF JOB-OCC-REC NOT = SPACES
                    MOVE SPACES TO WS-OCC-PARSED-JOB-ID WS-OCC-PARSED-CODE
                                   WS-OCC-PARSED-SOURCE
                    UNSTRING JOB-OCC-REC DELIMITED BY "|"
                        INTO WS-OCC-PARSED-JOB-ID
                             WS-OCC-PARSED-CODE
                             WS-OCC-PARSED-SOURCE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-OCC-PARSED-JOB-ID) = FUNCTION TRIM(WS-OCC-JOB-ID)
                        MOVE WS-OCC-PARSED-CODE TO WS-OCC-CODE
                        MOVE WS-OCC-PARSED-SOURCE TO WS-OCC-SOURCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-OCC-FILE
    EXIT PARAGRAPH.

*> LOAD-LOCATION-MASTER: Locations.txt into WS-LOC-TABLE, each city and
*> state name normalized the way RESOLVE-LOCATION-TEXT normalizes what
*> the user typed.
LOAD-LOCATION-MASTER.
    MOVE 0 TO WS-LOC-COUNT
    MOVE "Y" TO WS-LOC-MASTER-LOADED
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT LOCATION-FILE
    IF LOCATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOC-EOF = "Y"
        READ LOCATION-FILE
            AT END
                MOVE "Y" TO WS-LOC-EOF
            NOT AT END
                IF LOCATION-REC NOT = SPACES AND WS-LOC-COUNT < 300
                    PERFORM PARSE-LOCATION-RECORD
                    ADD 1 TO WS-LOC-COUNT
                    MOVE WS-LOC-PARSED-CODE TO WS-LOC-T-CODE(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-CITY TO WS-LOC-T-CITY(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-STATE TO WS-LOC-T-STATE(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-STATE-NAME TO WS-LOC-T-STATE-NAME(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-COUNTRY TO WS-LOC-T-COUNTRY(WS-LOC-COUNT)
                    MOVE 0 TO WS-LOC-T-CITY-LEN(WS-LOC-COUNT)
                                WS-LOC-T-NAME-LEN(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-CITY TO WS-LOC-NORM-IN
                    PERFORM NORMALIZE-LOCATION-TEXT
                    MOVE WS-LOC-NORM-OUT TO WS-LOC-T-CITY-KEY(WS-LOC-COUNT)
                    IF WS-LOC-NORM-OUT NOT = SPACES
                        COMPUTE WS-LOC-T-CITY-LEN(WS-LOC-COUNT) =
                            FUNCTION LENGTH(FUNCTION TRIM(WS-LOC-NORM-OUT)) + 2
                    END-IF
                    MOVE WS-LOC-PARSED-STATE-NAME TO WS-LOC-NORM-IN
                    PERFORM NORMALIZE-LOCATION-TEXT
                    MOVE WS-LOC-NORM-OUT TO WS-LOC-T-NAME-KEY(WS-LOC-COUNT)
                    IF WS-LOC-NORM-OUT NOT = SPACES
                        COMPUTE WS-LOC-T-NAME-LEN(WS-LOC-COUNT) =
                            FUNCTION LENGTH(FUNCTION TRIM(WS-LOC-NORM-OUT)) + 2
                    END-IF
                    MOVE SPACES TO WS-LOC-T-ABBR-KEY(WS-LOC-COUNT)
                    MOVE WS-LOC-PARSED-STATE TO WS-LOC-T-ABBR-KEY(WS-LOC-COUNT)(2:2)
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOCATION-FILE
    EXIT PARAGRAPH.

PARSE-LOCATION-RECORD.
    MOVE SPACES TO WS-LOC-PARSED-CODE WS-LOC-PARSED-CITY WS-LOC-PARSED-STATE
                   WS-LOC-PARSED-STATE-NAME WS-LOC-PARSED-COUNTRY
    UNSTRING LOCATION-REC DELIMITED BY "|"
        INTO WS-LOC-PARSED-CODE
             WS-LOC-PARSED-CITY
             WS-LOC-PARSED-STATE
             WS-LOC-PARSED-STATE-NAME
             WS-LOC-PARSED-COUNTRY
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(WS-LOC-PARSED-CODE) TO WS-LOC-PARSED-CODE
    MOVE FUNCTION UPPER-CASE(WS-LOC-PARSED-STATE) TO WS-LOC-PARSED-STATE
    EXIT PARAGRAPH.

*> NORMALIZE-LOCATION-TEXT: WS-LOC-NORM-IN upper-cased, punctuation
*> blanked, "SAINT" shortened to "ST", runs of spaces squeezed to one,
*> with a space at each end - left in WS-LOC-NORM-OUT.
NORMALIZE-LOCATION-TEXT.
    MOVE SPACES TO WS-LOC-NORM-WORK WS-LOC-NORM-OUT
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(WS-LOC-NORM-IN) DELIMITED BY SIZE
        INTO WS-LOC-NORM-WORK
    END-STRING
    INSPECT WS-LOC-NORM-WORK REPLACING ALL "," BY " "
                                       ALL "." BY " "
                                       ALL "-" BY " "
                                       ALL "/" BY " "
                                       ALL "(" BY " "
                                       ALL ")" BY " "
                                       ALL "|" BY " "
    INSPECT WS-LOC-NORM-WORK REPLACING ALL " SAINT " BY " ST    "
    MOVE 1 TO WS-LOC-NORM-POS
    MOVE "N" TO WS-LOC-IN-WORD
    PERFORM VARYING WS-LOC-CHAR-IDX FROM 1 BY 1 UNTIL WS-LOC-CHAR-IDX > 102
        IF WS-LOC-NORM-WORK(WS-LOC-CHAR-IDX:1) NOT = SPACE
            ADD 1 TO WS-LOC-NORM-POS
            MOVE WS-LOC-NORM-WORK(WS-LOC-CHAR-IDX:1)
                TO WS-LOC-NORM-OUT(WS-LOC-NORM-POS:1)
            MOVE "Y" TO WS-LOC-IN-WORD
        ELSE
            IF WS-LOC-IN-WORD = "Y"
                ADD 1 TO WS-LOC-NORM-POS
                MOVE "N" TO WS-LOC-IN-WORD
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> RESOLVE-LOCATION-TEXT: match WS-LOC-INPUT against the location
*> master. A city scores 2 and its state (abbreviation or full name) 1;
*> the best score wins, the earliest entry among equals. WS-LOC-FOUND
*> is "Y" with WS-LOC-CODE, WS-LOC-STATE and WS-LOC-BEST-IDX set when a
*> city matched, "S" with only WS-LOC-STATE when just a state did, and
*> "N" otherwise. WS-LOC-REMOTE-WORD / WS-LOC-HYBRID-WORD flag those
*> words in the text.
RESOLVE-LOCATION-TEXT.
    IF WS-LOC-MASTER-LOADED NOT = "Y"
        PERFORM LOAD-LOCATION-MASTER
    END-IF
    MOVE "N" TO WS-LOC-FOUND
    MOVE "N" TO WS-LOC-REMOTE-WORD
    MOVE "N" TO WS-LOC-HYBRID-WORD
    MOVE SPACES TO WS-LOC-CODE WS-LOC-STATE
    MOVE 0 TO WS-LOC-BEST-SCORE
    MOVE 0 TO WS-LOC-BEST-IDX
    MOVE WS-LOC-INPUT TO WS-LOC-NORM-IN
    PERFORM NORMALIZE-LOCATION-TEXT
    MOVE WS-LOC-NORM-OUT TO WS-LOC-MATCH-TEXT
    IF WS-LOC-MATCH-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-LOC-HITS
    INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS FOR ALL " REMOTE "
    IF WS-LOC-HITS > 0
        MOVE "Y" TO WS-LOC-REMOTE-WORD
    END-IF
    MOVE 0 TO WS-LOC-HITS
    INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS FOR ALL " HYBRID "
    IF WS-LOC-HITS > 0
        MOVE "Y" TO WS-LOC-HYBRID-WORD
    END-IF

    PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL WS-LOC-IDX > WS-LOC-COUNT
        PERFORM SCORE-LOCATION-ENTRY
        IF WS-LOC-SCORE > WS-LOC-BEST-SCORE
            MOVE WS-LOC-SCORE TO WS-LOC-BEST-SCORE
            MOVE WS-LOC-IDX TO WS-LOC-BEST-IDX
        END-IF
    END-PERFORM

    IF WS-LOC-BEST-SCORE >= 2
        MOVE "Y" TO WS-LOC-FOUND
        MOVE WS-LOC-T-CODE(WS-LOC-BEST-IDX) TO WS-LOC-CODE
        MOVE WS-LOC-T-STATE(WS-LOC-BEST-IDX) TO WS-LOC-STATE
    ELSE
        IF WS-LOC-BEST-SCORE = 1
            MOVE "S" TO WS-LOC-FOUND
            MOVE WS-LOC-T-STATE(WS-LOC-BEST-IDX) TO WS-LOC-STATE
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> SCORE-LOCATION-ENTRY: how well WS-LOC-MATCH-TEXT names the master
*> entry at WS-LOC-IDX, into WS-LOC-SCORE.
SCORE-LOCATION-ENTRY.
    MOVE 0 TO WS-LOC-SCORE
    IF WS-LOC-T-CITY-LEN(WS-LOC-IDX) > 2
        MOVE 0 TO WS-LOC-HITS
        INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS
            FOR ALL WS-LOC-T-CITY-KEY(WS-LOC-IDX)(1:WS-LOC-T-CITY-LEN(WS-LOC-IDX))
        IF WS-LOC-HITS > 0
            ADD 2 TO WS-LOC-SCORE
        END-IF
    END-IF
    MOVE 0 TO WS-LOC-HITS
    IF WS-LOC-T-STATE(WS-LOC-IDX) NOT = SPACES
        INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS
            FOR ALL WS-LOC-T-ABBR-KEY(WS-LOC-IDX)
    END-IF
    IF WS-LOC-HITS = 0 AND WS-LOC-T-NAME-LEN(WS-LOC-IDX) > 2
        INSPECT WS-LOC-MATCH-TEXT TALLYING WS-LOC-HITS
            FOR ALL WS-LOC-T-NAME-KEY(WS-LOC-IDX)(1:WS-LOC-T-NAME-LEN(WS-LOC-IDX))
    END-IF
    IF WS-LOC-HITS > 0
        ADD 1 TO WS-LOC-SCORE
    END-IF
    EXIT PARAGRAPH.

*> LOOKUP-LOCATION-CODE: is WS-LOC-CODE on the master? Leaves
*> WS-LOC-FOUND ("Y"/"N") and, when it is, WS-LOC-STATE and
*> WS-LOC-BEST-IDX.
LOOKUP-LOCATION-CODE.
    IF WS-LOC-MASTER-LOADED NOT = "Y"
        PERFORM LOAD-LOCATION-MASTER
    END-IF
    MOVE "N" TO WS-LOC-FOUND
    MOVE SPACES TO WS-LOC-STATE
    MOVE 0 TO WS-LOC-BEST-IDX
    PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
        UNTIL WS-LOC-IDX > WS-LOC-COUNT OR WS-LOC-FOUND = "Y"
        IF WS-LOC-T-CODE(WS-LOC-IDX) = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-CODE))
            MOVE "Y" TO WS-LOC-FOUND
            MOVE WS-LOC-T-STATE(WS-LOC-IDX) TO WS-LOC-STATE
            MOVE WS-LOC-IDX TO WS-LOC-BEST-IDX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> FORMAT-LOCATION-DISPLAY: the master entry at WS-LOC-BEST-IDX as the
*> "City, ST" text every posting for that city carries.
FORMAT-LOCATION-DISPLAY.
    MOVE SPACES TO WS-LOC-DISPLAY
    STRING FUNCTION TRIM(WS-LOC-T-CITY(WS-LOC-BEST-IDX)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           WS-LOC-T-STATE(WS-LOC-BEST-IDX) DELIMITED BY SIZE
        INTO WS-LOC-DISPLAY
    END-STRING
    EXIT PARAGRAPH.

*> PARSE-WORK-MODE: WS-LOC-MODE-INPUT as ONSITE, HYBRID or REMOTE in
*> WS-LOC-MODE; WS-LOC-MODE-OK is "N" when it is none of them.
PARSE-WORK-MODE.
    MOVE "Y" TO WS-LOC-MODE-OK
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-MODE-INPUT))
        WHEN "O"
        WHEN "ON-SITE"
        WHEN "ONSITE"
        WHEN "ON SITE"
            MOVE "ONSITE" TO WS-LOC-MODE
        WHEN "H"
        WHEN "HYBRID"
            MOVE "HYBRID" TO WS-LOC-MODE
        WHEN "R"
        WHEN "REMOTE"
            MOVE "REMOTE" TO WS-LOC-MODE
        WHEN OTHER
            MOVE SPACES TO WS-LOC-MODE
            MOVE "N" TO WS-LOC-MODE-OK
    END-EVALUATE
    EXIT PARAGRAPH.

*> SET-WORK-MODE-LABEL: WS-LOC-MODE as shown to users. A posting with
*> no mode on file predates the field and was on-site.
SET-WORK-MODE-LABEL.
    EVALUATE WS-LOC-MODE
        WHEN "HYBRID"
            MOVE "Hybrid" TO WS-LOC-MODE-LABEL
        WHEN "REMOTE"
            MOVE "Remote" TO WS-LOC-MODE-LABEL
        WHEN OTHER
            MOVE "On-site" TO WS-LOC-MODE-LABEL
    END-EVALUATE
    EXIT PARAGRAPH.

*> PROMPT-WORK-MODE: on-site, hybrid or remote into WS-LOC-MODE.
*> Pressing Enter means on-site, which is how every posting worked
*> before the field existed.
PROMPT-WORK-MODE.
    MOVE "N" TO WS-LOC-MODE-OK
    PERFORM UNTIL WS-LOC-MODE-OK = "Y" OR EOF = "Y"
        MOVE "Work mode - enter On-site, Hybrid or Remote (press Enter for On-site):" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-MODE-INPUT
        END-READ
        IF EOF NOT = "Y"
            IF WS-LOC-MODE-INPUT = SPACES
                MOVE "ONSITE" TO WS-LOC-MODE
                MOVE "Y" TO WS-LOC-MODE-OK
            ELSE
                PERFORM PARSE-WORK-MODE
                IF WS-LOC-MODE-OK = "N"
                    MOVE "Please enter On-site, Hybrid or Remote." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> PROMPT-JOB-LOCATION: the posting's location, checked against the
*> location master and stored as the master's "City, ST" so every
*> posting for a city reads the same. A fully remote posting (work
*> mode already in WS-LOC-MODE) may leave it blank. Leaves JOB-LOCATION
*> and WS-LOC-CODE.
PROMPT-JOB-LOCATION.
    MOVE SPACES TO WS-LOC-CODE
    MOVE "N" TO WS-LOC-FOUND
    PERFORM UNTIL WS-LOC-FOUND = "Y" OR EOF = "Y"
        IF WS-LOC-MODE = "REMOTE"
            MOVE "Please enter location (city and state), or press Enter if the role is fully remote:" TO OUTPUT-BUFFER
        ELSE
            MOVE "Please enter location (city and state):" TO OUTPUT-BUFFER
        END-IF
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                    PERFORM COUNT-INPUT-LINE
                    MOVE IN-REC TO WS-LOC-INPUT
        END-READ
        IF EOF NOT = "Y"
            IF WS-LOC-INPUT = SPACES
                IF WS-LOC-MODE = "REMOTE"
                    MOVE "Remote" TO JOB-LOCATION
                    MOVE SPACES TO WS-LOC-CODE
                    MOVE "Y" TO WS-LOC-FOUND
                ELSE
                    MOVE "Error: Location is required and cannot be empty." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                    MOVE "Y" TO EOF
                END-IF
            ELSE
                PERFORM RESOLVE-LOCATION-TEXT
                IF WS-LOC-FOUND = "Y"
                    PERFORM FORMAT-LOCATION-DISPLAY
                    MOVE WS-LOC-DISPLAY TO JOB-LOCATION
                ELSE
                    MOVE "N" TO WS-LOC-FOUND
                    MOVE "That location is not on the location list - enter a city and state, e.g. Tampa, FL." TO OUTPUT-BUFFER
                    PERFORM DUAL-OUTPUT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WRITE-JOB-LOCATION: append WS-LOC-JOB-ID's location row (master
*> code WS-LOC-CODE, work mode WS-LOC-MODE).
WRITE-JOB-LOCATION.
    IF WS-LOC-MODE = SPACES
        MOVE "ONSITE" TO WS-LOC-MODE
    END-IF
    OPEN EXTEND JOB-LOC-FILE
    IF JOB-LOC-STATUS = "35"
        OPEN OUTPUT JOB-LOC-FILE
    END-IF
    MOVE SPACES TO JOB-LOC-REC
    STRING FUNCTION TRIM(WS-LOC-JOB-ID) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-CODE)   DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-LOC-MODE)   DELIMITED BY SIZE
        INTO JOB-LOC-REC
    END-STRING
    WRITE JOB-LOC-REC
    CLOSE JOB-LOC-FILE
    MOVE "N" TO WS-JLOC-LOADED
    EXIT PARAGRAPH.

*> REWRITE-JOB-LOCATION: temp-file swap dropping WS-LOC-JOB-ID's old
*> row, then the new one is appended - the same shape as
*> REWRITE-JOB-OCCUPATION.
REWRITE-JOB-LOCATION.
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STATUS NOT = "35"
        OPEN OUTPUT JOB-LOC-TEMP-FILE
        PERFORM UNTIL WS-LOC-EOF = "Y"
            READ JOB-LOC-FILE
                AT END
                    MOVE "Y" TO WS-LOC-EOF
                NOT AT END
                    IF JOB-LOC-REC NOT = SPACES
                        MOVE SPACES TO WS-LOC-PARSED-JOB-ID
                        UNSTRING JOB-LOC-REC DELIMITED BY "|"
                            INTO WS-LOC-PARSED-JOB-ID
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-LOC-PARSED-JOB-ID)
                           NOT = FUNCTION TRIM(WS-LOC-JOB-ID)
                            MOVE JOB-LOC-REC TO JOB-LOC-TEMP-REC
                            WRITE JOB-LOC-TEMP-REC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-LOC-FILE
        CLOSE JOB-LOC-TEMP-FILE
        CALL "CBL_DELETE_FILE" USING WS-JOB-LOC-LIVE-PATH
        CALL "CBL_RENAME_FILE" USING WS-JOB-LOC-TEMP-PATH WS-JOB-LOC-LIVE-PATH
            RETURNING WS-JOB-LOC-RENAME-STATUS
    END-IF

    PERFORM WRITE-JOB-LOCATION
    EXIT PARAGRAPH.

*> LOAD-JOB-LOCATION: WS-LOC-JOB-ID's master code and work mode into
*> WS-LOC-CODE / WS-LOC-MODE (spaces when the posting has no row).
LOAD-JOB-LOCATION.
    MOVE SPACES TO WS-LOC-CODE WS-LOC-MODE
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOC-EOF = "Y"
        READ JOB-LOC-FILE
            AT END
                MOVE "Y" TO WS-LOC-EOF
            NOT AT END
                IF JOB-LOC-REC NOT = SPACES
                    PERFORM PARSE-JOB-LOC-RECORD
                    IF FUNCTION TRIM(WS-LOC-PARSED-JOB-ID) = FUNCTION TRIM(WS-LOC-JOB-ID)
                        MOVE WS-LOC-PARSED-CODE TO WS-LOC-CODE
                        MOVE WS-LOC-PARSED-MODE TO WS-LOC-MODE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-LOC-FILE
    EXIT PARAGRAPH.

PARSE-JOB-LOC-RECORD.
    MOVE SPACES TO WS-LOC-PARSED-JOB-ID WS-LOC-PARSED-CODE WS-LOC-PARSED-MODE
    UNSTRING JOB-LOC-REC DELIMITED BY "|"
        INTO WS-LOC-PARSED-JOB-ID
             WS-LOC-PARSED-CODE
             WS-LOC-PARSED-MODE
    END-UNSTRING
    EXIT PARAGRAPH.

*> LOAD-JOB-LOCATION-TABLE: every JobLocations.txt row into
*> WS-JLOC-TABLE for a Browse Jobs listing.
LOAD-JOB-LOCATION-TABLE.
    MOVE 0 TO WS-JLOC-COUNT
    MOVE "Y" TO WS-JLOC-LOADED
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOC-EOF = "Y"
        READ JOB-LOC-FILE
            AT END
                MOVE "Y" TO WS-LOC-EOF
            NOT AT END
                IF JOB-LOC-REC NOT = SPACES AND WS-JLOC-COUNT < 2000
                    PERFORM PARSE-JOB-LOC-RECORD
                    ADD 1 TO WS-JLOC-COUNT
                    MOVE WS-LOC-PARSED-JOB-ID TO WS-JLOC-JOB-ID(WS-JLOC-COUNT)
                    MOVE WS-LOC-PARSED-CODE TO WS-JLOC-CODE(WS-JLOC-COUNT)
                    MOVE WS-LOC-PARSED-MODE TO WS-JLOC-MODE(WS-JLOC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-LOC-FILE
    EXIT PARAGRAPH.

*> FIND-POSTING-LOCATION: the normalized location of posting
*> WS-LOC-JOB-ID, whose free text is in WS-LOC-POST-TEXT, into
*> WS-LOC-POST-CODE, WS-LOC-POST-STATE and WS-LOC-POST-MODE. A posting
*> with no JobLocations row is resolved from its text and counts as
*> remote or hybrid only when the text says so.
FIND-POSTING-LOCATION.
    MOVE SPACES TO WS-LOC-POST-CODE WS-LOC-POST-STATE WS-LOC-POST-MODE
    IF WS-JLOC-LOADED = "Y"
        PERFORM VARYING WS-JLOC-IDX FROM 1 BY 1 UNTIL WS-JLOC-IDX > WS-JLOC-COUNT
            IF FUNCTION TRIM(WS-JLOC-JOB-ID(WS-JLOC-IDX)) = FUNCTION TRIM(WS-LOC-JOB-ID)
                MOVE WS-JLOC-CODE(WS-JLOC-IDX) TO WS-LOC-POST-CODE
                MOVE WS-JLOC-MODE(WS-JLOC-IDX) TO WS-LOC-POST-MODE
            END-IF
        END-PERFORM
    ELSE
        PERFORM LOAD-JOB-LOCATION
        MOVE WS-LOC-CODE TO WS-LOC-POST-CODE
        MOVE WS-LOC-MODE TO WS-LOC-POST-MODE
    END-IF

    IF WS-LOC-POST-CODE NOT = SPACES
        MOVE WS-LOC-POST-CODE TO WS-LOC-CODE
        PERFORM LOOKUP-LOCATION-CODE
        MOVE WS-LOC-STATE TO WS-LOC-POST-STATE
    END-IF
    IF WS-LOC-POST-MODE = SPACES
        MOVE WS-LOC-POST-TEXT TO WS-LOC-INPUT
        PERFORM RESOLVE-LOCATION-TEXT
        IF WS-LOC-FOUND = "Y"
            MOVE WS-LOC-CODE TO WS-LOC-POST-CODE
        END-IF
        IF WS-LOC-FOUND NOT = "N"
            MOVE WS-LOC-STATE TO WS-LOC-POST-STATE
        END-IF
        EVALUATE TRUE
            WHEN WS-LOC-REMOTE-WORD = "Y"
                MOVE "REMOTE" TO WS-LOC-POST-MODE
            WHEN WS-LOC-HYBRID-WORD = "Y"
                MOVE "HYBRID" TO WS-LOC-POST-MODE
            WHEN OTHER
                MOVE "ONSITE" TO WS-LOC-POST-MODE
        END-EVALUATE
    END-IF
    EXIT PARAGRAPH.

*> PREPARE-LOCATION-FILTER: turn Browse Jobs' typed location filter
*> into a master code or state, so "Tampa Florida" and "Tampa, FL"
*> select the same postings. "Remote" or "Hybrid" in the text is a
*> work-mode filter; text that names nothing on the master falls back
*> to the old substring match.
PREPARE-LOCATION-FILTER.
    MOVE SPACES TO WS-JOB-FILTER-LOC-CODE WS-JOB-FILTER-LOC-STATE
    MOVE "N" TO WS-JLOC-LOADED
    IF FUNCTION TRIM(WS-JOB-UPPER-LOCATION) NOT = SPACES
        MOVE WS-JOB-FILTER-LOCATION TO WS-LOC-INPUT
        PERFORM RESOLVE-LOCATION-TEXT
        EVALUATE WS-LOC-FOUND
            WHEN "Y"
                MOVE WS-LOC-CODE TO WS-JOB-FILTER-LOC-CODE
            WHEN "S"
                MOVE WS-LOC-STATE TO WS-JOB-FILTER-LOC-STATE
            WHEN OTHER
                IF WS-LOC-REMOTE-WORD = "Y" OR WS-LOC-HYBRID-WORD = "Y"
                    MOVE SPACES TO WS-JOB-UPPER-LOCATION
                END-IF
        END-EVALUATE
        IF WS-JOB-FILTER-MODE = SPACES
            IF WS-LOC-REMOTE-WORD = "Y"
                MOVE "REMOTE" TO WS-JOB-FILTER-MODE
            ELSE
                IF WS-LOC-HYBRID-WORD = "Y"
                    MOVE "HYBRID" TO WS-JOB-FILTER-MODE
                END-IF
            END-IF
        END-IF
    END-IF
    IF FUNCTION TRIM(WS-JOB-UPPER-LOCATION) NOT = SPACES
       OR WS-JOB-FILTER-MODE NOT = SPACES
        PERFORM LOAD-JOB-LOCATION-TABLE
    END-IF
    EXIT PARAGRAPH.

*> CHECK-JOB-ELIGIBILITY: the applicant's own account row is re-read
*> first so the GPA and graduation year checked are the stored ones,
*> not whatever happens to be in session storage. Leaves WS-ELIG-OK
*> and, on failure, which requirement was missed.
*> LOAD-PAY-RULES: PayTransparencyRules.txt into WS-PAY-RULE-TABLE,
*> once per run. Rows that aren't in effect yet are loaded too - the
*> effective date is compared at check time.
LOAD-PAY-RULES.
    MOVE 0 TO WS-PAY-RULE-COUNT
    MOVE "Y" TO WS-PAY-RULES-LOADED
    MOVE "N" TO WS-PAY-EOF
    OPEN INPUT PAY-RULE-FILE
    IF PAY-RULE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PAY-EOF = "Y"
        READ PAY-RULE-FILE
            AT END
                MOVE "Y" TO WS-PAY-EOF
            NOT AT END
                IF PAY-RULE-REC NOT = SPACES AND WS-PAY-RULE-COUNT < 100
                    MOVE SPACES TO WS-PAY-P-JURIS WS-PAY-P-REQUIRED
                                   WS-PAY-P-SPREAD WS-PAY-P-EFFECTIVE
                                   WS-PAY-P-LAW
                    UNSTRING PAY-RULE-REC DELIMITED BY "|"
                        INTO WS-PAY-P-JURIS
                             WS-PAY-P-REQUIRED
                             WS-PAY-P-SPREAD
                             WS-PAY-P-EFFECTIVE
                             WS-PAY-P-LAW
                    END-UNSTRING
                    IF WS-PAY-P-JURIS NOT = SPACES
                        ADD 1 TO WS-PAY-RULE-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAY-P-JURIS))
                            TO WS-PAY-R-JURIS(WS-PAY-RULE-COUNT)
                        MOVE FUNCTION UPPER-CASE(WS-PAY-P-REQUIRED)
                            TO WS-PAY-R-REQUIRED(WS-PAY-RULE-COUNT)
                        IF FUNCTION TRIM(WS-PAY-P-SPREAD) IS NUMERIC
                            MOVE FUNCTION NUMVAL(WS-PAY-P-SPREAD)
                                TO WS-PAY-R-SPREAD(WS-PAY-RULE-COUNT)
                        ELSE
                            MOVE 0 TO WS-PAY-R-SPREAD(WS-PAY-RULE-COUNT)
                        END-IF
                        MOVE WS-PAY-P-EFFECTIVE TO WS-PAY-R-EFFECTIVE(WS-PAY-RULE-COUNT)
                        MOVE FUNCTION TRIM(WS-PAY-P-LAW) TO WS-PAY-R-LAW(WS-PAY-RULE-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAY-RULE-FILE
    EXIT PARAGRAPH.

*> CHECK-PAY-TRANSPARENCY: the structured range in WS-PAY-SAL-MIN/MAX
*> against every rule in effect for the city in WS-PAY-LOC-CODE or its
*> state - a range where one is mandatory, and no wider than the
*> rule's spread. A posting with no master city (fully remote) is
*> outside every jurisdiction.
CHECK-PAY-TRANSPARENCY.
    IF WS-PAY-RULES-LOADED NOT = "Y"
        PERFORM LOAD-PAY-RULES
    END-IF
    MOVE "Y" TO WS-PAY-COMPLIANT
    MOVE SPACES TO WS-PAY-JURISDICTION WS-PAY-REASON WS-PAY-LOC-STATE
    IF WS-PAY-LOC-CODE = SPACES OR WS-PAY-RULE-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PAY-LOC-CODE TO WS-LOC-CODE
    PERFORM LOOKUP-LOCATION-CODE
    MOVE WS-LOC-STATE TO WS-PAY-LOC-STATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAY-TODAY

    MOVE 0 TO WS-PAY-MIN-NUM WS-PAY-MAX-NUM
    IF FUNCTION TRIM(WS-PAY-SAL-MIN) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-PAY-SAL-MIN) TO WS-PAY-MIN-NUM
    END-IF
    IF FUNCTION TRIM(WS-PAY-SAL-MAX) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-PAY-SAL-MAX) TO WS-PAY-MAX-NUM
    END-IF
    IF WS-PAY-MAX-NUM < WS-PAY-MIN-NUM
        MOVE WS-PAY-MIN-NUM TO WS-PAY-MAX-NUM
    END-IF

    PERFORM VARYING WS-PAY-RULE-IDX FROM 1 BY 1
        UNTIL WS-PAY-RULE-IDX > WS-PAY-RULE-COUNT OR WS-PAY-COMPLIANT = "N"
        IF (WS-PAY-R-JURIS(WS-PAY-RULE-IDX) = FUNCTION UPPER-CASE(WS-PAY-LOC-CODE)
            OR (WS-PAY-LOC-STATE NOT = SPACES
                AND WS-PAY-R-JURIS(WS-PAY-RULE-IDX) = WS-PAY-LOC-STATE))
           AND WS-PAY-R-EFFECTIVE(WS-PAY-RULE-IDX) <= WS-PAY-TODAY
            PERFORM CHECK-ONE-PAY-RULE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> CHECK-ONE-PAY-RULE: the rule at WS-PAY-RULE-IDX against the range.
CHECK-ONE-PAY-RULE.
    IF WS-PAY-MIN-NUM = 0
        IF WS-PAY-R-REQUIRED(WS-PAY-RULE-IDX) = "Y"
            MOVE "N" TO WS-PAY-COMPLIANT
            MOVE WS-PAY-R-JURIS(WS-PAY-RULE-IDX) TO WS-PAY-JURISDICTION
            STRING "A pay range is required for postings in " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAY-R-LAW(WS-PAY-RULE-IDX)) DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                INTO WS-PAY-REASON
            END-STRING
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-PAY-R-SPREAD(WS-PAY-RULE-IDX) = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PAY-SPREAD =
        ((WS-PAY-MAX-NUM - WS-PAY-MIN-NUM) * 100) / WS-PAY-MIN-NUM
    IF WS-PAY-SPREAD > WS-PAY-R-SPREAD(WS-PAY-RULE-IDX)
        MOVE "N" TO WS-PAY-COMPLIANT
        MOVE WS-PAY-R-JURIS(WS-PAY-RULE-IDX) TO WS-PAY-JURISDICTION
        MOVE WS-PAY-SPREAD TO WS-PAY-SPREAD-EDIT
        MOVE WS-PAY-R-SPREAD(WS-PAY-RULE-IDX) TO WS-PAY-LIMIT-EDIT
        STRING "The pay range spread of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-SPREAD-EDIT) DELIMITED BY SIZE
               "% exceeds the " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-LIMIT-EDIT) DELIMITED BY SIZE
               "% allowed in " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAY-R-LAW(WS-PAY-RULE-IDX)) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
            INTO WS-PAY-REASON
        END-STRING
    END-IF
    EXIT PARAGRAPH.

*> LOAD-PAY-HOLD: WS-PAY-JOB-ID's hold row, if any - WS-PAY-HELD, and
*> the status and reason it was held with.
LOAD-PAY-HOLD.
    MOVE "N" TO WS-PAY-HELD
    MOVE SPACES TO WS-PAY-HELD-PRIOR WS-PAY-HELD-JURIS WS-PAY-HELD-REASON
    MOVE "N" TO WS-PAY-EOF
    OPEN INPUT PAY-HOLD-FILE
    IF PAY-HOLD-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PAY-EOF = "Y"
        READ PAY-HOLD-FILE
            AT END
                MOVE "Y" TO WS-PAY-EOF
            NOT AT END
                IF PAY-HOLD-REC NOT = SPACES
                    PERFORM PARSE-PAY-HOLD-RECORD
                    IF FUNCTION TRIM(WS-PAY-H-JOB-ID) = FUNCTION TRIM(WS-PAY-JOB-ID)
                        MOVE "Y" TO WS-PAY-HELD
                        MOVE WS-PAY-H-PRIOR TO WS-PAY-HELD-PRIOR
                        MOVE WS-PAY-H-JURIS TO WS-PAY-HELD-JURIS
                        MOVE WS-PAY-H-REASON TO WS-PAY-HELD-REASON
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAY-HOLD-FILE
    EXIT PARAGRAPH.

PARSE-PAY-HOLD-RECORD.
    MOVE SPACES TO WS-PAY-H-JOB-ID WS-PAY-H-DATE WS-PAY-H-JURIS
                   WS-PAY-H-PRIOR WS-PAY-H-REASON
    UNSTRING PAY-HOLD-REC DELIMITED BY "|"
        INTO WS-PAY-H-JOB-ID
             WS-PAY-H-DATE
             WS-PAY-H-JURIS
             WS-PAY-H-PRIOR
             WS-PAY-H-REASON
    END-UNSTRING
    EXIT PARAGRAPH.

*> WRITE-PAY-HOLD: replace WS-PAY-JOB-ID's hold row with one for
*> WS-PAY-JURISDICTION / WS-PAY-REASON, going back to
*> WS-PAY-PRIOR-STATUS on release.
WRITE-PAY-HOLD.
    PERFORM REMOVE-PAY-HOLD
    OPEN EXTEND PAY-HOLD-FILE
    IF PAY-HOLD-STATUS = "35"
        OPEN OUTPUT PAY-HOLD-FILE
    END-IF
    MOVE SPACES TO PAY-HOLD-REC
    STRING FUNCTION TRIM(WS-PAY-JOB-ID)       DELIMITED BY SIZE "|"
           FUNCTION CURRENT-DATE(1:8)         DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAY-PRIOR-STATUS) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-PAY-REASON)       DELIMITED BY SIZE
        INTO PAY-HOLD-REC
    END-STRING
    WRITE PAY-HOLD-REC
    CLOSE PAY-HOLD-FILE
    EXIT PARAGRAPH.

*> REMOVE-PAY-HOLD: temp-file swap dropping WS-PAY-JOB-ID's hold row.
REMOVE-PAY-HOLD.
    MOVE "N" TO WS-PAY-EOF
    OPEN INPUT PAY-HOLD-FILE
    IF PAY-HOLD-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PAY-HOLD-TEMP-FILE
    PERFORM UNTIL WS-PAY-EOF = "Y"
        READ PAY-HOLD-FILE
            AT END
                MOVE "Y" TO WS-PAY-EOF
            NOT AT END
                IF PAY-HOLD-REC NOT = SPACES
                    PERFORM PARSE-PAY-HOLD-RECORD
                    IF FUNCTION TRIM(WS-PAY-H-JOB-ID) NOT = FUNCTION TRIM(WS-PAY-JOB-ID)
                        MOVE PAY-HOLD-REC TO PAY-HOLD-TEMP-REC
                        WRITE PAY-HOLD-TEMP-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAY-HOLD-FILE
    CLOSE PAY-HOLD-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-PAY-HOLD-LIVE-PATH
    CALL "CBL_RENAME_FILE" USING WS-PAY-HOLD-TEMP-PATH WS-PAY-HOLD-LIVE-PATH
        RETURNING WS-PAY-HOLD-RENAME-STATUS
    EXIT PARAGRAPH.

*> HOLD-NEW-POSTING-FOR-PAY: SAVE-JOB-POSTING found the new posting's
*> range out of compliance and saved it as Pending - record why, and
*> tell the employer what to fix.
HOLD-NEW-POSTING-FOR-PAY.
    MOVE FUNCTION TRIM(JOB-ID-EDIT) TO WS-PAY-JOB-ID
    PERFORM WRITE-PAY-HOLD
    MOVE "JOB" TO WS-AUDIT-ENTITY
    MOVE WS-PAY-JOB-ID TO WS-AUDIT-KEY
    MOVE "PAY-HOLD" TO WS-AUDIT-FIELD
    MOVE WS-PAY-PRIOR-STATUS TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    STRING "Pending " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE
        INTO WS-AUDIT-NEW
    END-STRING
    PERFORM WRITE-AUDIT-LINE
    PERFORM SHOW-PAY-HOLD-MESSAGE
    EXIT PARAGRAPH.

SHOW-PAY-HOLD-MESSAGE.
    MOVE "This posting is held as Pending and will not go live until its pay range is corrected:" TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE SPACES TO OUTPUT-BUFFER
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-REASON) DELIMITED BY SIZE
        INTO OUTPUT-BUFFER
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE "  Edit the posting from Manage My Jobs to change the salary range." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    EXIT PARAGRAPH.

*> APPLY-PAY-TRANSPARENCY-HOLD: an edited or reopened posting
*> (JOB-DETAILS-*, city code in WS-PAY-LOC-CODE) re-checked before it
*> is saved. A live or awaiting-approval posting that now breaks a rule
*> is held as Pending; a held posting whose range now passes is put
*> back to the status it was held from. Closed, filled and removed
*> postings are left alone.
APPLY-PAY-TRANSPARENCY-HOLD.
    MOVE JOB-DETAILS-SAL-MIN TO WS-PAY-SAL-MIN
    MOVE JOB-DETAILS-SAL-MAX TO WS-PAY-SAL-MAX
    PERFORM CHECK-PAY-TRANSPARENCY
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-PAY-JOB-ID
    PERFORM LOAD-PAY-HOLD

    IF WS-PAY-COMPLIANT = "N"
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) = "OPEN"
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) = "PENDING"
            IF WS-PAY-HELD = "Y"
                MOVE WS-PAY-HELD-PRIOR TO WS-PAY-PRIOR-STATUS
            ELSE
                MOVE JOB-DETAILS-POSTING-STATUS TO WS-PAY-PRIOR-STATUS
            END-IF
            MOVE "Pending" TO JOB-DETAILS-POSTING-STATUS
            PERFORM WRITE-PAY-HOLD
            IF WS-PAY-HELD = "N"
                MOVE "JOB" TO WS-AUDIT-ENTITY
                MOVE WS-PAY-JOB-ID TO WS-AUDIT-KEY
                MOVE "PAY-HOLD" TO WS-AUDIT-FIELD
                MOVE WS-PAY-PRIOR-STATUS TO WS-AUDIT-OLD
                MOVE SPACES TO WS-AUDIT-NEW
                STRING "Pending " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAY-JURISDICTION) DELIMITED BY SIZE
                    INTO WS-AUDIT-NEW
                END-STRING
                PERFORM WRITE-AUDIT-LINE
            END-IF
            PERFORM SHOW-PAY-HOLD-MESSAGE
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-PAY-HELD = "Y"
        PERFORM REMOVE-PAY-HOLD
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-POSTING-STATUS)) = "PENDING"
           AND WS-PAY-HELD-PRIOR NOT = SPACES
            MOVE WS-PAY-HELD-PRIOR TO JOB-DETAILS-POSTING-STATUS
        END-IF
        MOVE "JOB" TO WS-AUDIT-ENTITY
        MOVE WS-PAY-JOB-ID TO WS-AUDIT-KEY
        MOVE "PAY-HOLD" TO WS-AUDIT-FIELD
        MOVE "Pending" TO WS-AUDIT-OLD
        MOVE JOB-DETAILS-POSTING-STATUS TO WS-AUDIT-NEW
        PERFORM WRITE-AUDIT-LINE
        MOVE "The pay range now meets the pay-transparency rules - the hold is released." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

CHECK-JOB-ELIGIBILITY.
    MOVE "Y" TO WS-ELIG-OK
    MOVE SPACES TO WS-ELIG-REASON
    IF FUNCTION TRIM(WS-OUT-RECIPIENT) = SPACES
        EXIT PARAGRAPH
    END-IF
    *> An address the relay keeps bouncing gets nothing but the
    *> verification code that lets its owner prove a working one.
    IF FUNCTION TRIM(WS-OUT-EVENT-TYPE) NOT = "EMAIL-VERIFY"
        MOVE WS-OUT-RECIPIENT TO WS-UND-CHECK-USER
        PERFORM CHECK-UNDELIVERABLE
        IF WS-UND-FOUND = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF
    *> Channel routing: the event type names the category. OFFER,
    *> INTERVIEW, and the EMAIL-VERIFY code loop always go out; for
    *> anything else an INAPP or OFF preference stops the outbound
    END-IF
    INSPECT WS-OUT-SUBJECT REPLACING ALL "|" BY " "
    INSPECT WS-OUT-BODY REPLACING ALL "|" BY " "
    MOVE SPACES TO OUTBOUND-REC
    STRING FUNCTION TRIM(WS-OUT-RECIPIENT)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-OUT-EVENT-TYPE) DELIMITED BY SIZE "|"
           "N"                              DELIMITED BY SIZE
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
    IF OUTBOUND-STATUS = "35"
        OPEN OUTPUT OUTBOUND-FILE
    END-IF
    MOVE WS-XMIT-NEW-ROW TO OUTBOUND-REC
    WRITE OUTBOUND-REC
    CLOSE OUTBOUND-FILE
    PERFORM RELEASE-OUTBOUND-LOCK
    EXIT PARAGRAPH.

*> ACQUIRE-OUTBOUND-LOCK: take OutboundMessages.lock, spinning one
*> second per attempt up to LOCK_STALE_SECONDS exactly as
*> ACQUIRE-JOB-ID-LOCK does; a lock still there after that was left by
*> a crashed writer and is reclaimed and journaled.
ACQUIRE-OUTBOUND-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT OUTBOUND-LOCK-FILE
        IF OUTBOUND-LOCK-STATUS = "35"
            OPEN OUTPUT OUTBOUND-LOCK-FILE
            CLOSE OUTBOUND-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE OUTBOUND-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM

    *> Still locked after the stale window: reclaim it.
    MOVE "Warning: a stale outbound-message lock was detected and reclaimed." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    MOVE "LOCK" TO WS-AUDIT-ENTITY
    MOVE "OutboundMessages.lock" TO WS-AUDIT-KEY
    MOVE "RECLAIMED" TO WS-AUDIT-FIELD
    MOVE "stale" TO WS-AUDIT-OLD
    MOVE SPACES TO WS-AUDIT-NEW
    PERFORM WRITE-AUDIT-LINE
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    OPEN OUTPUT OUTBOUND-LOCK-FILE
    CLOSE OUTBOUND-LOCK-FILE
    EXIT PARAGRAPH.

*> RELEASE-OUTBOUND-LOCK: drop OutboundMessages.lock for the next
*> writer.
RELEASE-OUTBOUND-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-OUTBOUND-LOCK-PATH
    EXIT PARAGRAPH.

*> DERIVE-OUTBOUND-CATEGORY: fold the outbound event type onto the
*> rating average and review lists stop counting it; the row stays on
*> file for the record.
REMOVE-FLAGGED-REVIEW.
    MOVE "Removed" TO WS-RVW-NEW-STATUS
    PERFORM SET-REVIEW-STATUS
    EXIT PARAGRAPH.

*> SET-REVIEW-STATUS: review WS-RFLAG-REVIEW-ID to WS-RVW-NEW-STATUS,
*> leaving the status it had in WS-RVW-OLD-STATUS and its author in
*> WS-RVW-AUTHOR (spaces when no such review).
SET-REVIEW-STATUS.
    MOVE SPACES TO WS-RVW-OLD-STATUS WS-RVW-AUTHOR
    MOVE "N" TO WS-RVW-EOF
    OPEN INPUT REVIEW-FILE
    IF REVIEW-STATUS = "35"
                    PERFORM PARSE-REVIEW-RECORD
                    IF FUNCTION TRIM(WS-RVW-PARSED-ID)
                       = FUNCTION TRIM(WS-RFLAG-REVIEW-ID)
                        MOVE WS-RVW-PARSED-STATUS TO WS-RVW-OLD-STATUS
                        MOVE WS-RVW-PARSED-USER TO WS-RVW-AUTHOR
                        MOVE WS-RVW-NEW-STATUS TO WS-RVW-PARSED-STATUS
                    END-IF
                    MOVE SPACES TO REVIEW-TEMP-REC
                    STRING
    PERFORM FIND-APPLICATION-SNAPSHOT
    IF WS-SNAP-FOUND = "Y"
        PERFORM WRITE-PACKET-SNAPSHOT-LINES
        PERFORM WRITE-PACKET-COVER-LETTER
        EXIT PARAGRAPH
    END-IF

    MOVE WS-VIS-SAVED-USERNAME TO AR-USERNAME
    MOVE WS-VIS-SAVED-ROLE TO AR-ROLE
    MOVE WS-VIS-SAVED-VERIFIED TO AR-EMPLOYER-VERIFIED
    PERFORM WRITE-PACKET-COVER-LETTER
    EXIT PARAGRAPH.

*> WRITE-PACKET-COVER-LETTER: the cover letter filed with the
*> application in APPLICATION-PARSED-ID, line by line. Free text can
*> name the writer, so a masked blind-review applicant's letter is
*> held back until the application moves past screening.
WRITE-PACKET-COVER-LETTER.
    MOVE "N" TO WS-CVL-ANY
    MOVE "N" TO WS-CVL-EOF
    OPEN INPUT COVER-LETTER-FILE
    IF COVER-LETTER-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CVL-EOF = "Y"
        READ COVER-LETTER-FILE
            AT END
                MOVE "Y" TO WS-CVL-EOF
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
                            IF WS-PKT-MASKED = "Y"
                                MOVE "Cover letter: [withheld for blind review]" TO PACKET-REC
                                WRITE PACKET-REC
                                MOVE "Y" TO WS-CVL-EOF
                            ELSE
                                MOVE "Cover letter:" TO PACKET-REC
                                WRITE PACKET-REC
                            END-IF
                        END-IF
                        IF WS-PKT-MASKED = "N"
                            MOVE SPACES TO PACKET-REC
                            STRING "  " FUNCTION TRIM(WS-CVL-PARSED-TEXT)
                                DELIMITED BY SIZE INTO PACKET-REC
                            END-STRING
                            WRITE PACKET-REC
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE COVER-LETTER-FILE
    EXIT PARAGRAPH.

*> WRITE-PACKET-SNAPSHOT-LINES: the applicant's profile as captured at
        END-STRING
        WRITE PACKET-REC
    END-IF
    IF FUNCTION TRIM(WS-SNAP-PARSED-CERTS) NOT = SPACES
        MOVE SPACES TO PACKET-REC
        STRING "  Certifications: " FUNCTION TRIM(WS-SNAP-PARSED-CERTS)
            DELIMITED BY SIZE INTO PACKET-REC
        END-STRING
        WRITE PACKET-REC
    END-IF
    EXIT PARAGRAPH.

WRITE-PACKET-PROFILE-LINES.
    MOVE SPACES TO WS-JOB-SEARCH-KEYWORD
    MOVE SPACES TO WS-JOB-FILTER-LOCATION
    MOVE SPACES TO WS-JOB-FILTER-EMPLOYER
    MOVE SPACES TO WS-JOB-FILTER-MODE
    MOVE "N" TO WS-JOB-SORT-RECENCY
    MOVE "N" TO WS-JOB-SORT-SALARY

        END-READ
    END-IF

    IF EOF NOT = "Y"
        MOVE "Enter a work mode to filter by (On-site, Hybrid or Remote), or press Enter to skip:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        READ INFILE
            AT END MOVE "Y" TO EOF
            NOT AT END
                PERFORM COUNT-INPUT-LINE
                MOVE FUNCTION TRIM(IN-REC) TO WS-LOC-MODE-INPUT
        END-READ
        IF EOF NOT = "Y" AND WS-LOC-MODE-INPUT NOT = SPACES
            PERFORM PARSE-WORK-MODE
            MOVE WS-LOC-MODE TO WS-JOB-FILTER-MODE
            IF WS-LOC-MODE-OK = "N"
                MOVE "That is not a work mode - showing every work mode." TO OUTPUT-BUFFER
                PERFORM DUAL-OUTPUT
            END-IF
        END-IF
    END-IF

    IF EOF NOT = "Y"
        MOVE "Enter an employer to filter by, or press Enter to skip:" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
    IF FUNCTION TRIM(WS-JOB-SEARCH-KEYWORD) NOT = SPACES
       OR FUNCTION TRIM(WS-JOB-FILTER-LOCATION) NOT = SPACES
       OR FUNCTION TRIM(WS-JOB-FILTER-EMPLOYER) NOT = SPACES
       OR WS-JOB-FILTER-MODE NOT = SPACES
        PERFORM SAVE-SEARCH-PROMPT
        IF EOF = "Y"
            EXIT PARAGRAPH
    *> means: reuse the same keyword search BROWSE-JOBS-SECTION already
    *> does, pre-filled with the student's own major so it matches
    *> against job titles/descriptions, skipping the manual prompts.
    *> A student with saved job preferences gets the matches ranked by
    *> how many preferences each posting meets, newest first within a
    *> rank; without a major the preferences alone drive the list.
    MOVE SPACES TO WS-JOB-SEARCH-KEYWORD
    MOVE SPACES TO WS-JOB-FILTER-LOCATION
    MOVE SPACES TO WS-JOB-FILTER-EMPLOYER
    MOVE SPACES TO WS-JOB-FILTER-MODE
    MOVE "Y" TO WS-JOB-SORT-RECENCY
    MOVE "N" TO WS-JOB-SORT-SALARY
    MOVE "N" TO WS-JOB-SORT-PREF

    PERFORM LOAD-MY-PREFERENCES
    IF WS-JPF-FOUND = "Y"
        MOVE "Y" TO WS-JOB-SORT-PREF
        MOVE "N" TO WS-JOB-SORT-RECENCY
    END-IF

    IF FUNCTION TRIM(AR-MAJOR) = SPACES AND WS-JOB-SORT-PREF = "N"
        MOVE "Add a major to your profile or set your Job Preferences to get job recommendations." TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(AR-MAJOR) = SPACES
        MOVE "Jobs and internships ranked by your job preferences:" TO OUTPUT-BUFFER
    ELSE
        MOVE FUNCTION TRIM(AR-MAJOR) TO WS-JOB-SEARCH-KEYWORD
        IF WS-JOB-SORT-PREF = "Y"
            STRING "Jobs and internships recommended for your major (" DELIMITED BY SIZE
                   FUNCTION TRIM(AR-MAJOR)                             DELIMITED BY SIZE
                   "), ranked by your job preferences:"                DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        ELSE
            STRING "Jobs and internships recommended for your major (" DELIMITED BY SIZE
                   FUNCTION TRIM(AR-MAJOR)                             DELIMITED BY SIZE
                   "):"                                                DELIMITED BY SIZE
                INTO OUTPUT-BUFFER
            END-STRING
        END-IF
    END-IF
    PERFORM DUAL-OUTPUT

    PERFORM BUILD-JOB-SUMMARIES
    MOVE "N" TO WS-JOB-SORT-PREF

    IF EOF NOT = "Y"
        READ INFILE
        MOVE JOB-DETAILS-EMPLOYER TO WS-CMP-TARGET-NAME
        PERFORM SHOW-COMPANY-RATING

        MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-LOC-JOB-ID
        MOVE JOB-DETAILS-LOCATION TO WS-LOC-POST-TEXT
        PERFORM FIND-POSTING-LOCATION
        MOVE WS-LOC-POST-MODE TO WS-LOC-MODE
        PERFORM SET-WORK-MODE-LABEL
        MOVE SPACES TO JOB-DETAILS-LINE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-DETAILS-LOCATION))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-MODE-LABEL))
            STRING "Location: " DELIMITED BY SIZE
                   FUNCTION TRIM(JOB-DETAILS-LOCATION) DELIMITED BY SIZE
                   INTO JOB-DETAILS-LINE
            END-STRING
        ELSE
            STRING "Location: " DELIMITED BY SIZE
                   FUNCTION TRIM(JOB-DETAILS-LOCATION) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOC-MODE-LABEL) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO JOB-DETAILS-LINE
            END-STRING
        END-IF
        MOVE JOB-DETAILS-LINE TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT

        MOVE "-------------------" TO OUTPUT-BUFFER
        PERFORM DUAL-OUTPUT

        *> Work-study-only jobs say so up front, and a student sees
        *> whether their award lets them apply.
        MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-FWS-JOB-ID
        PERFORM LOAD-JOB-WORK-STUDY
        IF WS-FWS-ONLY = "Y"
            MOVE "This position is open only to Federal Work-Study students." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "STUDENT"
                PERFORM CHECK-WORK-STUDY-ELIGIBILITY
                IF WS-FWS-ELIG-OK = "Y"
                    MOVE WS-FWS-REMAINING TO WS-FWS-MONEY-EDIT
                    MOVE SPACES TO OUTPUT-BUFFER
                    STRING "Your " DELIMITED BY SIZE
                           WS-FWS-AWARD-YEAR DELIMITED BY SIZE
                           " work-study award has " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FWS-MONEY-EDIT) DELIMITED BY SIZE
                           " remaining." DELIMITED BY SIZE
                        INTO OUTPUT-BUFFER
                    END-STRING
                ELSE
                    MOVE WS-FWS-REASON TO OUTPUT-BUFFER
                END-IF
                PERFORM DUAL-OUTPUT
            END-IF
        END-IF

        *> A student sees where they stand against the posting's
        *> rules BEFORE applying, not after the refusal.
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROLE)) = "STUDENT"
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-SEARCH-KEYWORD)) TO WS-JOB-UPPER-KEYWORD
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-FILTER-LOCATION)) TO WS-JOB-UPPER-LOCATION
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-FILTER-EMPLOYER)) TO WS-JOB-UPPER-EMPLOYER
    PERFORM PREPARE-LOCATION-FILTER

    *> Open JOB-FILE for input
    OPEN INPUT JOB-FILE
                                PERFORM FORMAT-JOB-SUMMARY-LINE
                                IF WS-JOB-SORT-RECENCY = "Y"
                                   OR WS-JOB-SORT-SALARY = "Y"
                                   OR WS-JOB-SORT-PREF = "Y"
                                    ADD 1 TO JOB-SORT-COUNT
                                    EVALUATE TRUE
                                        WHEN WS-JOB-SORT-PREF = "Y"
                                            PERFORM SCORE-JOB-PREFERENCES
                                            PERFORM APPEND-PREFERENCE-FIT
                                            MOVE WS-JPF-SCORE TO WS-JOB-SORT-PREF-SCORE
                                            MOVE JOB-SUMMARY-PARSED-POSTED-DATE
                                                TO WS-JOB-SORT-PREF-DATE
                                            MOVE WS-JOB-SORT-PREF-KEY
                                                TO JOB-SORT-DATE(JOB-SORT-COUNT)
                                        WHEN WS-JOB-SORT-SALARY = "Y"
                                            MOVE 0 TO WS-JOB-SORT-SAL-KEY
                                            IF FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-MAX)
                                               NOT = SPACES
                                               AND FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-MAX)
                                               IS NUMERIC
                                                MOVE FUNCTION TRIM(JOB-SUMMARY-PARSED-SAL-MAX)
                                                    TO WS-JOB-SORT-SAL-KEY
                                            END-IF
                                            MOVE WS-JOB-SORT-SAL-KEY
                                                TO JOB-SORT-DATE(JOB-SORT-COUNT)
                                        WHEN OTHER
                                            MOVE JOB-SUMMARY-PARSED-POSTED-DATE
                                                TO JOB-SORT-DATE(JOB-SORT-COUNT)
                                    END-EVALUATE
                                    MOVE JOB-SUMMARY-LINE
                                        TO JOB-SORT-LINE(JOB-SORT-COUNT)
                                ELSE
    CLOSE JOB-FILE

    IF WS-JOB-SORT-RECENCY = "Y" OR WS-JOB-SORT-SALARY = "Y"
       OR WS-JOB-SORT-PREF = "Y"
        PERFORM SORT-JOB-TABLE-BY-RECENCY
        PERFORM VARYING JOB-SORT-IDX FROM 1 BY 1
            UNTIL JOB-SORT-IDX > JOB-SORT-COUNT OR WS-PAGE-STOP = "Y"
        IF FUNCTION TRIM(WS-JOB-UPPER-KEYWORD) = SPACES
           AND FUNCTION TRIM(WS-JOB-UPPER-LOCATION) = SPACES
           AND FUNCTION TRIM(WS-JOB-UPPER-EMPLOYER) = SPACES
           AND WS-JOB-FILTER-MODE = SPACES
            MOVE JOB-EMPTY-MESSAGE TO JOB-SUMMARY-BUFFER
        ELSE
            MOVE JOB-EMPTY-FILTERED-MESSAGE TO JOB-SUMMARY-BUFFER
*> CHECK-JOB-FILTERS: sets JOB-FILTER-MATCH to "Y" when the current
*> JOB-SUMMARY-PARSED-* record satisfies every filter the caller
*> supplied (a blank filter always matches). Keyword search looks at
*> title OR description; employer is a substring match against its
*> own field, all case-insensitive; location and work mode go through
*> the location master (PREPARE-LOCATION-FILTER).
*> CHECK-JOB-EXPIRED: an "Open" posting older than JOB-EXPIRATION-DAYS
*> (from AppConfig.txt's JOB_EXPIRATION_DAYS, default 60) is treated as
*> auto-expired for browsing purposes, same as an employer-closed one.
        END-IF
    END-IF

    *> Location and work mode compare normalized values from the
    *> location master; a location filter the master couldn't resolve
    *> is still a substring match on the posting's text.
    IF JOB-FILTER-MATCH = "Y"
       AND (FUNCTION TRIM(WS-JOB-UPPER-LOCATION) NOT = SPACES
            OR WS-JOB-FILTER-MODE NOT = SPACES)
        MOVE JOB-SUMMARY-PARSED-ID TO WS-LOC-JOB-ID
        MOVE JOB-SUMMARY-PARSED-LOCATION TO WS-LOC-POST-TEXT
        PERFORM FIND-POSTING-LOCATION
        EVALUATE TRUE
            WHEN WS-JOB-FILTER-LOC-CODE NOT = SPACES
                IF WS-LOC-POST-CODE NOT = WS-JOB-FILTER-LOC-CODE
                    MOVE "N" TO JOB-FILTER-MATCH
                END-IF
            WHEN WS-JOB-FILTER-LOC-STATE NOT = SPACES
                IF WS-LOC-POST-STATE NOT = WS-JOB-FILTER-LOC-STATE
                    MOVE "N" TO JOB-FILTER-MATCH
                END-IF
            WHEN FUNCTION TRIM(WS-JOB-UPPER-LOCATION) NOT = SPACES
                MOVE FUNCTION UPPER-CASE(JOB-SUMMARY-PARSED-LOCATION) TO WS-JOB-UPPER-REC-LOCATION
                MOVE 0 TO WS-JOB-FILTER-TALLY
                INSPECT WS-JOB-UPPER-REC-LOCATION TALLYING WS-JOB-FILTER-TALLY
                    FOR ALL FUNCTION TRIM(WS-JOB-UPPER-LOCATION)
                IF WS-JOB-FILTER-TALLY = 0
                    MOVE "N" TO JOB-FILTER-MATCH
                END-IF
        END-EVALUATE
        IF JOB-FILTER-MATCH = "Y" AND WS-JOB-FILTER-MODE NOT = SPACES
           AND WS-LOC-POST-MODE NOT = WS-JOB-FILTER-MODE
            MOVE "N" TO JOB-FILTER-MATCH
        END-IF
    END-IF
    END-STRING
    EXIT PARAGRAPH.

*> APPEND-PREFERENCE-FIT: tags a ranked recommendation line with how
*> many of the student's preferences the posting meets.
APPEND-PREFERENCE-FIT.
    IF WS-JPF-CRITERIA = 0
        EXIT PARAGRAPH
    END-IF
    MOVE JOB-SUMMARY-LINE TO JOB-SUMMARY-BUFFER
    MOVE SPACES TO JOB-SUMMARY-LINE
    STRING FUNCTION TRIM(JOB-SUMMARY-BUFFER) DELIMITED BY SIZE
           " - matches " DELIMITED BY SIZE
           WS-JPF-SCORE DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           WS-JPF-CRITERIA DELIMITED BY SIZE
           " preferences" DELIMITED BY SIZE
        INTO JOB-SUMMARY-LINE
    END-STRING
    EXIT PARAGRAPH.

*> TRUNCATE-FIELD-TITLE: Truncate title field with ellipsis if too long
TRUNCATE-FIELD-TITLE.
    *> Check if title is longer than 50 characters
        EXIT PARAGRAPH
    END-IF

    *> A work-study-only job takes applications only from students
    *> financial aid shows with an active Federal Work-Study award.
    MOVE FUNCTION TRIM(JOB-DETAILS-ID) TO WS-FWS-JOB-ID
    PERFORM LOAD-JOB-WORK-STUDY
    IF WS-FWS-ONLY = "Y"
        PERFORM CHECK-WORK-STUDY-ELIGIBILITY
        IF WS-FWS-ELIG-OK = "N"
            MOVE "This position is open only to Federal Work-Study students, so your application cannot be accepted:" TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE WS-FWS-REASON TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "Contact the financial aid office if you believe you have a work-study award." TO OUTPUT-BUFFER
            PERFORM DUAL-OUTPUT
            MOVE "JOBS" TO CURRENT-MENU
            MOVE 0 TO NAV-INDEX
            MOVE "SHOW-JOBS" TO NAV-ACTION
            PERFORM NAV-PRINT-LOOP
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Eligibility rules are checked at the door, before any prompting,
    *> so an ineligible student hears which requirement they missed
    *> instead of being rejected one review at a time later.
        IF EOF = "Y" EXIT PARAGRAPH END-IF
    END-IF

    *> Optional cover letter - asked before the record is written for
    *> the same reason the screening answers are.
    PERFORM ASK-COVER-LETTER
    IF EOF = "Y" EXIT PARAGRAPH END-IF

    *> Create new application record and save it to file. Locked so two
    *> concurrent sessions applying at the same moment can't both compute
    *> the same APPLICATION-ID-NUM.
    *> edited after applying are settled by this row, not the live
    *> profile.
    PERFORM WRITE-APPLICATION-SNAPSHOT
    IF WS-CVL-COUNT > 0
        PERFORM WRITE-COVER-LETTER
    END-IF

    *> Show confirmation message
    MOVE SPACES TO APPLICATION-CONFIRMATION
        PERFORM OFFER-RESPONSE-PROMPT
    END-IF

    IF JOB-COUNT > 0 AND EOF NOT = "Y"
        PERFORM OFFER-LETTER-PROMPT
    END-IF

    MOVE "JOBS" TO CURRENT-MENU
    MOVE 0 TO NAV-INDEX
    MOVE "SHOW-JOBS" TO NAV-ACTION
    END-STRING
    WRITE APPLICATION-TEMP-REC
    EXIT PARAGRAPH.

*> ACQUIRE-AUDIT-LOCK: take AuditJournal.lock before the last chain
*> hash is read, spinning one second per attempt up to
*> LOCK_STALE_SECONDS exactly as ACQUIRE-JOB-ID-LOCK does. A lock still
*> there after that was left by a crashed writer and is reclaimed; the
*> reclaim is shown but not journaled, since the journal is the file
*> this lock guards.
ACQUIRE-AUDIT-LOCK.
    MOVE 0 TO WS-LOCK-ATTEMPTS
    PERFORM UNTIL WS-LOCK-ATTEMPTS > WS-LOCK-STALE-SECS
        OPEN INPUT AUDIT-LOCK-FILE
        IF AUDIT-LOCK-STATUS = "35"
            OPEN OUTPUT AUDIT-LOCK-FILE
            CLOSE AUDIT-LOCK-FILE
            EXIT PARAGRAPH
        ELSE
            CLOSE AUDIT-LOCK-FILE
            ADD 1 TO WS-LOCK-ATTEMPTS
            CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
        END-IF
    END-PERFORM

    *> Still locked after the stale window: reclaim it.
    MOVE "Warning: a stale audit-journal lock was detected and reclaimed." TO OUTPUT-BUFFER
    PERFORM DUAL-OUTPUT
    CALL "CBL_DELETE_FILE" USING WS-AUDIT-LOCK-PATH
    OPEN OUTPUT AUDIT-LOCK-FILE
    CLOSE AUDIT-LOCK-FILE
    EXIT PARAGRAPH.

*> RELEASE-AUDIT-LOCK: drop AuditJournal.lock for the next writer.
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
    IF AUDIT-STATUS = "00"
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
    IF CHAIN-ANCHOR-STATUS NOT = "00"
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
