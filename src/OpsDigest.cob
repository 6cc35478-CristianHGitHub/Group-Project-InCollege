*> Stand-alone morning operations digest - the five-file ritual in one
*> pass. Run it directly or as the LAST JobStream.txt step. It reads:
*>   - JobStreamRunLog.txt: any step logged FAILED today, and any
*>     step JobStream flagged OVERRUN (well over its trailing average)
*>     or LATE (finished after the batch window end);
*>   - DataIntegrityReport.txt: any file with quarantined rows;
*>   - IntentJournal.txt: Started rows with no later Complete;
*>   - the backup manifest's SNAPSHOT date (stale or missing);
*>   - AuditChainReport.txt: AUDITCHAINVERIFY's verdict on the audit
*>     journal's hash chain (FAIL, or not run today);
*>   - CapacityReport.txt: CAPACITYREPORT's WARN lines for any limit
*>     at or above its warning threshold (or the report not run today);
*>   - the known .lock and .tmp paths for leftovers from a crashed
*>     rewrite (COBOL can't glob, so the list below names every path
*>     the flows and batches create - extend it when a new temp-swap
*>     file is added);
*> and writes one OK / WARN / FAIL verdict with a reason line per
*> problem to ../data/OpsDigest.txt (also displayed). Failed steps,
*> open intents and a broken audit chain are FAIL - hold the day's
*> run; the rest, overruns and late finishes included, are WARN.
IDENTIFICATION DIVISION.
PROGRAM-ID. OPSDIGEST.

    SELECT MANIFEST-FILE ASSIGN TO "../data/backup/BackupManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANIFEST-STAT.
    SELECT CHAIN-REPORT-FILE ASSIGN TO "../data/AuditChainReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-REPORT-STAT.
    SELECT CAPACITY-FILE ASSIGN TO "../data/CapacityReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAPACITY-STAT.
    SELECT PROBE-FILE ASSIGN DYNAMIC WS-PROBE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROBE-STAT.
01  INTENT-REC          PIC X(200).
FD  MANIFEST-FILE.
01  MANIFEST-REC        PIC X(120).
FD  CHAIN-REPORT-FILE.
01  CHAIN-REPORT-REC    PIC X(600).
FD  CAPACITY-FILE.
01  CAPACITY-REC        PIC X(200).
FD  PROBE-FILE.
01  PROBE-REC           PIC X(10).
FD  DIGEST-FILE.
01  INTEGRITY-STAT      PIC XX.
01  INTENT-STAT         PIC XX.
01  MANIFEST-STAT       PIC XX.
01  CHAIN-REPORT-STAT   PIC XX.
01  CAPACITY-STAT       PIC XX.
01  PROBE-STAT          PIC XX.
01  DIGEST-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".

*> Run-log findings.
01  WS-FAILED-STEPS     PIC 9(4) VALUE 0.
01  WS-SLOW-STEPS       PIC 9(4) VALUE 0.

*> Quarantine findings.
01  WS-QUAR-FILES       PIC 9(4) VALUE 0.
01  WS-MAN-AGE          PIC S9(6) VALUE 0.
01  WS-MAN-AGE-EDIT     PIC Z(5)9.

*> Audit chain findings.
01  WS-CHAIN-RUN-DATE   PIC X(8).
01  WS-CHAIN-VERDICT    PIC X(600).

*> Capacity headroom findings.
01  WS-CAP-RUN-DATE     PIC X(8).
01  WS-CAP-SUMMARY      PIC X(200).
01  WS-CAP-WARNINGS     PIC 9(3) VALUE 0.
01  WS-CAP-AFTER-WARN   PIC X VALUE "N".

*> Leftover .lock / .tmp probe list.
01  WS-PROBE-PATH       PIC X(60).
01  WS-PROBE-COUNT      PIC 9(2) VALUE 57.
01  WS-PROBE-TABLE.
    05  FILLER PIC X(60) VALUE "../data/JobIdCounter.lock".
    05  FILLER PIC X(60) VALUE "../data/ApplicationIdCounter.lock".
    05  FILLER PIC X(60) VALUE "../data/JobRequirements.tmp".
    05  FILLER PIC X(60) VALUE "../data/AppConfig.tmp".
    05  FILLER PIC X(60) VALUE "../data/LoginLockouts.tmp".
    05  FILLER PIC X(60) VALUE "../data/ActiveSessions.lock".
    05  FILLER PIC X(60) VALUE "../data/AuditJournal.lock".
    05  FILLER PIC X(60) VALUE "../data/OutboundMessages.lock".
    05  FILLER PIC X(60) VALUE "../data/ActionPlans.tmp".
    05  FILLER PIC X(60) VALUE "../data/ActiveSessions.tmp".
    05  FILLER PIC X(60) VALUE "../data/Appeals.tmp".
    05  FILLER PIC X(60) VALUE "../data/CampusCalendar.tmp".
    05  FILLER PIC X(60) VALUE "../data/Certifications.tmp".
    05  FILLER PIC X(60) VALUE "../data/CounselorSlots.tmp".
    05  FILLER PIC X(60) VALUE "../data/CreditEnrollments.tmp".
    05  FILLER PIC X(60) VALUE "../data/EeoSelfId.tmp".
    05  FILLER PIC X(60) VALUE "../data/EmploymentCheckins.tmp".
    05  FILLER PIC X(60) VALUE "../data/FwsAwards.tmp".
    05  FILLER PIC X(60) VALUE "../data/GroupOfficers.tmp".
    05  FILLER PIC X(60) VALUE "../data/Groups.tmp".
    05  FILLER PIC X(60) VALUE "../data/InterfaceControl.tmp".
    05  FILLER PIC X(60) VALUE "../data/InterviewDaySlots.tmp".
    05  FILLER PIC X(60) VALUE "../data/Introductions.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobLocations.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobOccupations.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobOpenings.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobPreferences.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobSyndicationOptOut.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobSyndicationSnapshot.tmp".
    05  FILLER PIC X(60) VALUE "../data/JobWorkStudy.tmp".
    05  FILLER PIC X(60) VALUE "../data/LegalHolds.tmp".
    05  FILLER PIC X(60) VALUE "../data/OutboundMessages.tmp".
    05  FILLER PIC X(60) VALUE "../data/PayTransparencyHolds.tmp".
    05  FILLER PIC X(60) VALUE "../data/ProjectSkillTags.tmp".
    05  FILLER PIC X(60) VALUE "../data/Projects.tmp".
    05  FILLER PIC X(60) VALUE "../data/ReferenceChecks.tmp".
    05  FILLER PIC X(60) VALUE "../data/References.tmp".
    05  FILLER PIC X(60) VALUE "../data/ResumeBookOptIns.tmp".
    05  FILLER PIC X(60) VALUE "../data/ResumeReviewers.tmp".
    05  FILLER PIC X(60) VALUE "../data/ResumeReviews.tmp".
    05  FILLER PIC X(60) VALUE "../data/RolePermissions.tmp".
    05  FILLER PIC X(60) VALUE "../data/UndeliverableEmails.tmp".
    05  FILLER PIC X(60) VALUE "../data/Venues.tmp".
    05  FILLER PIC X(60) VALUE "../data/AuditJournal.txt.tmp".
    05  FILLER PIC X(60) VALUE "../data/LoginHistory.txt.tmp".
    05  FILLER PIC X(60) VALUE "../data/ApplicationStatusHistory.txt.tmp".
    05  FILLER PIC X(60) VALUE "../data/Notifications.txt.tmp".
    05  FILLER PIC X(60) VALUE "../data/OutboundMessages.txt.tmp".
01  WS-PROBES REDEFINES WS-PROBE-TABLE.
    05  WS-PROBE-ENTRY OCCURS 57 TIMES PIC X(60).
01  WS-PROBE-IDX        PIC 9(2) VALUE 0.
01  WS-LEFTOVER-COUNT   PIC 9(2) VALUE 0.

    PERFORM CHECK-INTEGRITY-REPORT
    PERFORM CHECK-OPEN-INTENTS
    PERFORM CHECK-BACKUP-AGE
    PERFORM CHECK-AUDIT-CHAIN
    PERFORM CHECK-CAPACITY
    PERFORM CHECK-LEFTOVER-FILES

    MOVE SPACES TO DIGEST-REC
    STOP RUN.

*> CHECK-RUN-LOG: any step whose END line says FAILED today. The log
*> lines are "YYYYMMDD HHMMSS STEP-NAME END FAILED rc=N". The step's
*> timing flags follow as "... STEP-NAME OVERRUN elapsed ..." and
*> "... STEP-NAME LATE finished ..." lines.
CHECK-RUN-LOG.
    MOVE 0 TO WS-FAILED-STEPS WS-SLOW-STEPS
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RUNLOG-FILE
    IF RUNLOG-STAT = "35"
                        WRITE DIGEST-REC
                        ADD 1 TO WS-FAIL-COUNT
                    END-IF
                    MOVE 0 TO WS-TALLY WS-TALLY2
                    INSPECT RUNLOG-REC TALLYING WS-TALLY
                        FOR ALL " OVERRUN elapsed "
                    INSPECT RUNLOG-REC TALLYING WS-TALLY2
                        FOR ALL " LATE finished "
                    IF WS-TALLY > 0 OR WS-TALLY2 > 0
                        ADD 1 TO WS-SLOW-STEPS
                        MOVE SPACES TO DIGEST-REC
                        IF WS-TALLY > 0
                            STRING "WARN: job-stream step overran - "
                                   FUNCTION TRIM(RUNLOG-REC)
                                DELIMITED BY SIZE
                                INTO DIGEST-REC
                            END-STRING
                        ELSE
                            STRING "WARN: job-stream step finished late - "
                                   FUNCTION TRIM(RUNLOG-REC)
                                DELIMITED BY SIZE
                                INTO DIGEST-REC
                            END-STRING
                        END-IF
                        WRITE DIGEST-REC
                        ADD 1 TO WS-WARN-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
        MOVE "OK: no failed job-stream steps logged today." TO DIGEST-REC
        WRITE DIGEST-REC
    END-IF
    IF WS-SLOW-STEPS = 0
        MOVE "OK: no job-stream step overran or finished late today." TO DIGEST-REC
        WRITE DIGEST-REC
    END-IF
    EXIT PARAGRAPH.

*> CHECK-INTEGRITY-REPORT: the per-file summary lines read
    END-IF
    EXIT PARAGRAPH.

*> CHECK-AUDIT-CHAIN: the report's first line carries the date it was
*> walked; its "VERDICT: ..." line is the answer.
CHECK-AUDIT-CHAIN.
    MOVE SPACES TO WS-CHAIN-RUN-DATE WS-CHAIN-VERDICT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CHAIN-REPORT-FILE
    IF CHAIN-REPORT-STAT = "35"
        MOVE "WARN: AuditChainReport.txt is missing - has the audit chain been verified?" TO DIGEST-REC
        WRITE DIGEST-REC
        ADD 1 TO WS-WARN-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CHAIN-REPORT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CHAIN-REPORT-REC(1:27) = "Audit Chain Verification - "
                    MOVE CHAIN-REPORT-REC(28:8) TO WS-CHAIN-RUN-DATE
                END-IF
                IF CHAIN-REPORT-REC(1:9) = "VERDICT: "
                    MOVE CHAIN-REPORT-REC(10:) TO WS-CHAIN-VERDICT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHAIN-REPORT-FILE

    MOVE SPACES TO DIGEST-REC
    EVALUATE TRUE
        WHEN WS-CHAIN-VERDICT(1:4) = "FAIL"
            STRING "FAIL: audit journal chain broken - "
                   FUNCTION TRIM(WS-CHAIN-VERDICT(8:))
                DELIMITED BY SIZE
                INTO DIGEST-REC
            END-STRING
            WRITE DIGEST-REC
            ADD 1 TO WS-FAIL-COUNT
        WHEN WS-CHAIN-VERDICT(1:4) NOT = "PASS"
            MOVE "WARN: AuditChainReport.txt has no verdict - the last verification did not finish." TO DIGEST-REC
            WRITE DIGEST-REC
            ADD 1 TO WS-WARN-COUNT
        WHEN WS-CHAIN-RUN-DATE NOT = WS-TODAY
            STRING "WARN: the audit chain was last verified on "
                   WS-CHAIN-RUN-DATE " - it has not been walked today."
                DELIMITED BY SIZE
                INTO DIGEST-REC
            END-STRING
            WRITE DIGEST-REC
            ADD 1 TO WS-WARN-COUNT
        WHEN OTHER
            STRING "OK: audit journal chain verified - "
                   FUNCTION TRIM(WS-CHAIN-VERDICT(8:))
                DELIMITED BY SIZE
                INTO DIGEST-REC
            END-STRING
            WRITE DIGEST-REC
    END-EVALUATE
    EXIT PARAGRAPH.

*> CHECK-CAPACITY: every "WARN ..." line of today's capacity report is
*> a limit at or above its threshold; each becomes a WARN here with
*> the indented growth-projection line that follows it.
CHECK-CAPACITY.
    MOVE SPACES TO WS-CAP-RUN-DATE WS-CAP-SUMMARY
    MOVE 0 TO WS-CAP-WARNINGS
    MOVE "N" TO WS-CAP-AFTER-WARN
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CAPACITY-FILE
    IF CAPACITY-STAT = "35"
        MOVE "WARN: CapacityReport.txt is missing - has the capacity report been run?" TO DIGEST-REC
        WRITE DIGEST-REC
        ADD 1 TO WS-WARN-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CAPACITY-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF CAPACITY-REC(1:27) = "Capacity Headroom Report - "
                    MOVE CAPACITY-REC(28:8) TO WS-CAP-RUN-DATE
                END-IF
                IF CAPACITY-REC(1:9) = "SUMMARY: "
                    MOVE CAPACITY-REC(10:) TO WS-CAP-SUMMARY
                END-IF
                IF CAPACITY-REC(1:5) = SPACES
                   AND CAPACITY-REC NOT = SPACES
                   AND WS-CAP-AFTER-WARN = "Y"
                    MOVE SPACES TO DIGEST-REC
                    STRING "      "
                           FUNCTION TRIM(CAPACITY-REC)
                        DELIMITED BY SIZE
                        INTO DIGEST-REC
                    END-STRING
                    WRITE DIGEST-REC
                END-IF
                MOVE "N" TO WS-CAP-AFTER-WARN
                IF CAPACITY-REC(1:5) = "WARN "
                    MOVE "Y" TO WS-CAP-AFTER-WARN
                    ADD 1 TO WS-CAP-WARNINGS
                    MOVE SPACES TO DIGEST-REC
                    STRING "WARN: capacity - "
                           FUNCTION TRIM(CAPACITY-REC(6:))
                        DELIMITED BY SIZE
                        INTO DIGEST-REC
                    END-STRING
                    WRITE DIGEST-REC
                    ADD 1 TO WS-WARN-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CAPACITY-FILE

    MOVE SPACES TO DIGEST-REC
    EVALUATE TRUE
        WHEN WS-CAP-SUMMARY = SPACES
            MOVE "WARN: CapacityReport.txt has no summary - the last capacity run did not finish." TO DIGEST-REC
            WRITE DIGEST-REC
            ADD 1 TO WS-WARN-COUNT
        WHEN WS-CAP-RUN-DATE NOT = WS-TODAY
            STRING "WARN: the capacity report was last run on "
                   WS-CAP-RUN-DATE " - today's volumes have not been counted."
                DELIMITED BY SIZE
                INTO DIGEST-REC
            END-STRING
            WRITE DIGEST-REC
            ADD 1 TO WS-WARN-COUNT
        WHEN WS-CAP-WARNINGS = 0
            STRING "OK: capacity headroom - "
                   FUNCTION TRIM(WS-CAP-SUMMARY)
                DELIMITED BY SIZE
                INTO DIGEST-REC
            END-STRING
            WRITE DIGEST-REC
    END-EVALUATE
    EXIT PARAGRAPH.

*> CHECK-LEFTOVER-FILES: any path in the probe list that opens for
*> input exists - a crashed rewrite or an orphaned ID-counter lock.
CHECK-LEFTOVER-FILES.
