*> Stand-alone forward-recovery utility - RESTOREDATA plus the day's
*> work. Run this directly after a disk problem, instead of
*> RESTOREDATA, when the changes made since the last snapshot must not
*> be lost. It:
*>   1. restores every file named in ../data/backup/BackupManifest.txt
*>      into ../data/ and re-counts the rows against the manifest, as
*>      RESTOREDATA does - except AuditJournal.txt itself, which is
*>      append-only and is the record of what has to be replayed, so
*>      the live copy is kept (with AuditChainAnchor.txt and
*>      AuditChainCheckpoint.txt, which describe its hash chain);
*>   2. replays, in journal order, every AuditJournal.txt row
*>      (DATE|TIME|USER|ENTITY|KEY|FIELD|OLD|NEW) written after the
*>      manifest's SNAPSHOT|YYYYMMDD|HHMMSS time, up to the stop point
*>      in ../data/ForwardRecoveryParams.txt
*>        STOP_AT=YYYYMMDD or YYYYMMDDHHMMSS   (default: replay all)
*>      A row is only applied when the restored record still holds its
*>      OLD value. A record that already holds the NEW value (a change
*>      the snapshot caught) is left alone; any other value is a
*>      CONFLICT and is not applied.
*> Replayable rows - field changes the journal carries in full:
*>   JOB (key JOB-ID): STATUS, TITLE, SALARY, and APPROVAL where the new
*>     value is a posting status
*>   JOBPOSTINGS (RECORDFIX's rows): every field RECORDFIX can edit
*>   APPLICATION (key APPLICATION-ID): STATUS
*>   APPLICATIONS (RECORDFIX's rows): USERNAME, JOB-ID, STATUS, DATE
*>   CONFIG (key = AppConfig.txt key): VALUE
*> Everything else - new records, rows for files the journal only
*> summarises, and values long enough to have been cut short in the
*> journal - is listed as NOT REPLAYABLE for the operator to redo by
*> hand. Applied, already-present, conflicting and unreplayable rows
*> all go to ../data/ForwardRecoveryReport.txt. The replay itself is
*> not journaled again: the rows it applies are already in the
*> journal. RETURN-CODE is 8 when the restore fails verification
*> (nothing is replayed), 4 when any row conflicted or could not be
*> replayed, otherwise 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. FORWARDRECOVERY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-FILE ASSIGN TO "../data/ForwardRecoveryParams.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAM-STAT.
    SELECT MANIFEST-FILE ASSIGN TO "../data/backup/BackupManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANIFEST-STAT.
    SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOURCE-STAT.
    SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TARGET-STAT.
    SELECT AUDIT-FILE ASSIGN TO "../data/AuditJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STAT.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT JOB-TEMP-FILE ASSIGN TO "../data/JobPostings.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-TEMP-STAT.
    SELECT APPLICATION-FILE ASSIGN TO "../data/applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-STAT.
    SELECT APPLICATION-TEMP-FILE ASSIGN TO "../data/applications.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APP-TEMP-STAT.
    SELECT CONFIG-FILE ASSIGN TO "../data/AppConfig.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-STAT.
    SELECT CONFIG-TEMP-FILE ASSIGN TO "../data/AppConfig.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONFIG-TEMP-STAT.
    SELECT REPORT-FILE ASSIGN TO "../data/ForwardRecoveryReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD  PARAM-FILE.
01  PARAM-REC           PIC X(100).

FD  MANIFEST-FILE.
01  MANIFEST-REC        PIC X(120).

FD  SOURCE-FILE.
*> Sized to the largest record in the set - the 5152-byte
*> AccountRecords.txt row - so nothing is truncated in transit.
01  SOURCE-REC          PIC X(5200).

FD  TARGET-FILE.
01  TARGET-REC          PIC X(5200).

FD  AUDIT-FILE.
01  AUDIT-REC           PIC X(500).

FD  JOB-FILE.
01  JOB-REC             PIC X(1000).
FD  JOB-TEMP-FILE.
01  JOB-TEMP-REC        PIC X(1000).

FD  APPLICATION-FILE.
01  APPLICATION-REC     PIC X(100).
FD  APPLICATION-TEMP-FILE.
01  APPLICATION-TEMP-REC PIC X(100).

FD  CONFIG-FILE.
01  CONFIG-REC          PIC X(100).
FD  CONFIG-TEMP-FILE.
01  CONFIG-TEMP-REC     PIC X(100).

FD  REPORT-FILE.
01  REPORT-REC          PIC X(400).

WORKING-STORAGE SECTION.
01  PARAM-STAT          PIC XX.
01  MANIFEST-STAT       PIC XX.
01  SOURCE-STAT         PIC XX.
01  TARGET-STAT         PIC XX.
01  AUDIT-STAT          PIC XX.
01  JOB-STAT            PIC XX.
01  JOB-TEMP-STAT       PIC XX.
01  APP-STAT            PIC XX.
01  APP-TEMP-STAT       PIC XX.
01  CONFIG-STAT         PIC XX.
01  CONFIG-TEMP-STAT    PIC XX.
01  REPORT-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  EOF-MANIFEST        PIC X VALUE "N".
01  EOF-AUDIT           PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-DELETE-STATUS    PIC 9(9) COMP-5.
01  WS-COUNT-EDIT       PIC Z(8)9.
01  WS-COUNT-EDIT2      PIC Z(8)9.
01  CONFIG-KEY          PIC X(50).
01  CONFIG-VALUE        PIC X(50).

01  WS-JOB-LIVE         PIC X(44) VALUE "../data/JobPostings.txt".
01  WS-JOB-TEMP         PIC X(44) VALUE "../data/JobPostings.tmp".
01  WS-APP-LIVE         PIC X(44) VALUE "../data/applications.dat".
01  WS-APP-TEMP         PIC X(44) VALUE "../data/applications.tmp".
01  WS-CFG-LIVE         PIC X(44) VALUE "../data/AppConfig.txt".
01  WS-CFG-TEMP         PIC X(44) VALUE "../data/AppConfig.tmp".

*> The restore half, as RESTOREDATA.
01  WS-SOURCE-PATH      PIC X(80).
01  WS-TARGET-PATH      PIC X(80).
01  WS-SNAPSHOT-DATE    PIC X(8) VALUE SPACES.
01  WS-SNAPSHOT-TIME    PIC X(6) VALUE SPACES.
01  WS-SNAPSHOT-STAMP   PIC X(14) VALUE SPACES.
01  WS-RESTORE-OK       PIC X VALUE "Y".
01  WS-FILES-RESTORED   PIC 9(3) VALUE 0.
01  WS-MAN-FILE         PIC X(40).
01  WS-MAN-COUNT        PIC X(12).
01  WS-MAN-MAX-ID       PIC X(12).
01  WS-EXPECTED-COUNT   PIC 9(9) VALUE 0.
01  WS-ROW-COUNT        PIC 9(9) VALUE 0.

*> The replay window and its tallies.
01  WS-STOP-STAMP       PIC X(14) VALUE "99999999999999".
01  WS-STOP-VALUE       PIC X(20).
01  WS-ENTRY-STAMP      PIC X(14).
01  WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
01  WS-ALREADY-COUNT    PIC 9(7) VALUE 0.
01  WS-CONFLICT-COUNT   PIC 9(7) VALUE 0.
01  WS-UNREPLAYABLE-COUNT PIC 9(7) VALUE 0.
01  WS-AFTER-STOP-COUNT PIC 9(7) VALUE 0.

*> One journal row.
01  AUD-P-DATE          PIC X(8).
01  AUD-P-TIME          PIC X(6).
01  AUD-P-USER          PIC X(50).
01  AUD-P-ENTITY        PIC X(20).
01  AUD-P-KEY           PIC X(50).
01  AUD-P-FIELD         PIC X(20).
01  AUD-P-OLD           PIC X(200).
01  AUD-P-NEW           PIC X(200).

*> Where the row lands: WS-TARGET is JOB, APP or CFG, WS-TARGET-FIELD
*> the field name in that file's terms; WS-REASON says why a row
*> cannot be replayed.
01  WS-TARGET           PIC X(3).
01  WS-TARGET-FIELD     PIC X(20).
01  WS-REASON           PIC X(100).
01  WS-OUTCOME          PIC X(14).
01  WS-FOUND            PIC X VALUE "N".
01  WS-CURRENT-VALUE    PIC X(500).
01  WS-ROW-KEY          PIC X(20).
01  WS-CFG-WRITTEN      PIC X VALUE "N".

*> Parsed job posting fields, in the record's own order.
01  JOB-PARSED-ID       PIC X(10).
01  JOB-PARSED-USERNAME PIC X(50).
01  JOB-PARSED-TITLE    PIC X(100).
01  JOB-PARSED-DESC     PIC X(500).
01  JOB-PARSED-EMPLOYER PIC X(100).
01  JOB-PARSED-LOCATION PIC X(100).
01  JOB-PARSED-SALARY   PIC X(50).
01  JOB-PARSED-STATUS   PIC X(20).
01  JOB-PARSED-POSTED-DATE PIC X(8).
01  JOB-PARSED-TYPE     PIC X(15).
01  JOB-PARSED-CAMPUS   PIC X(10).
01  JOB-PARSED-SAL-MIN  PIC X(10).
01  JOB-PARSED-SAL-MAX  PIC X(10).
01  JOB-PARSED-SAL-PERIOD PIC X(8).
01  JOB-PARSED-PUBLISH-ON PIC X(8).
01  JOB-PARSED-BLIND    PIC X(1).

*> Parsed application fields.
01  APPLICATION-PARSED-ID       PIC X(10).
01  APPLICATION-PARSED-USERNAME PIC X(50).
01  APPLICATION-PARSED-JOB-ID   PIC X(10).
01  APPLICATION-PARSED-STATUS   PIC X(20).
01  APPLICATION-PARSED-DATE     PIC X(8).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-PARAMS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Forward Recovery Report - " WS-TODAY
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE "========================================" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM RESTORE-SNAPSHOT
    IF WS-RESTORE-OK NOT = "Y"
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE "Restore FAILED verification - nothing was replayed. Do NOT resume normal operation on this data set." TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE
        DISPLAY "Forward recovery FAILED at the restore. See ../data/ForwardRecoveryReport.txt"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM REPLAY-JOURNAL
    PERFORM WRITE-SUMMARY
    CLOSE REPORT-FILE

    MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
    IF WS-CONFLICT-COUNT > 0 OR WS-UNREPLAYABLE-COUNT > 0
        DISPLAY "Forward recovery complete - " FUNCTION TRIM(WS-COUNT-EDIT)
                " change(s) replayed; some need attention."
                " See ../data/ForwardRecoveryReport.txt"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Forward recovery complete - " FUNCTION TRIM(WS-COUNT-EDIT)
                " change(s) replayed. See ../data/ForwardRecoveryReport.txt"
    END-IF
    STOP RUN.

*> LOAD-PARAMS: STOP_AT as a date (the whole day) or a full timestamp.
LOAD-PARAMS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PARAM-FILE
    IF PARAM-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PARAM-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF PARAM-REC NOT = SPACES
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING PARAM-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = "STOP_AT"
                        MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-STOP-VALUE
                        EVALUATE TRUE
                            WHEN WS-STOP-VALUE(1:14) IS NUMERIC
                                 AND WS-STOP-VALUE(15:1) = SPACE
                                MOVE WS-STOP-VALUE(1:14) TO WS-STOP-STAMP
                            WHEN WS-STOP-VALUE(1:8) IS NUMERIC
                                 AND WS-STOP-VALUE(9:1) = SPACE
                                MOVE WS-STOP-VALUE(1:8) TO WS-STOP-STAMP(1:8)
                                MOVE "235959" TO WS-STOP-STAMP(9:6)
                            WHEN OTHER
                                DISPLAY "Forward recovery: STOP_AT '"
                                        FUNCTION TRIM(WS-STOP-VALUE)
                                        "' is not YYYYMMDD or YYYYMMDDHHMMSS - nothing restored or replayed."
                                MOVE 8 TO RETURN-CODE
                                STOP RUN
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARAM-FILE
    EXIT PARAGRAPH.

*> RESTORE-SNAPSHOT: the manifest walk RESTOREDATA makes.
RESTORE-SNAPSHOT.
    MOVE "N" TO EOF-MANIFEST
    OPEN INPUT MANIFEST-FILE
    IF MANIFEST-STAT = "35"
        MOVE "FAILED: no backup manifest found in ../data/backup/." TO REPORT-REC
        WRITE REPORT-REC
        MOVE "N" TO WS-RESTORE-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-MANIFEST = "Y"
        READ MANIFEST-FILE
            AT END
                MOVE "Y" TO EOF-MANIFEST
            NOT AT END
                IF MANIFEST-REC NOT = SPACES
                    PERFORM PROCESS-MANIFEST-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE MANIFEST-FILE
    IF WS-SNAPSHOT-DATE NOT NUMERIC
        MOVE "FAILED: the backup manifest has no SNAPSHOT date - the replay has no starting point." TO REPORT-REC
        WRITE REPORT-REC
        MOVE "N" TO WS-RESTORE-OK
    END-IF
    EXIT PARAGRAPH.

*> PROCESS-MANIFEST-ROW: SNAPSHOT|date|time is the replay's starting
*> point (a manifest from before the time was recorded replays the
*> whole snapshot day - rows the snapshot already holds come out as
*> already present); every other row names a file to restore.
PROCESS-MANIFEST-ROW.
    MOVE SPACES TO WS-MAN-FILE WS-MAN-COUNT WS-MAN-MAX-ID
    UNSTRING MANIFEST-REC DELIMITED BY "|"
        INTO WS-MAN-FILE WS-MAN-COUNT WS-MAN-MAX-ID
    END-UNSTRING

    IF FUNCTION TRIM(WS-MAN-FILE) = "SNAPSHOT"
        MOVE FUNCTION TRIM(WS-MAN-COUNT) TO WS-SNAPSHOT-DATE
        MOVE FUNCTION TRIM(WS-MAN-MAX-ID) TO WS-SNAPSHOT-TIME
        IF WS-SNAPSHOT-TIME NOT NUMERIC
            MOVE "000000" TO WS-SNAPSHOT-TIME
        END-IF
        MOVE WS-SNAPSHOT-DATE TO WS-SNAPSHOT-STAMP(1:8)
        MOVE WS-SNAPSHOT-TIME TO WS-SNAPSHOT-STAMP(9:6)
        MOVE SPACES TO REPORT-REC
        STRING "Restoring snapshot taken " WS-SNAPSHOT-DATE " "
               WS-SNAPSHOT-TIME
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-MAN-FILE) = "AuditJournal.txt"
        MOVE "  KEPT: AuditJournal.txt - the live journal is the replay source." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-MAN-FILE) = "AuditChainAnchor.txt"
       OR FUNCTION TRIM(WS-MAN-FILE) = "AuditChainCheckpoint.txt"
        MOVE SPACES TO REPORT-REC
        STRING "  KEPT: " FUNCTION TRIM(WS-MAN-FILE)
               " - it belongs to the live journal's hash chain."
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-EXPECTED-COUNT
    IF FUNCTION TRIM(WS-MAN-COUNT) IS NUMERIC
       AND FUNCTION TRIM(WS-MAN-COUNT) NOT = SPACES
        MOVE FUNCTION TRIM(WS-MAN-COUNT) TO WS-EXPECTED-COUNT
    END-IF
    PERFORM RESTORE-ONE-FILE
    EXIT PARAGRAPH.

RESTORE-ONE-FILE.
    MOVE SPACES TO WS-SOURCE-PATH
    STRING "../data/backup/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-MAN-FILE) DELIMITED BY SIZE
        INTO WS-SOURCE-PATH
    END-STRING
    MOVE SPACES TO WS-TARGET-PATH
    STRING "../data/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-MAN-FILE) DELIMITED BY SIZE
        INTO WS-TARGET-PATH
    END-STRING

    MOVE 0 TO WS-ROW-COUNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SOURCE-FILE
    IF SOURCE-STAT = "35"
        IF WS-EXPECTED-COUNT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO WS-RESTORE-OK
        MOVE SPACES TO REPORT-REC
        STRING "  MISSING: " FUNCTION TRIM(WS-MAN-FILE)
               " is in the manifest but absent from the backup."
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TARGET-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SOURCE-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SOURCE-REC TO TARGET-REC
                WRITE TARGET-REC
                IF SOURCE-REC NOT = SPACES
                    ADD 1 TO WS-ROW-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE SOURCE-FILE
    CLOSE TARGET-FILE
    ADD 1 TO WS-FILES-RESTORED

    MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    IF WS-ROW-COUNT NOT = WS-EXPECTED-COUNT
        MOVE "N" TO WS-RESTORE-OK
        MOVE WS-EXPECTED-COUNT TO WS-COUNT-EDIT2
        STRING "  MISMATCH: " FUNCTION TRIM(WS-MAN-FILE)
               " restored " FUNCTION TRIM(WS-COUNT-EDIT)
               " row(s), manifest says " FUNCTION TRIM(WS-COUNT-EDIT2)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        STRING "  OK: " FUNCTION TRIM(WS-MAN-FILE)
               " (" FUNCTION TRIM(WS-COUNT-EDIT) " row(s))"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC
    EXIT PARAGRAPH.

*> REPLAY-JOURNAL: the journal is appended in time order, so reading it
*> front to back replays the changes in the order they were made.
REPLAY-JOURNAL.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    IF WS-STOP-STAMP = "99999999999999"
        STRING "Replaying AuditJournal.txt from " WS-SNAPSHOT-STAMP
               " to the end of the journal"
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    ELSE
        STRING "Replaying AuditJournal.txt from " WS-SNAPSHOT-STAMP
               " to " WS-STOP-STAMP
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC

    MOVE "N" TO EOF-AUDIT
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STAT NOT = "00"
        MOVE "  No AuditJournal.txt found - there is nothing to replay." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-AUDIT = "Y"
        READ AUDIT-FILE
            AT END
                MOVE "Y" TO EOF-AUDIT
            NOT AT END
                IF AUDIT-REC NOT = SPACES
                    PERFORM REPLAY-ONE-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE
    EXIT PARAGRAPH.

REPLAY-ONE-ENTRY.
    MOVE SPACES TO AUD-P-DATE AUD-P-TIME AUD-P-USER AUD-P-ENTITY
                   AUD-P-KEY AUD-P-FIELD AUD-P-OLD AUD-P-NEW
    UNSTRING AUDIT-REC DELIMITED BY "|"
        INTO AUD-P-DATE
             AUD-P-TIME
             AUD-P-USER
             AUD-P-ENTITY
             AUD-P-KEY
             AUD-P-FIELD
             AUD-P-OLD
             AUD-P-NEW
    END-UNSTRING
    IF AUD-P-DATE NOT NUMERIC OR AUD-P-TIME NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE AUD-P-DATE TO WS-ENTRY-STAMP(1:8)
    MOVE AUD-P-TIME TO WS-ENTRY-STAMP(9:6)
    IF WS-ENTRY-STAMP <= WS-SNAPSHOT-STAMP
        EXIT PARAGRAPH
    END-IF
    IF WS-ENTRY-STAMP > WS-STOP-STAMP
        ADD 1 TO WS-AFTER-STOP-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AUD-P-ENTITY)) TO AUD-P-ENTITY
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AUD-P-FIELD)) TO AUD-P-FIELD
    MOVE FUNCTION TRIM(AUD-P-KEY) TO AUD-P-KEY

    PERFORM CLASSIFY-ENTRY
    IF WS-TARGET = SPACES
        MOVE "NOT REPLAYABLE" TO WS-OUTCOME
        ADD 1 TO WS-UNREPLAYABLE-COUNT
        PERFORM WRITE-ENTRY-LINE
        EXIT PARAGRAPH
    END-IF

    EVALUATE WS-TARGET
        WHEN "JOB"
            PERFORM FETCH-JOB-RECORD
            IF WS-FOUND = "Y"
                PERFORM GET-JOB-FIELD
            END-IF
        WHEN "APP"
            PERFORM FETCH-APPLICATION-RECORD
            IF WS-FOUND = "Y"
                PERFORM GET-APPLICATION-FIELD
            END-IF
        WHEN "CFG"
            PERFORM FETCH-CONFIG-VALUE
    END-EVALUATE
    IF WS-FOUND = "N"
        MOVE "NOT REPLAYABLE" TO WS-OUTCOME
        MOVE "the record is not in the restored file" TO WS-REASON
        ADD 1 TO WS-UNREPLAYABLE-COUNT
        PERFORM WRITE-ENTRY-LINE
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN FUNCTION TRIM(WS-CURRENT-VALUE) = FUNCTION TRIM(AUD-P-OLD)
            EVALUATE WS-TARGET
                WHEN "JOB"
                    PERFORM SET-JOB-FIELD
                    PERFORM REWRITE-JOB-ROW
                WHEN "APP"
                    PERFORM SET-APPLICATION-FIELD
                    PERFORM REWRITE-APPLICATION-ROW
                WHEN "CFG"
                    PERFORM REWRITE-CONFIG-ROW
            END-EVALUATE
            MOVE "APPLIED" TO WS-OUTCOME
            ADD 1 TO WS-APPLIED-COUNT
        WHEN FUNCTION TRIM(WS-CURRENT-VALUE) = FUNCTION TRIM(AUD-P-NEW)
            MOVE "ALREADY" TO WS-OUTCOME
            ADD 1 TO WS-ALREADY-COUNT
        WHEN OTHER
            MOVE "CONFLICT" TO WS-OUTCOME
            MOVE SPACES TO WS-REASON
            STRING "the record holds '" FUNCTION TRIM(WS-CURRENT-VALUE)
                   "', not the journal's old value"
                DELIMITED BY SIZE
                INTO WS-REASON
            END-STRING
            ADD 1 TO WS-CONFLICT-COUNT
    END-EVALUATE
    PERFORM WRITE-ENTRY-LINE
    EXIT PARAGRAPH.

*> CLASSIFY-ENTRY: map ENTITY/FIELD onto a file and field, or leave
*> WS-TARGET blank with the reason the row cannot be replayed.
CLASSIFY-ENTRY.
    MOVE SPACES TO WS-TARGET WS-TARGET-FIELD WS-REASON
    EVALUATE AUD-P-ENTITY ALSO AUD-P-FIELD
        WHEN "JOB" ALSO "STATUS"
        WHEN "JOB" ALSO "TITLE"
        WHEN "JOB" ALSO "SALARY"
            MOVE "JOB" TO WS-TARGET
            MOVE AUD-P-FIELD TO WS-TARGET-FIELD
        WHEN "JOB" ALSO "APPROVAL"
            IF FUNCTION TRIM(AUD-P-NEW) = "Open" OR "Closed" OR "Filled"
                                       OR "Removed" OR "Pending"
                MOVE "JOB" TO WS-TARGET
                MOVE "STATUS" TO WS-TARGET-FIELD
            ELSE
                MOVE "the approval also placed a pay hold - redo it from the review queue"
                    TO WS-REASON
            END-IF
        WHEN "JOB" ALSO "CREATED"
            MOVE "a posting created after the snapshot - the journal does not hold its full record"
                TO WS-REASON
        WHEN "JOB" ALSO ANY
            MOVE "the field is kept in a side file the journal does not carry in full"
                TO WS-REASON
        WHEN "JOBPOSTINGS" ALSO "USERNAME"
        WHEN "JOBPOSTINGS" ALSO "TITLE"
        WHEN "JOBPOSTINGS" ALSO "DESCRIPTION"
        WHEN "JOBPOSTINGS" ALSO "EMPLOYER"
        WHEN "JOBPOSTINGS" ALSO "LOCATION"
        WHEN "JOBPOSTINGS" ALSO "SALARY"
        WHEN "JOBPOSTINGS" ALSO "STATUS"
        WHEN "JOBPOSTINGS" ALSO "POSTED-DATE"
        WHEN "JOBPOSTINGS" ALSO "TYPE"
        WHEN "JOBPOSTINGS" ALSO "CAMPUS"
        WHEN "JOBPOSTINGS" ALSO "SAL-MIN"
        WHEN "JOBPOSTINGS" ALSO "SAL-MAX"
        WHEN "JOBPOSTINGS" ALSO "SAL-PERIOD"
        WHEN "JOBPOSTINGS" ALSO "PUBLISH-ON"
        WHEN "JOBPOSTINGS" ALSO "BLIND"
            MOVE "JOB" TO WS-TARGET
            MOVE AUD-P-FIELD TO WS-TARGET-FIELD
        WHEN "APPLICATION" ALSO "STATUS"
        WHEN "APPLICATIONS" ALSO "USERNAME"
        WHEN "APPLICATIONS" ALSO "JOB-ID"
        WHEN "APPLICATIONS" ALSO "STATUS"
        WHEN "APPLICATIONS" ALSO "DATE"
            MOVE "APP" TO WS-TARGET
            MOVE AUD-P-FIELD TO WS-TARGET-FIELD
        WHEN "CONFIG" ALSO "VALUE"
            MOVE "CFG" TO WS-TARGET
            MOVE "VALUE" TO WS-TARGET-FIELD
        WHEN OTHER
            MOVE "this kind of change is journaled as a summary, not as a field change"
                TO WS-REASON
    END-EVALUATE
    *> The flows journal at most 100 characters of a value; a value
    *> that long may have been cut short, and replaying it would
    *> truncate the field.
    IF WS-TARGET NOT = SPACES
       AND (FUNCTION LENGTH(FUNCTION TRIM(AUD-P-NEW)) >= 100
            OR FUNCTION LENGTH(FUNCTION TRIM(AUD-P-OLD)) >= 100)
        MOVE SPACES TO WS-TARGET
        MOVE "the value may have been cut short in the journal - re-enter it by hand"
            TO WS-REASON
    END-IF
    EXIT PARAGRAPH.

FETCH-JOB-RECORD.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    IF JOB-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES
                    PERFORM PARSE-JOB-RECORD
                    IF FUNCTION TRIM(JOB-PARSED-ID) = AUD-P-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

PARSE-JOB-RECORD.
    MOVE SPACES TO JOB-PARSED-ID JOB-PARSED-USERNAME JOB-PARSED-TITLE
                   JOB-PARSED-DESC JOB-PARSED-EMPLOYER
                   JOB-PARSED-LOCATION JOB-PARSED-SALARY
                   JOB-PARSED-STATUS JOB-PARSED-POSTED-DATE
                   JOB-PARSED-TYPE JOB-PARSED-CAMPUS JOB-PARSED-SAL-MIN
                   JOB-PARSED-SAL-MAX JOB-PARSED-SAL-PERIOD
                   JOB-PARSED-PUBLISH-ON JOB-PARSED-BLIND
    UNSTRING JOB-REC DELIMITED BY "|"
        INTO JOB-PARSED-ID
             JOB-PARSED-USERNAME
             JOB-PARSED-TITLE
             JOB-PARSED-DESC
             JOB-PARSED-EMPLOYER
             JOB-PARSED-LOCATION
             JOB-PARSED-SALARY
             JOB-PARSED-STATUS
             JOB-PARSED-POSTED-DATE
             JOB-PARSED-TYPE
             JOB-PARSED-CAMPUS
             JOB-PARSED-SAL-MIN
             JOB-PARSED-SAL-MAX
             JOB-PARSED-SAL-PERIOD
             JOB-PARSED-PUBLISH-ON
             JOB-PARSED-BLIND
    END-UNSTRING
    EXIT PARAGRAPH.

GET-JOB-FIELD.
    EVALUATE WS-TARGET-FIELD
        WHEN "USERNAME"     MOVE JOB-PARSED-USERNAME TO WS-CURRENT-VALUE
        WHEN "TITLE"        MOVE JOB-PARSED-TITLE TO WS-CURRENT-VALUE
        WHEN "DESCRIPTION"  MOVE JOB-PARSED-DESC TO WS-CURRENT-VALUE
        WHEN "EMPLOYER"     MOVE JOB-PARSED-EMPLOYER TO WS-CURRENT-VALUE
        WHEN "LOCATION"     MOVE JOB-PARSED-LOCATION TO WS-CURRENT-VALUE
        WHEN "SALARY"       MOVE JOB-PARSED-SALARY TO WS-CURRENT-VALUE
        WHEN "STATUS"       MOVE JOB-PARSED-STATUS TO WS-CURRENT-VALUE
        WHEN "POSTED-DATE"  MOVE JOB-PARSED-POSTED-DATE TO WS-CURRENT-VALUE
        WHEN "TYPE"         MOVE JOB-PARSED-TYPE TO WS-CURRENT-VALUE
        WHEN "CAMPUS"       MOVE JOB-PARSED-CAMPUS TO WS-CURRENT-VALUE
        WHEN "SAL-MIN"      MOVE JOB-PARSED-SAL-MIN TO WS-CURRENT-VALUE
        WHEN "SAL-MAX"      MOVE JOB-PARSED-SAL-MAX TO WS-CURRENT-VALUE
        WHEN "SAL-PERIOD"   MOVE JOB-PARSED-SAL-PERIOD TO WS-CURRENT-VALUE
        WHEN "PUBLISH-ON"   MOVE JOB-PARSED-PUBLISH-ON TO WS-CURRENT-VALUE
        WHEN "BLIND"        MOVE JOB-PARSED-BLIND TO WS-CURRENT-VALUE
    END-EVALUATE
    EXIT PARAGRAPH.

SET-JOB-FIELD.
    EVALUATE WS-TARGET-FIELD
        WHEN "USERNAME"     MOVE AUD-P-NEW TO JOB-PARSED-USERNAME
        WHEN "TITLE"        MOVE AUD-P-NEW TO JOB-PARSED-TITLE
        WHEN "DESCRIPTION"  MOVE AUD-P-NEW TO JOB-PARSED-DESC
        WHEN "EMPLOYER"     MOVE AUD-P-NEW TO JOB-PARSED-EMPLOYER
        WHEN "LOCATION"     MOVE AUD-P-NEW TO JOB-PARSED-LOCATION
        WHEN "SALARY"       MOVE AUD-P-NEW TO JOB-PARSED-SALARY
        WHEN "STATUS"       MOVE AUD-P-NEW TO JOB-PARSED-STATUS
        WHEN "POSTED-DATE"  MOVE AUD-P-NEW TO JOB-PARSED-POSTED-DATE
        WHEN "TYPE"         MOVE AUD-P-NEW TO JOB-PARSED-TYPE
        WHEN "CAMPUS"       MOVE AUD-P-NEW TO JOB-PARSED-CAMPUS
        WHEN "SAL-MIN"      MOVE AUD-P-NEW TO JOB-PARSED-SAL-MIN
        WHEN "SAL-MAX"      MOVE AUD-P-NEW TO JOB-PARSED-SAL-MAX
        WHEN "SAL-PERIOD"   MOVE AUD-P-NEW TO JOB-PARSED-SAL-PERIOD
        WHEN "PUBLISH-ON"   MOVE AUD-P-NEW TO JOB-PARSED-PUBLISH-ON
        WHEN "BLIND"        MOVE AUD-P-NEW TO JOB-PARSED-BLIND
    END-EVALUATE
    EXIT PARAGRAPH.

*> REWRITE-JOB-ROW: copy the file through the temp swap, rebuilding
*> only the keyed row from the replayed parsed fields.
REWRITE-JOB-ROW.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    OPEN OUTPUT JOB-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES
                    MOVE SPACES TO WS-ROW-KEY
                    UNSTRING JOB-REC DELIMITED BY "|" INTO WS-ROW-KEY
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-ROW-KEY) = AUD-P-KEY
                        PERFORM BUILD-FIXED-JOB-ROW
                    END-IF
                    MOVE JOB-REC TO JOB-TEMP-REC
                    WRITE JOB-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    CLOSE JOB-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-JOB-LIVE
        RETURNING WS-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-JOB-TEMP WS-JOB-LIVE
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

BUILD-FIXED-JOB-ROW.
    MOVE SPACES TO JOB-REC
    STRING FUNCTION TRIM(JOB-PARSED-ID)          DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-USERNAME)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-TITLE)       DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-DESC)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-EMPLOYER)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-LOCATION)    DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-SALARY)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-STATUS)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-POSTED-DATE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-TYPE)        DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-CAMPUS)      DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-SAL-MIN)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-SAL-MAX)     DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-SAL-PERIOD)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-PUBLISH-ON)  DELIMITED BY SIZE "|"
           FUNCTION TRIM(JOB-PARSED-BLIND)       DELIMITED BY SIZE
        INTO JOB-REC
    END-STRING
    EXIT PARAGRAPH.

FETCH-APPLICATION-RECORD.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    IF APP-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    PERFORM PARSE-APPLICATION-RECORD
                    IF FUNCTION TRIM(APPLICATION-PARSED-ID) = AUD-P-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE "Y" TO EOF-FLAG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    EXIT PARAGRAPH.

PARSE-APPLICATION-RECORD.
    MOVE SPACES TO APPLICATION-PARSED-ID APPLICATION-PARSED-USERNAME
                   APPLICATION-PARSED-JOB-ID APPLICATION-PARSED-STATUS
                   APPLICATION-PARSED-DATE
    UNSTRING APPLICATION-REC DELIMITED BY "|"
        INTO APPLICATION-PARSED-ID
             APPLICATION-PARSED-USERNAME
             APPLICATION-PARSED-JOB-ID
             APPLICATION-PARSED-STATUS
             APPLICATION-PARSED-DATE
    END-UNSTRING
    EXIT PARAGRAPH.

GET-APPLICATION-FIELD.
    EVALUATE WS-TARGET-FIELD
        WHEN "USERNAME" MOVE APPLICATION-PARSED-USERNAME TO WS-CURRENT-VALUE
        WHEN "JOB-ID"   MOVE APPLICATION-PARSED-JOB-ID TO WS-CURRENT-VALUE
        WHEN "STATUS"   MOVE APPLICATION-PARSED-STATUS TO WS-CURRENT-VALUE
        WHEN "DATE"     MOVE APPLICATION-PARSED-DATE TO WS-CURRENT-VALUE
    END-EVALUATE
    EXIT PARAGRAPH.

SET-APPLICATION-FIELD.
    EVALUATE WS-TARGET-FIELD
        WHEN "USERNAME" MOVE AUD-P-NEW TO APPLICATION-PARSED-USERNAME
        WHEN "JOB-ID"   MOVE AUD-P-NEW TO APPLICATION-PARSED-JOB-ID
        WHEN "STATUS"   MOVE AUD-P-NEW TO APPLICATION-PARSED-STATUS
        WHEN "DATE"     MOVE AUD-P-NEW TO APPLICATION-PARSED-DATE
    END-EVALUATE
    EXIT PARAGRAPH.

REWRITE-APPLICATION-ROW.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT APPLICATION-FILE
    OPEN OUTPUT APPLICATION-TEMP-FILE
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPLICATION-REC NOT = SPACES
                    MOVE SPACES TO WS-ROW-KEY
                    UNSTRING APPLICATION-REC DELIMITED BY "|"
                        INTO WS-ROW-KEY
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-ROW-KEY) = AUD-P-KEY
                        MOVE SPACES TO APPLICATION-TEMP-REC
                        STRING FUNCTION TRIM(APPLICATION-PARSED-ID)       DELIMITED BY SIZE "|"
                               FUNCTION TRIM(APPLICATION-PARSED-USERNAME) DELIMITED BY SIZE "|"
                               FUNCTION TRIM(APPLICATION-PARSED-JOB-ID)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(APPLICATION-PARSED-STATUS)   DELIMITED BY SIZE "|"
                               FUNCTION TRIM(APPLICATION-PARSED-DATE)     DELIMITED BY SIZE
                            INTO APPLICATION-TEMP-REC
                        END-STRING
                    ELSE
                        MOVE APPLICATION-REC TO APPLICATION-TEMP-REC
                    END-IF
                    WRITE APPLICATION-TEMP-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    CLOSE APPLICATION-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-APP-LIVE
        RETURNING WS-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-APP-TEMP WS-APP-LIVE
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

*> FETCH-CONFIG-VALUE: a key with no AppConfig.txt row is running on
*> its default, which the admin flow journals as "(default)".
FETCH-CONFIG-VALUE.
    MOVE "Y" TO WS-FOUND
    MOVE "(default)" TO WS-CURRENT-VALUE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CONFIG-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                UNSTRING CONFIG-REC DELIMITED BY "="
                    INTO CONFIG-KEY CONFIG-VALUE
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                   = FUNCTION UPPER-CASE(AUD-P-KEY)
                    MOVE FUNCTION TRIM(CONFIG-VALUE) TO WS-CURRENT-VALUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONFIG-FILE
    EXIT PARAGRAPH.

*> REWRITE-CONFIG-ROW: replace the key's row, or add it when the key
*> was on its default.
REWRITE-CONFIG-ROW.
    MOVE "N" TO WS-CFG-WRITTEN
    MOVE "N" TO EOF-FLAG
    OPEN OUTPUT CONFIG-TEMP-FILE
    OPEN INPUT CONFIG-FILE
    IF CONFIG-STAT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ CONFIG-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
                    UNSTRING CONFIG-REC DELIMITED BY "="
                        INTO CONFIG-KEY CONFIG-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                       = FUNCTION UPPER-CASE(AUD-P-KEY)
                        IF WS-CFG-WRITTEN = "N"
                            PERFORM WRITE-CONFIG-ROW
                        END-IF
                    ELSE
                        MOVE CONFIG-REC TO CONFIG-TEMP-REC
                        WRITE CONFIG-TEMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONFIG-FILE
    END-IF
    IF WS-CFG-WRITTEN = "N"
        PERFORM WRITE-CONFIG-ROW
    END-IF
    CLOSE CONFIG-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-CFG-LIVE
        RETURNING WS-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-CFG-TEMP WS-CFG-LIVE
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

WRITE-CONFIG-ROW.
    MOVE "Y" TO WS-CFG-WRITTEN
    IF FUNCTION TRIM(AUD-P-NEW) = "(default)"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CONFIG-TEMP-REC
    STRING FUNCTION TRIM(AUD-P-KEY) "=" FUNCTION TRIM(AUD-P-NEW)
        DELIMITED BY SIZE
        INTO CONFIG-TEMP-REC
    END-STRING
    WRITE CONFIG-TEMP-REC
    EXIT PARAGRAPH.

*> WRITE-ENTRY-LINE: one report line per replayed row, with the reason
*> on a second line when it was not applied.
WRITE-ENTRY-LINE.
    MOVE SPACES TO REPORT-REC
    STRING "  " WS-OUTCOME " " AUD-P-DATE " " AUD-P-TIME " "
           FUNCTION TRIM(AUD-P-ENTITY) " " FUNCTION TRIM(AUD-P-KEY) " "
           FUNCTION TRIM(AUD-P-FIELD) ": '" FUNCTION TRIM(AUD-P-OLD)
           "' -> '" FUNCTION TRIM(AUD-P-NEW) "' (by "
           FUNCTION TRIM(AUD-P-USER) ")"
        DELIMITED BY SIZE
        INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF WS-OUTCOME = "CONFLICT" OR "NOT REPLAYABLE"
        MOVE SPACES TO REPORT-REC
        STRING "                   " FUNCTION TRIM(WS-REASON)
            DELIMITED BY SIZE
            INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF
    EXIT PARAGRAPH.

WRITE-SUMMARY.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-FILES-RESTORED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Files restored:                 " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Changes replayed:               " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Already in the snapshot:        " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-CONFLICT-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Conflicts (not applied):        " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-UNREPLAYABLE-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Not replayable (redo by hand):  " FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AFTER-STOP-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-REC
    STRING "Journal rows after the stop point, left out: "
           FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT PARAGRAPH.

END PROGRAM FORWARDRECOVERY.
