*> Stand-alone nightly job-syndication export. Run this from the job
*> stream after the day's posting work is done. Every posting that is
*> Open, published (no publish-on date, or one already reached), not
*> blind-review, and not opted out by its employer
*> (../data/JobSyndicationOptOut.txt, JOB-ID|N) goes out to the state
*> job board and the partner consortium site in the fixed interchange
*> layout below, so nobody has to re-key them. The receivers only get
*> what moved since the last run: each posting's record is compared
*> with the image kept in ../data/JobSyndicationSnapshot.txt by the
*> previous run, and ../data/JobSyndicationFeed.txt carries
*>   A - a posting not sent before (the first run sends everything),
*>   C - a posting whose exported fields changed,
*>   D - a posting sent before that no longer qualifies (filled,
*>       closed, deleted, made blind, or opted out), with the last
*>       image sent.
*> Unchanged postings are not written. The feed opens with an H
*> header record and closes with a T trailer record (layouts below);
*> the header's sequence steps by one each run and the last one sent
*> is kept in ../data/InterfaceControl.txt, so a receiver can tell a
*> repeated or missed file. The snapshot is then replaced
*> with tonight's full set, and one
*>   RUN-DATE|RUN-TIME|ADDS|CHANGES|DELETES|UNCHANGED|RECORDS-WRITTEN
*> line is appended to ../data/JobSyndicationControl.txt for the
*> receivers to reconcile against.
*>
*> Interchange record, 600 bytes, one posting per line:
*>     1   1  action code       A / C / D
*>     2  10  posting ID        left-justified
*>    12   8  posted date       YYYYMMDD
*>    20  80  title
*>   100  60  employer
*>   160  30  city              (free-text location when not coded)
*>   190   2  state
*>   192   2  country
*>   194  10  work mode         ONSITE / HYBRID / REMOTE
*>   204  20  job type
*>   224   7  SOC code          NN-NNNN
*>   231   9  salary minimum    whole dollars, zero-filled
*>   240   9  salary maximum    whole dollars, zero-filled
*>   249  10  salary period
*>   259 300  description
*>   559  42  reserved          spaces
*>
*> Header record, 600 bytes, first line of the feed:
*>     1   1  record type       H
*>     2  20  source            INCOLLEGE
*>    22   8  run date          YYYYMMDD
*>    30   9  sequence number   zero-filled
*>    39 562  reserved          spaces
*>
*> Trailer record, 600 bytes, last line of the feed:
*>     1   1  record type       T
*>     2   9  record count      A/C/D records, zero-filled
*>    11  12  hash total        sum of the A/C/D records' lengths,
*>                              trailing spaces excluded, zero-filled
*>    23 578  reserved          spaces
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSYNDICATION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT OPTOUT-FILE ASSIGN TO "../data/JobSyndicationOptOut.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPTOUT-STAT.
    SELECT JOB-LOC-FILE ASSIGN TO "../data/JobLocations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-STAT.
    SELECT LOCATION-FILE ASSIGN TO "../data/Locations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-STAT.
    SELECT JOB-OCC-FILE ASSIGN TO "../data/JobOccupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-OCC-STAT.
    SELECT SNAPSHOT-FILE ASSIGN TO "../data/JobSyndicationSnapshot.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNAPSHOT-STAT.
    SELECT SNAPSHOT-TEMP-FILE ASSIGN TO "../data/JobSyndicationSnapshot.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNAPSHOT-TEMP-STAT.
    SELECT FEED-FILE ASSIGN TO "../data/JobSyndicationFeed.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STAT.
    SELECT CONTROL-FILE ASSIGN TO "../data/JobSyndicationControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STAT.
    *> Last sequence per interface and source
    *> (INTERFACE|SOURCE|LAST-SEQUENCE|RUN-DATE|ACCEPTED-DATE).
    SELECT IFCTL-FILE ASSIGN TO "../data/InterfaceControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IFCTL-STAT.
    SELECT IFCTL-TEMP-FILE ASSIGN TO "../data/InterfaceControl.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IFCTL-TEMP-STAT.

DATA DIVISION.
FILE SECTION.
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).

FD  OPTOUT-FILE.
01  OPTOUT-REC          PIC X(30).

FD  JOB-LOC-FILE.
01  JOB-LOC-REC         PIC X(60).

FD  LOCATION-FILE.
01  LOCATION-REC        PIC X(150).

FD  JOB-OCC-FILE.
01  JOB-OCC-REC         PIC X(40).

FD  SNAPSHOT-FILE.
01  SNAPSHOT-REC        PIC X(600).

FD  SNAPSHOT-TEMP-FILE.
01  SNAPSHOT-TEMP-REC   PIC X(600).

FD  FEED-FILE.
01  FEED-REC            PIC X(600).

FD  CONTROL-FILE.
01  CONTROL-REC         PIC X(100).

FD  IFCTL-FILE.
01  IFCTL-REC           PIC X(120).

FD  IFCTL-TEMP-FILE.
01  IFCTL-TEMP-REC      PIC X(120).

WORKING-STORAGE SECTION.
01  JOB-STAT            PIC XX.
01  OPTOUT-STAT         PIC XX.
01  JOB-LOC-STAT        PIC XX.
01  LOCATION-STAT       PIC XX.
01  JOB-OCC-STAT        PIC XX.
01  SNAPSHOT-STAT       PIC XX.
01  SNAPSHOT-TEMP-STAT  PIC XX.
01  FEED-STAT           PIC XX.
01  CONTROL-STAT        PIC XX.
01  IFCTL-STAT          PIC XX.
01  IFCTL-TEMP-STAT     PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-NOW              PIC X(6).
01  WS-SNAPSHOT-PATH    PIC X(40) VALUE "../data/JobSyndicationSnapshot.txt".
01  WS-SNAPSHOT-TEMP-PATH PIC X(40) VALUE "../data/JobSyndicationSnapshot.tmp".
01  WS-DELETE-STATUS    PIC 9(9) COMP-5.
01  WS-RENAME-STATUS    PIC 9(9) COMP-5.
01  WS-IDX              PIC 9(5) VALUE 0.
01  WS-IDX2             PIC 9(5) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".
01  WS-QUALIFIES        PIC X VALUE "N".

01  WS-ADD-COUNT        PIC 9(6) VALUE 0.
01  WS-CHANGE-COUNT     PIC 9(6) VALUE 0.
01  WS-DELETE-COUNT     PIC 9(6) VALUE 0.
01  WS-SAME-COUNT       PIC 9(6) VALUE 0.
01  WS-WRITTEN-COUNT    PIC 9(6) VALUE 0.

*> Feed controls: this run's sequence, and the trailer's totals.
01  WS-IFCTL-PATH       PIC X(40) VALUE "../data/InterfaceControl.txt".
01  WS-IFCTL-TEMP-PATH  PIC X(40) VALUE "../data/InterfaceControl.tmp".
01  WS-IFCTL-INTERFACE  PIC X(40) VALUE "JobSyndicationFeed.txt".
01  WS-IFCTL-SOURCE     PIC X(20) VALUE "INCOLLEGE".
01  WS-IFCTL-FOUND      PIC X VALUE "N".
01  WS-FEED-SEQ         PIC 9(9) VALUE 0.
01  WS-FEED-HASH        PIC 9(12) VALUE 0.
01  WS-F-INTERFACE      PIC X(40).
01  WS-F-SOURCE         PIC X(20).
01  WS-F-SEQ            PIC X(12).

01  WS-SYN-HEADER.
    05  SYN-HDR-TYPE        PIC X(1) VALUE "H".
    05  SYN-HDR-SOURCE      PIC X(20).
    05  SYN-HDR-RUN-DATE    PIC X(8).
    05  SYN-HDR-SEQ         PIC 9(9).
    05  FILLER              PIC X(562) VALUE SPACES.

01  WS-SYN-TRAILER.
    05  SYN-TRL-TYPE        PIC X(1) VALUE "T".
    05  SYN-TRL-COUNT       PIC 9(9).
    05  SYN-TRL-HASH        PIC 9(12).
    05  FILLER              PIC X(578) VALUE SPACES.

*> The posting row being read.
01  WS-JOB-ID           PIC X(10).
01  WS-JOB-USER         PIC X(50).
01  WS-JOB-TITLE        PIC X(100).
01  WS-JOB-DESC         PIC X(300).
01  WS-JOB-EMPLOYER     PIC X(100).
01  WS-JOB-LOCATION     PIC X(100).
01  WS-JOB-SALARY       PIC X(100).
01  WS-JOB-STATUS       PIC X(20).
01  WS-JOB-POSTED       PIC X(8).
01  WS-JOB-TYPE         PIC X(20).
01  WS-JOB-CAMPUS       PIC X(10).
01  WS-JOB-SAL-MIN      PIC X(12).
01  WS-JOB-SAL-MAX      PIC X(12).
01  WS-JOB-SAL-PERIOD   PIC X(10).
01  WS-JOB-PUBLISH-ON   PIC X(8).
01  WS-JOB-BLIND        PIC X(1).

01  WS-P-KEY            PIC X(20).
01  WS-P-FIELD2         PIC X(40).
01  WS-P-FIELD3         PIC X(40).
01  WS-P-FIELD4         PIC X(40).
01  WS-P-FIELD5         PIC X(40).

*> One interchange record.
01  WS-SYN-RECORD.
    05  SYN-ACTION          PIC X(1).
    05  SYN-JOB-ID          PIC X(10).
    05  SYN-POSTED          PIC X(8).
    05  SYN-TITLE           PIC X(80).
    05  SYN-EMPLOYER        PIC X(60).
    05  SYN-CITY            PIC X(30).
    05  SYN-STATE           PIC X(2).
    05  SYN-COUNTRY         PIC X(2).
    05  SYN-WORK-MODE       PIC X(10).
    05  SYN-JOB-TYPE        PIC X(20).
    05  SYN-SOC-CODE        PIC X(7).
    05  SYN-SAL-MIN         PIC 9(9).
    05  SYN-SAL-MAX         PIC 9(9).
    05  SYN-SAL-PERIOD      PIC X(10).
    05  SYN-DESCRIPTION     PIC X(300).
    05  FILLER              PIC X(42).

*> Postings opted out of syndication.
01  WS-OPTOUT-COUNT     PIC 9(5) VALUE 0.
01  WS-OPTOUT-TABLE.
    05  WS-OPTOUT-ID OCCURS 3000 TIMES PIC X(10).

*> Posting location codes and work modes, and the location master.
01  WS-JLOC-COUNT       PIC 9(5) VALUE 0.
01  WS-JLOC-TABLE.
    05  WS-JLOC-ENTRY OCCURS 3000 TIMES.
        10  WS-JLOC-JOB-ID    PIC X(10).
        10  WS-JLOC-CODE      PIC X(20).
        10  WS-JLOC-MODE      PIC X(10).
01  WS-LOC-COUNT        PIC 9(5) VALUE 0.
01  WS-LOC-TABLE.
    05  WS-LOC-ENTRY OCCURS 1000 TIMES.
        10  WS-LOC-CODE       PIC X(20).
        10  WS-LOC-CITY       PIC X(40).
        10  WS-LOC-STATE      PIC X(2).
        10  WS-LOC-COUNTRY    PIC X(2).

*> Posting SOC codes.
01  WS-JOCC-COUNT       PIC 9(5) VALUE 0.
01  WS-JOCC-TABLE.
    05  WS-JOCC-ENTRY OCCURS 3000 TIMES.
        10  WS-JOCC-JOB-ID    PIC X(10).
        10  WS-JOCC-CODE      PIC X(7).

*> Last run's images, and whether tonight's run still sends each.
01  WS-SNAP-COUNT       PIC 9(5) VALUE 0.
01  WS-SNAP-TABLE.
    05  WS-SNAP-ENTRY OCCURS 3000 TIMES.
        10  WS-SNAP-IMAGE     PIC X(600).
        10  WS-SNAP-SEEN      PIC X(1).

*> Tonight's images, the next run's snapshot.
01  WS-CUR-COUNT        PIC 9(5) VALUE 0.
01  WS-CUR-TABLE.
    05  WS-CUR-IMAGE OCCURS 3000 TIMES PIC X(600).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW

    PERFORM LOAD-OPTOUTS
    PERFORM LOAD-LOCATIONS
    PERFORM LOAD-OCCUPATIONS
    PERFORM LOAD-SNAPSHOT

    OPEN OUTPUT FEED-FILE
    PERFORM WRITE-FEED-HEADER
    PERFORM EXPORT-POSTINGS
    PERFORM EXPORT-DELETES
    PERFORM WRITE-FEED-TRAILER
    CLOSE FEED-FILE
    PERFORM RECORD-FEED-SEQUENCE

    PERFORM REPLACE-SNAPSHOT
    PERFORM WRITE-CONTROL-LINE

    DISPLAY "Job syndication export complete. See ../data/JobSyndicationFeed.txt"
    STOP RUN.

LOAD-OPTOUTS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OPTOUT-FILE
    IF OPTOUT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OPTOUT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OPTOUT-REC NOT = SPACES
                    MOVE SPACES TO WS-P-KEY WS-P-FIELD2
                    UNSTRING OPTOUT-REC DELIMITED BY "|"
                        INTO WS-P-KEY WS-P-FIELD2
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-FIELD2)) = "N"
                       AND WS-OPTOUT-COUNT < 3000
                        ADD 1 TO WS-OPTOUT-COUNT
                        MOVE FUNCTION TRIM(WS-P-KEY) TO WS-OPTOUT-ID(WS-OPTOUT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPTOUT-FILE
    EXIT PARAGRAPH.

LOAD-LOCATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ JOB-LOC-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF JOB-LOC-REC NOT = SPACES AND WS-JLOC-COUNT < 3000
                        ADD 1 TO WS-JLOC-COUNT
                        MOVE SPACES TO WS-JLOC-ENTRY(WS-JLOC-COUNT)
                        UNSTRING JOB-LOC-REC DELIMITED BY "|"
                            INTO WS-JLOC-JOB-ID(WS-JLOC-COUNT)
                                 WS-JLOC-CODE(WS-JLOC-COUNT)
                                 WS-JLOC-MODE(WS-JLOC-COUNT)
                        END-UNSTRING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-LOC-FILE
    END-IF

    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOCATION-FILE
    IF LOCATION-STAT NOT = "35"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ LOCATION-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF LOCATION-REC NOT = SPACES AND WS-LOC-COUNT < 1000
                        MOVE SPACES TO WS-P-KEY WS-P-FIELD2 WS-P-FIELD3
                                       WS-P-FIELD4 WS-P-FIELD5
                        UNSTRING LOCATION-REC DELIMITED BY "|"
                            INTO WS-P-KEY WS-P-FIELD2 WS-P-FIELD3
                                 WS-P-FIELD4 WS-P-FIELD5
                        END-UNSTRING
                        ADD 1 TO WS-LOC-COUNT
                        MOVE FUNCTION TRIM(WS-P-KEY) TO WS-LOC-CODE(WS-LOC-COUNT)
                        MOVE FUNCTION TRIM(WS-P-FIELD2) TO WS-LOC-CITY(WS-LOC-COUNT)
                        MOVE FUNCTION TRIM(WS-P-FIELD3) TO WS-LOC-STATE(WS-LOC-COUNT)
                        MOVE FUNCTION TRIM(WS-P-FIELD5) TO WS-LOC-COUNTRY(WS-LOC-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOCATION-FILE
    END-IF
    EXIT PARAGRAPH.

LOAD-OCCUPATIONS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-OCC-FILE
    IF JOB-OCC-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-OCC-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-OCC-REC NOT = SPACES AND WS-JOCC-COUNT < 3000
                    ADD 1 TO WS-JOCC-COUNT
                    MOVE SPACES TO WS-JOCC-ENTRY(WS-JOCC-COUNT)
                    UNSTRING JOB-OCC-REC DELIMITED BY "|"
                        INTO WS-JOCC-JOB-ID(WS-JOCC-COUNT)
                             WS-JOCC-CODE(WS-JOCC-COUNT)
                    END-UNSTRING
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-OCC-FILE
    EXIT PARAGRAPH.

LOAD-SNAPSHOT.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SNAPSHOT-FILE
    IF SNAPSHOT-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SNAPSHOT-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SNAPSHOT-REC NOT = SPACES AND WS-SNAP-COUNT < 3000
                    ADD 1 TO WS-SNAP-COUNT
                    MOVE SNAPSHOT-REC TO WS-SNAP-IMAGE(WS-SNAP-COUNT)
                    MOVE "N" TO WS-SNAP-SEEN(WS-SNAP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SNAPSHOT-FILE
    EXIT PARAGRAPH.

*> EXPORT-POSTINGS: build tonight's image of every qualifying posting
*> and write it as an add or change when it differs from last run's.
EXPORT-POSTINGS.
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
                    PERFORM PARSE-JOB-RECORD
                    PERFORM CHECK-QUALIFIES
                    IF WS-QUALIFIES = "Y" AND WS-CUR-COUNT < 3000
                        PERFORM BUILD-SYNDICATION-RECORD
                        PERFORM COMPARE-AND-WRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE
    EXIT PARAGRAPH.

PARSE-JOB-RECORD.
    MOVE SPACES TO WS-JOB-ID WS-JOB-USER WS-JOB-TITLE WS-JOB-DESC
                   WS-JOB-EMPLOYER WS-JOB-LOCATION WS-JOB-SALARY
                   WS-JOB-STATUS WS-JOB-POSTED WS-JOB-TYPE WS-JOB-CAMPUS
                   WS-JOB-SAL-MIN WS-JOB-SAL-MAX WS-JOB-SAL-PERIOD
                   WS-JOB-PUBLISH-ON WS-JOB-BLIND
    UNSTRING JOB-REC DELIMITED BY "|"
        INTO WS-JOB-ID
             WS-JOB-USER
             WS-JOB-TITLE
             WS-JOB-DESC
             WS-JOB-EMPLOYER
             WS-JOB-LOCATION
             WS-JOB-SALARY
             WS-JOB-STATUS
             WS-JOB-POSTED
             WS-JOB-TYPE
             WS-JOB-CAMPUS
             WS-JOB-SAL-MIN
             WS-JOB-SAL-MAX
             WS-JOB-SAL-PERIOD
             WS-JOB-PUBLISH-ON
             WS-JOB-BLIND
    END-UNSTRING
    EXIT PARAGRAPH.

*> CHECK-QUALIFIES: Open, published, not blind-review, not opted out.
CHECK-QUALIFIES.
    MOVE "N" TO WS-QUALIFIES
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-STATUS)) NOT = "OPEN"
        EXIT PARAGRAPH
    END-IF
    IF WS-JOB-PUBLISH-ON NOT = SPACES AND WS-JOB-PUBLISH-ON > WS-TODAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(WS-JOB-BLIND) = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-OPTOUT-COUNT
        IF WS-OPTOUT-ID(WS-IDX) = FUNCTION TRIM(WS-JOB-ID)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE "Y" TO WS-QUALIFIES
    EXIT PARAGRAPH.

BUILD-SYNDICATION-RECORD.
    MOVE SPACES TO WS-SYN-RECORD
    MOVE FUNCTION TRIM(WS-JOB-ID) TO SYN-JOB-ID
    MOVE WS-JOB-POSTED TO SYN-POSTED
    MOVE WS-JOB-TITLE TO SYN-TITLE
    MOVE WS-JOB-EMPLOYER TO SYN-EMPLOYER
    MOVE WS-JOB-TYPE TO SYN-JOB-TYPE
    MOVE WS-JOB-SAL-PERIOD TO SYN-SAL-PERIOD
    MOVE WS-JOB-DESC TO SYN-DESCRIPTION

    *> Coded location when the posting has one, else its free text.
    MOVE WS-JOB-LOCATION TO SYN-CITY
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JLOC-COUNT
        IF FUNCTION TRIM(WS-JLOC-JOB-ID(WS-IDX)) = FUNCTION TRIM(WS-JOB-ID)
            MOVE WS-JLOC-MODE(WS-IDX) TO SYN-WORK-MODE
            PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-LOC-COUNT
                IF WS-LOC-CODE(WS-IDX2) = WS-JLOC-CODE(WS-IDX)
                   AND WS-JLOC-CODE(WS-IDX) NOT = SPACES
                    MOVE WS-LOC-CITY(WS-IDX2) TO SYN-CITY
                    MOVE WS-LOC-STATE(WS-IDX2) TO SYN-STATE
                    MOVE WS-LOC-COUNTRY(WS-IDX2) TO SYN-COUNTRY
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JOCC-COUNT
        IF FUNCTION TRIM(WS-JOCC-JOB-ID(WS-IDX)) = FUNCTION TRIM(WS-JOB-ID)
            MOVE WS-JOCC-CODE(WS-IDX) TO SYN-SOC-CODE
        END-IF
    END-PERFORM

    MOVE 0 TO SYN-SAL-MIN SYN-SAL-MAX
    IF FUNCTION TRIM(WS-JOB-SAL-MIN) NOT = SPACES
       AND FUNCTION TRIM(WS-JOB-SAL-MIN) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-JOB-SAL-MIN) TO SYN-SAL-MIN
    END-IF
    IF FUNCTION TRIM(WS-JOB-SAL-MAX) NOT = SPACES
       AND FUNCTION TRIM(WS-JOB-SAL-MAX) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-JOB-SAL-MAX) TO SYN-SAL-MAX
    END-IF
    EXIT PARAGRAPH.

*> COMPARE-AND-WRITE: match tonight's image to last run's by posting
*> ID (the action byte is blank in both) and write A or C as needed.
COMPARE-AND-WRITE.
    ADD 1 TO WS-CUR-COUNT
    MOVE WS-SYN-RECORD TO WS-CUR-IMAGE(WS-CUR-COUNT)
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-SNAP-COUNT OR WS-FOUND = "Y"
        IF WS-SNAP-IMAGE(WS-IDX)(2:10) = SYN-JOB-ID
            MOVE "Y" TO WS-FOUND
            MOVE "Y" TO WS-SNAP-SEEN(WS-IDX)
            IF WS-SNAP-IMAGE(WS-IDX) = WS-SYN-RECORD
                ADD 1 TO WS-SAME-COUNT
            ELSE
                MOVE "C" TO SYN-ACTION
                ADD 1 TO WS-CHANGE-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "A" TO SYN-ACTION
        ADD 1 TO WS-ADD-COUNT
    END-IF
    IF SYN-ACTION NOT = SPACE
        MOVE WS-SYN-RECORD TO FEED-REC
        WRITE FEED-REC
        ADD 1 TO WS-WRITTEN-COUNT
        ADD FUNCTION LENGTH(FUNCTION TRIM(FEED-REC TRAILING)) TO WS-FEED-HASH
    END-IF
    EXIT PARAGRAPH.

*> EXPORT-DELETES: last run's postings that didn't qualify tonight.
EXPORT-DELETES.
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SNAP-COUNT
        IF WS-SNAP-SEEN(WS-IDX) = "N"
            MOVE WS-SNAP-IMAGE(WS-IDX) TO WS-SYN-RECORD
            MOVE "D" TO SYN-ACTION
            MOVE WS-SYN-RECORD TO FEED-REC
            WRITE FEED-REC
            ADD 1 TO WS-DELETE-COUNT
            ADD 1 TO WS-WRITTEN-COUNT
            ADD FUNCTION LENGTH(FUNCTION TRIM(FEED-REC TRAILING))
                TO WS-FEED-HASH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

REPLACE-SNAPSHOT.
    OPEN OUTPUT SNAPSHOT-TEMP-FILE
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CUR-COUNT
        MOVE WS-CUR-IMAGE(WS-IDX) TO SNAPSHOT-TEMP-REC
        WRITE SNAPSHOT-TEMP-REC
    END-PERFORM
    CLOSE SNAPSHOT-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-PATH
        RETURNING WS-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-SNAPSHOT-TEMP-PATH WS-SNAPSHOT-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

WRITE-CONTROL-LINE.
    OPEN EXTEND CONTROL-FILE
    IF CONTROL-STAT = "35"
        OPEN OUTPUT CONTROL-FILE
    END-IF
    MOVE SPACES TO CONTROL-REC
    STRING WS-TODAY          DELIMITED BY SIZE "|"
           WS-NOW            DELIMITED BY SIZE "|"
           WS-ADD-COUNT      DELIMITED BY SIZE "|"
           WS-CHANGE-COUNT   DELIMITED BY SIZE "|"
           WS-DELETE-COUNT   DELIMITED BY SIZE "|"
           WS-SAME-COUNT     DELIMITED BY SIZE "|"
           WS-WRITTEN-COUNT  DELIMITED BY SIZE
        INTO CONTROL-REC
    END-STRING
    WRITE CONTROL-REC
    CLOSE CONTROL-FILE
    EXIT PARAGRAPH.

*> WRITE-FEED-HEADER: tonight's sequence is one past the last sent.
WRITE-FEED-HEADER.
    MOVE 0 TO WS-FEED-SEQ
    MOVE "N" TO EOF-FLAG
    OPEN INPUT IFCTL-FILE
    IF IFCTL-STAT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ IFCTL-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    PERFORM PARSE-IFCTL-ROW
                    IF WS-IFCTL-FOUND = "Y"
                       AND FUNCTION TRIM(WS-F-SEQ) IS NUMERIC
                        MOVE FUNCTION NUMVAL(WS-F-SEQ) TO WS-FEED-SEQ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IFCTL-FILE
    END-IF
    ADD 1 TO WS-FEED-SEQ

    MOVE WS-IFCTL-SOURCE TO SYN-HDR-SOURCE
    MOVE WS-TODAY TO SYN-HDR-RUN-DATE
    MOVE WS-FEED-SEQ TO SYN-HDR-SEQ
    MOVE WS-SYN-HEADER TO FEED-REC
    WRITE FEED-REC
    EXIT PARAGRAPH.

WRITE-FEED-TRAILER.
    MOVE WS-WRITTEN-COUNT TO SYN-TRL-COUNT
    MOVE WS-FEED-HASH TO SYN-TRL-HASH
    MOVE WS-SYN-TRAILER TO FEED-REC
    WRITE FEED-REC
    EXIT PARAGRAPH.

PARSE-IFCTL-ROW.
    MOVE "N" TO WS-IFCTL-FOUND
    MOVE SPACES TO WS-F-INTERFACE WS-F-SOURCE WS-F-SEQ
    UNSTRING IFCTL-REC DELIMITED BY "|"
        INTO WS-F-INTERFACE
             WS-F-SOURCE
             WS-F-SEQ
    END-UNSTRING
    IF WS-F-INTERFACE = WS-IFCTL-INTERFACE
       AND WS-F-SOURCE = WS-IFCTL-SOURCE
        MOVE "Y" TO WS-IFCTL-FOUND
    END-IF
    EXIT PARAGRAPH.

*> RECORD-FEED-SEQUENCE: the sequence just sent becomes the last one
*> for this feed in InterfaceControl.txt.
RECORD-FEED-SEQUENCE.
    MOVE "N" TO EOF-FLAG
    MOVE "N" TO WS-FOUND
    OPEN OUTPUT IFCTL-TEMP-FILE
    OPEN INPUT IFCTL-FILE
    IF IFCTL-STAT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ IFCTL-FILE
                AT END
                    MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF IFCTL-REC NOT = SPACES
                        PERFORM PARSE-IFCTL-ROW
                        IF WS-IFCTL-FOUND = "Y"
                            MOVE "Y" TO WS-FOUND
                            PERFORM BUILD-IFCTL-ROW
                        ELSE
                            MOVE IFCTL-REC TO IFCTL-TEMP-REC
                        END-IF
                        WRITE IFCTL-TEMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IFCTL-FILE
    END-IF
    IF WS-FOUND = "N"
        PERFORM BUILD-IFCTL-ROW
        WRITE IFCTL-TEMP-REC
    END-IF
    CLOSE IFCTL-TEMP-FILE
    CALL "CBL_DELETE_FILE" USING WS-IFCTL-PATH
        RETURNING WS-DELETE-STATUS
    CALL "CBL_RENAME_FILE" USING WS-IFCTL-TEMP-PATH WS-IFCTL-PATH
        RETURNING WS-RENAME-STATUS
    EXIT PARAGRAPH.

BUILD-IFCTL-ROW.
    MOVE SPACES TO IFCTL-TEMP-REC
    STRING FUNCTION TRIM(WS-IFCTL-INTERFACE) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-IFCTL-SOURCE)    DELIMITED BY SIZE "|"
           WS-FEED-SEQ                       DELIMITED BY SIZE "|"
           WS-TODAY                          DELIMITED BY SIZE "|"
           WS-TODAY                          DELIMITED BY SIZE
        INTO IFCTL-TEMP-REC
    END-STRING
    EXIT PARAGRAPH.

END PROGRAM JOBSYNDICATION.
