*> Stand-alone one-time backfill of posting locations. Run this directly,
*> once, after Locations.txt is in place - postings created before the
*> location master existed have no JobLocations.txt row. Every posting in
*> JobPostings.txt without one has its free-text location resolved
*> against the master (the same whole-word city/state match POST-JOB-FLOW
*> applies) and its work mode taken from the text: REMOTE or HYBRID when
*> the text says so, otherwise ON-SITE. A posting whose city resolves, or
*> a remote posting, gets a JOB-ID|LOC-CODE|WORK-MODE row (the code left
*> blank for a remote posting with no city). Anything else is written to
*> ../data/LocationReviewList.txt (JOB-ID|LOCATION|EMPLOYER|POSTED-DATE)
*> for an administrator to map by hand through the Admin Console's
*> Locations option, or to add the missing city to the master first.
*> Postings already mapped are never touched, so a rerun after cities
*> are added only picks up what is still unmapped and rebuilds the
*> review list.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCATIONBACKFILL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    *> Read-only: the location master, CODE|CITY|STATE|STATE-NAME|
    *> COUNTRY, maintained from InCollege.cob's Admin Console.
    SELECT LOCATION-FILE ASSIGN TO "../data/Locations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-STATUS.
    SELECT JOB-LOC-FILE ASSIGN TO "../data/JobLocations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-STAT.
    SELECT REVIEW-FILE ASSIGN TO "../data/LocationReviewList.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REVIEW-STAT.

DATA DIVISION.
FILE SECTION.
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).
FD  LOCATION-FILE.
01  LOCATION-REC        PIC X(150).
FD  JOB-LOC-FILE.
01  JOB-LOC-REC         PIC X(40).
FD  REVIEW-FILE.
01  REVIEW-REC          PIC X(300).

WORKING-STORAGE SECTION.
01  JOB-STAT            PIC XX.
01  JOB-LOC-STAT        PIC XX.
01  REVIEW-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".

*> JobIDs that already carry a location row.
01  WS-DONE-COUNT       PIC 9(4) VALUE 0.
01  WS-DONE-TABLE.
    05  WS-DONE-ENTRY OCCURS 2000 TIMES.
        10  WS-DONE-JOB-ID    PIC X(10).

01  WS-FIELD-1          PIC X(100).
01  WS-FIELD-2          PIC X(100).
01  WS-FIELD-3          PIC X(100).
01  WS-FIELD-4          PIC X(200).
01  WS-FIELD-5          PIC X(100).
01  WS-FIELD-6          PIC X(100).
01  WS-FIELD-7          PIC X(100).
01  WS-FIELD-8          PIC X(20).
01  WS-FIELD-9          PIC X(8).
01  WS-WORK-MODE        PIC X(6).

*> Location master (LOAD-LOCATION-MASTER / RESOLVE-LOCATION-TEXT), the
*> same normalized whole-word matching InCollege.cob applies.
01  LOCATION-STATUS      PIC XX.
01  WS-LOC-EOF           PIC X VALUE "N".
01  WS-LOC-INPUT         PIC X(100).
01  WS-LOC-CODE          PIC X(20).
01  WS-LOC-STATE         PIC X(2).
01  WS-LOC-FOUND         PIC X VALUE "N".
01  WS-LOC-REMOTE-WORD   PIC X VALUE "N".
01  WS-LOC-HYBRID-WORD   PIC X VALUE "N".
01  WS-LOC-PARSED-CODE   PIC X(20).
01  WS-LOC-PARSED-CITY   PIC X(40).
01  WS-LOC-PARSED-STATE  PIC X(2).
01  WS-LOC-PARSED-STATE-NAME PIC X(30).
01  WS-LOC-PARSED-COUNTRY PIC X(2).
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

01  WS-POSTINGS-READ    PIC 9(6) VALUE 0.
01  WS-ALREADY-DONE     PIC 9(6) VALUE 0.
01  WS-MAPPED           PIC 9(6) VALUE 0.
01  WS-MAPPED-REMOTE    PIC 9(6) VALUE 0.
01  WS-FOR-REVIEW       PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-REPORT-LINE      PIC X(150).

PROCEDURE DIVISION.
    PERFORM LOAD-LOCATION-MASTER
    IF WS-LOC-COUNT = 0
        DISPLAY "Warning: Locations.txt not found - only remote postings can be mapped."
    END-IF
    PERFORM LOAD-MAPPED-JOBS

    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        DISPLAY "No job postings found at ../data/JobPostings.txt"
        STOP RUN
    END-IF
    OPEN OUTPUT REVIEW-FILE
    OPEN EXTEND JOB-LOC-FILE
    IF JOB-LOC-STAT = "35"
        OPEN OUTPUT JOB-LOC-FILE
    END-IF

    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-REC NOT = SPACES
                    ADD 1 TO WS-POSTINGS-READ
                    PERFORM BACKFILL-ONE-POSTING
                END-IF
        END-READ
    END-PERFORM

    CLOSE JOB-FILE
    CLOSE JOB-LOC-FILE
    CLOSE REVIEW-FILE

    PERFORM PRINT-BACKFILL-SUMMARY
    STOP RUN.

LOAD-MAPPED-JOBS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOB-LOC-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOB-LOC-REC NOT = SPACES AND WS-DONE-COUNT < 2000
                    MOVE SPACES TO WS-FIELD-1
                    UNSTRING JOB-LOC-REC DELIMITED BY "|"
                        INTO WS-FIELD-1
                    END-UNSTRING
                    ADD 1 TO WS-DONE-COUNT
                    MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-DONE-JOB-ID(WS-DONE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-LOC-FILE
    EXIT PARAGRAPH.

*> BACKFILL-ONE-POSTING: JOB-ID|USER|TITLE|DESC|EMPLOYER|LOCATION|
*> SALARY|STATUS|POSTED-DATE|... - skip it if already mapped, otherwise
*> map it or put it on the review list.
BACKFILL-ONE-POSTING.
    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                   WS-FIELD-5 WS-FIELD-6 WS-FIELD-7 WS-FIELD-8
                   WS-FIELD-9
    UNSTRING JOB-REC DELIMITED BY "|"
        INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
             WS-FIELD-5 WS-FIELD-6 WS-FIELD-7 WS-FIELD-8
             WS-FIELD-9
    END-UNSTRING

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-DONE-COUNT OR WS-FOUND = "Y"
        IF WS-DONE-JOB-ID(WS-IDX) = FUNCTION TRIM(WS-FIELD-1)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        ADD 1 TO WS-ALREADY-DONE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-FIELD-6 TO WS-LOC-INPUT
    PERFORM RESOLVE-LOCATION-TEXT
    EVALUATE TRUE
        WHEN WS-LOC-REMOTE-WORD = "Y"
            MOVE "REMOTE" TO WS-WORK-MODE
        WHEN WS-LOC-HYBRID-WORD = "Y"
            MOVE "HYBRID" TO WS-WORK-MODE
        WHEN OTHER
            MOVE "ONSITE" TO WS-WORK-MODE
    END-EVALUATE

    IF WS-LOC-FOUND = "Y" OR WS-WORK-MODE = "REMOTE"
        IF WS-LOC-FOUND NOT = "Y"
            MOVE SPACES TO WS-LOC-CODE
            ADD 1 TO WS-MAPPED-REMOTE
        END-IF
        MOVE SPACES TO JOB-LOC-REC
        STRING FUNCTION TRIM(WS-FIELD-1)   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LOC-CODE)  DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-WORK-MODE) DELIMITED BY SIZE
            INTO JOB-LOC-REC
        END-STRING
        WRITE JOB-LOC-REC
        ADD 1 TO WS-MAPPED
    ELSE
        MOVE SPACES TO REVIEW-REC
        STRING FUNCTION TRIM(WS-FIELD-1) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIELD-6) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIELD-5) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIELD-9) DELIMITED BY SIZE
            INTO REVIEW-REC
        END-STRING
        WRITE REVIEW-REC
        ADD 1 TO WS-FOR-REVIEW
    END-IF
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

PRINT-BACKFILL-SUMMARY.
    DISPLAY "Location Backfill Summary"
    MOVE WS-POSTINGS-READ TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Postings read:       " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-ALREADY-DONE TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Already mapped:      " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-MAPPED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Mapped now:          " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-MAPPED-REMOTE TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  remote, no city:   " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-FOR-REVIEW TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Left for review:     " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE
    DISPLAY "Review list written to ../data/LocationReviewList.txt"
    EXIT PARAGRAPH.

END PROGRAM LOCATIONBACKFILL.
