*> For every saved search in SavedSearches.txt it counts the Open
*> postings added to JobPostings.txt since the previous run (tracked in
*> SavedSearchLastRun.txt) that satisfy the search's keyword, location,
*> employer, type, and work-mode criteria - locations compared through
*> the Locations.txt master and JobLocations.txt, the way Browse Jobs
*> compares them - and rewrites SavedSearchMatches.txt
*> with one USERNAME|SEARCH-NAME|COUNT|RUN-DATE|FIT-COUNT row per
*> saved search. FIT-COUNT is how many of those postings also meet
*> every job preference the student has set in JobPreferences.txt;
*> rows are written best fit first so the login summary lists the
*> most promising searches at the top. InCollege.cob's
*> SHOW-LOGIN-SUMMARY reads that file at login to tell the student
*> "N new jobs match your saved search".
IDENTIFICATION DIVISION.
PROGRAM-ID. SAVEDSEARCHALERTS.

    SELECT LAST-RUN-FILE ASSIGN TO "../data/SavedSearchLastRun.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LAST-RUN-STAT.
    *> Read-only: the location master, CODE|CITY|STATE|STATE-NAME|
    *> COUNTRY, maintained from InCollege.cob's Admin Console.
    SELECT LOCATION-FILE ASSIGN TO "../data/Locations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCATION-STATUS.
    *> Read-only: posting locations, JOB-ID|LOC-CODE|WORK-MODE.
    SELECT JOB-LOC-FILE ASSIGN TO "../data/JobLocations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-LOC-STAT.
    *> Read-only: USERNAME|LOCATIONS|TYPE|EARLIEST-START|MIN-SALARY|
    *> SAL-PERIOD|OPEN|UPDATED-DATE, maintained from Job Preferences.
    SELECT PREFERENCE-FILE ASSIGN TO "../data/JobPreferences.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREFERENCE-STAT.

DATA DIVISION.
FILE SECTION.
FD  LAST-RUN-FILE.
01  LAST-RUN-REC        PIC X(20).

FD  PREFERENCE-FILE.
01  PREFERENCE-REC      PIC X(200).

FD  LOCATION-FILE.
01  LOCATION-REC        PIC X(150).

FD  JOB-LOC-FILE.
01  JOB-LOC-REC         PIC X(40).

WORKING-STORAGE SECTION.
01  SAVED-SEARCH-STAT   PIC XX.
01  JOB-STAT            PIC XX.
01  MATCH-STAT          PIC XX.
01  LAST-RUN-STAT       PIC XX.
01  PREFERENCE-STAT     PIC XX.
01  PRF-EOF             PIC X VALUE "N".
01  EOF-FLAG            PIC X VALUE "N".
01  JOB-EOF             PIC X VALUE "N".
01  WS-TODAY            PIC X(8).
01  WS-SEARCH-COUNT     PIC 9(4) VALUE 0.
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-MATCH-COUNT      PIC 9(6) VALUE 0.
01  WS-FIT-COUNT        PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC Z(5)9.
01  WS-FIT-EDIT         PIC Z(5)9.
01  WS-REPORT-LINE      PIC X(80).

*> Saved searches loaded up front so JOB-FILE only needs one scan per
        10  WS-SEARCH-LOCATION PIC X(100).
        10  WS-SEARCH-EMPLOYER PIC X(100).
        10  WS-SEARCH-TYPE     PIC X(15).
        10  WS-SEARCH-MODE     PIC X(6).
        10  WS-SEARCH-MATCHES  PIC 9(6).
        10  WS-SEARCH-FITS     PIC 9(6).

*> Write order: search-table subscripts ranked by fit count, then by
*> match count (RANK-SEARCH-RESULTS).
01  WS-ORDER-TABLE.
    05  WS-ORDER-ENTRY OCCURS 500 TIMES PIC 9(4).
01  WS-ORD-IDX          PIC 9(4) VALUE 0.
01  WS-ORD-IDX2         PIC 9(4) VALUE 0.
01  WS-ORD-TEMP         PIC 9(4) VALUE 0.

*> The search owner's job preferences (LOAD-OWNER-PREFERENCES), upper-
*> cased for the comparisons in CHECK-PREFERENCE-FIT.
01  WS-PRF-PARSED-USER  PIC X(50).
01  WS-PRF-LOCATIONS    PIC X(100).
01  WS-PRF-TYPE         PIC X(15).
01  WS-PRF-START        PIC X(8).
01  WS-PRF-MIN-SALARY   PIC X(9).
01  WS-PRF-PERIOD       PIC X(8).
01  WS-PRF-MIN-NUM      PIC 9(9) VALUE 0.
01  WS-PRF-SAL-MAX-NUM  PIC 9(9) VALUE 0.
01  WS-PRF-LOC-TABLE.
    05  WS-PRF-LOC-ITEM OCCURS 3 TIMES PIC X(30).
01  WS-PRF-LOC-IDX      PIC 9 VALUE 0.
01  WS-PRF-SET          PIC X VALUE "N".
01  WS-PRF-FIT          PIC X VALUE "N".

01  JOB-PARSED-ID       PIC X(10).
01  JOB-PARSED-USERNAME PIC X(50).
01  WS-FILTER-TALLY     PIC 9(4).
01  WS-FILTER-MATCH     PIC X VALUE "Y".

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

*> Posting locations, loaded once (LOAD-JOB-LOCATION-TABLE).
01  JOB-LOC-STAT        PIC XX.
01  WS-JLOC-COUNT       PIC 9(4) VALUE 0.
01  WS-JLOC-IDX         PIC 9(4) VALUE 0.
01  WS-JLOC-PARSED-JOB-ID PIC X(10).
01  WS-JLOC-PARSED-CODE PIC X(20).
01  WS-JLOC-PARSED-MODE PIC X(6).
01  WS-JLOC-TABLE.
    05  WS-JLOC-ENTRY OCCURS 2000 TIMES.
        10  WS-JLOC-JOB-ID      PIC X(10).
        10  WS-JLOC-CODE        PIC X(20).
        10  WS-JLOC-MODE        PIC X(6).
*> The search at WS-IDX resolved (PREPARE-SEARCH-LOCATION), and the
*> posting being compared (FIND-POSTING-LOCATION).
01  WS-FLT-LOC-CODE     PIC X(20).
01  WS-FLT-LOC-STATE    PIC X(2).
01  WS-FLT-MODE         PIC X(6).
01  WS-POST-CODE        PIC X(20).
01  WS-POST-STATE       PIC X(2).
01  WS-POST-MODE        PIC X(6).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM LOAD-LAST-RUN
    PERFORM LOAD-SAVED-SEARCHES
    PERFORM LOAD-LOCATION-MASTER
    PERFORM LOAD-JOB-LOCATION-TABLE

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SEARCH-COUNT
        PERFORM LOAD-OWNER-PREFERENCES
        PERFORM COUNT-MATCHES-FOR-SEARCH
        MOVE WS-MATCH-COUNT TO WS-SEARCH-MATCHES(WS-IDX)
        MOVE WS-FIT-COUNT TO WS-SEARCH-FITS(WS-IDX)
    END-PERFORM
    PERFORM RANK-SEARCH-RESULTS

    OPEN OUTPUT MATCH-FILE
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > WS-SEARCH-COUNT
        MOVE WS-ORDER-ENTRY(WS-ORD-IDX) TO WS-IDX
        PERFORM WRITE-MATCH-RECORD
    END-PERFORM
    CLOSE MATCH-FILE
    CLOSE LAST-RUN-FILE
    EXIT PARAGRAPH.

*> LOAD-SAVED-SEARCHES: USERNAME|NAME|KEYWORD|LOCATION|EMPLOYER|TYPE|
*> WORK-MODE (rows saved before work mode existed have six fields).
LOAD-SAVED-SEARCHES.
    MOVE 0 TO WS-SEARCH-COUNT
    MOVE "N" TO EOF-FLAG
                IF SAVED-SEARCH-REC NOT = SPACES
                   AND WS-SEARCH-COUNT < 500
                    ADD 1 TO WS-SEARCH-COUNT
                    MOVE SPACES TO WS-SEARCH-ENTRY(WS-SEARCH-COUNT)
                    UNSTRING SAVED-SEARCH-REC DELIMITED BY "|"
                        INTO WS-SEARCH-USER(WS-SEARCH-COUNT)
                             WS-SEARCH-NAME(WS-SEARCH-COUNT)
                             WS-SEARCH-LOCATION(WS-SEARCH-COUNT)
                             WS-SEARCH-EMPLOYER(WS-SEARCH-COUNT)
                             WS-SEARCH-TYPE(WS-SEARCH-COUNT)
                             WS-SEARCH-MODE(WS-SEARCH-COUNT)
                    END-UNSTRING
                END-IF
        END-READ
*> don't-filter convention BUILD-JOB-SUMMARIES uses.
COUNT-MATCHES-FOR-SEARCH.
    MOVE 0 TO WS-MATCH-COUNT
    MOVE 0 TO WS-FIT-COUNT
    MOVE "N" TO JOB-EOF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-KEYWORD(WS-IDX)))
        TO WS-UPPER-KEYWORD
        TO WS-UPPER-LOCATION
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-EMPLOYER(WS-IDX)))
        TO WS-UPPER-EMPLOYER
    PERFORM PREPARE-SEARCH-LOCATION

    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
                        PERFORM CHECK-SEARCH-FILTERS
                        IF WS-FILTER-MATCH = "Y"
                            ADD 1 TO WS-MATCH-COUNT
                            IF WS-PRF-SET = "Y"
                                PERFORM CHECK-PREFERENCE-FIT
                                IF WS-PRF-FIT = "Y"
                                    ADD 1 TO WS-FIT-COUNT
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
    EXIT PARAGRAPH.

*> CHECK-SEARCH-FILTERS: mirror of InCollege.cob's CHECK-JOB-FILTERS,
*> plus the saved search's optional type restriction. Location and work
*> mode compare master codes when the search's location resolved, and
*> fall back to the substring match when it didn't.
CHECK-SEARCH-FILTERS.
    MOVE "Y" TO WS-FILTER-MATCH

        END-IF
    END-IF

    IF WS-FILTER-MATCH = "Y"
       AND (WS-UPPER-LOCATION NOT = SPACES OR WS-FLT-MODE NOT = SPACES)
        PERFORM FIND-POSTING-LOCATION
        EVALUATE TRUE
            WHEN WS-FLT-LOC-CODE NOT = SPACES
                IF WS-POST-CODE NOT = WS-FLT-LOC-CODE
                    MOVE "N" TO WS-FILTER-MATCH
                END-IF
            WHEN WS-FLT-LOC-STATE NOT = SPACES
                IF WS-POST-STATE NOT = WS-FLT-LOC-STATE
                    MOVE "N" TO WS-FILTER-MATCH
                END-IF
            WHEN WS-UPPER-LOCATION NOT = SPACES
                MOVE FUNCTION UPPER-CASE(JOB-PARSED-LOCATION) TO WS-UPPER-REC-LOCATION
                MOVE 0 TO WS-FILTER-TALLY
                INSPECT WS-UPPER-REC-LOCATION TALLYING WS-FILTER-TALLY
                    FOR ALL FUNCTION TRIM(WS-UPPER-LOCATION)
                IF WS-FILTER-TALLY = 0
                    MOVE "N" TO WS-FILTER-MATCH
                END-IF
        END-EVALUATE
        IF WS-FILTER-MATCH = "Y" AND WS-FLT-MODE NOT = SPACES
           AND WS-POST-MODE NOT = WS-FLT-MODE
            MOVE "N" TO WS-FILTER-MATCH
        END-IF
    END-IF
    END-IF
    EXIT PARAGRAPH.

*> PREPARE-SEARCH-LOCATION: the location and work mode of the search at
*> WS-IDX as master values - InCollege.cob's PREPARE-LOCATION-FILTER.
PREPARE-SEARCH-LOCATION.
    MOVE SPACES TO WS-FLT-LOC-CODE WS-FLT-LOC-STATE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-MODE(WS-IDX))) TO WS-FLT-MODE
    IF WS-UPPER-LOCATION NOT = SPACES
        MOVE WS-SEARCH-LOCATION(WS-IDX) TO WS-LOC-INPUT
        PERFORM RESOLVE-LOCATION-TEXT
        EVALUATE WS-LOC-FOUND
            WHEN "Y"
                MOVE WS-LOC-CODE TO WS-FLT-LOC-CODE
            WHEN "S"
                MOVE WS-LOC-STATE TO WS-FLT-LOC-STATE
            WHEN OTHER
                IF WS-LOC-REMOTE-WORD = "Y" OR WS-LOC-HYBRID-WORD = "Y"
                    MOVE SPACES TO WS-UPPER-LOCATION
                END-IF
        END-EVALUATE
        IF WS-FLT-MODE = SPACES
            IF WS-LOC-REMOTE-WORD = "Y"
                MOVE "REMOTE" TO WS-FLT-MODE
            ELSE
                IF WS-LOC-HYBRID-WORD = "Y"
                    MOVE "HYBRID" TO WS-FLT-MODE
                END-IF
            END-IF
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> FIND-POSTING-LOCATION: the parsed posting's master code, state and
*> work mode into WS-POST-*. A posting with no JobLocations.txt row is
*> resolved from its text and counts as remote or hybrid only when the
*> text says so.
FIND-POSTING-LOCATION.
    MOVE SPACES TO WS-POST-CODE WS-POST-STATE WS-POST-MODE
    PERFORM VARYING WS-JLOC-IDX FROM 1 BY 1 UNTIL WS-JLOC-IDX > WS-JLOC-COUNT
        IF FUNCTION TRIM(WS-JLOC-JOB-ID(WS-JLOC-IDX)) = FUNCTION TRIM(JOB-PARSED-ID)
            MOVE WS-JLOC-CODE(WS-JLOC-IDX) TO WS-POST-CODE
            MOVE WS-JLOC-MODE(WS-JLOC-IDX) TO WS-POST-MODE
        END-IF
    END-PERFORM
    IF WS-POST-CODE NOT = SPACES
        MOVE WS-POST-CODE TO WS-LOC-CODE
        PERFORM LOOKUP-LOCATION-CODE
        MOVE WS-LOC-STATE TO WS-POST-STATE
    END-IF
    IF WS-POST-MODE = SPACES
        MOVE JOB-PARSED-LOCATION TO WS-LOC-INPUT
        PERFORM RESOLVE-LOCATION-TEXT
        IF WS-LOC-FOUND = "Y"
            MOVE WS-LOC-CODE TO WS-POST-CODE
        END-IF
        IF WS-LOC-FOUND NOT = "N"
            MOVE WS-LOC-STATE TO WS-POST-STATE
        END-IF
        EVALUATE TRUE
            WHEN WS-LOC-REMOTE-WORD = "Y"
                MOVE "REMOTE" TO WS-POST-MODE
            WHEN WS-LOC-HYBRID-WORD = "Y"
                MOVE "HYBRID" TO WS-POST-MODE
            WHEN OTHER
                MOVE "ONSITE" TO WS-POST-MODE
        END-EVALUATE
    END-IF
    EXIT PARAGRAPH.

*> LOAD-JOB-LOCATION-TABLE: JobLocations.txt into WS-JLOC-TABLE.
LOAD-JOB-LOCATION-TABLE.
    MOVE 0 TO WS-JLOC-COUNT
    MOVE "N" TO WS-LOC-EOF
    OPEN INPUT JOB-LOC-FILE
    IF JOB-LOC-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOC-EOF = "Y"
        READ JOB-LOC-FILE
            AT END
                MOVE "Y" TO WS-LOC-EOF
            NOT AT END
                IF JOB-LOC-REC NOT = SPACES AND WS-JLOC-COUNT < 2000
                    MOVE SPACES TO WS-JLOC-PARSED-JOB-ID WS-JLOC-PARSED-CODE
                                   WS-JLOC-PARSED-MODE
                    UNSTRING JOB-LOC-REC DELIMITED BY "|"
                        INTO WS-JLOC-PARSED-JOB-ID
                             WS-JLOC-PARSED-CODE
                             WS-JLOC-PARSED-MODE
                    END-UNSTRING
                    ADD 1 TO WS-JLOC-COUNT
                    MOVE WS-JLOC-PARSED-JOB-ID TO WS-JLOC-JOB-ID(WS-JLOC-COUNT)
                    MOVE WS-JLOC-PARSED-CODE TO WS-JLOC-CODE(WS-JLOC-COUNT)
                    MOVE WS-JLOC-PARSED-MODE TO WS-JLOC-MODE(WS-JLOC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-LOC-FILE
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

*> LOAD-OWNER-PREFERENCES: the job preferences of the student who owns
*> the search at WS-IDX. WS-PRF-SET stays "N" when there is no row or
*> the row sets none of location, type or minimum salary.
LOAD-OWNER-PREFERENCES.
    MOVE "N" TO WS-PRF-SET
    MOVE "N" TO PRF-EOF
    MOVE SPACES TO WS-PRF-LOCATIONS WS-PRF-TYPE WS-PRF-START
                   WS-PRF-MIN-SALARY WS-PRF-PERIOD WS-PRF-LOC-TABLE
    MOVE 0 TO WS-PRF-MIN-NUM
    OPEN INPUT PREFERENCE-FILE
    IF PREFERENCE-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL PRF-EOF = "Y"
        READ PREFERENCE-FILE
            AT END
                MOVE "Y" TO PRF-EOF
            NOT AT END
                IF PREFERENCE-REC NOT = SPACES
                    MOVE SPACES TO WS-PRF-PARSED-USER
                    UNSTRING PREFERENCE-REC DELIMITED BY "|"
                        INTO WS-PRF-PARSED-USER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRF-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-USER(WS-IDX)))
                        UNSTRING PREFERENCE-REC DELIMITED BY "|"
                            INTO WS-PRF-PARSED-USER WS-PRF-LOCATIONS
                                 WS-PRF-TYPE WS-PRF-START
                                 WS-PRF-MIN-SALARY WS-PRF-PERIOD
                        END-UNSTRING
                        MOVE "Y" TO PRF-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PREFERENCE-FILE

    UNSTRING FUNCTION UPPER-CASE(WS-PRF-LOCATIONS) DELIMITED BY ","
        INTO WS-PRF-LOC-ITEM(1) WS-PRF-LOC-ITEM(2) WS-PRF-LOC-ITEM(3)
    END-UNSTRING
    PERFORM VARYING WS-PRF-LOC-IDX FROM 1 BY 1 UNTIL WS-PRF-LOC-IDX > 3
        MOVE FUNCTION TRIM(WS-PRF-LOC-ITEM(WS-PRF-LOC-IDX))
            TO WS-PRF-LOC-ITEM(WS-PRF-LOC-IDX)
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRF-TYPE)) TO WS-PRF-TYPE
    IF FUNCTION TRIM(WS-PRF-MIN-SALARY) NOT = SPACES
       AND FUNCTION TRIM(WS-PRF-MIN-SALARY) IS NUMERIC
        MOVE FUNCTION TRIM(WS-PRF-MIN-SALARY) TO WS-PRF-MIN-NUM
    END-IF
    IF WS-PRF-LOC-ITEM(1) NOT = SPACES
       OR WS-PRF-TYPE NOT = SPACES
       OR WS-PRF-MIN-NUM > 0
        MOVE "Y" TO WS-PRF-SET
    END-IF
    EXIT PARAGRAPH.

*> CHECK-PREFERENCE-FIT: does the parsed posting meet every preference
*> the owner has set - a desired location, the posting type, and a
*> structured salary maximum at or above the minimum in the same pay
*> period? The same tests as InCollege.cob's SCORE-JOB-PREFERENCES.
CHECK-PREFERENCE-FIT.
    MOVE "Y" TO WS-PRF-FIT

    IF WS-PRF-LOC-ITEM(1) NOT = SPACES
        MOVE FUNCTION UPPER-CASE(JOB-PARSED-LOCATION) TO WS-UPPER-REC-LOCATION
        MOVE 0 TO WS-FILTER-TALLY
        PERFORM VARYING WS-PRF-LOC-IDX FROM 1 BY 1 UNTIL WS-PRF-LOC-IDX > 3
            IF WS-PRF-LOC-ITEM(WS-PRF-LOC-IDX) NOT = SPACES
                INSPECT WS-UPPER-REC-LOCATION TALLYING WS-FILTER-TALLY
                    FOR ALL FUNCTION TRIM(WS-PRF-LOC-ITEM(WS-PRF-LOC-IDX))
            END-IF
        END-PERFORM
        IF WS-FILTER-TALLY = 0
            MOVE "N" TO WS-PRF-FIT
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-PRF-TYPE NOT = SPACES
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-TYPE)) NOT = WS-PRF-TYPE
        MOVE "N" TO WS-PRF-FIT
        EXIT PARAGRAPH
    END-IF

    IF WS-PRF-MIN-NUM > 0
        IF FUNCTION TRIM(JOB-PARSED-SAL-MAX) = SPACES
           OR FUNCTION TRIM(JOB-PARSED-SAL-MAX) IS NOT NUMERIC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-PARSED-SAL-PERIOD))
              NOT = FUNCTION TRIM(WS-PRF-PERIOD)
            MOVE "N" TO WS-PRF-FIT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(JOB-PARSED-SAL-MAX) TO WS-PRF-SAL-MAX-NUM
        IF WS-PRF-SAL-MAX-NUM < WS-PRF-MIN-NUM
            MOVE "N" TO WS-PRF-FIT
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> RANK-SEARCH-RESULTS: insertion sort of search-table subscripts into
*> WS-ORDER-ENTRY - most preference-fitting postings first, then most
*> new postings, file order among equals.
RANK-SEARCH-RESULTS.
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > WS-SEARCH-COUNT
        MOVE WS-ORD-IDX TO WS-ORDER-ENTRY(WS-ORD-IDX)
    END-PERFORM
    PERFORM VARYING WS-ORD-IDX FROM 2 BY 1 UNTIL WS-ORD-IDX > WS-SEARCH-COUNT
        MOVE WS-ORDER-ENTRY(WS-ORD-IDX) TO WS-ORD-TEMP
        MOVE WS-ORD-IDX TO WS-ORD-IDX2
        PERFORM UNTIL WS-ORD-IDX2 <= 1
            OR WS-SEARCH-FITS(WS-ORDER-ENTRY(WS-ORD-IDX2 - 1))
               > WS-SEARCH-FITS(WS-ORD-TEMP)
            OR (WS-SEARCH-FITS(WS-ORDER-ENTRY(WS-ORD-IDX2 - 1))
                = WS-SEARCH-FITS(WS-ORD-TEMP)
                AND WS-SEARCH-MATCHES(WS-ORDER-ENTRY(WS-ORD-IDX2 - 1))
                    >= WS-SEARCH-MATCHES(WS-ORD-TEMP))
            MOVE WS-ORDER-ENTRY(WS-ORD-IDX2 - 1) TO WS-ORDER-ENTRY(WS-ORD-IDX2)
            SUBTRACT 1 FROM WS-ORD-IDX2
        END-PERFORM
        MOVE WS-ORD-TEMP TO WS-ORDER-ENTRY(WS-ORD-IDX2)
    END-PERFORM
    EXIT PARAGRAPH.

WRITE-MATCH-RECORD.
    MOVE WS-SEARCH-MATCHES(WS-IDX) TO WS-COUNT-EDIT
    MOVE WS-SEARCH-FITS(WS-IDX) TO WS-FIT-EDIT
    MOVE SPACES TO MATCH-REC
    STRING FUNCTION TRIM(WS-SEARCH-USER(WS-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-SEARCH-NAME(WS-IDX)) DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-COUNT-EDIT)          DELIMITED BY SIZE "|"
           WS-TODAY                              DELIMITED BY SIZE "|"
           FUNCTION TRIM(WS-FIT-EDIT)            DELIMITED BY SIZE
        INTO MATCH-REC
    END-STRING
    WRITE MATCH-REC
