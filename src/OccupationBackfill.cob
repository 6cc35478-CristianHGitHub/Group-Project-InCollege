*> Stand-alone one-time backfill of standard occupation codes. Run this
*> directly, once, after Occupations.txt and OccupationKeywords.txt are
*> in place - postings created before classification existed have no
*> JobOccupations.txt row. Every posting in JobPostings.txt without one
*> is keyword-matched on its title (word starts, longest keyword wins -
*> the same match POST-JOB-FLOW suggests from) and, when a keyword hits,
*> gets a JOB-ID|SOC-CODE|BACKFILL row. Anything no keyword matches is
*> written to ../data/OccupationReviewList.txt (JOB-ID|TITLE|EMPLOYER|
*> POSTED-DATE) for an administrator to classify by hand through the
*> Admin Console's Occupation Codes option. Postings already classified
*> are never touched, so a rerun after new keywords are added only
*> picks up what is still unclassified and rebuilds the review list.
IDENTIFICATION DIVISION.
PROGRAM-ID. OCCUPATIONBACKFILL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-FILE ASSIGN TO "../data/JobPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-STAT.
    SELECT OCC-KEYWORD-FILE ASSIGN TO "../data/OccupationKeywords.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OCC-KEYWORD-STAT.
    SELECT JOB-OCC-FILE ASSIGN TO "../data/JobOccupations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-OCC-STAT.
    SELECT REVIEW-FILE ASSIGN TO "../data/OccupationReviewList.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REVIEW-STAT.

DATA DIVISION.
FILE SECTION.
FD  JOB-FILE.
01  JOB-REC             PIC X(1000).
FD  OCC-KEYWORD-FILE.
01  OCC-KEYWORD-REC     PIC X(60).
FD  JOB-OCC-FILE.
01  JOB-OCC-REC         PIC X(40).
FD  REVIEW-FILE.
01  REVIEW-REC          PIC X(300).

WORKING-STORAGE SECTION.
01  JOB-STAT            PIC XX.
01  OCC-KEYWORD-STAT    PIC XX.
01  JOB-OCC-STAT        PIC XX.
01  REVIEW-STAT         PIC XX.
01  EOF-FLAG            PIC X VALUE "N".
01  WS-IDX              PIC 9(4) VALUE 0.
01  WS-FOUND            PIC X VALUE "N".

*> Title keywords, loaded once rather than re-read per posting.
01  WS-KEY-COUNT        PIC 9(4) VALUE 0.
01  WS-KEY-TABLE.
    05  WS-KEY-ENTRY OCCURS 500 TIMES.
        10  WS-KEY-TEXT       PIC X(42).
        10  WS-KEY-LEN        PIC 9(3).
        10  WS-KEY-CODE       PIC X(7).

*> JobIDs that already carry a classification.
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
01  WS-MATCH-TEXT       PIC X(104).
01  WS-MATCH-CODE       PIC X(7).
01  WS-BEST-LEN         PIC 9(3) VALUE 0.
01  WS-HITS             PIC 9(4) VALUE 0.

01  WS-POSTINGS-READ    PIC 9(6) VALUE 0.
01  WS-ALREADY-DONE     PIC 9(6) VALUE 0.
01  WS-CLASSIFIED       PIC 9(6) VALUE 0.
01  WS-FOR-REVIEW       PIC 9(6) VALUE 0.
01  WS-COUNT-EDIT       PIC ZZZ,ZZ9.
01  WS-REPORT-LINE      PIC X(150).

PROCEDURE DIVISION.
    PERFORM LOAD-KEYWORDS
    PERFORM LOAD-CLASSIFIED-JOBS

    OPEN INPUT JOB-FILE
    IF JOB-STAT = "35"
        DISPLAY "No job postings found at ../data/JobPostings.txt"
        STOP RUN
    END-IF
    OPEN OUTPUT REVIEW-FILE
    OPEN EXTEND JOB-OCC-FILE
    IF JOB-OCC-STAT = "35"
        OPEN OUTPUT JOB-OCC-FILE
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
    CLOSE JOB-OCC-FILE
    CLOSE REVIEW-FILE

    PERFORM PRINT-BACKFILL-SUMMARY
    STOP RUN.

*> LOAD-KEYWORDS: KEYWORD|SOC-CODE, kept upper-cased with a leading
*> space so a match can only start at a word boundary.
LOAD-KEYWORDS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OCC-KEYWORD-FILE
    IF OCC-KEYWORD-STAT = "35"
        DISPLAY "Warning: OccupationKeywords.txt not found - every posting goes to review."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OCC-KEYWORD-FILE
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OCC-KEYWORD-REC NOT = SPACES AND WS-KEY-COUNT < 500
                    MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                    UNSTRING OCC-KEYWORD-REC DELIMITED BY "|"
                        INTO WS-FIELD-1 WS-FIELD-2
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-FIELD-1) NOT = SPACES
                       AND FUNCTION TRIM(WS-FIELD-2) NOT = SPACES
                        ADD 1 TO WS-KEY-COUNT
                        MOVE SPACES TO WS-KEY-TEXT(WS-KEY-COUNT)
                        STRING " " DELIMITED BY SIZE
                               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-1))
                                   DELIMITED BY SIZE
                            INTO WS-KEY-TEXT(WS-KEY-COUNT)
                        END-STRING
                        COMPUTE WS-KEY-LEN(WS-KEY-COUNT) =
                            FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-1)) + 1
                        MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-KEY-CODE(WS-KEY-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OCC-KEYWORD-FILE
    EXIT PARAGRAPH.

LOAD-CLASSIFIED-JOBS.
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
                IF JOB-OCC-REC NOT = SPACES AND WS-DONE-COUNT < 2000
                    MOVE SPACES TO WS-FIELD-1
                    UNSTRING JOB-OCC-REC DELIMITED BY "|"
                        INTO WS-FIELD-1
                    END-UNSTRING
                    ADD 1 TO WS-DONE-COUNT
                    MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-DONE-JOB-ID(WS-DONE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-OCC-FILE
    EXIT PARAGRAPH.

*> BACKFILL-ONE-POSTING: JOB-ID|USER|TITLE|DESC|EMPLOYER|LOCATION|
*> SALARY|STATUS|POSTED-DATE|... - skip it if already classified,
*> otherwise classify it or put it on the review list.
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

    PERFORM MATCH-TITLE-KEYWORDS
    IF WS-MATCH-CODE NOT = SPACES
        MOVE SPACES TO JOB-OCC-REC
        STRING FUNCTION TRIM(WS-FIELD-1)    DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-MATCH-CODE) DELIMITED BY SIZE "|"
               "BACKFILL"                   DELIMITED BY SIZE
            INTO JOB-OCC-REC
        END-STRING
        WRITE JOB-OCC-REC
        ADD 1 TO WS-CLASSIFIED
    ELSE
        MOVE SPACES TO REVIEW-REC
        STRING FUNCTION TRIM(WS-FIELD-1) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIELD-3) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIELD-5) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIELD-9) DELIMITED BY SIZE
            INTO REVIEW-REC
        END-STRING
        WRITE REVIEW-REC
        ADD 1 TO WS-FOR-REVIEW
    END-IF
    EXIT PARAGRAPH.

*> MATCH-TITLE-KEYWORDS: the title in WS-FIELD-3, upper-cased with
*> punctuation blanked, against every keyword - longest hit wins.
MATCH-TITLE-KEYWORDS.
    MOVE SPACES TO WS-MATCH-CODE
    MOVE 0 TO WS-BEST-LEN
    MOVE SPACES TO WS-MATCH-TEXT
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-3)) DELIMITED BY SIZE
        INTO WS-MATCH-TEXT
    END-STRING
    INSPECT WS-MATCH-TEXT REPLACING ALL "/" BY " "
                                    ALL "," BY " "
                                    ALL "-" BY " "
                                    ALL "(" BY " "
                                    ALL ")" BY " "
                                    ALL "." BY " "
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KEY-COUNT
        MOVE 0 TO WS-HITS
        INSPECT WS-MATCH-TEXT TALLYING WS-HITS
            FOR ALL WS-KEY-TEXT(WS-IDX)(1:WS-KEY-LEN(WS-IDX))
        IF WS-HITS > 0 AND WS-KEY-LEN(WS-IDX) > WS-BEST-LEN
            MOVE WS-KEY-LEN(WS-IDX) TO WS-BEST-LEN
            MOVE WS-KEY-CODE(WS-IDX) TO WS-MATCH-CODE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

PRINT-BACKFILL-SUMMARY.
    DISPLAY "Occupation Backfill Summary"
    MOVE WS-POSTINGS-READ TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Postings read:       " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-ALREADY-DONE TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Already classified:  " DELIMITED BY SIZE
           WS-COUNT-EDIT           DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    END-STRING
    DISPLAY WS-REPORT-LINE

    MOVE WS-CLASSIFIED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Classified now:      " DELIMITED BY SIZE
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
    DISPLAY "Review list written to ../data/OccupationReviewList.txt"
    EXIT PARAGRAPH.

END PROGRAM OCCUPATIONBACKFILL.
