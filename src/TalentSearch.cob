    SELECT PROFILE-TAG-FILE ASSIGN TO "../data/ProfileSkillTags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-TAG-STAT.
    *> Project skill tags (USERNAME|SEQ|TAG) from the profile's
    *> projects section count toward the same tag filter.
    SELECT PROJECT-TAG-FILE ASSIGN TO "../data/ProjectSkillTags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-TAG-STAT.
    SELECT SYNONYM-FILE ASSIGN TO "../data/SkillSynonyms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SYNONYM-STAT.
    SELECT VERIFIED-EXP-FILE ASSIGN TO "../data/VerifiedExperience.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VERIFIED-EXP-STAT.
    *> Read-only: job-seeker preferences (USERNAME|LOCATIONS|TYPE|
    *> EARLIEST-START|MIN-SALARY|SAL-PERIOD|OPEN|UPDATED-DATE). OPEN N
    *> marks a student who is no longer looking, set on the student's
    *> own say-so or when they accept an offer; no row reads as open.
    SELECT PREFERENCE-FILE ASSIGN TO "../data/JobPreferences.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREFERENCE-STAT.

DATA DIVISION.
FILE SECTION.
01  SKILL-REC               PIC X(60).
FD  PROFILE-TAG-FILE.
01  PROFILE-TAG-REC         PIC X(100).
FD  PROJECT-TAG-FILE.
01  PROJECT-TAG-REC         PIC X(100).
FD  SYNONYM-FILE.
01  SYNONYM-REC             PIC X(90).
FD  VERIFIED-FILE.
01  VERIFIED-REC             PIC X(200).
FD  VERIFIED-EXP-FILE.
01  VERIFIED-EXP-REC         PIC X(200).
FD  PREFERENCE-FILE.
01  PREFERENCE-REC           PIC X(200).

WORKING-STORAGE SECTION.
01  PROFILE-TAG-STAT          PIC XX.
01  PROJECT-TAG-STAT           PIC XX.
01  WS-PJT-PARSED-SEQ          PIC X(2).
01  SYNONYM-STAT               PIC XX.
01  TAG-EOF                    PIC X VALUE "N".
01  SYN-EOF                    PIC X VALUE "N".
01  VERIFIED-EXP-STAT         PIC XX.
01  WS-HAS-VEXP               PIC X VALUE "N".
01  WS-VEX-PARSED-USER        PIC X(50).
01  PREFERENCE-STAT           PIC XX.
01  PRF-EOF                   PIC X VALUE "N".
01  WS-HAS-PREFS              PIC X VALUE "N".
01  WS-PRF-PARSED-USER        PIC X(50).
01  WS-PRF-PARSED-LOCATIONS   PIC X(100).
01  WS-PRF-PARSED-TYPE        PIC X(15).
01  WS-PRF-PARSED-START       PIC X(8).
01  WS-PRF-PARSED-MIN-SALARY  PIC X(9).
01  WS-PRF-PARSED-PERIOD      PIC X(8).
01  WS-PRF-PARSED-OPEN        PIC X(1).
01  WS-EFF-GPA                PIC 9V99 VALUE 0.
01  WS-CALLER-CAMPUS          PIC X(10).
01  WS-CANDIDATE-CAMPUS       PIC X(10).
*> default (a blank campus on either side reads as MAIN), the same
*> partitioning the browse filters and SEARCHPROFILE apply.
01  L-CALLER-CAMPUS          PIC X(10).
*> "Y" restricts matches to students open to opportunities (no
*> preferences row, or one with OPEN Y); blank means no restriction.
01  L-OPEN-ONLY              PIC X(1).

PROCEDURE DIVISION USING L-MAJOR L-UNIVERSITY L-YEAR-FROM L-YEAR-TO
    L-MIN-GPA L-SKILL-ID L-SKILL-TAG L-VERIFIED-EXP L-MATCH-COUNT
    L-MATCH-USERNAMES L-MATCH-DISPLAY-LINES L-CALLER-CAMPUS
    L-OPEN-ONLY.
    MOVE 0 TO L-MATCH-COUNT
    MOVE SPACES TO L-MATCH-USERNAMES
    MOVE SPACES TO L-MATCH-DISPLAY-LINES
            MOVE "N" TO WS-IS-MATCH
        END-IF
    END-IF

    IF WS-IS-MATCH = "Y" AND L-OPEN-ONLY = "Y"
        PERFORM LOOK-UP-PREFERENCES
        IF WS-PRF-PARSED-OPEN = "N"
            MOVE "N" TO WS-IS-MATCH
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> CHECK-TAG-PRESENT: any of the candidate's profile or project tags,
*> folded through the synonym table, equal to the canonical filter term?
CHECK-TAG-PRESENT.
    MOVE "N" TO WS-HAS-TAG
    MOVE "N" TO TAG-EOF
        END-READ
    END-PERFORM
    CLOSE PROFILE-TAG-FILE
    IF WS-HAS-TAG = "N"
        PERFORM CHECK-PROJECT-TAG-PRESENT
    END-IF
    EXIT PARAGRAPH.

*> CHECK-PROJECT-TAG-PRESENT: the same test against the tags recorded
*> on the candidate's portfolio projects.
CHECK-PROJECT-TAG-PRESENT.
    MOVE "N" TO TAG-EOF
    OPEN INPUT PROJECT-TAG-FILE
    IF PROJECT-TAG-STAT = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL TAG-EOF = "Y"
        READ PROJECT-TAG-FILE
            AT END
                MOVE "Y" TO TAG-EOF
            NOT AT END
                IF PROJECT-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-PTG-PARSED-USER WS-PJT-PARSED-SEQ
                                   WS-PTG-PARSED-TAG
                    UNSTRING PROJECT-TAG-REC DELIMITED BY "|"
                        INTO WS-PTG-PARSED-USER
                             WS-PJT-PARSED-SEQ
                             WS-PTG-PARSED-TAG
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        PERFORM CANONICALIZE-CANDIDATE-TAG
                        IF WS-TAG-CANON
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(L-SKILL-TAG))
                            MOVE "Y" TO WS-HAS-TAG
                            MOVE "Y" TO TAG-EOF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROJECT-TAG-FILE
    EXIT PARAGRAPH.

CANONICALIZE-CANDIDATE-TAG.
            INTO WS-DISPLAY-LINE
        END-STRING
    END-IF
    PERFORM LOOK-UP-PREFERENCES
    IF WS-HAS-PREFS = "Y"
        EVALUATE TRUE
            WHEN WS-PRF-PARSED-OPEN = "N"
                STRING FUNCTION TRIM(WS-DISPLAY-LINE) DELIMITED BY SIZE
                       " [Not Looking]"              DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE
                END-STRING
            WHEN WS-PRF-PARSED-START NOT = SPACES
                STRING FUNCTION TRIM(WS-DISPLAY-LINE) DELIMITED BY SIZE
                       " [Open to Opportunities, available from " DELIMITED BY SIZE
                       WS-PRF-PARSED-START            DELIMITED BY SIZE
                       "]"                            DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE
                END-STRING
            WHEN OTHER
                STRING FUNCTION TRIM(WS-DISPLAY-LINE) DELIMITED BY SIZE
                       " [Open to Opportunities]"    DELIMITED BY SIZE
                    INTO WS-DISPLAY-LINE
                END-STRING
        END-EVALUATE
    END-IF
    MOVE WS-DISPLAY-LINE TO L-MATCH-DISPLAY-LINE(L-MATCH-COUNT)
    EXIT PARAGRAPH.

    CLOSE VERIFIED-EXP-FILE
    EXIT PARAGRAPH.

*> LOOK-UP-PREFERENCES: the candidate's job-preferences row, if any.
*> WS-PRF-PARSED-OPEN comes back "Y" when there is no row.
LOOK-UP-PREFERENCES.
    MOVE "N" TO WS-HAS-PREFS
    MOVE "N" TO PRF-EOF
    MOVE "Y" TO WS-PRF-PARSED-OPEN
    MOVE SPACES TO WS-PRF-PARSED-START
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
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USERNAME))
                        UNSTRING PREFERENCE-REC DELIMITED BY "|"
                            INTO WS-PRF-PARSED-USER WS-PRF-PARSED-LOCATIONS
                                 WS-PRF-PARSED-TYPE WS-PRF-PARSED-START
                                 WS-PRF-PARSED-MIN-SALARY WS-PRF-PARSED-PERIOD
                                 WS-PRF-PARSED-OPEN
                        END-UNSTRING
                        IF WS-PRF-PARSED-OPEN NOT = "N"
                            MOVE "Y" TO WS-PRF-PARSED-OPEN
                        END-IF
                        MOVE "Y" TO WS-HAS-PREFS
                        MOVE "Y" TO PRF-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PREFERENCE-FILE
    EXIT PARAGRAPH.

END PROGRAM TALENTSEARCH.
