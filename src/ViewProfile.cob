*> PROFILE-STORAGE. L-VIEW-MODE is "SELF" (own profile), "SEARCH"
*> (someone else's, found via the Find menu), "LIMITED" (someone
*> else's connections-only profile seen by a non-connection - just the
*> name and university), "EXPORT" (own profile, written to a
*> standalone resume file instead of the screen/transcript), or
*> "REVIEW" (the same resume, written to a review copy the resume
*> review queue snapshots and employer resume books are assembled
*> from - the student's own export is left alone).
IDENTIFICATION DIVISION.
PROGRAM-ID. VIEWPROFILE.

    SELECT CERT-FILE ASSIGN TO "../data/SkillCertificates.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERT-STATUS.
    *> Read-only: portfolio projects
    *> (USERNAME|SEQ|TITLE|ROLE|START|END|URL|DESCRIPTION) and their
    *> canonical skill tags (USERNAME|SEQ|TAG), maintained from the
    *> profile flow.
    SELECT PROJECT-FILE ASSIGN TO "../data/Projects.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-STATUS.
    SELECT PROJECT-TAG-FILE ASSIGN TO "../data/ProjectSkillTags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROJECT-TAG-STATUS.
    *> Read-only: professional certifications and licenses
    *> (USERNAME|SEQ|NAME|ISSUER|CREDENTIAL-ID|ISSUE-DATE|EXPIRY-DATE|
    *> STATUS|REMINDED), maintained from the profile flow.
    SELECT CERTIFICATION-FILE ASSIGN TO "../data/Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERTIFICATION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CERT-FILE.
01  CERT-REC               PIC X(70).

FD  PROJECT-FILE.
01  PROJECT-REC            PIC X(500).

FD  PROJECT-TAG-FILE.
01  PROJECT-TAG-REC        PIC X(100).

FD  CERTIFICATION-FILE.
01  CERTIFICATION-REC      PIC X(300).

WORKING-STORAGE SECTION.
01  VERIFIED-STATUS        PIC XX.
01  CERT-STATUS            PIC XX.
01  WS-CERT-PARSED-SKILL   PIC X(1).
01  WS-CERT-PARSED-DATE    PIC X(8).
01  WS-CERT-SKILL-NAME     PIC X(40).
01  PROJECT-STATUS         PIC XX.
01  PROJECT-TAG-STATUS     PIC XX.
01  PRJ-EOF                PIC X VALUE "N".
01  PTG-EOF                PIC X VALUE "N".
01  WS-PRJ-SHOWN           PIC 9(2) VALUE 0.
01  WS-PRJ-PARSED-USER     PIC X(50).
01  WS-PRJ-PARSED-SEQ      PIC X(2).
01  WS-PRJ-PARSED-TITLE    PIC X(50).
01  WS-PRJ-PARSED-ROLE     PIC X(50).
01  WS-PRJ-PARSED-START    PIC X(10).
01  WS-PRJ-PARSED-END      PIC X(10).
01  WS-PRJ-PARSED-URL      PIC X(100).
01  WS-PRJ-PARSED-DESC     PIC X(200).
01  WS-PTG-PARSED-USER     PIC X(50).
01  WS-PTG-PARSED-SEQ      PIC X(2).
01  WS-PTG-PARSED-TAG      PIC X(40).
01  WS-PRJ-TAG-LIST        PIC X(180).
01  WS-PRJ-TAG-WORK        PIC X(180).
01  WS-PRJ-TAG-COUNT       PIC 9(2) VALUE 0.
01  CERTIFICATION-STATUS   PIC XX.
01  PCT-EOF                PIC X VALUE "N".
01  WS-PCT-SHOWN           PIC 9(2) VALUE 0.
01  WS-PCT-TODAY           PIC X(8).
01  WS-PCT-PARSED-USER     PIC X(50).
01  WS-PCT-PARSED-SEQ      PIC X(2).
01  WS-PCT-PARSED-NAME     PIC X(60).
01  WS-PCT-PARSED-ISSUER   PIC X(60).
01  WS-PCT-PARSED-CRED-ID  PIC X(30).
01  WS-PCT-PARSED-ISSUED   PIC X(8).
01  WS-PCT-PARSED-EXPIRES  PIC X(8).
01  WS-PCT-PARSED-STATE    PIC X(7).
01  VER-EOF                PIC X VALUE "N".
01  WS-EDU-VERIFIED        PIC X VALUE "N".
01  WS-VER-PARSED-USER     PIC X(50).

PROCEDURE DIVISION USING L-USERNAME L-PROFILE-DATA L-VIEW-MODE.

    IF L-VIEW-MODE = "EXPORT" OR L-VIEW-MODE = "REVIEW"
        PERFORM OPEN-RESUME-FILE
    END-IF

            INTO WS-MESSAGE
        END-STRING
        PERFORM DUAL-OUTPUT
        IF L-VIEW-MODE = "EXPORT" OR L-VIEW-MODE = "REVIEW"
            CLOSE RESUME-FILE
        END-IF
        GOBACK
        END-IF
    END-PERFORM

    PERFORM SHOW-PROJECTS
    PERFORM SHOW-CERTIFICATIONS
    PERFORM SHOW-CERTIFICATES
    PERFORM SHOW-GROUP-MEMBERSHIPS
    PERFORM SHOW-RECOMMENDATIONS
    MOVE "--------------------" TO WS-MESSAGE
    PERFORM DUAL-OUTPUT

    IF L-VIEW-MODE = "REVIEW"
        CLOSE RESUME-FILE
    END-IF
    IF L-VIEW-MODE = "EXPORT"
        CLOSE RESUME-FILE
        MOVE SPACES TO WS-MESSAGE
    CLOSE CERT-FILE
    EXIT PARAGRAPH.

*> SHOW-PROJECTS: portfolio projects for L-USERNAME, each with its
*> role, dates, link, description and skill tags. Silent when there
*> are none.
SHOW-PROJECTS.
    MOVE 0 TO WS-PRJ-SHOWN
    MOVE "N" TO PRJ-EOF
    OPEN INPUT PROJECT-FILE
    IF PROJECT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL PRJ-EOF = "Y"
        READ PROJECT-FILE
            AT END
                MOVE "Y" TO PRJ-EOF
            NOT AT END
                IF PROJECT-REC NOT = SPACES
                    MOVE SPACES TO WS-PRJ-PARSED-USER WS-PRJ-PARSED-SEQ
                                   WS-PRJ-PARSED-TITLE WS-PRJ-PARSED-ROLE
                                   WS-PRJ-PARSED-START WS-PRJ-PARSED-END
                                   WS-PRJ-PARSED-URL WS-PRJ-PARSED-DESC
                    UNSTRING PROJECT-REC DELIMITED BY "|"
                        INTO WS-PRJ-PARSED-USER
                             WS-PRJ-PARSED-SEQ
                             WS-PRJ-PARSED-TITLE
                             WS-PRJ-PARSED-ROLE
                             WS-PRJ-PARSED-START
                             WS-PRJ-PARSED-END
                             WS-PRJ-PARSED-URL
                             WS-PRJ-PARSED-DESC
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRJ-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
                        PERFORM SHOW-ONE-PROJECT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROJECT-FILE
    EXIT PARAGRAPH.

SHOW-ONE-PROJECT.
    IF WS-PRJ-SHOWN = 0
        MOVE "Projects:" TO WS-MESSAGE
        PERFORM DUAL-OUTPUT
    END-IF
    ADD 1 TO WS-PRJ-SHOWN
    MOVE SPACES TO WS-MESSAGE
    IF FUNCTION TRIM(WS-PRJ-PARSED-ROLE) = SPACES
        STRING "  " FUNCTION TRIM(WS-PRJ-PARSED-TITLE)
               " (" FUNCTION TRIM(WS-PRJ-PARSED-START)
               " - " FUNCTION TRIM(WS-PRJ-PARSED-END) ")"
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
    ELSE
        STRING "  " FUNCTION TRIM(WS-PRJ-PARSED-TITLE)
               " - " FUNCTION TRIM(WS-PRJ-PARSED-ROLE)
               " (" FUNCTION TRIM(WS-PRJ-PARSED-START)
               " - " FUNCTION TRIM(WS-PRJ-PARSED-END) ")"
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
    END-IF
    PERFORM DUAL-OUTPUT
    IF FUNCTION TRIM(WS-PRJ-PARSED-URL) NOT = SPACES
        MOVE SPACES TO WS-MESSAGE
        STRING "    Link: " FUNCTION TRIM(WS-PRJ-PARSED-URL)
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    IF FUNCTION TRIM(WS-PRJ-PARSED-DESC) NOT = SPACES
        MOVE SPACES TO WS-MESSAGE
        STRING "    " FUNCTION TRIM(WS-PRJ-PARSED-DESC)
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    PERFORM BUILD-PROJECT-TAG-LIST
    IF WS-PRJ-TAG-COUNT > 0
        MOVE SPACES TO WS-MESSAGE
        STRING "    Skills: " FUNCTION TRIM(WS-PRJ-TAG-LIST)
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> BUILD-PROJECT-TAG-LIST: comma-separated tags for the project
*> currently parsed into WS-PRJ-PARSED-USER / WS-PRJ-PARSED-SEQ.
BUILD-PROJECT-TAG-LIST.
    MOVE SPACES TO WS-PRJ-TAG-LIST
    MOVE 0 TO WS-PRJ-TAG-COUNT
    MOVE "N" TO PTG-EOF
    OPEN INPUT PROJECT-TAG-FILE
    IF PROJECT-TAG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL PTG-EOF = "Y"
        READ PROJECT-TAG-FILE
            AT END
                MOVE "Y" TO PTG-EOF
            NOT AT END
                IF PROJECT-TAG-REC NOT = SPACES
                    MOVE SPACES TO WS-PTG-PARSED-USER WS-PTG-PARSED-SEQ
                                   WS-PTG-PARSED-TAG
                    UNSTRING PROJECT-TAG-REC DELIMITED BY "|"
                        INTO WS-PTG-PARSED-USER
                             WS-PTG-PARSED-SEQ
                             WS-PTG-PARSED-TAG
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTG-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRJ-PARSED-USER))
                       AND WS-PTG-PARSED-SEQ = WS-PRJ-PARSED-SEQ
                        IF WS-PRJ-TAG-COUNT = 0
                            MOVE FUNCTION TRIM(WS-PTG-PARSED-TAG)
                                TO WS-PRJ-TAG-LIST
                        ELSE
                            MOVE SPACES TO WS-PRJ-TAG-WORK
                            STRING FUNCTION TRIM(WS-PRJ-TAG-LIST) ", "
                                   FUNCTION TRIM(WS-PTG-PARSED-TAG)
                                DELIMITED BY SIZE
                                INTO WS-PRJ-TAG-WORK
                            END-STRING
                            MOVE WS-PRJ-TAG-WORK TO WS-PRJ-TAG-LIST
                        END-IF
                        ADD 1 TO WS-PRJ-TAG-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROJECT-TAG-FILE
    EXIT PARAGRAPH.

*> SHOW-CERTIFICATIONS: professional certifications and licenses for
*> L-USERNAME. One past its expiry date is labeled EXPIRED even before
*> the nightly batch has marked the row, so a lapsed credential is
*> never shown as current. Silent when there are none.
SHOW-CERTIFICATIONS.
    MOVE 0 TO WS-PCT-SHOWN
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PCT-TODAY
    MOVE "N" TO PCT-EOF
    OPEN INPUT CERTIFICATION-FILE
    IF CERTIFICATION-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL PCT-EOF = "Y"
        READ CERTIFICATION-FILE
            AT END
                MOVE "Y" TO PCT-EOF
            NOT AT END
                IF CERTIFICATION-REC NOT = SPACES
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
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PCT-PARSED-USER))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(L-USERNAME))
                        PERFORM SHOW-ONE-CERTIFICATION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CERTIFICATION-FILE
    EXIT PARAGRAPH.

SHOW-ONE-CERTIFICATION.
    IF WS-PCT-SHOWN = 0
        MOVE "Certifications & Licenses:" TO WS-MESSAGE
        PERFORM DUAL-OUTPUT
    END-IF
    ADD 1 TO WS-PCT-SHOWN
    MOVE SPACES TO WS-MESSAGE
    STRING "  " FUNCTION TRIM(WS-PCT-PARSED-NAME)
           " - " FUNCTION TRIM(WS-PCT-PARSED-ISSUER)
        DELIMITED BY SIZE
        INTO WS-MESSAGE
    END-STRING
    PERFORM DUAL-OUTPUT
    MOVE SPACES TO WS-MESSAGE
    IF WS-PCT-PARSED-STATE = "Expired"
       OR (WS-PCT-PARSED-EXPIRES IS NUMERIC
           AND WS-PCT-PARSED-EXPIRES < WS-PCT-TODAY)
        STRING "    Issued " FUNCTION TRIM(WS-PCT-PARSED-ISSUED)
               ", EXPIRED " FUNCTION TRIM(WS-PCT-PARSED-EXPIRES)
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
    ELSE
        IF WS-PCT-PARSED-EXPIRES IS NUMERIC
            STRING "    Issued " FUNCTION TRIM(WS-PCT-PARSED-ISSUED)
                   ", expires " FUNCTION TRIM(WS-PCT-PARSED-EXPIRES)
                DELIMITED BY SIZE
                INTO WS-MESSAGE
            END-STRING
        ELSE
            STRING "    Issued " FUNCTION TRIM(WS-PCT-PARSED-ISSUED)
                   ", no expiry"
                DELIMITED BY SIZE
                INTO WS-MESSAGE
            END-STRING
        END-IF
    END-IF
    PERFORM DUAL-OUTPUT
    IF FUNCTION TRIM(WS-PCT-PARSED-CRED-ID) NOT = SPACES
        MOVE SPACES TO WS-MESSAGE
        STRING "    Credential ID: " FUNCTION TRIM(WS-PCT-PARSED-CRED-ID)
            DELIMITED BY SIZE
            INTO WS-MESSAGE
        END-STRING
        PERFORM DUAL-OUTPUT
    END-IF
    EXIT PARAGRAPH.

*> SHOW-GROUP-MEMBERSHIPS: the groups L-USERNAME belongs to. Silent
*> when there are none.
SHOW-GROUP-MEMBERSHIPS.

*> OPEN-RESUME-FILE: one resume file per export, named after the
*> owning username, so repeated exports simply overwrite the same file
*> rather than piling up. A review copy gets its own name.
OPEN-RESUME-FILE.
    MOVE SPACES TO WS-RESUME-FILENAME
    IF L-VIEW-MODE = "REVIEW"
        STRING "../data/" FUNCTION TRIM(L-USERNAME) "-ReviewCopy.txt"
            DELIMITED BY SIZE
            INTO WS-RESUME-FILENAME
        END-STRING
    ELSE
        STRING "../data/" FUNCTION TRIM(L-USERNAME) "-Resume.txt"
            DELIMITED BY SIZE
            INTO WS-RESUME-FILENAME
        END-STRING
    END-IF
    OPEN OUTPUT RESUME-FILE
    EXIT PARAGRAPH.

DUAL-OUTPUT.
    IF L-VIEW-MODE = "EXPORT" OR L-VIEW-MODE = "REVIEW"
        WRITE RESUME-REC FROM WS-MESSAGE
    ELSE
        DISPLAY WS-MESSAGE
