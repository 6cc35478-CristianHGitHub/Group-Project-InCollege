    STOP RUN.

*> VALIDATE-JOB-FILE: JobPostings.txt rows are ID|USERNAME|TITLE|DESC|
*> EMPLOYER|LOCATION|SALARY|STATUS|POSTED-DATE|TYPE|CAMPUS|SAL-MIN|
*> SAL-MAX|SAL-PERIOD|PUBLISH-ON|BLIND-REVIEW. Rows written before the
*> fields after SALARY existed are still readable by every parser, so
*> only rows missing fields up through SALARY (fewer than 6
*> delimiters) or carrying more than the 16 fields count as
*> structurally broken.
VALIDATE-JOB-FILE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-FILE
    MOVE SPACES TO WS-REASON
    MOVE 0 TO WS-PIPE-COUNT
    INSPECT JOB-REC TALLYING WS-PIPE-COUNT FOR ALL "|"
    IF WS-PIPE-COUNT < 6 OR WS-PIPE-COUNT > 15
        MOVE "Y" TO WS-ROW-BAD
        MOVE "JP01" TO WS-REASON
        EXIT PARAGRAPH
            WHEN "FILLED" CONTINUE
            WHEN "EXPIRED" CONTINUE
            WHEN "REMOVED" CONTINUE
            WHEN "PENDING" CONTINUE
            WHEN OTHER
                MOVE "Y" TO WS-ROW-BAD
                MOVE "JP04" TO WS-REASON
            WHEN "REJECTED" CONTINUE
            WHEN "HIRED" CONTINUE
            WHEN "WITHDRAWN" CONTINUE
            WHEN "POSITION FILLED" CONTINUE
            WHEN OTHER
                MOVE "Y" TO WS-ROW-BAD
                MOVE "AP04" TO WS-REASON
    MOVE SPACES TO WS-REASON
    MOVE 0 TO WS-PIPE-COUNT
    INSPECT FLAG-REC TALLYING WS-PIPE-COUNT FOR ALL "|"
    *> Six fields, or seven on a scan flag carrying its HELD marker.
    IF WS-PIPE-COUNT < 5 OR WS-PIPE-COUNT > 6
        MOVE "Y" TO WS-ROW-BAD
        MOVE "FL01" TO WS-REASON
        EXIT PARAGRAPH
