        WHEN 17 MOVE "   - University/College" TO L-OUT
        WHEN 18 MOVE "   - Years Attended (e.g., 2023-2025)" TO L-OUT
        WHEN 19 MOVE "   - GPA (Optional, e.g., 3.50)" TO L-OUT
        WHEN 20 MOVE "9. Projects (Optional - up to 5 entries)" TO L-OUT
        WHEN 21 MOVE "   - Title, Role, Start/End Dates, URL, Description" TO L-OUT
        WHEN 22 MOVE "   - Skill Tags (comma-separated, e.g., Python, SQL)" TO L-OUT
        WHEN 23 MOVE "10. Certifications & Licenses (Optional - up to 5 entries)" TO L-OUT
        WHEN 24 MOVE "   - Name, Issuing Body, Credential ID" TO L-OUT
        WHEN 25 MOVE "   - Issue Date and Expiry Date (YYYYMMDD)" TO L-OUT
        WHEN 26 MOVE "Enter your choice:" TO L-OUT
        WHEN OTHER
            MOVE "Y" TO L-DONE
            MOVE SPACES TO L-OUT
            GOBACK
    END-EVALUATE
    ADD 1 TO L-INDEX
    IF L-INDEX > 26
        MOVE "Y" TO L-DONE
    END-IF
.
