            PERFORM REQUIRE-LOGIN-APPROX
        WHEN "Block User"
            PERFORM REQUIRE-LOGIN-ONE-PROMPT
        WHEN "Request Introduction"
            PERFORM REQUIRE-LOGIN-APPROX
        WHEN "Introductions"
            PERFORM REQUIRE-LOGIN-APPROX
        WHEN "Find"
            PERFORM REQUIRE-LOGIN-APPROX
        WHEN "Send Message"
            PERFORM REQUIRE-LOGIN
        WHEN "Notification Settings"
            PERFORM REQUIRE-LOGIN-APPROX
        WHEN "Who Viewed My Profile"
            PERFORM REQUIRE-LOGIN
        WHEN "Self-Identification"
            PERFORM REQUIRE-LOGIN-APPROX
        WHEN "My Saved Jobs"
            PERFORM REQUIRE-LOGIN
        WHEN "Review Company"
