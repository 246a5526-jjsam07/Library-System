       WORKING-STORAGE SECTION.
       01 OPTION-WS PIC 99.
       77 DUMMY-WS PIC X.
       01 MENU-RUN-DATE-WS PIC 9(8) VALUE 0.

       SCREEN SECTION.
       COPY reports-menu-screen.
                   WHEN 7
                       CALL "CashReconReport"
                   WHEN 8
                       CALL "CirculationReport" USING BY CONTENT
                           MENU-RUN-DATE-WS
                   WHEN 9
                       CALL "EodSummaryReport"
                   WHEN 10
                   WHEN 15
                       CALL "IllSettlement"
                   WHEN 16
                       CALL "NewTitlesBulletin" USING BY CONTENT
                           MENU-RUN-DATE-WS
                   WHEN 17
                       CALL "StateAnnualReport"
                   WHEN 18
                       CALL "ShelfCheckList"
                   WHEN 22
                       CALL "TurnoverReport"
                   WHEN 23
                       CALL "SeriesReport"
                   WHEN 24
                       CALL "ReserveUsageReport" USING BY CONTENT
                           MENU-RUN-DATE-WS
                   WHEN 25
                       CALL "ListCoverageReport"
                   WHEN 26
                       CALL "AdminAccessReview"
                   WHEN 27
                       CALL "OperatorReview"
                   WHEN 28
                       CALL "DeptUsageReport"
                   WHEN 29
                       CALL "AuditVerify" USING BY CONTENT
                           MENU-RUN-DATE-WS
                   WHEN 30
                       CALL "VendorPerformance"
                   WHEN 31
                       CALL "EventStatistics"
                   WHEN 32
                       CALL "QuestionStats" USING BY CONTENT
                           MENU-RUN-DATE-WS
                   WHEN 33
                       CALL "LicenseExpiry"
                   WHEN 34
                       CALL "TextbookCollection"
                   WHEN 35
                       CALL "CapacityReport"
                   WHEN 0
                       EXIT PROGRAM
                   WHEN OTHER
