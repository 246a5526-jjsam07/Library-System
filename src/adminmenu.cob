
       WORKING-STORAGE SECTION.
       COPY auditrecord-ws.
       COPY auditchain-request.
       01 OPTION-WS PIC 99.
       77 DUMMY-WS PIC X.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-ALLOWED-WS PIC X VALUE "Y".
       01 STATEMENT-STUDENT-WS PIC 9(10) VALUE 0.
       01 GL-EXPORT-DATE-WS PIC 9(8) VALUE 0.
       01 MENU-RUN-DATE-WS PIC 9(8) VALUE 0.
       COPY sessreg-request.
       COPY spool-request.
       COPY approval-request.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).

       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
           MOVE "A" TO SREG-KIND
           MOVE ADMIN-ID-LS TO SREG-USER-ID
           MOVE ADMINNAME-LS TO SREG-USER-NAME
           MOVE "O" TO SREG-FUNC
           CALL "SessionRegistry" USING SREG-REQUEST
           MOVE "W" TO SPOOL-FUNC
           MOVE ADMINNAME-LS TO SPOOL-RUN-BY
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM UNTIL 1 < 0
      *    DISPLAY " "
      *    DISPLAY "ADMIN MAIN MENU"

           ACCEPT ADMIN-MENU-SCREEN
           DISPLAY CLEAR-SCREEN
               MOVE "T" TO SREG-FUNC
               CALL "SessionRegistry" USING SREG-REQUEST
               IF NOT SREG-STILL-LIVE
                   PERFORM ShowSessionEnded
                   EXIT PROGRAM
               END-IF
               PERFORM GateOptionByRole
               IF OPTION-ALLOWED-WS = "N"
                   PERFORM DeclineOption
                   WHEN 3
                       CALL "ViewBooks"
                   WHEN 4
                       MOVE SPACE TO APR-FUNC
                       CALL "DeleteBook" USING ADMIN-ID-LS ADMINNAME-LS
                           APPROVAL-REQUEST
                   WHEN 5
                       CALL "UpdateBook" USING ADMIN-ID-LS ADMINNAME-LS
                   WHEN 6
                       CALL "DeskCirculation" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 12
                       MOVE SPACE TO APR-FUNC
                       CALL "ManageFines" USING ADMIN-ID-LS
                           ADMINNAME-LS APPROVAL-REQUEST
                   WHEN 13
                       CALL "RosterSync"
                   WHEN 14
                   WHEN 33
                       CALL "TermRecall"
                   WHEN 34
                       MOVE SPACE TO APR-FUNC
                       CALL "MergeStudents" USING ADMIN-ID-LS
                           ADMINNAME-LS APPROVAL-REQUEST
                   WHEN 35
                       CALL "InterLibraryLoan"
                   WHEN 36
                       CALL "VendorInvoice" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 42
                       MOVE 0 TO MENU-RUN-DATE-WS
                       CALL "Serials" USING ADMIN-ID-LS
                           ADMINNAME-LS MENU-RUN-DATE-WS
                   WHEN 43
                       CALL "RoomSchedule" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 49
                       CALL "BookChangeHistory"
                   WHEN 50
                       MOVE SPACE TO APR-FUNC
                       CALL "MergeBooks" USING ADMIN-ID-LS
                           ADMINNAME-LS APPROVAL-REQUEST
                   WHEN 51
                       MOVE SPACE TO APR-FUNC
                       CALL "PrivacyPurge" USING ADMIN-ID-LS
                           ADMINNAME-LS APPROVAL-REQUEST
                   WHEN 52
                       MOVE SPACE TO APR-FUNC
                       CALL "FineAmnesty" USING ADMIN-ID-LS
                           ADMINNAME-LS APPROVAL-REQUEST
                   WHEN 53
                       CALL "Replenishment" USING ADMIN-ID-LS
                           ADMINNAME-LS
                       CALL "VoidTransaction" USING ADMIN-ID-LS
                           ADMINNAME-LS ADMIN-ROLE-LS
                   WHEN 58
                       MOVE 0 TO MENU-RUN-DATE-WS
                       CALL "Membership" USING ADMIN-ID-LS
                           ADMINNAME-LS MENU-RUN-DATE-WS
                   WHEN 59
                       CALL "DisputeReview" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 66
                       CALL "CardPrint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 67
                       CALL "CredentialConvert" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 68
                       MOVE 0 TO GL-EXPORT-DATE-WS
                       CALL "GLJournalExport" USING BY CONTENT
                           GL-EXPORT-DATE-WS
                   WHEN 69
                       CALL "PatronRefund" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 70
                       CALL "ReportArchive" USING ADMIN-ID-LS
                           ADMINNAME-LS ADMIN-ROLE-LS
                   WHEN 71
                       CALL "ScheduleMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS ADMIN-ROLE-LS
                   WHEN 72
                       CALL "PatronNotes" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 73
                       MOVE 0 TO STATEMENT-STUDENT-WS
                       CALL "NoticePrefs" USING BY CONTENT
                           STATEMENT-STUDENT-WS ADMINNAME-LS
                   WHEN 74
                       CALL "NoticeTemplates" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 75
                       CALL "QueueOverride" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 76
                       CALL "ComponentMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 77
                       CALL "InHouseUse" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 78
                       CALL "Donations" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 79
                       MOVE 0 TO MENU-RUN-DATE-WS
                       CALL "AuthorityMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS MENU-RUN-DATE-WS
                   WHEN 80
                       CALL "SubjectMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 81
                       CALL "GateAlarmImport"
                   WHEN 82
                       CALL "ClaimsDesk" USING ADMIN-ID-LS ADMINNAME-LS
                   WHEN 83
                       MOVE 0 TO MENU-RUN-DATE-WS
                       CALL "AgencyReferral" USING MENU-RUN-DATE-WS
                   WHEN 84
                       CALL "AgencyStatusImport"
                   WHEN 85
                       CALL "DeskSales" USING ADMIN-ID-LS ADMINNAME-LS
                   WHEN 86
                       CALL "PriceListMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 87
                       CALL "ApprovalDesk" USING ADMIN-ID-LS
                           ADMINNAME-LS ADMIN-ROLE-LS
                   WHEN 88
                       CALL "TermMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 89
                       CALL "ImportRegMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 90
                       CALL "DeptMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 91
                       MOVE 0 TO MENU-RUN-DATE-WS
                       CALL "DeptInvoice" USING MENU-RUN-DATE-WS
                   WHEN 92
                       CALL "PaymentPlans" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 93
                       CALL "VendorMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 94
                       CALL "EventsDesk" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 95
                       CALL "QuestionDesk" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 96
                       CALL "LicenseMaint" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 97
                       CALL "TextbookRental" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 98
                       CALL "RelabelList" USING ADMIN-ID-LS
                           ADMINNAME-LS
                   WHEN 0
                       MOVE "C" TO SREG-FUNC
                       CALL "SessionRegistry" USING SREG-REQUEST
                       EXIT PROGRAM
                   WHEN OTHER
                       ACCEPT INVALID-INPUT-SCREEN
                       DISPLAY CLEAR-SCREEN
               END-EVALUATE
               END-IF
               MOVE "R" TO SREG-FUNC
               CALL "SessionRegistry" USING SREG-REQUEST
               IF SREG-FORCED-OFF
                   PERFORM ShowSessionEnded
                   EXIT PROGRAM
               END-IF
           END-PERFORM.
       EXIT PROGRAM.

      *    The choice that found the session idle or ended is not
      *    acted on; the terminal goes back to the sign-on prompt.
       ShowSessionEnded.
           DISPLAY " "
           IF SREG-IDLE-OUT
               DISPLAY "SESSION ENDED AFTER THE IDLE LIMIT - PLEASE "
                   "SIGN IN AGAIN."
           ELSE
               DISPLAY "SESSION ENDED BY " SREG-ENDED-BY
                   " - PLEASE SEE THE SUPERVISOR."
           END-IF.

      *    Assistants get circulation and search only; deleting
      *    books, registering admins and the restore/purge utilities
      *    need a supervisor; everything else needs at least a
                       WHEN 62 CONTINUE
                       WHEN 63 CONTINUE
                       WHEN 66 CONTINUE
                       WHEN 73 CONTINUE
                       WHEN 77 CONTINUE
                       WHEN 85 CONTINUE
                       WHEN 94 CONTINUE
                       WHEN 95 CONTINUE
                       WHEN 0 CONTINUE
                       WHEN OTHER MOVE "N" TO OPTION-ALLOWED-WS
                   END-EVALUATE
                       WHEN 45 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 50 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 51 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 67 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 68 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 71 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 87 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 89 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN 90 MOVE "N" TO OPTION-ALLOWED-WS
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               WHEN OTHER
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
