       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO CHAIN-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACN-SEQ
           ALTERNATE RECORD KEY IS ACN-ENTRY-KEY WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS CHAIN-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO AUDIT-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAINFILE.
       COPY auditchainrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY auditchainrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY spool-request.

       01 CHAIN-FILE-STATUS-WS PIC X(2).
           88 CHAIN-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 FILE-STATUS-WS PIC X(2).
           88 AUDIT-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 CHAIN-NAME-WS PIC X(20) VALUE "auditchain.bin".
       01 AUDIT-NAME-WS PIC X(20) VALUE "audit.bin".

       01 TODAY-DATE-WS PIC 9(8).
       01 YEAR-SCAN-WS PIC X(4) VALUE SPACES.
       01 VERIFY-YEAR-WS PIC 9(4) VALUE 0.
       01 PRIOR-YEAR-WS PIC 9(4).
       01 PRIOR-CLOSE-CHECK-WS PIC 9(18) VALUE 0.
       01 PRIOR-CLOSE-FOUND-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".

       01 HEAD-FOUND-WS PIC X VALUE "N".
       01 HEAD-LAST-SEQ-WS PIC 9(10) VALUE 0.
       01 HEAD-CHECK-WS PIC 9(18) VALUE 0.
       01 EXPECT-SEQ-WS PIC 9(10) VALUE 1.
       01 EXPECT-PRIOR-WS PIC 9(18) VALUE 0.
       01 LAST-SEQ-SEEN-WS PIC 9(10) VALUE 0.
       01 CHAIN-START-DAY-WS PIC 9(8) VALUE 0.
       01 DAY-ENTRIES-WS PIC 9(6) VALUE 0.
       01 PREV-SEAL-DAY-WS PIC 9(8) VALUE 0.
       01 SEAL-DAYNUM-WS PIC 9(7).
       01 PREV-DAYNUM-WS PIC 9(7).
       01 MISSING-FROM-WS PIC 9(10).
       01 MISSING-TO-WS PIC 9(10).

       01 LINKS-CHECKED-WS PIC 9(8) VALUE 0.
       01 SEALS-CHECKED-WS PIC 9(6) VALUE 0.
       01 ENTRIES-MATCHED-WS PIC 9(8) VALUE 0.
       01 UNCHAINED-OLD-WS PIC 9(8) VALUE 0.
       01 PROBLEM-COUNT-WS PIC 9(6) VALUE 0.
       01 PROBLEM-KIND-WS PIC X(16).
       01 PROBLEM-TEXT-WS PIC X(60).

       LINKAGE SECTION.
       01 AVF-RUN-DATE-LS PIC 9(8).

      *    Verification of the chained audit trail. Days before the
      *    run date are sealed first, then the chain is walked link
      *    by link from the head's first sequence number: every link
      *    must follow the last in sequence, carry the last link's
      *    check as its prior, and mix to its own check again; every
      *    entry link must find its audit.bin row unchanged; every
      *    seal must count the entries since the last seal and follow
      *    the last seal by one calendar day. Then audit.bin is read
      *    back the other way, so a row added with no link is found.
      *    Each seal is printed with its check value - the report is
      *    the copy of the chain kept off the machine. Called with
      *    zero from the reports menu (which may name an archived
      *    year instead: audit_YYYY.bin against auditchain_YYYY.bin,
      *    from the year's opening check to its close), or by the
      *    batch schedule with its run date for the live trail.
       PROCEDURE DIVISION USING AVF-RUN-DATE-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "AUDIT TRAIL VERIFICATION"
           IF AVF-RUN-DATE-LS = 0
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
               DISPLAY "ARCHIVED YEAR TO VERIFY (BLANK FOR THE LIVE "
                   "TRAIL): " WITH NO ADVANCING
               MOVE SPACES TO YEAR-SCAN-WS
               ACCEPT YEAR-SCAN-WS
               IF YEAR-SCAN-WS IS NUMERIC
                   MOVE YEAR-SCAN-WS TO VERIFY-YEAR-WS
               END-IF
           ELSE
               MOVE AVF-RUN-DATE-LS TO TODAY-DATE-WS
           END-IF
           MOVE "S" TO ACH-FUNC
           MOVE TODAY-DATE-WS TO ACH-RUN-DATE
           CALL "AuditChain" USING ACH-REQUEST
           IF VERIFY-YEAR-WS NOT = 0
               PERFORM ReadPriorYearClose
               MOVE SPACES TO CHAIN-NAME-WS
               STRING "auditchain_" VERIFY-YEAR-WS ".bin"
                   DELIMITED BY SIZE INTO CHAIN-NAME-WS
               END-STRING
               MOVE SPACES TO AUDIT-NAME-WS
               STRING "audit_" VERIFY-YEAR-WS ".bin"
                   DELIMITED BY SIZE INTO AUDIT-NAME-WS
               END-STRING
           END-IF
           OPEN INPUT CHAINFILE
           IF CHAIN-ABSENT-ON-OPEN-WS
               DISPLAY "NO AUDIT CHAIN ON FILE (" CHAIN-NAME-WS ")."
               CLOSE CHAINFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT AUDITRECORD
           MOVE "O" TO SPOOL-FUNC
           MOVE "auditvfy" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "AUDIT CHAIN VERIFICATION - " CHAIN-NAME-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "FINDING          SEQUENCE   DAY       DETAIL"
               TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST

           PERFORM ReadChainHead
           PERFORM WalkChain
           PERFORM CheckChainTail
           PERFORM FindUnchainedEntries

           CLOSE AUDITRECORD
           CLOSE CHAINFILE
           DISPLAY " "
           DISPLAY LINKS-CHECKED-WS " LINK(S), " SEALS-CHECKED-WS
               " SEAL(S), " ENTRIES-MATCHED-WS " ENTRY(IES) MATCHED."
           IF UNCHAINED-OLD-WS > 0
               DISPLAY UNCHAINED-OLD-WS " ENTRY(IES) PREDATE THE "
                   "CHAIN AND CANNOT BE VERIFIED."
           END-IF
           IF PROBLEM-COUNT-WS = 0
               DISPLAY "CHAIN INTACT - NO BREAKS FOUND."
           ELSE
               DISPLAY "** " PROBLEM-COUNT-WS " PROBLEM(S) FOUND - "
                   "SEE THE VERIFICATION REPORT **"
           END-IF
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING LINKS-CHECKED-WS " LINKS  " SEALS-CHECKED-WS
               " SEALS  " ENTRIES-MATCHED-WS " MATCHED  "
               PROBLEM-COUNT-WS " PROBLEM(S)"
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    An archived year opens on the check the year before it
      *    closed on, when that year's archive is still on hand.
       ReadPriorYearClose.
           COMPUTE PRIOR-YEAR-WS = VERIFY-YEAR-WS - 1
           MOVE SPACES TO CHAIN-NAME-WS
           STRING "auditchain_" PRIOR-YEAR-WS ".bin"
               DELIMITED BY SIZE INTO CHAIN-NAME-WS
           END-STRING
           OPEN INPUT CHAINFILE
           IF NOT CHAIN-ABSENT-ON-OPEN-WS
               MOVE 0 TO ACN-SEQ
               READ CHAINFILE INTO AUDIT-CHAIN-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ACN-CHECK-WS TO PRIOR-CLOSE-CHECK-WS
                       MOVE "Y" TO PRIOR-CLOSE-FOUND-WS
               END-READ
           END-IF
           CLOSE CHAINFILE.

       ReadChainHead.
           MOVE 0 TO ACN-SEQ
           READ CHAINFILE INTO AUDIT-CHAIN-WS
               INVALID KEY
                   MOVE "NO HEAD ROW" TO PROBLEM-KIND-WS
                   MOVE 0 TO ACN-SEQ-WS
                   MOVE 0 TO ACN-DAY-WS
                   MOVE "THE CHAIN'S HEAD ROW IS MISSING."
                       TO PROBLEM-TEXT-WS
                   PERFORM ReportProblem
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO HEAD-FOUND-WS
           MOVE ACN-LAST-SEQ-WS TO HEAD-LAST-SEQ-WS
           MOVE ACN-CHECK-WS TO HEAD-CHECK-WS
           MOVE ACN-CARRIED-CHECK-WS TO EXPECT-PRIOR-WS
           MOVE ACN-FIRST-SEQ-WS TO EXPECT-SEQ-WS
           IF EXPECT-SEQ-WS = 0
               MOVE 1 TO EXPECT-SEQ-WS
           END-IF
           IF PRIOR-CLOSE-FOUND-WS = "Y" AND
                   PRIOR-CLOSE-CHECK-WS NOT = EXPECT-PRIOR-WS
               MOVE "YEAR NOT JOINED" TO PROBLEM-KIND-WS
               MOVE "THE YEAR DOES NOT OPEN ON THE CHECK THE YEAR "
                   TO PROBLEM-TEXT-WS
               MOVE "BEFORE CLOSED ON." TO PROBLEM-TEXT-WS(46:15)
               PERFORM ReportProblem
           END-IF.

       WalkChain.
           MOVE EXPECT-SEQ-WS TO ACN-SEQ
           MOVE "N" TO SCAN-DONE-WS
           START CHAINFILE KEY IS >= ACN-SEQ
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ CHAINFILE NEXT INTO AUDIT-CHAIN-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM CheckOneLink
               END-READ
           END-PERFORM.

       CheckOneLink.
           ADD 1 TO LINKS-CHECKED-WS
           IF CHAIN-START-DAY-WS = 0
               MOVE ACN-DAY-WS TO CHAIN-START-DAY-WS
           END-IF
           IF ACN-SEQ-WS NOT = EXPECT-SEQ-WS
               MOVE "LINKS MISSING" TO PROBLEM-KIND-WS
               MOVE EXPECT-SEQ-WS TO MISSING-FROM-WS
               COMPUTE MISSING-TO-WS = ACN-SEQ-WS - 1
               MOVE SPACES TO PROBLEM-TEXT-WS
               STRING "SEQUENCE " MISSING-FROM-WS " TO "
                   MISSING-TO-WS " NOT ON THE CHAIN."
                   DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
               END-STRING
               PERFORM ReportProblem
           END-IF
           IF ACN-PRIOR-CHECK-WS NOT = EXPECT-PRIOR-WS
               MOVE "BROKEN LINK" TO PROBLEM-KIND-WS
               MOVE "PRIOR CHECK DOES NOT MATCH THE LINK BEFORE."
                   TO PROBLEM-TEXT-WS
               PERFORM ReportProblem
           END-IF
           MOVE "C" TO ACH-FUNC
           MOVE ACN-PRIOR-CHECK-WS TO ACH-PRIOR-CHECK
           MOVE ACN-KIND-WS TO ACH-KIND
           MOVE ACN-LINK-TEXT-WS TO ACH-LINK-TEXT
           CALL "AuditChain" USING ACH-REQUEST
           IF ACH-CHECK NOT = ACN-CHECK-WS
               MOVE "ALTERED LINK" TO PROBLEM-KIND-WS
               MOVE "THE LINK NO LONGER MIXES TO ITS OWN CHECK."
                   TO PROBLEM-TEXT-WS
               PERFORM ReportProblem
           END-IF
           MOVE ACN-CHECK-WS TO EXPECT-PRIOR-WS
           COMPUTE EXPECT-SEQ-WS = ACN-SEQ-WS + 1
           MOVE ACN-SEQ-WS TO LAST-SEQ-SEEN-WS
           EVALUATE TRUE
               WHEN ACN-IS-ENTRY-WS
                   ADD 1 TO DAY-ENTRIES-WS
                   PERFORM MatchEntryToTrail
               WHEN ACN-IS-SEAL-WS
                   PERFORM CheckSeal
               WHEN OTHER
                   MOVE "UNKNOWN LINK" TO PROBLEM-KIND-WS
                   MOVE "LINK OF NO KNOWN KIND." TO PROBLEM-TEXT-WS
                   PERFORM ReportProblem
           END-EVALUATE.

       MatchEntryToTrail.
           IF AUDIT-ABSENT-ON-OPEN-WS
               MOVE "ENTRY MISSING" TO PROBLEM-KIND-WS
               MOVE "NO AUDIT TRAIL FILE TO MATCH THE LINK AGAINST."
                   TO PROBLEM-TEXT-WS
               PERFORM ReportProblem
               EXIT PARAGRAPH
           END-IF
           MOVE ACN-ENTRY-KEY-WS TO AUDIT-REF-ID
           READ AUDITRECORD INTO AUDIT-WS
               INVALID KEY
                   MOVE "ENTRY MISSING" TO PROBLEM-KIND-WS
                   MOVE SPACES TO PROBLEM-TEXT-WS
                   STRING "BOOK " ACN-BOOK-ID-WS " " ACN-DATE-WS " "
                       ACN-TIME-WS " " ACN-ACTION-WS
                       DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
                   END-STRING
                   PERFORM ReportProblem
                   EXIT PARAGRAPH
           END-READ
           IF AUDIT-ACTION-WS NOT = ACN-ACTION-WS OR
                   AUDIT-USER-WS NOT = ACN-USER-WS
               MOVE "ENTRY ALTERED" TO PROBLEM-KIND-WS
               MOVE SPACES TO PROBLEM-TEXT-WS
               STRING "CHAINED " ACN-ACTION-WS " " ACN-USER-WS
                   " NOW " AUDIT-ACTION-WS
                   DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
               END-STRING
               PERFORM ReportProblem
           ELSE
               ADD 1 TO ENTRIES-MATCHED-WS
           END-IF.

       CheckSeal.
           ADD 1 TO SEALS-CHECKED-WS
           IF ACN-DAY-COUNT-WS NOT = DAY-ENTRIES-WS
               MOVE "SEAL COUNT" TO PROBLEM-KIND-WS
               MOVE SPACES TO PROBLEM-TEXT-WS
               STRING "SEALED " ACN-DAY-COUNT-WS " ENTRIES, "
                   DAY-ENTRIES-WS " CHAINED."
                   DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
               END-STRING
               PERFORM ReportProblem
           END-IF
           IF PREV-SEAL-DAY-WS NOT = 0
               CALL "DayNum" USING ACN-DAY-WS SEAL-DAYNUM-WS
               CALL "DayNum" USING PREV-SEAL-DAY-WS PREV-DAYNUM-WS
               IF SEAL-DAYNUM-WS - PREV-DAYNUM-WS NOT = 1
                   MOVE "MISSING DAY" TO PROBLEM-KIND-WS
                   MOVE SPACES TO PROBLEM-TEXT-WS
                   STRING "NO SEAL BETWEEN " PREV-SEAL-DAY-WS
                       " AND THIS DAY."
                       DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
                   END-STRING
                   PERFORM ReportProblem
               END-IF
           END-IF
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING "DAY SEAL         " ACN-SEQ-WS " " ACN-DAY-WS
               "  " ACN-DAY-COUNT-WS " ENTRIES  CHECK " ACN-CHECK-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE ACN-DAY-WS TO PREV-SEAL-DAY-WS
           MOVE 0 TO DAY-ENTRIES-WS.

      *    Links cut off the end of the chain leave the head row
      *    pointing past the last link still there.
       CheckChainTail.
           IF HEAD-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF LAST-SEQ-SEEN-WS = 0 AND HEAD-LAST-SEQ-WS = 0
               EXIT PARAGRAPH
           END-IF
           IF LAST-SEQ-SEEN-WS NOT = HEAD-LAST-SEQ-WS OR
                   EXPECT-PRIOR-WS NOT = HEAD-CHECK-WS
               MOVE "CHAIN CUT SHORT" TO PROBLEM-KIND-WS
               MOVE LAST-SEQ-SEEN-WS TO ACN-SEQ-WS
               MOVE 0 TO ACN-DAY-WS
               MOVE SPACES TO PROBLEM-TEXT-WS
               STRING "HEAD ENDS AT SEQUENCE " HEAD-LAST-SEQ-WS
                   " WITH A DIFFERENT CHECK."
                   DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
               END-STRING
               PERFORM ReportProblem
           END-IF.

      *    The other direction: every trail entry from the chain's
      *    first day on must be on the chain. Older entries were
      *    written before the chain began and are only counted.
       FindUnchainedEntries.
           IF AUDIT-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AUDIT-REF-ID
           MOVE "N" TO SCAN-DONE-WS
           START AUDITRECORD KEY IS >= AUDIT-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ AUDITRECORD NEXT INTO AUDIT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM LookUpEntryOnChain
               END-READ
           END-PERFORM.

       LookUpEntryOnChain.
           IF AUDIT-DATE-WS < CHAIN-START-DAY-WS OR
                   CHAIN-START-DAY-WS = 0
               ADD 1 TO UNCHAINED-OLD-WS
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-REF-ID-WS TO ACN-ENTRY-KEY
           READ CHAINFILE KEY IS ACN-ENTRY-KEY
               INVALID KEY
                   MOVE "NOT ON CHAIN" TO PROBLEM-KIND-WS
                   MOVE 0 TO ACN-SEQ-WS
                   MOVE AUDIT-DATE-WS TO ACN-DAY-WS
                   MOVE SPACES TO PROBLEM-TEXT-WS
                   STRING "BOOK " AUDIT-BOOK-ID-WS " " AUDIT-TIME-WS
                       " " AUDIT-ACTION-WS " " AUDIT-USER-WS
                       DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
                   END-STRING
                   PERFORM ReportProblem
           END-READ.

       ReportProblem.
           ADD 1 TO PROBLEM-COUNT-WS
           DISPLAY "  " PROBLEM-KIND-WS " " ACN-SEQ-WS " " ACN-DAY-WS
           DISPLAY "    " PROBLEM-TEXT-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING PROBLEM-KIND-WS " " ACN-SEQ-WS " " ACN-DAY-WS " "
               PROBLEM-TEXT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
