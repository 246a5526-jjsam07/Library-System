       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForwardRecovery.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS CIRC-FILE-STATUS-WS.

           SELECT OPTIONAL JOURNALRECORD ASSIGN TO "journal.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOURNAL-REF-ID
           FILE STATUS IS JRNL-FILE-STATUS-WS.

           SELECT OPTIONAL RESERVERECORD ASSIGN TO "reserve.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVE-REF-ID
           ALTERNATE RECORD KEY IS RSV-BOOK-ID WITH DUPLICATES
           FILE STATUS IS RESERVE-FILE-STATUS-WS.

           SELECT OPTIONAL TXRENTALFILE ASSIGN TO "txrental.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXR-REF-ID
           ALTERNATE RECORD KEY IS TXR-TERM WITH DUPLICATES
           FILE STATUS IS TXR-FILE-STATUS-WS.

           SELECT OPTIONAL CTLSNAPFILE ASSIGN TO "ctlsnap.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTS-DATE
           FILE STATUS IS SNAP-FILE-STATUS-WS.

           SELECT BOOKASIDE ASSIGN TO BOOKASIDE-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ASIDE-BOOK-ID
           FILE STATUS IS ASIDE-STATUS-WS.

           SELECT BORROWASIDE ASSIGN TO BORROWASIDE-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ASIDE-BORROW-REF-ID
           FILE STATUS IS ASIDE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD JOURNALRECORD.
       COPY journalrecord-fs.
       FD RESERVERECORD.
       COPY reserverecord-fs.
       FD TXRENTALFILE.
       COPY txrentalrecord-fs.
       FD CTLSNAPFILE.
       COPY ctlsnaprecord-fs.
       FD BOOKASIDE.
       01 BOOK-ASIDE-RECORD.
           05 ASIDE-BOOK-ID PIC 9(10).
           05 FILLER PIC X(108).
           05 ASIDE-QUANTITY PIC 9(5).
           05 FILLER PIC X(50).
       FD BORROWASIDE.
       01 BORROW-ASIDE-RECORD.
           05 ASIDE-BORROW-REF-ID.
               10 ASIDE-BORROWER-ID PIC 9(10).
               10 ASIDE-BBOOK-ID PIC 9(10).
           05 ASIDE-BQUANTITY PIC 9(5).
           05 FILLER PIC X(70).

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY borrowrecord-ws.
       COPY studentrecord-ws.
       COPY circeventrecord-ws.
       COPY journalrecord-ws.
       COPY reserverecord-ws.
       COPY txrentalrecord-ws.
       COPY ctlsnaprecord-ws.
       COPY policyrecord-ws.
       COPY caldays-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 JRNL-FILE-STATUS-WS PIC X(2).
           88 JRNL-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 RESERVE-FILE-STATUS-WS PIC X(2).
           88 RESERVE-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 TXR-FILE-STATUS-WS PIC X(2).
           88 TXR-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SNAP-FILE-STATUS-WS PIC X(2).
           88 SNAP-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 ASIDE-STATUS-WS PIC X(2).
           88 ASIDE-DOES-NOT-EXIST-WS VALUE 35.

       01 TODAY-DATE-WS PIC 9(8).
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
           05 NOW-MI-WS PIC 9(2).
           05 NOW-SS-WS PIC 9(2).
           05 NOW-CC-WS PIC 9(2).
       01 BACKUP-DATE-YMD-WS PIC 9(8).
       01 FROM-DATE-YMD-WS PIC 9(8).
       01 ONE-DAY-WS PIC 9(3) VALUE 1.
       01 STOP-DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 STOP-TIME-SCAN-WS PIC X(4) VALUE SPACES.
       01 STOP-DATE-WS PIC 9(8).
       01 STOP-TIME-WS PIC 9(4).
       01 STOP-STAMP-WS PIC 9(12).
       01 ROW-STAMP-WS PIC 9(12).
       01 CIRC-EOF-WS PIC X VALUE "N".
       01 JRNL-EOF-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".

       01 DUE-WINDOW-WS PIC 9(3) VALUE 14.
       01 DUE-TIME-WS PIC 9(4) VALUE 0.
       01 CLOSING-TIME-WS PIC 9(4) VALUE 1700.
       01 CLOSE-SCAN-WS PIC X(4) VALUE SPACES.
       01 HOURLY-LOAN-HOURS-WS PIC 9(2) VALUE 2.
       01 EQUIP-DUE-HH-WS PIC 9(2).
       01 EVENT-DATE-NUM-WS PIC 9(8).
       01 TERM-START-KEYNUM-WS PIC 9(8).
       01 TERM-END-KEYNUM-WS PIC 9(8).
       01 BOOK-ON-RESERVE-WS PIC X VALUE "N".
       01 RENTAL-DUE-WS PIC 9(8) VALUE 0.
       01 WORK-DATE-YMD-WS.
           05 WORK-YYYY-WS PIC 9(4).
           05 WORK-MM-WS PIC 9(2).
           05 WORK-DD-WS PIC 9(2).
       01 DUE-DATE-YMD-WS.
           05 DUE-YYYY-WS PIC 9(4).
           05 DUE-MM-WS PIC 9(2).
           05 DUE-DD-WS PIC 9(2).

      *    Markers left by the events that travel with a checkout
      *    or a return: a HOLDPICK just before a checkout means the
      *    copy came off the hold shelf, not the counter; a HOLDPLCD
      *    beside a return means the copy went straight to the next
      *    student on the waitlist.
       01 PICK-STUDENT-ID-WS PIC 9(10) VALUE 0.
       01 PICK-BOOK-ID-WS PIC 9(10) VALUE 0.
       01 PLACED-BOOK-ID-WS PIC 9(10) VALUE 0.
       01 PLACED-OPERATOR-WS PIC X(20) VALUE SPACES.
       01 LAST-RETURN-IDX-WS PIC 9(3) VALUE 0.
       01 HELD-COPY-WS PIC X VALUE "N".
       01 COUNTER-MOVED-WS PIC X VALUE "N".
       01 LOAN-FOUND-WS PIC X VALUE "N".
       01 LOAN-IMAGE-WS PIC X(95).

      *    Every checkout and return put back is remembered, so a
      *    same-day VOID later in the log can be undone the way
      *    VoidTransaction undid it at the desk.
       01 POSTED-COUNT-WS PIC 9(3) VALUE 0.
       01 POSTED-IDX-WS PIC 9(3) VALUE 0.
       01 POSTED-TABLE-WS.
           05 POSTED-ENTRY-WS OCCURS 500 TIMES.
               10 PST-TYPE-WS PIC X(8).
               10 PST-DATE-WS PIC 9(8).
               10 PST-TIME-WS PIC X(6).
               10 PST-STUDENT-ID-WS PIC 9(10).
               10 PST-BOOK-ID-WS PIC 9(10).
               10 PST-HELD-WS PIC X(1).
               10 PST-COUNTER-MOVED-WS PIC X(1).
               10 PST-LOAN-IMAGE-WS PIC X(95).
       01 VOID-TYPE-WS PIC X(8).
       01 VOID-TIME-WS PIC X(6).
       01 VOID-IDX-WS PIC 9(3) VALUE 0.

       01 REASON-TEXT-WS PIC X(33).
       01 EXC-TYPE-WS PIC X(8).
       01 EXC-FIRST-WS PIC X(10).
       01 EXC-SECOND-WS PIC X(10).
       01 EXC-DATE-WS PIC 9(8).
       01 EXC-TIME-WS PIC X(4).

      *    Control totals: loan copies out (the sum of BQUANTITY)
      *    and copies on the shelf (the sum of QUANTITY), counted
      *    before and after the replay.
       01 START-LOANS-WS PIC 9(7) VALUE 0.
       01 START-SHELF-WS PIC 9(7) VALUE 0.
       01 END-LOANS-WS PIC 9(7) VALUE 0.
       01 END-SHELF-WS PIC 9(7) VALUE 0.
       01 COUNT-LOANS-WS PIC 9(7) VALUE 0.
       01 COUNT-SHELF-WS PIC 9(7) VALUE 0.
       01 ASIDE-LOANS-WS PIC 9(7) VALUE 0.
       01 ASIDE-SHELF-WS PIC 9(7) VALUE 0.
       01 ASIDE-FOUND-WS PIC X VALUE "N".
       01 SNAP-LOANS-WS PIC 9(7) VALUE 0.
       01 SNAP-FOUND-WS PIC X VALUE "N".
       01 CHECKOUTS-POSTED-WS PIC 9(5) VALUE 0.
       01 RETURNS-POSTED-WS PIC 9(5) VALUE 0.
       01 RENEWALS-POSTED-WS PIC 9(5) VALUE 0.
       01 LOSSES-POSTED-WS PIC 9(5) VALUE 0.
       01 CHECKOUTS-VOIDED-WS PIC 9(5) VALUE 0.
       01 RETURNS-VOIDED-WS PIC 9(5) VALUE 0.
       01 SHELF-OUT-WS PIC 9(5) VALUE 0.
       01 SHELF-IN-WS PIC 9(5) VALUE 0.
       01 UNTOUCHED-COUNT-WS PIC 9(5) VALUE 0.
       01 JRNL-COVERED-WS PIC 9(5) VALUE 0.
       01 JRNL-ROLLED-BACK-WS PIC 9(5) VALUE 0.
       01 EXPECTED-WS PIC S9(7) VALUE 0.
       01 GAP-WS PIC S9(7) VALUE 0.
       01 GAP-COUNT-WS PIC 9(1) VALUE 0.
       01 COUNTED-WS PIC 9(7) VALUE 0.
       01 COUNT-OUT-WS PIC Z(6)9.
       01 EXPECTED-OUT-WS PIC -(6)9.
       01 GAP-OUT-WS PIC -(6)9.

       01 BOOKASIDE-NAME-WS PIC X(25).
       01 BORROWASIDE-NAME-WS PIC X(25).

       LINKAGE SECTION.
       COPY fwdrecovery-request.

      *    Forward recovery after a restore. The backup puts
      *    library.bin and borrow.bin back as they stood the night
      *    it was taken; everything the desks did after that is
      *    still in circevent.bin and journal.bin, which the
      *    restore never touches. This run reads the two logs in
      *    time order, from the morning after the backup up to the
      *    date and time the operator gives - just before the
      *    failure - and puts each checkout, return, renewal, loss
      *    and void back through the same loan and shelf-count
      *    updates the desk made: the loan dated and due as the
      *    desk would have set it, a held copy or a waitlisted
      *    return leaving the counter alone. Fines, holds, payments
      *    and the rest live in files the restore does not reload
      *    and are already right. Anything that cannot be put back,
      *    or that the log cannot say enough about to redo safely,
      *    is listed in the exceptions report, and the run closes
      *    with control totals: the restored starting point against
      *    that night's snapshot, the replayed counts against what
      *    the postings should have produced, and both against the
      *    damaged files the restore set aside. Only the restore
      *    calls this, straight after the reload - run twice over
      *    the same files it would post the day twice.
       PROCEDURE DIVISION USING FWR-REQUEST.
       StartPara.
           MOVE 0 TO FWR-REPLAYED
           MOVE 0 TO FWR-EXCEPTIONS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           MOVE FWR-BACKUP-DATE TO BACKUP-DATE-YMD-WS
           CALL "DateAdd" USING BACKUP-DATE-YMD-WS ONE-DAY-WS
               FROM-DATE-YMD-WS
           DISPLAY " "
           DISPLAY "FORWARD RECOVERY FROM THE ACTIVITY LOG"
           DISPLAY "REPLAYING FROM " FROM-DATE-YMD-WS " AT 0000."
           DISPLAY "REPLAY THROUGH DATE (YYYYMMDD, ENTER FOR TODAY): "
               WITH NO ADVANCING
           MOVE SPACES TO STOP-DATE-SCAN-WS
           ACCEPT STOP-DATE-SCAN-WS
           IF STOP-DATE-SCAN-WS = SPACES
               MOVE TODAY-DATE-WS TO STOP-DATE-WS
           ELSE
               IF STOP-DATE-SCAN-WS IS NOT NUMERIC
                   DISPLAY "NOT A DATE. NOTHING REPLAYED."
                   EXIT PROGRAM
               END-IF
               MOVE FUNCTION NUMVAL(STOP-DATE-SCAN-WS)
                   TO STOP-DATE-WS
           END-IF
           DISPLAY "LAST MINUTE TO REPLAY (HHMM, ENTER FOR NOW): "
               WITH NO ADVANCING
           MOVE SPACES TO STOP-TIME-SCAN-WS
           ACCEPT STOP-TIME-SCAN-WS
           IF STOP-TIME-SCAN-WS = SPACES
               COMPUTE STOP-TIME-WS = (NOW-HH-WS * 100) + NOW-MI-WS
           ELSE
               IF STOP-TIME-SCAN-WS IS NOT NUMERIC
                   DISPLAY "NOT A TIME. NOTHING REPLAYED."
                   EXIT PROGRAM
               END-IF
               MOVE FUNCTION NUMVAL(STOP-TIME-SCAN-WS)
                   TO STOP-TIME-WS
           END-IF
           IF STOP-DATE-WS < FROM-DATE-YMD-WS
               DISPLAY "THAT IS BEFORE THE BACKUP. NOTHING REPLAYED."
               EXIT PROGRAM
           END-IF
           COMPUTE STOP-STAMP-WS = (STOP-DATE-WS * 10000)
               + STOP-TIME-WS
           CALL "LoadPolicy" USING POLICY-WS
           PERFORM ResolveClosingTime
           OPEN I-O BOOKRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO LIBRARY FILE. NOTHING REPLAYED."
               EXIT PROGRAM
           END-IF
           PERFORM OpenLoanFile
           PERFORM OpenLookupFiles
           PERFORM CountLiveFiles
           MOVE COUNT-LOANS-WS TO START-LOANS-WS
           MOVE COUNT-SHELF-WS TO START-SHELF-WS
           PERFORM OpenRecoveryReport
           PERFORM ReplayActivity
           PERFORM CountLiveFiles
           MOVE COUNT-LOANS-WS TO END-LOANS-WS
           MOVE COUNT-SHELF-WS TO END-SHELF-WS
           PERFORM CloseReplayFiles
           PERFORM FindStartingSnapshot
           PERFORM CountSetAsideFiles
           PERFORM ReportControlTotals
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING FWR-REPLAYED " POSTING(S) REPLAYED, "
               FWR-EXCEPTIONS " EXCEPTION(S), " GAP-COUNT-WS
               " CONTROL GAP(S)."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       OpenLoanFile.
           OPEN I-O BORROWRECORD
           IF BORROW-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT BORROWRECORD
               CLOSE BORROWRECORD
               OPEN I-O BORROWRECORD
           END-IF.

       OpenLookupFiles.
           OPEN INPUT STUDENTRECORD
           OPEN INPUT CIRCEVENTFILE
           OPEN INPUT JOURNALRECORD
           OPEN INPUT RESERVERECORD
           OPEN INPUT TXRENTALFILE.

       CloseReplayFiles.
           CLOSE TXRENTALFILE
           CLOSE RESERVERECORD
           CLOSE JOURNALRECORD
           CLOSE CIRCEVENTFILE
           CLOSE STUDENTRECORD
           CLOSE BORROWRECORD
           CLOSE BOOKRECORD.

      *    The building's closing time, for equipment due back the
      *    same day, comes from LIBCLOSE the way the desk reads it.
       ResolveClosingTime.
           ACCEPT CLOSE-SCAN-WS FROM ENVIRONMENT "LIBCLOSE"
           IF CLOSE-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(CLOSE-SCAN-WS)
                   TO CLOSING-TIME-WS
           END-IF.

       OpenRecoveryReport.
           MOVE "O" TO SPOOL-FUNC
           MOVE "fwdrecov" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "FORWARD RECOVERY FROM BACKUP " FWR-BACKUP-DATE
               " THROUGH " STOP-DATE-WS " " STOP-TIME-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "  DATE     TIME EVENT    STUDENT    BOOK       REASON"
               TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "EXCEPTIONS:"
           DISPLAY SPOOL-HEADING
           MOVE "L" TO SPOOL-FUNC.

      *    Both logs lead their keys with the same date, time and
      *    tie-breaking sequence, so reading each from the morning
      *    after the backup and always taking the lower key walks
      *    the day in the order it happened. A journal entry is
      *    written before the change it describes and the event
      *    after it, so on a tie the journal goes first.
       ReplayActivity.
           MOVE FROM-DATE-YMD-WS TO CIRC-DATE
           MOVE ZEROS TO CIRC-TIME
           MOVE ZEROS TO CIRC-SEQ
           MOVE "N" TO CIRC-EOF-WS
           IF CIRC-FILE-ABSENT-ON-OPEN-WS
               MOVE "Y" TO CIRC-EOF-WS
           ELSE
               START CIRCEVENTFILE KEY IS >= CIRC-REF-ID
                   INVALID KEY MOVE "Y" TO CIRC-EOF-WS
               END-START
           END-IF
           MOVE FROM-DATE-YMD-WS TO JOURNAL-DATE
           MOVE ZEROS TO JOURNAL-TIME
           MOVE ZEROS TO JOURNAL-SEQ
           MOVE "N" TO JRNL-EOF-WS
           IF JRNL-FILE-ABSENT-ON-OPEN-WS
               MOVE "Y" TO JRNL-EOF-WS
           ELSE
               START JOURNALRECORD KEY IS >= JOURNAL-REF-ID
                   INVALID KEY MOVE "Y" TO JRNL-EOF-WS
               END-START
           END-IF
           PERFORM ReadNextEvent
           PERFORM ReadNextJournal
           PERFORM UNTIL CIRC-EOF-WS = "Y" AND JRNL-EOF-WS = "Y"
               IF JRNL-EOF-WS = "N" AND (CIRC-EOF-WS = "Y" OR
                       JOURNAL-REF-ID-WS <= CIRC-REF-ID-WS)
                   PERFORM ApplyJournalEntry
                   PERFORM ReadNextJournal
               ELSE
                   PERFORM ApplyCircEvent
                   PERFORM ReadNextEvent
               END-IF
           END-PERFORM.

       ReadNextEvent.
           IF CIRC-EOF-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
               AT END MOVE "Y" TO CIRC-EOF-WS
               NOT AT END
                   MOVE CIRC-REF-ID-WS(1:12) TO ROW-STAMP-WS
                   IF ROW-STAMP-WS > STOP-STAMP-WS
                       MOVE "Y" TO CIRC-EOF-WS
                   END-IF
           END-READ.

       ReadNextJournal.
           IF JRNL-EOF-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           READ JOURNALRECORD NEXT INTO JOURNAL-WS
               AT END MOVE "Y" TO JRNL-EOF-WS
               NOT AT END
                   MOVE JOURNAL-REF-ID-WS(1:12) TO ROW-STAMP-WS
                   IF ROW-STAMP-WS > STOP-STAMP-WS
                       MOVE "Y" TO JRNL-EOF-WS
                   END-IF
           END-READ.

      *    The journal only names the record each step of a
      *    transaction touched; the event that follows a committed
      *    step carries what the replay needs, so committed entries
      *    are simply counted. A step still pending is a
      *    transaction that died part-way and never logged its
      *    event, and a catalog merge moves loans and copies from
      *    one title to another in a way no event records - both go
      *    on the exceptions list to be redone by hand.
       ApplyJournalEntry.
           MOVE "JOURNAL" TO EXC-TYPE-WS
           MOVE JOURNAL-KEY-VALUE-WS(1:10) TO EXC-FIRST-WS
           MOVE JOURNAL-KEY-VALUE-WS(11:10) TO EXC-SECOND-WS
           MOVE JOURNAL-DATE-WS TO EXC-DATE-WS
           MOVE JOURNAL-TIME-WS(1:4) TO EXC-TIME-WS
           EVALUATE TRUE
               WHEN JOURNAL-IS-PENDING-WS
                   MOVE SPACES TO REASON-TEXT-WS
                   STRING "PENDING " JOURNAL-OPERATION-WS " "
                       JOURNAL-TARGET-FILE-WS
                       DELIMITED BY SIZE INTO REASON-TEXT-WS
                   END-STRING
                   PERFORM WriteRecoveryException
               WHEN JOURNAL-IS-ROLLED-BACK-WS
                   ADD 1 TO JRNL-ROLLED-BACK-WS
               WHEN JOURNAL-OPERATION-WS = "MERGE"
                   MOVE "CATALOG MERGE - RERUN MERGEBOOKS"
                       TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
               WHEN OTHER
                   ADD 1 TO JRNL-COVERED-WS
           END-EVALUATE.

       ApplyCircEvent.
           MOVE CIRC-EVENT-TYPE-WS TO EXC-TYPE-WS
           MOVE CIRC-STUDENT-ID-WS TO EXC-FIRST-WS
           MOVE CIRC-BOOK-ID-WS TO EXC-SECOND-WS
           MOVE CIRC-DATE-WS TO EXC-DATE-WS
           MOVE CIRC-TIME-WS(1:4) TO EXC-TIME-WS
           EVALUATE CIRC-EVENT-TYPE-WS
               WHEN "CHECKOUT"
                   PERFORM ReplayCheckout
               WHEN "RETURN"
                   PERFORM ReplayReturn
               WHEN "RENEW"
                   PERFORM ReplayRenewal
               WHEN "LOST"
                   PERFORM ReplayLoss
               WHEN "VOID"
                   PERFORM ReplayVoid
               WHEN "HOLDPICK"
                   MOVE CIRC-STUDENT-ID-WS TO PICK-STUDENT-ID-WS
                   MOVE CIRC-BOOK-ID-WS TO PICK-BOOK-ID-WS
               WHEN "HOLDPLCD"
                   PERFORM NoteHoldPlaced
               WHEN "FOUNDITM"
               WHEN "XFERSHIP"
               WHEN "XFERRECV"
               WHEN "HOLDEXP"
                   PERFORM NoteShelfCountUnknown
               WHEN "EMERGCLS"
                   IF FWR-LOANS-RESTORED = "Y"
                       MOVE "RERUN THE CLOSURE DUE-DATE PUSH"
                           TO REASON-TEXT-WS
                       PERFORM WriteRecoveryException
                   ELSE
                       ADD 1 TO UNTOUCHED-COUNT-WS
                   END-IF
               WHEN OTHER
                   ADD 1 TO UNTOUCHED-COUNT-WS
           END-EVALUATE.

      *    A found item, a transfer and an expired hold each move
      *    the shelf count only on some paths, and the event does
      *    not say which was taken - the title is listed for the
      *    reconciliation report to settle.
       NoteShelfCountUnknown.
           IF FWR-BOOKS-RESTORED = "Y"
               MOVE "SHELF COUNT MAY HAVE MOVED" TO REASON-TEXT-WS
               PERFORM WriteRecoveryException
           ELSE
               ADD 1 TO UNTOUCHED-COUNT-WS
           END-IF.

      *    The checkout as the desk made it: a copy off the counter
      *    unless a HOLDPICK for the same student and title came
      *    just before, and the loan dated the day of the event and
      *    due by the same rules. The loan is posted even when the
      *    restored counter is already at zero - the book did go
      *    out - and that title is listed.
       ReplayCheckout.
           MOVE "N" TO HELD-COPY-WS
           IF PICK-STUDENT-ID-WS = CIRC-STUDENT-ID-WS AND
                   PICK-BOOK-ID-WS = CIRC-BOOK-ID-WS
               MOVE "Y" TO HELD-COPY-WS
               MOVE 0 TO PICK-STUDENT-ID-WS
               MOVE 0 TO PICK-BOOK-ID-WS
           END-IF
           MOVE CIRC-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY
                   MOVE "TITLE NOT ON THE RESTORED FILE"
                       TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO COUNTER-MOVED-WS
           IF FWR-BOOKS-RESTORED = "Y" AND HELD-COPY-WS = "N"
               IF QUANTITY-WS = 0
                   MOVE "POSTED - SHELF COUNT WAS ZERO"
                       TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
               ELSE
                   SUBTRACT 1 FROM QUANTITY-WS
                   IF QUANTITY-WS = 0
                       MOVE "N" TO BAVAIL-WS
                   END-IF
                   REWRITE BOOK FROM BOOK-WS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO COUNTER-MOVED-WS
                           ADD 1 TO SHELF-OUT-WS
                   END-REWRITE
               END-IF
           END-IF
           IF FWR-LOANS-RESTORED = "Y"
               PERFORM WorkOutDueDate
               PERFORM PostCheckoutLoan
               IF LOAN-FOUND-WS = "N"
                   PERFORM PutCounterBack
                   MOVE "UNABLE TO WRITE THE LOAN" TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHECKOUTS-POSTED-WS
           END-IF
           ADD 1 TO FWR-REPLAYED
           MOVE SPACES TO LOAN-IMAGE-WS
           PERFORM RememberPosting.

       PutCounterBack.
           IF COUNTER-MOVED-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO QUANTITY-WS
           MOVE "Y" TO BAVAIL-WS
           REWRITE BOOK FROM BOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY SUBTRACT 1 FROM SHELF-OUT-WS
           END-REWRITE
           MOVE "N" TO COUNTER-MOVED-WS.

      *    LOAN-FOUND-WS comes back "Y" once the loan is on file.
      *    Which copy went out is not in the log, so the new slot
      *    on the ticket is 000 - the return paths fall back to any
      *    copy of the title, as they do for a captured loan.
       PostCheckoutLoan.
           MOVE "N" TO LOAN-FOUND-WS
           MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID
           MOVE CIRC-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY
                   MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID-WS
                   MOVE CIRC-BOOK-ID-WS TO BBOOK-ID-WS
                   MOVE 1 TO BQUANTITY-WS
                   MOVE ZEROS TO BCOPY-LIST-WS
               NOT INVALID KEY
                   ADD 1 TO BQUANTITY-WS
                   IF BQUANTITY-WS <= 10
                       MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS)
                   END-IF
                   MOVE "Y" TO LOAN-FOUND-WS
           END-READ
           MOVE CIRC-MM-WS TO BMM-WS
           MOVE CIRC-DD-WS TO BDD-WS
           MOVE CIRC-YYYY-WS TO BYYYY-WS
           MOVE CIRC-OPERATOR-WS TO BOPERATOR-WS
           MOVE DUE-MM-WS TO BDUE-MM-WS
           MOVE DUE-DD-WS TO BDUE-DD-WS
           MOVE DUE-YYYY-WS TO BDUE-YYYY-WS
           MOVE DUE-TIME-WS TO BDUE-TIME-WS
           IF LOAN-FOUND-WS = "Y"
               MOVE "N" TO LOAN-FOUND-WS
               REWRITE BBOOK FROM BBOOK-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO LOAN-FOUND-WS
               END-REWRITE
           ELSE
               WRITE BBOOK FROM BBOOK-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO LOAN-FOUND-WS
               END-WRITE
           END-IF.

      *    The due date the desk gave: the patron class's window,
      *    the short reserve window for a title on an active course
      *    reserve that day, the same day by closing (or a few
      *    hours for an hourly loan) for equipment, and the term's
      *    last day for a textbook rental issued that day.
       WorkOutDueDate.
           PERFORM ReadEventStudent
           PERFORM DetermineLoanTerms
           MOVE 0 TO DUE-TIME-WS
           PERFORM CheckActiveReserve
           IF BOOK-ON-RESERVE-WS = "Y"
               MOVE POL-DUE-RESERVE-WS TO DUE-WINDOW-WS
           END-IF
           IF ITEM-IS-EQUIPMENT-WS
               PERFORM ComputeEquipmentDueTime
               MOVE 0 TO DUE-WINDOW-WS
           END-IF
           PERFORM ComputeLoanDueDate
           PERFORM CheckTextbookRental
           IF RENTAL-DUE-WS > 0
               MOVE RENTAL-DUE-WS TO DUE-DATE-YMD-WS
           END-IF.

       ReadEventStudent.
           INITIALIZE STUDENT-WS
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   INITIALIZE STUDENT-WS
                   MOVE "POSTED - STUDENT NOT ON ROSTER"
                       TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
           END-READ.

       DetermineLoanTerms.
           EVALUATE TRUE
               WHEN PATRON-IS-FACULTY-WS OF STUDENT-WS
                   MOVE POL-DUE-FACULTY-WS TO DUE-WINDOW-WS
               WHEN PATRON-IS-GRADUATE-WS OF STUDENT-WS
                   MOVE POL-DUE-GRADUATE-WS TO DUE-WINDOW-WS
               WHEN PATRON-IS-STAFF-WS OF STUDENT-WS
                   MOVE POL-DUE-STAFF-WS TO DUE-WINDOW-WS
               WHEN PATRON-IS-COMMUNITY-WS OF STUDENT-WS
                   MOVE POL-DUE-COMMUNITY-WS TO DUE-WINDOW-WS
               WHEN OTHER
                   MOVE POL-DUE-UNDERGRAD-WS TO DUE-WINDOW-WS
           END-EVALUATE.

       ComputeLoanDueDate.
           MOVE CIRC-DATE-WS TO WORK-DATE-YMD-WS
           CALL "DateAdd" USING WORK-DATE-YMD-WS DUE-WINDOW-WS
               DUE-DATE-YMD-WS
           MOVE "O" TO CALDAYS-FUNC
           MOVE DUE-DATE-YMD-WS TO CALDAYS-DATE-1
           CALL "CalendarDays" USING CALDAYS-REQUEST
           MOVE CALDAYS-DATE-2 TO DUE-DATE-YMD-WS.

       ComputeEquipmentDueTime.
           IF LOAN-IS-HOURLY-WS
               COMPUTE EQUIP-DUE-HH-WS =
                   CIRC-HH-WS + HOURLY-LOAN-HOURS-WS
               IF EQUIP-DUE-HH-WS > 23
                   MOVE 23 TO EQUIP-DUE-HH-WS
               END-IF
               COMPUTE DUE-TIME-WS =
                   (EQUIP-DUE-HH-WS * 100) + CIRC-MI-WS
               IF DUE-TIME-WS > CLOSING-TIME-WS
                   MOVE CLOSING-TIME-WS TO DUE-TIME-WS
               END-IF
           ELSE
               MOVE CLOSING-TIME-WS TO DUE-TIME-WS
           END-IF.

      *    "Active" is judged on the day of the checkout, not today.
       CheckActiveReserve.
           MOVE "N" TO BOOK-ON-RESERVE-WS
           IF RESERVE-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-DATE-WS TO EVENT-DATE-NUM-WS
           MOVE CIRC-BOOK-ID-WS TO RSV-BOOK-ID
           START RESERVERECORD KEY IS = RSV-BOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
                   OR BOOK-ON-RESERVE-WS = "Y"
               READ RESERVERECORD NEXT INTO RESERVE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF RSV-BOOK-ID-WS NOT = CIRC-BOOK-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM CheckReserveTermDates
                       END-IF
               END-READ
           END-PERFORM.

       CheckReserveTermDates.
           COMPUTE TERM-START-KEYNUM-WS = (RSV-S-YYYY-WS * 10000)
               + (RSV-S-MM-WS * 100) + RSV-S-DD-WS
           COMPUTE TERM-END-KEYNUM-WS = (RSV-E-YYYY-WS * 10000)
               + (RSV-E-MM-WS * 100) + RSV-E-DD-WS
           IF EVENT-DATE-NUM-WS >= TERM-START-KEYNUM-WS AND
                   EVENT-DATE-NUM-WS <= TERM-END-KEYNUM-WS
               MOVE "Y" TO BOOK-ON-RESERVE-WS
           END-IF.

      *    txrental.bin is not restored, so a rental issued that
      *    day is still on it with the due date it went out with.
       CheckTextbookRental.
           MOVE 0 TO RENTAL-DUE-WS
           IF TXR-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-STUDENT-ID-WS TO TXR-STUDENT-ID
           MOVE CIRC-BOOK-ID-WS TO TXR-BOOK-ID
           READ TXRENTALFILE INTO TX-RENTAL-WS
               KEY IS TXR-REF-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CIRC-DATE-WS TO EVENT-DATE-NUM-WS
                   IF TXR-ISSUE-DATE-WS = EVENT-DATE-NUM-WS
                       MOVE TXR-DUE-DATE-WS TO RENTAL-DUE-WS
                   END-IF
           END-READ.

      *    The return as the desk made it: one copy off the ticket
      *    (the ticket goes when the last one does) and one back on
      *    the counter, unless the copy went straight to a
      *    waitlisted student. The ticket as it stood is kept in
      *    case a VOID later in the day puts it back.
       ReplayReturn.
           MOVE SPACES TO LOAN-IMAGE-WS
           IF FWR-LOANS-RESTORED = "Y"
               MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID
               MOVE CIRC-BOOK-ID-WS TO BBOOK-ID
               READ BORROWRECORD INTO BBOOK-WS
                   INVALID KEY
                       MOVE "NO LOAN ON THE RESTORED FILE"
                           TO REASON-TEXT-WS
                       PERFORM WriteRecoveryException
                       EXIT PARAGRAPH
               END-READ
               MOVE BBOOK-WS TO LOAN-IMAGE-WS
               PERFORM TakeOneCopyOffTicket
               ADD 1 TO RETURNS-POSTED-WS
           END-IF
           MOVE "N" TO HELD-COPY-WS
           IF PLACED-BOOK-ID-WS = CIRC-BOOK-ID-WS AND
                   PLACED-OPERATOR-WS = CIRC-OPERATOR-WS
               MOVE "Y" TO HELD-COPY-WS
               MOVE 0 TO PLACED-BOOK-ID-WS
               MOVE SPACES TO PLACED-OPERATOR-WS
           END-IF
           MOVE "N" TO COUNTER-MOVED-WS
           IF FWR-BOOKS-RESTORED = "Y" AND HELD-COPY-WS = "N"
               MOVE CIRC-BOOK-ID-WS TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   KEY IS BOOK-ID
                   INVALID KEY
                       MOVE "TITLE NOT ON THE RESTORED FILE"
                           TO REASON-TEXT-WS
                       PERFORM WriteRecoveryException
                   NOT INVALID KEY
                       ADD 1 TO QUANTITY-WS
                       MOVE "Y" TO BAVAIL-WS
                       REWRITE BOOK FROM BOOK-WS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO COUNTER-MOVED-WS
                               ADD 1 TO SHELF-IN-WS
                       END-REWRITE
               END-READ
           END-IF
           ADD 1 TO FWR-REPLAYED
           PERFORM RememberPosting
           MOVE POSTED-IDX-WS TO LAST-RETURN-IDX-WS.

       TakeOneCopyOffTicket.
           IF BQUANTITY-WS > 1
               SUBTRACT 1 FROM BQUANTITY-WS
               IF BQUANTITY-WS < 10
                   MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS + 1)
               END-IF
               REWRITE BBOOK FROM BBOOK-WS
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               DELETE BORROWRECORD RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

      *    A HOLDPLCD is logged beside the return that fed a
      *    waitlist - before the RETURN at the desk, after it at the
      *    book drop. Either way the copy never reached the counter:
      *    a marker waits for the return, or the return just
      *    counted is taken back off.
       NoteHoldPlaced.
           IF LAST-RETURN-IDX-WS > 0
               IF PST-BOOK-ID-WS(LAST-RETURN-IDX-WS) =
                       CIRC-BOOK-ID-WS AND
                       PST-COUNTER-MOVED-WS(LAST-RETURN-IDX-WS) = "Y"
                   PERFORM TakeReturnOffCounter
                   MOVE 0 TO LAST-RETURN-IDX-WS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CIRC-BOOK-ID-WS TO PLACED-BOOK-ID-WS
           MOVE CIRC-OPERATOR-WS TO PLACED-OPERATOR-WS.

       TakeReturnOffCounter.
           MOVE CIRC-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF QUANTITY-WS > 0
               SUBTRACT 1 FROM QUANTITY-WS
           END-IF
           IF QUANTITY-WS = 0
               MOVE "N" TO BAVAIL-WS
           END-IF
           REWRITE BOOK FROM BOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT 1 FROM SHELF-IN-WS
                   MOVE "Y" TO PST-HELD-WS(LAST-RETURN-IDX-WS)
                   MOVE "N" TO PST-COUNTER-MOVED-WS(LAST-RETURN-IDX-WS)
           END-REWRITE.

      *    The renewal as DoRenew made it: the loan re-dated to the
      *    day of the renewal and due again by the patron class.
       ReplayRenewal.
           IF FWR-LOANS-RESTORED = "N"
               ADD 1 TO UNTOUCHED-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID
           MOVE CIRC-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY
                   MOVE "NO LOAN ON THE RESTORED FILE"
                       TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
                   EXIT PARAGRAPH
           END-READ
           PERFORM ReadEventStudent
           PERFORM DetermineLoanTerms
           PERFORM ComputeLoanDueDate
           MOVE CIRC-MM-WS TO BMM-WS
           MOVE CIRC-DD-WS TO BDD-WS
           MOVE CIRC-YYYY-WS TO BYYYY-WS
           MOVE DUE-MM-WS TO BDUE-MM-WS
           MOVE DUE-DD-WS TO BDUE-DD-WS
           MOVE DUE-YYYY-WS TO BDUE-YYYY-WS
           REWRITE BBOOK FROM BBOOK-WS
               INVALID KEY
                   MOVE "UNABLE TO RENEW THE LOAN" TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
               NOT INVALID KEY
                   ADD 1 TO RENEWALS-POSTED-WS
                   ADD 1 TO FWR-REPLAYED
           END-REWRITE.

      *    A lost book closes its loan and never comes back to the
      *    counter - LostBook and the textbook billing run both.
       ReplayLoss.
           IF FWR-LOANS-RESTORED = "N"
               ADD 1 TO UNTOUCHED-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID
           MOVE CIRC-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY
                   MOVE "NO LOAN ON THE RESTORED FILE"
                       TO REASON-TEXT-WS
                   PERFORM WriteRecoveryException
                   EXIT PARAGRAPH
           END-READ
           PERFORM TakeOneCopyOffTicket
           ADD 1 TO LOSSES-POSTED-WS
           ADD 1 TO FWR-REPLAYED.

      *    A VOID names what it undid in its operator text - the
      *    kind of transaction and the time it was made. It is
      *    undone the way VoidTransaction did it: a voided checkout
      *    comes off the ticket and back on the counter (not for a
      *    held copy); a voided return puts the ticket back and
      *    takes a copy off the counter.
       ReplayVoid.
           MOVE CIRC-OPERATOR-WS(1:8) TO VOID-TYPE-WS
           MOVE CIRC-OPERATOR-WS(10:6) TO VOID-TIME-WS
           MOVE 0 TO POSTED-IDX-WS
           PERFORM VARYING VOID-IDX-WS FROM 1 BY 1
                   UNTIL VOID-IDX-WS > POSTED-COUNT-WS
               IF PST-TYPE-WS(VOID-IDX-WS) = VOID-TYPE-WS AND
                       PST-DATE-WS(VOID-IDX-WS) = CIRC-DATE-WS
                       AND PST-TIME-WS(VOID-IDX-WS) =
                       VOID-TIME-WS AND
                       PST-STUDENT-ID-WS(VOID-IDX-WS) =
                       CIRC-STUDENT-ID-WS AND
                       PST-BOOK-ID-WS(VOID-IDX-WS) =
                       CIRC-BOOK-ID-WS
                   MOVE VOID-IDX-WS TO POSTED-IDX-WS
               END-IF
           END-PERFORM
           MOVE 0 TO LAST-RETURN-IDX-WS
           IF POSTED-IDX-WS = 0
               MOVE "VOIDED TRANSACTION NOT REPLAYED"
                   TO REASON-TEXT-WS
               PERFORM WriteRecoveryException
               EXIT PARAGRAPH
           END-IF
           IF VOID-TYPE-WS = "CHECKOUT"
               PERFORM UndoReplayedCheckout
           ELSE
               PERFORM UndoReplayedReturn
           END-IF
           MOVE SPACES TO PST-TYPE-WS(POSTED-IDX-WS)
           ADD 1 TO FWR-REPLAYED.

       UndoReplayedCheckout.
           IF FWR-LOANS-RESTORED = "Y"
               MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID
               MOVE CIRC-BOOK-ID-WS TO BBOOK-ID
               READ BORROWRECORD INTO BBOOK-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM TakeOneCopyOffTicket
                       ADD 1 TO CHECKOUTS-VOIDED-WS
               END-READ
           END-IF
           IF FWR-BOOKS-RESTORED = "N" OR
                   PST-HELD-WS(POSTED-IDX-WS) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QUANTITY-WS
                   MOVE "Y" TO BAVAIL-WS
                   REWRITE BOOK FROM BOOK-WS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO SHELF-IN-WS
                   END-REWRITE
           END-READ.

       UndoReplayedReturn.
           IF FWR-LOANS-RESTORED = "Y"
               MOVE CIRC-STUDENT-ID-WS TO BORROWER-ID
               MOVE CIRC-BOOK-ID-WS TO BBOOK-ID
               READ BORROWRECORD INTO BBOOK-WS
                   INVALID KEY
                       MOVE PST-LOAN-IMAGE-WS(POSTED-IDX-WS)
                           TO BBOOK-WS
                       WRITE BBOOK FROM BBOOK-WS
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO BQUANTITY-WS
                       IF BQUANTITY-WS <= 10
                           MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS)
                       END-IF
                       REWRITE BBOOK FROM BBOOK-WS
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               ADD 1 TO RETURNS-VOIDED-WS
           END-IF
           IF FWR-BOOKS-RESTORED = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF QUANTITY-WS > 0
                       SUBTRACT 1 FROM QUANTITY-WS
                       ADD 1 TO SHELF-OUT-WS
                   END-IF
                   IF QUANTITY-WS = 0
                       MOVE "N" TO BAVAIL-WS
                   END-IF
                   REWRITE BOOK FROM BOOK-WS
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

       RememberPosting.
           MOVE 0 TO POSTED-IDX-WS
           IF POSTED-COUNT-WS >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POSTED-COUNT-WS
           MOVE POSTED-COUNT-WS TO POSTED-IDX-WS
           MOVE CIRC-EVENT-TYPE-WS TO PST-TYPE-WS(POSTED-IDX-WS)
           MOVE CIRC-DATE-WS TO PST-DATE-WS(POSTED-IDX-WS)
           MOVE CIRC-TIME-WS(1:6) TO PST-TIME-WS(POSTED-IDX-WS)
           MOVE CIRC-STUDENT-ID-WS TO PST-STUDENT-ID-WS(POSTED-IDX-WS)
           MOVE CIRC-BOOK-ID-WS TO PST-BOOK-ID-WS(POSTED-IDX-WS)
           MOVE HELD-COPY-WS TO PST-HELD-WS(POSTED-IDX-WS)
           MOVE COUNTER-MOVED-WS TO PST-COUNTER-MOVED-WS(POSTED-IDX-WS)
           MOVE LOAN-IMAGE-WS TO PST-LOAN-IMAGE-WS(POSTED-IDX-WS).

       WriteRecoveryException.
           ADD 1 TO FWR-EXCEPTIONS
           MOVE SPACES TO SPOOL-LINE
           STRING "  " EXC-DATE-WS " " EXC-TIME-WS " " EXC-TYPE-WS
               " " EXC-FIRST-WS " " EXC-SECOND-WS " " REASON-TEXT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    Loan copies out and copies on the shelf, counted the
      *    same way ControlTotals counts them.
       CountLiveFiles.
           MOVE 0 TO COUNT-LOANS-WS
           MOVE 0 TO COUNT-SHELF-WS
           MOVE LOW-VALUES TO BORROW-REF-ID
           START BORROWRECORD KEY IS >= BORROW-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END ADD BQUANTITY-WS TO COUNT-LOANS-WS
               END-READ
           END-PERFORM
           MOVE 0 TO BOOK-ID
           START BOOKRECORD KEY IS >= BOOK-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BOOKRECORD NEXT INTO BOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END ADD QUANTITY-WS TO COUNT-SHELF-WS
               END-READ
           END-PERFORM.

      *    The nightly snapshot taken the night of the backup is the
      *    independent check that the restore landed where the
      *    replay begins.
       FindStartingSnapshot.
           MOVE "N" TO SNAP-FOUND-WS
           OPEN INPUT CTLSNAPFILE
           IF SNAP-FILE-ABSENT-ON-OPEN-WS
               CLOSE CTLSNAPFILE
               EXIT PARAGRAPH
           END-IF
           MOVE FWR-BACKUP-DATE TO CTS-DATE
           READ CTLSNAPFILE INTO CTL-SNAP-WS
               KEY IS CTS-DATE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SNAP-FOUND-WS
                   MOVE CTS-OPEN-LOANS-WS TO SNAP-LOANS-WS
           END-READ
           CLOSE CTLSNAPFILE.

      *    The damaged files the restore set aside this morning are
      *    the files as they stood at the failure, as far as they
      *    can still be read.
       CountSetAsideFiles.
           MOVE "N" TO ASIDE-FOUND-WS
           MOVE SPACES TO BOOKASIDE-NAME-WS
           MOVE SPACES TO BORROWASIDE-NAME-WS
           STRING "library_bad_" TODAY-DATE-WS ".bin"
               DELIMITED BY SIZE INTO BOOKASIDE-NAME-WS
           END-STRING
           STRING "borrow_bad_" TODAY-DATE-WS ".bin"
               DELIMITED BY SIZE INTO BORROWASIDE-NAME-WS
           END-STRING
           MOVE 0 TO ASIDE-LOANS-WS
           MOVE 0 TO ASIDE-SHELF-WS
           OPEN INPUT BORROWASIDE
           IF ASIDE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               MOVE "Y" TO ASIDE-FOUND-WS
               MOVE "N" TO SCAN-DONE-WS
               PERFORM UNTIL SCAN-DONE-WS = "Y"
                   READ BORROWASIDE
                       AT END MOVE "Y" TO SCAN-DONE-WS
                       NOT AT END
                           ADD ASIDE-BQUANTITY TO ASIDE-LOANS-WS
                   END-READ
               END-PERFORM
               CLOSE BORROWASIDE
           END-IF
           OPEN INPUT BOOKASIDE
           IF ASIDE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               MOVE "Y" TO ASIDE-FOUND-WS
               MOVE "N" TO SCAN-DONE-WS
               PERFORM UNTIL SCAN-DONE-WS = "Y"
                   READ BOOKASIDE
                       AT END MOVE "Y" TO SCAN-DONE-WS
                       NOT AT END
                           ADD ASIDE-QUANTITY TO ASIDE-SHELF-WS
                   END-READ
               END-PERFORM
               CLOSE BOOKASIDE
           END-IF.

       ReportControlTotals.
           MOVE 0 TO GAP-COUNT-WS
           MOVE SPACES TO SPOOL-LINE
           PERFORM WriteControlLine
           MOVE "CONTROL TOTALS" TO SPOOL-LINE
           PERFORM WriteControlLine
           MOVE SPACES TO SPOOL-LINE
           STRING "  REPLAYED: " CHECKOUTS-POSTED-WS " CHECKOUT(S) "
               RETURNS-POSTED-WS " RETURN(S) " RENEWALS-POSTED-WS
               " RENEWAL(S) " LOSSES-POSTED-WS " LOSS(ES)"
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           MOVE SPACES TO SPOOL-LINE
           STRING "  VOIDED: " CHECKOUTS-VOIDED-WS " CHECKOUT(S) "
               RETURNS-VOIDED-WS " RETURN(S); " UNTOUCHED-COUNT-WS
               " EVENT(S) NEEDED NO REPLAY"
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           MOVE SPACES TO SPOOL-LINE
           STRING "  JOURNAL: " JRNL-COVERED-WS " COMMITTED STEP(S), "
               JRNL-ROLLED-BACK-WS " ROLLED BACK"
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           IF FWR-LOANS-RESTORED = "Y"
               PERFORM ReportLoanTotals
           END-IF
           IF FWR-BOOKS-RESTORED = "Y"
               PERFORM ReportShelfTotals
           END-IF
           IF GAP-COUNT-WS = 0
               MOVE "THE REPLAYED FILES BALANCE TO THE ACTIVITY LOG."
                   TO SPOOL-LINE
           ELSE
               MOVE "CONTROL GAP(S) - WORK THE EXCEPTIONS AND RUN THE "
                   TO SPOOL-LINE
               MOVE "RECONCILIATION REPORT." TO SPOOL-LINE(51:22)
           END-IF
           PERFORM WriteControlLine.

      *    Expected = restored + checkouts - returns - losses, with
      *    voids taken back out; counted = the file after the run.
      *    The set-aside comparison is shown, not counted as a gap:
      *    a file damaged badly enough to restore may not read back
      *    whole.
       ReportLoanTotals.
           MOVE "LOAN COPIES OUT" TO SPOOL-LINE
           PERFORM WriteControlLine
           MOVE START-LOANS-WS TO COUNT-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "  RESTORED FROM THE " FWR-BACKUP-DATE " BACKUP   "
               COUNT-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           MOVE SPACES TO SPOOL-LINE
           IF SNAP-FOUND-WS = "Y"
               MOVE SNAP-LOANS-WS TO COUNT-OUT-WS
               COMPUTE GAP-WS = START-LOANS-WS - SNAP-LOANS-WS
               MOVE GAP-WS TO GAP-OUT-WS
               STRING "  THAT NIGHT'S SNAPSHOT           " COUNT-OUT-WS
                   "  GAP " GAP-OUT-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               IF GAP-WS NOT = 0
                   ADD 1 TO GAP-COUNT-WS
               END-IF
           ELSE
               MOVE "  NO CONTROL SNAPSHOT FOR THE BACKUP DATE"
                   TO SPOOL-LINE
           END-IF
           PERFORM WriteControlLine
           COMPUTE EXPECTED-WS = START-LOANS-WS + CHECKOUTS-POSTED-WS
               - RETURNS-POSTED-WS - LOSSES-POSTED-WS
               - CHECKOUTS-VOIDED-WS + RETURNS-VOIDED-WS
           MOVE END-LOANS-WS TO COUNTED-WS
           PERFORM ShowExpectedAgainstCounted
           IF ASIDE-FOUND-WS = "Y"
               MOVE ASIDE-LOANS-WS TO COUNT-OUT-WS
               COMPUTE GAP-WS = END-LOANS-WS - ASIDE-LOANS-WS
               MOVE GAP-WS TO GAP-OUT-WS
               MOVE SPACES TO SPOOL-LINE
               STRING "  SET ASIDE AT THE FAILURE        " COUNT-OUT-WS
                   "  GAP " GAP-OUT-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               PERFORM WriteControlLine
           END-IF.

       ReportShelfTotals.
           MOVE "COPIES ON THE SHELF" TO SPOOL-LINE
           PERFORM WriteControlLine
           MOVE START-SHELF-WS TO COUNT-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "  RESTORED FROM THE " FWR-BACKUP-DATE " BACKUP   "
               COUNT-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           COMPUTE EXPECTED-WS = START-SHELF-WS - SHELF-OUT-WS
               + SHELF-IN-WS
           MOVE END-SHELF-WS TO COUNTED-WS
           PERFORM ShowExpectedAgainstCounted
           IF ASIDE-FOUND-WS = "Y"
               MOVE ASIDE-SHELF-WS TO COUNT-OUT-WS
               COMPUTE GAP-WS = END-SHELF-WS - ASIDE-SHELF-WS
               MOVE GAP-WS TO GAP-OUT-WS
               MOVE SPACES TO SPOOL-LINE
               STRING "  SET ASIDE AT THE FAILURE        " COUNT-OUT-WS
                   "  GAP " GAP-OUT-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               PERFORM WriteControlLine
           END-IF.

       ShowExpectedAgainstCounted.
           MOVE EXPECTED-WS TO EXPECTED-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "  EXPECTED AFTER THE REPLAY      " EXPECTED-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           MOVE COUNTED-WS TO COUNT-OUT-WS
           COMPUTE GAP-WS = EXPECTED-WS - COUNTED-WS
           MOVE GAP-WS TO GAP-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "  COUNTED AFTER THE REPLAY        " COUNT-OUT-WS
               "  GAP " GAP-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           PERFORM WriteControlLine
           IF GAP-WS NOT = 0
               ADD 1 TO GAP-COUNT-WS
           END-IF.

       WriteControlLine.
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
