       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlTotals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTLSNAPFILE ASSIGN TO "ctlsnap.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTS-DATE
           FILE STATUS IS SNAP-FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL HOLDRECORD ASSIGN TO "hold.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-REF-ID
           ALTERNATE RECORD KEY IS HOLD-BOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CREDITFILE ASSIGN TO "credit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRD-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CTLSNAPFILE.
       COPY ctlsnaprecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD HOLDRECORD.
       COPY holdrecord-fs.
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD CREDITFILE.
       COPY creditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY ctlsnaprecord-ws.
       COPY borrowrecord-ws.
       COPY copyrecord-ws.
       COPY finerecord-ws.
       COPY circeventrecord-ws.
       COPY creditrecord-ws.
       COPY wqex-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SNAP-FILE-STATUS-WS PIC X(2).
           88 SNAP-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EOF-WS PIC X VALUE "N".

       01 TODAY-DATE-WS PIC 9(8).
       01 NOW-TIME-WS PIC 9(8).
       01 TONIGHT-STAMP-WS PIC 9(16).
       01 PRIOR-STAMP-WS PIC 9(16).
       01 ROW-STAMP-WS PIC 9(16).
       01 PRIOR-FOUND-WS PIC X VALUE "N".
       01 PRIOR-SNAP-WS PIC X(97).
       01 TONIGHT-SNAP-WS PIC X(97).

       01 COPY-IDX-WS PIC 9(1).
       01 CONDITION-NAMES-WS.
           05 FILLER PIC X(10) VALUE "AVAILABLE".
           05 FILLER PIC X(10) VALUE "LOST".
           05 FILLER PIC X(10) VALUE "RETIRED".
           05 FILLER PIC X(10) VALUE "IN REPAIR".
           05 FILLER PIC X(10) VALUE "IN TRANSIT".
       01 CONDITION-TABLE-WS REDEFINES CONDITION-NAMES-WS.
           05 CONDITION-NAME-WS PIC X(10) OCCURS 5 TIMES.

      *    Activity logged since the prior snapshot.
       01 CHECKOUTS-WS PIC 9(7) VALUE 0.
       01 RETURNS-WS PIC 9(7) VALUE 0.
       01 LOSSES-WS PIC 9(7) VALUE 0.
       01 VOIDED-CHECKOUTS-WS PIC 9(7) VALUE 0.
       01 VOIDED-RETURNS-WS PIC 9(7) VALUE 0.
       01 FINES-ADDED-WS PIC 9(7)V99 VALUE 0.
       01 FINES-REMOVED-WS PIC 9(7)V99 VALUE 0.
       01 CREDIT-DRAWN-WS PIC 9(7)V99 VALUE 0.

       01 EXPECTED-LOANS-WS PIC S9(7) VALUE 0.
       01 EXPECTED-FINES-WS PIC S9(7)V99 VALUE 0.
       01 PRIOR-LOANS-WS PIC 9(7) VALUE 0.
       01 PRIOR-FINES-WS PIC 9(7)V99 VALUE 0.
       01 PRIOR-COPY-TABLE-WS.
           05 PRIOR-COPIES-WS PIC 9(7) OCCURS 5 TIMES.
       01 PRIOR-HOLDS-WS PIC 9(7) VALUE 0.
       01 PRIOR-WAITLIST-WS PIC 9(7) VALUE 0.
       01 GAP-COUNT-WS PIC 9(1) VALUE 0.

       01 COUNT-OUT-WS PIC Z(6)9.
       01 PRIOR-OUT-WS PIC Z(6)9.
       01 MOVE-OUT-WS PIC -(6)9.
       01 MOVE-NUM-WS PIC S9(7).
       01 GAP-OUT-WS PIC -(6)9.
       01 MONEY-OUT-WS PIC Z(6)9.99.
       01 PRIOR-MONEY-OUT-WS PIC Z(6)9.99.
       01 MONEY-GAP-OUT-WS PIC -(6)9.99.
       01 REPORT-LINE-WS PIC X(80).

      *    Proves the files balance from one night to the next. The
      *    counts are taken fresh - loan copies out in borrow.bin,
      *    copy.bin by condition, unpaid fine dollars (sent to the
      *    bursar or still accruing on a loan out are not owed
      *    here), hold-shelf rows and waitlist rows - and kept in
      *    ctlsnap.bin. Loans and fine dollars must also be
      *    explained: the last snapshot plus the activity logged in
      *    circevent.bin since it was taken (checkouts less returns,
      *    losses and voids; fines assessed and raised less paid,
      *    waived, cut, sent to the bursar and voided, less credit
      *    drawn from credit.bin) has to arrive at tonight's count.
      *    Any gap goes to the exception work queue as CTLTOTALS.
      *    The other counts have nothing logged against them and
      *    are reported with their movement for the record. A credit
      *    drawn against a charge still accruing shows as a gap the
      *    night it is drawn and the opposite gap the night that
      *    loan comes back. With no earlier snapshot tonight's is
      *    taken as the starting point.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           COMPUTE TONIGHT-STAMP-WS =
               TODAY-DATE-WS * 100000000 + NOW-TIME-WS
           DISPLAY " "
           DISPLAY "DAY-OVER-DAY CONTROL TOTALS"
           PERFORM OpenSnapshotFile
           PERFORM FindPriorSnapshot
           INITIALIZE CTL-SNAP-WS
           MOVE TODAY-DATE-WS TO CTS-DATE-WS
           MOVE NOW-TIME-WS TO CTS-TIME-WS
           PERFORM CountOpenLoans
           PERFORM CountCopiesByCondition
           PERFORM CountFinesOwed
           PERFORM CountHoldsAndWaitlist
           IF PRIOR-FOUND-WS = "Y"
               PERFORM TallyEventsSincePrior
               PERFORM TallyCreditSincePrior
               PERFORM CompareWithPrior
           END-IF
           PERFORM SaveTonightsSnapshot
           CLOSE CTLSNAPFILE
           PERFORM PrintControlReport
           IF PRIOR-FOUND-WS = "N"
               DISPLAY "NO EARLIER SNAPSHOT - TONIGHT'S TOTALS ARE "
                   "THE STARTING POINT."
           ELSE
               IF GAP-COUNT-WS = 0
                   DISPLAY "LOANS AND FINES BALANCE TO THE ACTIVITY "
                       "LOG."
               ELSE
                   DISPLAY GAP-COUNT-WS " CONTROL GAP(S) QUEUED FOR "
                       "REVIEW."
               END-IF
           END-IF.
           EXIT PROGRAM.

       OpenSnapshotFile.
           OPEN EXTEND CTLSNAPFILE
           IF SNAP-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT CTLSNAPFILE
               CLOSE CTLSNAPFILE
           ELSE
               CLOSE CTLSNAPFILE
           END-IF
           OPEN I-O CTLSNAPFILE.

      *    The prior snapshot is the latest one dated before today;
      *    a rerun tonight replaces tonight's row, never the one it
      *    is measured against.
       FindPriorSnapshot.
           MOVE "N" TO PRIOR-FOUND-WS
           MOVE 0 TO CTS-DATE
           START CTLSNAPFILE KEY IS >= CTS-DATE
               INVALID KEY MOVE "Y" TO EOF-WS
               NOT INVALID KEY MOVE "N" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ CTLSNAPFILE NEXT INTO CTL-SNAP-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF CTS-DATE-WS >= TODAY-DATE-WS
                           MOVE "Y" TO EOF-WS
                       ELSE
                           MOVE "Y" TO PRIOR-FOUND-WS
                           MOVE CTL-SNAP-WS TO PRIOR-SNAP-WS
                       END-IF
               END-READ
           END-PERFORM
           IF PRIOR-FOUND-WS = "Y"
               MOVE PRIOR-SNAP-WS TO CTL-SNAP-WS
               COMPUTE PRIOR-STAMP-WS =
                   CTS-DATE-WS * 100000000 + CTS-TIME-WS
               MOVE CTS-OPEN-LOANS-WS TO PRIOR-LOANS-WS
               MOVE CTS-FINES-OWED-WS TO PRIOR-FINES-WS
               MOVE CTS-OPEN-HOLDS-WS TO PRIOR-HOLDS-WS
               MOVE CTS-WAITLIST-ROWS-WS TO PRIOR-WAITLIST-WS
               PERFORM VARYING COPY-IDX-WS FROM 1 BY 1
                       UNTIL COPY-IDX-WS > 5
                   MOVE CTS-COPIES-WS(COPY-IDX-WS)
                       TO PRIOR-COPIES-WS(COPY-IDX-WS)
               END-PERFORM
           END-IF.

       CountOpenLoans.
           OPEN INPUT BORROWRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       ADD BQUANTITY-WS TO CTS-OPEN-LOANS-WS
               END-READ
           END-PERFORM
           CLOSE BORROWRECORD.

       CountCopiesByCondition.
           OPEN INPUT COPYRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ COPYRECORD NEXT INTO COPY-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CCOPY-IS-AVAILABLE-WS
                               ADD 1 TO CTS-COPIES-AVAIL-WS
                           WHEN CCOPY-IS-LOST-WS
                               ADD 1 TO CTS-COPIES-LOST-WS
                           WHEN CCOPY-IS-RETIRED-WS
                               ADD 1 TO CTS-COPIES-RETIRED-WS
                           WHEN CCOPY-IN-REPAIR-WS
                           WHEN CCOPY-AT-BINDERY-WS
                               ADD 1 TO CTS-COPIES-REPAIR-WS
                           WHEN CCOPY-IN-TRANSIT-WS
                               ADD 1 TO CTS-COPIES-TRANSIT-WS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE COPYRECORD.

       CountFinesOwed.
           OPEN INPUT FINERECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF FPAID-WS = "N" AND
                               NOT FINE-IS-ACCRUING-WS AND
                               FAMOUNT-DUE-WS > FAMOUNT-PAID-WS
                           COMPUTE CTS-FINES-OWED-WS =
                               CTS-FINES-OWED-WS + FAMOUNT-DUE-WS
                               - FAMOUNT-PAID-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINERECORD.

       CountHoldsAndWaitlist.
           OPEN INPUT HOLDRECORD
           IF NOT FILE-DOES-NOT-EXIST-WS
               MOVE "N" TO EOF-WS
               PERFORM UNTIL EOF-WS = "Y"
                   READ HOLDRECORD NEXT
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END ADD 1 TO CTS-OPEN-HOLDS-WS
                   END-READ
               END-PERFORM
               CLOSE HOLDRECORD
           END-IF
           OPEN INPUT WAITLISTRECORD
           IF NOT FILE-DOES-NOT-EXIST-WS
               MOVE "N" TO EOF-WS
               PERFORM UNTIL EOF-WS = "Y"
                   READ WAITLISTRECORD NEXT
                       AT END MOVE "Y" TO EOF-WS
                       NOT AT END ADD 1 TO CTS-WAITLIST-ROWS-WS
                   END-READ
               END-PERFORM
               CLOSE WAITLISTRECORD
           END-IF.

      *    The event key leads with the date and time, so the
      *    activity since the prior snapshot is one keyed START
      *    past its stamp.
       TallyEventsSincePrior.
           OPEN INPUT CIRCEVENTFILE
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE PRIOR-STAMP-WS(1:8) TO CIRC-DATE
           MOVE PRIOR-STAMP-WS(9:8) TO CIRC-TIME
           MOVE 99 TO CIRC-SEQ
           START CIRCEVENTFILE KEY IS > CIRC-REF-ID
               INVALID KEY MOVE "Y" TO EOF-WS
               NOT INVALID KEY MOVE "N" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE CIRC-REF-ID-WS(1:16) TO ROW-STAMP-WS
                       IF ROW-STAMP-WS > TONIGHT-STAMP-WS
                           MOVE "Y" TO EOF-WS
                       ELSE
                           PERFORM TallyOneEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CIRCEVENTFILE.

      *    A VOID names what it undid in its operator text; an
      *    undone return also gives back the fine it took away.
       TallyOneEvent.
           EVALUATE CIRC-EVENT-TYPE-WS
               WHEN "CHECKOUT"
                   ADD 1 TO CHECKOUTS-WS
               WHEN "RETURN"
                   ADD 1 TO RETURNS-WS
               WHEN "LOST"
                   ADD 1 TO LOSSES-WS
               WHEN "VOID"
                   IF CIRC-OPERATOR-WS(1:8) = "CHECKOUT"
                       ADD 1 TO VOIDED-CHECKOUTS-WS
                   END-IF
                   IF CIRC-OPERATOR-WS(1:6) = "RETURN"
                       ADD 1 TO VOIDED-RETURNS-WS
                       ADD CIRC-AMOUNT-WS TO FINES-REMOVED-WS
                   END-IF
               WHEN "FINEASSD"
               WHEN "FINEUP"
                   ADD CIRC-AMOUNT-WS TO FINES-ADDED-WS
               WHEN "FINEPAY"
               WHEN "FINEWVD"
               WHEN "FINEDOWN"
               WHEN "FINEXFER"
                   ADD CIRC-AMOUNT-WS TO FINES-REMOVED-WS
           END-EVALUATE.

       TallyCreditSincePrior.
           OPEN INPUT CREDITFILE
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CREDITFILE NEXT INTO CREDIT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       MOVE CRD-DATE-WS TO ROW-STAMP-WS(1:8)
                       MOVE CRD-TIME-WS TO ROW-STAMP-WS(9:8)
                       IF CRD-KIND-WS = "D" AND
                               ROW-STAMP-WS > PRIOR-STAMP-WS AND
                               ROW-STAMP-WS <= TONIGHT-STAMP-WS
                           ADD CRD-AMOUNT-WS TO CREDIT-DRAWN-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDITFILE.

       CompareWithPrior.
           COMPUTE EXPECTED-LOANS-WS = PRIOR-LOANS-WS
               + CHECKOUTS-WS - RETURNS-WS - LOSSES-WS
               - VOIDED-CHECKOUTS-WS + VOIDED-RETURNS-WS
           COMPUTE CTS-LOAN-GAP-WS =
               CTS-OPEN-LOANS-WS - EXPECTED-LOANS-WS
           COMPUTE EXPECTED-FINES-WS = PRIOR-FINES-WS
               + FINES-ADDED-WS - FINES-REMOVED-WS - CREDIT-DRAWN-WS
           COMPUTE CTS-FINE-GAP-WS =
               CTS-FINES-OWED-WS - EXPECTED-FINES-WS
           IF CTS-LOAN-GAP-WS NOT = 0
               ADD 1 TO GAP-COUNT-WS
               MOVE CTS-LOAN-GAP-WS TO GAP-OUT-WS
               MOVE SPACES TO WQEX-REASON
               STRING "OPEN LOANS OFF BY" GAP-OUT-WS
                   " VS ACTIVITY LOG"
                   DELIMITED BY SIZE INTO WQEX-REASON
               END-STRING
               PERFORM QueueControlGap
           END-IF
           IF CTS-FINE-GAP-WS NOT = 0
               ADD 1 TO GAP-COUNT-WS
               MOVE CTS-FINE-GAP-WS TO MONEY-GAP-OUT-WS
               MOVE SPACES TO WQEX-REASON
               STRING "FINES OWED OFF BY $" MONEY-GAP-OUT-WS
                   " VS ACTIVITY LOG"
                   DELIMITED BY SIZE INTO WQEX-REASON
               END-STRING
               PERFORM QueueControlGap
           END-IF.

       QueueControlGap.
           MOVE "CTLTOTALS" TO WQEX-SOURCE
           MOVE TODAY-DATE-WS TO WQEX-KEY-ID
           CALL "QueueException" USING WQEX-REQUEST
           DISPLAY "  " WQEX-REASON.

       SaveTonightsSnapshot.
           MOVE CTL-SNAP-WS TO TONIGHT-SNAP-WS
           MOVE TODAY-DATE-WS TO CTS-DATE
           READ CTLSNAPFILE
               INVALID KEY
                   WRITE CTL-SNAP-RECORD FROM CTL-SNAP-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE TONIGHT'S "
                               "SNAPSHOT."
                   END-WRITE
               NOT INVALID KEY
                   REWRITE CTL-SNAP-RECORD FROM CTL-SNAP-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE TONIGHT'S "
                               "SNAPSHOT."
                   END-REWRITE
           END-READ
           MOVE TONIGHT-SNAP-WS TO CTL-SNAP-WS.

       PrintControlReport.
           MOVE "O" TO SPOOL-FUNC
           MOVE "ctltotals" TO SPOOL-PREFIX
           MOVE "DAY-OVER-DAY CONTROL TOTALS" TO SPOOL-TITLE
           MOVE "MEASURE           PRIOR    MOVEMENT     TONIGHT"
               TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "L" TO SPOOL-FUNC
           MOVE CTS-OPEN-LOANS-WS TO COUNT-OUT-WS
           MOVE PRIOR-LOANS-WS TO PRIOR-OUT-WS
           COMPUTE MOVE-NUM-WS = CTS-OPEN-LOANS-WS - PRIOR-LOANS-WS
           MOVE "OPEN LOANS" TO REPORT-LINE-WS
           PERFORM SpoolCountLine
           PERFORM VARYING COPY-IDX-WS FROM 1 BY 1
                   UNTIL COPY-IDX-WS > 5
               MOVE CTS-COPIES-WS(COPY-IDX-WS) TO COUNT-OUT-WS
               MOVE PRIOR-COPIES-WS(COPY-IDX-WS) TO PRIOR-OUT-WS
               COMPUTE MOVE-NUM-WS = CTS-COPIES-WS(COPY-IDX-WS)
                   - PRIOR-COPIES-WS(COPY-IDX-WS)
               MOVE SPACES TO REPORT-LINE-WS
               STRING "COPIES " CONDITION-NAME-WS(COPY-IDX-WS)
                   DELIMITED BY SIZE INTO REPORT-LINE-WS
               END-STRING
               PERFORM SpoolCountLine
           END-PERFORM
           MOVE CTS-OPEN-HOLDS-WS TO COUNT-OUT-WS
           MOVE PRIOR-HOLDS-WS TO PRIOR-OUT-WS
           COMPUTE MOVE-NUM-WS = CTS-OPEN-HOLDS-WS - PRIOR-HOLDS-WS
           MOVE "OPEN HOLDS" TO REPORT-LINE-WS
           PERFORM SpoolCountLine
           MOVE CTS-WAITLIST-ROWS-WS TO COUNT-OUT-WS
           MOVE PRIOR-WAITLIST-WS TO PRIOR-OUT-WS
           COMPUTE MOVE-NUM-WS =
               CTS-WAITLIST-ROWS-WS - PRIOR-WAITLIST-WS
           MOVE "WAITLIST ROWS" TO REPORT-LINE-WS
           PERFORM SpoolCountLine
           MOVE CTS-FINES-OWED-WS TO MONEY-OUT-WS
           MOVE PRIOR-FINES-WS TO PRIOR-MONEY-OUT-WS
           COMPUTE MONEY-GAP-OUT-WS =
               CTS-FINES-OWED-WS - PRIOR-FINES-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "FINES OWED    " PRIOR-MONEY-OUT-WS " "
               MONEY-GAP-OUT-WS " " MONEY-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF PRIOR-FOUND-WS = "Y"
               PERFORM SpoolProofLines
           END-IF
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           IF PRIOR-FOUND-WS = "N"
               MOVE "STARTING SNAPSHOT - NOTHING TO PROVE AGAINST"
                   TO SPOOL-TOTAL-LINE
           ELSE
               STRING "CONTROL GAPS QUEUED: " GAP-COUNT-WS
                   DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
               END-STRING
           END-IF
           CALL "ReportSpool" USING SPOOL-REQUEST.

       SpoolCountLine.
           MOVE MOVE-NUM-WS TO MOVE-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING REPORT-LINE-WS(1:17) PRIOR-OUT-WS "     "
               MOVE-OUT-WS "     " COUNT-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    The proof itself: what the activity log says each
      *    balance should be, and by how much the files missed.
       SpoolProofLines.
           MOVE " " TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "LOGGED: CHECKOUTS " CHECKOUTS-WS " RETURNS "
               RETURNS-WS " LOST " LOSSES-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "        VOIDED CHECKOUTS " VOIDED-CHECKOUTS-WS
               " VOIDED RETURNS " VOIDED-RETURNS-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE FINES-ADDED-WS TO MONEY-OUT-WS
           MOVE FINES-REMOVED-WS TO PRIOR-MONEY-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "        FINES ADDED $" MONEY-OUT-WS
               " SETTLED $" PRIOR-MONEY-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE CREDIT-DRAWN-WS TO MONEY-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "        CREDIT DRAWN $" MONEY-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE EXPECTED-LOANS-WS TO MOVE-OUT-WS
           MOVE CTS-LOAN-GAP-WS TO GAP-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "OPEN LOANS EXPECTED " MOVE-OUT-WS " GAP "
               GAP-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE EXPECTED-FINES-WS TO MONEY-GAP-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING "FINES OWED EXPECTED $" MONEY-GAP-OUT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           MOVE CTS-FINE-GAP-WS TO MONEY-GAP-OUT-WS
           MOVE SPACES TO REPORT-LINE-WS
           STRING SPOOL-LINE(1:31) " GAP $" MONEY-GAP-OUT-WS
               DELIMITED BY SIZE INTO REPORT-LINE-WS
           END-STRING
           MOVE REPORT-LINE-WS TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
