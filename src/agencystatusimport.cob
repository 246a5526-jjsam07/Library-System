       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyStatusImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCYSTATUSFILE ASSIGN TO "agencystatus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-IN-FILE-STATUS-WS.

           SELECT OPTIONAL AGENCYFILE ASSIGN TO "agency.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGENCY-REF-ID
           FILE STATUS IS AGENCY-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENTRECORD ASSIGN TO "payment.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-REF-ID
           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS PAY-FILE-STATUS-WS.

           SELECT EXCEPTIONFILE ASSIGN TO "agencystatusexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD AGENCYSTATUSFILE.
       01 AGENCY-STATUS-LINE.
           05 AS-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(2).
           05 AS-REFERRED-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 AS-STATUS PIC X(1).
           05 FILLER PIC X(2).
           05 AS-AMOUNT PIC 9(5).99.
           05 FILLER PIC X(2).
           05 AS-AGENCY-REF PIC X(12).
       FD AGENCYFILE.
       COPY agencyrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD EXCEPTIONFILE.
       01 EXCEPTION-LINE.
           05 EXC-ROW-NUM PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-AMOUNT PIC 9(5).99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON PIC X(40).

       WORKING-STORAGE SECTION.
       COPY agencyrecord-ws.
       COPY finerecord-ws.
       COPY payrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.

       01 STATUS-IN-FILE-STATUS-WS PIC X(2).
           88 STATUS-IN-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AGENCY-FILE-STATUS-WS PIC X(2).
           88 AGENCY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PAY-FILE-STATUS-WS PIC X(2).
           88 PAY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EXC-FILE-STATUS-WS PIC X(2).

       01 STATUS-EOF-WS PIC X VALUE "N".
       01 FINE-EOF-WS PIC X VALUE "N".
       01 ROW-NUM-WS PIC 9(5) VALUE 0.
       01 POSTED-COUNT-WS PIC 9(5) VALUE 0.
       01 CLOSED-COUNT-WS PIC 9(5) VALUE 0.
       01 EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01 COLLECTED-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 WRITTEN-OFF-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 AMOUNT-LEFT-WS PIC 9(7)V99.
       01 LINE-GROSS-WS PIC 9(7)V99.
       01 THIS-SLICE-WS PIC 9(5)V99.
       01 FINE-REMAINING-WS PIC 9(5)V99.
       01 REFERRED-LEFT-WS PIC X VALUE "N".
       01 BROWSE-MODE-WS PIC X(1) VALUE SPACE.
           88 BROWSE-TO-COLLECT-WS VALUE "C".
           88 BROWSE-TO-WRITE-OFF-WS VALUE "W".
       01 AGENCY-PAY-OPERATOR-WS PIC X(20) VALUE "COLLECTION AGENCY".

      *    The collection agency's status file posted back against
      *    the referrals AgencyReferral sent. Each line names the
      *    referral (patron and referral date), a status and the
      *    money the agency collected since its last file:
      *      P  payment collected, referral still being worked
      *      S  settled - the agency has closed the account; what
      *         it collected is posted and the rest written off
      *    Collected money is applied to the patron's referred
      *    fines oldest first with the desk's settlement
      *    arithmetic - a payment.bin row per slice (method "CL"),
      *    the running FAMOUNT-PAID, the fine closing only when
      *    covered. A settlement writes the rest off the same way
      *    (method "CW"). The referral closes paid once nothing is
      *    left on it, or settled on an S line. Lines that do not
      *    match an open referral, carry an unknown status or
      *    bring more money than was referred land in
      *    agencystatusexceptions.txt - the import never guesses.
      *    Referred fines already left the desk's owed balance at
      *    referral, so these postings log COLLPAY and COLLWO
      *    activity rather than FINEPAY.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT AGENCYSTATUSFILE
           IF STATUS-IN-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO agencystatus.txt TO IMPORT."
               EXIT PROGRAM
           END-IF
           OPEN I-O AGENCYFILE
           IF AGENCY-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO AGENCY REFERRALS ON FILE."
               CLOSE AGENCYSTATUSFILE
               EXIT PROGRAM
           END-IF
           OPEN I-O FINERECORD
           PERFORM OpenPaymentFile
           OPEN OUTPUT EXCEPTIONFILE
           DISPLAY " "
           DISPLAY "COLLECTION AGENCY STATUS IMPORT"
           PERFORM ImportOneStatus UNTIL STATUS-EOF-WS = "Y"
           CLOSE EXCEPTIONFILE
           CLOSE PAYMENTRECORD
           CLOSE FINERECORD
           CLOSE AGENCYFILE
           CLOSE AGENCYSTATUSFILE
           DISPLAY " "
           DISPLAY POSTED-COUNT-WS " LINE(S) POSTED, $"
               COLLECTED-TOTAL-WS " COLLECTED, $"
               WRITTEN-OFF-TOTAL-WS " WRITTEN OFF AT SETTLEMENT."
           DISPLAY CLOSED-COUNT-WS " REFERRAL(S) CLOSED, "
               EXCEPTION-COUNT-WS " EXCEPTION(S) WRITTEN TO "
               "agencystatusexceptions.txt.".
           EXIT PROGRAM.

       OpenPaymentFile.
           OPEN EXTEND PAYMENTRECORD
           IF PAY-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PAYMENTRECORD
               CLOSE PAYMENTRECORD
           ELSE
               CLOSE PAYMENTRECORD
           END-IF
           OPEN I-O PAYMENTRECORD.

       ImportOneStatus.
           READ AGENCYSTATUSFILE
               AT END
                   MOVE "Y" TO STATUS-EOF-WS
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO ROW-NUM-WS
           MOVE AS-AMOUNT TO LINE-GROSS-WS
           MOVE LINE-GROSS-WS TO AMOUNT-LEFT-WS
           IF AS-STATUS NOT = "P" AND AS-STATUS NOT = "S"
               MOVE "UNKNOWN STATUS CODE" TO EXC-REASON
               PERFORM WriteOneException
               EXIT PARAGRAPH
           END-IF
           MOVE AS-STUDENT-ID TO AGY-STUDENT-ID
           MOVE AS-REFERRED-DATE TO AGY-REFERRED-DATE
           READ AGENCYFILE INTO AGENCY-WS
               INVALID KEY
                   MOVE "NO SUCH REFERRAL" TO EXC-REASON
                   PERFORM WriteOneException
                   EXIT PARAGRAPH
           END-READ
           IF NOT AGENCY-IS-OPEN-WS
               MOVE "REFERRAL ALREADY CLOSED" TO EXC-REASON
               PERFORM WriteOneException
               EXIT PARAGRAPH
           END-IF
           IF AMOUNT-LEFT-WS > 0
               MOVE "C" TO BROWSE-MODE-WS
               PERFORM BrowseReferredFines
               COMPUTE AGY-COLLECTED-WS = AGY-COLLECTED-WS
                   + LINE-GROSS-WS - AMOUNT-LEFT-WS
               COMPUTE COLLECTED-TOTAL-WS = COLLECTED-TOTAL-WS
                   + LINE-GROSS-WS - AMOUNT-LEFT-WS
           END-IF
           IF AMOUNT-LEFT-WS > 0
               MOVE "COLLECTED MORE THAN WAS REFERRED"
                   TO EXC-REASON
               PERFORM WriteOneException
           END-IF
           IF AS-STATUS = "S"
               MOVE "W" TO BROWSE-MODE-WS
               PERFORM BrowseReferredFines
               MOVE "S" TO AGY-STATUS-WS
           ELSE
               MOVE SPACE TO BROWSE-MODE-WS
               PERFORM BrowseReferredFines
               IF REFERRED-LEFT-WS = "N"
                   MOVE "P" TO AGY-STATUS-WS
               END-IF
           END-IF
           IF NOT AGENCY-IS-OPEN-WS
               ACCEPT AGY-CLOSED-DATE-WS FROM DATE YYYYMMDD
               ADD 1 TO CLOSED-COUNT-WS
               DISPLAY "  STUDENT " AGY-STUDENT-ID-WS
                   " REFERRAL OF " AGY-REFERRED-DATE-WS " CLOSED "
                   AGY-STATUS-WS
           END-IF
           REWRITE AGENCY-RECORD FROM AGENCY-WS
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE REFERRAL FOR "
                       "STUDENT " AGY-STUDENT-ID-WS
           END-REWRITE
           ADD 1 TO POSTED-COUNT-WS.

      *    Walks the patron's referred fines: collecting money,
      *    writing off what a settlement leaves, or (mode blank)
      *    only noting whether any referred balance is left.
       BrowseReferredFines.
           MOVE "N" TO REFERRED-LEFT-WS
           MOVE AGY-STUDENT-ID-WS TO FSTUDENT-ID
           START FINERECORD KEY IS = FSTUDENT-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO FINE-EOF-WS
           PERFORM UNTIL FINE-EOF-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO FINE-EOF-WS
                   NOT AT END
                       IF FSTUDENT-ID-WS NOT = AGY-STUDENT-ID-WS
                           MOVE "Y" TO FINE-EOF-WS
                       ELSE
                           IF FINE-IS-REFERRED-WS
                               PERFORM HandleOneReferredFine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       HandleOneReferredFine.
           COMPUTE FINE-REMAINING-WS =
               FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           EVALUATE TRUE
               WHEN BROWSE-TO-COLLECT-WS
                   IF AMOUNT-LEFT-WS < FINE-REMAINING-WS
                       MOVE AMOUNT-LEFT-WS TO THIS-SLICE-WS
                   ELSE
                       MOVE FINE-REMAINING-WS TO THIS-SLICE-WS
                   END-IF
                   IF THIS-SLICE-WS = 0
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT THIS-SLICE-WS FROM AMOUNT-LEFT-WS
                   MOVE "CL" TO PAY-METHOD
                   MOVE "COLLPAY" TO CIRC-EVENT-TYPE-WS
                   PERFORM SettleOneSlice
               WHEN BROWSE-TO-WRITE-OFF-WS
                   MOVE FINE-REMAINING-WS TO THIS-SLICE-WS
                   ADD THIS-SLICE-WS TO AGY-WRITTEN-OFF-WS
                   ADD THIS-SLICE-WS TO WRITTEN-OFF-TOTAL-WS
                   MOVE "CW" TO PAY-METHOD
                   MOVE "COLLWO" TO CIRC-EVENT-TYPE-WS
                   PERFORM SettleOneSlice
               WHEN OTHER
                   MOVE "Y" TO REFERRED-LEFT-WS
           END-EVALUATE.

      *    Same settlement arithmetic as the desk: bump the running
      *    paid amount, close the fine only when it reaches the
      *    assessment. PAY-METHOD and the event type are set by the
      *    caller.
       SettleOneSlice.
           ADD THIS-SLICE-WS TO FAMOUNT-PAID-WS
           IF FAMOUNT-PAID-WS >= FAMOUNT-DUE-WS
               MOVE "Y" TO FPAID-WS
           END-IF
           REWRITE FINE-RECORD FROM FINE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE FINE FOR STUDENT "
                       FSTUDENT-ID-WS
               NOT INVALID KEY PERFORM PostFineBalance
           END-REWRITE
           IF THIS-SLICE-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FSTUDENT-ID-WS TO PAY-STUDENT-ID
           MOVE FBOOK-ID-WS TO PAY-BOOK-ID
           ACCEPT PAY-DATE FROM DATE YYYYMMDD
           ACCEPT PAY-TIME FROM TIME
           MOVE THIS-SLICE-WS TO PAY-AMOUNT
           MOVE AGENCY-PAY-OPERATOR-WS TO PAY-OPERATOR
           MOVE AS-AGENCY-REF(1:2) TO PAY-REASON
           WRITE PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE THE PAYMENT ROW."
           END-WRITE
           MOVE FSTUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE FBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE AGENCY-PAY-OPERATOR-WS TO CIRC-OPERATOR-WS
           MOVE THIS-SLICE-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       WriteOneException.
           ADD 1 TO EXCEPTION-COUNT-WS
           MOVE ROW-NUM-WS TO EXC-ROW-NUM
           MOVE AS-STUDENT-ID TO EXC-STUDENT-ID
           MOVE AMOUNT-LEFT-WS TO EXC-AMOUNT
           WRITE EXCEPTION-LINE
           DISPLAY "  ROW " ROW-NUM-WS " EXCEPTION: " EXC-REASON.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
