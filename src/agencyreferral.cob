       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyReferral.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMBERSHIPFILE ASSIGN TO "membership.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-STUDENT-ID
           FILE STATUS IS MEM-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL AGENCYFILE ASSIGN TO "agency.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGENCY-REF-ID
           FILE STATUS IS AGENCY-FILE-STATUS-WS.

           SELECT REFERRALFILE ASSIGN TO REFERRAL-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFERRAL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBERSHIPFILE.
       COPY membershiprecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD AGENCYFILE.
       COPY agencyrecord-fs.
       FD REFERRALFILE.
       01 REFERRAL-HEADER-LINE.
           05 RFH-TYPE PIC X(1).
           05 RFH-CLIENT-CODE PIC X(10).
           05 RFH-FILE-DATE PIC 9(8).
       01 REFERRAL-DETAIL-LINE.
           05 RFD-TYPE PIC X(1).
           05 RFD-ACCOUNT PIC 9(10).
           05 RFD-REFERRED-DATE PIC 9(8).
           05 RFD-NAME PIC X(50).
           05 RFD-ADDRESS PIC X(300).
           05 RFD-PHONE PIC X(15).
           05 RFD-EMAIL PIC X(50).
           05 RFD-OLDEST-DATE PIC 9(8).
           05 RFD-ITEM-COUNT PIC 9(3).
           05 RFD-PRINCIPAL PIC 9(7).99.
           05 RFD-FEE PIC 9(5).99.
           05 RFD-TOTAL PIC 9(7).99.
       01 REFERRAL-TRAILER-LINE.
           05 RFT-TYPE PIC X(1).
           05 RFT-CLIENT-CODE PIC X(10).
           05 RFT-ACCOUNT-COUNT PIC 9(5).
           05 RFT-TOTAL PIC 9(9).99.

       WORKING-STORAGE SECTION.
       COPY membershiprecord-ws.
       COPY finerecord-ws.
       COPY studentrecord-ws.
       COPY agencyrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.

       01 MEM-FILE-STATUS-WS PIC X(2).
           88 MEM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AGENCY-FILE-STATUS-WS PIC X(2).
           88 AGENCY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 REFERRAL-FILE-STATUS-WS PIC X(2).
       01 REFERRAL-NAME-WS PIC X(23).

       01 CLIENT-CODE-WS PIC X(10) VALUE "LIBRARY".
       01 AGENCY-OPERATOR-WS PIC X(20) VALUE "AGENCY REFERRAL".
       01 AMOUNT-SCAN-WS PIC X(8) VALUE SPACES.
       01 DAYS-SCAN-WS PIC X(3) VALUE SPACES.
       01 THRESHOLD-WS PIC 9(5)V99 VALUE 25.00.
       01 AGE-DAYS-WS PIC 9(3) VALUE 60.
       01 REFERRAL-FEE-WS PIC 9(5)V99 VALUE 10.00.
       01 MEMBER-EOF-WS PIC X VALUE "N".
       01 FINE-EOF-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 MARK-REFERRED-WS PIC X VALUE "N".
       01 HAS-OPEN-REFERRAL-WS PIC X VALUE "N".
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 ASSESSED-DAYNUM-WS PIC 9(7).
       01 FINE-AGE-WS PIC S9(7).
       01 FINE-REMAINING-WS PIC 9(5)V99.
       01 AGED-BALANCE-WS PIC 9(7)V99.
       01 AGED-COUNT-WS PIC 9(3).
       01 OLDEST-DATE-WS PIC 9(8).
       01 REFERRED-COUNT-WS PIC 9(5) VALUE 0.
       01 HELD-OPEN-COUNT-WS PIC 9(5) VALUE 0.
       01 REFERRED-TOTAL-WS PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.
       01 AGY-RUN-DATE-LS PIC 9(8).

      *    Monthly referral of community borrowers' unpaid balances
      *    to the collection agency. The bursar can only bill
      *    enrolled students, so a membership.bin holder who walks
      *    away owing replacement charges was never pursued. Each
      *    member whose unpaid fines older than the age limit come
      *    to more than the threshold is sent to the agency: those
      *    fines are marked referred (FPAID "C") and leave the
      *    desk's payable balance, the agency's referral fee is
      *    added as an FTYPE "F" row referred with them, an
      *    agency.bin row records what was sent, and one detail
      *    line goes into agencyref_YYYYMMDD.txt in the agency's
      *    header/detail/trailer layout. A member with a referral
      *    still open is left to it until the agency reports it
      *    closed. Money the agency collects comes back through
      *    AgencyStatusImport. Called with a date by the batch
      *    schedule (standard limits), or with zero from the menu to
      *    be asked for them.
       PROCEDURE DIVISION USING AGY-RUN-DATE-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "COLLECTION AGENCY REFERRAL"
           IF AGY-RUN-DATE-LS = 0
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
               PERFORM AskReferralLimits
           ELSE
               MOVE AGY-RUN-DATE-LS TO TODAY-DATE-NUM-WS
           END-IF
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           OPEN INPUT MEMBERSHIPFILE
           IF MEM-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO COMMUNITY MEMBERS ON FILE."
               EXIT PROGRAM
           END-IF
           OPEN I-O FINERECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO FINES ON FILE."
               CLOSE MEMBERSHIPFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           PERFORM OpenAgencyFile
           MOVE SPACES TO REFERRAL-NAME-WS
           STRING "agencyref_" TODAY-DATE-WS ".txt"
               DELIMITED BY SIZE INTO REFERRAL-NAME-WS
           END-STRING
           OPEN OUTPUT REFERRALFILE
           MOVE SPACES TO REFERRAL-HEADER-LINE
           MOVE "H" TO RFH-TYPE
           MOVE CLIENT-CODE-WS TO RFH-CLIENT-CODE
           MOVE TODAY-DATE-NUM-WS TO RFH-FILE-DATE
           WRITE REFERRAL-HEADER-LINE

           PERFORM UNTIL MEMBER-EOF-WS = "Y"
               READ MEMBERSHIPFILE NEXT INTO MEMBERSHIP-WS
                   AT END MOVE "Y" TO MEMBER-EOF-WS
                   NOT AT END PERFORM ReferIfOwing
               END-READ
           END-PERFORM

           MOVE SPACES TO REFERRAL-TRAILER-LINE
           MOVE "T" TO RFT-TYPE
           MOVE CLIENT-CODE-WS TO RFT-CLIENT-CODE
           MOVE REFERRED-COUNT-WS TO RFT-ACCOUNT-COUNT
           MOVE REFERRED-TOTAL-WS TO RFT-TOTAL
           WRITE REFERRAL-TRAILER-LINE
           CLOSE REFERRALFILE
           CLOSE AGENCYFILE
           CLOSE STUDENTRECORD
           CLOSE FINERECORD
           CLOSE MEMBERSHIPFILE
           DISPLAY " "
           DISPLAY REFERRED-COUNT-WS " ACCOUNT(S) REFERRED TO "
               REFERRAL-NAME-WS
           DISPLAY "TOTAL REFERRED, FEES INCLUDED: $"
               REFERRED-TOTAL-WS
           DISPLAY HELD-OPEN-COUNT-WS " MEMBER(S) PASSED OVER WITH A "
               "REFERRAL STILL OPEN.".
           EXIT PROGRAM.

       AskReferralLimits.
           DISPLAY "REFER BALANCES OVER [00025.00]: " WITH NO ADVANCING
           MOVE SPACES TO AMOUNT-SCAN-WS
           ACCEPT AMOUNT-SCAN-WS
           IF AMOUNT-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(AMOUNT-SCAN-WS) TO THRESHOLD-WS
           END-IF
           DISPLAY "UNPAID FOR MORE THAN DAYS [060]: "
               WITH NO ADVANCING
           MOVE SPACES TO DAYS-SCAN-WS
           ACCEPT DAYS-SCAN-WS
           IF DAYS-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(DAYS-SCAN-WS) TO AGE-DAYS-WS
           END-IF
           DISPLAY "AGENCY REFERRAL FEE [00010.00]: "
               WITH NO ADVANCING
           MOVE SPACES TO AMOUNT-SCAN-WS
           ACCEPT AMOUNT-SCAN-WS
           IF AMOUNT-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(AMOUNT-SCAN-WS) TO REFERRAL-FEE-WS
           END-IF.

       OpenAgencyFile.
           OPEN EXTEND AGENCYFILE
           IF AGENCY-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AGENCYFILE
               CLOSE AGENCYFILE
           ELSE
               CLOSE AGENCYFILE
           END-IF
           OPEN I-O AGENCYFILE.

      *    One pass to price the aged balance; only a member over
      *    the threshold gets the second pass that marks the fines.
       ReferIfOwing.
           PERFORM CheckOpenReferral
           IF HAS-OPEN-REFERRAL-WS = "Y"
               ADD 1 TO HELD-OPEN-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AGED-BALANCE-WS
           MOVE 0 TO AGED-COUNT-WS
           MOVE 99999999 TO OLDEST-DATE-WS
           PERFORM BrowseMemberFines
           IF AGED-BALANCE-WS <= THRESHOLD-WS
               EXIT PARAGRAPH
           END-IF
           MOVE MEM-STUDENT-ID-WS TO AGY-STUDENT-ID-WS
           MOVE TODAY-DATE-NUM-WS TO AGY-REFERRED-DATE-WS
           MOVE AGED-COUNT-WS TO AGY-FINE-COUNT-WS
           MOVE AGED-BALANCE-WS TO AGY-PRINCIPAL-WS
           MOVE REFERRAL-FEE-WS TO AGY-FEE-WS
           MOVE 0 TO AGY-COLLECTED-WS
           MOVE 0 TO AGY-WRITTEN-OFF-WS
           MOVE "O" TO AGY-STATUS-WS
           MOVE 0 TO AGY-CLOSED-DATE-WS
           WRITE AGENCY-RECORD FROM AGENCY-WS
               INVALID KEY
                   DISPLAY "  STUDENT " MEM-STUDENT-ID-WS
                       " ALREADY REFERRED TODAY - SKIPPED."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "Y" TO MARK-REFERRED-WS
           PERFORM BrowseMemberFines
           MOVE "N" TO MARK-REFERRED-WS
           IF REFERRAL-FEE-WS > 0
               PERFORM WriteReferralFee
           END-IF
           PERFORM WriteReferralLine
           ADD 1 TO REFERRED-COUNT-WS
           COMPUTE REFERRED-TOTAL-WS = REFERRED-TOTAL-WS
               + AGED-BALANCE-WS + REFERRAL-FEE-WS.

       CheckOpenReferral.
           MOVE "N" TO HAS-OPEN-REFERRAL-WS
           MOVE MEM-STUDENT-ID-WS TO AGY-STUDENT-ID
           MOVE 0 TO AGY-REFERRED-DATE
           START AGENCYFILE KEY IS >= AGENCY-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ AGENCYFILE NEXT INTO AGENCY-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF AGY-STUDENT-ID-WS NOT = MEM-STUDENT-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF AGENCY-IS-OPEN-WS
                               MOVE "Y" TO HAS-OPEN-REFERRAL-WS
                               MOVE "Y" TO SCAN-DONE-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    MARK-REFERRED-WS "N" only prices the member's aged fines;
      *    "Y" marks each of them referred as it goes.
       BrowseMemberFines.
           MOVE MEM-STUDENT-ID-WS TO FSTUDENT-ID
           START FINERECORD KEY IS = FSTUDENT-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO FINE-EOF-WS
           PERFORM UNTIL FINE-EOF-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO FINE-EOF-WS
                   NOT AT END
                       IF FSTUDENT-ID-WS NOT = MEM-STUDENT-ID-WS
                           MOVE "Y" TO FINE-EOF-WS
                       ELSE
                           PERFORM ConsiderOneFine
                       END-IF
               END-READ
           END-PERFORM.

      *    An accruing fine is still growing on a loan that is out,
      *    and a fine already settled, transferred or referred is no
      *    longer ours to send.
       ConsiderOneFine.
           IF FINE-IS-SETTLED-WS OR FINE-IS-ACCRUING-WS
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING FASSESSED-DATE-WS ASSESSED-DAYNUM-WS
           COMPUTE FINE-AGE-WS = TODAY-DAYNUM-WS - ASSESSED-DAYNUM-WS
           IF FINE-AGE-WS <= AGE-DAYS-WS
               EXIT PARAGRAPH
           END-IF
           COMPUTE FINE-REMAINING-WS =
               FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           IF FINE-REMAINING-WS = 0
               EXIT PARAGRAPH
           END-IF
           IF MARK-REFERRED-WS = "N"
               ADD FINE-REMAINING-WS TO AGED-BALANCE-WS
               ADD 1 TO AGED-COUNT-WS
               IF FASSESSED-DATE-WS < OLDEST-DATE-WS
                   MOVE FASSESSED-DATE-WS TO OLDEST-DATE-WS
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO FPAID-WS
           REWRITE FINE-RECORD FROM FINE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO MARK FINE REFERRED FOR "
                       "STUDENT " FSTUDENT-ID-WS
               NOT INVALID KEY
                   MOVE FINE-REMAINING-WS TO CIRC-AMOUNT-WS
                   PERFORM LogReferralEvent
                   PERFORM PostFineBalance
           END-REWRITE.

      *    The fee is assessed and referred in the same breath, so
      *    the activity log shows it going on and straight out to
      *    the agency.
       WriteReferralFee.
           MOVE MEM-STUDENT-ID-WS TO FSTUDENT-ID
           MOVE 0 TO FBOOK-ID
           MOVE TODAY-DATE-WS TO FASSESSED-DATE
           ACCEPT FASSESSED-TIME FROM TIME
           MOVE 0 TO FDAYS-OVERDUE
           MOVE REFERRAL-FEE-WS TO FAMOUNT-DUE
           MOVE 0 TO FAMOUNT-PAID
           MOVE "C" TO FPAID
           MOVE "F" TO FTYPE
           WRITE FINE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ADD THE REFERRAL FEE FOR "
                       "STUDENT " MEM-STUDENT-ID-WS
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "FINEASSD" TO CIRC-EVENT-TYPE-WS
           MOVE MEM-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE 0 TO CIRC-BOOK-ID-WS
           MOVE AGENCY-OPERATOR-WS TO CIRC-OPERATOR-WS
           MOVE REFERRAL-FEE-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           MOVE MEM-STUDENT-ID-WS TO FSTUDENT-ID-WS
           MOVE 0 TO FBOOK-ID-WS
           MOVE REFERRAL-FEE-WS TO CIRC-AMOUNT-WS
           PERFORM LogReferralEvent
           PERFORM PostFineBalance.

      *    The balance leaves the desk's books for the agency's, so
      *    it goes in the activity log as a FINEXFER like a bursar
      *    transfer.
       LogReferralEvent.
           MOVE "FINEXFER" TO CIRC-EVENT-TYPE-WS
           MOVE FSTUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE FBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE AGENCY-OPERATOR-WS TO CIRC-OPERATOR-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       WriteReferralLine.
           MOVE SPACES TO STUDENTNAME-WS
           MOVE SPACES TO STUDENTADDR-WS
           MOVE SPACES TO STUDENTPHONE-WS
           MOVE SPACES TO STUDENTEMAIL-WS
           IF NOT STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE MEM-STUDENT-ID-WS TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           MOVE SPACES TO REFERRAL-DETAIL-LINE
           MOVE "D" TO RFD-TYPE
           MOVE MEM-STUDENT-ID-WS TO RFD-ACCOUNT
           MOVE TODAY-DATE-NUM-WS TO RFD-REFERRED-DATE
           MOVE STUDENTNAME-WS TO RFD-NAME
           MOVE STUDENTADDR-WS TO RFD-ADDRESS
           MOVE STUDENTPHONE-WS TO RFD-PHONE
           MOVE STUDENTEMAIL-WS TO RFD-EMAIL
           MOVE OLDEST-DATE-WS TO RFD-OLDEST-DATE
           MOVE AGED-COUNT-WS TO RFD-ITEM-COUNT
           MOVE AGED-BALANCE-WS TO RFD-PRINCIPAL
           MOVE REFERRAL-FEE-WS TO RFD-FEE
           COMPUTE RFD-TOTAL = AGED-BALANCE-WS + REFERRAL-FEE-WS
           WRITE REFERRAL-DETAIL-LINE
           DISPLAY "  STUDENT " MEM-STUDENT-ID-WS " "
               AGED-COUNT-WS " FINE(S) $" AGED-BALANCE-WS
               " REFERRED.".

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
