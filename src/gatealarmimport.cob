       IDENTIFICATION DIVISION.
       PROGRAM-ID. GateAlarmImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATEALARMFILE ASSIGN TO "gatealarm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GATE-FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS CIRC-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BOOK-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD GATEALARMFILE.
       01 GATE-ALARM-LINE.
           05 GA-GATE-ID PIC X(4).
           05 FILLER PIC X(2).
           05 GA-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 GA-TIME.
               10 GA-HH PIC 9(2).
               10 GA-MI PIC 9(2).
               10 GA-SS PIC 9(2).
           05 FILLER PIC X(2).
           05 GA-BOOK-ID PIC 9(10).
           05 FILLER PIC X(2).
           05 GA-COPY-NUM PIC 9(3).
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY borrowrecord-ws.
       COPY circeventrecord-ws.
       COPY copyrecord-ws.
       COPY bookrecord-ws.
       COPY wqex-request.
       COPY spool-request.

       01 GATE-FILE-STATUS-WS PIC X(2).
           88 GATE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 GATE-EOF-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ALARM-CLASS-WS PIC X(1).
           88 ALARM-IS-DESK-MISS-WS VALUE "D".
           88 ALARM-IS-NO-LOAN-WS VALUE "N".
           88 ALARM-IS-LOST-WS VALUE "L".
       01 CLASS-TEXT-WS PIC X(12).
       01 EVIDENCE-TEXT-WS PIC X(24).
       01 ALARM-TITLE-WS PIC X(50).
       01 LOAN-FOUND-WS PIC X VALUE "N".
       01 COPIES-RECORDED-WS PIC X VALUE "N".
       01 SLOT-IDX-WS PIC 9(2).
       01 ALARM-TIME-NUM-WS PIC 9(6).
       01 EVENT-TIME-NUM-WS PIC 9(6).
       01 EVENT-DATE-NUM-WS PIC 9(8).

       01 ALARM-COUNT-WS PIC 9(5) VALUE 0.
       01 DESK-MISS-COUNT-WS PIC 9(5) VALUE 0.
       01 NO-LOAN-COUNT-WS PIC 9(5) VALUE 0.
       01 LOST-COUNT-WS PIC 9(5) VALUE 0.

      *    The exit gates' alarm log, matched against circulation
      *    the morning after instead of by hand. Each line of
      *    gatealarm.txt is one tag that set off a gate; the book
      *    and copy on it are looked up and the alarm put in one of
      *    three classes:
      *      DESK MISS  - the item is out on a loan (an open
      *                   borrow.bin ticket, or a CHECKOUT event for
      *                   the title earlier the same day): the desk
      *                   charged it out but did not desensitise it.
      *      LOST       - the copy is already marked lost in
      *                   copy.bin, billed to whoever lost it; the
      *                   alarm says where it went, not who owes.
      *      NO LOAN    - nothing accounts for it leaving: possible
      *                   theft. These are also queued in the shared
      *                   exception work queue for a person to follow
      *                   up with the gate footage.
      *    A copy number of zero (a tag written before copies were
      *    labelled) matches any loan of the title. The classified
      *    alarms make the day's report in the spool.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT GATEALARMFILE
           IF GATE-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO gatealarm.txt TO IMPORT."
               EXIT PROGRAM
           END-IF
           OPEN INPUT BORROWRECORD
           OPEN INPUT CIRCEVENTFILE
           OPEN INPUT COPYRECORD
           OPEN INPUT BOOKRECORD
           DISPLAY " "
           DISPLAY "SECURITY GATE ALARM RECONCILIATION"
           MOVE "O" TO SPOOL-FUNC
           MOVE "gatealarm" TO SPOOL-PREFIX
           MOVE "SECURITY GATE ALARMS MATCHED TO CIRCULATION"
               TO SPOOL-TITLE
           MOVE "GATE DATE     TIME   BOOK ID    CPY CLASS        "
               TO SPOOL-HEADING
           MOVE "TITLE / EVIDENCE" TO SPOOL-HEADING(50:16)
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM ImportOneAlarm UNTIL GATE-EOF-WS = "Y"
           CLOSE BOOKRECORD
           CLOSE COPYRECORD
           CLOSE CIRCEVENTFILE
           CLOSE BORROWRECORD
           CLOSE GATEALARMFILE
           DISPLAY " "
           DISPLAY ALARM-COUNT-WS " ALARM(S): " DESK-MISS-COUNT-WS
               " DESK MISS, " LOST-COUNT-WS " LOST, "
               NO-LOAN-COUNT-WS " NO LOAN (QUEUED)."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING ALARM-COUNT-WS " ALARM(S): " DESK-MISS-COUNT-WS
               " DESK MISS, " LOST-COUNT-WS " LOST, "
               NO-LOAN-COUNT-WS " NO LOAN (QUEUED)."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       ImportOneAlarm.
           READ GATEALARMFILE
               AT END
                   MOVE "Y" TO GATE-EOF-WS
                   EXIT PARAGRAPH
           END-READ
           IF GA-BOOK-ID NOT NUMERIC OR GA-BOOK-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF GA-COPY-NUM NOT NUMERIC
               MOVE 0 TO GA-COPY-NUM
           END-IF
           ADD 1 TO ALARM-COUNT-WS
           MOVE SPACES TO EVIDENCE-TEXT-WS
           PERFORM ClassifyAlarm
           PERFORM ReportOneAlarm
           IF ALARM-IS-NO-LOAN-WS
               PERFORM QueueNoLoanAlarm
           END-IF.

      *    Lost comes first: a lost copy has no loan left on it, and
      *    without this test would read as a theft.
       ClassifyAlarm.
           IF GA-COPY-NUM > 0 AND NOT COPY-FILE-DOES-NOT-EXIST-WS
               MOVE GA-BOOK-ID TO CBOOK-ID
               MOVE GA-COPY-NUM TO CCOPY-NUM
               READ COPYRECORD INTO COPY-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CCOPY-IS-LOST-WS
                           MOVE "L" TO ALARM-CLASS-WS
                           ADD 1 TO LOST-COUNT-WS
                           MOVE "COPY BILLED AS LOST"
                               TO EVIDENCE-TEXT-WS
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           PERFORM FindLoanForAlarm
           IF LOAN-FOUND-WS = "N"
               PERFORM FindCheckoutEvent
           END-IF
           IF LOAN-FOUND-WS = "Y"
               MOVE "D" TO ALARM-CLASS-WS
               ADD 1 TO DESK-MISS-COUNT-WS
           ELSE
               MOVE "N" TO ALARM-CLASS-WS
               ADD 1 TO NO-LOAN-COUNT-WS
               MOVE "NO LOAN ON FILE" TO EVIDENCE-TEXT-WS
           END-IF.

      *    An open ticket for the title carrying the alarm's copy is
      *    the desk's miss. A ticket that records no copies at all
      *    (taken before copies were recorded on loans) accounts for
      *    any copy; one that records other copies does not.
       FindLoanForAlarm.
           MOVE "N" TO LOAN-FOUND-WS
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE GA-BOOK-ID TO BBOOK-ID
           START BORROWRECORD KEY IS = BBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y" OR LOAN-FOUND-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF BBOOK-ID-WS NOT = GA-BOOK-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeLoanCopies
                       END-IF
               END-READ
           END-PERFORM.

       JudgeLoanCopies.
           MOVE "N" TO COPIES-RECORDED-WS
           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                   UNTIL SLOT-IDX-WS > 10
               IF BCOPY-NUM-WS(SLOT-IDX-WS) > 0
                   MOVE "Y" TO COPIES-RECORDED-WS
                   IF BCOPY-NUM-WS(SLOT-IDX-WS) = GA-COPY-NUM
                       MOVE "Y" TO LOAN-FOUND-WS
                   END-IF
               END-IF
           END-PERFORM
           IF COPIES-RECORDED-WS = "N" OR GA-COPY-NUM = 0
               MOVE "Y" TO LOAN-FOUND-WS
           END-IF
           IF LOAN-FOUND-WS = "Y"
               MOVE SPACES TO EVIDENCE-TEXT-WS
               STRING "LOAN TO " BORROWER-ID-WS
                   DELIMITED BY SIZE INTO EVIDENCE-TEXT-WS
               END-STRING
           END-IF.

      *    A loan charged out and returned again before the log is
      *    read is gone from borrow.bin; the day's CHECKOUT event up
      *    to the alarm's time still shows the item left on a loan.
       FindCheckoutEvent.
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CIRC-REF-ID
           MOVE GA-DATE TO CIRC-DATE
           START CIRCEVENTFILE KEY IS >= CIRC-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE GA-TIME TO ALARM-TIME-NUM-WS
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y" OR LOAN-FOUND-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM JudgeDayEvent
               END-READ
           END-PERFORM.

       JudgeDayEvent.
           MOVE CIRC-DATE-WS TO EVENT-DATE-NUM-WS
           MOVE CIRC-TIME-WS(1:6) TO EVENT-TIME-NUM-WS
           IF EVENT-DATE-NUM-WS NOT = GA-DATE
                   OR EVENT-TIME-NUM-WS > ALARM-TIME-NUM-WS
               MOVE "Y" TO SCAN-DONE-WS
               EXIT PARAGRAPH
           END-IF
           IF CIRC-IS-CHECKOUT-WS AND CIRC-BOOK-ID-WS = GA-BOOK-ID
               MOVE "Y" TO LOAN-FOUND-WS
               MOVE SPACES TO EVIDENCE-TEXT-WS
               STRING "CHECKOUT " CIRC-HH-WS CIRC-MI-WS " TO "
                   CIRC-STUDENT-ID-WS
                   DELIMITED BY SIZE INTO EVIDENCE-TEXT-WS
               END-STRING
           END-IF.

       ReportOneAlarm.
           EVALUATE TRUE
               WHEN ALARM-IS-DESK-MISS-WS
                   MOVE "DESK MISS" TO CLASS-TEXT-WS
               WHEN ALARM-IS-LOST-WS
                   MOVE "LOST" TO CLASS-TEXT-WS
               WHEN OTHER
                   MOVE "NO LOAN" TO CLASS-TEXT-WS
           END-EVALUATE
           MOVE "(NOT IN THE CATALOG)" TO ALARM-TITLE-WS
           IF NOT BOOK-FILE-DOES-NOT-EXIST-WS
               MOVE GA-BOOK-ID TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   NOT INVALID KEY MOVE BOOKNAME-WS TO ALARM-TITLE-WS
               END-READ
           END-IF
           DISPLAY GA-GATE-ID " " GA-DATE " " GA-TIME " " GA-BOOK-ID
               " " GA-COPY-NUM " " CLASS-TEXT-WS " "
               ALARM-TITLE-WS(1:25)
           DISPLAY "     " EVIDENCE-TEXT-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING GA-GATE-ID " " GA-DATE " " GA-TIME " " GA-BOOK-ID
               " " GA-COPY-NUM " " CLASS-TEXT-WS " "
               ALARM-TITLE-WS(1:30)
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "                                          "
               "       " EVIDENCE-TEXT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

       QueueNoLoanAlarm.
           MOVE "GATEALARM" TO WQEX-SOURCE
           MOVE GA-BOOK-ID TO WQEX-KEY-ID
           MOVE SPACES TO WQEX-REASON
           STRING "NO LOAN AT GATE " GA-GATE-ID " "
               GA-DATE " " GA-HH GA-MI " COPY " GA-COPY-NUM
               DELIMITED BY SIZE INTO WQEX-REASON
           END-STRING
           CALL "QueueException" USING WQEX-REQUEST.
