       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueueOrder.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL RESERVERECORD ASSIGN TO "reserve.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVE-REF-ID
           ALTERNATE RECORD KEY IS RSV-BOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS RESERVE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD RESERVERECORD.
       COPY reserverecord-fs.

       WORKING-STORAGE SECTION.
       COPY waitlistrecord-ws.
       COPY studentrecord-ws.
       COPY reserverecord-ws.
       COPY policyrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RESERVE-FILE-STATUS-WS PIC X(2).
           88 RESERVE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 POLICY-LOADED-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 RESERVE-SCAN-DONE-WS PIC X VALUE "N".
       01 ON-RESERVE-WS PIC X VALUE "N".
       01 TYPE-LETTER-WS PIC X(1).
       01 RANK-WS PIC 9(1).
       01 LETTER-IDX-WS PIC 9(1).
       01 TODAY-KEYNUM-WS PIC 9(8).
       01 TERM-START-KEYNUM-WS PIC 9(8).
       01 TERM-END-KEYNUM-WS PIC 9(8).
       01 QUEUE-TABLE-WS.
           05 QUEUE-ROW-WS OCCURS 100 TIMES.
               10 QUEUE-SORT-KEY-WS.
                   15 QUEUE-RANK-WS PIC 9(1).
                   15 QUEUE-REQ-KEYNUM-WS PIC 9(8).
                   15 QUEUE-STUDENT-ID-WS PIC 9(10).
       01 HELD-ROW-WS PIC X(19).
       01 ROWS-HELD-WS PIC 9(3) VALUE 0.
       01 ROW-IDX-WS PIC 9(3).
       01 SLIDE-IDX-WS PIC 9(3).

       LINKAGE SECTION.
       COPY qorder-request.

      *    The reservation queue used to be served strictly by
      *    request date - the order the duplicate WBOOK-ID key
      *    hands rows back in. Now every row for the title is ranked
      *    first: a row a librarian bumped (WBUMPED) goes to the
      *    head, then the patron types named in POL-WAIT-PRIORITY in
      *    the order they are named ("R" - a faculty member with the
      *    title on one of their current course reserves - counts
      *    ahead of their plain faculty letter), then everyone else.
      *    Inside a rank the earlier request wins, and on the same
      *    day the lower student id, so the order is stable run to
      *    run. The return desk, the drop, the sweep, the arrival
      *    fill, the transfer desk and the student's own view all
      *    ask here, so nobody sees a different line.
       PROCEDURE DIVISION USING QRD-REQUEST.
       StartPara.
           IF POLICY-LOADED-WS = "N"
               CALL "LoadPolicy" USING POLICY-WS
               MOVE "Y" TO POLICY-LOADED-WS
           END-IF
           ACCEPT TODAY-KEYNUM-WS FROM DATE YYYYMMDD
           MOVE 0 TO QRD-COUNT
           MOVE 0 TO QRD-PRIORITY-COUNT
           MOVE 0 TO QRD-POSITION
           MOVE 0 TO ROWS-HELD-WS
           OPEN INPUT WAITLISTRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           OPEN INPUT RESERVERECORD
           MOVE QRD-BOOK-ID TO WBOOK-ID
           START WAITLISTRECORD KEY IS = WBOOK-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM CollectQueueRows
           END-START
           CLOSE WAITLISTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               CLOSE STUDENTRECORD
           END-IF
           IF RESERVE-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               CLOSE RESERVERECORD
           END-IF
           PERFORM VARYING ROW-IDX-WS FROM 2 BY 1
                   UNTIL ROW-IDX-WS > ROWS-HELD-WS
               PERFORM SlideRowIntoPlace
           END-PERFORM
           PERFORM VARYING ROW-IDX-WS FROM 1 BY 1
                   UNTIL ROW-IDX-WS > ROWS-HELD-WS
               MOVE QUEUE-STUDENT-ID-WS(ROW-IDX-WS)
                   TO QRD-STUDENT-ID(ROW-IDX-WS)
               MOVE QUEUE-RANK-WS(ROW-IDX-WS) TO QRD-RANK(ROW-IDX-WS)
               IF QRD-FOR-STUDENT NOT = 0 AND
                       QUEUE-STUDENT-ID-WS(ROW-IDX-WS) =
                       QRD-FOR-STUDENT
                   MOVE ROW-IDX-WS TO QRD-POSITION
               END-IF
           END-PERFORM.
           EXIT PROGRAM.

       CollectQueueRows.
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ WAITLISTRECORD NEXT INTO WAITLIST-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF WBOOK-ID-WS NOT = QRD-BOOK-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM HoldOneRow
                       END-IF
               END-READ
           END-PERFORM.

       HoldOneRow.
           PERFORM RankOneRow
           ADD 1 TO QRD-COUNT
           IF RANK-WS < 9
               ADD 1 TO QRD-PRIORITY-COUNT
           END-IF
           IF ROWS-HELD-WS >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROWS-HELD-WS
           MOVE RANK-WS TO QUEUE-RANK-WS(ROWS-HELD-WS)
           COMPUTE QUEUE-REQ-KEYNUM-WS(ROWS-HELD-WS) =
               (WYYYY-WS * 10000) + (WMM-WS * 100) + WDD-WS
           MOVE WSTUDENT-ID-WS TO QUEUE-STUDENT-ID-WS(ROWS-HELD-WS).

      *    Rank 0 is a librarian's bump, 1 to 6 the place of the
      *    patron's letter in the priority string, 9 unranked.
       RankOneRow.
           MOVE 9 TO RANK-WS
           IF WAITLIST-IS-BUMPED-WS
               MOVE 0 TO RANK-WS
               EXIT PARAGRAPH
           END-IF
           IF POL-WAIT-PRIORITY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO TYPE-LETTER-WS
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE WSTUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF PATRON-IS-FACULTY-WS
               PERFORM CheckCourseReserve
               IF ON-RESERVE-WS = "Y"
                   MOVE "R" TO TYPE-LETTER-WS
                   PERFORM FindLetterRank
                   IF RANK-WS < 9
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE PATRON-TYPE-WS TO TYPE-LETTER-WS
           PERFORM FindLetterRank.

       FindLetterRank.
           PERFORM VARYING LETTER-IDX-WS FROM 1 BY 1
                   UNTIL LETTER-IDX-WS > 6 OR RANK-WS < 9
               IF POL-WAIT-PRIORITY-WS(LETTER-IDX-WS:1) =
                       TYPE-LETTER-WS
                   MOVE LETTER-IDX-WS TO RANK-WS
               END-IF
           END-PERFORM.

      *    The same in-term test BorrowBooks applies to a reserve
      *    row, narrowed to rows this faculty member placed.
       CheckCourseReserve.
           MOVE "N" TO ON-RESERVE-WS
           IF RESERVE-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE QRD-BOOK-ID TO RSV-BOOK-ID
           START RESERVERECORD KEY IS = RSV-BOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO RESERVE-SCAN-DONE-WS
           PERFORM UNTIL RESERVE-SCAN-DONE-WS = "Y"
               READ RESERVERECORD NEXT INTO RESERVE-WS
                   AT END MOVE "Y" TO RESERVE-SCAN-DONE-WS
                   NOT AT END
                       IF RSV-BOOK-ID-WS NOT = QRD-BOOK-ID
                           MOVE "Y" TO RESERVE-SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeReserveRow
                       END-IF
               END-READ
           END-PERFORM.

       JudgeReserveRow.
           IF RSV-FACULTY-ID-WS NOT = WSTUDENT-ID-WS
               EXIT PARAGRAPH
           END-IF
           COMPUTE TERM-START-KEYNUM-WS = (RSV-S-YYYY-WS * 10000)
               + (RSV-S-MM-WS * 100) + RSV-S-DD-WS
           COMPUTE TERM-END-KEYNUM-WS = (RSV-E-YYYY-WS * 10000)
               + (RSV-E-MM-WS * 100) + RSV-E-DD-WS
           IF TODAY-KEYNUM-WS >= TERM-START-KEYNUM-WS AND
                   TODAY-KEYNUM-WS <= TERM-END-KEYNUM-WS
               MOVE "Y" TO ON-RESERVE-WS
               MOVE "Y" TO RESERVE-SCAN-DONE-WS
           END-IF.

      *    Straight insertion on the composite key: the queue for a
      *    single title is short.
       SlideRowIntoPlace.
           MOVE QUEUE-SORT-KEY-WS(ROW-IDX-WS) TO HELD-ROW-WS
           MOVE ROW-IDX-WS TO SLIDE-IDX-WS
           PERFORM UNTIL SLIDE-IDX-WS < 2
                   OR QUEUE-SORT-KEY-WS(SLIDE-IDX-WS - 1)
                       <= HELD-ROW-WS
               MOVE QUEUE-SORT-KEY-WS(SLIDE-IDX-WS - 1)
                   TO QUEUE-SORT-KEY-WS(SLIDE-IDX-WS)
               SUBTRACT 1 FROM SLIDE-IDX-WS
           END-PERFORM
           MOVE HELD-ROW-WS TO QUEUE-SORT-KEY-WS(SLIDE-IDX-WS).
