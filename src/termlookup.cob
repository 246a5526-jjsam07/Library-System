       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERMFILE ASSIGN TO "term.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD TERMFILE.
       COPY termrecord-fs.

       WORKING-STORAGE SECTION.
       COPY termrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 NEXT-START-WS PIC 9(8).
       01 NEXT-CODE-WS PIC X(6).

       LINKAGE SECTION.
       COPY term-request.

      *    The one reader of term.bin. No file, or no term to match,
      *    answers TRQ-FOUND "N" with the dates zeroed, and the
      *    caller says so rather than guess a date.
       PROCEDURE DIVISION USING TRQ-REQUEST.
       StartPara.
           MOVE "N" TO TRQ-FOUND
           MOVE SPACES TO TRQ-NAME
           MOVE 0 TO TRQ-START
           MOVE 0 TO TRQ-END
           MOVE 0 TO TRQ-CLASSES-END
           MOVE 0 TO TRQ-EXAM-START
           MOVE 0 TO TRQ-EXAM-END
           MOVE 0 TO TRQ-RECALL-DATE
           IF TRQ-DATE = 0
               ACCEPT TRQ-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT TERMFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE TERMFILE
               EXIT PROGRAM
           END-IF
           EVALUATE TRQ-FUNC
               WHEN "N" PERFORM FindNamedTerm
               WHEN "C" PERFORM FindCurrentTerm
               WHEN "D" PERFORM FindDatedTerm
               WHEN "E" PERFORM FindAnyTerm
           END-EVALUATE
           CLOSE TERMFILE.
           EXIT PROGRAM.

       FindNamedTerm.
           MOVE FUNCTION UPPER-CASE(TRQ-CODE) TO TERM-CODE
           READ TERMFILE INTO TERM-WS
               KEY IS TERM-CODE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM ReturnTerm.

      *    The term in progress wins; while walking the file the
      *    earliest term still to start is kept in case there is
      *    none, and read back at the end.
       FindCurrentTerm.
           PERFORM FindDatedTerm
           IF TRQ-TERM-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NEXT-START-WS = 99999999
               EXIT PARAGRAPH
           END-IF
           MOVE NEXT-CODE-WS TO TERM-CODE
           READ TERMFILE INTO TERM-WS
               KEY IS TERM-CODE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM ReturnTerm.

       FindAnyTerm.
           MOVE LOW-VALUES TO TERM-CODE
           START TERMFILE KEY IS >= TERM-CODE
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ TERMFILE NEXT INTO TERM-WS
               AT END EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO TRQ-FOUND.

       FindDatedTerm.
           MOVE 99999999 TO NEXT-START-WS
           MOVE SPACES TO NEXT-CODE-WS
           MOVE LOW-VALUES TO TERM-CODE
           START TERMFILE KEY IS >= TERM-CODE
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TERMFILE NEXT INTO TERM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM JudgeOneTerm
               END-READ
           END-PERFORM.

       JudgeOneTerm.
           IF TRQ-DATE >= TERM-START-WS AND TRQ-DATE <= TERM-END-WS
               PERFORM ReturnTerm
               MOVE "Y" TO SCAN-DONE-WS
               EXIT PARAGRAPH
           END-IF
           IF TERM-START-WS > TRQ-DATE AND
                   TERM-START-WS < NEXT-START-WS
               MOVE TERM-START-WS TO NEXT-START-WS
               MOVE TERM-CODE-WS TO NEXT-CODE-WS
           END-IF.

       ReturnTerm.
           MOVE "Y" TO TRQ-FOUND
           MOVE TERM-CODE-WS TO TRQ-CODE
           MOVE TERM-NAME-WS TO TRQ-NAME
           MOVE TERM-START-WS TO TRQ-START
           MOVE TERM-END-WS TO TRQ-END
           MOVE TERM-CLASSES-END-WS TO TRQ-CLASSES-END
           MOVE TERM-EXAM-START-WS TO TRQ-EXAM-START
           MOVE TERM-EXAM-END-WS TO TRQ-EXAM-END
           MOVE TERM-RECALL-DATE-WS TO TRQ-RECALL-DATE.
