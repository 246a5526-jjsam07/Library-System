       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermMaint.
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
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 CODE-SCAN-WS PIC X(6) VALUE SPACES.
       01 NAME-SCAN-WS PIC X(30) VALUE SPACES.
       01 DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 TERM-EXISTS-WS PIC X VALUE "N".
       01 ENTRY-OK-WS PIC X VALUE "Y".

      *    One date prompt serves every date on the record: the
      *    label to show, the value on file (kept on Enter) and the
      *    value keyed.
       01 DATE-LABEL-WS PIC X(26).
       01 DATE-VALUE-WS.
           05 DATE-YYYY-WS PIC 9(4).
           05 DATE-MM-WS PIC 9(2).
           05 DATE-DD-WS PIC 9(2).
       01 DATE-VALUE-NUM-WS REDEFINES DATE-VALUE-WS PIC 9(8).

       01 NEW-TERM-WS.
           05 NEW-CODE-WS PIC X(6).
           05 NEW-NAME-WS PIC X(30).
           05 NEW-START-WS PIC 9(8).
           05 NEW-END-WS PIC 9(8).
           05 NEW-CLASSES-END-WS PIC 9(8).
           05 NEW-EXAM-START-WS PIC 9(8).
           05 NEW-EXAM-END-WS PIC 9(8).
           05 NEW-RECALL-DATE-WS PIC 9(8).
       01 OVERLAP-CODE-WS PIC X(6).
       01 TODAY-DATE-WS PIC 9(8).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Maintenance for the academic term master (term.bin). A
      *    term is keyed once here - its first and last day, the
      *    last day of classes, the exam period and the recall date
      *    - and the recall, course reserves, class sets, the
      *    bursar transfer and faculty loan periods all read it
      *    from here. The dates are checked against each other and
      *    against the other terms on file before anything is
      *    saved, so a mistyped year is caught at the one place it
      *    is keyed.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenTermFile
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "ACADEMIC TERM MASTER"
               DISPLAY "[1] LIST TERMS"
               DISPLAY "[2] ADD OR CHANGE A TERM"
               DISPLAY "[3] REMOVE A TERM"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListTerms
                   WHEN 2 PERFORM AddOrChangeTerm
                   WHEN 3 PERFORM RemoveTerm
                   WHEN 0
                       CLOSE TERMFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenTermFile.
           OPEN EXTEND TERMFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT TERMFILE
               CLOSE TERMFILE
           ELSE
               CLOSE TERMFILE
           END-IF
           OPEN I-O TERMFILE.

       ListTerms.
           DISPLAY " "
           DISPLAY "CODE   START    END      CLASSES  EXAMS"
               "             RECALL   NAME"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE LOW-VALUES TO TERM-CODE
           START TERMFILE KEY IS >= TERM-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TERMFILE NEXT INTO TERM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO SHOWN-COUNT-WS
                       DISPLAY TERM-CODE-WS " " TERM-START-WS " "
                           TERM-END-WS " " TERM-CLASSES-END-WS " "
                           TERM-EXAM-START-WS "-" TERM-EXAM-END-WS
                           " " TERM-RECALL-DATE-WS " "
                           TERM-NAME-WS(1:20)
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO TERMS ON FILE."
           END-IF.

      *    A change shows each value on file and keeps it on Enter;
      *    a new term needs every date keyed.
       AddOrChangeTerm.
           DISPLAY "TERM CODE (E.G. 2026FA): " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO TERM-CODE
           READ TERMFILE INTO TERM-WS
               KEY IS TERM-CODE
               INVALID KEY
                   MOVE "N" TO TERM-EXISTS-WS
                   MOVE SPACES TO TERM-NAME-WS
                   MOVE 0 TO TERM-START-WS
                   MOVE 0 TO TERM-END-WS
                   MOVE 0 TO TERM-CLASSES-END-WS
                   MOVE 0 TO TERM-EXAM-START-WS
                   MOVE 0 TO TERM-EXAM-END-WS
                   MOVE 0 TO TERM-RECALL-DATE-WS
               NOT INVALID KEY
                   MOVE "Y" TO TERM-EXISTS-WS
           END-READ
           MOVE TERM-CODE TO NEW-CODE-WS
           IF TERM-EXISTS-WS = "Y"
               DISPLAY "CHANGING " NEW-CODE-WS " - ENTER KEEPS THE "
                   "VALUE SHOWN."
           ELSE
               DISPLAY "NEW TERM " NEW-CODE-WS
           END-IF
           DISPLAY "TERM NAME [" TERM-NAME-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO NAME-SCAN-WS
           ACCEPT NAME-SCAN-WS
           IF NAME-SCAN-WS = SPACES
               MOVE TERM-NAME-WS TO NEW-NAME-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(NAME-SCAN-WS) TO NEW-NAME-WS
           END-IF
           MOVE "Y" TO ENTRY-OK-WS
           MOVE "FIRST DAY OF TERM" TO DATE-LABEL-WS
           MOVE TERM-START-WS TO DATE-VALUE-NUM-WS
           PERFORM AskTermDate
           MOVE DATE-VALUE-NUM-WS TO NEW-START-WS
           MOVE "LAST DAY OF CLASSES" TO DATE-LABEL-WS
           MOVE TERM-CLASSES-END-WS TO DATE-VALUE-NUM-WS
           PERFORM AskTermDate
           MOVE DATE-VALUE-NUM-WS TO NEW-CLASSES-END-WS
           MOVE "FIRST DAY OF EXAMS" TO DATE-LABEL-WS
           MOVE TERM-EXAM-START-WS TO DATE-VALUE-NUM-WS
           PERFORM AskTermDate
           MOVE DATE-VALUE-NUM-WS TO NEW-EXAM-START-WS
           MOVE "LAST DAY OF EXAMS" TO DATE-LABEL-WS
           MOVE TERM-EXAM-END-WS TO DATE-VALUE-NUM-WS
           PERFORM AskTermDate
           MOVE DATE-VALUE-NUM-WS TO NEW-EXAM-END-WS
           MOVE "LAST DAY OF TERM" TO DATE-LABEL-WS
           MOVE TERM-END-WS TO DATE-VALUE-NUM-WS
           PERFORM AskTermDate
           MOVE DATE-VALUE-NUM-WS TO NEW-END-WS
           MOVE "RECALL DATE" TO DATE-LABEL-WS
           MOVE TERM-RECALL-DATE-WS TO DATE-VALUE-NUM-WS
           PERFORM AskTermDate
           MOVE DATE-VALUE-NUM-WS TO NEW-RECALL-DATE-WS
           IF ENTRY-OK-WS = "N"
               DISPLAY "TERM NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckTermDates
           IF ENTRY-OK-WS = "N"
               DISPLAY "TERM NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckOverlap
           IF ENTRY-OK-WS = "N"
               DISPLAY "THOSE DATES OVERLAP TERM " OVERLAP-CODE-WS
                   " - TERM NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY NEW-CODE-WS " " NEW-NAME-WS
           DISPLAY "  TERM    " NEW-START-WS " TO " NEW-END-WS
           DISPLAY "  CLASSES END " NEW-CLASSES-END-WS
               "  EXAMS " NEW-EXAM-START-WS " TO " NEW-EXAM-END-WS
           DISPLAY "  RECALL  " NEW-RECALL-DATE-WS
           DISPLAY "SAVE THIS TERM (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               DISPLAY "TERM NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SaveTerm.

      *    Enter keeps the value on file; with none on file the
      *    date is required. A keyed date must at least be a real
      *    month and day.
       AskTermDate.
           DISPLAY DATE-LABEL-WS " (YYYYMMDD) [" DATE-VALUE-NUM-WS
               "]: " WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS = SPACES
               IF DATE-VALUE-NUM-WS = 0
                   DISPLAY "  " DATE-LABEL-WS " IS REQUIRED."
                   MOVE "N" TO ENTRY-OK-WS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF DATE-SCAN-WS IS NOT NUMERIC
               DISPLAY "  DATES MUST BE KEYED AS YYYYMMDD."
               MOVE "N" TO ENTRY-OK-WS
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-SCAN-WS TO DATE-VALUE-WS
           IF DATE-MM-WS < 1 OR DATE-MM-WS > 12 OR
                   DATE-DD-WS < 1 OR DATE-DD-WS > 31
               DISPLAY "  " DATE-SCAN-WS " IS NOT A DATE."
               MOVE "N" TO ENTRY-OK-WS
           END-IF.

      *    Classes, exams and the recall all fall inside the term.
      *    Exams are not required to start after classes end - some
      *    calendars overlap them - only to run forward.
       CheckTermDates.
           IF NEW-START-WS NOT < NEW-END-WS
               DISPLAY "THE TERM MUST END AFTER IT STARTS."
               MOVE "N" TO ENTRY-OK-WS
               EXIT PARAGRAPH
           END-IF
           IF NEW-CLASSES-END-WS < NEW-START-WS OR
                   NEW-CLASSES-END-WS > NEW-END-WS
               DISPLAY "THE LAST DAY OF CLASSES MUST FALL IN THE "
                   "TERM."
               MOVE "N" TO ENTRY-OK-WS
           END-IF
           IF NEW-EXAM-START-WS < NEW-START-WS OR
                   NEW-EXAM-END-WS > NEW-END-WS OR
                   NEW-EXAM-START-WS > NEW-EXAM-END-WS
               DISPLAY "THE EXAM PERIOD MUST RUN FORWARD INSIDE THE "
                   "TERM."
               MOVE "N" TO ENTRY-OK-WS
           END-IF
           IF NEW-RECALL-DATE-WS < NEW-START-WS OR
                   NEW-RECALL-DATE-WS > NEW-END-WS
               DISPLAY "THE RECALL DATE MUST FALL IN THE TERM."
               MOVE "N" TO ENTRY-OK-WS
           END-IF.

      *    A date belongs to one term at most, or the current-term
      *    lookup would have two answers.
       CheckOverlap.
           MOVE LOW-VALUES TO TERM-CODE
           START TERMFILE KEY IS >= TERM-CODE
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TERMFILE NEXT INTO TERM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF TERM-CODE-WS NOT = NEW-CODE-WS AND
                               NEW-START-WS NOT > TERM-END-WS AND
                               NEW-END-WS NOT < TERM-START-WS
                           MOVE TERM-CODE-WS TO OVERLAP-CODE-WS
                           MOVE "N" TO ENTRY-OK-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       END-IF
               END-READ
           END-PERFORM.

       SaveTerm.
           MOVE NEW-CODE-WS TO TERM-CODE-WS
           MOVE NEW-NAME-WS TO TERM-NAME-WS
           MOVE NEW-START-WS TO TERM-START-WS
           MOVE NEW-END-WS TO TERM-END-WS
           MOVE NEW-CLASSES-END-WS TO TERM-CLASSES-END-WS
           MOVE NEW-EXAM-START-WS TO TERM-EXAM-START-WS
           MOVE NEW-EXAM-END-WS TO TERM-EXAM-END-WS
           MOVE NEW-RECALL-DATE-WS TO TERM-RECALL-DATE-WS
           MOVE ADMINNAME-LS TO TERM-SET-BY-WS
           MOVE TODAY-DATE-WS TO TERM-SET-DATE-WS
           MOVE NEW-CODE-WS TO TERM-CODE
           WRITE TERM-RECORD FROM TERM-WS
               INVALID KEY
                   REWRITE TERM-RECORD FROM TERM-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE THE TERM."
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           DISPLAY "TERM " NEW-CODE-WS " SAVED.".

       RemoveTerm.
           DISPLAY "TERM CODE TO REMOVE: " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO TERM-CODE
           DELETE TERMFILE RECORD
               INVALID KEY DISPLAY "NO SUCH TERM ON FILE."
               NOT INVALID KEY DISPLAY "TERM REMOVED."
           END-DELETE.
