       01 QUESTION-WS.
           05 QST-ID-WS PIC 9(6).
           05 QST-STUDENT-ID-WS PIC 9(10).
           05 QST-CATEGORY-WS PIC X(1).
               88 QST-CATEGORY-VALID-WS VALUE "R" "F" "A" "T" "O".
           05 QST-URGENCY-WS PIC X(1).
               88 QST-IS-URGENT-WS VALUE "U".
               88 QST-IS-ROUTINE-WS VALUE "N".
           05 QST-TEXT-WS PIC X(150).
           05 QST-TEXT-LINES-WS REDEFINES QST-TEXT-WS.
               10 QST-TEXT-LINE-WS PIC X(75) OCCURS 2 TIMES.
           05 QST-ASKED-DATE-WS.
               10 QST-ASKED-YYYY-WS PIC 9(4).
               10 QST-ASKED-MM-WS PIC 9(2).
               10 QST-ASKED-DD-WS PIC 9(2).
           05 QST-ASKED-TIME-WS PIC 9(8).
           05 QST-STATUS-WS PIC X(1).
               88 QST-IS-OPEN-WS VALUE "O".
               88 QST-IS-CLAIMED-WS VALUE "C".
               88 QST-IS-ANSWERED-WS VALUE "A".
               88 QST-IS-CLOSED-WS VALUE "X".
               88 QST-IS-WAITING-WS VALUE "O" "C".
           05 QST-CLAIMED-BY-WS PIC X(20).
           05 QST-ANSWER-WS PIC X(150).
           05 QST-ANSWER-LINES-WS REDEFINES QST-ANSWER-WS.
               10 QST-ANSWER-LINE-WS PIC X(75) OCCURS 2 TIMES.
           05 QST-ANSWERED-BY-WS PIC X(20).
           05 QST-FIRST-ANSWER-DATE-WS PIC 9(8).
           05 QST-ANSWER-DATE-WS PIC 9(8).
           05 QST-ANSWER-SEEN-WS PIC X(1).
               88 QST-ANSWER-WAS-SEEN-WS VALUE "Y".
           05 QST-CLOSED-BY-WS PIC X(20).
           05 QST-CLOSED-DATE-WS PIC 9(8).

      *    The question categories, in the order the student is
      *    offered them and the monthly statistics list them.
       01 QST-CATEGORY-VALUES-WS.
           05 FILLER PIC X(21) VALUE "RRESEARCH HELP".
           05 FILLER PIC X(21) VALUE "FFINDING MATERIALS".
           05 FILLER PIC X(21) VALUE "AMY ACCOUNT AND LOANS".
           05 FILLER PIC X(21) VALUE "TCOMPUTERS/PRINTING".
           05 FILLER PIC X(21) VALUE "OOTHER".
       01 QST-CATEGORY-TABLE-WS REDEFINES QST-CATEGORY-VALUES-WS.
           05 QST-CATEGORY-ENTRY-WS OCCURS 5 TIMES.
               10 QST-CATEGORY-CODE-WS PIC X(1).
               10 QST-CATEGORY-NAME-WS PIC X(20).
