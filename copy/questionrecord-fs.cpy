      *    Canonical QUESTION-RECORD file layout (question.bin), the
      *    ask-a-librarian queue. One row per question a student
      *    asks from the student menu, under QST-ID (drawn from
      *    questseq.bin through NextNumber); QST-STUDENT-ID carries
      *    an ALTERNATE RECORD KEY WITH DUPLICATES so the
      *    student's own questions and answers can be listed. Rows
      *    walk "O" open -> "C" claimed -> "A" answered -> "X"
      *    closed. QST-FIRST-ANSWER-DATE is set by the first answer
      *    and never moved, so the monthly statistics measure the
      *    wait the student actually had; a later answer replaces
      *    the text and QST-ANSWER-DATE and sets QST-ANSWER-SEEN
      *    back to "N" until the student has read it in My Notices.
       01 QUESTION-RECORD.
           05 QST-ID PIC 9(6).
           05 QST-STUDENT-ID PIC 9(10).
           05 QST-CATEGORY PIC X(1).
           05 QST-URGENCY PIC X(1).
           05 QST-TEXT PIC X(150).
           05 QST-ASKED-DATE PIC 9(8).
           05 QST-ASKED-TIME PIC 9(8).
           05 QST-STATUS PIC X(1).
           05 QST-CLAIMED-BY PIC X(20).
           05 QST-ANSWER PIC X(150).
           05 QST-ANSWERED-BY PIC X(20).
           05 QST-FIRST-ANSWER-DATE PIC 9(8).
           05 QST-ANSWER-DATE PIC 9(8).
           05 QST-ANSWER-SEEN PIC X(1).
           05 QST-CLOSED-BY PIC X(20).
           05 QST-CLOSED-DATE PIC 9(8).
