       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTICETMPLFILE ASSIGN TO "noticetmpl.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTP-KEY
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

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
       FD NOTICETMPLFILE.
       COPY noticetmplrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY noticetmplrecord-ws.
       COPY bookrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 TMPL-FILE-OPEN-WS PIC X VALUE "N".
       01 BOOK-FILE-OPEN-WS PIC X VALUE "N".
       01 ROW-FOUND-WS PIC X VALUE "N".
       01 LINE-IDX-WS PIC 9.

       01 TITLE-TEXT-WS PIC X(50).
       01 DUE-TEXT-WS PIC X(10).
       01 PICKUP-TEXT-WS PIC X(10).
       01 OWED-TEXT-WS PIC X(10).
       01 OWED-EDIT-WS PIC $$$,$$9.99.
       01 DATE-IN-WS.
           05 DATE-IN-YYYY-WS PIC 9(4).
           05 DATE-IN-MM-WS PIC 9(2).
           05 DATE-IN-DD-WS PIC 9(2).
       01 DATE-IN-NUM-WS REDEFINES DATE-IN-WS PIC 9(8).
       01 DATE-TEXT-WS PIC X(10).

       01 MERGE-IN-WS PIC X(160).
       01 MERGE-OUT-WS PIC X(160).
       01 MERGE-LEN-WS PIC 9(3).
       01 IN-POS-WS PIC 9(3).
       01 OUT-POS-WS PIC 9(3).
       01 TOKEN-LEN-WS PIC 9(2).
       01 VALUE-WS PIC X(50).
       01 VALUE-LEN-WS PIC 9(2).
       01 COPY-LEN-WS PIC 9(3).

       LINKAGE SECTION.
       COPY nmerge-request.

      *    The one place notice wording lives. Every notice run
      *    asks here for the subject, message and text-message
      *    wording it sends, so a change of wording is an edit to
      *    noticetmpl.bin (NoticeTemplates) rather than to the
      *    programs. Both files are opened on first use and held
      *    open for the life of the run unit - a sweep asks once
      *    per notice. Placeholders are replaced line by line; a
      *    line a long title pushes past its width is cut there.
       PROCEDURE DIVISION USING NMG-REQUEST.
       StartPara.
           PERFORM FindWording
           MOVE NTP-SUBJECT-WS TO NMG-SUBJECT
           MOVE NTP-BODY-WS TO NMG-MESSAGE
           MOVE NTP-SMS-TEXT-WS TO NMG-SMS-TEXT
           IF NMG-FUNC = "T"
               EXIT PROGRAM
           END-IF
           PERFORM PrepareValues
           MOVE NTP-SUBJECT-WS TO MERGE-IN-WS
           MOVE 60 TO MERGE-LEN-WS
           PERFORM MergeText
           MOVE MERGE-OUT-WS TO NMG-SUBJECT
           PERFORM VARYING LINE-IDX-WS FROM 1 BY 1
                   UNTIL LINE-IDX-WS > 6
               MOVE NTP-BODY-LINE-WS(LINE-IDX-WS) TO MERGE-IN-WS
               MOVE 70 TO MERGE-LEN-WS
               PERFORM MergeText
               MOVE MERGE-OUT-WS TO NMG-MESSAGE-LINE(LINE-IDX-WS)
           END-PERFORM
           MOVE NTP-SMS-TEXT-WS TO MERGE-IN-WS
           MOVE 160 TO MERGE-LEN-WS
           PERFORM MergeText
           MOVE MERGE-OUT-WS TO NMG-SMS-TEXT.
           EXIT PROGRAM.

      *    A draft request takes the draft if there is one; failing
      *    that, and for every live request, the live row; failing
      *    that, the standard wording.
       FindWording.
           IF TMPL-FILE-OPEN-WS = "N"
               OPEN INPUT NOTICETMPLFILE
               IF NOT FILE-DOES-NOT-EXIST-WS
                   MOVE "Y" TO TMPL-FILE-OPEN-WS
               END-IF
           END-IF
           MOVE "N" TO ROW-FOUND-WS
           IF NMG-STATE = "D"
               MOVE "D" TO NMG-SOURCE
               PERFORM ReadTemplateRow
           END-IF
           IF ROW-FOUND-WS = "N"
               MOVE "L" TO NMG-SOURCE
               PERFORM ReadTemplateRow
           END-IF
           IF ROW-FOUND-WS = "N"
               MOVE "S" TO NMG-SOURCE
               PERFORM LoadStandardWording
           END-IF.

       ReadTemplateRow.
           IF TMPL-FILE-OPEN-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE NMG-TYPE TO NTP-TYPE
           MOVE NMG-LEVEL TO NTP-LEVEL
           MOVE NMG-SOURCE TO NTP-STATE
           READ NOTICETMPLFILE INTO NOTICE-TEMPLATE-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ROW-FOUND-WS
           END-READ.

       PrepareValues.
           MOVE SPACES TO TITLE-TEXT-WS
           IF NMG-BOOK-ID NOT = 0
               IF BOOK-FILE-OPEN-WS = "N"
                   OPEN INPUT BOOKRECORD
                   IF NOT BOOK-FILE-DOES-NOT-EXIST-WS
                       MOVE "Y" TO BOOK-FILE-OPEN-WS
                   END-IF
               END-IF
               IF BOOK-FILE-OPEN-WS = "Y"
                   MOVE NMG-BOOK-ID TO BOOK-ID
                   READ BOOKRECORD INTO BOOK-WS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE BOOKNAME-WS TO TITLE-TEXT-WS
                   END-READ
               END-IF
           ELSE
               MOVE NMG-TITLE TO TITLE-TEXT-WS
           END-IF
           MOVE NMG-DUE-DATE TO DATE-IN-NUM-WS
           PERFORM FormatDate
           MOVE DATE-TEXT-WS TO DUE-TEXT-WS
           MOVE NMG-PICKUP-DATE TO DATE-IN-NUM-WS
           PERFORM FormatDate
           MOVE DATE-TEXT-WS TO PICKUP-TEXT-WS
           MOVE NMG-AMOUNT TO OWED-EDIT-WS
           MOVE 1 TO IN-POS-WS
           PERFORM UNTIL IN-POS-WS = 10
                   OR OWED-EDIT-WS(IN-POS-WS:1) NOT = SPACE
               ADD 1 TO IN-POS-WS
           END-PERFORM
           MOVE SPACES TO OWED-TEXT-WS
           MOVE OWED-EDIT-WS(IN-POS-WS:) TO OWED-TEXT-WS.

       FormatDate.
           MOVE SPACES TO DATE-TEXT-WS
           IF DATE-IN-NUM-WS NOT = 0
               STRING DATE-IN-MM-WS "/" DATE-IN-DD-WS "/"
                   DATE-IN-YYYY-WS
                   DELIMITED BY SIZE INTO DATE-TEXT-WS
               END-STRING
           END-IF.

      *    Copies MERGE-IN-WS to MERGE-OUT-WS over MERGE-LEN-WS
      *    columns, putting each value in place of its placeholder.
       MergeText.
           MOVE SPACES TO MERGE-OUT-WS
           MOVE 1 TO OUT-POS-WS
           MOVE 1 TO IN-POS-WS
           PERFORM UNTIL IN-POS-WS > MERGE-LEN-WS
               MOVE 0 TO TOKEN-LEN-WS
               IF MERGE-IN-WS(IN-POS-WS:1) = "{"
                   PERFORM MatchPlaceholder
               END-IF
               IF TOKEN-LEN-WS > 0
                   PERFORM AppendValue
                   ADD TOKEN-LEN-WS TO IN-POS-WS
               ELSE
                   IF OUT-POS-WS <= MERGE-LEN-WS
                       MOVE MERGE-IN-WS(IN-POS-WS:1)
                           TO MERGE-OUT-WS(OUT-POS-WS:1)
                       ADD 1 TO OUT-POS-WS
                   END-IF
                   ADD 1 TO IN-POS-WS
               END-IF
           END-PERFORM.

       MatchPlaceholder.
           EVALUATE TRUE
               WHEN MERGE-IN-WS(IN-POS-WS:6) = "{NAME}"
                   MOVE 6 TO TOKEN-LEN-WS
                   MOVE NMG-STUDENTNAME TO VALUE-WS
               WHEN MERGE-IN-WS(IN-POS-WS:7) = "{TITLE}"
                   MOVE 7 TO TOKEN-LEN-WS
                   MOVE TITLE-TEXT-WS TO VALUE-WS
               WHEN MERGE-IN-WS(IN-POS-WS:5) = "{DUE}"
                   MOVE 5 TO TOKEN-LEN-WS
                   MOVE DUE-TEXT-WS TO VALUE-WS
               WHEN MERGE-IN-WS(IN-POS-WS:8) = "{PICKUP}"
                   MOVE 8 TO TOKEN-LEN-WS
                   MOVE PICKUP-TEXT-WS TO VALUE-WS
               WHEN MERGE-IN-WS(IN-POS-WS:6) = "{OWED}"
                   MOVE 6 TO TOKEN-LEN-WS
                   MOVE OWED-TEXT-WS TO VALUE-WS
           END-EVALUATE
           IF TOKEN-LEN-WS > 0
               MOVE 50 TO VALUE-LEN-WS
               PERFORM UNTIL VALUE-LEN-WS = 0
                       OR VALUE-WS(VALUE-LEN-WS:1) NOT = SPACE
                   SUBTRACT 1 FROM VALUE-LEN-WS
               END-PERFORM
           END-IF.

       AppendValue.
           IF VALUE-LEN-WS = 0 OR OUT-POS-WS > MERGE-LEN-WS
               EXIT PARAGRAPH
           END-IF
           COMPUTE COPY-LEN-WS = MERGE-LEN-WS - OUT-POS-WS + 1
           IF COPY-LEN-WS > VALUE-LEN-WS
               MOVE VALUE-LEN-WS TO COPY-LEN-WS
           END-IF
           MOVE VALUE-WS(1:COPY-LEN-WS)
               TO MERGE-OUT-WS(OUT-POS-WS:COPY-LEN-WS)
           ADD COPY-LEN-WS TO OUT-POS-WS.

      *    The wording the library used before the template file,
      *    sent whenever a notice type has no live row.
       LoadStandardWording.
           MOVE NMG-TYPE TO NTP-TYPE-WS
           MOVE NMG-LEVEL TO NTP-LEVEL-WS
           MOVE "L" TO NTP-STATE-WS
           MOVE SPACES TO NTP-SUBJECT-WS
           MOVE SPACES TO NTP-BODY-WS
           MOVE SPACES TO NTP-SMS-TEXT-WS
           MOVE SPACES TO NTP-CHANGED-BY-WS
           MOVE 0 TO NTP-CHANGED-DATE-WS
           MOVE "Dear {NAME}," TO NTP-BODY-LINE-WS(1)
           EVALUATE TRUE
               WHEN NMG-TYPE = "OV" AND NMG-LEVEL = 1
                   PERFORM StandardCourtesy
               WHEN NMG-TYPE = "OV" AND NMG-LEVEL = 2
                   PERFORM StandardSecond
               WHEN NMG-TYPE = "OV"
                   PERFORM StandardFinal
               WHEN NMG-TYPE = "DS"
                   PERFORM StandardReminder
               WHEN NMG-TYPE = "HD"
                   PERFORM StandardPickup
               WHEN NMG-TYPE = "RC"
                   PERFORM StandardRecall
               WHEN NMG-TYPE = "MB"
                   PERFORM StandardRenewal
               WHEN NMG-TYPE = "PP"
                   PERFORM StandardPlanMissed
               WHEN NMG-TYPE = "EV" AND NMG-LEVEL = 1
                   PERFORM StandardEventReminder
               WHEN NMG-TYPE = "EV"
                   PERFORM StandardEventCancelled
               WHEN OTHER
                   MOVE "A message from the library"
                       TO NTP-SUBJECT-WS
                   MOVE "Please contact the circulation desk."
                       TO NTP-BODY-LINE-WS(2)
                   MOVE "Library: please contact the circulation desk."
                       TO NTP-SMS-TEXT-WS
           END-EVALUATE.

       StandardCourtesy.
           MOVE "Courtesy reminder: {TITLE} is overdue"
               TO NTP-SUBJECT-WS
           MOVE "Our records show {TITLE} was due back on {DUE}."
               TO NTP-BODY-LINE-WS(2)
           MOVE "Please return or renew it at your earliest"
               TO NTP-BODY-LINE-WS(3)
           MOVE "convenience." TO NTP-BODY-LINE-WS(4)
           STRING "Library: {TITLE} was due {DUE}. "
               "Please return or renew it."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardSecond.
           MOVE "Second notice: {TITLE} is overdue"
               TO NTP-SUBJECT-WS
           MOVE "{TITLE} was due on {DUE} and is still out"
               TO NTP-BODY-LINE-WS(2)
           MOVE "on your account. Fines are accruing; {OWED} is"
               TO NTP-BODY-LINE-WS(3)
           MOVE "owing on this item so far. Please return it"
               TO NTP-BODY-LINE-WS(4)
           MOVE "as soon as possible." TO NTP-BODY-LINE-WS(5)
           STRING "Library 2nd notice: {TITLE} due {DUE} is "
               "overdue. {OWED} owing so far."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardFinal.
           MOVE "Final notice: {TITLE} will be billed as lost"
               TO NTP-SUBJECT-WS
           MOVE "{TITLE}, due on {DUE}, is now seriously"
               TO NTP-BODY-LINE-WS(2)
           MOVE "overdue. If it is not returned it will be billed"
               TO NTP-BODY-LINE-WS(3)
           MOVE "as lost at the replacement cost. {OWED} in fines"
               TO NTP-BODY-LINE-WS(4)
           MOVE "is owing on it so far." TO NTP-BODY-LINE-WS(5)
           STRING "Library FINAL notice: return {TITLE} (due "
               "{DUE}) or it will be billed as lost."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardReminder.
           MOVE "Reminder: {TITLE} is due tomorrow"
               TO NTP-SUBJECT-WS
           MOVE "{TITLE} is due back on {DUE}. Renew it"
               TO NTP-BODY-LINE-WS(2)
           MOVE "online or return it to any branch to avoid a"
               TO NTP-BODY-LINE-WS(3)
           MOVE "fine." TO NTP-BODY-LINE-WS(4)
           MOVE "Library: {TITLE} is due tomorrow, {DUE}."
               TO NTP-SMS-TEXT-WS.

       StandardPickup.
           MOVE "Your hold is ready: {TITLE}" TO NTP-SUBJECT-WS
           MOVE "{TITLE} is waiting for you at the hold shelf."
               TO NTP-BODY-LINE-WS(2)
           MOVE "Please collect it by {PICKUP}, after which it"
               TO NTP-BODY-LINE-WS(3)
           MOVE "will go to the next reader." TO NTP-BODY-LINE-WS(4)
           STRING "Library: {TITLE} is on the hold shelf for you "
               "until {PICKUP}."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardRecall.
           MOVE "Recall: {TITLE} is needed back by {DUE}"
               TO NTP-SUBJECT-WS
           MOVE "{TITLE} has been recalled and is now due on"
               TO NTP-BODY-LINE-WS(2)
           MOVE "{DUE}. Please return it by then; a recall date"
               TO NTP-BODY-LINE-WS(3)
           MOVE "cannot be renewed." TO NTP-BODY-LINE-WS(4)
           MOVE "Library RECALL: {TITLE} is now due {DUE}."
               TO NTP-SMS-TEXT-WS.

       StandardRenewal.
           MOVE "Your library membership expires {DUE}"
               TO NTP-SUBJECT-WS
           MOVE "Your library membership runs until {DUE}."
               TO NTP-BODY-LINE-WS(2)
           MOVE "The renewal fee is {OWED}; renew at any desk to"
               TO NTP-BODY-LINE-WS(3)
           MOVE "keep borrowing." TO NTP-BODY-LINE-WS(4)
           STRING "Library: your membership expires {DUE}. "
               "Renewal fee {OWED}."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardPlanMissed.
           MOVE "Your payment plan installment was missed"
               TO NTP-SUBJECT-WS
           MOVE "The installment on your payment plan due {DUE}"
               TO NTP-BODY-LINE-WS(2)
           MOVE "has not been received; {OWED} is behind. Until"
               TO NTP-BODY-LINE-WS(3)
           MOVE "the plan is brought up to date your borrowing is"
               TO NTP-BODY-LINE-WS(4)
           MOVE "blocked. Please pay at any desk."
               TO NTP-BODY-LINE-WS(5)
           STRING "Library: plan installment due {DUE} missed, "
               "{OWED} behind. Borrowing blocked until paid."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardEventReminder.
           MOVE "Reminder: {TITLE} on {DUE}" TO NTP-SUBJECT-WS
           MOVE "You are registered for {TITLE} on {DUE}."
               TO NTP-BODY-LINE-WS(2)
           MOVE "If you can no longer come, please cancel from the"
               TO NTP-BODY-LINE-WS(3)
           MOVE "student menu or the kiosk so someone on the"
               TO NTP-BODY-LINE-WS(4)
           MOVE "waitlist can have your place." TO NTP-BODY-LINE-WS(5)
           STRING "Library: reminder, {TITLE} on {DUE}. "
               "Cancel from the student menu if you cannot come."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.

       StandardEventCancelled.
           MOVE "Cancelled: {TITLE} on {DUE}" TO NTP-SUBJECT-WS
           MOVE "We are sorry: {TITLE} on {DUE} has been"
               TO NTP-BODY-LINE-WS(2)
           MOVE "cancelled and your registration withdrawn. See"
               TO NTP-BODY-LINE-WS(3)
           MOVE "the events calendar for other sessions."
               TO NTP-BODY-LINE-WS(4)
           STRING "Library: {TITLE} on {DUE} is cancelled. "
               "Sorry for the change."
               DELIMITED BY SIZE INTO NTP-SMS-TEXT-WS
           END-STRING.
