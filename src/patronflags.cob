       IDENTIFICATION DIVISION.
       PROGRAM-ID. PatronFlags.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATRONNOTEFILE ASSIGN TO "patronnote.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PN-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PATRONNOTEFILE.
       COPY patronnoterecord-fs.

       WORKING-STORAGE SECTION.
       COPY patronnoterecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 BLOCK-IN-FORCE-WS PIC X VALUE "N".
       01 REASON-TEXT-WS PIC X(30).

       LINKAGE SECTION.
       COPY pflag-request.

      *    Everything the desk must read before lending to a
      *    student, in one place for every counter: open staff notes
      *    and blocking flags on the account. A blocking flag counts
      *    from its start date through its end date (open-ended when
      *    there is none) until someone clears it; one in force
      *    comes back as PFL-BLOCKED so the caller refuses the
      *    checkout. A flag not yet started, or past its end, is
      *    not shown.
       PROCEDURE DIVISION USING PFL-REQUEST.
       StartPara.
           MOVE "N" TO PFL-BLOCKED
           MOVE SPACES TO PFL-BLOCK-TEXT
           MOVE 0 TO PFL-SHOWN-COUNT
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           OPEN INPUT PATRONNOTEFILE
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PROGRAM
           END-IF
           MOVE PFL-STUDENT-ID TO PN-STUDENT-ID
           MOVE 0 TO PN-SET-DATE
           MOVE 0 TO PN-SET-TIME
           START PATRONNOTEFILE KEY IS >= PN-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PATRONNOTEFILE NEXT INTO PATRON-NOTE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF PN-STUDENT-ID-WS NOT = PFL-STUDENT-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM ShowOneNote
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRONNOTEFILE.
           EXIT PROGRAM.

       ShowOneNote.
           IF NOT PN-NOT-CLEARED-WS
               EXIT PARAGRAPH
           END-IF
           IF PN-IS-NOTE-WS
               ADD 1 TO PFL-SHOWN-COUNT
               DISPLAY "** NOTE: " PN-TEXT-WS
               DISPLAY "   (" PN-SET-BY-WS " " PN-SET-DATE-WS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BLOCK-IN-FORCE-WS
           IF PN-START-DATE-WS <= TODAY-DATE-WS
               IF PN-NO-END-DATE-WS OR
                       PN-END-DATE-WS >= TODAY-DATE-WS
                   MOVE "Y" TO BLOCK-IN-FORCE-WS
               END-IF
           END-IF
           IF BLOCK-IN-FORCE-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PFL-SHOWN-COUNT
           PERFORM DescribeReason
           DISPLAY "** ACCOUNT BLOCKED - " REASON-TEXT-WS
           DISPLAY "   " PN-TEXT-WS
           IF PN-NO-END-DATE-WS
               DISPLAY "   SINCE " PN-START-DATE-WS " UNTIL CLEARED ("
                   PN-SET-BY-WS ")"
           ELSE
               DISPLAY "   " PN-START-DATE-WS " TO " PN-END-DATE-WS
                   " (" PN-SET-BY-WS ")"
           END-IF
           IF PFL-BLOCKED = "N"
               MOVE "Y" TO PFL-BLOCKED
               MOVE PN-TEXT-WS TO PFL-BLOCK-TEXT
               IF PFL-BLOCK-TEXT = SPACES
                   MOVE REASON-TEXT-WS TO PFL-BLOCK-TEXT
               END-IF
           END-IF.

       DescribeReason.
           EVALUATE PN-REASON-WS
               WHEN "DS"
                   MOVE "DISCIPLINARY SUSPENSION" TO REASON-TEXT-WS
               WHEN "RM"
                   MOVE "RETURNED MAIL - CONFIRM ADDRESS"
                       TO REASON-TEXT-WS
               WHEN "CS"
                   MOVE "PARENT MUST CO-SIGN" TO REASON-TEXT-WS
               WHEN OTHER
                   MOVE "SEE STAFF NOTE" TO REASON-TEXT-WS
           END-EVALUATE.
