       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventTally.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTFILE ASSIGN TO "event.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS EVENT-FILE-STATUS-WS.

           SELECT OPTIONAL EVENTREGFILE ASSIGN TO "eventreg.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERG-REF-ID
           ALTERNATE RECORD KEY IS ERG-STUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS REG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTFILE.
       COPY eventrecord-fs.
       FD EVENTREGFILE.
       COPY eventregrecord-fs.

       WORKING-STORAGE SECTION.
       COPY eventrecord-ws.
       COPY eventregrecord-ws.

       01 EVENT-FILE-STATUS-WS PIC X(2).
           88 EVENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 REG-FILE-STATUS-WS PIC X(2).
           88 REG-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 REG-SCAN-DONE-WS PIC X VALUE "N".
       01 TO-DATE-WS PIC 9(8).
       01 KIND-IDX-WS PIC 9(1).
       01 KIND-VALUES-WS.
           05 FILLER PIC X(21) VALUE "AAUTHOR VISITS".
           05 FILLER PIC X(21) VALUE "WWORKSHOPS".
           05 FILLER PIC X(21) VALUE "EEXAM-WEEK SESSIONS".
           05 FILLER PIC X(21) VALUE "OOTHER PROGRAMS".
       01 KIND-TABLE-WS REDEFINES KIND-VALUES-WS.
           05 KIND-ENTRY-WS OCCURS 4 TIMES.
               10 KIND-CODE-WS PIC X(1).
               10 KIND-NAME-WS PIC X(20).

       LINKAGE SECTION.
       COPY eventtally-request.

      *    Counts the events calendar for the events statistics
      *    report and the state return's program-attendance lines,
      *    so the two can never disagree. A session counts once the
      *    desk has taken its attendance; what it drew is everyone
      *    the desk recorded, registered or walk-in.
       PROCEDURE DIVISION USING ETL-REQUEST.
       StartPara.
           PERFORM VARYING KIND-IDX-WS FROM 1 BY 1
                   UNTIL KIND-IDX-WS > 4
               MOVE KIND-CODE-WS(KIND-IDX-WS)
                   TO ETL-KIND-CODE(KIND-IDX-WS)
               MOVE KIND-NAME-WS(KIND-IDX-WS)
                   TO ETL-KIND-NAME(KIND-IDX-WS)
               MOVE 0 TO ETL-SESSIONS(KIND-IDX-WS)
               MOVE 0 TO ETL-ATTENDANCE(KIND-IDX-WS)
               MOVE 0 TO ETL-REGISTERED(KIND-IDX-WS)
               MOVE 0 TO ETL-NO-SHOWS(KIND-IDX-WS)
           END-PERFORM
           MOVE 0 TO ETL-TOTAL-SESSIONS
           MOVE 0 TO ETL-TOTAL-ATTENDANCE
           MOVE 0 TO ETL-TOTAL-REGISTERED
           MOVE 0 TO ETL-TOTAL-NO-SHOWS
           MOVE ETL-TO-DATE TO TO-DATE-WS
           IF TO-DATE-WS = 0
               MOVE 99999999 TO TO-DATE-WS
           END-IF
           OPEN INPUT EVENTFILE
           IF EVENT-FILE-ABSENT-ON-OPEN-WS
               CLOSE EVENTFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT EVENTREGFILE
           MOVE 0 TO EVT-ID
           START EVENTFILE KEY IS >= EVT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ EVENTFILE NEXT INTO EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM TallyOneEvent
               END-READ
           END-PERFORM
           CLOSE EVENTREGFILE
           CLOSE EVENTFILE.
           EXIT PROGRAM.

       TallyOneEvent.
           IF NOT EVT-IS-SCHEDULED-WS OR NOT EVT-WAS-HELD-WS
               EXIT PARAGRAPH
           END-IF
           IF EVT-DATE-WS < ETL-FROM-DATE OR
                   EVT-DATE-WS > TO-DATE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO KIND-IDX-WS
           EVALUATE TRUE
               WHEN EVT-IS-AUTHOR-VISIT-WS MOVE 1 TO KIND-IDX-WS
               WHEN EVT-IS-WORKSHOP-WS MOVE 2 TO KIND-IDX-WS
               WHEN EVT-IS-EXAM-WEEK-WS MOVE 3 TO KIND-IDX-WS
           END-EVALUATE
           ADD 1 TO ETL-SESSIONS(KIND-IDX-WS)
           ADD 1 TO ETL-TOTAL-SESSIONS
           ADD EVT-ATTENDED-WS TO ETL-ATTENDANCE(KIND-IDX-WS)
           ADD EVT-ATTENDED-WS TO ETL-TOTAL-ATTENDANCE
           IF REG-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE EVT-ID-WS TO ERG-EVENT-ID
           MOVE 0 TO ERG-STUDENT-ID
           START EVENTREGFILE KEY IS >= ERG-REF-ID
               INVALID KEY MOVE "Y" TO REG-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO REG-SCAN-DONE-WS
           END-START
           PERFORM UNTIL REG-SCAN-DONE-WS = "Y"
               READ EVENTREGFILE NEXT INTO EVENT-REG-WS
                   AT END MOVE "Y" TO REG-SCAN-DONE-WS
                   NOT AT END
                       IF ERG-EVENT-ID-WS NOT = EVT-ID-WS
                           MOVE "Y" TO REG-SCAN-DONE-WS
                       ELSE
                           PERFORM TallyOneRegistration
                       END-IF
               END-READ
           END-PERFORM.

       TallyOneRegistration.
           IF NOT ERG-HOLDS-PLACE-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ETL-REGISTERED(KIND-IDX-WS)
           ADD 1 TO ETL-TOTAL-REGISTERED
           IF ERG-NO-SHOW-WS
               ADD 1 TO ETL-NO-SHOWS(KIND-IDX-WS)
               ADD 1 TO ETL-TOTAL-NO-SHOWS
           END-IF.
