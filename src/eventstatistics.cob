       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventStatistics.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTFILE ASSIGN TO "event.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

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
       COPY eventtally-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 REG-FILE-STATUS-WS PIC X(2).
           88 REG-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 FROM-DATE-WS PIC 9(8).
       01 TO-DATE-WS PIC 9(8).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 REG-SCAN-DONE-WS PIC X VALUE "N".
       01 EVENTS-LISTED-WS PIC 9(5) VALUE 0.
       01 KIND-IDX-WS PIC 9(1).
       01 ROW-COUNTS-WS.
           05 ROW-REGISTERED-WS PIC 9(4).
           05 ROW-CAME-WS PIC 9(4).
           05 ROW-NO-SHOWS-WS PIC 9(4).
           05 ROW-WAITING-WS PIC 9(4).
       01 ROW-OUTCOME-WS PIC X(9).

      *    Events statistics for a date range: one row per event -
      *    places, sign-ups, who came and who did not, walk-ins and
      *    what was still on the waitlist - then the sessions held
      *    and attendance by kind of event off EventTally, the same
      *    figures the state annual return reports as program
      *    attendance.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           DISPLAY "LIBRARY EVENTS STATISTICS"
           DISPLAY "FROM (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO FROM-DATE-WS
           DISPLAY "TO (YYYYMMDD, ENTER FOR NO END): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO TO-DATE-WS
           IF TO-DATE-WS = 0
               MOVE 99999999 TO TO-DATE-WS
           END-IF
           MOVE "O" TO SPOOL-FUNC
           MOVE "eventstat" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "LIBRARY EVENTS STATISTICS " FROM-DATE-WS " TO "
               TO-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "ID     DATE     K CAP  REG CAME NOSH WALK WAIT"
               TO SPOOL-HEADING
           MOVE " OUTCOME   TITLE" TO SPOOL-HEADING(47:16)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           MOVE "L" TO SPOOL-FUNC
           PERFORM ListEventRows
           MOVE FROM-DATE-WS TO ETL-FROM-DATE
           MOVE TO-DATE-WS TO ETL-TO-DATE
           CALL "EventTally" USING ETL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "HELD BY KIND         SESSIONS ATTENDANCE REGISTERED"
               TO SPOOL-LINE
           MOVE " NO-SHOWS" TO SPOOL-LINE(53:9)
           DISPLAY " "
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM VARYING KIND-IDX-WS FROM 1 BY 1
                   UNTIL KIND-IDX-WS > 4
               MOVE SPACES TO SPOOL-LINE
               STRING ETL-KIND-NAME(KIND-IDX-WS) " "
                   ETL-SESSIONS(KIND-IDX-WS) "    "
                   ETL-ATTENDANCE(KIND-IDX-WS) "    "
                   ETL-REGISTERED(KIND-IDX-WS) "  "
                   ETL-NO-SHOWS(KIND-IDX-WS)
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               DISPLAY SPOOL-LINE
               CALL "ReportSpool" USING SPOOL-REQUEST
           END-PERFORM
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "TOTAL " EVENTS-LISTED-WS " EVENT(S) LISTED, "
               ETL-TOTAL-SESSIONS " HELD, ATTENDANCE "
               ETL-TOTAL-ATTENDANCE
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       ListEventRows.
           OPEN INPUT EVENTFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE EVENTFILE
               EXIT PARAGRAPH
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
                   NOT AT END
                       IF EVT-DATE-WS NOT < FROM-DATE-WS AND
                               EVT-DATE-WS NOT > TO-DATE-WS
                           PERFORM ShowEventRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTREGFILE
           CLOSE EVENTFILE.

       ShowEventRow.
           ADD 1 TO EVENTS-LISTED-WS
           PERFORM CountEventRegistrations
           EVALUATE TRUE
               WHEN EVT-IS-CANCELLED-WS
                   MOVE "CANCELLED" TO ROW-OUTCOME-WS
               WHEN EVT-WAS-HELD-WS
                   MOVE "HELD" TO ROW-OUTCOME-WS
               WHEN OTHER
                   MOVE "TO COME" TO ROW-OUTCOME-WS
           END-EVALUATE
           MOVE SPACES TO SPOOL-LINE
           STRING EVT-ID-WS " " EVT-DATE-WS " " EVT-KIND-WS " "
               EVT-CAPACITY-WS "  " ROW-REGISTERED-WS " "
               ROW-CAME-WS " " ROW-NO-SHOWS-WS "  "
               EVT-WALKINS-WS " " ROW-WAITING-WS " "
               ROW-OUTCOME-WS " " EVT-TITLE-WS(1:24)
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

       CountEventRegistrations.
           MOVE 0 TO ROW-REGISTERED-WS
           MOVE 0 TO ROW-CAME-WS
           MOVE 0 TO ROW-NO-SHOWS-WS
           MOVE 0 TO ROW-WAITING-WS
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
                           PERFORM CountOneRegistration
                       END-IF
               END-READ
           END-PERFORM.

       CountOneRegistration.
           IF ERG-HOLDS-PLACE-WS
               ADD 1 TO ROW-REGISTERED-WS
           END-IF
           IF ERG-ATTENDED-WS
               ADD 1 TO ROW-CAME-WS
           END-IF
           IF ERG-NO-SHOW-WS
               ADD 1 TO ROW-NO-SHOWS-WS
           END-IF
           IF ERG-IS-WAITLISTED-WS
               ADD 1 TO ROW-WAITING-WS
           END-IF.
