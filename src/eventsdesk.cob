       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventsDesk.
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

           SELECT OPTIONAL ROOMRECORD ASSIGN TO "room.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROOM-CODE
           FILE STATUS IS ROOM-FILE-STATUS-WS.

           SELECT OPTIONAL ROOMBOOKING ASSIGN TO "roombooking.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RB-REF-ID
           ALTERNATE RECORD KEY IS RB-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS BOOKING-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTFILE.
       COPY eventrecord-fs.
       FD EVENTREGFILE.
       COPY eventregrecord-fs.
       FD ROOMRECORD.
       COPY roomrecord-fs.
       FD ROOMBOOKING.
       COPY roombookingrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY eventrecord-ws.
       COPY eventregrecord-ws.
       COPY roomrecord-ws.
       COPY roombookingrecord-ws.
       COPY studentrecord-ws.
       COPY caldays-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 REG-FILE-STATUS-WS PIC X(2).
           88 REG-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ROOM-FILE-STATUS-WS PIC X(2).
           88 ROOM-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOKING-FILE-STATUS-WS PIC X(2).
           88 BOOKING-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 REG-SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 TEXT-SCAN-WS PIC X(40) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 TODAY-DATE-WS PIC 9(8).
       01 FROM-DATE-WS PIC 9(8).
       01 PICK-EVENT-ID-WS PIC 9(6).
       01 NEXT-EVENT-ID-WS PIC 9(6).
       01 EVENT-FOUND-WS PIC X VALUE "N".
       01 OPEN-HOUR-WS PIC 9(2) VALUE 8.
       01 LAST-SLOT-WS PIC 9(2) VALUE 19.
       01 SLOT-HH-WS PIC 9(2).
       01 END-SLOT-WS PIC 9(2).
       01 SLOT-TAKEN-WS PIC X VALUE "N".
       01 AUDIENCE-OK-WS PIC X VALUE "Y".
       01 AUD-IDX-WS PIC 9(1).
       01 KIND-TEXT-WS PIC X(12).
       01 REG-STATUS-TEXT-WS PIC X(10).
       01 PLACES-TAKEN-WS PIC 9(3).
       01 WAITING-COUNT-WS PIC 9(3).
       01 CAME-COUNT-WS PIC 9(4).
       01 ZERO-DATE-WS PIC 9(8) VALUE 0.

       01 NEW-EVENT-WS.
           05 NEW-TITLE-WS PIC X(40).
           05 NEW-KIND-WS PIC X(1).
           05 NEW-DATE-WS PIC 9(8).
           05 NEW-START-HH-WS PIC 9(2).
           05 NEW-HOURS-WS PIC 9(1).
           05 NEW-ROOM-CODE-WS PIC X(3).
           05 NEW-CAPACITY-WS PIC 9(3).
           05 NEW-AUDIENCE-WS PIC X(5).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The events desk: author visits, workshops and exam-week
      *    sessions that used to be signed up on a clipboard. An
      *    event is scheduled into a room off room.bin and every
      *    hour it runs is blocked in roombooking.bin so no study
      *    group can book over it. Students register and cancel
      *    themselves (MyEvents, from the student menu or the
      *    kiosk); the desk sees who is coming, takes attendance on
      *    the day - registrants who came and walk-ins - and can
      *    cancel an event, which frees the room and tells everyone
      *    signed up. Reminders go out the day before with the
      *    nightly run (EventReminders); option 6 sends any due now.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenEventFiles
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "LIBRARY EVENTS - DESK"
               DISPLAY "[1] LIST EVENTS"
               DISPLAY "[2] SCHEDULE AN EVENT"
               DISPLAY "[3] WHO IS REGISTERED"
               DISPLAY "[4] TAKE ATTENDANCE"
               DISPLAY "[5] CANCEL AN EVENT"
               DISPLAY "[6] SEND REMINDERS DUE NOW"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListEvents
                   WHEN 2 PERFORM ScheduleEvent
                   WHEN 3 PERFORM ShowRegistrations
                   WHEN 4 PERFORM TakeAttendance
                   WHEN 5 PERFORM CancelEvent
                   WHEN 6 PERFORM SendRemindersNow
                   WHEN 0
                       PERFORM CloseEventFiles
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenEventFiles.
           OPEN EXTEND EVENTFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT EVENTFILE
               CLOSE EVENTFILE
           ELSE
               CLOSE EVENTFILE
           END-IF
           OPEN I-O EVENTFILE
           OPEN EXTEND EVENTREGFILE
           IF REG-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT EVENTREGFILE
               CLOSE EVENTREGFILE
           ELSE
               CLOSE EVENTREGFILE
           END-IF
           OPEN I-O EVENTREGFILE
           OPEN EXTEND ROOMBOOKING
           IF BOOKING-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT ROOMBOOKING
               CLOSE ROOMBOOKING
           ELSE
               CLOSE ROOMBOOKING
           END-IF
           OPEN I-O ROOMBOOKING.

       CloseEventFiles.
           CLOSE ROOMBOOKING
           CLOSE EVENTREGFILE
           CLOSE EVENTFILE.

       ListEvents.
           DISPLAY "FROM DATE (YYYYMMDD, ENTER FOR TODAY): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE TODAY-DATE-WS TO FROM-DATE-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO FROM-DATE-WS
           END-IF
           DISPLAY " "
           DISPLAY "ID     DATE     TIME  ROOM KIND         "
               "PLACES  WAIT  TITLE"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE 0 TO EVT-ID
           START EVENTFILE KEY IS >= EVT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ EVENTFILE NEXT INTO EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF EVT-DATE-WS NOT < FROM-DATE-WS
                           PERFORM ShowOneEventLine
                       END-IF
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO EVENTS FROM THAT DATE."
           END-IF.

       ShowOneEventLine.
           ADD 1 TO SHOWN-COUNT-WS
           PERFORM SetKindText
           PERFORM CountPlaces
           DISPLAY EVT-ID-WS " " EVT-DATE-WS " " EVT-START-HH-WS
               ":00 " EVT-ROOM-CODE-WS "  " KIND-TEXT-WS " "
               PLACES-TAKEN-WS "/" EVT-CAPACITY-WS "  "
               WAITING-COUNT-WS "   " EVT-TITLE-WS
           EVALUATE TRUE
               WHEN EVT-IS-CANCELLED-WS
                   DISPLAY "       (CANCELLED)"
               WHEN EVT-WAS-HELD-WS
                   DISPLAY "       (HELD - " EVT-ATTENDED-WS
                       " CAME, " EVT-WALKINS-WS " OF THEM WALK-INS)"
           END-EVALUATE.

       SetKindText.
           EVALUATE TRUE
               WHEN EVT-IS-AUTHOR-VISIT-WS
                   MOVE "AUTHOR VISIT" TO KIND-TEXT-WS
               WHEN EVT-IS-WORKSHOP-WS
                   MOVE "WORKSHOP" TO KIND-TEXT-WS
               WHEN EVT-IS-EXAM-WEEK-WS
                   MOVE "EXAM WEEK" TO KIND-TEXT-WS
               WHEN OTHER
                   MOVE "OTHER" TO KIND-TEXT-WS
           END-EVALUATE.

      *    Places taken are the registrations holding a seat; the
      *    waitlist is counted beside.
       CountPlaces.
           MOVE 0 TO PLACES-TAKEN-WS
           MOVE 0 TO WAITING-COUNT-WS
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
                           IF ERG-HOLDS-PLACE-WS
                               ADD 1 TO PLACES-TAKEN-WS
                           END-IF
                           IF ERG-IS-WAITLISTED-WS
                               ADD 1 TO WAITING-COUNT-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Every hour the event runs must be free in the room on
      *    that day; the hours are then written to roombooking.bin
      *    as event rows so the study-room screens show them taken.
       ScheduleEvent.
           MOVE SPACES TO NEW-EVENT-WS
           DISPLAY "EVENT TITLE: " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(TEXT-SCAN-WS) TO NEW-TITLE-WS
           DISPLAY "KIND - A AUTHOR VISIT, W WORKSHOP, E EXAM WEEK, "
               "O OTHER: " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           MOVE FUNCTION UPPER-CASE(ANSWER-WS) TO NEW-KIND-WS
           MOVE NEW-KIND-WS TO EVT-KIND-WS
           IF NOT EVT-KIND-VALID-WS
               DISPLAY "UNKNOWN KIND - NOT SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO NEW-DATE-WS
           IF NEW-DATE-WS < TODAY-DATE-WS
               DISPLAY "THAT DATE HAS GONE BY - NOT SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO CALDAYS-FUNC
           MOVE NEW-DATE-WS TO CALDAYS-DATE-1
           CALL "CalendarDays" USING CALDAYS-REQUEST
           IF CALDAYS-CLOSED-FLAG = "Y"
               DISPLAY "THE LIBRARY IS CLOSED THAT DAY - NOT "
                   "SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "START HOUR (" OPEN-HOUR-WS "-" LAST-SLOT-WS
               "): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO NEW-START-HH-WS
           DISPLAY "HOW MANY HOURS (ENTER FOR 1): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 1 TO NEW-HOURS-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO NEW-HOURS-WS
           END-IF
           COMPUTE END-SLOT-WS = NEW-START-HH-WS + NEW-HOURS-WS - 1
           IF NEW-HOURS-WS = 0 OR NEW-START-HH-WS < OPEN-HOUR-WS
                   OR END-SLOT-WS > LAST-SLOT-WS
               DISPLAY "THOSE HOURS ARE OUTSIDE OPENING TIMES - NOT "
                   "SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           PERFORM PickEventRoom
           IF NEW-ROOM-CODE-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckRoomFree
           IF SLOT-TAKEN-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CAPACITY (ENTER FOR THE ROOM'S " ROOM-CAPACITY-WS
               " SEATS): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE ROOM-CAPACITY-WS TO NEW-CAPACITY-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO NEW-CAPACITY-WS
           END-IF
           IF NEW-CAPACITY-WS = 0
               DISPLAY "AN EVENT NEEDS AT LEAST ONE PLACE - NOT "
                   "SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPEN TO PATRON TYPES (U F G S C, ENTER FOR "
               "EVERYONE): " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           MOVE FUNCTION UPPER-CASE(TEXT-SCAN-WS) TO NEW-AUDIENCE-WS
           PERFORM CheckAudienceLetters
           IF AUDIENCE-OK-WS = "N"
               DISPLAY "PATRON TYPES ARE U F G S OR C - NOT "
                   "SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SCHEDULE " NEW-TITLE-WS
           DISPLAY "  ON " NEW-DATE-WS " AT " NEW-START-HH-WS
               ":00 FOR " NEW-HOURS-WS " HOUR(S) IN ROOM "
               NEW-ROOM-CODE-WS ", " NEW-CAPACITY-WS " PLACES (Y/N)? "
               WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               DISPLAY "EVENT NOT SCHEDULED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SaveNewEvent.

       PickEventRoom.
           OPEN INPUT ROOMRECORD
           IF ROOM-FILE-ABSENT-ON-OPEN-WS
               DISPLAY "NO ROOMS ARE SET UP YET - ADD ONE AT THE "
                   "STUDY ROOMS DESK."
               CLOSE ROOMRECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ROOMS:"
           MOVE SPACES TO ROOM-CODE
           START ROOMRECORD KEY IS >= ROOM-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ ROOMRECORD NEXT INTO ROOM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       DISPLAY "  " ROOM-CODE-WS "  " ROOM-NAME-WS
                           "  SEATS " ROOM-CAPACITY-WS
               END-READ
           END-PERFORM
           DISPLAY "ROOM CODE: " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           MOVE FUNCTION UPPER-CASE(TEXT-SCAN-WS) TO ROOM-CODE
           READ ROOMRECORD INTO ROOM-WS
               INVALID KEY
                   DISPLAY "NO SUCH ROOM - NOT SCHEDULED."
               NOT INVALID KEY
                   MOVE ROOM-CODE-WS TO NEW-ROOM-CODE-WS
           END-READ
           CLOSE ROOMRECORD.

       CheckRoomFree.
           MOVE "N" TO SLOT-TAKEN-WS
           PERFORM VARYING SLOT-HH-WS FROM NEW-START-HH-WS BY 1
                   UNTIL SLOT-HH-WS > END-SLOT-WS
               MOVE NEW-DATE-WS TO RB-DATE
               MOVE NEW-ROOM-CODE-WS TO RB-ROOM-CODE
               MOVE SLOT-HH-WS TO RB-SLOT-HH
               READ ROOMBOOKING INTO ROOM-BOOKING-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SLOT-TAKEN-WS
                       DISPLAY "ROOM " NEW-ROOM-CODE-WS
                           " IS ALREADY TAKEN AT " SLOT-HH-WS ":00."
               END-READ
           END-PERFORM
           IF SLOT-TAKEN-WS = "Y"
               DISPLAY "PICK ANOTHER ROOM OR TIME - NOT SCHEDULED."
           END-IF.

       CheckAudienceLetters.
           MOVE "Y" TO AUDIENCE-OK-WS
           PERFORM VARYING AUD-IDX-WS FROM 1 BY 1
                   UNTIL AUD-IDX-WS > 5
               IF NEW-AUDIENCE-WS(AUD-IDX-WS:1) NOT = SPACE
                   MOVE NEW-AUDIENCE-WS(AUD-IDX-WS:1)
                       TO PATRON-TYPE-WS
                   IF NOT PATRON-TYPE-VALID-WS
                       MOVE "N" TO AUDIENCE-OK-WS
                   END-IF
               END-IF
           END-PERFORM.

       SaveNewEvent.
           PERFORM FindNextEventId
           MOVE NEXT-EVENT-ID-WS TO EVT-ID-WS
           MOVE NEW-TITLE-WS TO EVT-TITLE-WS
           MOVE NEW-KIND-WS TO EVT-KIND-WS
           MOVE NEW-DATE-WS TO EVT-DATE-WS
           MOVE NEW-START-HH-WS TO EVT-START-HH-WS
           MOVE NEW-HOURS-WS TO EVT-HOURS-WS
           MOVE NEW-ROOM-CODE-WS TO EVT-ROOM-CODE-WS
           MOVE NEW-CAPACITY-WS TO EVT-CAPACITY-WS
           MOVE NEW-AUDIENCE-WS TO EVT-AUDIENCE-WS
           MOVE "S" TO EVT-STATUS-WS
           MOVE "N" TO EVT-ATTENDANCE-TAKEN-WS
           MOVE 0 TO EVT-WALKINS-WS
           MOVE 0 TO EVT-ATTENDED-WS
           MOVE "N" TO EVT-REMINDED-WS
           MOVE ADMINNAME-LS TO EVT-SET-BY-WS
           MOVE TODAY-DATE-WS TO EVT-SET-DATE-WS
           WRITE EVENT-RECORD FROM EVENT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO SAVE THE EVENT."
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM VARYING SLOT-HH-WS FROM NEW-START-HH-WS BY 1
                   UNTIL SLOT-HH-WS > END-SLOT-WS
               MOVE NEW-DATE-WS TO RB-DATE
               MOVE NEW-ROOM-CODE-WS TO RB-ROOM-CODE
               MOVE SLOT-HH-WS TO RB-SLOT-HH
               MOVE 0 TO RB-STUDENT-ID
               MOVE "E" TO RB-STATUS
               WRITE ROOM-BOOKING-RECORD
                   INVALID KEY
                       DISPLAY "ROOM " NEW-ROOM-CODE-WS " AT "
                           SLOT-HH-WS ":00 WAS BOOKED MEANWHILE - "
                           "PLEASE SORT IT OUT AT THE ROOMS DESK."
               END-WRITE
           END-PERFORM
           DISPLAY "EVENT " EVT-ID-WS " SCHEDULED AND THE ROOM "
               "BLOCKED.".

       FindNextEventId.
           MOVE 0 TO NEXT-EVENT-ID-WS
           MOVE 0 TO EVT-ID
           START EVENTFILE KEY IS >= EVT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ EVENTFILE NEXT INTO EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END MOVE EVT-ID-WS TO NEXT-EVENT-ID-WS
               END-READ
           END-PERFORM
           ADD 1 TO NEXT-EVENT-ID-WS.

       PickEvent.
           MOVE "N" TO EVENT-FOUND-WS
           DISPLAY "EVENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO PICK-EVENT-ID-WS
           MOVE PICK-EVENT-ID-WS TO EVT-ID
           READ EVENTFILE INTO EVENT-WS
               INVALID KEY DISPLAY "NO SUCH EVENT."
               NOT INVALID KEY MOVE "Y" TO EVENT-FOUND-WS
           END-READ.

       ShowRegistrations.
           PERFORM PickEvent
           IF EVENT-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CountPlaces
           DISPLAY " "
           DISPLAY EVT-TITLE-WS
           DISPLAY "  " EVT-DATE-WS " AT " EVT-START-HH-WS ":00 IN "
               EVT-ROOM-CODE-WS " - " PLACES-TAKEN-WS " OF "
               EVT-CAPACITY-WS " PLACES TAKEN, " WAITING-COUNT-WS
               " WAITING"
           OPEN INPUT STUDENTRECORD
           MOVE 0 TO SHOWN-COUNT-WS
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
                           PERFORM ShowOneRegistration
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENTRECORD
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NOBODY HAS SIGNED UP."
           END-IF.

       ShowOneRegistration.
           ADD 1 TO SHOWN-COUNT-WS
           PERFORM FetchStudentName
           PERFORM SetRegStatusText
           DISPLAY "  " ERG-STUDENT-ID-WS " " STUDENTNAME-WS(1:30)
               " " REG-STATUS-TEXT-WS " " ERG-SIGNED-DATE-WS " "
               ERG-SIGNED-TIME-WS(1:4).

       FetchStudentName.
           MOVE SPACES TO STUDENTNAME-WS
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE ERG-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY MOVE "(NOT ON FILE)" TO STUDENTNAME-WS
           END-READ.

       SetRegStatusText.
           EVALUATE TRUE
               WHEN ERG-IS-REGISTERED-WS
                   MOVE "REGISTERED" TO REG-STATUS-TEXT-WS
               WHEN ERG-IS-WAITLISTED-WS
                   MOVE "WAITING" TO REG-STATUS-TEXT-WS
               WHEN ERG-ATTENDED-WS
                   MOVE "CAME" TO REG-STATUS-TEXT-WS
               WHEN ERG-NO-SHOW-WS
                   MOVE "DID NOT" TO REG-STATUS-TEXT-WS
               WHEN OTHER
                   MOVE "CANCELLED" TO REG-STATUS-TEXT-WS
           END-EVALUATE.

      *    On or after the day: each registrant is marked as came or
      *    did not (Enter keeps what is shown, so attendance can be
      *    taken again to correct it), then the walk-ins - waitlisted
      *    students who got in on the night count there too. What
      *    the event drew is stored on it for the statistics.
       TakeAttendance.
           PERFORM PickEvent
           IF EVENT-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF EVT-IS-CANCELLED-WS
               DISPLAY "THAT EVENT WAS CANCELLED."
               EXIT PARAGRAPH
           END-IF
           IF EVT-DATE-WS > TODAY-DATE-WS
               DISPLAY "THAT EVENT HAS NOT HAPPENED YET."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "ATTENDANCE FOR " EVT-TITLE-WS
           OPEN INPUT STUDENTRECORD
           MOVE 0 TO CAME-COUNT-WS
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
                           PERFORM MarkOneRegistrant
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENTRECORD
           DISPLAY "WALK-INS WHO HAD NOT REGISTERED [" EVT-WALKINS-WS
               "]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO EVT-WALKINS-WS
           END-IF
           COMPUTE EVT-ATTENDED-WS = CAME-COUNT-WS + EVT-WALKINS-WS
           MOVE "Y" TO EVT-ATTENDANCE-TAKEN-WS
           MOVE EVT-ID-WS TO EVT-ID
           REWRITE EVENT-RECORD FROM EVENT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO SAVE THE ATTENDANCE."
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "ATTENDANCE SAVED - " EVT-ATTENDED-WS " CAME.".

       MarkOneRegistrant.
           IF NOT ERG-HOLDS-PLACE-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM FetchStudentName
           IF ERG-ATTENDED-WS
               MOVE "Y" TO ANSWER-WS
           ELSE
               MOVE "N" TO ANSWER-WS
           END-IF
           DISPLAY "  " ERG-STUDENT-ID-WS " " STUDENTNAME-WS(1:30)
               " CAME (Y/N) [" ANSWER-WS "]: " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           EVALUATE ANSWER-WS
               WHEN "Y" WHEN "y"
                   MOVE "A" TO ERG-STATUS-WS
               WHEN "N" WHEN "n"
                   MOVE "N" TO ERG-STATUS-WS
               WHEN OTHER
                   IF ERG-IS-REGISTERED-WS
                       MOVE "N" TO ERG-STATUS-WS
                   END-IF
           END-EVALUATE
           IF ERG-ATTENDED-WS
               ADD 1 TO CAME-COUNT-WS
           END-IF
           MOVE TODAY-DATE-WS TO ERG-CHANGED-DATE-WS
           REWRITE EVENT-REG-RECORD FROM EVENT-REG-WS
               INVALID KEY
                   DISPLAY "  UNABLE TO MARK " ERG-STUDENT-ID-WS
           END-REWRITE.

      *    A cancelled event frees its room hours, withdraws every
      *    registration and waitlist place, and the notice run that
      *    follows tells those students it is off.
       CancelEvent.
           PERFORM PickEvent
           IF EVENT-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF EVT-IS-CANCELLED-WS
               DISPLAY "THAT EVENT IS ALREADY CANCELLED."
               EXIT PARAGRAPH
           END-IF
           IF EVT-WAS-HELD-WS
               DISPLAY "THAT EVENT HAS BEEN HELD - ITS ATTENDANCE IS "
                   "ON FILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CANCEL " EVT-TITLE-WS " ON " EVT-DATE-WS
               " (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               DISPLAY "EVENT NOT CANCELLED."
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO EVT-STATUS-WS
           MOVE "N" TO EVT-REMINDED-WS
           MOVE ADMINNAME-LS TO EVT-SET-BY-WS
           MOVE TODAY-DATE-WS TO EVT-SET-DATE-WS
           MOVE EVT-ID-WS TO EVT-ID
           REWRITE EVENT-RECORD FROM EVENT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO CANCEL THE EVENT."
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM ReleaseEventRoom
           PERFORM WithdrawRegistrations
           DISPLAY "EVENT " EVT-ID-WS " CANCELLED AND THE ROOM "
               "FREED."
           PERFORM SendRemindersNow.

       ReleaseEventRoom.
           COMPUTE END-SLOT-WS = EVT-START-HH-WS + EVT-HOURS-WS - 1
           PERFORM VARYING SLOT-HH-WS FROM EVT-START-HH-WS BY 1
                   UNTIL SLOT-HH-WS > END-SLOT-WS
               MOVE EVT-DATE-WS TO RB-DATE
               MOVE EVT-ROOM-CODE-WS TO RB-ROOM-CODE
               MOVE SLOT-HH-WS TO RB-SLOT-HH
               READ ROOMBOOKING INTO ROOM-BOOKING-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RB-IS-EVENT-WS
                           DELETE ROOMBOOKING RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       WithdrawRegistrations.
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
                           IF ERG-IS-REGISTERED-WS OR
                                   ERG-IS-WAITLISTED-WS
                               MOVE "X" TO ERG-STATUS-WS
                               MOVE TODAY-DATE-WS
                                   TO ERG-CHANGED-DATE-WS
                               REWRITE EVENT-REG-RECORD
                                   FROM EVENT-REG-WS
                                   INVALID KEY CONTINUE
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The notice run opens the event files itself, so they are
      *    closed around it.
       SendRemindersNow.
           PERFORM CloseEventFiles
           CALL "EventReminders" USING BY CONTENT ZERO-DATE-WS
           PERFORM OpenEventFiles.
