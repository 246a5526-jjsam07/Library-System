       IDENTIFICATION DIVISION.
       PROGRAM-ID. MyEvents.
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
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY eventrecord-ws.
       COPY eventregrecord-ws.
       COPY studentrecord-ws.
       COPY sysstatus-request.
       COPY pflag-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 REG-FILE-STATUS-WS PIC X(2).
           88 REG-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 REG-SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 TODAY-DATE-WS PIC 9(8).
       01 NOW-TIME-WS PIC 9(8).
       01 MY-PATRON-TYPE-WS PIC X(1) VALUE SPACE.
       01 PICK-EVENT-ID-WS PIC 9(6).
       01 EVENT-FOUND-WS PIC X VALUE "N".
       01 REG-EXISTS-WS PIC X VALUE "N".
       01 OPEN-TO-ME-WS PIC X VALUE "Y".
       01 PLACES-TAKEN-WS PIC 9(3).
       01 WAITING-COUNT-WS PIC 9(3).
       01 PLACES-LEFT-WS PIC 9(3).
       01 WAIT-PLACE-WS PIC 9(3).
       01 FREED-PLACE-WS PIC X VALUE "N".
       01 FIRST-WAITING-WS.
           05 FIRST-WAIT-ID-WS PIC 9(10).
           05 FIRST-WAIT-STAMP-WS PIC 9(16).
       01 THIS-STAMP-WS PIC 9(16).
       01 STATUS-TEXT-WS PIC X(24).

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).

      *    The student's side of the events calendar, from the
      *    student menu and the kiosk. Upcoming events show the
      *    places left; signing up for one that is full goes on its
      *    waitlist instead, and when a registered student cancels
      *    the longest-waiting student is moved up into the place.
      *    An event may be kept to some patron types, and a blocked
      *    account cannot sign up for anything new, but can always
      *    see and cancel what it has.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           OPEN INPUT EVENTFILE
           IF FILE-ABSENT-ON-OPEN-WS
               DISPLAY "NO LIBRARY EVENTS ARE SCHEDULED."
               CLOSE EVENTFILE
               EXIT PROGRAM
           END-IF
           OPEN EXTEND EVENTREGFILE
           IF REG-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT EVENTREGFILE
               CLOSE EVENTREGFILE
           ELSE
               CLOSE EVENTREGFILE
           END-IF
           OPEN I-O EVENTREGFILE
           PERFORM FindMyPatronType
           MOVE STUDENT-ID-LS TO PFL-STUDENT-ID
           CALL "PatronFlags" USING PFL-REQUEST
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "LIBRARY EVENTS"
               DISPLAY "[1] UPCOMING EVENTS"
               DISPLAY "[2] SIGN UP FOR AN EVENT"
               DISPLAY "[3] MY EVENTS / CANCEL"
               DISPLAY "[0] BACK"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListUpcoming
                   WHEN 2 PERFORM SignUp
                   WHEN 3 PERFORM MyRegistrations
                   WHEN 0
                       CLOSE EVENTREGFILE
                       CLOSE EVENTFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       FindMyPatronType.
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               CLOSE STUDENTRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-ID-LS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PATRON-TYPE-WS TO MY-PATRON-TYPE-WS
           END-READ
           CLOSE STUDENTRECORD.

       ListUpcoming.
           DISPLAY " "
           DISPLAY "UPCOMING EVENTS:"
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
                       IF EVT-IS-SCHEDULED-WS AND
                               EVT-DATE-WS NOT < TODAY-DATE-WS
                           PERFORM ShowOneUpcoming
                       END-IF
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NOTHING SCHEDULED - CHECK BACK SOON."
           END-IF.

       ShowOneUpcoming.
           ADD 1 TO SHOWN-COUNT-WS
           PERFORM CountPlaces
           PERFORM CheckOpenToMe
           DISPLAY "  " EVT-ID-WS "  " EVT-MM-WS "/" EVT-DD-WS "/"
               EVT-YYYY-WS " " EVT-START-HH-WS ":00  ROOM "
               EVT-ROOM-CODE-WS "  " EVT-TITLE-WS
           EVALUATE TRUE
               WHEN OPEN-TO-ME-WS = "N"
                   DISPLAY "          NOT OPEN TO YOUR PATRON TYPE"
               WHEN PLACES-TAKEN-WS < EVT-CAPACITY-WS
                   COMPUTE PLACES-LEFT-WS =
                       EVT-CAPACITY-WS - PLACES-TAKEN-WS
                   DISPLAY "          " PLACES-LEFT-WS " PLACE(S) LEFT"
               WHEN OTHER
                   DISPLAY "          FULL - " WAITING-COUNT-WS
                       " ON THE WAITLIST"
           END-EVALUATE.

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

       CheckOpenToMe.
           MOVE "Y" TO OPEN-TO-ME-WS
           IF EVT-AUDIENCE-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MY-PATRON-TYPE-WS = SPACE
               MOVE "N" TO OPEN-TO-ME-WS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WAIT-PLACE-WS
           INSPECT EVT-AUDIENCE-WS TALLYING WAIT-PLACE-WS
               FOR ALL MY-PATRON-TYPE-WS
           IF WAIT-PLACE-WS = 0
               MOVE "N" TO OPEN-TO-ME-WS
           END-IF.

       PickEvent.
           MOVE "N" TO EVENT-FOUND-WS
           DISPLAY "Event number: " WITH NO ADVANCING
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

      *    A place while there is one, the waitlist once there is
      *    not. A student who cancelled earlier may sign up again
      *    and joins the back of the line like anyone else.
       SignUp.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           IF PFL-ACCOUNT-BLOCKED
               DISPLAY "SIGN-UP REFUSED - ACCOUNT BLOCKED. PLEASE "
                   "SEE THE DESK."
               EXIT PARAGRAPH
           END-IF
           PERFORM PickEvent
           IF EVENT-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF NOT EVT-IS-SCHEDULED-WS OR EVT-WAS-HELD-WS
                   OR EVT-DATE-WS < TODAY-DATE-WS
               DISPLAY "THAT EVENT IS NOT TAKING SIGN-UPS."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckOpenToMe
           IF OPEN-TO-ME-WS = "N"
               DISPLAY "THAT EVENT IS NOT OPEN TO YOUR PATRON TYPE."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO REG-EXISTS-WS
           MOVE EVT-ID-WS TO ERG-EVENT-ID
           MOVE STUDENT-ID-LS TO ERG-STUDENT-ID
           READ EVENTREGFILE INTO EVENT-REG-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO REG-EXISTS-WS
           END-READ
           IF REG-EXISTS-WS = "Y" AND
                   (ERG-IS-REGISTERED-WS OR ERG-IS-WAITLISTED-WS)
               DISPLAY "YOU ARE ALREADY SIGNED UP FOR THAT EVENT."
               EXIT PARAGRAPH
           END-IF
           PERFORM CountPlaces
           MOVE EVT-ID-WS TO ERG-EVENT-ID-WS
           MOVE STUDENT-ID-LS TO ERG-STUDENT-ID-WS
           IF PLACES-TAKEN-WS < EVT-CAPACITY-WS
               MOVE "R" TO ERG-STATUS-WS
           ELSE
               MOVE "W" TO ERG-STATUS-WS
           END-IF
           ACCEPT NOW-TIME-WS FROM TIME
           MOVE TODAY-DATE-WS TO ERG-SIGNED-DATE-WS
           MOVE NOW-TIME-WS TO ERG-SIGNED-TIME-WS
           MOVE TODAY-DATE-WS TO ERG-CHANGED-DATE-WS
           MOVE ERG-REF-ID-WS TO ERG-REF-ID
           IF REG-EXISTS-WS = "Y"
               REWRITE EVENT-REG-RECORD FROM EVENT-REG-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO SIGN YOU UP."
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE EVENT-REG-RECORD FROM EVENT-REG-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO SIGN YOU UP."
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           IF ERG-IS-REGISTERED-WS
               DISPLAY "YOU ARE REGISTERED FOR " EVT-TITLE-WS
               DISPLAY "  ON " EVT-MM-WS "/" EVT-DD-WS "/"
                   EVT-YYYY-WS " AT " EVT-START-HH-WS ":00 IN ROOM "
                   EVT-ROOM-CODE-WS "."
           ELSE
               COMPUTE WAIT-PLACE-WS = WAITING-COUNT-WS + 1
               DISPLAY "THAT EVENT IS FULL - YOU ARE NUMBER "
                   WAIT-PLACE-WS " ON ITS WAITLIST."
           END-IF.

       MyRegistrations.
           DISPLAY " "
           DISPLAY "MY EVENTS:"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE STUDENT-ID-LS TO ERG-STUDENT-ID
           START EVENTREGFILE KEY IS = ERG-STUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ EVENTREGFILE NEXT INTO EVENT-REG-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF ERG-STUDENT-ID-WS NOT = STUDENT-ID-LS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM ShowOneOfMine
                       END-IF
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NONE."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancel one? Enter its event number (Enter to "
               "keep all): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO PICK-EVENT-ID-WS
           PERFORM CancelMine.

       ShowOneOfMine.
           EVALUATE TRUE
               WHEN ERG-IS-REGISTERED-WS
                   MOVE "REGISTERED" TO STATUS-TEXT-WS
               WHEN ERG-IS-WAITLISTED-WS
                   MOVE "ON THE WAITLIST" TO STATUS-TEXT-WS
               WHEN ERG-ATTENDED-WS
                   MOVE "ATTENDED" TO STATUS-TEXT-WS
               WHEN ERG-NO-SHOW-WS
                   MOVE "DID NOT ATTEND" TO STATUS-TEXT-WS
               WHEN ERG-EVENT-WITHDRAWN-WS
                   MOVE "EVENT CANCELLED" TO STATUS-TEXT-WS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE ERG-EVENT-ID-WS TO EVT-ID
           READ EVENTFILE INTO EVENT-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           ADD 1 TO SHOWN-COUNT-WS
           DISPLAY "  " EVT-ID-WS "  " EVT-MM-WS "/" EVT-DD-WS "/"
               EVT-YYYY-WS " " EVT-START-HH-WS ":00  "
               EVT-TITLE-WS
           DISPLAY "          " STATUS-TEXT-WS.

       CancelMine.
           MOVE PICK-EVENT-ID-WS TO ERG-EVENT-ID
           MOVE STUDENT-ID-LS TO ERG-STUDENT-ID
           READ EVENTREGFILE INTO EVENT-REG-WS
               INVALID KEY
                   DISPLAY "YOU ARE NOT SIGNED UP FOR THAT EVENT."
                   EXIT PARAGRAPH
           END-READ
           IF NOT ERG-IS-REGISTERED-WS AND NOT ERG-IS-WAITLISTED-WS
               DISPLAY "THAT SIGN-UP CANNOT BE CANCELLED NOW."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FREED-PLACE-WS
           IF ERG-IS-REGISTERED-WS
               MOVE "Y" TO FREED-PLACE-WS
           END-IF
           MOVE "C" TO ERG-STATUS-WS
           MOVE TODAY-DATE-WS TO ERG-CHANGED-DATE-WS
           REWRITE EVENT-REG-RECORD FROM EVENT-REG-WS
               INVALID KEY
                   DISPLAY "UNABLE TO CANCEL."
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "SIGN-UP CANCELLED."
           IF FREED-PLACE-WS = "Y"
               PERFORM MoveUpFromWaitlist
           END-IF.

      *    The freed place goes to whoever has waited longest; they
      *    find themselves registered under My Events and get the
      *    reminder the day before like everyone else.
       MoveUpFromWaitlist.
           MOVE 0 TO FIRST-WAIT-ID-WS
           MOVE 9999999999999999 TO FIRST-WAIT-STAMP-WS
           MOVE PICK-EVENT-ID-WS TO ERG-EVENT-ID
           MOVE 0 TO ERG-STUDENT-ID
           START EVENTREGFILE KEY IS >= ERG-REF-ID
               INVALID KEY MOVE "Y" TO REG-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO REG-SCAN-DONE-WS
           END-START
           PERFORM UNTIL REG-SCAN-DONE-WS = "Y"
               READ EVENTREGFILE NEXT INTO EVENT-REG-WS
                   AT END MOVE "Y" TO REG-SCAN-DONE-WS
                   NOT AT END
                       IF ERG-EVENT-ID-WS NOT = PICK-EVENT-ID-WS
                           MOVE "Y" TO REG-SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeOneWaiting
                       END-IF
               END-READ
           END-PERFORM
           IF FIRST-WAIT-ID-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PICK-EVENT-ID-WS TO ERG-EVENT-ID
           MOVE FIRST-WAIT-ID-WS TO ERG-STUDENT-ID
           READ EVENTREGFILE INTO EVENT-REG-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE "R" TO ERG-STATUS-WS
           MOVE TODAY-DATE-WS TO ERG-CHANGED-DATE-WS
           REWRITE EVENT-REG-RECORD FROM EVENT-REG-WS
               INVALID KEY CONTINUE
           END-REWRITE.

       JudgeOneWaiting.
           IF NOT ERG-IS-WAITLISTED-WS
               EXIT PARAGRAPH
           END-IF
           COMPUTE THIS-STAMP-WS =
               (ERG-SIGNED-DATE-WS * 100000000) + ERG-SIGNED-TIME-WS
           IF THIS-STAMP-WS < FIRST-WAIT-STAMP-WS
               MOVE THIS-STAMP-WS TO FIRST-WAIT-STAMP-WS
               MOVE ERG-STUDENT-ID-WS TO FIRST-WAIT-ID-WS
           END-IF.

      *    While a batch or repair run holds the system status flag
      *    nothing is changed from the student side; the student is
      *    told when to come back.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "NOTHING CAN BE CHANGED UNTIL THE SYSTEM "
               "REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
