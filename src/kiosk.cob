           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       FILE SECTION.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD AUDITRECORD.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY qorder-request.
       COPY studentrecord-ws.
       COPY classset-request.
       COPY kwindex-request.
       COPY series-request.
       COPY alsoborrowed-request.
       COPY auditrecord-ws.
       COPY sysstatus-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 99.
       01 LOOKUP-SCAN-WS PIC X(50) VALUE SPACES.
       01 LOOKUP-ID-WS PIC 9(10).
       01 IDX-WS PIC 9(3).
       01 VOL-IDX-WS PIC 9(3).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 MATCH-FOUND-WS PIC X VALUE "N".
       01 QUEUE-DEPTH-WS PIC 9(4).
       01 KIOSK-STUDENT-ID-WS PIC 9(10).
       01 KIOSK-PIN-WS PIC 9(4).
       01 KIOSK-PIN-OK-WS PIC X VALUE "N".
       COPY credhash-request.
       01 KIOSK-TODAY-WS.
           05 KIOSK-T-YYYY-WS PIC 9(4).
           05 KIOSK-T-MM-WS PIC 9(2).
           05 KIOSK-T-DD-WS PIC 9(2).
       01 NET-AVAIL-WS PIC S9(6).
       01 NET-SHOW-WS PIC 9(5).
       01 ABR-IDX-WS PIC 9(1).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ARRIVAL-YYYYMM-WS PIC 9(6).
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "LIBRARY CATALOG - PUBLIC KIOSK"
               MOVE "R" TO SST-FUNC
               CALL "SystemStatus" USING SST-REQUEST
               PERFORM ShowKioskStatus
               DISPLAY "[1] LOOK UP BY BOOK ID"
               DISPLAY "[2] LOOK UP BY TITLE"
               DISPLAY "[3] BROWSE THE WHOLE CATALOG"
               DISPLAY "[4] BOOK A STUDY ROOM (ID + PIN)"
               DISPLAY "[5] NEW ARRIVALS THIS MONTH"
               DISPLAY "[6] BROWSE READING LISTS"
               DISPLAY "[7] BROWSE A SERIES IN VOLUME ORDER"
               DISPLAY "[8] LIBRARY EVENTS - SIGN UP (ID + PIN)"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               IF SST-SYSTEM-CLOSED AND OPTION-WS NOT = 99
                   MOVE 0 TO OPTION-WS
               END-IF
               IF SST-SYSTEM-READ-ONLY AND
                       (OPTION-WS = 4 OR OPTION-WS = 8)
                   DISPLAY "BOOKINGS AND SIGN-UPS ARE PAUSED UNTIL "
                       SST-BACK-DATE " " SST-BACK-TIME "."
                   MOVE 0 TO OPTION-WS
               END-IF
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM LookUpById
                   WHEN 2 PERFORM LookUpByTitle
                   WHEN 4 PERFORM BookRoomFromKiosk
                   WHEN 5 PERFORM ShowNewArrivals
                   WHEN 6 PERFORM BrowseReadingLists
                   WHEN 7 PERFORM BrowseSeries
                   WHEN 8 PERFORM EventsFromKiosk
                   WHEN 99 PERFORM AttendantExit
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *    While a batch or repair run holds the system status flag
      *    the kiosk says so: closed, it offers nothing but the
      *    attendant's exit; read-only, the catalog still answers but
      *    the two options that write are paused.
       ShowKioskStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE CATALOG IS UNAVAILABLE: " SST-REASON
               DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
                   SST-BACK-TIME " - PRESS ENTER TO CHECK AGAIN."
           END-IF
           IF SST-SYSTEM-READ-ONLY
               DISPLAY "*** " SST-REASON " - ROOM BOOKINGS AND EVENT "
                   "SIGN-UPS ARE PAUSED."
           END-IF.

      *    The only things the kiosk may write: a study-room booking
      *    and an event sign-up, and only after the student proves
      *    who they are with the same ID and PIN the login screen
      *    checks. One wrong PIN bounces straight back to the
      *    catalog - the lockout counters stay the login screen's
      *    business.
       BookRoomFromKiosk.
           PERFORM CheckKioskPin
           IF KIOSK-PIN-OK-WS = "Y"
               CALL "RoomBooking" USING BY CONTENT
                   KIOSK-STUDENT-ID-WS
           END-IF.

       EventsFromKiosk.
           PERFORM CheckKioskPin
           IF KIOSK-PIN-OK-WS = "Y"
               CALL "MyEvents" USING BY CONTENT
                   KIOSK-STUDENT-ID-WS
           END-IF.

       CheckKioskPin.
           MOVE "N" TO KIOSK-PIN-OK-WS
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO LOOKUP-SCAN-WS
           ACCEPT KIOSK-PIN-WS
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "SIGN-IN IS NOT AVAILABLE RIGHT NOW."
               EXIT PARAGRAPH
           END-IF
           MOVE KIOSK-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO CRED-SECRET
                   MOVE KIOSK-PIN-WS TO CRED-SECRET(1:4)
                   MOVE "V" TO CRED-FUNC
                   MOVE "P" TO CRED-KIND
                   MOVE STUDENT-PIN-SCHEME-WS TO CRED-SCHEME
                   MOVE STUDENT-PIN-SALT-WS TO CRED-SALT
                   MOVE STUDENT-PIN-DIGEST-WS TO CRED-DIGEST
                   MOVE STUDENT-PIN-WS TO CRED-LEGACY
                   CALL "CredentialHash" USING CRED-REQUEST
                   IF CRED-MATCHED
                       MOVE "Y" TO KIOSK-PIN-OK-WS
                   END-IF
           END-READ
           CLOSE STUDENTRECORD
           IF KIOSK-PIN-OK-WS = "N"
               DISPLAY "ID AND PIN DO NOT MATCH - SEE THE DESK."
           END-IF.

           CALL "ReadingLists" USING BY CONTENT
               KIOSK-STUDENT-ID-WS.

      *    A whole set in volume order, for the student who has
      *    read book three and wants to know what comes after it.
      *    Withdrawn volumes are not offered.
       BrowseSeries.
           DISPLAY "SERIES NAME: " WITH NO ADVANCING
           MOVE SPACES TO SRS-NAME
           ACCEPT SRS-NAME
           IF SRS-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO SRS-FUNC
           CALL "SeriesLookup" USING SRS-REQUEST
           IF SRS-NOT-IN-SERIES
               DISPLAY "NO SERIES BY THAT NAME."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY SRS-NAME
           PERFORM VARYING VOL-IDX-WS FROM 1 BY 1
                   UNTIL VOL-IDX-WS > SRS-COUNT
               IF SRS-VOL-WITHDRAWN(VOL-IDX-WS) NOT = "Y"
                   DISPLAY "  VOLUME " SRS-VOL-NUMBER(VOL-IDX-WS)
                       "  " SRS-VOL-TITLE(VOL-IDX-WS)
                   DISPLAY "     BOOK ID " SRS-VOL-BOOK-ID(VOL-IDX-WS)
               END-IF
           END-PERFORM.

       AttendantExit.
           DISPLAY "ATTENDANT CODE: " WITH NO ADVANCING
           MOVE SPACES TO ATTENDANT-CODE-WS
           DISPLAY "  BY " AUTHORNAME-WS
           DISPLAY "  SHELVED AT " CALL-NUMBER-WS
               "  COPIES AVAILABLE: " NET-SHOW-WS
           PERFORM ShowSeriesPlace
           IF CSD-RESERVED > 0
               DISPLAY "  " CSD-RESERVED " COPIES HELD FOR A "
                   "CLASS SET"
           IF QUEUE-DEPTH-WS > 0
               DISPLAY "  RESERVATION QUEUE: " QUEUE-DEPTH-WS
                   " WAITING"
               IF QRD-PRIORITY-COUNT > 0
                   DISPLAY "  (" QRD-PRIORITY-COUNT " OF THEM SERVED "
                       "FIRST BY PRIORITY - A NEW RESERVATION MAY "
                       "WAIT LONGER)"
               END-IF
           END-IF
           PERFORM ShowAlsoBorrowed.

      *    The weekly co-borrowing build's top five for the title,
      *    each with the copies on the shelf now.
       ShowAlsoBorrowed.
           MOVE BOOK-ID-WS TO ABR-BOOK-ID
           CALL "AlsoBorrowed" USING ABR-REQUEST
           IF ABR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  READERS ALSO BORROWED:"
           PERFORM VARYING ABR-IDX-WS FROM 1 BY 1
                   UNTIL ABR-IDX-WS > ABR-COUNT
               IF ABR-ON-SHELF(ABR-IDX-WS) > 0
                   DISPLAY "    " ABR-TITLE(ABR-IDX-WS)(1:40)
                       "  ON SHELF: " ABR-ON-SHELF(ABR-IDX-WS)
               ELSE
                   DISPLAY "    " ABR-TITLE(ABR-IDX-WS)(1:40)
                       "  ALL OUT"
               END-IF
           END-PERFORM.

       ShowSeriesPlace.
           MOVE "G" TO SRS-FUNC
           MOVE BOOK-ID-WS TO SRS-BOOK-ID
           CALL "SeriesLookup" USING SRS-REQUEST
           IF SRS-NOT-IN-SERIES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  VOLUME " SRS-VOLUME " OF " SRS-NAME
           IF SRS-NEXT-BOOK-ID NOT = 0
               DISPLAY "  NEXT IN THE SERIES: VOLUME " SRS-NEXT-VOLUME
                   " - " SRS-NEXT-TITLE
           END-IF.

      *    The queue as QueueOrder ranks it - the same line the
      *    desk serves - so the kiosk can say how much of it is
      *    priority traffic.
       CountWaitlistDepth.
           MOVE BOOK-ID-WS TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           MOVE QRD-COUNT TO QUEUE-DEPTH-WS.
