       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticePrefs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTIFYPREFFILE ASSIGN TO "notifypref.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPF-STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFYPREFFILE.
       COPY notifyprefrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY notifyprefrecord-ws.
       COPY studentrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 WORK-STUDENT-ID-WS PIC 9(10).
       01 PREF-FOUND-WS PIC X VALUE "N".
       01 CHANNEL-ENTRY-WS PIC X VALUE SPACE.
       01 CHANNEL-TEXT-WS PIC X(13).
       01 TYPE-IDX-WS PIC 9.
       01 TYPE-NAME-VALUES-WS.
           05 FILLER PIC X(25) VALUE "COURTESY REMINDERS      N".
           05 FILLER PIC X(25) VALUE "SECOND AND FINAL OVERDUEY".
           05 FILLER PIC X(25) VALUE "HOLD AND WAITLIST PICKUPY".
           05 FILLER PIC X(25) VALUE "NEW-TITLE ALERTS        N".
           05 FILLER PIC X(25) VALUE "MEMBERSHIP RENEWAL      N".
           05 FILLER PIC X(25) VALUE "RECALLS                 Y".
           05 FILLER PIC X(25) VALUE "BILLING AND ACCOUNT     Y".
       01 TYPE-NAME-TABLE-WS REDEFINES TYPE-NAME-VALUES-WS.
           05 TYPE-ENTRY-WS OCCURS 7 TIMES.
               10 TYPE-NAME-WS PIC X(24).
               10 TYPE-REQUIRED-WS PIC X(1).

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
       01 OPERATOR-LS PIC X(20).

      *    How a student hears from the library, kept in
      *    notifypref.bin and read by NoticeRoute for every notice
      *    written. Each notice type goes by email, by text message
      *    to the phone on the roster, or not at all; the notices
      *    the library must send - overdue, recall, billing and
      *    account - take email or text only. A student with no row
      *    gets email for everything, so nothing is written until
      *    someone saves a change. Reached from UpdateMyInfo with the
      *    signed-in student, and from the staff menu with a zero
      *    STUDENT-ID-LS, which asks for the student first. Line 8
      *    keeps the student's loans out of the "readers also
      *    borrowed" suggestions.
       PROCEDURE DIVISION USING STUDENT-ID-LS OPERATOR-LS.
       StartPara.
           MOVE STUDENT-ID-LS TO WORK-STUDENT-ID-WS
           IF WORK-STUDENT-ID-WS = 0
               DISPLAY " "
               DISPLAY "NOTICE PREFERENCES"
               DISPLAY "STUDENT ID (0 TO RETURN): " WITH NO ADVANCING
               MOVE SPACES TO ID-SCAN-WS
               ACCEPT ID-SCAN-WS
               IF ID-SCAN-WS = SPACES
                   EXIT PROGRAM
               END-IF
               MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-STUDENT-ID-WS
               IF WORK-STUDENT-ID-WS = 0
                   EXIT PROGRAM
               END-IF
           END-IF
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ROSTER ON FILE."
               EXIT PROGRAM
           END-IF
           MOVE WORK-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   DISPLAY "NO SUCH STUDENT."
                   CLOSE STUDENTRECORD
                   EXIT PROGRAM
           END-READ
           CLOSE STUDENTRECORD
           PERFORM OpenPrefFile
           PERFORM LoadPreferences
           PERFORM UNTIL 1 < 0
               PERFORM ShowPreferences
               DISPLAY "ENTER A LINE TO CHANGE, 9 TO SAVE, 0 TO LEAVE"
                   " UNCHANGED: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 THRU 7
                       MOVE OPTION-WS TO TYPE-IDX-WS
                       PERFORM ChangeOneType
                   WHEN 8
                       PERFORM ToggleSuggestOptOut
                   WHEN 9
                       PERFORM SavePreferences
                       CLOSE NOTIFYPREFFILE
                       EXIT PROGRAM
                   WHEN 0
                       CLOSE NOTIFYPREFFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenPrefFile.
           OPEN EXTEND NOTIFYPREFFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT NOTIFYPREFFILE
               CLOSE NOTIFYPREFFILE
           ELSE
               CLOSE NOTIFYPREFFILE
           END-IF
           OPEN I-O NOTIFYPREFFILE.

       LoadPreferences.
           MOVE "N" TO PREF-FOUND-WS
           MOVE WORK-STUDENT-ID-WS TO NPF-STUDENT-ID
           READ NOTIFYPREFFILE INTO NOTIFY-PREF-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO PREF-FOUND-WS
           END-READ
           IF PREF-FOUND-WS = "N"
               MOVE WORK-STUDENT-ID-WS TO NPF-STUDENT-ID-WS
               MOVE "EEEEEEE" TO NPF-CHANNELS-WS
               MOVE SPACES TO NPF-SET-BY-WS
               MOVE 0 TO NPF-SET-DATE-WS
           END-IF
           IF NOT NPF-SUGGEST-OPTED-OUT-WS
               MOVE "N" TO NPF-SUGGEST-OPTOUT-WS
           END-IF.

       ShowPreferences.
           DISPLAY " "
           DISPLAY "NOTICES FOR: " STUDENTNAME-WS(1:30)
           IF STUDENTPHONE-WS = SPACES
               DISPLAY "NO PHONE ON FILE - TEXT NOTICES WILL GO BY "
                   "EMAIL UNTIL ONE IS ADDED."
           ELSE
               DISPLAY "TEXT MESSAGES GO TO: " STUDENTPHONE-WS
           END-IF
           PERFORM VARYING TYPE-IDX-WS FROM 1 BY 1
                   UNTIL TYPE-IDX-WS > 7
               PERFORM DescribeChannel
               IF TYPE-REQUIRED-WS(TYPE-IDX-WS) = "Y"
                   DISPLAY "[" TYPE-IDX-WS "] "
                       TYPE-NAME-WS(TYPE-IDX-WS) " " CHANNEL-TEXT-WS
                       " (REQUIRED)"
               ELSE
                   DISPLAY "[" TYPE-IDX-WS "] "
                       TYPE-NAME-WS(TYPE-IDX-WS) " " CHANNEL-TEXT-WS
               END-IF
           END-PERFORM
           IF NPF-SUGGEST-OPTED-OUT-WS
               DISPLAY "[8] LOANS IN ALSO-BORROWED    NO (LEFT OUT)"
           ELSE
               DISPLAY "[8] LOANS IN ALSO-BORROWED    YES"
           END-IF.

       DescribeChannel.
           EVALUATE NPF-CHANNEL-WS(TYPE-IDX-WS)
               WHEN "S" MOVE "TEXT MESSAGE" TO CHANNEL-TEXT-WS
               WHEN "N" MOVE "NONE" TO CHANNEL-TEXT-WS
               WHEN OTHER MOVE "EMAIL" TO CHANNEL-TEXT-WS
           END-EVALUATE.

       ChangeOneType.
           IF TYPE-REQUIRED-WS(TYPE-IDX-WS) = "Y"
               DISPLAY "E EMAIL OR S TEXT MESSAGE: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "E EMAIL, S TEXT MESSAGE OR N NONE: "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACE TO CHANNEL-ENTRY-WS
           ACCEPT CHANNEL-ENTRY-WS
           MOVE FUNCTION UPPER-CASE(CHANNEL-ENTRY-WS)
               TO CHANNEL-ENTRY-WS
           EVALUATE CHANNEL-ENTRY-WS
               WHEN "E"
               WHEN "S"
                   MOVE CHANNEL-ENTRY-WS
                       TO NPF-CHANNEL-WS(TYPE-IDX-WS)
               WHEN "N"
                   IF TYPE-REQUIRED-WS(TYPE-IDX-WS) = "Y"
                       DISPLAY "THE LIBRARY MUST SEND THESE NOTICES -"
                           " CHOOSE EMAIL OR TEXT MESSAGE."
                   ELSE
                       MOVE "N" TO NPF-CHANNEL-WS(TYPE-IDX-WS)
                   END-IF
               WHEN OTHER
                   DISPLAY "UNCHANGED."
           END-EVALUATE.

      *    Not a notice channel but kept on the same row: whether
      *    this student's loans may be counted, unnamed, in the
      *    weekly "readers also borrowed" suggestions.
       ToggleSuggestOptOut.
           IF NPF-SUGGEST-OPTED-OUT-WS
               MOVE "N" TO NPF-SUGGEST-OPTOUT-WS
           ELSE
               MOVE "Y" TO NPF-SUGGEST-OPTOUT-WS
           END-IF.

       SavePreferences.
           MOVE OPERATOR-LS TO NPF-SET-BY-WS
           ACCEPT NPF-SET-DATE-WS FROM DATE YYYYMMDD
           MOVE NOTIFY-PREF-WS TO NOTIFY-PREF-RECORD
           IF PREF-FOUND-WS = "Y"
               REWRITE NOTIFY-PREF-RECORD
                   INVALID KEY DISPLAY "PREFERENCES NOT SAVED."
                   NOT INVALID KEY DISPLAY "PREFERENCES SAVED."
               END-REWRITE
           ELSE
               WRITE NOTIFY-PREF-RECORD
                   INVALID KEY DISPLAY "PREFERENCES NOT SAVED."
                   NOT INVALID KEY DISPLAY "PREFERENCES SAVED."
               END-WRITE
           END-IF.
