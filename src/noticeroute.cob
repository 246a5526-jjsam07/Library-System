       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeRoute.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTIFYPREFFILE ASSIGN TO "notifypref.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPF-STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL SMSNOTICEFILE ASSIGN TO "smsnotices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SMS-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFYPREFFILE.
       COPY notifyprefrecord-fs.
       FD SMSNOTICEFILE.
       COPY smsnoticeline-fs.

       WORKING-STORAGE SECTION.
       COPY notifyprefrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SMS-FILE-STATUS-WS PIC X(2).
       01 PREF-FILE-OPEN-WS PIC X VALUE "N".
       01 PREF-FOUND-WS PIC X VALUE "N".

       LINKAGE SECTION.
       COPY noticeroute-request.

      *    One place that knows how a student wants each kind of
      *    notice. The preference file is opened on first use and
      *    held open for the life of the run unit, as LogCircEvent
      *    holds the event log - a sweep asks once per loan. The
      *    text-message feed is opened and closed around each line
      *    so an interactive caller's notice reaches the gateway
      *    without waiting for the run unit to end.
       PROCEDURE DIVISION USING NRT-REQUEST.
       StartPara.
           EVALUATE NRT-FUNC
               WHEN "Q"
                   PERFORM ChooseChannel
               WHEN "S"
                   PERFORM WriteSmsLine
           END-EVALUATE.
           EXIT PROGRAM.

       ChooseChannel.
           MOVE "E" TO NRT-CHANNEL
           IF PREF-FILE-OPEN-WS = "N"
               OPEN INPUT NOTIFYPREFFILE
               IF FILE-DOES-NOT-EXIST-WS
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO PREF-FILE-OPEN-WS
           END-IF
           MOVE "N" TO PREF-FOUND-WS
           MOVE NRT-STUDENT-ID TO NPF-STUDENT-ID
           READ NOTIFYPREFFILE INTO NOTIFY-PREF-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO PREF-FOUND-WS
           END-READ
           IF PREF-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF NRT-TYPE < 1 OR NRT-TYPE > 7
               EXIT PARAGRAPH
           END-IF
           IF NOT NPF-CHANNEL-OK-WS(NRT-TYPE)
               EXIT PARAGRAPH
           END-IF
           MOVE NPF-CHANNEL-WS(NRT-TYPE) TO NRT-CHANNEL
           IF NRT-SEND-NONE AND NRT-TYPE-REQUIRED
               MOVE "E" TO NRT-CHANNEL
           END-IF
           IF NRT-SEND-SMS AND NRT-PHONE = SPACES
               MOVE "E" TO NRT-CHANNEL
           END-IF.

       WriteSmsLine.
           OPEN EXTEND SMSNOTICEFILE
           MOVE SPACES TO SMS-NOTICE-LINE
           MOVE NRT-STUDENT-ID TO SMS-STUDENT-ID
           MOVE NRT-PHONE TO SMS-PHONE
           MOVE NRT-STUDENTNAME TO SMS-STUDENTNAME
           MOVE NRT-NOTICE-TEXT TO SMS-NOTICE-TEXT
           MOVE NRT-BOOK-ID TO SMS-BOOK-ID
           MOVE NRT-DETAIL TO SMS-DETAIL
           MOVE NRT-MESSAGE TO SMS-MESSAGE
           WRITE SMS-NOTICE-LINE
           CLOSE SMSNOTICEFILE.
