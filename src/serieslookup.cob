       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeriesLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERIESFILE ASSIGN TO "series.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-BOOK-ID
           ALTERNATE RECORD KEY IS SER-ORDER-KEY WITH DUPLICATES
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
       FD SERIESFILE.
       COPY seriesrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY seriesrecord-ws.
       COPY bookrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".

       LINKAGE SECTION.
       COPY series-request.

      *    Answers "what set is this title part of, and what comes
      *    next" for the detail screens and the kiosk, and lists a
      *    set in volume order for the browses. Nothing is written
      *    here - UpdateBook keeps the file.
       PROCEDURE DIVISION USING SRS-REQUEST.
       StartPara.
           MOVE "N" TO SRS-STATUS
           MOVE 0 TO SRS-NEXT-BOOK-ID
           MOVE 0 TO SRS-NEXT-VOLUME
           MOVE SPACES TO SRS-NEXT-TITLE
           MOVE 0 TO SRS-COUNT
           IF SRS-FUNC = "G"
               MOVE SPACES TO SRS-NAME
               MOVE 0 TO SRS-VOLUME
           END-IF
           OPEN INPUT SERIESFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE SERIESFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT BOOKRECORD
           EVALUATE SRS-FUNC
               WHEN "G" PERFORM GetTitleSeries
               WHEN "B" PERFORM BrowseSeries
           END-EVALUATE
           CLOSE BOOKRECORD
           CLOSE SERIESFILE.
           EXIT PROGRAM.

      *    The next volume is the first row after this one on the
      *    order key that still carries the same series name - a
      *    gap in the numbering simply skips to the next volume the
      *    library holds.
       GetTitleSeries.
           MOVE SRS-BOOK-ID TO SER-BOOK-ID
           READ SERIESFILE INTO SERIES-WS
               KEY IS SER-BOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE "F" TO SRS-STATUS
           MOVE SER-NAME-WS TO SRS-NAME
           MOVE SER-VOLUME-WS TO SRS-VOLUME
           MOVE SER-ORDER-KEY-WS TO SER-ORDER-KEY
           START SERIESFILE KEY IS > SER-ORDER-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ SERIESFILE NEXT INTO SERIES-WS
               AT END EXIT PARAGRAPH
           END-READ
           IF SER-NAME-WS NOT = SRS-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SER-BOOK-ID-WS TO SRS-NEXT-BOOK-ID
           MOVE SER-VOLUME-WS TO SRS-NEXT-VOLUME
           PERFORM ReadMemberTitle
           MOVE BOOKNAME-WS TO SRS-NEXT-TITLE.

       BrowseSeries.
           MOVE FUNCTION UPPER-CASE(SRS-NAME) TO SRS-NAME
           MOVE SRS-NAME TO SER-NAME
           MOVE 0 TO SER-VOLUME
           START SERIESFILE KEY IS >= SER-ORDER-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SERIESFILE NEXT INTO SERIES-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF SER-NAME-WS NOT = SRS-NAME
                               OR SRS-COUNT >= 100
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM AddSetMember
                       END-IF
               END-READ
           END-PERFORM
           IF SRS-COUNT > 0
               MOVE "F" TO SRS-STATUS
           END-IF.

       AddSetMember.
           ADD 1 TO SRS-COUNT
           MOVE SER-VOLUME-WS TO SRS-VOL-NUMBER(SRS-COUNT)
           MOVE SER-BOOK-ID-WS TO SRS-VOL-BOOK-ID(SRS-COUNT)
           PERFORM ReadMemberTitle
           MOVE BOOKNAME-WS TO SRS-VOL-TITLE(SRS-COUNT)
           MOVE WITHDRAWN-WS TO SRS-VOL-WITHDRAWN(SRS-COUNT).

      *    A member whose title has gone from the catalog shows as
      *    such rather than dropping out of the set unseen.
       ReadMemberTitle.
           MOVE SPACES TO BOOK-WS
           MOVE "(NOT IN THE CATALOG)" TO BOOKNAME-WS
           IF BOOK-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SER-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   MOVE SPACES TO BOOK-WS
                   MOVE "(NOT IN THE CATALOG)" TO BOOKNAME-WS
           END-READ.
