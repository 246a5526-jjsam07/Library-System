       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeriesReport.
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

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           FILE STATUS IS COPY-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SERIESFILE.
       COPY seriesrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.

       WORKING-STORAGE SECTION.
       COPY seriesrecord-ws.
       COPY bookrecord-ws.
       COPY copyrecord-ws.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EOF-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 CURRENT-SERIES-WS PIC X(40) VALUE SPACES.
       01 EXPECTED-VOLUME-WS PIC 9(4).
       01 GAP-LAST-WS PIC 9(3).
       01 SERIES-SHOWN-WS PIC X VALUE "N".
       01 COPIES-HELD-WS PIC 9(3).
       01 COPIES-LOST-WS PIC 9(3).
       01 COPIES-REPAIR-WS PIC 9(3).
       01 PROBLEM-TEXT-WS PIC X(60).
       01 SERIES-READ-WS PIC 9(5) VALUE 0.
       01 SERIES-FLAGGED-WS PIC 9(5) VALUE 0.
       01 PROBLEMS-LISTED-WS PIC 9(5) VALUE 0.

      *    The set-completeness report. series.bin is read in
      *    series-and-volume order; for each set the volume numbers
      *    are expected to run 1, 2, 3 ... and every hole in the run
      *    is listed, then every volume the library holds but cannot
      *    lend as part of the set: withdrawn from the catalog, gone
      *    from it altogether, or with copies lost or at the
      *    bindery. A set with nothing to report is left off, so
      *    the listing is the collection-development worklist.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT SERIESFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO SERIES ON FILE."
               CLOSE SERIESFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT BOOKRECORD
           OPEN INPUT COPYRECORD
           MOVE "O" TO SPOOL-FUNC
           MOVE "seriesgap" TO SPOOL-PREFIX
           MOVE "SERIES COMPLETENESS - GAPS AND UNAVAILABLE VOLUMES"
               TO SPOOL-TITLE
           MOVE "VOL  BOOK ID     PROBLEM" TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "SERIES COMPLETENESS - GAPS AND UNAVAILABLE VOLUMES"
           MOVE LOW-VALUES TO SER-ORDER-KEY
           START SERIESFILE KEY IS >= SER-ORDER-KEY
               INVALID KEY MOVE "Y" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ SERIESFILE NEXT INTO SERIES-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM CheckOneVolume
               END-READ
           END-PERFORM
           CLOSE COPYRECORD
           CLOSE BOOKRECORD
           CLOSE SERIESFILE
           DISPLAY " "
           DISPLAY SERIES-READ-WS " SERIES READ, " SERIES-FLAGGED-WS
               " INCOMPLETE, " PROBLEMS-LISTED-WS " PROBLEM(S) LISTED."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING SERIES-READ-WS " SERIES READ, " SERIES-FLAGGED-WS
               " INCOMPLETE, " PROBLEMS-LISTED-WS " PROBLEM(S) LISTED."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       CheckOneVolume.
           IF SER-NAME-WS NOT = CURRENT-SERIES-WS
               MOVE SER-NAME-WS TO CURRENT-SERIES-WS
               MOVE 1 TO EXPECTED-VOLUME-WS
               MOVE "N" TO SERIES-SHOWN-WS
               ADD 1 TO SERIES-READ-WS
           END-IF
           IF SER-VOLUME-WS > EXPECTED-VOLUME-WS
               PERFORM ListVolumeGap
           END-IF
           IF SER-VOLUME-WS >= EXPECTED-VOLUME-WS
               COMPUTE EXPECTED-VOLUME-WS = SER-VOLUME-WS + 1
           END-IF
           MOVE SER-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   MOVE "NO LONGER IN THE CATALOG" TO PROBLEM-TEXT-WS
                   PERFORM ListVolumeProblem
                   EXIT PARAGRAPH
           END-READ
           IF BOOK-IS-WITHDRAWN-WS
               MOVE "WITHDRAWN" TO PROBLEM-TEXT-WS
               PERFORM ListVolumeProblem
               EXIT PARAGRAPH
           END-IF
           PERFORM CountVolumeCopies
           IF COPIES-LOST-WS = 0 AND COPIES-REPAIR-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROBLEM-TEXT-WS
           STRING COPIES-LOST-WS " LOST, " COPIES-REPAIR-WS
               " IN REPAIR OF " COPIES-HELD-WS " COPIES"
               DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
           END-STRING
           PERFORM ListVolumeProblem.

       ListVolumeGap.
           COMPUTE GAP-LAST-WS = SER-VOLUME-WS - 1
           MOVE SPACES TO PROBLEM-TEXT-WS
           IF GAP-LAST-WS = EXPECTED-VOLUME-WS
               STRING "VOLUME " EXPECTED-VOLUME-WS(2:3)
                   " NOT HELD" DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
               END-STRING
           ELSE
               STRING "VOLUMES " EXPECTED-VOLUME-WS(2:3) " TO "
                   GAP-LAST-WS " NOT HELD"
                   DELIMITED BY SIZE INTO PROBLEM-TEXT-WS
               END-STRING
           END-IF
           PERFORM ShowSeriesHeading
           ADD 1 TO PROBLEMS-LISTED-WS
           DISPLAY "---  ----------  " PROBLEM-TEXT-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING "---  ----------  " PROBLEM-TEXT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

       ListVolumeProblem.
           PERFORM ShowSeriesHeading
           ADD 1 TO PROBLEMS-LISTED-WS
           DISPLAY SER-VOLUME-WS "  " SER-BOOK-ID-WS "  "
               PROBLEM-TEXT-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING SER-VOLUME-WS "  " SER-BOOK-ID-WS "  "
               PROBLEM-TEXT-WS DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    The series name goes out once, ahead of its first problem
      *    line, so a complete set prints nothing at all.
       ShowSeriesHeading.
           IF SERIES-SHOWN-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SERIES-SHOWN-WS
           ADD 1 TO SERIES-FLAGGED-WS
           DISPLAY " "
           DISPLAY CURRENT-SERIES-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE CURRENT-SERIES-WS TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

       CountVolumeCopies.
           MOVE 0 TO COPIES-HELD-WS
           MOVE 0 TO COPIES-LOST-WS
           MOVE 0 TO COPIES-REPAIR-WS
           IF COPY-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SER-BOOK-ID-WS TO CBOOK-ID
           START COPYRECORD KEY IS = CBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ COPYRECORD NEXT INTO COPY-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CBOOK-ID-WS NOT = SER-BOOK-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM TallyOneCopy
                       END-IF
               END-READ
           END-PERFORM.

      *    Retired copies are gone for good and not counted as held.
       TallyOneCopy.
           IF CCOPY-IS-RETIRED-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO COPIES-HELD-WS
           IF CCOPY-IS-LOST-WS
               ADD 1 TO COPIES-LOST-WS
           END-IF
           IF CCOPY-IN-REPAIR-WS OR CCOPY-AT-BINDERY-WS
               ADD 1 TO COPIES-REPAIR-WS
           END-IF.
