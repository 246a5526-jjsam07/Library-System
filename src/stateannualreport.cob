       COPY studentrecord-ws.
       COPY illrecord-ws.
       COPY spool-request.
       COPY eventtally-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
               10 CAT-TITLES-WS PIC 9(7).
               10 CAT-VOLUMES-WS PIC 9(7).
       01 CAT-IDX-WS PIC 9(3).
       01 KIND-IDX-WS PIC 9(1).
       01 CAT-FOUND-WS PIC X VALUE "N".
       01 MONTH-TABLE-WS.
           05 MONTH-COUNT-WS OCCURS 12 TIMES PIC 9(7).
       01 MONTH-INHOUSE-TABLE-WS.
           05 MONTH-INHOUSE-WS OCCURS 12 TIMES PIC 9(7).
       01 MONTH-IDX-WS PIC 9(2).
       01 PT-COUNTS-WS.
           05 PT-CIRC-U-WS PIC 9(7) VALUE 0.
       01 ILL-LENT-WS PIC 9(7) VALUE 0.
       01 ILL-BORROWED-WS PIC 9(7) VALUE 0.
       01 TOTAL-CIRC-WS PIC 9(7) VALUE 0.
       01 TOTAL-INHOUSE-WS PIC 9(7) VALUE 0.

      *    The state library statistics return, assembled by the
      *    machine instead of three reports and a legal pad:
      *    collection size by category off the book master, annual
      *    circulation by month and by patron type off the event
      *    log, registered borrowers by type off the roster, and
      *    ILL lending/borrowing totals off the ledger, library
      *    program sessions and attendance off the events calendar
      *    (EventTally, as the events statistics count them) - written
      *    both as the district's fixed-column submission file
      *    (record type, 20-char key, two 7-digit counts) and as a
      *    human-readable proof sheet through the spool.
           PERFORM TallyCirculation
           PERFORM TallyBorrowers
           PERFORM TallyIll
           MOVE FROM-KEYNUM-WS TO ETL-FROM-DATE
           MOVE TO-KEYNUM-WS TO ETL-TO-DATE
           CALL "EventTally" USING ETL-REQUEST
           PERFORM WriteSubmissionFile
           PERFORM SpoolProofSheet
           DISPLAY "SUBMISSION FILE " STATE-NAME-WS
           PERFORM VARYING MONTH-IDX-WS FROM 1 BY 1
                   UNTIL MONTH-IDX-WS > 12
               MOVE 0 TO MONTH-COUNT-WS(MONTH-IDX-WS)
               MOVE 0 TO MONTH-INHOUSE-WS(MONTH-IDX-WS)
           END-PERFORM
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
           END-IF
           CLOSE CIRCEVENTFILE.

      *    In-house uses are reported beside the checkouts, never
      *    inside them: they have no borrower to type and are not
      *    loans in the state's definition.
       JudgeOneEvent.
           IF NOT CIRC-IS-CHECKOUT-WS AND NOT CIRC-IS-IN-HOUSE-WS
               EXIT PARAGRAPH
           END-IF
           COMPUTE ROW-KEYNUM-WS = (CIRC-YYYY-WS * 10000)
                   ROW-KEYNUM-WS > TO-KEYNUM-WS
               EXIT PARAGRAPH
           END-IF
           IF CIRC-IS-IN-HOUSE-WS
               ADD 1 TO TOTAL-INHOUSE-WS
               MOVE CIRC-MM-WS TO MONTH-IDX-WS
               IF MONTH-IDX-WS >= 1 AND MONTH-IDX-WS <= 12
                   ADD 1 TO MONTH-INHOUSE-WS(MONTH-IDX-WS)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-CIRC-WS
           MOVE CIRC-MM-WS TO MONTH-IDX-WS
           IF MONTH-IDX-WS >= 1 AND MONTH-IDX-WS <= 12
      *    The district's mandated layout: record type in columns
      *    1-2, a 20-character key, then two zero-filled 7-digit
      *    counts. "01" collection by category (titles, volumes),
      *    "02" circulation by month (checkouts, in-house uses),
      *    "03" circulation by patron type, "04" registered
      *    borrowers by type, "05" ILL totals, "06" library
      *    programs by kind (sessions held, attendance).
       WriteSubmissionFile.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE SPACES TO STATE-NAME-WS
                   DELIMITED BY SIZE INTO ST-KEY-TEXT
               END-STRING
               MOVE MONTH-COUNT-WS(MONTH-IDX-WS) TO ST-COUNT-1
               MOVE MONTH-INHOUSE-WS(MONTH-IDX-WS) TO ST-COUNT-2
               WRITE STATE-LINE
           END-PERFORM
           PERFORM WriteOnePatronLine
           MOVE ILL-LENT-WS TO ST-COUNT-1
           MOVE ILL-BORROWED-WS TO ST-COUNT-2
           WRITE STATE-LINE
           PERFORM VARYING KIND-IDX-WS FROM 1 BY 1
                   UNTIL KIND-IDX-WS > 4
               MOVE "06" TO ST-RECORD-TYPE
               MOVE ETL-KIND-NAME(KIND-IDX-WS) TO ST-KEY-TEXT
               MOVE ETL-SESSIONS(KIND-IDX-WS) TO ST-COUNT-1
               MOVE ETL-ATTENDANCE(KIND-IDX-WS) TO ST-COUNT-2
               WRITE STATE-LINE
           END-PERFORM
           CLOSE STATEFILE.

       WriteOnePatronLine.
           END-PERFORM
           MOVE SPACES TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "CHECKOUTS / IN-HOUSE USES BY MONTH:" TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM VARYING MONTH-IDX-WS FROM 1 BY 1
                   UNTIL MONTH-IDX-WS > 12
               MOVE SPACES TO SPOOL-LINE
               STRING "  MONTH " MONTH-IDX-WS "  "
                   MONTH-COUNT-WS(MONTH-IDX-WS) " / "
                   MONTH-INHOUSE-WS(MONTH-IDX-WS)
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               CALL "ReportSpool" USING SPOOL-REQUEST
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "PROGRAMS: " ETL-TOTAL-SESSIONS " SESSIONS HELD, "
               "ATTENDANCE " ETL-TOTAL-ATTENDANCE
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           PERFORM VARYING KIND-IDX-WS FROM 1 BY 1
                   UNTIL KIND-IDX-WS > 4
               MOVE SPACES TO SPOOL-LINE
               STRING "  " ETL-KIND-NAME(KIND-IDX-WS) " "
                   ETL-SESSIONS(KIND-IDX-WS) " / "
                   ETL-ATTENDANCE(KIND-IDX-WS)
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
               CALL "ReportSpool" USING SPOOL-REQUEST
           END-PERFORM
           MOVE SPACES TO SPOOL-LINE
           STRING "IN-HOUSE USES IN RANGE (NOT IN CHECKOUTS): "
               TOTAL-INHOUSE-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "TOTAL CHECKOUTS IN RANGE: " TOTAL-CIRC-WS
