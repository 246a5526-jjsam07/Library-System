       01 CAT-IDX-WS PIC 9(3).
       01 CAT-FOUND-WS PIC X VALUE "N".
       01 MONTH-IDX-WS PIC 9(2).
       COPY sysstatus-request.
       01 HOLDS-SYSTEM-FLAG-WS PIC X VALUE "N".

      *    The fiscal year-end close: history.bin, circevent.bin and
      *    journal.bin grow forever, and the nightly window pays for
           STRING "circevent_" FY-LABEL-WS ".bin"
               DELIMITED BY SIZE INTO CIRC-ARCHIVE-NAME-WS
           END-STRING
           PERFORM CloseSystemForRun
           PERFORM OpenRunControl

           MOVE 7 TO STEP-NUM-WS
           END-IF

           CLOSE RUNCTLFILE
           PERFORM ReopenSystemAfterRun
           DISPLAY " "
           DISPLAY "YEAR-END CLOSE COMPLETE.".
           EXIT PROGRAM.
           MOVE STEP-NUM-WS TO RUN-STEP-NUM
           MOVE STEP-NAME-WS TO RUN-STEP-NAME
           MOVE "C" TO RUN-STATUS
           MOVE 0 TO RUN-BATCH-DATE
           MOVE 0 TO RUN-BATCH-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
               END-DELETE
               ADD 1 TO PURGED-COUNT-WS
           END-IF.

      *    History, the event log and the journal are archived and
      *    purged under the desks' feet: read-only for the close.
       CloseSystemForRun.
           MOVE "S" TO SST-FUNC
           MOVE "R" TO SST-STATE
           MOVE "YEAR-END CLOSE RUNNING" TO SST-REASON
           MOVE 120 TO SST-MINUTES
           MOVE "YearEndClose" TO SST-SET-BY
           CALL "SystemStatus" USING SST-REQUEST
           MOVE SST-DONE TO HOLDS-SYSTEM-FLAG-WS.

       ReopenSystemAfterRun.
           IF HOLDS-SYSTEM-FLAG-WS = "Y"
               MOVE "C" TO SST-FUNC
               MOVE "YearEndClose" TO SST-SET-BY
               CALL "SystemStatus" USING SST-REQUEST
               MOVE "N" TO HOLDS-SYSTEM-FLAG-WS
           END-IF.
