       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduleMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBSCHEDFILE ASSIGN TO "jobsched.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOB-STEP-NUM
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL TERMENDFILE ASSIGN TO "termend.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TED-DATE
           FILE STATUS IS TERM-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBSCHEDFILE.
       COPY jobschedrecord-fs.
       FD TERMENDFILE.
       COPY termendrecord-fs.

       WORKING-STORAGE SECTION.
       COPY jobschedrecord-ws.
       COPY termendrecord-ws.
       COPY batchsched-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 TERM-FILE-STATUS-WS PIC X(2).
           88 TERM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9 VALUE 0.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ROW-EXISTS-WS PIC X VALUE "N".
       01 LISTED-COUNT-WS PIC 9(3) VALUE 0.
       01 ENTRY-SCAN-WS PIC X(30) VALUE SPACES.
       01 STEP-SCAN-WS PIC X(2) VALUE SPACES.
       01 WORK-STEP-NUM-WS PIC 9(2) VALUE 0.
       01 WEEKDAY-IDX-WS PIC 9(1).
       01 WEEKDAY-NAME-WS PIC X(9).
       01 WEEKDAY-ANSWER-WS PIC X(1).
       01 FREQ-TEXT-WS PIC X(16).
       01 DATE-OK-WS PIC X VALUE "N".
       01 WORK-DATE-WS.
           05 WORK-YYYY-WS PIC 9(4).
           05 WORK-MM-WS PIC 9(2).
           05 WORK-DD-WS PIC 9(2).
       01 WORK-DATE-NUM-WS REDEFINES WORK-DATE-WS PIC 9(8).
       01 TODAY-DATE-WS PIC 9(8).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       01 ADMIN-ROLE-LS PIC X(1).
           88 ROLE-IS-SUPERVISOR-LS VALUE "S".

      *    The supervisor's screen over the batch schedule
      *    (jobsched.bin) that NightlyBatch builds each night's
      *    step list from: add or change a step - its program, the
      *    name its checkpoint row carries, where it falls in the
      *    night's order, and whether it runs every night, on set
      *    weekdays, on the month's first business day or at term
      *    end - hold or remove one, and keep the term-end dates
      *    the T steps run on. A program must be one the schedule
      *    knows how to run unattended (BatchSchedule says which),
      *    and step numbers 7-9 stay reserved for the year-end
      *    close.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
       StartPara.
           IF NOT ROLE-IS-SUPERVISOR-LS
               DISPLAY "THE BATCH SCHEDULE IS KEPT BY THE SUPERVISOR."
               EXIT PROGRAM
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
      *    Asking for tonight's list seeds an empty schedule, so the
      *    screen opens on the standing sequence.
           MOVE "L" TO BSR-FUNC
           MOVE TODAY-DATE-WS TO BSR-RUN-DATE
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "BATCH SCHEDULE"
               DISPLAY "[1] LIST THE SCHEDULE"
               DISPLAY "[2] ADD OR CHANGE A STEP"
               DISPLAY "[3] REMOVE A STEP"
               DISPLAY "[4] LIST TERM-END DATES"
               DISPLAY "[5] ADD A TERM-END DATE"
               DISPLAY "[6] REMOVE A TERM-END DATE"
               DISPLAY "[7] TONIGHT'S STEP LIST"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListSchedule
                   WHEN 2 PERFORM AddOrChangeStep
                   WHEN 3 PERFORM RemoveStep
                   WHEN 4 PERFORM ListTermEnds
                   WHEN 5 PERFORM AddTermEnd
                   WHEN 6 PERFORM RemoveTermEnd
                   WHEN 7 PERFORM ShowTonight
                   WHEN 0
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenScheduleFile.
           OPEN EXTEND JOBSCHEDFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT JOBSCHEDFILE
               CLOSE JOBSCHEDFILE
           ELSE
               CLOSE JOBSCHEDFILE
           END-IF
           OPEN I-O JOBSCHEDFILE.

       OpenTermEndFile.
           OPEN EXTEND TERMENDFILE
           IF TERM-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT TERMENDFILE
               CLOSE TERMENDFILE
           ELSE
               CLOSE TERMENDFILE
           END-IF
           OPEN I-O TERMENDFILE.

       ListSchedule.
           MOVE 0 TO LISTED-COUNT-WS
           PERFORM OpenScheduleFile
           DISPLAY " "
           DISPLAY "STEP ORDER PROGRAM              NAME"
               "                 RUNS             ACTIVE"
           MOVE 0 TO JOB-STEP-NUM
           START JOBSCHEDFILE KEY IS >= JOB-STEP-NUM
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ JOBSCHEDFILE NEXT INTO JOB-SCHEDULE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ShowOneStep
               END-READ
           END-PERFORM
           CLOSE JOBSCHEDFILE
           IF LISTED-COUNT-WS = 0
               DISPLAY "  THE SCHEDULE IS EMPTY."
           END-IF.

       ShowOneStep.
           ADD 1 TO LISTED-COUNT-WS
           PERFORM NameFrequency
           DISPLAY " " JOB-STEP-NUM-WS "   " JOB-RUN-ORDER-WS "  "
               JOB-PROGRAM-WS " " JOB-STEP-NAME-WS " "
               FREQ-TEXT-WS " " JOB-ACTIVE-WS.

       NameFrequency.
           EVALUATE TRUE
               WHEN JOB-RUNS-DAILY-WS
                   MOVE "EVERY NIGHT" TO FREQ-TEXT-WS
               WHEN JOB-RUNS-WEEKDAYS-WS
                   MOVE SPACES TO FREQ-TEXT-WS
                   STRING "DAYS " JOB-WEEKDAYS-WS
                       DELIMITED BY SIZE INTO FREQ-TEXT-WS
                   END-STRING
               WHEN JOB-RUNS-MONTHLY-WS
                   MOVE "1ST BUSINESS DAY" TO FREQ-TEXT-WS
               WHEN JOB-RUNS-TERM-END-WS
                   MOVE "TERM END" TO FREQ-TEXT-WS
               WHEN OTHER
                   MOVE "?" TO FREQ-TEXT-WS
           END-EVALUATE.

      *    Blank answers keep what an existing step already has.
       AddOrChangeStep.
           DISPLAY "STEP NUMBER (1-99): " WITH NO ADVANCING
           MOVE SPACES TO STEP-SCAN-WS
           ACCEPT STEP-SCAN-WS
           IF STEP-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(STEP-SCAN-WS) TO WORK-STEP-NUM-WS
           IF WORK-STEP-NUM-WS = 0
               DISPLAY "NOT A STEP NUMBER."
               EXIT PARAGRAPH
           END-IF
           IF WORK-STEP-NUM-WS >= 7 AND WORK-STEP-NUM-WS <= 9
               DISPLAY "STEPS 7-9 ARE THE YEAR-END CLOSE'S OWN."
               EXIT PARAGRAPH
           END-IF
           IF WORK-STEP-NUM-WS >= 90
               DISPLAY "STEPS 90-99 ARE THE WAREHOUSE EXTRACT'S OWN "
                   "CHECKPOINTS."
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenScheduleFile
           MOVE WORK-STEP-NUM-WS TO JOB-STEP-NUM
           READ JOBSCHEDFILE INTO JOB-SCHEDULE-WS
               INVALID KEY
                   MOVE "N" TO ROW-EXISTS-WS
                   MOVE SPACES TO JOB-SCHEDULE-WS
                   MOVE WORK-STEP-NUM-WS TO JOB-STEP-NUM-WS
                   COMPUTE JOB-RUN-ORDER-WS = WORK-STEP-NUM-WS * 10
                   MOVE "D" TO JOB-FREQ-WS
                   MOVE "NNNNNNN" TO JOB-WEEKDAYS-WS
                   MOVE "Y" TO JOB-ACTIVE-WS
               NOT INVALID KEY
                   MOVE "Y" TO ROW-EXISTS-WS
                   PERFORM ShowOneStep
           END-READ

           DISPLAY "PROGRAM [" JOB-PROGRAM-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-SCAN-WS TO JOB-PROGRAM-WS
           END-IF
           MOVE "V" TO BSR-FUNC
           MOVE JOB-PROGRAM-WS TO BSR-CALL-PROGRAM
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           IF BSR-CALL-OK = "N"
               DISPLAY JOB-PROGRAM-WS " IS NOT A PROGRAM THE BATCH "
                   "CAN RUN UNATTENDED. NOTHING SAVED."
               CLOSE JOBSCHEDFILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "STEP NAME [" JOB-STEP-NAME-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ENTRY-SCAN-WS)
                   TO JOB-STEP-NAME-WS
           END-IF
           IF JOB-STEP-NAME-WS = SPACES
               DISPLAY "A STEP NAME IS REQUIRED. NOTHING SAVED."
               CLOSE JOBSCHEDFILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RUN ORDER [" JOB-RUN-ORDER-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO JOB-RUN-ORDER-WS
           END-IF

           DISPLAY "RUNS D=EVERY NIGHT W=WEEKDAYS M=1ST BUSINESS "
               "DAY Q=QUARTERLY T=TERM END [" JOB-FREQ-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ENTRY-SCAN-WS(1:1))
                   TO JOB-FREQ-WS
           END-IF
           IF NOT JOB-FREQ-OK-WS
               DISPLAY "UNKNOWN FREQUENCY. NOTHING SAVED."
               CLOSE JOBSCHEDFILE
               EXIT PARAGRAPH
           END-IF
           IF JOB-RUNS-WEEKDAYS-WS
               PERFORM AskWeekdays
           END-IF

           DISPLAY "ACTIVE Y/N (N HOLDS IT) [" JOB-ACTIVE-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ENTRY-SCAN-WS(1:1))
                   TO JOB-ACTIVE-WS
           END-IF
           IF JOB-ACTIVE-WS NOT = "N"
               MOVE "Y" TO JOB-ACTIVE-WS
           END-IF

           MOVE ADMINNAME-LS TO JOB-SET-BY-WS
           MOVE TODAY-DATE-WS TO JOB-SET-DATE-WS
           MOVE JOB-SCHEDULE-WS TO JOB-SCHEDULE-RECORD
           IF ROW-EXISTS-WS = "Y"
               REWRITE JOB-SCHEDULE-RECORD
                   INVALID KEY DISPLAY "UNABLE TO SAVE THE STEP."
               END-REWRITE
           ELSE
               WRITE JOB-SCHEDULE-RECORD
                   INVALID KEY DISPLAY "UNABLE TO SAVE THE STEP."
               END-WRITE
           END-IF
           CLOSE JOBSCHEDFILE
           DISPLAY "STEP " JOB-STEP-NUM-WS " SAVED.".

       AskWeekdays.
           PERFORM VARYING WEEKDAY-IDX-WS FROM 1 BY 1
                   UNTIL WEEKDAY-IDX-WS > 7
               PERFORM NameWeekday
               DISPLAY "RUN ON " WEEKDAY-NAME-WS " (Y/N) ["
                   JOB-WEEKDAY-WS(WEEKDAY-IDX-WS) "]? "
                   WITH NO ADVANCING
               MOVE SPACE TO WEEKDAY-ANSWER-WS
               ACCEPT WEEKDAY-ANSWER-WS
               IF WEEKDAY-ANSWER-WS = "Y" OR WEEKDAY-ANSWER-WS = "y"
                   MOVE "Y" TO JOB-WEEKDAY-WS(WEEKDAY-IDX-WS)
               END-IF
               IF WEEKDAY-ANSWER-WS = "N" OR WEEKDAY-ANSWER-WS = "n"
                   MOVE "N" TO JOB-WEEKDAY-WS(WEEKDAY-IDX-WS)
               END-IF
           END-PERFORM.

       NameWeekday.
           EVALUATE WEEKDAY-IDX-WS
               WHEN 1 MOVE "MONDAY" TO WEEKDAY-NAME-WS
               WHEN 2 MOVE "TUESDAY" TO WEEKDAY-NAME-WS
               WHEN 3 MOVE "WEDNESDAY" TO WEEKDAY-NAME-WS
               WHEN 4 MOVE "THURSDAY" TO WEEKDAY-NAME-WS
               WHEN 5 MOVE "FRIDAY" TO WEEKDAY-NAME-WS
               WHEN 6 MOVE "SATURDAY" TO WEEKDAY-NAME-WS
               WHEN 7 MOVE "SUNDAY" TO WEEKDAY-NAME-WS
           END-EVALUATE.

       RemoveStep.
           DISPLAY "STEP NUMBER TO REMOVE: " WITH NO ADVANCING
           MOVE SPACES TO STEP-SCAN-WS
           ACCEPT STEP-SCAN-WS
           IF STEP-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(STEP-SCAN-WS) TO WORK-STEP-NUM-WS
           PERFORM OpenScheduleFile
           MOVE WORK-STEP-NUM-WS TO JOB-STEP-NUM
           DELETE JOBSCHEDFILE RECORD
               INVALID KEY
                   DISPLAY "STEP " WORK-STEP-NUM-WS
                       " IS NOT ON THE SCHEDULE."
               NOT INVALID KEY
                   DISPLAY "STEP " WORK-STEP-NUM-WS " REMOVED."
           END-DELETE
           CLOSE JOBSCHEDFILE.

       ListTermEnds.
           MOVE 0 TO LISTED-COUNT-WS
           PERFORM OpenTermEndFile
           MOVE 0 TO TED-DATE
           START TERMENDFILE KEY IS >= TED-DATE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ TERMENDFILE NEXT INTO TERM-END-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO LISTED-COUNT-WS
                       DISPLAY "  " TED-MM-WS "/" TED-DD-WS "/"
                           TED-YYYY-WS "  " TED-NOTE-WS " "
                           TED-SET-BY-WS
               END-READ
           END-PERFORM
           CLOSE TERMENDFILE
           IF LISTED-COUNT-WS = 0
               DISPLAY "  NO TERM-END DATES ON FILE."
           END-IF.

       AddTermEnd.
           PERFORM AskTermEndDate
           IF DATE-OK-WS = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE (E.G. FALL TERM): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           PERFORM OpenTermEndFile
           MOVE WORK-DATE-NUM-WS TO TED-DATE
           MOVE FUNCTION UPPER-CASE(ENTRY-SCAN-WS) TO TED-NOTE
           MOVE ADMINNAME-LS TO TED-SET-BY
           WRITE TERM-END-RECORD
               INVALID KEY
                   REWRITE TERM-END-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE THE DATE."
                   END-REWRITE
           END-WRITE
           CLOSE TERMENDFILE
           DISPLAY "TERM END " WORK-MM-WS "/" WORK-DD-WS "/"
               WORK-YYYY-WS " SAVED.".

       RemoveTermEnd.
           PERFORM AskTermEndDate
           IF DATE-OK-WS = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenTermEndFile
           MOVE WORK-DATE-NUM-WS TO TED-DATE
           DELETE TERMENDFILE RECORD
               INVALID KEY DISPLAY "THAT DATE IS NOT ON FILE."
               NOT INVALID KEY DISPLAY "TERM-END DATE REMOVED."
           END-DELETE
           CLOSE TERMENDFILE.

       AskTermEndDate.
           MOVE "N" TO DATE-OK-WS
           DISPLAY "TERM-END DATE (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO WORK-DATE-NUM-WS
           CALL "ValidDate" USING WORK-DATE-WS DATE-OK-WS
           IF DATE-OK-WS = "N"
               DISPLAY "NOT A VALID DATE."
           END-IF.

       ShowTonight.
           MOVE "L" TO BSR-FUNC
           MOVE TODAY-DATE-WS TO BSR-RUN-DATE
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           DISPLAY " "
           DISPLAY "TONIGHT'S STEPS IN RUN ORDER:"
           PERFORM VARYING WORK-STEP-NUM-WS FROM 1 BY 1
                   UNTIL WORK-STEP-NUM-WS > BSR-STEP-COUNT
               DISPLAY "  STEP " BSR-STEP-NUM(WORK-STEP-NUM-WS) " "
                   BSR-STEP-NAME(WORK-STEP-NUM-WS) " "
                   BSR-PROGRAM(WORK-STEP-NUM-WS)
           END-PERFORM
           IF BSR-STEP-COUNT = 0
               DISPLAY "  NOTHING IS DUE TONIGHT."
           END-IF.
