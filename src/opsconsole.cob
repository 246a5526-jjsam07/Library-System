           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAG-FILE-STATUS-WS.

           SELECT OPTIONAL SESSIONFILE ASSIGN TO "session.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESS-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS SESS-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

           SELECT OPTIONAL CAPSNAPFILE ASSIGN TO "capsnap.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-REF-ID
           FILE STATUS IS CAP-FILE-STATUS-WS.

           SELECT PROBEFILE ASSIGN TO PROBE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS-WS.
       01 TAG-LINE PIC X(20).
       FD PROBEFILE.
       01 PROBE-LINE PIC X(10).
       FD SESSIONFILE.
       COPY sessionrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.
       FD CAPSNAPFILE.
       COPY capsnaprecord-fs.

       WORKING-STORAGE SECTION.
       COPY runctlrecord-ws.
       COPY sessionrecord-ws.
       COPY spool-request.
       COPY batchsched-request.
       COPY auditchain-request.
       COPY sysstatus-request.
       COPY capsnaprecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PROBE-FILE-STATUS-WS PIC X(2).
           88 PROBE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PROBE-NAME-WS PIC X(25).
       01 SESS-FILE-STATUS-WS PIC X(2).
           88 SESS-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CAP-FILE-STATUS-WS PIC X(2).
           88 CAP-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 CAP-SCAN-DONE-WS PIC X VALUE "N".
       01 CAP-HELD-WS PIC X VALUE "N".
       01 CAP-LAST-RUN-WS PIC 9(8) VALUE 0.
       01 CAP-FLAGGED-WS PIC 9(3) VALUE 0.
       01 SESS-SCAN-DONE-WS PIC X VALUE "N".
       01 SESS-LISTED-WS PIC 9(3) VALUE 0.
       01 SESS-PICK-WS PIC 9(3).
       01 SESS-KEY-TABLE-WS.
           05 SESS-KEY-ENTRY-WS OCCURS 200 TIMES.
               10 SESS-TBL-KEY-WS PIC X(21).

       01 OPTION-WS PIC 9.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
           05 TODAY-DD-WS PIC 9(2).
       01 STEP-IDX-WS PIC 9(2).
       01 STEPS-SEEN-WS PIC 9(2) VALUE 0.
       01 RUN-SCAN-DONE-WS PIC X VALUE "N".
       01 STEP-SEEN-TABLE-WS.
           05 STEP-SEEN-WS PIC X(1) OCCURS 40 TIMES.
       01 ALL-GREEN-WS PIC X VALUE "Y".
       01 RERUN-STEP-WS PIC 9(2).

      *    checks that dataset.tag still says LIVE (a terminal left
      *    pointing at the training clone fails loudly here),
      *    confirms the core data files and that night's backup set
      *    are present, shows any system status flag still set and
      *    any data file or number range the weekly capacity run
      *    flagged as running out, and - for a supervisor - reruns
      *    one failed step or clears a flag a dead run left behind.
      *    The desk does not open before this screen is green.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
       StartPara.
               DISPLAY "[1] MORNING READINESS (TODAY'S WINDOW)"
               DISPLAY "[2] BATCH RUN INQUIRY FOR A DATE"
               DISPLAY "[3] RERUN A FAILED STEP (SUPERVISOR)"
               DISPLAY "[4] LIVE SESSIONS"
               DISPLAY "[5] END A SESSION (SUPERVISOR)"
               DISPLAY "[6] CLEAR A STALE SYSTEM STATUS (SUPERVISOR)"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
                       PERFORM ShowReadiness
                   WHEN 3
                       PERFORM RerunOneStep
                   WHEN 4
                       PERFORM ListSessions
                   WHEN 5
                       PERFORM EndOneSession
                   WHEN 6
                       PERFORM ClearSystemStatus
                   WHEN 0
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
           PERFORM CheckDatasetTag
           PERFORM CheckCoreFiles
           PERFORM CheckBackupSet
           PERFORM CheckSystemStatus
           PERFORM CheckCapacity
           DISPLAY " "
           IF ALL-GREEN-WS = "Y"
               DISPLAY ">>> READINESS: GREEN - THE DESK MAY OPEN."
                   "ABOVE BEFORE OPENING."
           END-IF.

      *    The steps the batch schedule had due that night are
      *    demanded; any other completion row for the date (the
      *    year-end close phases 7-9, a rerun of a step not due
      *    that night) is shown as found, never demanded.
       ShowBatchSteps.
           MOVE 0 TO STEPS-SEEN-WS
           MOVE "L" TO BSR-FUNC
           MOVE QUERY-DATE-WS TO BSR-RUN-DATE
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           MOVE ALL "N" TO STEP-SEEN-TABLE-WS
           OPEN INPUT RUNCTLFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "  NO RUN CONTROL FILE AT ALL."
               MOVE "N" TO ALL-GREEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE QUERY-DATE-WS TO RUN-DATE
           MOVE 0 TO RUN-STEP-NUM
           START RUNCTLFILE KEY IS >= RUN-REF-ID
               INVALID KEY MOVE "Y" TO RUN-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO RUN-SCAN-DONE-WS
           END-START
           PERFORM UNTIL RUN-SCAN-DONE-WS = "Y"
               READ RUNCTLFILE NEXT INTO RUN-CONTROL-WS
                   AT END MOVE "Y" TO RUN-SCAN-DONE-WS
                   NOT AT END
                       IF RUN-DATE-WS NOT = QUERY-DATE-WS
                           MOVE "Y" TO RUN-SCAN-DONE-WS
                       ELSE
                           PERFORM ShowOneRunRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTLFILE
           PERFORM VARYING STEP-IDX-WS FROM 1 BY 1
                   UNTIL STEP-IDX-WS > BSR-STEP-COUNT
               IF STEP-SEEN-WS(STEP-IDX-WS) = "N"
                   DISPLAY "  STEP " BSR-STEP-NUM(STEP-IDX-WS) ": "
                       BSR-STEP-NAME(STEP-IDX-WS)
                       " ** NO COMPLETION ROW **"
                   MOVE "N" TO ALL-GREEN-WS
               END-IF
           END-PERFORM.

       ShowOneRunRow.
           PERFORM VARYING STEP-IDX-WS FROM 1 BY 1
                   UNTIL STEP-IDX-WS > BSR-STEP-COUNT
               IF BSR-STEP-NUM(STEP-IDX-WS) = RUN-STEP-NUM-WS
                   MOVE "Y" TO STEP-SEEN-WS(STEP-IDX-WS)
               END-IF
           END-PERFORM
           IF RUN-STEP-COMPLETE-WS
               ADD 1 TO STEPS-SEEN-WS
               DISPLAY "  STEP " RUN-STEP-NUM-WS ": "
                   RUN-STEP-NAME-WS " COMPLETE"
           ELSE
               DISPLAY "  STEP " RUN-STEP-NUM-WS ": "
                   RUN-STEP-NAME-WS " ** INCOMPLETE **"
               MOVE "N" TO ALL-GREEN-WS
           END-IF.

       CheckDatasetTag.
               CLOSE PROBEFILE
           END-IF.

      *    The desk cannot open while a run still holds the system
      *    status flag - or while one that died left it behind.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               DISPLAY "  SYSTEM STATUS: OPEN."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ALL-GREEN-WS
           IF SST-SYSTEM-CLOSED
               DISPLAY "  SYSTEM STATUS: ** CLOSED ** " SST-REASON
           ELSE
               DISPLAY "  SYSTEM STATUS: ** READ-ONLY ** " SST-REASON
           END-IF
           DISPLAY "    SET BY " SST-SET-BY " ON " SST-SET-DATE " AT "
               SST-SET-TIME ", EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME.

      *    The latest capacity row for each file and number range,
      *    as CapacityReport last left it. A flag inside the warning
      *    horizon is shown for planning; only a file or range that
      *    is already full holds the desk closed.
       CheckCapacity.
           MOVE 0 TO CAP-LAST-RUN-WS
           MOVE 0 TO CAP-FLAGGED-WS
           MOVE "N" TO CAP-HELD-WS
           OPEN INPUT CAPSNAPFILE
           IF CAP-FILE-ABSENT-ON-OPEN-WS
               CLOSE CAPSNAPFILE
               DISPLAY "  CAPACITY: NOT YET MEASURED."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CAP-SCAN-DONE-WS
           PERFORM UNTIL CAP-SCAN-DONE-WS = "Y"
               READ CAPSNAPFILE NEXT
                   AT END MOVE "Y" TO CAP-SCAN-DONE-WS
                   NOT AT END
                       IF CAP-HELD-WS = "Y" AND
                               CAP-ITEM NOT = CAP-ITEM-WS
                           PERFORM ShowCapacityItem
                       END-IF
                       MOVE CAP-SNAP-RECORD TO CAP-SNAP-WS
                       MOVE "Y" TO CAP-HELD-WS
                       IF CAP-DATE > CAP-LAST-RUN-WS
                           MOVE CAP-DATE TO CAP-LAST-RUN-WS
                       END-IF
               END-READ
           END-PERFORM
           IF CAP-HELD-WS = "Y"
               PERFORM ShowCapacityItem
           END-IF
           CLOSE CAPSNAPFILE
           IF CAP-FLAGGED-WS = 0
               DISPLAY "  CAPACITY: NOTHING NEAR ITS LIMIT AS AT "
                   CAP-LAST-RUN-WS "."
           ELSE
               DISPLAY "  CAPACITY: " CAP-FLAGGED-WS " FLAG(S) AS AT "
                   CAP-LAST-RUN-WS "."
           END-IF.

       ShowCapacityItem.
           IF NOT CAP-IS-WARNING-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAP-FLAGGED-WS
           IF CAP-DAYS-LEFT-WS = 0
               DISPLAY "  CAPACITY: ** " CAP-ITEM-WS " IS FULL **"
               MOVE "N" TO ALL-GREEN-WS
           ELSE
               IF CAP-DAYS-LEFT-WS = 9999999
                   DISPLAY "  CAPACITY: " CAP-ITEM-WS
                       " - NEARLY SPENT AT " CAP-DATE-WS
               ELSE
                   DISPLAY "  CAPACITY: " CAP-ITEM-WS " - "
                       CAP-DAYS-LEFT-WS " DAYS LEFT AT " CAP-DATE-WS
               END-IF
           END-IF.

      *    For a flag left set by a run that never reached its own
      *    clear - a restore abandoned at the prompt, a batch killed
      *    mid-step. The supervisor is shown who set it and when
      *    before confirming, and the clear is noted in audit.bin.
       ClearSystemStatus.
           IF NOT ROLE-IS-SUPERVISOR-LS
               DISPLAY "CLEARING THE SYSTEM STATUS NEEDS THE "
                   "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckSystemStatus
           IF SST-SYSTEM-OPEN
               DISPLAY "NOTHING TO CLEAR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MAKE SURE " SST-SET-BY " IS NO LONGER RUNNING."
           DISPLAY "REOPEN THE SYSTEM NOW (Y/N)? " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = "Y" AND ENTRY-SCAN-WS NOT = "y"
               DISPLAY "NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO SST-FUNC
           MOVE ADMINNAME-LS TO SST-SET-BY
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-DONE-OK
               DISPLAY "SYSTEM REOPENED."
               MOVE "SYSCLEAR" TO AUDIT-ACTION
               PERFORM NoteConsoleActionInAudit
           ELSE
               DISPLAY "UNABLE TO CLEAR THE SYSTEM STATUS - TRY AGAIN."
           END-IF.

      *    Rerunning calls the step's program through the batch
      *    schedule exactly as NightlyBatch would, then checkpoints
      *    it for today - so the inquiry screen and a later
      *    NightlyBatch restart both see the truth. Any step on the
      *    schedule may be rerun, due tonight or not; the year-end
      *    phases rerun through the year-end close itself.
       RerunOneStep.
           IF NOT ROLE-IS-SUPERVISOR-LS
               DISPLAY "STEP RERUNS NEED THE SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STEP NUMBER TO RERUN: " WITH NO ADVANCING
           ACCEPT RERUN-STEP-WS
           MOVE "G" TO BSR-FUNC
           MOVE TODAY-DATE-WS TO BSR-RUN-DATE
           MOVE RERUN-STEP-WS TO BSR-STEP-NUM(1)
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           IF BSR-STEP-COUNT = 0
               DISPLAY "STEP " RERUN-STEP-WS " IS NOT ON THE BATCH "
                   "SCHEDULE - THE YEAR-END PHASES RERUN THROUGH "
                   "THE YEAR-END CLOSE ITSELF."
               EXIT PARAGRAPH
           END-IF
           MOVE BSR-STEP-NAME(1) TO RUN-STEP-NAME-WS
           MOVE "W" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-RUN-BY
           STRING "RERUN STEP " RERUN-STEP-WS
               DELIMITED BY SIZE INTO SPOOL-RUN-BY
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "X" TO BSR-FUNC
           MOVE BSR-PROGRAM(1) TO BSR-CALL-PROGRAM
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           MOVE "W" TO SPOOL-FUNC
           MOVE ADMINNAME-LS TO SPOOL-RUN-BY
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF BSR-CALL-OK = "N"
               DISPLAY "PROGRAM " BSR-CALL-PROGRAM " COULD NOT BE "
                   "RUN - STEP NOT CHECKPOINTED."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckpointRerunStep
           DISPLAY "STEP " RERUN-STEP-WS " RERUN AND "
               "CHECKPOINTED.".
           MOVE RERUN-STEP-WS TO RUN-STEP-NUM
           MOVE RUN-STEP-NAME-WS TO RUN-STEP-NAME
           MOVE "C" TO RUN-STATUS
           MOVE 0 TO RUN-BATCH-DATE
           MOVE 0 TO RUN-BATCH-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
                   END-REWRITE
           END-WRITE
           CLOSE RUNCTLFILE.

      *    Who is signed on where, from session.bin: terminal, admin
      *    or student, the user, when they signed on and when the
      *    menu last saw them. A row marked as ended is waiting for
      *    its menu's next keystroke to sign off.
       ListSessions.
           MOVE 0 TO SESS-LISTED-WS
           OPEN INPUT SESSIONFILE
           IF SESS-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO SESSIONS ON RECORD."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY " #  TERMINAL   K USER ID    NAME                 "
               "SIGNED ON        LAST SEEN"
           MOVE LOW-VALUES TO SESS-KEY
           START SESSIONFILE KEY IS >= SESS-KEY
               INVALID KEY MOVE "Y" TO SESS-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SESS-SCAN-DONE-WS
           END-START
           PERFORM UNTIL SESS-SCAN-DONE-WS = "Y"
               READ SESSIONFILE NEXT INTO SESSION-WS
                   AT END MOVE "Y" TO SESS-SCAN-DONE-WS
                   NOT AT END PERFORM ShowOneSession
               END-READ
           END-PERFORM
           CLOSE SESSIONFILE
           IF SESS-LISTED-WS = 0
               DISPLAY "NOBODY IS SIGNED ON."
           END-IF.

       ShowOneSession.
           IF SESS-LISTED-WS < 200
               ADD 1 TO SESS-LISTED-WS
               MOVE SESS-KEY-WS TO SESS-TBL-KEY-WS(SESS-LISTED-WS)
           END-IF
           DISPLAY SESS-LISTED-WS " " SESS-TERMINAL-WS " "
               SESS-KIND-WS " " SESS-USER-ID-WS " "
               SESS-USER-NAME-WS " "
               SESS-S-YYYY-WS "/" SESS-S-MM-WS "/" SESS-S-DD-WS " "
               SESS-S-HH-WS ":" SESS-S-MI-WS " "
               SESS-L-HH-WS ":" SESS-L-MI-WS
           IF SESS-FORCED-OFF-WS
               DISPLAY "      ENDED BY " SESS-ENDED-BY-WS
                   " - SIGNS OFF AT ITS NEXT KEYSTROKE"
           END-IF.

      *    Ending a session marks the row; the menu holding it signs
      *    itself off at its next keystroke (a terminal left at lunch
      *    is signed off the moment anyone touches it). Used before a
      *    restore, or when a staff member's access must stop now.
      *    The action is noted in audit.bin under the supervisor.
       EndOneSession.
           IF NOT ROLE-IS-SUPERVISOR-LS
               DISPLAY "ENDING A SESSION NEEDS THE SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           PERFORM ListSessions
           IF SESS-LISTED-WS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SESSION # TO END (0 = NONE): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO SESS-PICK-WS
           IF SESS-PICK-WS = 0 OR SESS-PICK-WS > SESS-LISTED-WS
               DISPLAY "NOTHING ENDED."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SESSIONFILE
           MOVE SESS-TBL-KEY-WS(SESS-PICK-WS) TO SESS-KEY
           READ SESSIONFILE INTO SESSION-WS
               INVALID KEY
                   DISPLAY "THAT SESSION HAS ALREADY ENDED."
                   CLOSE SESSIONFILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "F" TO SESS-STATUS-WS
           MOVE ADMINNAME-LS TO SESS-ENDED-BY-WS
           REWRITE SESSION-RECORD FROM SESSION-WS
               INVALID KEY
                   DISPLAY "UNABLE TO MARK THE SESSION - TRY AGAIN."
               NOT INVALID KEY
                   DISPLAY "SESSION ON " SESS-TERMINAL-WS
                       " MARKED ENDED."
                   MOVE "FORCEOFF" TO AUDIT-ACTION
                   PERFORM NoteConsoleActionInAudit
           END-REWRITE
           CLOSE SESSIONFILE.

       NoteConsoleActionInAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE 0 TO AUDIT-BOOK-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
