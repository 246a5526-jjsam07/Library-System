       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeBatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNCTLFILE ASSIGN TO "runctl.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS RUN-FILE-STATUS-WS.

           SELECT OPTIONAL NOTICEFILE ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS-WS.

           SELECT NOTICEWORK ASSIGN TO "noticework.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTLFILE.
       COPY runctlrecord-fs.
       FD NOTICEFILE.
       COPY noticeline-fs.
       COPY noticebatchline-fs.
       FD NOTICEWORK.
       01 NOTICE-WORK-LINE PIC X(946).

       WORKING-STORAGE SECTION.
       COPY runctlrecord-ws.
       COPY assignseq-request.

       01 RUN-FILE-STATUS-WS PIC X(2).
           88 RUN-FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 RUN-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 NOTICE-FILE-STATUS-WS PIC X(2).
           88 NOTICE-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 WORK-FILE-STATUS-WS PIC X(2).
       01 TODAY-DATE-WS PIC 9(8).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 UNFINISHED-FOUND-WS PIC X VALUE "N".
       01 IN-BATCH-WS PIC X VALUE "N".
       01 LINES-REMOVED-WS PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       COPY noticebatch-request.

      *    Frames each run that writes to notices.txt as a numbered
      *    batch: a header before the run's first line and a trailer
      *    carrying the line count after its last, with the batch
      *    kept in runctl.bin from the moment the header goes out.
      *    A run that dies part way leaves its row open; when the
      *    same program runs again (OpsConsole rerunning the
      *    overdue sweep after a crash, say) the open batch's lines
      *    are stripped out of the feed and the batch is written
      *    afresh under its old number, so the gateway never sees
      *    the same notice twice in two batches.
       PROCEDURE DIVISION USING NBR-REQUEST.
       StartPara.
           MOVE "Y" TO NBR-OK
           MOVE "N" TO NBR-REPLACED
           MOVE "N" TO NBR-FOUND
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           EVALUATE NBR-FUNC
               WHEN "O" PERFORM OpenBatch
               WHEN "C" PERFORM CloseBatch
               WHEN "K" PERFORM CheckBatch
               WHEN OTHER MOVE "N" TO NBR-OK
           END-EVALUATE.
           EXIT PROGRAM.

       OpenBatch.
           MOVE 0 TO NBR-COUNT
           PERFORM OpenRunControl
           PERFORM FindUnfinishedBatch
           IF UNFINISHED-FOUND-WS = "Y"
               PERFORM RemoveBatchLines
               MOVE "Y" TO NBR-REPLACED
               DISPLAY "UNFINISHED NOTICE BATCH " NBR-BATCH-NUM
                   " REPLACED - " LINES-REMOVED-WS
                   " LINE(S) TAKEN BACK OUT OF notices.txt."
           ELSE
               MOVE "N" TO ASSIGN-SERIES
               CALL "NextNumber" USING ASSIGN-REQUEST
               IF ASSIGN-OK NOT = "Y"
                   DISPLAY "NO NOTICE BATCH NUMBER COULD BE DRAWN."
                   MOVE "N" TO NBR-OK
                   CLOSE RUNCTLFILE
                   EXIT PARAGRAPH
               END-IF
               MOVE ASSIGN-NEXT-ID TO NBR-BATCH-NUM
           END-IF
           MOVE TODAY-DATE-WS TO NBR-BATCH-DATE

           MOVE "NB" TO RUN-BATCH-TAG
           MOVE NBR-BATCH-NUM TO RUN-BATCH-NUM
           MOVE NBR-PROGRAM TO RUN-STEP-NAME
           MOVE "O" TO RUN-STATUS
           MOVE TODAY-DATE-WS TO RUN-BATCH-DATE
           MOVE 0 TO RUN-BATCH-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO RECORD NOTICE BATCH "
                               NBR-BATCH-NUM "."
                           MOVE "N" TO NBR-OK
                   END-REWRITE
           END-WRITE
           CLOSE RUNCTLFILE

           OPEN EXTEND NOTICEFILE
           MOVE SPACES TO NOTICE-BATCH-HEADER
           MOVE "BATCH-HEAD" TO NBH-RECORD-TYPE
           MOVE NBR-BATCH-NUM TO NBH-BATCH-NUM
           MOVE NBR-BATCH-DATE TO NBH-BATCH-DATE
           MOVE NBR-PROGRAM TO NBH-PROGRAM
           WRITE NOTICE-BATCH-HEADER
           CLOSE NOTICEFILE.

      *    Only a batch the same program left open is taken over;
      *    another program's batch still being written at a desk
      *    is none of this run's business.
       FindUnfinishedBatch.
           MOVE "N" TO UNFINISHED-FOUND-WS
           MOVE "NB" TO RUN-BATCH-TAG
           MOVE 0 TO RUN-BATCH-NUM
           START RUNCTLFILE KEY IS >= RUN-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ RUNCTLFILE NEXT INTO RUN-CONTROL-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF RUN-BATCH-TAG-WS NOT = "NB"
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF RUN-BATCH-OPEN-WS AND
                                   RUN-STEP-NAME-WS = NBR-PROGRAM
                               MOVE "Y" TO UNFINISHED-FOUND-WS
                               MOVE RUN-BATCH-NUM-WS TO NBR-BATCH-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The feed is copied aside without the unfinished batch -
      *    its header and every line up to the next batch's header
      *    or trailer - and copied back.
       RemoveBatchLines.
           MOVE 0 TO LINES-REMOVED-WS
           OPEN INPUT NOTICEFILE
           IF NOTICE-FILE-ABSENT-ON-OPEN-WS
               CLOSE NOTICEFILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTICEWORK
           MOVE "N" TO IN-BATCH-WS
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ NOTICEFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM SetAsideOneLine
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE
           CLOSE NOTICEWORK

           OPEN INPUT NOTICEWORK
           OPEN OUTPUT NOTICEFILE
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ NOTICEWORK
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       WRITE NOTICE-LINE FROM NOTICE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE NOTICEWORK
           CLOSE NOTICEFILE.

       SetAsideOneLine.
           IF NBH-IS-HEADER
               IF NBH-BATCH-NUM = NBR-BATCH-NUM
                   MOVE "Y" TO IN-BATCH-WS
               ELSE
                   MOVE "N" TO IN-BATCH-WS
               END-IF
           END-IF
           IF NBT-IS-TRAILER AND NBT-BATCH-NUM NOT = NBR-BATCH-NUM
               MOVE "N" TO IN-BATCH-WS
           END-IF
           IF IN-BATCH-WS = "Y"
               ADD 1 TO LINES-REMOVED-WS
           ELSE
               WRITE NOTICE-WORK-LINE FROM NOTICE-LINE
           END-IF.

       CloseBatch.
           MOVE 0 TO NBR-COUNT
           PERFORM OpenRunControl
           MOVE "NB" TO RUN-BATCH-TAG
           MOVE NBR-BATCH-NUM TO RUN-BATCH-NUM
           READ RUNCTLFILE INTO RUN-CONTROL-WS
               INVALID KEY
                   DISPLAY "NOTICE BATCH " NBR-BATCH-NUM
                       " IS NOT ON RUN CONTROL - NO TRAILER WRITTEN."
                   MOVE "N" TO NBR-OK
                   CLOSE RUNCTLFILE
                   EXIT PARAGRAPH
           END-READ
           MOVE RUN-BATCH-DATE-WS TO NBR-BATCH-DATE
           PERFORM CountBatchLines

           OPEN EXTEND NOTICEFILE
           MOVE SPACES TO NOTICE-BATCH-TRAILER
           MOVE "BATCH-TAIL" TO NBT-RECORD-TYPE
           MOVE NBR-BATCH-NUM TO NBT-BATCH-NUM
           MOVE NBR-BATCH-DATE TO NBT-BATCH-DATE
           MOVE NBR-COUNT TO NBT-RECORD-COUNT
           WRITE NOTICE-BATCH-TRAILER
           CLOSE NOTICEFILE

           MOVE "C" TO RUN-STATUS-WS
           MOVE NBR-COUNT TO RUN-BATCH-COUNT-WS
           REWRITE RUN-CONTROL-RECORD FROM RUN-CONTROL-WS
               INVALID KEY
                   DISPLAY "UNABLE TO MARK NOTICE BATCH "
                       NBR-BATCH-NUM " FINISHED."
                   MOVE "N" TO NBR-OK
           END-REWRITE
           CLOSE RUNCTLFILE.

      *    The count is taken from the feed itself, so the trailer
      *    balances with what the gateway will actually read.
       CountBatchLines.
           OPEN INPUT NOTICEFILE
           IF NOTICE-FILE-ABSENT-ON-OPEN-WS
               CLOSE NOTICEFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IN-BATCH-WS
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ NOTICEFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM CountOneLine
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE.

       CountOneLine.
           EVALUATE TRUE
               WHEN NBH-IS-HEADER
                   IF NBH-BATCH-NUM = NBR-BATCH-NUM
                       MOVE "Y" TO IN-BATCH-WS
                   ELSE
                       MOVE "N" TO IN-BATCH-WS
                   END-IF
               WHEN NBT-IS-TRAILER
                   MOVE "N" TO IN-BATCH-WS
               WHEN IN-BATCH-WS = "Y"
                   ADD 1 TO NBR-COUNT
           END-EVALUATE.

       CheckBatch.
           MOVE 0 TO NBR-BATCH-DATE
           OPEN INPUT RUNCTLFILE
           IF RUN-FILE-ABSENT-ON-OPEN-WS
               CLOSE RUNCTLFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "NB" TO RUN-BATCH-TAG
           MOVE NBR-BATCH-NUM TO RUN-BATCH-NUM
           READ RUNCTLFILE INTO RUN-CONTROL-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO NBR-FOUND
                   MOVE RUN-BATCH-DATE-WS TO NBR-BATCH-DATE
           END-READ
           CLOSE RUNCTLFILE.

       OpenRunControl.
           OPEN EXTEND RUNCTLFILE
           IF RUN-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT RUNCTLFILE
               CLOSE RUNCTLFILE
           ELSE
               CLOSE RUNCTLFILE
           END-IF
           OPEN I-O RUNCTLFILE.
