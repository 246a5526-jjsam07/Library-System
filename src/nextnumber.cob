           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL GIFTSEQFILE ASSIGN TO "giftseq.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GSEQ-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL SALESEQFILE ASSIGN TO "saleseq.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSEQ-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL APPRSEQFILE ASSIGN TO "apprseq.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASEQ-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL NOTICESEQFILE ASSIGN TO "noticeseq.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSEQ-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BINDSEQFILE ASSIGN TO "bindseq.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BSEQ-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL QUESTSEQFILE ASSIGN TO "questseq.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QSEQ-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENTSEQFILE.
       01 ILL-SEQ-RECORD.
           05 ISEQ-KEY PIC 9(1).
           05 ISEQ-NEXT-ID PIC 9(10).
       FD GIFTSEQFILE.
       01 GIFT-SEQ-RECORD.
           05 GSEQ-KEY PIC 9(1).
           05 GSEQ-NEXT-ID PIC 9(10).
       FD SALESEQFILE.
       01 SALE-SEQ-RECORD.
           05 RSEQ-KEY PIC 9(1).
           05 RSEQ-NEXT-ID PIC 9(10).
       FD APPRSEQFILE.
       01 APPR-SEQ-RECORD.
           05 ASEQ-KEY PIC 9(1).
           05 ASEQ-NEXT-ID PIC 9(10).
       FD NOTICESEQFILE.
       01 NOTICE-SEQ-RECORD.
           05 NSEQ-KEY PIC 9(1).
           05 NSEQ-NEXT-ID PIC 9(10).
       FD BINDSEQFILE.
       01 BIND-SEQ-RECORD.
           05 BSEQ-KEY PIC 9(1).
           05 BSEQ-NEXT-ID PIC 9(10).
       FD QUESTSEQFILE.
       01 QUEST-SEQ-RECORD.
           05 QSEQ-KEY PIC 9(1).
           05 QSEQ-NEXT-ID PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY studentseq-ws.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-OP-OK-WS VALUE 00.
       StartPara.
           MOVE "Y" TO ASSIGN-OK
           MOVE 0 TO ASSIGN-NEXT-ID
           MOVE 0 TO ASSIGN-CHECK-DIGIT
           EVALUATE TRUE
               WHEN ASSIGN-STUDENT-SERIES
                   PERFORM DrawStudentNumber
                   PERFORM DrawPoNumber
               WHEN ASSIGN-ILL-SERIES
                   PERFORM DrawIllNumber
               WHEN ASSIGN-GIFT-SERIES
                   PERFORM DrawGiftNumber
               WHEN ASSIGN-SALE-SERIES
                   PERFORM DrawSaleNumber
               WHEN ASSIGN-APPROVAL-SERIES
                   PERFORM DrawApprovalNumber
               WHEN ASSIGN-NOTICE-BATCH-SERIES
                   PERFORM DrawNoticeBatchNumber
               WHEN ASSIGN-BINDERY-SERIES
                   PERFORM DrawBinderyNumber
               WHEN ASSIGN-QUESTION-SERIES
                   PERFORM DrawQuestionNumber
               WHEN OTHER
                   MOVE "N" TO ASSIGN-OK
           END-EVALUATE.
           MOVE SEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO SEQ-NEXT-ID
           PERFORM RewriteStudentSeqWithRetry
           CLOSE STUDENTSEQFILE
           MOVE "C" TO CKD-FUNC
           MOVE ASSIGN-NEXT-ID TO CKD-ID
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE CKD-CHECK-DIGIT TO ASSIGN-CHECK-DIGIT.

       DrawPoNumber.
           OPEN EXTEND POSEQFILE
           PERFORM RewriteIllSeqWithRetry
           CLOSE ILLSEQFILE.

       DrawGiftNumber.
           OPEN EXTEND GIFTSEQFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT GIFTSEQFILE
               CLOSE GIFTSEQFILE
           ELSE
               CLOSE GIFTSEQFILE
           END-IF
           OPEN I-O GIFTSEQFILE
           MOVE 1 TO GSEQ-KEY
           READ GIFTSEQFILE
               INVALID KEY
                   MOVE 1 TO GSEQ-KEY
                   MOVE 1 TO GSEQ-NEXT-ID
                   WRITE GIFT-SEQ-RECORD
           END-READ
           MOVE GSEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO GSEQ-NEXT-ID
           PERFORM RewriteGiftSeqWithRetry
           CLOSE GIFTSEQFILE.

       DrawSaleNumber.
           OPEN EXTEND SALESEQFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SALESEQFILE
               CLOSE SALESEQFILE
           ELSE
               CLOSE SALESEQFILE
           END-IF
           OPEN I-O SALESEQFILE
           MOVE 1 TO RSEQ-KEY
           READ SALESEQFILE
               INVALID KEY
                   MOVE 1 TO RSEQ-KEY
                   MOVE 1 TO RSEQ-NEXT-ID
                   WRITE SALE-SEQ-RECORD
           END-READ
           MOVE RSEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO RSEQ-NEXT-ID
           PERFORM RewriteSaleSeqWithRetry
           CLOSE SALESEQFILE.

       DrawApprovalNumber.
           OPEN EXTEND APPRSEQFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT APPRSEQFILE
               CLOSE APPRSEQFILE
           ELSE
               CLOSE APPRSEQFILE
           END-IF
           OPEN I-O APPRSEQFILE
           MOVE 1 TO ASEQ-KEY
           READ APPRSEQFILE
               INVALID KEY
                   MOVE 1 TO ASEQ-KEY
                   MOVE 1 TO ASEQ-NEXT-ID
                   WRITE APPR-SEQ-RECORD
           END-READ
           MOVE ASEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO ASEQ-NEXT-ID
           PERFORM RewriteApprSeqWithRetry
           CLOSE APPRSEQFILE.

       DrawNoticeBatchNumber.
           OPEN EXTEND NOTICESEQFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT NOTICESEQFILE
               CLOSE NOTICESEQFILE
           ELSE
               CLOSE NOTICESEQFILE
           END-IF
           OPEN I-O NOTICESEQFILE
           MOVE 1 TO NSEQ-KEY
           READ NOTICESEQFILE
               INVALID KEY
                   MOVE 1 TO NSEQ-KEY
                   MOVE 1 TO NSEQ-NEXT-ID
                   WRITE NOTICE-SEQ-RECORD
           END-READ
           MOVE NSEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO NSEQ-NEXT-ID
           PERFORM RewriteNoticeSeqWithRetry
           CLOSE NOTICESEQFILE.

       DrawBinderyNumber.
           OPEN EXTEND BINDSEQFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT BINDSEQFILE
               CLOSE BINDSEQFILE
           ELSE
               CLOSE BINDSEQFILE
           END-IF
           OPEN I-O BINDSEQFILE
           MOVE 1 TO BSEQ-KEY
           READ BINDSEQFILE
               INVALID KEY
                   MOVE 1 TO BSEQ-KEY
                   MOVE 1 TO BSEQ-NEXT-ID
                   WRITE BIND-SEQ-RECORD
           END-READ
           MOVE BSEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO BSEQ-NEXT-ID
           PERFORM RewriteBindSeqWithRetry
           CLOSE BINDSEQFILE.

       DrawQuestionNumber.
           OPEN EXTEND QUESTSEQFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT QUESTSEQFILE
               CLOSE QUESTSEQFILE
           ELSE
               CLOSE QUESTSEQFILE
           END-IF
           OPEN I-O QUESTSEQFILE
           MOVE 1 TO QSEQ-KEY
           READ QUESTSEQFILE
               INVALID KEY
                   MOVE 1 TO QSEQ-KEY
                   MOVE 1 TO QSEQ-NEXT-ID
                   WRITE QUEST-SEQ-RECORD
           END-READ
           MOVE QSEQ-NEXT-ID TO ASSIGN-NEXT-ID
           ADD 1 TO QSEQ-NEXT-ID
           PERFORM RewriteQuestSeqWithRetry
           CLOSE QUESTSEQFILE.

       RewriteStudentSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
               PERFORM JudgeRetriedOp
           END-PERFORM.

       RewriteGiftSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               REWRITE GIFT-SEQ-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM JudgeRetriedOp
           END-PERFORM.

       RewriteSaleSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               REWRITE SALE-SEQ-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM JudgeRetriedOp
           END-PERFORM.

       RewriteApprSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               REWRITE APPR-SEQ-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM JudgeRetriedOp
           END-PERFORM.

       RewriteNoticeSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               REWRITE NOTICE-SEQ-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM JudgeRetriedOp
           END-PERFORM.

       RewriteBindSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               REWRITE BIND-SEQ-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM JudgeRetriedOp
           END-PERFORM.

       RewriteQuestSeqWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               REWRITE QUEST-SEQ-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM JudgeRetriedOp
           END-PERFORM.

       JudgeRetriedOp.
           IF FILE-OP-OK-WS
               MOVE "N" TO OP-PENDING-WS
