       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldTransfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFERRECORD ASSIGN TO "transfer.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSFER-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT BOOKRECORD ASSIGN TO "library.bin"
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
       FD TRANSFERRECORD.
       COPY transferrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY copyrecord-ws.
       COPY bookrecord-ws.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-FOUND-WS PIC X VALUE "N".

       LINKAGE SECTION.
       COPY hxfer-request.

      *    A waitlisted student who chose to collect at another branch
      *    should not have to ask for the copy to be sent: the copy
      *    trapped for them is paged here, with the same transfer row
      *    and picking slip BranchTransfer raises by hand. The row is
      *    marked XFER-FOR-HOLD, because the copy is already held
      *    outside QUANTITY - BranchTransfer leaves the counter alone
      *    when it ships and, on arrival, starts the hold's shelf
      *    clock instead of placing a fresh hold. A copy that cannot
      *    be traced (no copy number, no copy row) or cannot be
      *    paged (a transfer already open) is held where it stands.
       PROCEDURE DIVISION USING HXF-REQUEST.
       StartPara.
           MOVE "S" TO HXF-RESULT
           MOVE SPACES TO HXF-COPY-BRANCH
           IF HXF-COPY-NUM = 0
               EXIT PROGRAM
           END-IF
           PERFORM FetchHeldCopy
           IF COPY-FOUND-WS = "N"
               EXIT PROGRAM
           END-IF
           MOVE CBRANCH-WS TO HXF-COPY-BRANCH
           IF HXF-PICKUP-BRANCH = SPACES
                   OR HXF-PICKUP-BRANCH = CBRANCH-WS
                   OR CBRANCH-WS = SPACES
               EXIT PROGRAM
           END-IF
           PERFORM RaiseHoldTransfer.
           EXIT PROGRAM.

       FetchHeldCopy.
           MOVE "N" TO COPY-FOUND-WS
           OPEN INPUT COPYRECORD
           IF COPY-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE HXF-BOOK-ID TO CBOOK-ID
           MOVE HXF-COPY-NUM TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO COPY-FOUND-WS
           END-READ
           CLOSE COPYRECORD.

       RaiseHoldTransfer.
           OPEN EXTEND TRANSFERRECORD
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT TRANSFERRECORD
               CLOSE TRANSFERRECORD
           ELSE
               CLOSE TRANSFERRECORD
           END-IF
           OPEN I-O TRANSFERRECORD
           MOVE HXF-BOOK-ID TO XFER-BOOK-ID
           MOVE HXF-COPY-NUM TO XFER-COPY-NUM
           MOVE CBRANCH-WS TO XFER-FROM-BRANCH
           MOVE HXF-PICKUP-BRANCH TO XFER-TO-BRANCH
           MOVE HXF-STUDENT-ID TO XFER-STUDENT-ID
           ACCEPT XFER-REQUEST-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO XFER-SHIPPED-DATE
           MOVE "R" TO XFER-STATUS
           MOVE "Y" TO XFER-FOR-HOLD
           WRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "A TRANSFER IS ALREADY OPEN FOR COPY #"
                       HXF-COPY-NUM " - HELD AT " CBRANCH-WS "."
               NOT INVALID KEY
                   MOVE "T" TO HXF-RESULT
                   PERFORM PrintPickingSlip
                   DISPLAY "COPY #" HXF-COPY-NUM " PAGED FROM "
                       XFER-FROM-BRANCH " TO " XFER-TO-BRANCH
                       " FOR PICKUP. PICKING SLIP SPOOLED."
           END-WRITE
           CLOSE TRANSFERRECORD.

      *    The same slip BranchTransfer prints for a manual request,
      *    so the page pulling the copy cannot tell the two apart.
       PrintPickingSlip.
           MOVE SPACES TO BOOKNAME-WS
           MOVE SPACES TO CALL-NUMBER-WS
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               MOVE HXF-BOOK-ID TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   INVALID KEY CONTINUE
               END-READ
               CLOSE BOOKRECORD
           END-IF
           MOVE "O" TO SPOOL-FUNC
           MOVE "pickslip" TO SPOOL-PREFIX
           MOVE "BRANCH TRANSFER PICKING SLIP" TO SPOOL-TITLE
           MOVE SPACES TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING "PULL AT " XFER-FROM-BRANCH " FOR " XFER-TO-BRANCH
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "BOOK " XFER-BOOK-ID " COPY #" XFER-COPY-NUM
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE BOOKNAME-WS TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "SHELVED AT: " CALL-NUMBER-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "HOLD AT DESTINATION FOR STUDENT "
               XFER-STUDENT-ID
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "C" TO SPOOL-FUNC
           MOVE "HOLD SHELF COPY - SCAN OUT WHEN PULLED, IN ON ARRIVAL."
               TO SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
