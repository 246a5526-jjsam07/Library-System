       COPY bookrecord-ws.
       COPY copyrecord-ws.
       COPY spool-request.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
      *    pass writes the label print file for the new stock -
      *    spine labels with the call number stacked in the fixed
      *    columns the label sheets need, plus the pocket line with
      *    title, checked book id and copy number - in shelving
      *    order so the labeling cart walks the stacks once. A
      *    restocked title's sheet includes its existing copies;
      *    the spares go in the drawer. Reprint mode takes a
      *    BOOK-ID range for the day the printer chews a sheet.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT BOOKRECORD

      *    One label: the spine's call number in columns 1-15 over
      *    three lines (number, blank, copy tag), then the pocket
      *    line - the layout the label stock is die-cut for. The
      *    pocket line's barcode data is the checked form of the
      *    book id, its check digit last, between the start and
      *    stop asterisks the barcode font wants.
       WriteOneLabel.
           ADD 1 TO LABELS-MADE-WS
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           MOVE SPACES TO LABEL-TEXT-WS
           MOVE "C" TO CKD-FUNC
           MOVE LT-BOOK-ID-WS(LT-IDX-WS) TO CKD-ID
           CALL "CheckDigit" USING CKD-REQUEST
           STRING LT-TITLE-WS(LT-IDX-WS)(1:40) " *"
               CKD-CHECKED-FORM "* COPY " CCOPY-NUM-WS
               DELIMITED BY SIZE INTO LABEL-TEXT-WS
           END-STRING
           MOVE LABEL-TEXT-WS TO LABEL-LINE
