      *    One card per line for the desk's card printer: name, id,
      *    patron type, and the id rendered as Code-39 barcode data
      *    (the asterisks are the symbology's start and stop
      *    characters; the digits between them are the id's
      *    checked form - the id and its check digit - which the
      *    desk scanners read through NormalizeScannedStudentId).
      *    Every byte is MOVEd before the WRITE - a record area
      *    carries no initial values.
       01 CARD-LINE.
           05 CARD-GAP-3 PIC X(2).
           05 CARD-BARCODE.
               10 CARD-BARCODE-START PIC X(1).
               10 CARD-BARCODE-DIGITS PIC 9(11).
               10 CARD-BARCODE-STOP PIC X(1).

       WORKING-STORAGE SECTION.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).

       LINKAGE SECTION.
           MOVE CARD-TYPE-LS TO CARD-PATRON-TYPE
           MOVE SPACES TO CARD-GAP-3
           MOVE "*" TO CARD-BARCODE-START
           MOVE "C" TO CKD-FUNC
           MOVE CARD-STUDENT-ID-LS TO CKD-ID
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE CKD-CHECKED-FORM TO CARD-BARCODE-DIGITS
           MOVE "*" TO CARD-BARCODE-STOP
           WRITE CARD-LINE
           CLOSE CARDFILE.
