      *    Request block for the NextNumber subprogram, the one
      *    owner of the sequence files. Set the series - "S" for
      *    student ids (studentseq.bin), "P" for PO numbers
      *    (poseq.bin), "I" for ILL references (illseq.bin), "G"
      *    for donation numbers (giftseq.bin), "R" for desk sale
      *    numbers (saleseq.bin), "A" for approval numbers
      *    (apprseq.bin), "N" for notice batch numbers
      *    (noticeseq.bin), "B" for bindery shipment numbers
      *    (bindseq.bin), "Q" for ask-a-librarian question numbers
      *    (questseq.bin) - CALL
      *    "NextNumber" USING ASSIGN-REQUEST, and take the number
      *    from ASSIGN-NEXT-ID. The service reads, increments and
      *    rewrites under the record lock, retrying a locked status
      *    the way the circulation desk retries, so two desks
      *    drawing at the same moment can no longer mint the same
      *    number. ASSIGN-OK is "N" only when the lock never came
      *    free - the caller should abandon the transaction. A
      *    student id comes back with its check digit in
      *    ASSIGN-CHECK-DIGIT, for the registration screen to show
      *    the id the way the new card prints it.
       01 ASSIGN-REQUEST.
           05 ASSIGN-SERIES PIC X(1).
               88 ASSIGN-STUDENT-SERIES VALUE "S".
               88 ASSIGN-PO-SERIES VALUE "P".
               88 ASSIGN-ILL-SERIES VALUE "I".
               88 ASSIGN-GIFT-SERIES VALUE "G".
               88 ASSIGN-SALE-SERIES VALUE "R".
               88 ASSIGN-APPROVAL-SERIES VALUE "A".
               88 ASSIGN-NOTICE-BATCH-SERIES VALUE "N".
               88 ASSIGN-BINDERY-SERIES VALUE "B".
               88 ASSIGN-QUESTION-SERIES VALUE "Q".
           05 ASSIGN-NEXT-ID PIC 9(10).
           05 ASSIGN-OK PIC X(1).
           05 ASSIGN-CHECK-DIGIT PIC 9(1).
