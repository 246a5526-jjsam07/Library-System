      *    Request block for the KitCheck subprogram, the parts
      *    count for a multi-part title. KIT-BOOK-ID and KIT-MODE
      *    in ("O" going out on loan, "R" coming back); KIT-PART-
      *    COUNT comes back zero for a single-piece title, with
      *    nothing asked. Otherwise the operator has confirmed each
      *    part and KIT-MISSING-COUNT, the replacement value of the
      *    missing parts and a short description of what is missing
      *    (for the repair reason and the fine) come back. KIT-MODE
      *    "C" only counts the parts, asking nothing.
       01 KIT-REQUEST.
           05 KIT-BOOK-ID PIC 9(10).
           05 KIT-MODE PIC X(1).
               88 KIT-GOING-OUT VALUE "O".
               88 KIT-COMING-BACK VALUE "R".
               88 KIT-COUNT-ONLY VALUE "C".
           05 KIT-PART-COUNT PIC 9(2).
           05 KIT-MISSING-COUNT PIC 9(2).
           05 KIT-MISSING-VALUE PIC 9(5)V99.
           05 KIT-MISSING-TEXT PIC X(30).
