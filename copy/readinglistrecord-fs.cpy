      *    titles themselves live in readinglistitem.bin, one row
      *    per listed book. Lists survive term to term; nothing here
      *    pulls copies anywhere, unlike course reserves.
      *    RL-CLASS-SIZE is the number of students the owner expects
      *    to be working from the list at once; the coverage report
      *    judges the copies held against it (zero: not yet given).
       01 READING-LIST-RECORD.
           05 RL-LIST-ID PIC 9(4).
           05 RL-NAME PIC X(40).
           05 RL-OWNER-ID PIC 9(10).
           05 RL-CLASS-SIZE PIC 9(4).
