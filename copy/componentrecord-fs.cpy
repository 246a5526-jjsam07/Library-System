      *    Canonical COMPONENT-RECORD file layout (component.bin),
      *    the accompanying parts of a multi-part title: laptop and
      *    charger, course book and its CDs, atlas and the map
      *    pocket. One row per part, keyed by the title and a part
      *    sequence, with what the part is and what it costs to
      *    replace. A title with no rows is a single piece and
      *    circulates as before. The parts are counted out at the
      *    desk and counted back in at every return (KitCheck).
       01 COMPONENT-RECORD.
           05 COMPONENT-REF-ID.
               10 CMP-BOOK-ID PIC 9(10).
               10 CMP-SEQ PIC 9(2).
           05 CMP-DESCRIPTION PIC X(30).
           05 CMP-VALUE PIC 9(5)V99.
