      *    Request block for the SeriesLookup subprogram, the reader
      *    of the series file (series.bin).
      *      "G" - the series SRS-BOOK-ID belongs to: SRS-STATUS "F"
      *            with SRS-NAME and SRS-VOLUME filled, and the next
      *            volume on file after it (SRS-NEXT-BOOK-ID zero
      *            when it is the last); "N" it is in no series.
      *      "B" - every volume of series SRS-NAME, in volume order,
      *            in SRS-VOLS (SRS-COUNT of them); "N" when no
      *            title carries that series name.
      *    Titles and the withdrawn flag come from library.bin so a
      *    caller can show a set without reading the catalog again.
       01 SRS-REQUEST.
           05 SRS-FUNC PIC X(1).
           05 SRS-BOOK-ID PIC 9(10).
           05 SRS-STATUS PIC X(1).
               88 SRS-FOUND VALUE "F".
               88 SRS-NOT-IN-SERIES VALUE "N".
           05 SRS-NAME PIC X(40).
           05 SRS-VOLUME PIC 9(3).
           05 SRS-NEXT-BOOK-ID PIC 9(10).
           05 SRS-NEXT-VOLUME PIC 9(3).
           05 SRS-NEXT-TITLE PIC X(50).
           05 SRS-COUNT PIC 9(3).
           05 SRS-VOLS OCCURS 100 TIMES.
               10 SRS-VOL-NUMBER PIC 9(3).
               10 SRS-VOL-BOOK-ID PIC 9(10).
               10 SRS-VOL-TITLE PIC X(50).
               10 SRS-VOL-WITHDRAWN PIC X(1).
