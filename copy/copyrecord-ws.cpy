               88 CCOPY-IS-RETIRED-WS VALUE "R".
               88 CCOPY-IN-REPAIR-WS VALUE "M".
               88 CCOPY-IN-TRANSIT-WS VALUE "T".
               88 CCOPY-AT-BINDERY-WS VALUE "B".
           05 CBRANCH-WS PIC X(3).
