               15 VALUE "ÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄ¿".
           10 FILLER LINE + 1 COL 2 VALUE "³ Return Book".
           10 FILLER LINE + 1 COL 2.
               15 VALUE "³ Input BOOK ID:".
               15 PIC X(11) TO BOOK-ID-SCAN-WS.
           10 FILLER LINE + 1 COL 2 FOREGROUND-COLOR 7 HIGHLIGHT.
               15 VALUE "ÀÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄ".
               15 VALUE "ÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÙ".
