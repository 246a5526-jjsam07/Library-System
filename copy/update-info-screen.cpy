               15 VALUE "³ Phone:         ".
               15 PIC X(15) USING STUDENTPHONE-WS.
           10 FILLER LINE + 1 COL 2.
               15 VALUE "³ New PIN/0=keep:".
               15 PIC 9(4) USING STUDENT-PIN-WS.
           10 FILLER LINE + 1 COL 2 FOREGROUND-COLOR 7 HIGHLIGHT.
               15 VALUE "ÀÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄÄ".
