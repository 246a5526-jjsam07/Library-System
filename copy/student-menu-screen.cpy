           10 FILLER LINE + 1 COL 2 VALUE "³ [13] My Notices".
           10 FILLER LINE + 1 COL 2 VALUE "³ [14] Dispute a Fine".
           10 FILLER LINE + 1 COL 2 VALUE "³ [15] Reading Lists".
           10 FILLER LINE + 1 COL 2 VALUE "³ [16] Also Borrowed".
           10 FILLER LINE + 1 COL 2 VALUE "³ [17] Library Events".
           10 FILLER LINE + 1 COL 2 VALUE "³ [18] Ask a Librarian".
           10 FILLER LINE + 1 COL 2 VALUE "³ [0] Logout".
           10 FILLER LINE + 1 COL 2.
               15 VALUE "³ Enter choice: ".
