           05 POL-DUE-RESERVE-LS PIC 9(3).
           05 POL-PWD-EXPIRY-DAYS-LS PIC 9(3).
           05 POL-RESTRICT-TYPES-LS PIC X(5).
           05 POL-IDLE-MINUTES-LS PIC 9(3).
           05 POL-FINE-MAX-ITEM-LS PIC 9(5)V99.
           05 POL-WAIT-PRIORITY-LS PIC X(6).
           05 POL-ADMIN-IDLE-DAYS-LS PIC 9(3).
           05 POL-DUAL-MONEY-LIMIT-LS PIC 9(5)V99.
           05 POL-DUAL-RECORD-LIMIT-LS PIC 9(4).
           05 POL-COBORROW-MIN-LS PIC 9(3).
           05 POL-CAPACITY-WARN-DAYS-LS PIC 9(3).
           05 POL-FILE-LIMIT-MB-LS PIC 9(5).
           05 POL-PLAIN-ID-UNTIL-LS PIC 9(8).

      *    Hands the caller the circulation policy row from
      *    policy.bin, or the long-standing house defaults when the
           END-IF
           IF POLICY-LOADED-WS = "N"
               PERFORM SupplyDefaults
           END-IF
      *    A row saved before the idle window, the per-item fine
      *    ceiling, the queue priority, the admin idle limit, the
      *    two-person limits, the co-borrowing threshold, the
      *    capacity limits or the check-digit changeover existed
      *    has no value there yet.
           IF POL-IDLE-MINUTES-LS IS NOT NUMERIC
               MOVE 15 TO POL-IDLE-MINUTES-LS
           END-IF
           IF POL-FINE-MAX-ITEM-LS IS NOT NUMERIC
               MOVE 20.00 TO POL-FINE-MAX-ITEM-LS
           END-IF
           IF POL-WAIT-PRIORITY-LS = LOW-VALUES
               MOVE SPACES TO POL-WAIT-PRIORITY-LS
           END-IF
           IF POL-ADMIN-IDLE-DAYS-LS IS NOT NUMERIC
               MOVE 90 TO POL-ADMIN-IDLE-DAYS-LS
           END-IF
           IF POL-DUAL-MONEY-LIMIT-LS IS NOT NUMERIC
               MOVE 100.00 TO POL-DUAL-MONEY-LIMIT-LS
           END-IF
           IF POL-DUAL-RECORD-LIMIT-LS IS NOT NUMERIC
               MOVE 0 TO POL-DUAL-RECORD-LIMIT-LS
           END-IF
           IF POL-COBORROW-MIN-LS IS NOT NUMERIC
               MOVE 5 TO POL-COBORROW-MIN-LS
           END-IF
           IF POL-CAPACITY-WARN-DAYS-LS IS NOT NUMERIC
               MOVE 90 TO POL-CAPACITY-WARN-DAYS-LS
           END-IF
           IF POL-FILE-LIMIT-MB-LS IS NOT NUMERIC
               MOVE 2048 TO POL-FILE-LIMIT-MB-LS
           END-IF
           IF POL-PLAIN-ID-UNTIL-LS IS NOT NUMERIC
               MOVE 0 TO POL-PLAIN-ID-UNTIL-LS
           END-IF.
           EXIT PROGRAM.

           MOVE 25.00 TO POL-REPLACEMENT-COST-LS
           MOVE 2 TO POL-DUE-RESERVE-LS
           MOVE 90 TO POL-PWD-EXPIRY-DAYS-LS
           MOVE "FS" TO POL-RESTRICT-TYPES-LS
           MOVE 15 TO POL-IDLE-MINUTES-LS
           MOVE 20.00 TO POL-FINE-MAX-ITEM-LS
           MOVE SPACES TO POL-WAIT-PRIORITY-LS
           MOVE 90 TO POL-ADMIN-IDLE-DAYS-LS
           MOVE 100.00 TO POL-DUAL-MONEY-LIMIT-LS
           MOVE 0 TO POL-DUAL-RECORD-LIMIT-LS
           MOVE 5 TO POL-COBORROW-MIN-LS
           MOVE 90 TO POL-CAPACITY-WARN-DAYS-LS
           MOVE 2048 TO POL-FILE-LIMIT-MB-LS
           MOVE 0 TO POL-PLAIN-ID-UNTIL-LS.
