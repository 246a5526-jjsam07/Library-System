      *    Request block for the SessionRegistry subprogram. Set
      *    SREG-FUNC, SREG-KIND and SREG-USER-ID (and SREG-USER-NAME
      *    for "O"), CALL "SessionRegistry" USING SREG-REQUEST:
      *      "O" - sign on: write this terminal's session row.
      *      "T" - touch at a menu keystroke: answer in SREG-RESULT,
      *            "L" still live (last-activity time moved on), "I"
      *            idle past POL-IDLE-MINUTES, "F" ended by a
      *            supervisor (name in SREG-ENDED-BY). On "I" or "F"
      *            the row is already gone and the menu should exit.
      *      "R" - refresh when a menu choice returns: the time
      *            spent inside the chosen function is activity, not
      *            idleness, so only the supervisor end is checked.
      *      "C" - sign off: delete the row.
       01 SREG-REQUEST.
           05 SREG-FUNC PIC X(1).
           05 SREG-KIND PIC X(1).
           05 SREG-USER-ID PIC 9(10).
           05 SREG-USER-NAME PIC X(20).
           05 SREG-RESULT PIC X(1).
               88 SREG-STILL-LIVE VALUE "L".
               88 SREG-IDLE-OUT VALUE "I".
               88 SREG-FORCED-OFF VALUE "F".
           05 SREG-ENDED-BY PIC X(20).
