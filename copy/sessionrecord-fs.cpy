      *    Canonical SESSION-RECORD file layout (session.bin), the
      *    registry of who is signed on where. One row per live
      *    sign-on, keyed by the terminal (LIBTERMINAL in the
      *    terminal's environment), the kind of session - "A" an
      *    admin in adminmenu, "S" a student in StudentMenu - and
      *    the user's ID. SESS-LAST-* is the last time the menu saw
      *    a keystroke; the SessionRegistry subprogram ends the
      *    session when the next one comes after the policy idle
      *    window. A supervisor ending a session from OpsConsole
      *    sets SESS-STATUS "F" and SESS-ENDED-BY; the menu signs
      *    itself off at its next keystroke. A row is deleted when
      *    the session ends for any reason.
       01 SESSION-RECORD.
           05 SESS-KEY.
               10 SESS-TERMINAL PIC X(10).
               10 SESS-KIND PIC X(1).
               10 SESS-USER-ID PIC 9(10).
           05 SESS-USER-NAME PIC X(20).
           05 SESS-START-DATE.
               10 SESS-S-YYYY PIC 9(4).
               10 SESS-S-MM PIC 9(2).
               10 SESS-S-DD PIC 9(2).
           05 SESS-START-TIME.
               10 SESS-S-HH PIC 9(2).
               10 SESS-S-MI PIC 9(2).
               10 SESS-S-SS PIC 9(2).
           05 SESS-LAST-DATE.
               10 SESS-L-YYYY PIC 9(4).
               10 SESS-L-MM PIC 9(2).
               10 SESS-L-DD PIC 9(2).
           05 SESS-LAST-TIME.
               10 SESS-L-HH PIC 9(2).
               10 SESS-L-MI PIC 9(2).
               10 SESS-L-SS PIC 9(2).
           05 SESS-STATUS PIC X(1).
           05 SESS-ENDED-BY PIC X(20).
