      *    Canonical EVENT-REG-RECORD file layout (eventreg.bin), one
      *    row per student signed up for an event. ERG-REF-ID
      *    composites ERG-EVENT-ID + ERG-STUDENT-ID, so a student
      *    signs up for an event once and an event's sign-ups read
      *    in a run; ERG-STUDENT-ID also carries an ALTERNATE RECORD
      *    KEY WITH DUPLICATES so a student's own sign-ups can be
      *    listed. "R" registered, "W" on the waitlist once the
      *    event was full - served in ERG-SIGNED-DATE/TIME order
      *    when a place comes free - "C" cancelled by the student,
      *    "X" withdrawn because the event was cancelled (the
      *    cancellation notice goes to these); the desk marks "A"
      *    attended or "N" did not come when it takes attendance.
       01 EVENT-REG-RECORD.
           05 ERG-REF-ID.
               10 ERG-EVENT-ID PIC 9(6).
               10 ERG-STUDENT-ID PIC 9(10).
           05 ERG-STATUS PIC X(1).
           05 ERG-SIGNED-DATE PIC 9(8).
           05 ERG-SIGNED-TIME PIC 9(8).
           05 ERG-CHANGED-DATE PIC 9(8).
