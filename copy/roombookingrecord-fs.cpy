      *    grid let through. A booking is "B" until the group checks
      *    in at the desk ("C"); the no-show release deletes "B"
      *    rows once the slot is 15 minutes old so the next group
      *    can claim the room. An hour blocked for a library event
      *    is an "E" row with no student, which the release leaves
      *    alone. RB-STUDENT-ID carries an ALTERNATE RECORD KEY so a
      *    student's own bookings can be listed.
       01 ROOM-BOOKING-RECORD.
           05 RB-REF-ID.
               10 RB-DATE.
