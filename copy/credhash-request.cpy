      *    Request block for the CredentialHash subprogram, the one
      *    place a staff password or a student PIN is turned into
      *    what gets stored. Set CRED-FUNC and the fields it needs,
      *    CALL "CredentialHash" USING CRED-REQUEST, read the answer
      *    back:
      *      "N" - new credential: draw a fresh salt for CRED-SECRET
      *            and return CRED-SCHEME "S", CRED-SALT and
      *            CRED-DIGEST ready to store (CRED-LEGACY comes back
      *            zero - nothing readable is kept).
      *      "V" - verify CRED-SECRET against a stored CRED-SCHEME,
      *            CRED-SALT, CRED-DIGEST and CRED-LEGACY (answer in
      *            CRED-MATCH-FLAG). A match on anything but scheme
      *            "S" should be re-stored with "N" while the
      *            plain secret is in hand.
      *      "W" - wrap an old-style stored value: CRED-LEGACY (the
      *            position-weighted character sum an admin record
      *            used to hold) is salted and digested as scheme
      *            "W", so an existing admin file can be converted
      *            without anyone's password being known.
      *    CRED-KIND says what CRED-LEGACY means on a record not yet
      *    converted (scheme neither "S" nor "W"): "A" the admin
      *    password sum, "P" the student PIN itself. A PIN goes in
      *    the first four bytes of CRED-SECRET.
       01 CRED-REQUEST.
           05 CRED-FUNC PIC X(1).
           05 CRED-KIND PIC X(1).
               88 CRED-KIND-PASSWORD VALUE "A".
               88 CRED-KIND-PIN VALUE "P".
           05 CRED-SECRET PIC X(10).
           05 CRED-SCHEME PIC X(1).
               88 CRED-SCHEME-SALTED VALUE "S".
               88 CRED-SCHEME-WRAPPED VALUE "W".
           05 CRED-SALT PIC 9(8).
           05 CRED-DIGEST PIC 9(18).
           05 CRED-LEGACY PIC 9(10).
           05 CRED-MATCH-FLAG PIC X(1).
               88 CRED-MATCHED VALUE "Y".
