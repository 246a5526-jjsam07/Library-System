      *    Request block for the AuthorLookup subprogram, the reader
      *    of the author authority file (authority.bin).
      *      "L" - look ATH-FORM up: ATH-STATUS "P" it is a
      *            preferred heading, "V" it is a "see from" variant
      *            of ATH-PREFERRED, "U" it is not in the file, "X"
      *            there is no authority file yet (nothing to warn
      *            about). For "P" and "V" every form of the heading,
      *            the preferred one first, comes back in ATH-FORMS.
      *      "K" - only build ATH-KEY, the match key for ATH-FORM
      *            (AuthorityMaint, before it writes a row)
       01 ATH-REQUEST.
           05 ATH-FUNC PIC X(1).
           05 ATH-FORM PIC X(50).
           05 ATH-KEY PIC X(50).
           05 ATH-STATUS PIC X(1).
               88 ATH-IS-PREFERRED VALUE "P".
               88 ATH-IS-VARIANT VALUE "V".
               88 ATH-IS-UNKNOWN VALUE "U".
               88 ATH-NO-AUTHORITY VALUE "X".
           05 ATH-PREFERRED PIC X(50).
           05 ATH-FORM-COUNT PIC 9(2).
           05 ATH-FORMS OCCURS 20 TIMES PIC X(50).
