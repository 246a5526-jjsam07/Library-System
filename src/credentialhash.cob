       IDENTIFICATION DIVISION.
       PROGRAM-ID. CredentialHash.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 SALT-SEEDED-WS PIC X VALUE "N".
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
           05 NOW-MI-WS PIC 9(2).
           05 NOW-SS-WS PIC 9(2).
           05 NOW-CC-WS PIC 9(2).
       01 NOW-DATE-WS PIC 9(8).
       01 SEED-WS PIC 9(9).
       01 SALT-DRAW-WS PIC 9(8).
       01 DRAW-COUNT-WS PIC 9(8) VALUE 0.
       01 MIX-INPUT-WS.
           05 MIX-SALT-WS PIC 9(8).
           05 MIX-SECRET-WS PIC X(10).
       01 MIX-ROUND-WS PIC 9(4).
       01 MIX-IDX-WS PIC 9(2).
       01 MIX-CHAR-WS PIC 9(3).
       01 MIX-HIGH-WS PIC 9(12).
       01 MIX-LOW-WS PIC 9(12).
       01 MIX-QUOT-WS PIC 9(12).
       01 LEGACY-SUM-WS PIC 9(10).
       01 LEGACY-TEXT-WS PIC 9(10).
       01 PIN-TEXT-WS PIC X(4).
       01 PIN-NUM-WS REDEFINES PIN-TEXT-WS PIC 9(4).
       01 COMPUTED-DIGEST-WS PIC 9(18).
       01 MIX-ROUNDS-WS PIC 9(4) VALUE 1000.
       01 HIGH-MODULUS-WS PIC 9(10) VALUE 999999937.
       01 LOW-MODULUS-WS PIC 9(10) VALUE 999999929.

       LINKAGE SECTION.
       COPY credhash-request.

      *    Stored credentials used to be the sum of character code
      *    times position - cheap to reverse by hand and identical
      *    for two staff who picked the same password - and PINs
      *    sat in the student file as readable digits. Now every
      *    secret is joined to its own random eight-digit salt and
      *    run a thousand times through two interlocked modular
      *    accumulators (large primes just under 10**9), the pair
      *    giving an 18-digit digest. The salt means equal secrets
      *    store differently; the rounds make every guess cost a
      *    thousand passes. The salt generator is seeded once per
      *    run unit from the clock, and every draw folds in the
      *    time and a draw counter so a batch converting a whole
      *    file in one second still gets distinct salts.
       PROCEDURE DIVISION USING CRED-REQUEST.
       StartPara.
           MOVE "N" TO CRED-MATCH-FLAG
           EVALUATE CRED-FUNC
               WHEN "N"
                   PERFORM DrawSalt
                   MOVE CRED-SALT TO MIX-SALT-WS
                   MOVE CRED-SECRET TO MIX-SECRET-WS
                   PERFORM MixDigest
                   MOVE COMPUTED-DIGEST-WS TO CRED-DIGEST
                   MOVE "S" TO CRED-SCHEME
                   MOVE 0 TO CRED-LEGACY
               WHEN "W"
                   PERFORM DrawSalt
                   MOVE CRED-SALT TO MIX-SALT-WS
                   MOVE CRED-LEGACY TO LEGACY-TEXT-WS
                   MOVE LEGACY-TEXT-WS TO MIX-SECRET-WS
                   PERFORM MixDigest
                   MOVE COMPUTED-DIGEST-WS TO CRED-DIGEST
                   MOVE "W" TO CRED-SCHEME
                   MOVE 0 TO CRED-LEGACY
               WHEN "V"
                   PERFORM VerifySecret
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.

       VerifySecret.
           EVALUATE TRUE
               WHEN CRED-SCHEME-SALTED
                   MOVE CRED-SALT TO MIX-SALT-WS
                   MOVE CRED-SECRET TO MIX-SECRET-WS
                   PERFORM MixDigest
                   IF COMPUTED-DIGEST-WS = CRED-DIGEST
                       MOVE "Y" TO CRED-MATCH-FLAG
                   END-IF
               WHEN CRED-SCHEME-WRAPPED
                   PERFORM LegacyPasswordSum
                   MOVE CRED-SALT TO MIX-SALT-WS
                   MOVE LEGACY-SUM-WS TO LEGACY-TEXT-WS
                   MOVE LEGACY-TEXT-WS TO MIX-SECRET-WS
                   PERFORM MixDigest
                   IF COMPUTED-DIGEST-WS = CRED-DIGEST
                       MOVE "Y" TO CRED-MATCH-FLAG
                   END-IF
               WHEN CRED-KIND-PIN
                   MOVE CRED-SECRET(1:4) TO PIN-TEXT-WS
                   IF PIN-TEXT-WS IS NUMERIC
                       AND PIN-NUM-WS = CRED-LEGACY
                       MOVE "Y" TO CRED-MATCH-FLAG
                   END-IF
               WHEN OTHER
                   PERFORM LegacyPasswordSum
                   IF LEGACY-SUM-WS = CRED-LEGACY
                       MOVE "Y" TO CRED-MATCH-FLAG
                   END-IF
           END-EVALUATE.

      *    The old admin-password arithmetic, kept only so a record
      *    still holding (or wrapping) it can be verified once and
      *    re-stored under the salted scheme.
       LegacyPasswordSum.
           MOVE 0 TO LEGACY-SUM-WS
           PERFORM VARYING MIX-IDX-WS FROM 1 BY 1
                   UNTIL MIX-IDX-WS > 10
               COMPUTE LEGACY-SUM-WS = LEGACY-SUM-WS +
                   (FUNCTION ORD(CRED-SECRET(MIX-IDX-WS:1))
                       * MIX-IDX-WS)
           END-PERFORM.

       DrawSalt.
           ACCEPT NOW-TIME-WS FROM TIME
           IF SALT-SEEDED-WS = "N"
               ACCEPT NOW-DATE-WS FROM DATE YYYYMMDD
               COMPUTE SEED-WS = FUNCTION MOD(
                   (NOW-DATE-WS * 7919) + (NOW-HH-WS * 360000)
                   + (NOW-MI-WS * 6000) + (NOW-SS-WS * 100)
                   + NOW-CC-WS, 999999937)
               COMPUTE SALT-DRAW-WS = FUNCTION RANDOM(SEED-WS)
                   * 99999999
               MOVE "Y" TO SALT-SEEDED-WS
           END-IF
           ADD 1 TO DRAW-COUNT-WS
           COMPUTE SALT-DRAW-WS = FUNCTION MOD(
               (FUNCTION RANDOM * 99999999) + (NOW-CC-WS * 7)
               + (DRAW-COUNT-WS * 131), 99999999)
           IF SALT-DRAW-WS = 0
               MOVE 1 TO SALT-DRAW-WS
           END-IF
           MOVE SALT-DRAW-WS TO CRED-SALT.

       MixDigest.
           MOVE 7 TO MIX-HIGH-WS
           MOVE 11 TO MIX-LOW-WS
           PERFORM VARYING MIX-ROUND-WS FROM 1 BY 1
                   UNTIL MIX-ROUND-WS > MIX-ROUNDS-WS
               PERFORM VARYING MIX-IDX-WS FROM 1 BY 1
                       UNTIL MIX-IDX-WS > 18
                   COMPUTE MIX-CHAR-WS =
                       FUNCTION ORD(MIX-INPUT-WS(MIX-IDX-WS:1))
                   COMPUTE MIX-HIGH-WS = FUNCTION MOD(
                       (MIX-HIGH-WS * 263) + MIX-CHAR-WS
                       + MIX-ROUND-WS, HIGH-MODULUS-WS)
                   DIVIDE MIX-HIGH-WS BY 9973 GIVING MIX-QUOT-WS
                   COMPUTE MIX-LOW-WS = FUNCTION MOD(
                       (MIX-LOW-WS * 127) + (MIX-CHAR-WS * 31)
                       + MIX-QUOT-WS, LOW-MODULUS-WS)
               END-PERFORM
           END-PERFORM
           COMPUTE COMPUTED-DIGEST-WS =
               (MIX-HIGH-WS * 1000000000) + MIX-LOW-WS.
