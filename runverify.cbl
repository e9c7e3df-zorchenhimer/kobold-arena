
      * standalone verifier proving a recorded run is legitimate, in
      * the same gate-before-the-board spirit as TYPE-CHART-AUDIT.
      * a save file's seal (see KOBOLD-ARENA's SEAL-ADD-DATA) only
      * says the arena wrote it, not that the game behind it was
      * played straight, but COMBATLOG.DAT carries every action's
      * base damage, multiplier and brace/focus flags plus both
      * sides' health after -- so a doctored run cannot keep its own
      * books straight. this walks one session, recomputes every
      * record's damage with the arena's own arithmetic (same PICs,
      * same verb order, so the truncation matches), checks the
      * applied multiplier exists in TYPECHART.DAT, and follows the
      * PL-HP and MON-HP chains from record to record. ends with a
      * single PASS or FAIL line and a matching RETURN-CODE.
      *
      * usage: an optional first argument picks the session by number
      * (1 = oldest), same as COMBAT-REPLAY. default is the latest.
      *     multiplier then brace
      *   - DEFEND and FOCUS move no health at all
      *   - USE may only raise PL-HP (heals; boosts leave it alone)
      *   - the monster behaviours (see KOBOLD-ARENA's MONSTER-
      *     BEHAVIORS): a monster HEAL raises MON-HP by exactly its
      *     base; ENRAGE and OPENER are markers that move nothing;
      *     each of the three comes at most once a fight, and an
      *     OPENER is followed at once by the monster's SPATK. a
      *     monster FOCUS is held until its next swing, which must be
      *     a SPATK carrying the focus flag
      *   - when MON-HP has gone to zero the next record starts a new
      *     fight: PL-HP must have grown by exactly the +25 heal, and
      *     the fresh monster's health is taken on trust (its roll is
       77 VF-PRV-MON-HP PIC S9(3) VALUE 0.
       77 VF-NEW-FIGHT PIC 9 VALUE 0.

      * the fight's monster behaviours seen so far: used once each
      * for HEAL, ENRAGE and OPENER, a FOCUS held for the next swing,
      * and an OPENER still owed its SPATK
       77 VF-MON-HEALED PIC X VALUE "N".
       77 VF-MON-ENRAGED PIC X VALUE "N".
       77 VF-MON-OPENED PIC X VALUE "N".
       77 VF-MON-FOCUS-HELD PIC X VALUE "N".
       77 VF-OPENER-OWED PIC X VALUE "N".

      * recomputed damage, worked in the REPL's own S99V99 so every
      * truncation lands where the game put it
       77 VF-DMG PIC S99V99 VALUE 0.
           END-IF

           ADD 1 TO VF-TURN-NUM
      *    a fresh fight (or a fresh run or session) starts with a
      *    clean slate of monster behaviours
           IF VF-HAVE-PRV EQUAL 0
               OR VF-PRV-PL-HP IS LESS THAN OR EQUAL TO ZERO
               OR (VF-PRV-MON-HP IS LESS THAN OR EQUAL TO ZERO
                   AND CL-MON-HEALTH IS GREATER THAN ZERO)
               PERFORM RESET-MONSTER-HABITS
           END-IF
           PERFORM CHECK-MULTIPLIER
           PERFORM CHECK-FLAG-SANITY
           PERFORM CHECK-MONSTER-HABITS

           IF VF-HAVE-PRV EQUAL 0
      *        opening balances are the record's own word -- a session
           END-IF
           EXIT.

      * focus only ever applies to a special attack: the player's,
      * or the monster's when it has a FOCUS held.
       CHECK-FLAG-SANITY.
           IF CL-FOCUS EQUAL "Y"
               AND CL-ACTION EQUAL "SPATK"
               AND CL-ACTOR EQUAL "MONSTER"
               AND VF-MON-FOCUS-HELD EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF CL-FOCUS EQUAL "Y"
               AND (CL-ACTOR NOT EQUAL "PLAYER"
                   OR CL-ACTION NOT EQUAL "SPATK")
           END-IF
           EXIT.

       RESET-MONSTER-HABITS.
           MOVE "N" TO VF-MON-HEALED
           MOVE "N" TO VF-MON-ENRAGED
           MOVE "N" TO VF-MON-OPENED
           MOVE "N" TO VF-MON-FOCUS-HELD
           MOVE "N" TO VF-OPENER-OWED
           EXIT.

      * the behaviour bookkeeping: once-a-fight uses, the opener's
      * SPATK, and a held focus spent on the monster's next swing.
      * the health effects are checked with the chains.
       CHECK-MONSTER-HABITS.
           IF VF-OPENER-OWED EQUAL "Y"
               MOVE "N" TO VF-OPENER-OWED
               IF CL-ACTOR NOT EQUAL "MONSTER"
                   OR CL-ACTION NOT EQUAL "SPATK"
                   DISPLAY "ERROR: TURN " VF-TURN-NUM " OPENER NOT "
                       "FOLLOWED BY THE MONSTER'S SPATK"
                   ADD 1 TO VF-ERROR-COUNT
               END-IF
           END-IF
           IF CL-ACTOR NOT EQUAL "MONSTER"
               EXIT PARAGRAPH
           END-IF
           EVALUATE CL-ACTION
               WHEN "HEAL"
                   IF VF-MON-HEALED EQUAL "Y"
                       DISPLAY "ERROR: TURN " VF-TURN-NUM " SECOND "
                           "MONSTER HEAL IN ONE FIGHT"
                       ADD 1 TO VF-ERROR-COUNT
                   END-IF
                   MOVE "Y" TO VF-MON-HEALED
               WHEN "ENRAGE"
                   IF VF-MON-ENRAGED EQUAL "Y"
                       DISPLAY "ERROR: TURN " VF-TURN-NUM " SECOND "
                           "MONSTER ENRAGE IN ONE FIGHT"
                       ADD 1 TO VF-ERROR-COUNT
                   END-IF
                   MOVE "Y" TO VF-MON-ENRAGED
               WHEN "OPENER"
                   IF VF-MON-OPENED EQUAL "Y"
                       DISPLAY "ERROR: TURN " VF-TURN-NUM " SECOND "
                           "MONSTER OPENER IN ONE FIGHT"
                       ADD 1 TO VF-ERROR-COUNT
                   END-IF
                   MOVE "Y" TO VF-MON-OPENED
                   MOVE "Y" TO VF-OPENER-OWED
               WHEN "FOCUS"
                   IF VF-MON-FOCUS-HELD EQUAL "Y"
                       DISPLAY "ERROR: TURN " VF-TURN-NUM " MONSTER "
                           "FOCUS WHILE ONE IS HELD"
                       ADD 1 TO VF-ERROR-COUNT
                   END-IF
                   MOVE "Y" TO VF-MON-FOCUS-HELD
               WHEN "ATTACK"
               WHEN "SPATK"
                   IF VF-MON-FOCUS-HELD EQUAL "Y"
                       IF CL-ACTION NOT EQUAL "SPATK"
                           OR CL-FOCUS NOT EQUAL "Y"
                           DISPLAY "ERROR: TURN " VF-TURN-NUM
                               " MONSTER HELD A FOCUS BUT STRUCK "
                               "WITHOUT IT"
                           ADD 1 TO VF-ERROR-COUNT
                       END-IF
                       MOVE "N" TO VF-MON-FOCUS-HELD
                   END-IF
           END-EVALUATE
           EXIT.

      * the monster before this record was dead, so this record opens
      * a new fight: the player must show exactly the between-fights
      * heal, and the fresh monster's health is taken as the new
                   AND CL-ACTION EQUAL "BURN"
                   SUBTRACT VF-DMG FROM VF-EXP-MON-HP
                       GIVING VF-EXP-MON-HP
      *        a monster's HEAL is its base, whole, back on MON-HP
               WHEN CL-ACTOR EQUAL "MONSTER"
                   AND CL-ACTION EQUAL "HEAL"
                   ADD CL-BASE TO VF-EXP-MON-HP
                       GIVING VF-EXP-MON-HP
           END-EVALUATE

           IF CL-ACTION EQUAL "USE"
