      * player per encounter. damage is read off the health chains in
      * the combat log; the opening hit of each encounter (whose
      * before-health is not on file) is estimated as base times
      * multiplier. the monster behaviours logged as actions of their
      * own (see KOBOLD-ARENA's MONSTER-BEHAVIORS) are counted per
      * name too, with the health its HEALs won back -- a heal is
      * read off the chain like any other move, so damage taken is
      * what the player actually knocked off.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 BTL-SUM-TURNS    PIC 9(7).
               10 BTL-SUM-DEALT    PIC 9(7).
               10 BTL-SUM-TAKEN    PIC 9(7).
               10 BTL-HEALS        PIC 9(5).
               10 BTL-SUM-HEALED   PIC 9(7).
               10 BTL-ENRAGES      PIC 9(5).
               10 BTL-FOCUSES      PIC 9(5).
               10 BTL-OPENERS      PIC 9(5).
       77 BAL-TALLY-OVERFLOW PIC X VALUE "N".
                   88 BAL-TALLY-OVERFLOWED VALUE "Y".
       77 BAL-FOUND PIC 9 VALUE 0.
           END-IF

           PERFORM TALLY-DAMAGE
           PERFORM TALLY-BEHAVIOR

           MOVE CL-PL-HEALTH TO BAL-PRV-PL-HP
           MOVE 1 TO BAL-HAVE-PL
                   MOVE 0 TO BTL-SUM-TURNS(BAL-T-IDX)
                   MOVE 0 TO BTL-SUM-DEALT(BAL-T-IDX)
                   MOVE 0 TO BTL-SUM-TAKEN(BAL-T-IDX)
                   MOVE 0 TO BTL-HEALS(BAL-T-IDX)
                   MOVE 0 TO BTL-SUM-HEALED(BAL-T-IDX)
                   MOVE 0 TO BTL-ENRAGES(BAL-T-IDX)
                   MOVE 0 TO BTL-FOCUSES(BAL-T-IDX)
                   MOVE 0 TO BTL-OPENERS(BAL-T-IDX)
               ELSE
                   IF NOT BAL-TALLY-OVERFLOWED
                       DISPLAY "WARNING: MORE THAN 20 DISTINCT "
           END-IF
           EXIT.

      * one count per behaviour the monster used; a HEAL's base is
      * the health it won back
       TALLY-BEHAVIOR.
           IF BAL-CUR-TALLY EQUAL 0
               OR CL-ACTOR NOT EQUAL "MONSTER"
               EXIT PARAGRAPH
           END-IF
           EVALUATE CL-ACTION
               WHEN "HEAL"
                   ADD 1 TO BTL-HEALS(BAL-CUR-TALLY)
                   ADD CL-BASE TO BTL-SUM-HEALED(BAL-CUR-TALLY)
               WHEN "ENRAGE"
                   ADD 1 TO BTL-ENRAGES(BAL-CUR-TALLY)
               WHEN "FOCUS"
                   ADD 1 TO BTL-FOCUSES(BAL-CUR-TALLY)
               WHEN "OPENER"
                   ADD 1 TO BTL-OPENERS(BAL-CUR-TALLY)
           END-EVALUATE
           EXIT.

      * BATCHRESULTS.DAT is rewritten by every batch session, so what
      * is on file is the most recent batch -- shown for
      * reconciliation, not joined by session number.
                   MOVE BAL-AVG-CALC TO BAL-AVG-ED
                   DISPLAY "    AVG DMG TAKEN:       " BAL-AVG-ED
               END-IF
               IF BTL-HEALS(BAL-T-IDX) > 0
                   OR BTL-ENRAGES(BAL-T-IDX) > 0
                   OR BTL-FOCUSES(BAL-T-IDX) > 0
                   OR BTL-OPENERS(BAL-T-IDX) > 0
                   DISPLAY "    BEHAVIOURS: HEAL " BTL-HEALS(BAL-T-IDX)
                       " (HP " BTL-SUM-HEALED(BAL-T-IDX) ")  ENRAGE "
                       BTL-ENRAGES(BAL-T-IDX) "  FOCUS "
                       BTL-FOCUSES(BAL-T-IDX) "  OPENER "
                       BTL-OPENERS(BAL-T-IDX)
               END-IF
           END-PERFORM

           DISPLAY " "
