      * walked through action by action: who acted, the base damage
      * out of CALCULATE-DAMAGE, the type multiplier applied, whether
      * bracing or focusing was in play, and both sides' health after.
      * a monster behaviour (see KOBOLD-ARENA's MONSTER-BEHAVIORS) is
      * its own action and says what its base column stands for.
      *
      * usage: an optional first argument picks the session by number
      * (1 = oldest). with no argument the most recent session is
               WHEN CL-FOCUS EQUAL "Y"
                   MOVE "FOCUSED" TO RPL-FLAGS-TEXT
           END-EVALUATE
           IF CL-ACTOR EQUAL "MONSTER"
               EVALUATE CL-ACTION
                   WHEN "HEAL"
                       MOVE "BASE IS HP HEALED" TO RPL-FLAGS-TEXT
                   WHEN "ENRAGE"
                       MOVE "BASE IS ATK ADDED" TO RPL-FLAGS-TEXT
                   WHEN "FOCUS"
                       MOVE "SPECIAL HELD" TO RPL-FLAGS-TEXT
                   WHEN "OPENER"
                       MOVE "SPECIAL FORCED" TO RPL-FLAGS-TEXT
               END-EVALUATE
           END-IF

           DISPLAY RPL-TURN-NUM ". " CL-ACTOR " " CL-ACTION
               " BASE " RPL-BASE-ED
