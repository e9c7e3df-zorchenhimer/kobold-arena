       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHIEVEMENT-ROSTER.

      * who holds which achievement, and how rare each one is across
      * the shop. the catalog comes from ACHIEVEMENTS.DAT; the
      * profiles are the shared PLAYER profile and every name in
      * PROFILES.DAT, each with its ACHIEVE-<NAME>.DAT (see KOBOLD-
      * ARENA's SELECT-PROFILE and AWARD-ACHIEVEMENT).
      *
      * by achievement: each catalog row with the profiles holding
      * it (date earned and the run's seed), how many of the profiles
      * that is, and a rarity grade --
      *   UNCLAIMED  nobody yet
      *   LEGENDARY  10 percent of profiles or fewer
      *   RARE       25 percent or fewer
      *   UNCOMMON   50 percent or fewer
      *   COMMON     more than half
      * a SLAY row naming a monster MONSTERTYPES.DAT no longer has is
      * flagged, since nobody can earn it.
      *
      * by profile: how many each holds, and any unlocks whose row
      * has since left the catalog. an achievements file whose seal
      * does not check (worked out as KOBOLD-ARENA's SEAL-ADD-DATA)
      * is named and left out, and the rarity figures are taken over
      * the profiles that were counted.
      *
      * usage: achvrpt (no arguments)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHIEVEMENT-TYPES ASSIGN TO 'ACHIEVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ACHTYPES.
           SELECT MONSTER-TYPES ASSIGN TO 'MONSTERTYPES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONTYPES.
           SELECT PROFILES ASSIGN TO 'PROFILES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-PROFILES.
           SELECT ACHIEVE-FILE ASSIGN TO DYNAMIC RO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ACHIEVE.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's AC-FILE-RECORD and its digit view
       FD ACHIEVEMENT-TYPES.
       01 AC-FILE-RECORD.
           05 ACF-NAME     PIC X(20).
           05 ACF-KIND     PIC X(5).
                   88 ACF-KIND-KNOWN VALUE "FLOOR" "BOSS" "GRIT"
                                           "SLAY" "GOLD".
                   88 ACF-KIND-COUNTED VALUE "FLOOR" "SLAY" "GOLD".
           05 ACF-COUNT    PIC 9(6).
           05 ACF-TARGET   PIC X(20).

       01 AC-FILE-DIGIT-VIEW.
           05 FILLER       PIC X(25).
           05 ACF-DIGITS   PIC 9(6).

      * only the monster name is wanted off the catalog
       FD MONSTER-TYPES.
       01 MT-FILE-RECORD.
           05 MTF-NAME     PIC X(20).
           05 FILLER       PIC X(40).

      * mirror of KOBOLD-ARENA's PROFILE-RECORD
       FD PROFILES.
       01 PROFILE-RECORD.
           05 PRF-NAME         PIC X(10).

      * mirror of KOBOLD-ARENA's ACHIEVE-RECORD
       FD ACHIEVE-FILE.
       01 ACHIEVE-RECORD.
           05 AF-NAME          PIC X(20).
           05 AF-DATE          PIC X(10).
           05 AF-SEED          PIC 9(9).

       WORKING-STORAGE SECTION.

       77 FS-ACHTYPES PIC XX.
       77 FS-MONTYPES PIC XX.
       77 FS-PROFILES PIC XX.
       77 FS-ACHIEVE PIC XX.

       77 RO-FILE-NAME PIC X(30) VALUE SPACES.
       77 LD-ROW PIC 9(3) VALUE 0.
       77 LD-REASON PIC X(30) VALUE SPACES.

      * the catalog, with a holder count per row and whether a SLAY
      * row's monster is still in MONSTERTYPES.DAT
       77 RO-CAT-COUNT PIC 99 VALUE 0.
       01 RO-CAT-TABLE.
           05 RO-CAT-ENTRY OCCURS 30 TIMES INDEXED BY RO-C-IDX.
               10 ROC-NAME      PIC X(20).
               10 ROC-KIND      PIC X(5).
               10 ROC-COUNT     PIC 9(6).
               10 ROC-TARGET    PIC X(20).
               10 ROC-HOLDERS   PIC 9(5).
               10 ROC-MONSTER   PIC X.
       77 RO-SCAN PIC 99 VALUE 0.
       77 RO-FOUND PIC 99 VALUE 0.

      * the profiles, with what each holds against the catalog (a
      * blank date is not held). ROP-STATE: N = no file, S = sealed
      * file read, R = rejected, not counted. the shared PLAYER
      * profile takes the first slot, then up to 100 PROFILES.DAT
      * names (PROFILE-MAINT's roster limit).
       77 RO-PROF-COUNT PIC 9(3) VALUE 0.
       77 RO-PROF-OVERFLOW PIC X VALUE "N".
       01 RO-PROF-TABLE.
           05 RO-PROF-ENTRY OCCURS 101 TIMES INDEXED BY RO-P-IDX.
               10 ROP-NAME      PIC X(10).
               10 ROP-STATE     PIC X.
               10 ROP-REASON    PIC X(10).
               10 ROP-HELD      PIC 99.
               10 ROP-DROPPED   PIC 99.
               10 ROP-HOLD OCCURS 30 TIMES.
                   15 ROH-DATE  PIC X(10).
                   15 ROH-SEED  PIC 9(9).
       77 RO-PROFILE PIC X(10) VALUE SPACES.
       77 RO-FILE-ROWS PIC 9(3) VALUE 0.
       77 RO-COUNTED PIC 9(3) VALUE 0.

      * seals, worked out exactly as KOBOLD-ARENA does
       77 SL-KEY PIC 9(9) VALUE 271828182.
       77 SL-HASH PIC 9(9) VALUE 0.
       77 SL-WORK PIC 9(12) VALUE 0.
       77 SL-QUOT PIC 9(12) VALUE 0.
       77 SL-POS PIC 9(6) VALUE 0.
       77 SL-IDX PIC 9(4) VALUE 0.
       77 SL-LEN PIC 9(4) VALUE 0.
       01 SL-DATA PIC X(250) VALUE SPACES.
       01 SL-LINE PIC X(250) VALUE SPACES.
       77 SL-SEAL PIC 9(9) VALUE 0.
       77 SL-TRAILER-SEEN PIC X VALUE "N".
       77 SL-READ-SEAL PIC X(9) VALUE SPACES.

       77 RO-PCT PIC 9(3) VALUE 0.
       77 RO-RARITY PIC X(9) VALUE SPACES.

       01 RO-ACHIEVEMENT-LINE.
           05 RAL-NAME       PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 RAL-KIND       PIC X(5).
           05 FILLER         PIC X VALUE SPACE.
           05 RAL-HOLDERS    PIC ZZZZ9.
           05 FILLER         PIC X(4) VALUE " OF ".
           05 RAL-COUNTED    PIC ZZ9.
           05 FILLER         PIC X VALUE SPACE.
           05 RAL-PCT        PIC ZZ9.
           05 FILLER         PIC X(2) VALUE "% ".
           05 RAL-RARITY     PIC X(9).

       01 RO-HOLDER-LINE.
           05 FILLER         PIC X(6) VALUE SPACES.
           05 RHL-NAME       PIC X(10).
           05 FILLER         PIC X(8) VALUE " EARNED ".
           05 RHL-DATE       PIC X(10).
           05 FILLER         PIC X(6) VALUE " SEED ".
           05 RHL-SEED       PIC 9(9).

      * control totals
       77 RO-SEALED-COUNT PIC 9(5) VALUE 0.
       77 RO-REJECTED-COUNT PIC 9(5) VALUE 0.
       77 RO-ABSENT-COUNT PIC 9(5) VALUE 0.
       77 RO-UNLOCKS-READ PIC 9(6) VALUE 0.
       77 RO-UNLOCKS-MATCHED PIC 9(6) VALUE 0.
       77 RO-UNLOCKS-DROPPED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-ACHIEVEMENT-TYPES
           IF RO-CAT-COUNT EQUAL 0
               DISPLAY "NO ACHIEVEMENTS IN ACHIEVEMENTS.DAT -- "
                   "NOTHING TO REPORT"
               STOP RUN
           END-IF
           PERFORM CHECK-SLAY-MONSTERS

           MOVE "PLAYER" TO RO-PROFILE
           PERFORM READ-ONE-PROFILE
           OPEN INPUT PROFILES
           IF FS-PROFILES EQUAL "00"
               PERFORM UNTIL FS-PROFILES NOT EQUAL "00"
                   READ PROFILES
                   IF FS-PROFILES EQUAL "00"
                       AND PRF-NAME NOT EQUAL SPACES
                       AND PRF-NAME NOT EQUAL "PLAYER"
                       MOVE PRF-NAME TO RO-PROFILE
                       PERFORM READ-ONE-PROFILE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROFILES

           DISPLAY "ACHIEVEMENT ROSTER"
           DISPLAY "==========================================="
           IF RO-PROF-OVERFLOW EQUAL "Y"
               DISPLAY "WARNING: MORE THAN 100 PROFILES IN THE "
                   "ROSTER -- ONLY PLAYER AND THE FIRST 100 ARE "
                   "COUNTED"
           END-IF
           PERFORM PRINT-BY-ACHIEVEMENT
           PERFORM PRINT-BY-PROFILE
           PERFORM PRINT-CONTROL-TOTALS
           STOP RUN.

      * the catalog gets the same row checks KOBOLD-ARENA's
      * VALIDATE-ACHIEVEMENT-ROW makes; a bad row stops the report
      * with its number.
       LOAD-ACHIEVEMENT-TYPES.
           MOVE 0 TO RO-CAT-COUNT
           MOVE 0 TO LD-ROW
           OPEN INPUT ACHIEVEMENT-TYPES
           IF FS-ACHTYPES EQUAL "00"
               PERFORM UNTIL FS-ACHTYPES NOT EQUAL "00"
                   OR RO-CAT-COUNT EQUAL 30
                   READ ACHIEVEMENT-TYPES
                   IF FS-ACHTYPES EQUAL "00"
                       ADD 1 TO LD-ROW
                       PERFORM VALIDATE-ACHIEVEMENT-ROW
                       ADD 1 TO RO-CAT-COUNT
                       SET RO-C-IDX TO RO-CAT-COUNT
                       MOVE ACF-NAME   TO ROC-NAME(RO-C-IDX)
                       MOVE ACF-KIND   TO ROC-KIND(RO-C-IDX)
                       MOVE ACF-COUNT  TO ROC-COUNT(RO-C-IDX)
                       MOVE ACF-TARGET TO ROC-TARGET(RO-C-IDX)
                       MOVE 0          TO ROC-HOLDERS(RO-C-IDX)
                       MOVE "Y"        TO ROC-MONSTER(RO-C-IDX)
                   END-IF
               END-PERFORM
               IF FS-ACHTYPES NOT EQUAL "10"
                   AND RO-CAT-COUNT NOT EQUAL 30
                   ADD 1 TO LD-ROW
                   DISPLAY "BAD ROW " LD-ROW " IN ACHIEVEMENTS.DAT "
                       "-- WRONG LENGTH (FILE STATUS " FS-ACHTYPES ")"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE ACHIEVEMENT-TYPES
           EXIT.

       VALIDATE-ACHIEVEMENT-ROW.
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN ACF-NAME EQUAL SPACES
                   MOVE "BLANK NAME" TO LD-REASON
               WHEN NOT ACF-KIND-KNOWN
                   MOVE "UNKNOWN KIND" TO LD-REASON
               WHEN ACF-DIGITS IS NOT NUMERIC
                   MOVE "NON-NUMERIC COLUMNS" TO LD-REASON
               WHEN ACF-KIND-COUNTED AND ACF-COUNT EQUAL ZERO
                   MOVE "ZERO COUNT" TO LD-REASON
               WHEN ACF-KIND EQUAL "SLAY" AND ACF-TARGET EQUAL SPACES
                   MOVE "NO MONSTER NAMED" TO LD-REASON
               WHEN ACF-KIND EQUAL "GRIT"
                   AND ACF-TARGET NOT EQUAL SPACES
                   AND ACF-TARGET NOT EQUAL "STUN"
                   AND ACF-TARGET NOT EQUAL "POISON"
                   MOVE "UNKNOWN AFFLICTION" TO LD-REASON
           END-EVALUATE
           PERFORM VARYING RO-SCAN FROM 1 BY 1
               UNTIL RO-SCAN > RO-CAT-COUNT
               IF ROC-NAME(RO-SCAN) EQUAL ACF-NAME
                   AND LD-REASON EQUAL SPACES
                   MOVE "DUPLICATE NAME" TO LD-REASON
               END-IF
           END-PERFORM
           IF LD-REASON NOT EQUAL SPACES
               DISPLAY "BAD ROW " LD-ROW " IN ACHIEVEMENTS.DAT -- "
                   LD-REASON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * marks every SLAY row whose monster is not in MONSTERTYPES.DAT.
      * with no monster catalog to read, nothing is marked.
       CHECK-SLAY-MONSTERS.
           PERFORM VARYING RO-C-IDX FROM 1 BY 1
               UNTIL RO-C-IDX > RO-CAT-COUNT
               IF ROC-KIND(RO-C-IDX) EQUAL "SLAY"
                   MOVE "N" TO ROC-MONSTER(RO-C-IDX)
               END-IF
           END-PERFORM
           OPEN INPUT MONSTER-TYPES
           IF FS-MONTYPES NOT EQUAL "00"
               CLOSE MONSTER-TYPES
               PERFORM VARYING RO-C-IDX FROM 1 BY 1
                   UNTIL RO-C-IDX > RO-CAT-COUNT
                   MOVE "Y" TO ROC-MONSTER(RO-C-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-MONTYPES NOT EQUAL "00"
               READ MONSTER-TYPES
               IF FS-MONTYPES EQUAL "00"
                   PERFORM VARYING RO-C-IDX FROM 1 BY 1
                       UNTIL RO-C-IDX > RO-CAT-COUNT
                       IF ROC-TARGET(RO-C-IDX) EQUAL MTF-NAME
                           MOVE "Y" TO ROC-MONSTER(RO-C-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE MONSTER-TYPES
           EXIT.

      * reads RO-PROFILE's achievements file into a fresh profile
      * entry. every row goes into the seal; only a file whose seal
      * checks is counted.
       READ-ONE-PROFILE.
           IF RO-PROF-COUNT EQUAL 101
               MOVE "Y" TO RO-PROF-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RO-PROF-COUNT
           SET RO-P-IDX TO RO-PROF-COUNT
           MOVE RO-PROFILE TO ROP-NAME(RO-P-IDX)
           MOVE "N" TO ROP-STATE(RO-P-IDX)
           MOVE SPACES TO ROP-REASON(RO-P-IDX)
           MOVE 0 TO ROP-HELD(RO-P-IDX)
           MOVE 0 TO ROP-DROPPED(RO-P-IDX)
           PERFORM VARYING RO-SCAN FROM 1 BY 1 UNTIL RO-SCAN > 30
               MOVE SPACES TO ROH-DATE(RO-P-IDX, RO-SCAN)
               MOVE 0 TO ROH-SEED(RO-P-IDX, RO-SCAN)
           END-PERFORM

           MOVE SPACES TO RO-FILE-NAME
           STRING
               "ACHIEVE-" DELIMITED BY SIZE
               RO-PROFILE DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO RO-FILE-NAME
           MOVE 0 TO RO-FILE-ROWS
           MOVE "N" TO SL-TRAILER-SEEN
           MOVE SPACES TO SL-READ-SEAL
           MOVE LENGTH OF ACHIEVE-RECORD TO SL-LEN
           PERFORM SEAL-START

           OPEN INPUT ACHIEVE-FILE
           IF FS-ACHIEVE NOT EQUAL "00"
               CLOSE ACHIEVE-FILE
               ADD 1 TO RO-ABSENT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-ACHIEVE NOT EQUAL "00"
               OR SL-TRAILER-SEEN EQUAL "Y"
               READ ACHIEVE-FILE
               IF FS-ACHIEVE EQUAL "00"
                   IF ACHIEVE-RECORD(1:1) EQUAL "*"
                       MOVE ACHIEVE-RECORD TO SL-LINE
                       PERFORM NOTE-SEAL-LINE
                   ELSE
                       ADD 1 TO RO-FILE-ROWS
                       MOVE ACHIEVE-RECORD TO SL-DATA
                       PERFORM SEAL-ADD-DATA
                       PERFORM NOTE-ONE-UNLOCK
                   END-IF
               END-IF
           END-PERFORM

           MOVE SL-HASH TO SL-SEAL
           EVALUATE TRUE
               WHEN FS-ACHIEVE NOT EQUAL "00"
                   AND FS-ACHIEVE NOT EQUAL "10"
                   MOVE "BAD RECORD" TO ROP-REASON(RO-P-IDX)
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   AND SL-READ-SEAL NOT EQUAL SL-SEAL
                   MOVE "BAD SEAL" TO ROP-REASON(RO-P-IDX)
               WHEN SL-TRAILER-SEEN NOT EQUAL "Y"
                   AND RO-FILE-ROWS > 0
                   MOVE "NO SEAL" TO ROP-REASON(RO-P-IDX)
           END-EVALUATE
           CLOSE ACHIEVE-FILE

           IF ROP-REASON(RO-P-IDX) NOT EQUAL SPACES
               MOVE "R" TO ROP-STATE(RO-P-IDX)
               ADD 1 TO RO-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO ROP-STATE(RO-P-IDX)
           ADD 1 TO RO-SEALED-COUNT
           ADD RO-FILE-ROWS TO RO-UNLOCKS-READ
           ADD ROP-DROPPED(RO-P-IDX) TO RO-UNLOCKS-DROPPED
           PERFORM VARYING RO-C-IDX FROM 1 BY 1
               UNTIL RO-C-IDX > RO-CAT-COUNT
               IF ROH-DATE(RO-P-IDX, RO-C-IDX) NOT EQUAL SPACES
                   ADD 1 TO ROC-HOLDERS(RO-C-IDX)
                   ADD 1 TO ROP-HELD(RO-P-IDX)
                   ADD 1 TO RO-UNLOCKS-MATCHED
               END-IF
           END-PERFORM
           EXIT.

      * files the unlock just read against its catalog row, or counts
      * it as dropped from the catalog.
       NOTE-ONE-UNLOCK.
           MOVE 0 TO RO-FOUND
           PERFORM VARYING RO-SCAN FROM 1 BY 1
               UNTIL RO-SCAN > RO-CAT-COUNT OR RO-FOUND NOT EQUAL 0
               IF ROC-NAME(RO-SCAN) EQUAL AF-NAME
                   MOVE RO-SCAN TO RO-FOUND
               END-IF
           END-PERFORM
           IF RO-FOUND EQUAL 0
               ADD 1 TO ROP-DROPPED(RO-P-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE AF-DATE TO ROH-DATE(RO-P-IDX, RO-FOUND)
           MOVE AF-SEED TO ROH-SEED(RO-P-IDX, RO-FOUND)
           EXIT.

       PRINT-BY-ACHIEVEMENT.
           MOVE RO-SEALED-COUNT TO RO-COUNTED
           ADD RO-ABSENT-COUNT TO RO-COUNTED
           DISPLAY " "
           DISPLAY "BY ACHIEVEMENT -- " RO-COUNTED " PROFILE(S) COUNTED"
           DISPLAY "NAME                 KIND  HOLDERS      PCT RARITY"
           PERFORM VARYING RO-C-IDX FROM 1 BY 1
               UNTIL RO-C-IDX > RO-CAT-COUNT
               PERFORM PRINT-ONE-ACHIEVEMENT
           END-PERFORM
           EXIT.

       PRINT-ONE-ACHIEVEMENT.
           MOVE 0 TO RO-PCT
           IF RO-COUNTED > 0
               COMPUTE RO-PCT ROUNDED =
                   ROC-HOLDERS(RO-C-IDX) * 100 / RO-COUNTED
           END-IF
           EVALUATE TRUE
               WHEN ROC-HOLDERS(RO-C-IDX) EQUAL 0
                   MOVE "UNCLAIMED" TO RO-RARITY
               WHEN RO-PCT NOT GREATER THAN 10
                   MOVE "LEGENDARY" TO RO-RARITY
               WHEN RO-PCT NOT GREATER THAN 25
                   MOVE "RARE" TO RO-RARITY
               WHEN RO-PCT NOT GREATER THAN 50
                   MOVE "UNCOMMON" TO RO-RARITY
               WHEN OTHER
                   MOVE "COMMON" TO RO-RARITY
           END-EVALUATE
           MOVE ROC-NAME(RO-C-IDX) TO RAL-NAME
           MOVE ROC-KIND(RO-C-IDX) TO RAL-KIND
           MOVE ROC-HOLDERS(RO-C-IDX) TO RAL-HOLDERS
           MOVE RO-COUNTED TO RAL-COUNTED
           MOVE RO-PCT TO RAL-PCT
           MOVE RO-RARITY TO RAL-RARITY
           DISPLAY RO-ACHIEVEMENT-LINE
           IF ROC-MONSTER(RO-C-IDX) EQUAL "N"
               DISPLAY "      NOTE: NO MONSTER NAMED "
                   ROC-TARGET(RO-C-IDX) " IN MONSTERTYPES.DAT"
           END-IF
           PERFORM VARYING RO-P-IDX FROM 1 BY 1
               UNTIL RO-P-IDX > RO-PROF-COUNT
               IF ROP-STATE(RO-P-IDX) EQUAL "S"
                   AND ROH-DATE(RO-P-IDX, RO-C-IDX) NOT EQUAL SPACES
                   MOVE ROP-NAME(RO-P-IDX) TO RHL-NAME
                   MOVE ROH-DATE(RO-P-IDX, RO-C-IDX) TO RHL-DATE
                   MOVE ROH-SEED(RO-P-IDX, RO-C-IDX) TO RHL-SEED
                   DISPLAY RO-HOLDER-LINE
               END-IF
           END-PERFORM
           EXIT.

       PRINT-BY-PROFILE.
           DISPLAY " "
           DISPLAY "BY PROFILE"
           PERFORM VARYING RO-P-IDX FROM 1 BY 1
               UNTIL RO-P-IDX > RO-PROF-COUNT
               EVALUATE ROP-STATE(RO-P-IDX)
                   WHEN "R"
                       DISPLAY "  " ROP-NAME(RO-P-IDX)
                           " NOT COUNTED -- ACHIEVE FILE HAS "
                           ROP-REASON(RO-P-IDX)
                   WHEN "N"
                       DISPLAY "  " ROP-NAME(RO-P-IDX) " HOLDS 00"
                           " (NO FILE)"
                   WHEN OTHER
                       DISPLAY "  " ROP-NAME(RO-P-IDX) " HOLDS "
                           ROP-HELD(RO-P-IDX)
                       IF ROP-DROPPED(RO-P-IDX) > 0
                           DISPLAY "      PLUS " ROP-DROPPED(RO-P-IDX)
                               " NO LONGER IN ACHIEVEMENTS.DAT"
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.

      * starts a seal: the key, and byte position zero.
       SEAL-START.
           MOVE SL-KEY TO SL-HASH
           MOVE 0 TO SL-POS
           EXIT.

      * folds the first SL-LEN bytes of SL-DATA into SL-HASH, as
      * KOBOLD-ARENA's SEAL-ADD-DATA.
       SEAL-ADD-DATA.
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-LEN
               ADD 1 TO SL-POS
               COMPUTE SL-WORK = SL-HASH * 131
                   + FUNCTION ORD(SL-DATA(SL-IDX:1)) + SL-POS
               DIVIDE SL-WORK BY 999999937
                   GIVING SL-QUOT REMAINDER SL-HASH
           END-PERFORM
           EXIT.

       NOTE-SEAL-LINE.
           MOVE "Y" TO SL-TRAILER-SEEN
           MOVE SPACES TO SL-READ-SEAL
           IF SL-LINE(1:1) EQUAL "*" AND SL-LINE(11:) EQUAL SPACES
               MOVE SL-LINE(2:9) TO SL-READ-SEAL
           END-IF
           EXIT.

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "ACHIEVEMENT ROSTER -- CONTROL TOTALS"
           DISPLAY "  CATALOG ROWS:            " RO-CAT-COUNT
           DISPLAY "  PROFILES ON THE ROSTER:  " RO-PROF-COUNT
           DISPLAY "  ACHIEVE FILES READ:      " RO-SEALED-COUNT
           DISPLAY "  ACHIEVE FILES REJECTED:  " RO-REJECTED-COUNT
           DISPLAY "  NO ACHIEVE FILE:         " RO-ABSENT-COUNT
           DISPLAY "  UNLOCKS READ:            " RO-UNLOCKS-READ
           DISPLAY "    IN THE CATALOG:        " RO-UNLOCKS-MATCHED
           DISPLAY "    NO LONGER IN CATALOG:  " RO-UNLOCKS-DROPPED
           EXIT.
