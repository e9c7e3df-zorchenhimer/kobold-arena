       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-SWEEP.

      * build optimizer: walks a grid of ATK/SP-ATK/DEF/SP-DEF
      * allocations that spend the whole stat pool, for each of
      * WATER, FIRE and EARTH, and plays every build through the
      * arena's batch survival run (see KOBOLD-ARENA's RUN-BATCH-MODE:
      * same spawn rolls off the live MONSTERTYPES.DAT, same floors
      * and bosses, same damage arithmetic, same monster behaviours
      * off MONSTERBEHAVIOR.DAT, same automated policy and turn cap,
      * same ARENARULES.DAT constants). every build plays
      * the same fixed list of seeds, so the builds are compared on
      * identical arenas instead of on luck.
      *
      * builds are ranked by average monsters survived, then average
      * floor reached, then total damage dealt; grid order settles
      * the rest. the top builds of each type are written out as
      * SWEEP-<TYPE>-<nn>.DAT in the PLAYER.DAT layout, seal line and
      * all (see KOBOLD-ARENA's SAVE-PLAYER-BUILD), ready to copy over
      * a profile's build file. for scale, each type also shows the
      * even quarter split BATCH-SETUP-PLAYER plays, and the best
      * build found with each stat left at zero -- a stat whose zero
      * column matches the top build is not pulling its weight.
      *
      * usage: buildsweep [step] [pool] [top]
      * step is the grid spacing in stat points (default 10), pool
      * the stat total to spend (default 150, the arena's base pool;
      * a levelled career's larger pool can be given instead) and
      * top how many builds per type to keep and write (default 3,
      * at most 10). a small step multiplies the run time quickly.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-TYPES ASSIGN TO 'MONSTERTYPES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONTYPES.
           SELECT TYPE-CHART ASSIGN TO 'TYPECHART.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-TYPECHART.
           SELECT ARENA-RULES ASSIGN TO 'ARENARULES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ARRULES.
           SELECT MONSTER-BEHAVIORS ASSIGN TO 'MONSTERBEHAVIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONBEHAV.
           SELECT BUILD-FILE ASSIGN TO DYNAMIC SW-BUILD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-BUILD.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's MT-FILE-RECORD
       FD MONSTER-TYPES.
       01 MT-FILE-RECORD.
           05 MTF-NAME             PIC X(20).
           05 MTF-TYPE             PIC X(5).
                   88 MTF-TYPE-KNOWN VALUE "WATER" "FIRE" "EARTH"
                                           "RANDM".
           05 MTF-HEALTH           PIC 9(3).
           05 MTF-RANGES           PIC X(24).
           05 MTF-WEIGHT           PIC 99.
       01 MT-FILE-DETAIL-VIEW.
           05 FILLER               PIC X(28).
           05 MTF-ATK-MAX          PIC 99.
           05 MTF-ATK-MIN          PIC 99.
           05 MTF-SPATK-MAX        PIC 99.
           05 MTF-SPATK-MIN        PIC 99.
           05 MTF-DEF-MAX          PIC 99.
           05 MTF-DEF-MIN          PIC 99.
           05 MTF-SPDEF-MAX        PIC 99.
           05 MTF-SPDEF-MIN        PIC 99.
           05 MTF-RATIO-ATK-MAX    PIC 99.
           05 MTF-RATIO-ATK-MIN    PIC 99.
           05 MTF-RATIO-SP-MAX     PIC 99.
           05 MTF-RATIO-SP-MIN     PIC 99.
           05 FILLER               PIC 99.
       01 MT-FILE-DIGIT-VIEW.
           05 FILLER               PIC X(25).
           05 MTF-DIGITS           PIC 9(29).

       FD TYPE-CHART.
       01 TC-FILE-RECORD.
           05 TCF-ATK-TYPE  PIC X(5).
           05 TCF-DEF-TYPE  PIC X(5).
           05 TCF-MULT      PIC 9V99.

      * mirror of KOBOLD-ARENA's MB-FILE-RECORD
       FD MONSTER-BEHAVIORS.
       01 MB-FILE-RECORD.
           05 MBF-NAME     PIC X(20).
           05 MBF-FIGHTS   PIC X(4).
                   88 MBF-FIGHTS-KNOWN VALUE "ALL " "BOSS".
           05 MBF-KIND     PIC X(6).
                   88 MBF-KIND-KNOWN VALUE "HEAL" "ENRAGE" "FOCUS"
                                           "OPENER".
           05 MBF-BELOW    PIC 9(3).
           05 MBF-AMOUNT   PIC 9(3).
       01 MB-FILE-DIGIT-VIEW.
           05 FILLER       PIC X(30).
           05 MBF-DIGITS   PIC 9(6).

      * mirror of KOBOLD-ARENA's AR-FILE-RECORD
       FD ARENA-RULES.
       01 AR-FILE-RECORD.
           05 ARF-ID              PIC X(8).
           05 ARF-HEAL-BETWEEN    PIC 9(3).
           05 ARF-DROP-CHANCE     PIC 99.
           05 ARF-DEFEND-RATIO    PIC 9V99.
           05 ARF-FOCUS-RATIO     PIC 9V99.
           05 ARF-SCALE-PER-FLOOR PIC 99.
           05 ARF-XP-PER-KILL     PIC 99.
           05 ARF-BOSS-EVERY      PIC 99.
       01 AR-FILE-DIGIT-VIEW.
           05 FILLER              PIC X(8).
           05 ARF-DIGITS          PIC 9(17).

      * mirror of KOBOLD-ARENA's PLAYER-FILE-RECORD
       FD BUILD-FILE.
       01 PLAYER-FILE-RECORD.
           05 PF-ATTACK     PIC 9(2).
           05 PF-SPATTACK   PIC 9(2).
           05 PF-DEFENSE    PIC 9(2).
           05 PF-SPDEFENSE  PIC 9(2).
           05 PF-TYPE       PIC X(5).

       WORKING-STORAGE SECTION.

       77 FS-MONTYPES  PIC XX.
       77 FS-TYPECHART PIC XX.
       77 FS-ARRULES   PIC XX.
       77 FS-MONBEHAV  PIC XX.
       77 FS-BUILD     PIC XX.

       77 WS-ARG PIC X(20).

      * sweep settings off the command line
       77 SW-STEP PIC 99 VALUE 10.
       77 SW-POOL PIC 999 VALUE 150.
       77 SW-TOP-WANTED PIC 99 VALUE 3.
       77 SW-STAT-CAP PIC 999 VALUE 99.

      * the fixed seed list every build plays. changing it changes
      * every number the sweep prints, so leave it alone between
      * sweeps that are meant to be compared.
       01 SW-SEED-VALUES.
           05 FILLER PIC 9(9) VALUE 000000001.
           05 FILLER PIC 9(9) VALUE 000000007.
           05 FILLER PIC 9(9) VALUE 000000042.
           05 FILLER PIC 9(9) VALUE 000000101.
           05 FILLER PIC 9(9) VALUE 000001234.
           05 FILLER PIC 9(9) VALUE 000005150.
           05 FILLER PIC 9(9) VALUE 000031337.
           05 FILLER PIC 9(9) VALUE 000271828.
           05 FILLER PIC 9(9) VALUE 000314159.
           05 FILLER PIC 9(9) VALUE 008675309.
       01 SW-SEED-TABLE REDEFINES SW-SEED-VALUES.
           05 SW-SEED PIC 9(9) OCCURS 10 TIMES.
       77 SW-SEED-COUNT PIC 99 VALUE 10.
       77 SW-SEED-IDX PIC 99 VALUE 0.

       01 SW-TYPE-VALUES.
           05 FILLER PIC X(5) VALUE "WATER".
           05 FILLER PIC X(5) VALUE "FIRE ".
           05 FILLER PIC X(5) VALUE "EARTH".
       01 SW-TYPE-TABLE REDEFINES SW-TYPE-VALUES.
           05 SW-TYPE PIC X(5) OCCURS 3 TIMES.
       77 SW-TYPE-IDX PIC 9 VALUE 0.

      * the grid point being tried; SP-DEF takes whatever is left
       77 SW-ATK   PIC 999 VALUE 0.
       77 SW-SPATK PIC 999 VALUE 0.
       77 SW-DEF   PIC 999 VALUE 0.
       77 SW-LEFT  PIC S9(4) VALUE 0.
       77 SW-BUILDS-TRIED PIC 9(6) VALUE 0.

      * one build's totals over the seed list
       01 SW-RESULT.
           05 SWR-ATTACK     PIC 99.
           05 SWR-SPATTACK   PIC 99.
           05 SWR-DEFENSE    PIC 99.
           05 SWR-SPDEFENSE  PIC 99.
           05 SWR-MONSTERS   PIC 9(7).
           05 SWR-FLOORS     PIC 9(7).
           05 SWR-BEST-FLOOR PIC 9(4).
           05 SWR-DMG-DEALT  PIC 9(9).

      * the best builds of the type being swept, best first
       77 SW-TOP-COUNT PIC 99 VALUE 0.
       01 SW-TOP-TABLE.
           05 SW-TOP-ENTRY OCCURS 11 TIMES INDEXED BY SW-T-IDX.
               10 SWT-ATTACK     PIC 99.
               10 SWT-SPATTACK   PIC 99.
               10 SWT-DEFENSE    PIC 99.
               10 SWT-SPDEFENSE  PIC 99.
               10 SWT-MONSTERS   PIC 9(7).
               10 SWT-FLOORS     PIC 9(7).
               10 SWT-BEST-FLOOR PIC 9(4).
               10 SWT-DMG-DEALT  PIC 9(9).
       77 SW-SLOT PIC 99 VALUE 0.
       77 SW-ORDER PIC X VALUE SPACE.
                   88 SW-NEW-AHEAD VALUE "A".

      * best build found with each stat (ATK, SP-ATK, DEF, SP-DEF)
      * left at zero, and the even quarter split for comparison
       01 SW-ZERO-TABLE.
           05 SW-ZERO-ENTRY OCCURS 4 TIMES INDEXED BY SW-Z-IDX.
               10 SWZ-FOUND      PIC X.
               10 SWZ-RESULT     PIC X(35).
       01 SW-EVEN-RESULT PIC X(35).
       01 SW-LABEL-VALUES.
           05 FILLER PIC X(6) VALUE "ATK   ".
           05 FILLER PIC X(6) VALUE "SP-ATK".
           05 FILLER PIC X(6) VALUE "DEF   ".
           05 FILLER PIC X(6) VALUE "SP-DEF".
       01 SW-LABEL-TABLE REDEFINES SW-LABEL-VALUES.
           05 SW-LABEL PIC X(6) OCCURS 4 TIMES.

       77 SW-BUILD-NAME PIC X(30) VALUE SPACES.
       77 SW-RANK-NUM PIC Z9.
       77 SW-AVG PIC 9(4)V99.

       01 SW-BUILD-LINE.
           05 SBL-RANK       PIC X(6).
           05 SBL-ATTACK     PIC Z9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 SBL-SPATTACK   PIC Z9.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 SBL-DEFENSE    PIC Z9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 SBL-SPDEFENSE  PIC Z9.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 SBL-AVG-MON    PIC ZZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SBL-AVG-FLOOR  PIC ZZZ9.99.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 SBL-BEST-FLOOR PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SBL-FILE       PIC X(20).

      * the arena's tuning constants, defaults as in KOBOLD-ARENA and
      * replaced from ARENARULES.DAT when one is on file
       77 FOCUS-RATIO PIC 9V99 VALUE 1.50.
       77 DEFEND-RATIO PIC 9V99 VALUE 0.25.
       77 AR-RULES-ID PIC X(8) VALUE "DEFAULT".
       77 AR-HEAL-BETWEEN PIC 9(3) VALUE 25.
       77 AR-BOSS-EVERY PIC 99 VALUE 10.
       77 FL-SCALE-PER-FLOOR PIC 99 VALUE 2.

      * the batch run state, same shapes as KOBOLD-ARENA's
       77 ONE PIC 9 VALUE 1.
       77 WS-BATCH-TURN-CAP PIC 9(5) VALUE 500.
       77 WS-BATCH-TURNS PIC 9(5) VALUE 0.
       77 WS-BATCH-ACTION PIC 9 VALUE 0.
       77 MON-DEFEND PIC 9.
       01 DO-MONSTER-ATTACK PIC 9 VALUE 0.

       77 FL-FLOOR PIC 9(4) VALUE 1.
       77 FL-BOSS-FLAG PIC X VALUE "N".
                   88 FL-BOSS VALUE "Y".
       77 FL-STAT-NUDGE PIC 9(4) VALUE 0.
       77 FL-REMAINDER PIC 9(4) VALUE 0.
       77 FL-CALC PIC 9(4) VALUE 0.

       01 GAME-STATS.
           05 ST-MONSTERS PIC 9(4).
           05 ST-DMG-DEALT PIC 9(6).
           05 ST-DMG-RECEIVED PIC 9(6).
           05 ST-AT-USED PIC 9(4).
           05 ST-SP-USED PIC 9(4).

       01 THE-PLAYER.
           05 PL-HEALTH    PIC S9(3)   VALUE 100.
           05 PL-ATTACK    PIC 9(2)    VALUE 0.
           05 PL-SPATTACK  PIC 9(2)    VALUE 0.
           05 PL-DEFENSE   PIC 9(2)    VALUE 0.
           05 PL-SPDEFENSE PIC 9(2)    VALUE 0.
           05 PL-TYPE      PIC X(5).

       01 CUR-MONSTER.
           05 MON-TYPE         PIC X(5).
           05 MON-NAME         PIC X(20).
           05 MON-HEALTH       PIC S9(3)   VALUE 100.
           05 MON-ATTACK       PIC 9(2)    VALUE 0.
           05 MON-SPATTACK     PIC 9(2)    VALUE 0.
           05 MON-DEFENSE      PIC 9(2)    VALUE 0.
           05 MON-SPDEFENSE    PIC 9(2)    VALUE 0.
           05 MON-ATK-RATIO    PIC 99      VALUE 0.
           05 MON-SP-RATIO     PIC 99      VALUE 0.

      * monster type catalog, same shape as KOBOLD-ARENA's
       77 MT-TABLE-COUNT PIC 99 VALUE 0.
       77 MT-TOTAL-WEIGHT PIC 9(4) VALUE 0.
       01 MONSTER-TYPE-TABLE.
           05 MONSTER-TYPE-ENTRY OCCURS 20 TIMES INDEXED BY MT-IDX.
               10 MTT-NAME             PIC X(20).
               10 MTT-TYPE             PIC X(5).
               10 MTT-HEALTH           PIC 9(3).
               10 MTT-RANGES           PIC X(24).
               10 MTT-WEIGHT           PIC 99.
       77 MT-PICK-ROLL PIC 9(4).
       77 MT-WEIGHT-ACCUM PIC 9(4).
       01 MT-SELECTED-TYPE PIC X(5).

      * behaviour rows and the monster's behaviour state, same shapes
      * as KOBOLD-ARENA's
       77 MB-TABLE-COUNT PIC 99 VALUE 0.
       01 MONSTER-BEHAVIOR-TABLE.
           05 MONSTER-BEHAVIOR-ENTRY OCCURS 40 TIMES INDEXED BY MB-IDX.
               10 MBT-NAME     PIC X(20).
               10 MBT-FIGHTS   PIC X(4).
               10 MBT-KIND     PIC X(6).
               10 MBT-BELOW    PIC 9(3).
               10 MBT-AMOUNT   PIC 9(3).
       77 MB-SCAN PIC 99 VALUE 0.
       77 MB-FIGHTS-WANTED PIC X(4) VALUE SPACES.
       77 MB-FULL-HEALTH PIC 9(3) VALUE 0.
       77 MB-HEAL-BELOW PIC 9(3) VALUE 0.
       77 MB-HEAL-AMOUNT PIC 9(3) VALUE 0.
       77 MB-ENRAGE-BELOW PIC 9(3) VALUE 0.
       77 MB-ENRAGE-AMOUNT PIC 9(3) VALUE 0.
       77 MB-FOCUS-BELOW PIC 9(3) VALUE 0.
       77 MB-OPENER PIC X VALUE "N".
       77 MB-HEALED PIC X VALUE "N".
       77 MB-ENRAGED PIC X VALUE "N".
       77 MB-FOCUSED PIC X VALUE "N".
       77 MB-OPENED PIC X VALUE "N".
       77 MB-TURN PIC X VALUE SPACE.
       77 MB-FORCED PIC X VALUE SPACE.
       77 MB-CALC PIC 9(6) VALUE 0.
       77 MB-LIMIT PIC 9(6) VALUE 0.
       77 MB-AMOUNT PIC 9(3) VALUE 0.

       01 GEN-STAT-RANGES.
           05 RANGE-ATK-MAX    PIC 99.
           05 RANGE-ATK-MIN    PIC 99.
           05 RANGE-SPATK-MAX  PIC 99.
           05 RANGE-SPATK-MIN  PIC 99.
           05 RANGE-DEF-MAX    PIC 99.
           05 RANGE-DEF-MIN    PIC 99.
           05 RANGE-SPDEF-MAX  PIC 99.
           05 RANGE-SPDEF-MIN  PIC 99.
           05 RANGE-RATIO-ATK-MAX PIC 99.
           05 RANGE-RATIO-ATK-MIN PIC 99.
           05 RANGE-RATIO-SP-MAX PIC 99.
           05 RANGE-RATIO-SP-MIN PIC 99.
       77 RNG-MIN-VAL PIC 99.
       77 RNG-MAX-VAL PIC 99.

      * type effectiveness chart, same shape as KOBOLD-ARENA's
       77 TC-TABLE-COUNT PIC 99 VALUE 0.
       01 TYPE-CHART-TABLE.
           05 TYPE-CHART-ENTRY OCCURS 20 TIMES INDEXED BY TC-IDX.
               10 TCT-ATK-TYPE  PIC X(5).
               10 TCT-DEF-TYPE  PIC X(5).
               10 TCT-MULT      PIC 9V99.
       77 TC-LOOKUP-MULT PIC 9V99 VALUE 1.

       77 LD-ROW PIC 9(3) VALUE 0.
       77 LD-REASON PIC X(30) VALUE SPACES.

       01 TMP-NUM      PIC S99V99.
       01 TMP-DEF      PIC S99V99.
       01 TMP-ATK      PIC S99V99.
       01 TMP-UINT     PIC 9(4).
       01 TMP-ATK-TYPE PIC X(5).
       01 TMP-DEF-TYPE PIC X(5).

      * save-file seals, worked out exactly as KOBOLD-ARENA does, so
      * a written build loads as sealed wherever it is copied
       77 SL-KEY PIC 9(9) VALUE 271828182.
       77 SL-HASH PIC 9(9) VALUE 0.
       77 SL-WORK PIC 9(12) VALUE 0.
       77 SL-QUOT PIC 9(12) VALUE 0.
       77 SL-POS PIC 9(6) VALUE 0.
       77 SL-IDX PIC 9(4) VALUE 0.
       77 SL-LEN PIC 9(4) VALUE 0.
       01 SL-DATA PIC X(250) VALUE SPACES.
       01 SL-TRAILER.
           05 SL-MARK PIC X VALUE "*".
           05 SL-SEAL PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-COMMAND-LINE-ARGS
           PERFORM LOAD-ARENA-RULES
           PERFORM LOAD-MONSTER-TYPES
           PERFORM LOAD-MONSTER-BEHAVIORS
           PERFORM LOAD-TYPE-CHART

           DISPLAY "===== BUILD SWEEP ====="
           DISPLAY "POOL: " SW-POOL "  STEP: " SW-STEP
               "  SEEDS: " SW-SEED-COUNT "  RULES: " AR-RULES-ID
           DISPLAY "MONSTER TYPES: " MT-TABLE-COUNT
               "  TURN CAP PER RUN: " WS-BATCH-TURN-CAP

           PERFORM VARYING SW-TYPE-IDX FROM 1 BY 1
               UNTIL SW-TYPE-IDX > 3
               PERFORM SWEEP-ONE-TYPE
           END-PERFORM
           STOP RUN.

       CHECK-COMMAND-LINE-ARGS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO SW-STEP
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO SW-POOL
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO SW-TOP-WANTED
           END-IF

      *    four two-digit stats hold at most 396 points between them
           IF SW-STEP EQUAL ZERO
               OR SW-POOL EQUAL ZERO OR SW-POOL > 396
               OR SW-TOP-WANTED EQUAL ZERO OR SW-TOP-WANTED > 10
               DISPLAY "USAGE: BUILDSWEEP [STEP] [POOL] [TOP]"
               DISPLAY "  STEP 1-99, POOL 1-396, TOP 1-10"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SW-POOL < 99
               MOVE SW-POOL TO SW-STAT-CAP
           END-IF
           EXIT.

      * same checks and defaults as KOBOLD-ARENA's LOAD-ARENA-RULES;
      * only the constants the batch run uses are kept.
       LOAD-ARENA-RULES.
           OPEN INPUT ARENA-RULES
           IF FS-ARRULES NOT EQUAL "00"
               CLOSE ARENA-RULES
               EXIT PARAGRAPH
           END-IF
           READ ARENA-RULES
           IF FS-ARRULES NOT EQUAL "00"
               DISPLAY "BAD ROW 001 IN ARENARULES.DAT -- WRONG "
                   "LENGTH (FILE STATUS " FS-ARRULES ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN ARF-ID EQUAL SPACES
                   MOVE "BLANK RULES ID" TO LD-REASON
               WHEN ARF-DIGITS IS NOT NUMERIC
                   MOVE "NON-NUMERIC COLUMNS" TO LD-REASON
               WHEN ARF-DEFEND-RATIO EQUAL ZERO
                   MOVE "ZERO DEFEND RATIO" TO LD-REASON
               WHEN ARF-FOCUS-RATIO EQUAL ZERO
                   MOVE "ZERO FOCUS RATIO" TO LD-REASON
               WHEN ARF-BOSS-EVERY EQUAL ZERO
                   MOVE "ZERO BOSS CADENCE" TO LD-REASON
           END-EVALUATE
           IF LD-REASON NOT EQUAL SPACES
               DISPLAY "BAD ROW 001 IN ARENARULES.DAT -- " LD-REASON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARF-ID              TO AR-RULES-ID
           MOVE ARF-HEAL-BETWEEN    TO AR-HEAL-BETWEEN
           MOVE ARF-DEFEND-RATIO    TO DEFEND-RATIO
           MOVE ARF-FOCUS-RATIO     TO FOCUS-RATIO
           MOVE ARF-SCALE-PER-FLOOR TO FL-SCALE-PER-FLOOR
           MOVE ARF-BOSS-EVERY      TO AR-BOSS-EVERY
           CLOSE ARENA-RULES
           EXIT.

      * same checks as KOBOLD-ARENA's LOAD-MONSTER-TYPES: a catalog
      * the arena would refuse is refused here too.
       LOAD-MONSTER-TYPES.
           MOVE 0 TO MT-TABLE-COUNT
           MOVE 0 TO MT-TOTAL-WEIGHT
           MOVE 0 TO LD-ROW
           OPEN INPUT MONSTER-TYPES
           IF FS-MONTYPES NOT EQUAL "00"
               DISPLAY "COULD NOT OPEN MONSTERTYPES.DAT -- "
                   "FILE STATUS " FS-MONTYPES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FS-MONTYPES NOT EQUAL "00"
               OR MT-TABLE-COUNT EQUAL 20
               READ MONSTER-TYPES
               IF FS-MONTYPES EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-MONSTER-TYPE-ROW
                   ADD 1 TO MT-TABLE-COUNT
                   MOVE MTF-NAME   TO MTT-NAME(MT-TABLE-COUNT)
                   MOVE MTF-TYPE   TO MTT-TYPE(MT-TABLE-COUNT)
                   MOVE MTF-HEALTH TO MTT-HEALTH(MT-TABLE-COUNT)
                   MOVE MTF-RANGES TO MTT-RANGES(MT-TABLE-COUNT)
                   MOVE MTF-WEIGHT TO MTT-WEIGHT(MT-TABLE-COUNT)
                   ADD MTF-WEIGHT TO MT-TOTAL-WEIGHT
               END-IF
           END-PERFORM
           IF FS-MONTYPES NOT EQUAL "10"
               AND MT-TABLE-COUNT NOT EQUAL 20
               ADD 1 TO LD-ROW
               DISPLAY "BAD ROW " LD-ROW " IN MONSTERTYPES.DAT -- "
                   "WRONG LENGTH (FILE STATUS " FS-MONTYPES ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MONSTER-TYPES
           IF MT-TABLE-COUNT EQUAL 0
               DISPLAY "MONSTERTYPES.DAT HAS NO ROWS -- NOTHING TO "
                   "FIGHT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       VALIDATE-MONSTER-TYPE-ROW.
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN MTF-NAME EQUAL SPACES
                   MOVE "BLANK NAME" TO LD-REASON
               WHEN NOT MTF-TYPE-KNOWN
                   MOVE "UNKNOWN TYPE" TO LD-REASON
               WHEN MTF-DIGITS IS NOT NUMERIC
                   MOVE "NON-NUMERIC STAT COLUMNS" TO LD-REASON
               WHEN MTF-HEALTH EQUAL ZERO
                   MOVE "ZERO HEALTH" TO LD-REASON
               WHEN MTF-ATK-MIN > MTF-ATK-MAX
                   MOVE "ATK MIN ABOVE MAX" TO LD-REASON
               WHEN MTF-SPATK-MIN > MTF-SPATK-MAX
                   MOVE "SPATK MIN ABOVE MAX" TO LD-REASON
               WHEN MTF-DEF-MIN > MTF-DEF-MAX
                   MOVE "DEF MIN ABOVE MAX" TO LD-REASON
               WHEN MTF-SPDEF-MIN > MTF-SPDEF-MAX
                   MOVE "SPDEF MIN ABOVE MAX" TO LD-REASON
               WHEN MTF-RATIO-ATK-MIN > MTF-RATIO-ATK-MAX
                   MOVE "ATK% MIN ABOVE MAX" TO LD-REASON
               WHEN MTF-RATIO-SP-MIN > MTF-RATIO-SP-MAX
                   MOVE "SP% MIN ABOVE MAX" TO LD-REASON
               WHEN MTF-WEIGHT EQUAL ZERO
                   MOVE "ZERO WEIGHT" TO LD-REASON
           END-EVALUATE
           IF LD-REASON NOT EQUAL SPACES
               DISPLAY "BAD ROW " LD-ROW " IN MONSTERTYPES.DAT -- "
                   LD-REASON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * same checks as KOBOLD-ARENA's LOAD-MONSTER-BEHAVIORS; a
      * missing file means no behaviours, as it does there.
       LOAD-MONSTER-BEHAVIORS.
           MOVE 0 TO MB-TABLE-COUNT
           MOVE 0 TO LD-ROW
           OPEN INPUT MONSTER-BEHAVIORS
           IF FS-MONBEHAV EQUAL "00"
               PERFORM UNTIL FS-MONBEHAV NOT EQUAL "00"
                   OR MB-TABLE-COUNT EQUAL 40
                   READ MONSTER-BEHAVIORS
                   IF FS-MONBEHAV EQUAL "00"
                       ADD 1 TO LD-ROW
                       PERFORM VALIDATE-BEHAVIOR-ROW
                       ADD 1 TO MB-TABLE-COUNT
                       SET MB-IDX TO MB-TABLE-COUNT
                       MOVE MBF-NAME   TO MBT-NAME(MB-IDX)
                       MOVE MBF-FIGHTS TO MBT-FIGHTS(MB-IDX)
                       MOVE MBF-KIND   TO MBT-KIND(MB-IDX)
                       MOVE MBF-BELOW  TO MBT-BELOW(MB-IDX)
                       MOVE MBF-AMOUNT TO MBT-AMOUNT(MB-IDX)
                   END-IF
               END-PERFORM
               IF FS-MONBEHAV NOT EQUAL "10"
                   AND MB-TABLE-COUNT NOT EQUAL 40
                   ADD 1 TO LD-ROW
                   DISPLAY "BAD ROW " LD-ROW " IN MONSTERBEHAVIOR.DAT "
                       "-- WRONG LENGTH (FILE STATUS " FS-MONBEHAV ")"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE MONSTER-BEHAVIORS
           EXIT.

       VALIDATE-BEHAVIOR-ROW.
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN MBF-NAME EQUAL SPACES
                   MOVE "BLANK NAME" TO LD-REASON
               WHEN NOT MBF-FIGHTS-KNOWN
                   MOVE "FIGHTS NOT ALL OR BOSS" TO LD-REASON
               WHEN NOT MBF-KIND-KNOWN
                   MOVE "UNKNOWN KIND" TO LD-REASON
               WHEN MBF-DIGITS IS NOT NUMERIC
                   MOVE "NON-NUMERIC COLUMNS" TO LD-REASON
               WHEN (MBF-KIND EQUAL "HEAL" OR MBF-KIND EQUAL "ENRAGE")
                   AND (MBF-BELOW EQUAL ZERO OR MBF-BELOW > 99)
                   MOVE "BELOW% NOT 1 TO 99" TO LD-REASON
               WHEN (MBF-KIND EQUAL "HEAL" OR MBF-KIND EQUAL "ENRAGE")
                   AND MBF-AMOUNT EQUAL ZERO
                   MOVE "ZERO AMOUNT" TO LD-REASON
               WHEN MBF-KIND EQUAL "FOCUS"
                   AND (MBF-BELOW EQUAL ZERO OR MBF-BELOW > 100)
                   MOVE "BELOW% NOT 1 TO 100" TO LD-REASON
               WHEN MBF-KIND EQUAL "FOCUS" AND MBF-AMOUNT NOT EQUAL 0
                   MOVE "AMOUNT GIVEN FOR FOCUS" TO LD-REASON
               WHEN MBF-KIND EQUAL "OPENER" AND MBF-DIGITS NOT EQUAL 0
                   MOVE "FIGURES GIVEN FOR OPENER" TO LD-REASON
           END-EVALUATE
           PERFORM VARYING MB-SCAN FROM 1 BY 1
               UNTIL MB-SCAN > MB-TABLE-COUNT
               IF MBT-NAME(MB-SCAN) EQUAL MBF-NAME
                   AND MBT-FIGHTS(MB-SCAN) EQUAL MBF-FIGHTS
                   AND MBT-KIND(MB-SCAN) EQUAL MBF-KIND
                   AND LD-REASON EQUAL SPACES
                   MOVE "DUPLICATE KIND FOR MONSTER" TO LD-REASON
               END-IF
           END-PERFORM
           IF LD-REASON NOT EQUAL SPACES
               DISPLAY "BAD ROW " LD-ROW " IN MONSTERBEHAVIOR.DAT -- "
                   LD-REASON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * a missing or empty chart would turn every matchup neutral and
      * make the sweep meaningless, so that stops the job.
       LOAD-TYPE-CHART.
           MOVE 0 TO TC-TABLE-COUNT
           MOVE 0 TO LD-ROW
           OPEN INPUT TYPE-CHART
           IF FS-TYPECHART NOT EQUAL "00"
               DISPLAY "COULD NOT OPEN TYPECHART.DAT -- FILE STATUS "
                   FS-TYPECHART
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FS-TYPECHART NOT EQUAL "00"
               OR TC-TABLE-COUNT EQUAL 20
               READ TYPE-CHART
               IF FS-TYPECHART EQUAL "00"
                   ADD 1 TO LD-ROW
                   ADD 1 TO TC-TABLE-COUNT
                   MOVE TCF-ATK-TYPE TO TCT-ATK-TYPE(TC-TABLE-COUNT)
                   MOVE TCF-DEF-TYPE TO TCT-DEF-TYPE(TC-TABLE-COUNT)
                   MOVE TCF-MULT     TO TCT-MULT(TC-TABLE-COUNT)
               END-IF
           END-PERFORM
           CLOSE TYPE-CHART
           IF TC-TABLE-COUNT EQUAL 0
               DISPLAY "TYPECHART.DAT HAS NO ROWS -- EVERY MATCHUP "
                   "WOULD PLAY NEUTRAL"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * every grid point for one player type, then the even split
      * for scale, then the report and the build files.
       SWEEP-ONE-TYPE.
           MOVE 0 TO SW-TOP-COUNT
           MOVE 0 TO SW-BUILDS-TRIED
           PERFORM VARYING SW-Z-IDX FROM 1 BY 1 UNTIL SW-Z-IDX > 4
               MOVE "N" TO SWZ-FOUND(SW-Z-IDX)
           END-PERFORM

           PERFORM TRY-GRID-POINT
               VARYING SW-ATK FROM 0 BY SW-STEP
                   UNTIL SW-ATK > SW-STAT-CAP
               AFTER SW-SPATK FROM 0 BY SW-STEP
                   UNTIL SW-SPATK > SW-STAT-CAP
               AFTER SW-DEF FROM 0 BY SW-STEP
                   UNTIL SW-DEF > SW-STAT-CAP

      *    the quarter split BATCH-SETUP-PLAYER hands every batch
      *    player, odd points to ATTACK
           DIVIDE SW-POOL BY 4 GIVING SWR-SPATTACK
               REMAINDER TMP-UINT
           MOVE SWR-SPATTACK TO SWR-DEFENSE
           MOVE SWR-SPATTACK TO SWR-SPDEFENSE
           ADD SWR-SPATTACK TMP-UINT GIVING SWR-ATTACK
           PERFORM PLAY-BUILD
           MOVE SW-RESULT TO SW-EVEN-RESULT

           PERFORM PRINT-TYPE-RESULTS
           PERFORM WRITE-TOP-BUILDS
           EXIT.

      * SP-DEF takes what the other three leave, so every build spends
      * the whole pool; points it cannot hold are no build at all.
       TRY-GRID-POINT.
           COMPUTE SW-LEFT = SW-POOL - SW-ATK - SW-SPATK - SW-DEF
           IF SW-LEFT < 0 OR SW-LEFT > 99
               EXIT PARAGRAPH
           END-IF
           MOVE SW-ATK TO SWR-ATTACK
           MOVE SW-SPATK TO SWR-SPATTACK
           MOVE SW-DEF TO SWR-DEFENSE
           MOVE SW-LEFT TO SWR-SPDEFENSE
           ADD 1 TO SW-BUILDS-TRIED
           PERFORM PLAY-BUILD
           PERFORM RANK-BUILD
           PERFORM NOTE-ZERO-STATS
           EXIT.

      * the SWR- build plays one survival run per seed; the totals
      * land in SW-RESULT.
       PLAY-BUILD.
           MOVE 0 TO SWR-MONSTERS
           MOVE 0 TO SWR-FLOORS
           MOVE 0 TO SWR-BEST-FLOOR
           MOVE 0 TO SWR-DMG-DEALT
           PERFORM VARYING SW-SEED-IDX FROM 1 BY 1
               UNTIL SW-SEED-IDX > SW-SEED-COUNT
               PERFORM PLAY-ONE-SEED
               ADD ST-MONSTERS TO SWR-MONSTERS
               ADD FL-FLOOR TO SWR-FLOORS
               ADD ST-DMG-DEALT TO SWR-DMG-DEALT
               IF FL-FLOOR > SWR-BEST-FLOOR
                   MOVE FL-FLOOR TO SWR-BEST-FLOOR
               END-IF
           END-PERFORM
           EXIT.

      * one run of KOBOLD-ARENA's RUN-BATCH-MODE loop. the draw
      * BATCH-SETUP-PLAYER spends on the random player type is drawn
      * and dropped, so a seed here meets the spawn stream the
      * arena's first batch run on that seed would.
       PLAY-ONE-SEED.
           MOVE FUNCTION RANDOM(SW-SEED(SW-SEED-IDX)) TO TMP-NUM
           MOVE FUNCTION RANDOM TO TMP-NUM

           MOVE 100 TO PL-HEALTH
           MOVE SWR-ATTACK TO PL-ATTACK
           MOVE SWR-SPATTACK TO PL-SPATTACK
           MOVE SWR-DEFENSE TO PL-DEFENSE
           MOVE SWR-SPDEFENSE TO PL-SPDEFENSE
           MOVE SW-TYPE(SW-TYPE-IDX) TO PL-TYPE
           MOVE ZEROES TO GAME-STATS
           MOVE ZERO TO WS-BATCH-TURNS

           PERFORM GENERATE-MONSTER
           PERFORM UNTIL PL-HEALTH IS LESS THAN OR EQUAL TO ZERO
               OR WS-BATCH-TURNS > WS-BATCH-TURN-CAP

               PERFORM REPL-LOOP-BATCH

               IF PL-HEALTH IS GREATER THAN ZERO
                   AND WS-BATCH-TURNS IS LESS THAN OR EQUAL TO
                       WS-BATCH-TURN-CAP
                   ADD AR-HEAL-BETWEEN TO PL-HEALTH
                   PERFORM GENERATE-MONSTER
               END-IF
           END-PERFORM
           EXIT.

      * keeps SW-TOP-TABLE in rank order: the new build is slotted in
      * above the first entry it beats and the tail falls off. a tie
      * on every column leaves the earlier grid point ahead.
       RANK-BUILD.
           MOVE 0 TO SW-SLOT
           PERFORM VARYING SW-T-IDX FROM 1 BY 1
               UNTIL SW-T-IDX > SW-TOP-COUNT OR SW-SLOT NOT EQUAL 0
               PERFORM COMPARE-WITH-TOP
               IF SW-NEW-AHEAD
                   SET SW-SLOT TO SW-T-IDX
               END-IF
           END-PERFORM
           IF SW-SLOT EQUAL 0
               IF SW-TOP-COUNT < SW-TOP-WANTED
                   ADD 1 TO SW-TOP-COUNT
                   MOVE SW-RESULT TO SW-TOP-ENTRY(SW-TOP-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SW-TOP-COUNT < SW-TOP-WANTED
               ADD 1 TO SW-TOP-COUNT
           END-IF
           PERFORM VARYING SW-T-IDX FROM SW-TOP-COUNT BY -1
               UNTIL SW-T-IDX NOT > SW-SLOT
               MOVE SW-TOP-ENTRY(SW-T-IDX - 1)
                   TO SW-TOP-ENTRY(SW-T-IDX)
           END-PERFORM
           MOVE SW-RESULT TO SW-TOP-ENTRY(SW-SLOT)
           EXIT.

      * the seed count is the same for every build, so totals rank
      * exactly as averages do.
       COMPARE-WITH-TOP.
           MOVE SPACE TO SW-ORDER
           EVALUATE TRUE
               WHEN SWR-MONSTERS > SWT-MONSTERS(SW-T-IDX)
                   MOVE "A" TO SW-ORDER
               WHEN SWR-MONSTERS < SWT-MONSTERS(SW-T-IDX)
                   CONTINUE
               WHEN SWR-FLOORS > SWT-FLOORS(SW-T-IDX)
                   MOVE "A" TO SW-ORDER
               WHEN SWR-FLOORS < SWT-FLOORS(SW-T-IDX)
                   CONTINUE
               WHEN SWR-DMG-DEALT > SWT-DMG-DEALT(SW-T-IDX)
                   MOVE "A" TO SW-ORDER
           END-EVALUATE
           EXIT.

      * the best build seen so far with each stat at zero
       NOTE-ZERO-STATS.
           PERFORM VARYING SW-Z-IDX FROM 1 BY 1 UNTIL SW-Z-IDX > 4
               EVALUATE TRUE
                   WHEN SW-Z-IDX EQUAL 1 AND SWR-ATTACK EQUAL 0
                       PERFORM KEEP-ZERO-BEST
                   WHEN SW-Z-IDX EQUAL 2 AND SWR-SPATTACK EQUAL 0
                       PERFORM KEEP-ZERO-BEST
                   WHEN SW-Z-IDX EQUAL 3 AND SWR-DEFENSE EQUAL 0
                       PERFORM KEEP-ZERO-BEST
                   WHEN SW-Z-IDX EQUAL 4 AND SWR-SPDEFENSE EQUAL 0
                       PERFORM KEEP-ZERO-BEST
               END-EVALUATE
           END-PERFORM
           EXIT.

      * borrows the last top-table slot past the wanted count as
      * scratch so COMPARE-WITH-TOP can judge the two.
       KEEP-ZERO-BEST.
           IF SWZ-FOUND(SW-Z-IDX) EQUAL "N"
               MOVE "Y" TO SWZ-FOUND(SW-Z-IDX)
               MOVE SW-RESULT TO SWZ-RESULT(SW-Z-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SWZ-RESULT(SW-Z-IDX) TO SW-TOP-ENTRY(11)
           SET SW-T-IDX TO 11
           PERFORM COMPARE-WITH-TOP
           IF SW-NEW-AHEAD
               MOVE SW-RESULT TO SWZ-RESULT(SW-Z-IDX)
           END-IF
           EXIT.

       PRINT-TYPE-RESULTS.
           DISPLAY " "
           DISPLAY "TYPE " SW-TYPE(SW-TYPE-IDX)
               "   BUILDS TRIED: " SW-BUILDS-TRIED
           DISPLAY "RANK   ATK SPATK  DEF SPDEF   AVG-MON  AVG-FLR"
               "  BEST-FLR  FILE"
           PERFORM VARYING SW-T-IDX FROM 1 BY 1
               UNTIL SW-T-IDX > SW-TOP-COUNT
               MOVE SW-TOP-ENTRY(SW-T-IDX) TO SW-RESULT
               SET SW-SLOT TO SW-T-IDX
               PERFORM SET-BUILD-FILE-NAME
               MOVE SW-SLOT TO SW-RANK-NUM
               MOVE SPACES TO SBL-RANK
               MOVE SW-RANK-NUM TO SBL-RANK(2:2)
               MOVE SW-BUILD-NAME TO SBL-FILE
               PERFORM PRINT-BUILD-LINE
           END-PERFORM

           MOVE SW-EVEN-RESULT TO SW-RESULT
           MOVE "EVEN  " TO SBL-RANK
           MOVE "(BATCH SPLIT)" TO SBL-FILE
           PERFORM PRINT-BUILD-LINE

           DISPLAY "BEST WITH A STAT LEFT AT ZERO:"
           PERFORM VARYING SW-Z-IDX FROM 1 BY 1 UNTIL SW-Z-IDX > 4
               IF SWZ-FOUND(SW-Z-IDX) EQUAL "Y"
                   MOVE SWZ-RESULT(SW-Z-IDX) TO SW-RESULT
                   MOVE "ZERO  " TO SBL-RANK
                   MOVE SPACES TO SBL-FILE
                   STRING
                       "(NO " DELIMITED BY SIZE
                       SW-LABEL(SW-Z-IDX) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO SBL-FILE
                   PERFORM PRINT-BUILD-LINE
               END-IF
           END-PERFORM
           EXIT.

       PRINT-BUILD-LINE.
           MOVE SWR-ATTACK TO SBL-ATTACK
           MOVE SWR-SPATTACK TO SBL-SPATTACK
           MOVE SWR-DEFENSE TO SBL-DEFENSE
           MOVE SWR-SPDEFENSE TO SBL-SPDEFENSE
           DIVIDE SWR-MONSTERS BY SW-SEED-COUNT
               GIVING SW-AVG ROUNDED
           MOVE SW-AVG TO SBL-AVG-MON
           DIVIDE SWR-FLOORS BY SW-SEED-COUNT
               GIVING SW-AVG ROUNDED
           MOVE SW-AVG TO SBL-AVG-FLOOR
           MOVE SWR-BEST-FLOOR TO SBL-BEST-FLOOR
           DISPLAY SW-BUILD-LINE
           EXIT.

       SET-BUILD-FILE-NAME.
           MOVE SW-SLOT TO TMP-UINT
           MOVE SPACES TO SW-BUILD-NAME
           STRING
               "SWEEP-" DELIMITED BY SIZE
               SW-TYPE(SW-TYPE-IDX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               TMP-UINT(3:2) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO SW-BUILD-NAME
           EXIT.

      * one PLAYER.DAT-layout file per kept build, best first, each
      * followed by its seal line as WRITE-SEALED-BUILD writes it.
      * SEALREG.DAT is left alone: the file is listed under the
      * profile's name when it is copied over a listed build, and a
      * sealed file loads as sealed whether listed or not.
       WRITE-TOP-BUILDS.
           PERFORM VARYING SW-T-IDX FROM 1 BY 1
               UNTIL SW-T-IDX > SW-TOP-COUNT
               SET SW-SLOT TO SW-T-IDX
               PERFORM SET-BUILD-FILE-NAME
               OPEN OUTPUT BUILD-FILE
               IF FS-BUILD NOT EQUAL "00"
                   DISPLAY "ERROR: COULD NOT WRITE " SW-BUILD-NAME
                       " -- FILE STATUS " FS-BUILD
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE SWT-ATTACK(SW-T-IDX)    TO PF-ATTACK
                   MOVE SWT-SPATTACK(SW-T-IDX)  TO PF-SPATTACK
                   MOVE SWT-DEFENSE(SW-T-IDX)   TO PF-DEFENSE
                   MOVE SWT-SPDEFENSE(SW-T-IDX) TO PF-SPDEFENSE
                   MOVE SW-TYPE(SW-TYPE-IDX)    TO PF-TYPE
                   MOVE PLAYER-FILE-RECORD TO SL-DATA
                   MOVE LENGTH OF PLAYER-FILE-RECORD TO SL-LEN
                   PERFORM SEAL-START
                   PERFORM SEAL-ADD-DATA
                   WRITE PLAYER-FILE-RECORD
                   MOVE SL-HASH TO SL-SEAL
                   WRITE PLAYER-FILE-RECORD FROM SL-TRAILER
                   CLOSE BUILD-FILE
               END-IF
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

      * the arena's batch fight, paragraph for paragraph: KOBOLD-
      * ARENA's GENERATE-MONSTER (less the logging), COMPUTE-FLOOR-
      * STATE, APPLY-FLOOR-SCALING, PICK-MONSTER-BEHAVIORS, GEN-RNG-
      * NUMBER, SELECT-MONSTER-TYPE, REPL-LOOP-BATCH, the BATCH-
      * attack paragraphs and the monster behaviour turns, with
      * the same PICs and verb order so every truncation and every
      * random draw falls the same way.
       GENERATE-MONSTER.
           MOVE ZEROES TO GEN-STAT-RANGES
           PERFORM SELECT-MONSTER-TYPE

           MOVE RANGE-ATK-MAX TO RNG-MAX-VAL
           MOVE RANGE-ATK-MIN TO RNG-MIN-VAL
           PERFORM GEN-RNG-NUMBER
           MOVE TMP-NUM TO MON-ATTACK

           MOVE RANGE-DEF-MAX TO RNG-MAX-VAL
           MOVE RANGE-DEF-MIN TO RNG-MIN-VAL
           PERFORM GEN-RNG-NUMBER
           MOVE TMP-NUM TO MON-DEFENSE

           MOVE RANGE-SPATK-MAX TO RNG-MAX-VAL
           MOVE RANGE-SPATK-MIN TO RNG-MIN-VAL
           PERFORM GEN-RNG-NUMBER
           MOVE TMP-NUM TO MON-SPATTACK

           MOVE RANGE-SPDEF-MAX TO RNG-MAX-VAL
           MOVE RANGE-SPDEF-MIN TO RNG-MIN-VAL
           PERFORM GEN-RNG-NUMBER
           MOVE TMP-NUM TO MON-SPDEFENSE

           MOVE RANGE-RATIO-ATK-MAX TO RNG-MAX-VAL
           MOVE RANGE-RATIO-ATK-MIN TO RNG-MIN-VAL
           PERFORM GEN-RNG-NUMBER
           MOVE TMP-NUM TO MON-ATK-RATIO

           MOVE RANGE-RATIO-SP-MAX TO RNG-MAX-VAL
           MOVE RANGE-RATIO-SP-MIN TO RNG-MIN-VAL
           PERFORM GEN-RNG-NUMBER
           MOVE TMP-NUM TO MON-SP-RATIO

           ADD ONE TO ST-MONSTERS
           PERFORM COMPUTE-FLOOR-STATE
           PERFORM APPLY-FLOOR-SCALING
           PERFORM PICK-MONSTER-BEHAVIORS
           EXIT.

       COMPUTE-FLOOR-STATE.
           IF ST-MONSTERS EQUAL ZERO
               MOVE 1 TO FL-FLOOR
               MOVE "N" TO FL-BOSS-FLAG
           ELSE
               SUBTRACT 1 FROM ST-MONSTERS GIVING FL-CALC
               DIVIDE FL-CALC BY AR-BOSS-EVERY GIVING FL-FLOOR
               ADD 1 TO FL-FLOOR
               DIVIDE ST-MONSTERS BY AR-BOSS-EVERY GIVING FL-CALC
                   REMAINDER FL-REMAINDER
               IF FL-REMAINDER EQUAL ZERO
                   MOVE "Y" TO FL-BOSS-FLAG
               ELSE
                   MOVE "N" TO FL-BOSS-FLAG
               END-IF
           END-IF
           EXIT.

       APPLY-FLOOR-SCALING.
           SUBTRACT 1 FROM FL-FLOOR GIVING FL-CALC
           MULTIPLY FL-SCALE-PER-FLOOR BY FL-CALC
               GIVING FL-STAT-NUDGE
           IF FL-BOSS
               ADD 10 TO FL-STAT-NUDGE
               MULTIPLY MON-HEALTH BY 2 GIVING MON-HEALTH
                   ON SIZE ERROR MOVE 999 TO MON-HEALTH
               END-MULTIPLY
           END-IF
           IF FL-STAT-NUDGE > 99
               MOVE 99 TO FL-STAT-NUDGE
           END-IF

           ADD MON-ATTACK FL-STAT-NUDGE GIVING TMP-UINT
           IF TMP-UINT > 99
               MOVE 99 TO TMP-UINT
           END-IF
           MOVE TMP-UINT TO MON-ATTACK

           ADD MON-SPATTACK FL-STAT-NUDGE GIVING TMP-UINT
           IF TMP-UINT > 99
               MOVE 99 TO TMP-UINT
           END-IF
           MOVE TMP-UINT TO MON-SPATTACK

           ADD MON-DEFENSE FL-STAT-NUDGE GIVING TMP-UINT
           IF TMP-UINT > 99
               MOVE 99 TO TMP-UINT
           END-IF
           MOVE TMP-UINT TO MON-DEFENSE

           ADD MON-SPDEFENSE FL-STAT-NUDGE GIVING TMP-UINT
           IF TMP-UINT > 99
               MOVE 99 TO TMP-UINT
           END-IF
           MOVE TMP-UINT TO MON-SPDEFENSE
           EXIT.

       PICK-MONSTER-BEHAVIORS.
           MOVE MON-HEALTH TO MB-FULL-HEALTH
           MOVE 0 TO MB-HEAL-BELOW
           MOVE 0 TO MB-HEAL-AMOUNT
           MOVE 0 TO MB-ENRAGE-BELOW
           MOVE 0 TO MB-ENRAGE-AMOUNT
           MOVE 0 TO MB-FOCUS-BELOW
           MOVE "N" TO MB-OPENER
           MOVE "N" TO MB-HEALED
           MOVE "N" TO MB-ENRAGED
           MOVE "N" TO MB-FOCUSED
           MOVE "N" TO MB-OPENED

           MOVE "ALL " TO MB-FIGHTS-WANTED
           IF FL-BOSS
               PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > MB-TABLE-COUNT
                   IF MBT-NAME(MB-IDX) EQUAL MON-NAME
                       AND MBT-FIGHTS(MB-IDX) EQUAL "BOSS"
                       MOVE "BOSS" TO MB-FIGHTS-WANTED
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > MB-TABLE-COUNT
               IF MBT-NAME(MB-IDX) EQUAL MON-NAME
                   AND MBT-FIGHTS(MB-IDX) EQUAL MB-FIGHTS-WANTED
                   EVALUATE MBT-KIND(MB-IDX)
                       WHEN "HEAL"
                           MOVE MBT-BELOW(MB-IDX) TO MB-HEAL-BELOW
                           MOVE MBT-AMOUNT(MB-IDX) TO MB-HEAL-AMOUNT
                       WHEN "ENRAGE"
                           MOVE MBT-BELOW(MB-IDX) TO MB-ENRAGE-BELOW
                           MOVE MBT-AMOUNT(MB-IDX) TO MB-ENRAGE-AMOUNT
                       WHEN "FOCUS"
                           MOVE MBT-BELOW(MB-IDX) TO MB-FOCUS-BELOW
                       WHEN "OPENER"
                           MOVE "Y" TO MB-OPENER
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

       GEN-RNG-NUMBER.
           MOVE ZERO TO TMP-NUM
           PERFORM UNTIL TMP-NUM IS LESS THAN OR EQUAL TO RNG-MAX-VAL
               AND TMP-NUM IS GREATER THAN OR EQUAL TO RNG-MIN-VAL

               MOVE FUNCTION RANDOM TO TMP-NUM
               MULTIPLY 100 BY TMP-NUM
           END-PERFORM.
           EXIT.

       SELECT-MONSTER-TYPE.
           MOVE FUNCTION RANDOM TO TMP-NUM
           MULTIPLY MT-TOTAL-WEIGHT BY TMP-NUM GIVING MT-PICK-ROLL
           ADD 1 TO MT-PICK-ROLL
           MOVE 0 TO MT-WEIGHT-ACCUM

           PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-TABLE-COUNT
               ADD MTT-WEIGHT(MT-IDX) TO MT-WEIGHT-ACCUM
               IF MT-WEIGHT-ACCUM >= MT-PICK-ROLL
                   MOVE MTT-NAME(MT-IDX)   TO MON-NAME
                   MOVE MTT-HEALTH(MT-IDX) TO MON-HEALTH
                   MOVE MTT-RANGES(MT-IDX) TO GEN-STAT-RANGES

                   MOVE MTT-TYPE(MT-IDX) TO MT-SELECTED-TYPE
                   IF MT-SELECTED-TYPE EQUAL "RANDM"
                       PERFORM ROLL-RANDOM-MONSTER-TYPE
                   ELSE
                       MOVE MT-SELECTED-TYPE TO MON-TYPE
                   END-IF

                   SET MT-IDX TO MT-TABLE-COUNT
               END-IF
           END-PERFORM
           EXIT.

       ROLL-RANDOM-MONSTER-TYPE.
           MOVE FUNCTION RANDOM TO TMP-NUM
           MULTIPLY 3 BY TMP-NUM
           ADD 1 TO TMP-NUM
           MOVE TMP-NUM TO TMP-UINT
           EVALUATE TMP-UINT
               WHEN 1 MOVE "WATER" TO MON-TYPE
               WHEN 2 MOVE "FIRE"  TO MON-TYPE
               WHEN 3 MOVE "EARTH" TO MON-TYPE
           END-EVALUATE
           EXIT.

       REPL-LOOP-BATCH.
           PERFORM UNTIL PL-HEALTH IS LESS THAN OR EQUAL TO ZERO
               OR MON-HEALTH IS LESS THAN OR EQUAL TO ZERO
               OR WS-BATCH-TURNS > WS-BATCH-TURN-CAP

               ADD 1 TO WS-BATCH-TURNS
               MOVE ONE TO DO-MONSTER-ATTACK
               MOVE ZERO TO MON-DEFEND

               MOVE FUNCTION RANDOM TO TMP-NUM
               MULTIPLY 100 BY TMP-NUM
               IF MON-ATK-RATIO IS LESS THAN OR EQUAL TO TMP-NUM
                   MOVE ONE TO MON-DEFEND
               END-IF
               PERFORM SET-MONSTER-STANCE

               PERFORM BATCH-CHOOSE-ACTION
               EVALUATE WS-BATCH-ACTION
                   WHEN 2
                       PERFORM BATCH-SPECIAL-ATTACK
                   WHEN OTHER
                       PERFORM BATCH-NORMAL-ATTACK
               END-EVALUATE

               IF DO-MONSTER-ATTACK EQUAL ONE
                   AND MON-HEALTH IS GREATER THAN ZERO
                   PERFORM BATCH-MONSTER-ATTACK
               END-IF
               PERFORM CHECK-MONSTER-ENRAGE
           END-PERFORM
           EXIT.

       BATCH-CHOOSE-ACTION.
           MOVE PL-TYPE TO TMP-ATK-TYPE
           MOVE MON-TYPE TO TMP-DEF-TYPE
           PERFORM GET-TYPE-MULTIPLIER
           IF TC-LOOKUP-MULT IS GREATER THAN 1
               MOVE 2 TO WS-BATCH-ACTION
           ELSE
               MOVE 1 TO WS-BATCH-ACTION
           END-IF
           EXIT.

       BATCH-NORMAL-ATTACK.
           ADD ONE TO ST-AT-USED
           MOVE MON-DEFENSE TO TMP-DEF
           MOVE PL-ATTACK TO TMP-ATK
           PERFORM CALCULATE-DAMAGE
           IF MON-DEFEND IS EQUAL TO ONE
               MULTIPLY DEFEND-RATIO BY TMP-NUM GIVING TMP-NUM
           END-IF
           ADD TMP-NUM TO ST-DMG-DEALT
           SUBTRACT TMP-NUM FROM MON-HEALTH GIVING MON-HEALTH
           EXIT.

       BATCH-SPECIAL-ATTACK.
           ADD ONE TO ST-SP-USED
           MOVE MON-SPDEFENSE TO TMP-DEF
           MOVE PL-SPATTACK TO TMP-ATK
           PERFORM CALCULATE-DAMAGE
           MOVE PL-TYPE TO TMP-ATK-TYPE
           MOVE MON-TYPE TO TMP-DEF-TYPE
           PERFORM CALCULATE-SP-DAMAGE
           IF MON-DEFEND IS EQUAL TO ONE
               MULTIPLY DEFEND-RATIO BY TMP-NUM GIVING TMP-NUM
           END-IF
           ADD TMP-NUM TO ST-DMG-DEALT
           SUBTRACT TMP-NUM FROM MON-HEALTH GIVING MON-HEALTH
           EXIT.

       BATCH-MONSTER-ATTACK.
           MOVE FUNCTION RANDOM TO TMP-NUM
           MULTIPLY 100 BY TMP-NUM
           PERFORM PLAN-MONSTER-TURN
           EVALUATE MB-TURN
               WHEN "H"
                   PERFORM MONSTER-HEALS
                   EXIT PARAGRAPH
               WHEN "F"
                   MOVE "Y" TO MB-FOCUSED
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MB-FORCED EQUAL "O"
               MOVE "Y" TO MB-OPENED
           END-IF

           IF MB-FORCED EQUAL SPACE
               AND MON-SP-RATIO <= TMP-NUM
               MOVE PL-DEFENSE TO TMP-DEF
               MOVE MON-ATTACK TO TMP-ATK
               PERFORM CALCULATE-DAMAGE
           ELSE
               MOVE PL-SPDEFENSE TO TMP-DEF
               MOVE MON-SPATTACK TO TMP-ATK
               PERFORM CALCULATE-DAMAGE
               MOVE MON-TYPE TO TMP-ATK-TYPE
               MOVE PL-TYPE TO TMP-DEF-TYPE
               PERFORM CALCULATE-SP-DAMAGE
               IF MB-FORCED EQUAL "F"
                   MULTIPLY FOCUS-RATIO BY TMP-NUM GIVING TMP-NUM
               END-IF
           END-IF
           ADD TMP-NUM TO ST-DMG-RECEIVED
           SUBTRACT TMP-NUM FROM PL-HEALTH GIVING PL-HEALTH
           IF MB-FORCED EQUAL "F"
               MOVE "N" TO MB-FOCUSED
           END-IF
           EXIT.

       SET-MONSTER-STANCE.
           IF MB-FOCUSED EQUAL "Y"
               OR (MB-OPENER EQUAL "Y" AND MB-OPENED EQUAL "N")
               MOVE ZERO TO MON-DEFEND
           END-IF
           EXIT.

      * (the batch monster is never stunned and always swings, so
      * KOBOLD-ARENA's stun and bracing tests drop out here)
       PLAN-MONSTER-TURN.
           MOVE SPACE TO MB-TURN
           MOVE SPACE TO MB-FORCED

           IF MB-HEAL-BELOW > 0 AND MB-HEALED EQUAL "N"
               AND MON-HEALTH < MB-FULL-HEALTH
               MULTIPLY MON-HEALTH BY 100 GIVING MB-CALC
               MULTIPLY MB-HEAL-BELOW BY MB-FULL-HEALTH
                   GIVING MB-LIMIT
               IF MB-CALC <= MB-LIMIT
                   MOVE "H" TO MB-TURN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN MB-FOCUSED EQUAL "Y"
                   MOVE "F" TO MB-FORCED
               WHEN MB-OPENER EQUAL "Y" AND MB-OPENED EQUAL "N"
                   MOVE "O" TO MB-FORCED
               WHEN MB-FOCUS-BELOW > 0
                   AND MON-SP-RATIO > TMP-NUM
                   MULTIPLY MON-HEALTH BY 100 GIVING MB-CALC
                   MULTIPLY MB-FOCUS-BELOW BY MB-FULL-HEALTH
                       GIVING MB-LIMIT
                   IF MB-CALC <= MB-LIMIT
                       MOVE "F" TO MB-TURN
                   END-IF
           END-EVALUATE
           EXIT.

       MONSTER-HEALS.
           MULTIPLY MB-FULL-HEALTH BY MB-HEAL-AMOUNT GIVING MB-CALC
           DIVIDE MB-CALC BY 100 GIVING MB-AMOUNT
           IF MB-AMOUNT EQUAL 0
               MOVE 1 TO MB-AMOUNT
           END-IF
           IF MB-AMOUNT > 99
               MOVE 99 TO MB-AMOUNT
           END-IF
           SUBTRACT MON-HEALTH FROM MB-FULL-HEALTH GIVING MB-CALC
           IF MB-AMOUNT > MB-CALC
               MOVE MB-CALC TO MB-AMOUNT
           END-IF
           ADD MB-AMOUNT TO MON-HEALTH
           MOVE "Y" TO MB-HEALED
           EXIT.

       CHECK-MONSTER-ENRAGE.
           IF MB-ENRAGE-BELOW EQUAL 0 OR MB-ENRAGED EQUAL "Y"
               OR MON-HEALTH IS LESS THAN OR EQUAL TO ZERO
               OR PL-HEALTH IS LESS THAN OR EQUAL TO ZERO
               EXIT PARAGRAPH
           END-IF
           MULTIPLY MON-HEALTH BY 100 GIVING MB-CALC
           MULTIPLY MB-ENRAGE-BELOW BY MB-FULL-HEALTH GIVING MB-LIMIT
           IF MB-CALC > MB-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD MON-ATTACK MB-ENRAGE-AMOUNT GIVING TMP-UINT
           IF TMP-UINT > 99
               MOVE 99 TO TMP-UINT
           END-IF
           MOVE TMP-UINT TO MON-ATTACK
           MOVE "Y" TO MB-ENRAGED
           EXIT.

      * (same formula as KOBOLD-ARENA's CALCULATE-DAMAGE)
       CALCULATE-DAMAGE.
           SUBTRACT TMP-DEF FROM 100
               GIVING TMP-NUM
           DIVIDE TMP-NUM BY 100
               GIVING TMP-NUM
           MULTIPLY TMP-NUM BY TMP-ATK GIVING TMP-NUM
           EXIT.

       CALCULATE-SP-DAMAGE.
           PERFORM GET-TYPE-MULTIPLIER
           MULTIPLY TC-LOOKUP-MULT BY TMP-NUM GIVING TMP-NUM.
           EXIT.

       GET-TYPE-MULTIPLIER.
           MOVE 1 TO TC-LOOKUP-MULT
           PERFORM VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > TC-TABLE-COUNT
               IF TCT-ATK-TYPE(TC-IDX) EQUAL TMP-ATK-TYPE
                   AND TCT-DEF-TYPE(TC-IDX) EQUAL TMP-DEF-TYPE
                   MOVE TCT-MULT(TC-IDX) TO TC-LOOKUP-MULT
                   SET TC-IDX TO TC-TABLE-COUNT
               END-IF
           END-PERFORM.
           EXIT.
