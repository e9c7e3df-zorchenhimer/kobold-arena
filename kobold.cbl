               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNHIST.
           SELECT RUN-MASTER ASSIGN TO 'RUNMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RM-KEY
               ALTERNATE RECORD KEY IS RM-PROFILE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-RULES-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-MONSTERS-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-RUNMAST.
           SELECT CHECKPOINT ASSIGN TO DYNAMIC PR-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ARRULES.
           SELECT GOLD-LEDGER ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-LEDGER.
           SELECT SEAL-REGISTRY ASSIGN TO 'SEALREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SEALREG.
           SELECT ACHIEVEMENT-TYPES ASSIGN TO 'ACHIEVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ACHTYPES.
           SELECT ACHIEVE-FILE ASSIGN TO DYNAMIC PR-ACHIEVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ACHIEVE.
           SELECT MONSTER-BEHAVIORS ASSIGN TO 'MONSTERBEHAVIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONBEHAV.

       DATA DIVISION.

           05 RH-PROFILE   PIC X(10).
           05 RHF-16       PIC X(8)    VALUE " RULES: ".
           05 RH-RULES     PIC X(8).
           05 RHF-17       PIC X(7)    VALUE " SESS: ".
           05 RH-SESSION   PIC 9(4).
           05 RHF-18       PIC X(8)    VALUE " CARRY: ".
           05 RH-CARRIED   PIC 9(4).

      * indexed master of every run, one record per RUNHISTORY.DAT
      * line. the run line is kept whole in RM-HISTORY; the keys in
      * front of it are built from it. the rank fields hold 9999 less
      * monsters survived and 999999 less damage dealt, so reading a
      * key forward gives the best runs first.
       FD RUN-MASTER.
       01 RUN-MASTER-RECORD.
           05 RM-KEY.
               10 RM-DATE         PIC X(10).
               10 RM-TIME         PIC X(8).
               10 RM-PROFILE      PIC X(10).
           05 RM-PROFILE-KEY.
               10 RM-PK-PROFILE   PIC X(10).
               10 RM-PK-MONSTERS  PIC 9(4).
               10 RM-PK-DMG-DEALT PIC 9(6).
           05 RM-RULES-KEY.
               10 RM-RK-RULES     PIC X(8).
               10 RM-RK-MONSTERS  PIC 9(4).
               10 RM-RK-DMG-DEALT PIC 9(6).
           05 RM-MONSTERS-KEY.
               10 RM-MK-MONSTERS  PIC 9(4).
               10 RM-MK-DMG-DEALT PIC 9(6).
           05 RM-HISTORY.
               10 FILLER          PIC X(6).
               10 RMH-DATE        PIC X(10).
               10 FILLER          PIC X(7).
               10 RMH-TIME        PIC X(8).
               10 FILLER          PIC X(7).
               10 RMH-PL-TYPE     PIC X(5).
               10 FILLER          PIC X(6).
               10 RMH-PL-ATTACK   PIC 9(2).
               10 FILLER          PIC X(9).
               10 RMH-PL-SPATTACK PIC 9(2).
               10 FILLER          PIC X(6).
               10 RMH-PL-DEFENSE  PIC 9(2).
               10 FILLER          PIC X(9).
               10 RMH-PL-SPDEFENSE PIC 9(2).
               10 FILLER          PIC X(11).
               10 RMH-MONSTERS    PIC 9(4).
               10 FILLER          PIC X(11).
               10 RMH-DMG-DEALT   PIC 9(6).
               10 FILLER          PIC X(11).
               10 RMH-DMG-RECEIVED PIC 9(6).
               10 FILLER          PIC X(9).
               10 RMH-AT-USED     PIC 9(4).
               10 FILLER          PIC X(9).
               10 RMH-SP-USED     PIC 9(4).
               10 FILLER          PIC X(8).
               10 RMH-FLOOR       PIC 9(4).
               10 FILLER          PIC X(7).
               10 RMH-SEED        PIC 9(9).
               10 FILLER          PIC X(7).
               10 RMH-PROFILE     PIC X(10).
               10 FILLER          PIC X(8).
               10 RMH-RULES       PIC X(8).
               10 FILLER          PIC X(7).
               10 RMH-SESSION     PIC 9(4).
               10 FILLER          PIC X(8).
               10 RMH-CARRIED     PIC 9(4).

       FD CHECKPOINT.
       01 CHECKPOINT-RECORD.
           05 SXF-05       PIC X(7)    VALUE " RECS: ".
           05 SX-RECS      PIC 9(6).

      * rolling gold and item ledger, marked per session like
      * COMBATLOG.DAT: one record for every coin and item that enters
      * or leaves the run -- GOLD (a kill's gold drop, LG-PRICE being
      * the amount), DROP (an item off a kill), BUY (a shop purchase
      * at LG-PRICE) and USE (an item used in a fight). LG-GOLD is the
      * wallet after the event. ECONOMY-REPORT (ledgerrpt.cbl) reads
      * it back by session or date.
       FD GOLD-LEDGER.
       01 LEDGER-RECORD.
           05 LGF-01       PIC X(7)    VALUE "EVENT: ".
           05 LG-EVENT     PIC X(4).
           05 LGF-02       PIC X(7)    VALUE " PROF: ".
           05 LG-PROFILE   PIC X(10).
           05 LGF-03       PIC X(8)    VALUE " FLOOR: ".
           05 LG-FLOOR     PIC 9(4).
           05 LGF-04       PIC X(6)    VALUE " MON: ".
           05 LG-MONSTER   PIC X(20).
           05 LGF-05       PIC X(7)    VALUE " ITEM: ".
           05 LG-ITEM      PIC X(20).
           05 LGF-06       PIC X(6)    VALUE " QTY: ".
           05 LG-QTY       PIC 9(3).
           05 LGF-07       PIC X(8)    VALUE " PRICE: ".
           05 LG-PRICE     PIC 9(4).
           05 LGF-08       PIC X(7)    VALUE " GOLD: ".
           05 LG-GOLD      PIC 9(6).

      * session marker overlaying the same record area, exactly like
      * COMBAT-SESSION-MARKER over COMBAT-LOG-RECORD.
       01 LEDGER-SESSION-MARKER.
           05 LSF-01       PIC X(9)    VALUE "SESSION: ".
           05 LSM-DATE     PIC X(10).
           05 LSF-02       PIC X(7)    VALUE " TIME: ".
           05 LSM-TIME     PIC X(8).

      * persistent career record, bare fields like the checkpoint.
      * experience survives death -- it is only ever added to.
       FD CAREER-FILE.
           05 FILLER         PIC X(20).
           05 BF-DIGITS      PIC 9(24).

      * every save file that has ever been written with a seal, one
      * file name per record (see SEAL-ADD-DATA)
       FD SEAL-REGISTRY.
       01 SEAL-REGISTRY-RECORD.
           05 SRF-FILE         PIC X(30).

      * achievement catalog, in the style of MONSTERTYPES.DAT: the
      * name shown when it unlocks, the kind of condition and its
      * figures, tunable without a code change. the kinds:
      *   FLOOR  reach floor ACF-COUNT
      *   BOSS   defeat a floor boss without using an item that fight
      *   GRIT   win a fight while stunned or poisoned (ACF-TARGET
      *          STUN or POISON to insist on one, blank for either)
      *   SLAY   kill the monster named in ACF-TARGET ACF-COUNT times
      *          over the career (the bestiary's tally)
      *   GOLD   finish a run with ACF-COUNT gold unspent
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

      * the profile's unlocked achievements, one record each: the
      * name, the date it was earned and the seed of the run that
      * earned it. sealed like the bestiary.
       FD ACHIEVE-FILE.
       01 ACHIEVE-RECORD.
           05 AF-NAME      PIC X(20).
           05 AF-DATE      PIC X(10).
           05 AF-SEED      PIC 9(9).

      * per-monster fighting habits, keyed by the MONSTERTYPES.DAT
      * name. a row holds for every fight with that monster (ALL) or
      * only for it as a floor boss (BOSS); a boss that has BOSS rows
      * fights by those alone. percentages are of the health it
      * started the fight with. the kinds:
      *   HEAL    once a fight, at or below MBF-BELOW percent, heal
      *           MBF-AMOUNT percent instead of taking its swing
      *   ENRAGE  once a fight, on dropping to MBF-BELOW percent, add
      *           MBF-AMOUNT to its attack for the rest of the fight
      *   FOCUS   at or below MBF-BELOW percent (100 for always), a
      *           special is held back a turn to land with FOCUS-RATIO
      *           the next, like the player's FOCUS
      *   OPENER  its first swing of the fight is always a special
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

       WORKING-STORAGE SECTION.

       77 FS PIC XX.
       77 FS-RUNHIST    PIC XX.
       77 FS-RUNMAST    PIC XX.
       77 FS-CHECKPOINT PIC XX.
       77 FS-MONTYPES   PIC XX.
       77 FS-TYPECHART  PIC XX.
       77 FS-STATEFF    PIC XX.
       77 FS-SESSIDX    PIC XX.
       77 FS-ARRULES    PIC XX.
       77 FS-LEDGER     PIC XX.
       77 FS-SEALREG    PIC XX.
       77 FS-ACHTYPES   PIC XX.
       77 FS-ACHIEVE    PIC XX.
       77 FS-MONBEHAV   PIC XX.
       77 ONE PIC 9 VALUE 1.
       77 IS-INPUT-OK PIC X.
                   88 INPUT-GOOD VALUE "Y".
       77 PR-CAREER-NAME     PIC X(30) VALUE SPACES.
       77 PR-CHECKPOINT-NAME PIC X(30) VALUE SPACES.
       77 PR-BESTIARY-NAME   PIC X(30) VALUE SPACES.
       77 PR-ACHIEVE-NAME    PIC X(30) VALUE SPACES.
       77 FS-BESTIARY PIC XX.

      * the career bestiary held in memory for the run: the lifetime
       77 BE-FOUND PIC 9 VALUE 0.
       77 BE-HIT-AMT PIC 9(3) VALUE 0.

      * achievement catalog, loaded from ACHIEVEMENTS.DAT at startup.
      * ACT-HELD marks the ones this profile has already unlocked, so
      * each is only ever awarded once.
       77 AC-TABLE-COUNT PIC 99 VALUE 0.
       01 ACHIEVEMENT-TYPE-TABLE.
           05 ACHIEVEMENT-TYPE-ENTRY OCCURS 30 TIMES INDEXED BY AC-IDX.
               10 ACT-NAME     PIC X(20).
               10 ACT-KIND     PIC X(5).
               10 ACT-COUNT    PIC 9(6).
               10 ACT-TARGET   PIC X(20).
               10 ACT-HELD     PIC X.
       77 AC-SCAN PIC 99 VALUE 0.

      * the profile's unlocks held in memory for the run, as read from
      * and written back to its ACHIEVE-<NAME>.DAT. unlocks whose
      * catalog row has since been dropped are kept all the same.
       77 AH-TABLE-COUNT PIC 99 VALUE 0.
       01 ACHIEVE-HELD-TABLE.
           05 ACHIEVE-HELD-ENTRY OCCURS 50 TIMES INDEXED BY AH-IDX.
               10 AHT-NAME     PIC X(20).
               10 AHT-DATE     PIC X(10).
               10 AHT-SEED     PIC 9(9).

      * what this run has unlocked, by catalog entry, for the list at
      * GAME-OVER
       77 AC-RUN-COUNT PIC 99 VALUE 0.
       01 ACHIEVE-RUN-TABLE.
           05 AC-RUN-ENTRY PIC 99 OCCURS 30 TIMES.
       77 AC-RUN-IDX PIC 99 VALUE 0.

      * which game event CHECK-ACHIEVEMENTS is looking at, and what
      * the fight on screen has seen so far: an item used, the player
      * stunned or poisoned
       77 AC-EVENT PIC X VALUE SPACE.
                   88 AC-AT-SPAWN VALUE "S".
                   88 AC-AT-KILL  VALUE "K".
                   88 AC-AT-END   VALUE "E".
       77 AC-MET PIC X VALUE "N".
       77 AC-FIGHT-ITEM PIC X VALUE "N".
       77 AC-FIGHT-STUNNED PIC X VALUE "N".
       77 AC-FIGHT-POISONED PIC X VALUE "N".

      * the seed FUNCTION RANDOM was primed with, taken from the
      * command line when given and from the clock otherwise, and
      * recorded with every run so it can be replayed.
       77 MT-WEIGHT-ACCUM PIC 9(4).
       01 MT-SELECTED-TYPE PIC X(5).

      * behaviour rows, loaded from MONSTERBEHAVIOR.DAT at startup
       77 MB-TABLE-COUNT PIC 99 VALUE 0.
       01 MONSTER-BEHAVIOR-TABLE.
           05 MONSTER-BEHAVIOR-ENTRY OCCURS 40 TIMES INDEXED BY MB-IDX.
               10 MBT-NAME     PIC X(20).
               10 MBT-FIGHTS   PIC X(4).
               10 MBT-KIND     PIC X(6).
               10 MBT-BELOW    PIC 9(3).
               10 MBT-AMOUNT   PIC 9(3).
       77 MB-SCAN PIC 99 VALUE 0.

      * the habits of the monster on screen, picked at spawn (a BELOW
      * of zero means none of that kind), and what it has done with
      * them so far this fight
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
      * this turn's plan: H heal or F focus in place of the swing,
      * space to go by the rolls; and a special forced by O the
      * opener or F a held focus
       77 MB-TURN PIC X VALUE SPACE.
       77 MB-FORCED PIC X VALUE SPACE.
       77 MB-CALC PIC 9(6) VALUE 0.
       77 MB-LIMIT PIC 9(6) VALUE 0.
       77 MB-AMOUNT PIC 9(3) VALUE 0.

      * item catalog, loaded from ITEMTYPES.DAT at startup, and the
      * inventory carried through the run (one count per catalog
      * entry). drops are rolled by weight like SELECT-MONSTER-TYPE.
       77 BV-OK PIC X VALUE "Y".
       77 CV-OK PIC X VALUE "Y".

      * save-file seals. SAVE-PLAYER-BUILD, SAVE-CAREER, SAVE-
      * CHECKPOINT, SAVE-BESTIARY and SAVE-ACHIEVEMENTS follow their
      * records with one trailer line: "*" and a nine-digit seal
      * worked out from every byte of every record before it (see
      * SEAL-ADD-DATA), so a hand-edited figure no longer matches its
      * seal. a file that has carried a seal is listed in
      * SEALREG.DAT, which catches a trailer stripped off as well. a
      * save from before seals that is not listed is loaded once and
      * sealed on the spot.
       77 SL-KEY PIC 9(9) VALUE 271828182.
       77 SL-HASH PIC 9(9) VALUE 0.
       77 SL-WORK PIC 9(12) VALUE 0.
       77 SL-QUOT PIC 9(12) VALUE 0.
       77 SL-POS PIC 9(6) VALUE 0.
       77 SL-IDX PIC 9(4) VALUE 0.
       77 SL-LEN PIC 9(4) VALUE 0.
       01 SL-DATA PIC X(250) VALUE SPACES.
       01 SL-LINE PIC X(250) VALUE SPACES.
       01 SL-TRAILER.
           05 SL-MARK PIC X VALUE "*".
           05 SL-SEAL PIC 9(9) VALUE 0.
       77 SL-TRAILER-SEEN PIC X VALUE "N".
       77 SL-READ-SEAL PIC X(9) VALUE SPACES.
       77 SL-STATE PIC X VALUE "U".
                   88 SL-SEALED   VALUE "S".
                   88 SL-UNSEALED VALUE "U".
                   88 SL-BROKEN   VALUE "B".
                   88 SL-MISSING  VALUE "M".
       77 SL-GRACE PIC X VALUE "N".
      * which of the profile's files is being sealed or checked, in
      * the order build, career, checkpoint, bestiary, achievements,
      * and whether SEALREG.DAT lists each one yet
       77 SL-SLOT PIC 9 VALUE 0.
       77 SL-FILE-NAME PIC X(30) VALUE SPACES.
       01 SL-REG-FLAGS.
           05 SL-REG PIC X OCCURS 5 TIMES.

      * sum of the stat values for the player. the base pool grows by
      * CR-POINTS-PER-LEVEL for every career level past the first (see
      * APPLY-CAREER-BONUS).
       77 SX-CBT-SESSION PIC 9(4) VALUE 0.
       77 SX-MON-RECS PIC 9(6) VALUE 0.
       77 SX-CBT-RECS PIC 9(6) VALUE 0.
       77 SX-LDG-SESSION PIC 9(4) VALUE 0.
       77 SX-LDG-RECS PIC 9(6) VALUE 0.
      * monsters a resumed run brought with it from the session
      * that crashed, less the one re-logged at resume. RH-MONSTERS
      * less this is what this run's MONSTERS.INC session holds.
       77 SX-CARRIED PIC 9(4) VALUE 0.
       77 SX-ADD-LOG PIC X(9) VALUE SPACES.
       77 SX-NEXT-SESSION PIC 9(4) VALUE 0.
       77 SX-HAVE-ENTRY PIC 9 VALUE 0.
       77 CL-BRACE-SAVE  PIC X VALUE "N".
       77 CL-FOCUS-SAVE  PIC X VALUE "N".

      * one ledger event for WRITE-LEDGER-RECORD, staged by the
      * paragraph that moved the gold or the item
       77 LG-EVENT-SAVE   PIC X(4).
       77 LG-MONSTER-SAVE PIC X(20).
       77 LG-ITEM-SAVE    PIC X(20).
       77 LG-PRICE-SAVE   PIC 9(4) VALUE 0.

       01 PL-STANCE-TEXT  PIC X(20) VALUE SPACES.
       01 MON-STANCE-TEXT PIC X(20) VALUE SPACES.

       01 PL-STAT-REMAINING PIC S999 VALUE 0.

      * leaderboard working table for PRINT-LEADERBOARD: the best
      * ten runs read off RUNMASTER.DAT so far, best first. slot 11
      * takes the run being ranked.
       77 LB-TABLE-COUNT PIC 9(4) VALUE 0.
       01 LEADERBOARD-TABLE.
           05 LEADERBOARD-ENTRY OCCURS 11 TIMES INDEXED BY LB-IDX.
               10 LB-MONSTERS      PIC 9(4).
               10 LB-DMG-DEALT     PIC 9(6).
               10 LB-DMG-RECEIVED  PIC 9(6).
               10 LB-FLOOR         PIC 9(4).
               10 LB-PROFILE       PIC X(10).
               10 LB-RULES         PIC X(8).
       77 LB-SORT-MODE PIC X VALUE "M".
                   88 LB-SORT-BY-MONSTERS VALUE "M".
                   88 LB-SORT-BY-DAMAGE   VALUE "D".
       77 LB-VIEW-MODE PIC X VALUE "A".
                   88 LB-VIEW-ALL     VALUE "A".
                   88 LB-VIEW-PROFILE VALUE "P".
      * the profile whose path of RM-PROFILE-KEY is being read, the
      * runs read off it, and whether it has run out
       77 LB-PATH-PROFILE PIC X(10) VALUE SPACES.
       77 LB-PATH-READS PIC 9(6) VALUE 0.
       77 LB-PATH-DONE PIC X VALUE "N".
       77 LB-SLOT PIC 99 VALUE 0.
       77 LB-BETTER PIC X VALUE "N".
      * the run line SAVE-RUN-HISTORY wrote, kept for SAVE-RUN-MASTER
       01 RM-RUN-SAVE PIC X(240) VALUE SPACES.
       01 LEADERBOARD-TEMP.
           05 LBT-MONSTERS      PIC 9(4).
           05 LBT-DMG-DEALT     PIC 9(6).
                   "TYPES AVAILABLE"
               STOP RUN
           END-IF
           PERFORM LOAD-MONSTER-BEHAVIORS
           PERFORM LOAD-TYPE-CHART
           PERFORM LOAD-ITEM-TYPES
           PERFORM LOAD-STATUS-EFFECTS
           PERFORM LOAD-ACHIEVEMENT-TYPES
           PERFORM LOAD-ARENA-RULES

           IF BATCH-MODE
           END-IF

           PERFORM SELECT-PROFILE
           PERFORM LOAD-SEAL-REGISTRY
           PERFORM LOAD-CAREER
           PERFORM LOAD-BESTIARY
           PERFORM LOAD-ACHIEVEMENTS
           PERFORM APPLY-CAREER-BONUS

           PERFORM CHECK-FOR-CHECKPOINT
      *        crashed, but that session never saved the bestiary --
      *        note it again so its fight still counts
               PERFORM BESTIARY-NOTE-ENCOUNTER
      *        nothing says whether the crashed session used an item
      *        on the resumed monster, so that fight cannot count as
      *        an item-free boss kill
               MOVE "Y" TO AC-FIGHT-ITEM
               PERFORM RESUME-MONSTER-BEHAVIORS
           END-IF

           IF NOT RESUMED-FROM-CHECKPOINT

           PERFORM OPEN-MONSTER-LOG
           PERFORM OPEN-COMBAT-LOG
           PERFORM OPEN-LEDGER

      *    a resumed fight's monster never goes through GENERATE-
      *    MONSTER this session, so log its spawn here -- without it
      *    catalog entry
           IF RESUMED-FROM-CHECKPOINT
               PERFORM WRITE-MONSTER-LOG-RECORD
               SUBTRACT 1 FROM ST-MONSTERS GIVING SX-CARRIED
           END-IF

           MOVE "ENTERING THE ARENA" TO DISPLAY-TEXT
               IF MON-HEALTH IS LESS THAN OR EQUAL TO 0
                   ADD CR-XP-PER-KILL TO CR-EXPERIENCE
                   PERFORM BESTIARY-NOTE-KILL
                   PERFORM NOTE-FIGHT-AFFLICTION
                   MOVE "K" TO AC-EVENT
                   PERFORM CHECK-ACHIEVEMENTS
                   IF PL-HEALTH IS GREATER THAN ZERO
                       PERFORM ROLL-GOLD-DROP
                       PERFORM ROLL-ITEM-DROP

       GAME-OVER.
           CLOSE MONSTERS
           CLOSE COMBAT-LOG
           CLOSE GOLD-LEDGER.
           PERFORM UPDATE-SESSION-INDEX
           PERFORM CLEAR-CHECKPOINT
           PERFORM SAVE-RUN-HISTORY
           PERFORM COMPUTE-CAREER-LEVEL
           PERFORM SAVE-CAREER
           PERFORM SAVE-BESTIARY
           MOVE "E" TO AC-EVENT
           PERFORM CHECK-ACHIEVEMENTS

           MOVE SPACES TO INPUT-LINE
           DISPLAY SCREEN-STATS
           ACCEPT SCREEN-STATS

           PERFORM PRINT-BESTIARY-PAGE
           PERFORM PRINT-RUN-ACHIEVEMENTS

           MOVE "VIEW THE RUN LEADERBOARD? (Y/N)" TO DISPLAY-TEXT
           MOVE SPACES TO INPUT-LINE
      * asks who is at the terminal and swings the build, career and
      * checkpoint file names over to that profile. the name's first
      * word is what counts (spaces cannot go into a file name); a
      * blank entry falls back to the shared PLAYER profile. a new
      * name is only added to the PROFILES.DAT roster once the player
      * confirms it, so a mistyped name goes back to the question
      * instead of becoming a profile (and five save files) for good.
       SELECT-PROFILE.
           MOVE SPACES TO PR-NAME
           DISPLAY SCREEN-PROFILE
           CLOSE PROFILES

           IF PR-KNOWN EQUAL 0
               IF PR-NAME NOT EQUAL "PLAYER"
                   MOVE SPACES TO DISPLAY-TEXT
                   STRING
                       "NO PROFILE " DELIMITED BY SIZE
                       PR-NAME DELIMITED BY SPACES
                       " YET. CREATE IT? (Y/N)" DELIMITED BY SIZE
                       INTO DISPLAY-TEXT
                   MOVE SPACES TO INPUT-LINE
                   DISPLAY SCREEN-YESNO
                   ACCEPT SCREEN-YESNO
                   MOVE FUNCTION UPPER-CASE(INPUT-LINE) TO INPUT-LINE
                   IF NOT INPUT-YES
                       GO TO SELECT-PROFILE
                   END-IF
               END-IF
               OPEN EXTEND PROFILES
               IF FS-PROFILES EQUAL "35"
                   OPEN OUTPUT PROFILES
               MOVE PR-NAME TO PRF-NAME
               WRITE PROFILE-RECORD
               CLOSE PROFILES
               MOVE SPACES TO DISPLAY-TEXT
               STRING
                   "NEW PROFILE: " DELIMITED BY SIZE
                   PR-NAME DELIMITED BY SIZE
               PERFORM DISPLAY-INFO-SCREEN
           END-IF

      *    achievements came after profiles, so there is nothing of
      *    PLAYER's to carry forward and every profile, PLAYER
      *    included, gets ACHIEVE-<NAME>.DAT
           MOVE SPACES TO PR-ACHIEVE-NAME
           STRING
               "ACHIEVE-" DELIMITED BY SIZE
               PR-NAME DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO PR-ACHIEVE-NAME

      *    the shared PLAYER profile keeps the original file names,
      *    so every build, career and checkpoint saved before
      *    profiles existed carries straight on instead of silently
           IF FS-CHECKPOINT EQUAL "00"
               READ CHECKPOINT
               IF FS-CHECKPOINT EQUAL "00"
                   PERFORM READ-CHECKPOINT-SEAL
                   CLOSE CHECKPOINT
      *            a truncated or hand-mangled checkpoint resumes as
      *            a nonsense game -- refuse it before offering it
                   IF CV-OK EQUAL "N"
                       EXIT PARAGRAPH
                   END-IF
                   IF SL-UNSEALED
                       OPEN OUTPUT CHECKPOINT
                       MOVE SL-DATA TO CHECKPOINT-RECORD
                       PERFORM WRITE-SEALED-CHECKPOINT
                       CLOSE CHECKPOINT
                       MOVE SL-DATA TO CHECKPOINT-RECORD
                       PERFORM REPORT-NOW-SEALED
                   END-IF
                   MOVE "A CHECKPOINTED GAME WAS FOUND. RESUME? (Y/N)"
                       TO DISPLAY-TEXT
                   MOVE SPACES TO INPUT-LINE
       VALIDATE-CHECKPOINT-RECORD.
           MOVE "Y" TO CV-OK
           MOVE SPACES TO LD-REASON
           IF SL-BROKEN OR SL-MISSING
               MOVE "N" TO CV-OK
               PERFORM REPORT-BAD-SEAL
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CP-DV-PL-STATS IS NOT NUMERIC
                   OR CP-DV-FOCUS IS NOT NUMERIC
           CLOSE CHECKPOINT
           EXIT.

      * the checkpoint record just read is kept in SL-DATA and sealed;
      * the line after it should be the seal.
       READ-CHECKPOINT-SEAL.
           MOVE CHECKPOINT-RECORD TO SL-DATA
           MOVE LENGTH OF CHECKPOINT-RECORD TO SL-LEN
           PERFORM SEAL-START
           PERFORM SEAL-ADD-DATA
           MOVE "N" TO SL-TRAILER-SEEN
           READ CHECKPOINT
           IF FS-CHECKPOINT EQUAL "00"
               MOVE CHECKPOINT-RECORD TO SL-LINE
               PERFORM NOTE-SEAL-LINE
           END-IF
           MOVE 3 TO SL-SLOT
           PERFORM CHECK-SEAL
           MOVE SL-DATA TO CHECKPOINT-RECORD
           EXIT.

      * writes the current game state after every completed turn so a
      * killed session can be resumed instead of re-rolling stats.
       SAVE-CHECKPOINT.
           MOVE MON-SE-NAME    TO CP-MON-SE-NAME
           MOVE MON-SE-POTENCY TO CP-MON-SE-POTENCY
           MOVE MON-SE-TURNS   TO CP-MON-SE-TURNS
           PERFORM WRITE-SEALED-CHECKPOINT
           CLOSE CHECKPOINT
           EXIT.

      * writes the checkpoint record and its seal to the open file.
       WRITE-SEALED-CHECKPOINT.
           MOVE CHECKPOINT-RECORD TO SL-DATA
           MOVE LENGTH OF CHECKPOINT-RECORD TO SL-LEN
           PERFORM SEAL-START
           PERFORM SEAL-ADD-DATA
           WRITE CHECKPOINT-RECORD
           MOVE SL-HASH TO SL-SEAL
           WRITE CHECKPOINT-RECORD FROM SL-TRAILER
           MOVE 3 TO SL-SLOT
           PERFORM REGISTER-SEALED-FILE
           EXIT.

      * a finished run (won, died or ran away) has nothing left to
      * resume, so blank the checkpoint file back out.
       CLEAR-CHECKPOINT.
           IF FS-PLAYERFILE EQUAL "00"
               READ PLAYER-FILE
               IF FS-PLAYERFILE EQUAL "00"
                   PERFORM READ-BUILD-SEAL
                   CLOSE PLAYER-FILE
                   PERFORM VALIDATE-SAVED-BUILD
                   IF BV-OK EQUAL "N"
                       EXIT PARAGRAPH
                   END-IF
                   IF SL-UNSEALED
                       OPEN OUTPUT PLAYER-FILE
                       MOVE SL-DATA TO PLAYER-FILE-RECORD
                       PERFORM WRITE-SEALED-BUILD
                       CLOSE PLAYER-FILE
                       MOVE SL-DATA TO PLAYER-FILE-RECORD
                       PERFORM REPORT-NOW-SEALED
                   END-IF
                   MOVE "SAVED BUILD FOUND. LOAD IT? (Y/N, N RE-ROLLS)"
                       TO DISPLAY-TEXT
                   MOVE SPACES TO INPUT-LINE
       VALIDATE-SAVED-BUILD.
           MOVE "Y" TO BV-OK
           MOVE SPACES TO LD-REASON
           IF SL-BROKEN OR SL-MISSING
               MOVE "N" TO BV-OK
               PERFORM REPORT-BAD-SEAL
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PF-DIGITS IS NOT NUMERIC
                   MOVE "STATS NOT NUMERIC" TO LD-REASON
           END-IF
           EXIT.

      * the build record just read is kept in SL-DATA and sealed;
      * the line after it should be the seal.
       READ-BUILD-SEAL.
           MOVE PLAYER-FILE-RECORD TO SL-DATA
           MOVE LENGTH OF PLAYER-FILE-RECORD TO SL-LEN
           PERFORM SEAL-START
           PERFORM SEAL-ADD-DATA
           MOVE "N" TO SL-TRAILER-SEEN
           READ PLAYER-FILE
           IF FS-PLAYERFILE EQUAL "00"
               MOVE PLAYER-FILE-RECORD TO SL-LINE
               PERFORM NOTE-SEAL-LINE
           END-IF
           MOVE 1 TO SL-SLOT
           PERFORM CHECK-SEAL
           MOVE SL-DATA TO PLAYER-FILE-RECORD
           EXIT.

       SAVE-PLAYER-BUILD.
           OPEN OUTPUT PLAYER-FILE
           MOVE PL-ATTACK     TO PF-ATTACK
           MOVE PL-DEFENSE    TO PF-DEFENSE
           MOVE PL-SPDEFENSE  TO PF-SPDEFENSE
           MOVE PL-TYPE       TO PF-TYPE
           PERFORM WRITE-SEALED-BUILD
           CLOSE PLAYER-FILE
           EXIT.

      * writes the build record and its seal to the open file.
       WRITE-SEALED-BUILD.
           MOVE PLAYER-FILE-RECORD TO SL-DATA
           MOVE LENGTH OF PLAYER-FILE-RECORD TO SL-LEN
           PERFORM SEAL-START
           PERFORM SEAL-ADD-DATA
           WRITE PLAYER-FILE-RECORD
           MOVE SL-HASH TO SL-SEAL
           WRITE PLAYER-FILE-RECORD FROM SL-TRAILER
           MOVE 1 TO SL-SLOT
           PERFORM REGISTER-SEALED-FILE
           EXIT.

       PROMPT-PLAYER-STATS.
           MOVE ONE TO TMP-NUM-BIG.
           PERFORM UNTIL TMP-NUM-BIG EQUAL ZERO AND INPUT-GOOD
           END-IF
           EXIT.

      * loads the achievement catalog out of ACHIEVEMENTS.DAT. a
      * missing file just means nothing to earn, like a missing
      * ITEMTYPES.DAT means no drops. rows that are there must be
      * clean.
       LOAD-ACHIEVEMENT-TYPES.
           MOVE 0 TO AC-TABLE-COUNT
           MOVE 0 TO LD-ROW
           OPEN INPUT ACHIEVEMENT-TYPES
           IF FS-ACHTYPES EQUAL "00"
               PERFORM UNTIL FS-ACHTYPES NOT EQUAL "00"
                   OR AC-TABLE-COUNT EQUAL 30
                   READ ACHIEVEMENT-TYPES
                   IF FS-ACHTYPES EQUAL "00"
                       ADD 1 TO LD-ROW
                       PERFORM VALIDATE-ACHIEVEMENT-ROW
                       ADD 1 TO AC-TABLE-COUNT
                       SET AC-IDX TO AC-TABLE-COUNT
                       MOVE ACF-NAME   TO ACT-NAME(AC-IDX)
                       MOVE ACF-KIND   TO ACT-KIND(AC-IDX)
                       MOVE ACF-COUNT  TO ACT-COUNT(AC-IDX)
                       MOVE ACF-TARGET TO ACT-TARGET(AC-IDX)
                       MOVE "N"        TO ACT-HELD(AC-IDX)
                   END-IF
               END-PERFORM
               IF FS-ACHTYPES NOT EQUAL "10"
                   AND AC-TABLE-COUNT NOT EQUAL 30
                   ADD 1 TO LD-ROW
                   DISPLAY "BAD ROW " LD-ROW " IN ACHIEVEMENTS.DAT "
                       "-- WRONG LENGTH (FILE STATUS " FS-ACHTYPES ")"
                   STOP RUN
               END-IF
           END-IF
           CLOSE ACHIEVEMENT-TYPES
           EXIT.

      * a name is what a profile's unlock is filed under, so two rows
      * may not share one.
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
           PERFORM VARYING AC-SCAN FROM 1 BY 1
               UNTIL AC-SCAN > AC-TABLE-COUNT
               IF ACT-NAME(AC-SCAN) EQUAL ACF-NAME
                   AND LD-REASON EQUAL SPACES
                   MOVE "DUPLICATE NAME" TO LD-REASON
               END-IF
           END-PERFORM
           IF LD-REASON NOT EQUAL SPACES
               DISPLAY "BAD ROW " LD-ROW " IN ACHIEVEMENTS.DAT -- "
                   LD-REASON
               STOP RUN
           END-IF
           EXIT.

      * IT-DROP-CHANCE percent of defeated monsters drop an item,
      * picked by weight the same way SELECT-MONSTER-TYPE picks a
      * monster.
                   IF INV-COUNT(INV-IDX) < 999
                       ADD 1 TO INV-COUNT(INV-IDX)
                   END-IF
                   MOVE "DROP" TO LG-EVENT-SAVE
                   MOVE MON-NAME TO LG-MONSTER-SAVE
                   MOVE ITT-NAME(IT-IDX) TO LG-ITEM-SAVE
                   MOVE 0 TO LG-PRICE-SAVE
                   PERFORM WRITE-LEDGER-RECORD
                   STRING
                       "THE " DELIMITED BY SIZE
                       MON-NAME DELIMITED BY SPACES
           ADD GD-DROP TO GD-GOLD
               ON SIZE ERROR MOVE 999999 TO GD-GOLD
           END-ADD
           MOVE "GOLD" TO LG-EVENT-SAVE
           MOVE MON-NAME TO LG-MONSTER-SAVE
           MOVE SPACES TO LG-ITEM-SAVE
           MOVE GD-DROP TO LG-PRICE-SAVE
           PERFORM WRITE-LEDGER-RECORD
           MOVE GD-DROP TO TMP-UINT
           STRING
               "THE " DELIMITED BY SIZE
           IF INV-COUNT(INV-IDX) < 999
               ADD 1 TO INV-COUNT(INV-IDX)
           END-IF
           MOVE "BUY" TO LG-EVENT-SAVE
           MOVE SPACES TO LG-MONSTER-SAVE
           MOVE ITT-NAME(IT-IDX) TO LG-ITEM-SAVE
           MOVE ITT-PRICE(IT-IDX) TO LG-PRICE-SAVE
           PERFORM WRITE-LEDGER-RECORD
           STRING
               "YOU BOUGHT: " DELIMITED BY SIZE
               ITT-NAME(IT-IDX) DELIMITED BY SIZE
           SUBTRACT 1 FROM INV-COUNT(INV-PICK)
           SET IT-IDX TO INV-PICK
           PERFORM APPLY-ITEM-EFFECT
           MOVE "Y" TO AC-FIGHT-ITEM
           MOVE "USE" TO LG-EVENT-SAVE
           MOVE MON-NAME TO LG-MONSTER-SAVE
           MOVE ITT-NAME(IT-IDX) TO LG-ITEM-SAVE
           MOVE 0 TO LG-PRICE-SAVE
           PERFORM WRITE-LEDGER-RECORD

           STRING
               "YOU USED: " DELIMITED BY SIZE
      * over the career, which is only ever added to.
       LOAD-CAREER.
           MOVE 0 TO CR-EXPERIENCE
           MOVE "N" TO SL-GRACE
           OPEN INPUT CAREER-FILE
           IF FS-CAREERFILE EQUAL "00"
               READ CAREER-FILE
                       STOP RUN
                   END-IF
                   MOVE CF-EXPERIENCE TO CR-EXPERIENCE
                   MOVE CAREER-RECORD TO SL-DATA
                   MOVE LENGTH OF CAREER-RECORD TO SL-LEN
                   PERFORM SEAL-START
                   PERFORM SEAL-ADD-DATA
                   MOVE "N" TO SL-TRAILER-SEEN
                   READ CAREER-FILE
                   IF FS-CAREERFILE EQUAL "00"
                       MOVE CAREER-RECORD TO SL-LINE
                       PERFORM NOTE-SEAL-LINE
                   END-IF
                   MOVE 2 TO SL-SLOT
                   PERFORM CHECK-SEAL
                   IF SL-BROKEN OR SL-MISSING
                       PERFORM REPORT-BAD-SEAL
                       DISPLAY DISPLAY-TEXT
                       STOP RUN
                   END-IF
                   IF SL-UNSEALED
                       MOVE "Y" TO SL-GRACE
                   END-IF
               ELSE
                   IF FS-CAREERFILE NOT EQUAL "10"
                       DISPLAY "BAD RECORD IN " PR-CAREER-NAME
           END-IF
           CLOSE CAREER-FILE
           PERFORM COMPUTE-CAREER-LEVEL
           IF SL-GRACE EQUAL "Y"
               PERFORM SAVE-CAREER
               MOVE 2 TO SL-SLOT
               PERFORM REPORT-NOW-SEALED
           END-IF
           EXIT.

       SAVE-CAREER.
           OPEN OUTPUT CAREER-FILE
           MOVE CR-EXPERIENCE TO CF-EXPERIENCE
           MOVE CR-LEVEL      TO CF-LEVEL
           MOVE CAREER-RECORD TO SL-DATA
           MOVE LENGTH OF CAREER-RECORD TO SL-LEN
           PERFORM SEAL-START
           PERFORM SEAL-ADD-DATA
           WRITE CAREER-RECORD
           MOVE SL-HASH TO SL-SEAL
           WRITE CAREER-RECORD FROM SL-TRAILER
           CLOSE CAREER-FILE
           MOVE 2 TO SL-SLOT
           PERFORM REGISTER-SEALED-FILE
           EXIT.

      * pulls the profile's lifetime bestiary in at startup. no file
      * yet just means nothing has been faced yet. a mangled record
      * stops the run with its row number -- GAME-OVER rewrites this
      * file, so playing on over garbage would cement it.
      * every row goes into the seal, even past the 50 the table
      * holds; the seal line ends the rows.
       LOAD-BESTIARY.
           MOVE 0 TO BE-TABLE-COUNT
           MOVE 0 TO BE-CUR
           MOVE 0 TO LD-ROW
           MOVE "N" TO SL-GRACE
           OPEN INPUT BESTIARY-FILE
           IF FS-BESTIARY EQUAL "00"
               PERFORM SEAL-START
               MOVE "N" TO SL-TRAILER-SEEN
               PERFORM UNTIL FS-BESTIARY NOT EQUAL "00"
                   OR SL-TRAILER-SEEN EQUAL "Y"
                   READ BESTIARY-FILE
                   IF FS-BESTIARY EQUAL "00"
                       AND BESTIARY-RECORD(1:1) EQUAL "*"
                       MOVE BESTIARY-RECORD TO SL-LINE
                       PERFORM NOTE-SEAL-LINE
                   END-IF
                   IF FS-BESTIARY EQUAL "00"
                       AND SL-TRAILER-SEEN NOT EQUAL "Y"
                       ADD 1 TO LD-ROW
                       IF BF-DIGITS IS NOT NUMERIC
                           DISPLAY "BAD ROW " LD-ROW " IN "
                               " -- NON-NUMERIC TALLIES"
                           STOP RUN
                       END-IF
                       MOVE BESTIARY-RECORD TO SL-DATA
                       MOVE LENGTH OF BESTIARY-RECORD TO SL-LEN
                       PERFORM SEAL-ADD-DATA
                       IF BE-TABLE-COUNT < 50
                           ADD 1 TO BE-TABLE-COUNT
                           SET BE-IDX TO BE-TABLE-COUNT
                           MOVE BF-NAME TO BET-NAME(BE-IDX)
                           MOVE BF-ENCOUNTERS
                               TO BET-ENCOUNTERS(BE-IDX)
                           MOVE BF-KILLS TO BET-KILLS(BE-IDX)
                           MOVE BF-DEATHS TO BET-DEATHS(BE-IDX)
                           MOVE BF-WORST-HIT TO BET-WORST-HIT(BE-IDX)
                           MOVE BF-BEST-HIT TO BET-BEST-HIT(BE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF FS-BESTIARY NOT EQUAL "10"
                   AND SL-TRAILER-SEEN NOT EQUAL "Y"
                   ADD 1 TO LD-ROW
                   DISPLAY "BAD ROW " LD-ROW " IN " PR-BESTIARY-NAME
                       " -- WRONG LENGTH (FILE STATUS " FS-BESTIARY
                       ")"
                   STOP RUN
               END-IF
               MOVE 4 TO SL-SLOT
               PERFORM CHECK-SEAL
               IF SL-BROKEN OR SL-MISSING
                   PERFORM REPORT-BAD-SEAL
                   DISPLAY DISPLAY-TEXT
                   STOP RUN
               END-IF
               IF SL-UNSEALED
                   MOVE "Y" TO SL-GRACE
               END-IF
           END-IF
           CLOSE BESTIARY-FILE
           IF SL-GRACE EQUAL "Y"
               PERFORM SAVE-BESTIARY
               MOVE 4 TO SL-SLOT
               PERFORM REPORT-NOW-SEALED
           END-IF
           EXIT.

       SAVE-BESTIARY.
           OPEN OUTPUT BESTIARY-FILE
           PERFORM SEAL-START
           PERFORM VARYING BE-IDX FROM 1 BY 1
               UNTIL BE-IDX > BE-TABLE-COUNT
               MOVE BET-NAME(BE-IDX)       TO BF-NAME
               MOVE BET-DEATHS(BE-IDX)     TO BF-DEATHS
               MOVE BET-WORST-HIT(BE-IDX)  TO BF-WORST-HIT
               MOVE BET-BEST-HIT(BE-IDX)   TO BF-BEST-HIT
               MOVE BESTIARY-RECORD TO SL-DATA
               MOVE LENGTH OF BESTIARY-RECORD TO SL-LEN
               PERFORM SEAL-ADD-DATA
               WRITE BESTIARY-RECORD
           END-PERFORM
           MOVE SL-HASH TO SL-SEAL
           WRITE BESTIARY-RECORD FROM SL-TRAILER
           CLOSE BESTIARY-FILE
           MOVE 4 TO SL-SLOT
           PERFORM REGISTER-SEALED-FILE
           EXIT.

      * pulls the profile's unlocked achievements in at startup and
      * marks them held in the catalog. no file yet just means
      * nothing unlocked yet. the file has been sealed since the day
      * it was first written, so unlike the older saves there is no
      * unsealed copy to let through once -- rows with no seal line
      * were put there by hand and stop the run like a broken seal.
       LOAD-ACHIEVEMENTS.
           MOVE 0 TO AH-TABLE-COUNT
           MOVE 0 TO AC-RUN-COUNT
           MOVE 0 TO LD-ROW
           OPEN INPUT ACHIEVE-FILE
           IF FS-ACHIEVE EQUAL "00"
               PERFORM SEAL-START
               MOVE "N" TO SL-TRAILER-SEEN
               PERFORM UNTIL FS-ACHIEVE NOT EQUAL "00"
                   OR SL-TRAILER-SEEN EQUAL "Y"
                   READ ACHIEVE-FILE
                   IF FS-ACHIEVE EQUAL "00"
                       AND ACHIEVE-RECORD(1:1) EQUAL "*"
                       MOVE ACHIEVE-RECORD TO SL-LINE
                       PERFORM NOTE-SEAL-LINE
                   END-IF
                   IF FS-ACHIEVE EQUAL "00"
                       AND SL-TRAILER-SEEN NOT EQUAL "Y"
                       ADD 1 TO LD-ROW
                       IF AF-NAME EQUAL SPACES
                           OR AF-SEED IS NOT NUMERIC
                           DISPLAY "BAD ROW " LD-ROW " IN "
                               PR-ACHIEVE-NAME
                               " -- BLANK NAME OR NON-NUMERIC SEED"
                           STOP RUN
                       END-IF
                       MOVE ACHIEVE-RECORD TO SL-DATA
                       MOVE LENGTH OF ACHIEVE-RECORD TO SL-LEN
                       PERFORM SEAL-ADD-DATA
                       IF AH-TABLE-COUNT < 50
                           ADD 1 TO AH-TABLE-COUNT
                           SET AH-IDX TO AH-TABLE-COUNT
                           MOVE AF-NAME TO AHT-NAME(AH-IDX)
                           MOVE AF-DATE TO AHT-DATE(AH-IDX)
                           MOVE AF-SEED TO AHT-SEED(AH-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF FS-ACHIEVE NOT EQUAL "10"
                   AND SL-TRAILER-SEEN NOT EQUAL "Y"
                   ADD 1 TO LD-ROW
                   DISPLAY "BAD ROW " LD-ROW " IN " PR-ACHIEVE-NAME
                       " -- WRONG LENGTH (FILE STATUS " FS-ACHIEVE
                       ")"
                   STOP RUN
               END-IF
               MOVE 5 TO SL-SLOT
               PERFORM CHECK-SEAL
               IF SL-UNSEALED AND LD-ROW > 0
                   MOVE "M" TO SL-STATE
               END-IF
               IF SL-BROKEN OR SL-MISSING
                   PERFORM REPORT-BAD-SEAL
                   DISPLAY DISPLAY-TEXT
                   STOP RUN
               END-IF
           END-IF
           CLOSE ACHIEVE-FILE

           PERFORM VARYING AH-IDX FROM 1 BY 1
               UNTIL AH-IDX > AH-TABLE-COUNT
               PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > AC-TABLE-COUNT
                   IF ACT-NAME(AC-IDX) EQUAL AHT-NAME(AH-IDX)
                       MOVE "Y" TO ACT-HELD(AC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * written whole, sealed, every time something unlocks, so an
      * unlock survives a crash later in the run.
       SAVE-ACHIEVEMENTS.
           OPEN OUTPUT ACHIEVE-FILE
           PERFORM SEAL-START
           PERFORM VARYING AH-IDX FROM 1 BY 1
               UNTIL AH-IDX > AH-TABLE-COUNT
               MOVE AHT-NAME(AH-IDX) TO AF-NAME
               MOVE AHT-DATE(AH-IDX) TO AF-DATE
               MOVE AHT-SEED(AH-IDX) TO AF-SEED
               MOVE ACHIEVE-RECORD TO SL-DATA
               MOVE LENGTH OF ACHIEVE-RECORD TO SL-LEN
               PERFORM SEAL-ADD-DATA
               WRITE ACHIEVE-RECORD
           END-PERFORM
           MOVE SL-HASH TO SL-SEAL
           WRITE ACHIEVE-RECORD FROM SL-TRAILER
           CLOSE ACHIEVE-FILE
           MOVE 5 TO SL-SLOT
           PERFORM REGISTER-SEALED-FILE
           EXIT.

      * starts a seal: the key, and byte position zero.
       SEAL-START.
           MOVE SL-KEY TO SL-HASH
           MOVE 0 TO SL-POS
           EXIT.

      * folds the first SL-LEN bytes of SL-DATA into SL-HASH. each
      * byte is weighted by its position in the file as well as its
      * value, so swapping two digits breaks the seal as surely as
      * changing one. PROFILE-MAINT and SAVE-SEAL-SWEEP work the seal
      * out the same way and must be kept in step with this.
       SEAL-ADD-DATA.
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-LEN
               ADD 1 TO SL-POS
               COMPUTE SL-WORK = SL-HASH * 131
                   + FUNCTION ORD(SL-DATA(SL-IDX:1)) + SL-POS
               DIVIDE SL-WORK BY 999999937
                   GIVING SL-QUOT REMAINDER SL-HASH
           END-PERFORM
           EXIT.

      * the line in SL-LINE came where the seal belongs. anything but
      * a well-formed seal line there counts as a broken seal.
       NOTE-SEAL-LINE.
           MOVE "Y" TO SL-TRAILER-SEEN
           MOVE SPACES TO SL-READ-SEAL
           IF SL-LINE(1:1) EQUAL "*" AND SL-LINE(11:) EQUAL SPACES
               MOVE SL-LINE(2:9) TO SL-READ-SEAL
           END-IF
           EXIT.

      * SL-STATE for the file in SL-SLOT, from the seal worked out
      * (SL-HASH) and the seal line read, if any.
       CHECK-SEAL.
           MOVE SL-HASH TO SL-SEAL
           EVALUATE TRUE
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   AND SL-READ-SEAL EQUAL SL-SEAL
                   MOVE "S" TO SL-STATE
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   MOVE "B" TO SL-STATE
               WHEN SL-REG(SL-SLOT) EQUAL "Y"
                   MOVE "M" TO SL-STATE
               WHEN OTHER
                   MOVE "U" TO SL-STATE
           END-EVALUATE
           EXIT.

      * notes which of this profile's files SEALREG.DAT lists.
       LOAD-SEAL-REGISTRY.
           MOVE "NNNNN" TO SL-REG-FLAGS
           OPEN INPUT SEAL-REGISTRY
           IF FS-SEALREG EQUAL "00"
               PERFORM UNTIL FS-SEALREG NOT EQUAL "00"
                   READ SEAL-REGISTRY
                   IF FS-SEALREG EQUAL "00"
                       EVALUATE SRF-FILE
                           WHEN PR-PLAYER-NAME
                               MOVE "Y" TO SL-REG(1)
                           WHEN PR-CAREER-NAME
                               MOVE "Y" TO SL-REG(2)
                           WHEN PR-CHECKPOINT-NAME
                               MOVE "Y" TO SL-REG(3)
                           WHEN PR-BESTIARY-NAME
                               MOVE "Y" TO SL-REG(4)
                           WHEN PR-ACHIEVE-NAME
                               MOVE "Y" TO SL-REG(5)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SEAL-REGISTRY
           EXIT.

      * SL-FILE-NAME from SL-SLOT.
       NAME-SEALED-FILE.
           EVALUATE SL-SLOT
               WHEN 1 MOVE PR-PLAYER-NAME     TO SL-FILE-NAME
               WHEN 2 MOVE PR-CAREER-NAME     TO SL-FILE-NAME
               WHEN 3 MOVE PR-CHECKPOINT-NAME TO SL-FILE-NAME
               WHEN 4 MOVE PR-BESTIARY-NAME   TO SL-FILE-NAME
               WHEN 5 MOVE PR-ACHIEVE-NAME    TO SL-FILE-NAME
           END-EVALUATE
           EXIT.

      * adds the file in SL-SLOT to SEALREG.DAT the first time it is
      * written sealed.
       REGISTER-SEALED-FILE.
           IF SL-REG(SL-SLOT) EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM NAME-SEALED-FILE
           OPEN EXTEND SEAL-REGISTRY
           IF FS-SEALREG EQUAL "35"
               OPEN OUTPUT SEAL-REGISTRY
           END-IF
           MOVE SL-FILE-NAME TO SRF-FILE
           WRITE SEAL-REGISTRY-RECORD
           CLOSE SEAL-REGISTRY
           MOVE "Y" TO SL-REG(SL-SLOT)
           EXIT.

      * names the profile and file whose seal is broken or missing in
      * DISPLAY-TEXT and on the info screen.
       REPORT-BAD-SEAL.
           PERFORM NAME-SEALED-FILE
           IF SL-BROKEN
               MOVE "BAD SEAL" TO LD-REASON
           ELSE
               MOVE "NO SEAL" TO LD-REASON
           END-IF
           MOVE SPACES TO DISPLAY-TEXT
           STRING
               SL-FILE-NAME DELIMITED BY SPACES
               " (" DELIMITED BY SIZE
               PR-NAME DELIMITED BY SPACES
               ") REJECTED -- " DELIMITED BY SIZE
               LD-REASON DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM DISPLAY-INFO-SCREEN
           EXIT.

      * a save from before seals has had its one load and been
      * sealed; say so.
       REPORT-NOW-SEALED.
           PERFORM NAME-SEALED-FILE
           MOVE SPACES TO DISPLAY-TEXT
           STRING
               SL-FILE-NAME DELIMITED BY SPACES
               " (" DELIMITED BY SIZE
               PR-NAME DELIMITED BY SPACES
               ") NOW SEALED" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM DISPLAY-INFO-SCREEN
           EXIT.

      * points BE-CUR at the entry for MON-NAME, adding one (zeroed,
           ACCEPT INPUT-LINE
           EXIT.

      * the fight on screen has now seen the player stunned or
      * poisoned, if they are. noted every turn and again at the
      * kill, so an affliction that lifts before the last blow still
      * counts toward GRIT.
       NOTE-FIGHT-AFFLICTION.
           IF PL-SE-STUN AND PL-SE-TURNS IS GREATER THAN ZERO
               MOVE "Y" TO AC-FIGHT-STUNNED
           END-IF
           IF PL-SE-POISON AND PL-SE-TURNS IS GREATER THAN ZERO
               MOVE "Y" TO AC-FIGHT-POISONED
           END-IF
           EXIT.

      * tries every achievement not yet held against the event in
      * AC-EVENT: a spawn (GENERATE-MONSTER) for FLOOR, a kill for
      * BOSS, GRIT and SLAY, the end of the run (GAME-OVER) for GOLD.
      * SLAY reads the bestiary's kill tally, so it counts kills from
      * before the row was added, and a monster past the bestiary's
      * 50 names cannot be slain toward it.
       CHECK-ACHIEVEMENTS.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-TABLE-COUNT
               MOVE "N" TO AC-MET
               IF ACT-HELD(AC-IDX) NOT EQUAL "Y"
                   EVALUATE AC-EVENT ALSO ACT-KIND(AC-IDX)
                       WHEN "S" ALSO "FLOOR"
                           IF FL-FLOOR NOT LESS THAN ACT-COUNT(AC-IDX)
                               MOVE "Y" TO AC-MET
                           END-IF
                       WHEN "K" ALSO "BOSS"
                           IF FL-BOSS AND AC-FIGHT-ITEM EQUAL "N"
                               AND PL-HEALTH IS GREATER THAN ZERO
                               MOVE "Y" TO AC-MET
                           END-IF
                       WHEN "K" ALSO "GRIT"
                           PERFORM CHECK-GRIT-ACHIEVEMENT
                       WHEN "K" ALSO "SLAY"
                           IF BE-CUR NOT EQUAL 0
                               AND MON-NAME EQUAL ACT-TARGET(AC-IDX)
                               AND BET-KILLS(BE-CUR)
                                   NOT LESS THAN ACT-COUNT(AC-IDX)
                               MOVE "Y" TO AC-MET
                           END-IF
                       WHEN "E" ALSO "GOLD"
                           IF GD-GOLD NOT LESS THAN ACT-COUNT(AC-IDX)
                               MOVE "Y" TO AC-MET
                           END-IF
                   END-EVALUATE
               END-IF
               IF AC-MET EQUAL "Y"
                   PERFORM AWARD-ACHIEVEMENT
               END-IF
           END-PERFORM
           EXIT.

      * a fight won (the player still standing) with the affliction
      * AC-IDX's row asks for, or either one when it names none.
       CHECK-GRIT-ACHIEVEMENT.
           IF PL-HEALTH IS NOT GREATER THAN ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE ACT-TARGET(AC-IDX)
               WHEN "STUN"
                   MOVE AC-FIGHT-STUNNED TO AC-MET
               WHEN "POISON"
                   MOVE AC-FIGHT-POISONED TO AC-MET
               WHEN OTHER
                   IF AC-FIGHT-STUNNED EQUAL "Y"
                       OR AC-FIGHT-POISONED EQUAL "Y"
                       MOVE "Y" TO AC-MET
                   END-IF
           END-EVALUATE
           EXIT.

      * AC-IDX has just been earned: filed with today's date and the
      * run's seed, saved straight away and announced. past 50
      * unlocks on file the new one is announced but not kept.
       AWARD-ACHIEVEMENT.
           MOVE "Y" TO ACT-HELD(AC-IDX)
           IF AH-TABLE-COUNT < 50
               PERFORM FORMAT-CURRENT-DATETIME
               ADD 1 TO AH-TABLE-COUNT
               SET AH-IDX TO AH-TABLE-COUNT
               MOVE ACT-NAME(AC-IDX) TO AHT-NAME(AH-IDX)
               MOVE WS-DATE-TEXT     TO AHT-DATE(AH-IDX)
               MOVE WS-RNG-SEED      TO AHT-SEED(AH-IDX)
               PERFORM SAVE-ACHIEVEMENTS
           END-IF
           IF AC-RUN-COUNT < 30
               ADD 1 TO AC-RUN-COUNT
               SET AC-RUN-ENTRY(AC-RUN-COUNT) TO AC-IDX
           END-IF
           MOVE SPACES TO DISPLAY-TEXT
           STRING
               "ACHIEVEMENT UNLOCKED: " DELIMITED BY SIZE
               ACT-NAME(AC-IDX) DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM DISPLAY-INFO-SCREEN
           EXIT.

      * after the bestiary page: what this run unlocked, in the order
      * it was earned. nothing to show without a catalog.
       PRINT-RUN-ACHIEVEMENTS.
           IF AC-TABLE-COUNT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "=====  ACHIEVEMENTS THIS RUN: " PR-NAME " ====="
           IF AC-RUN-COUNT EQUAL 0
               DISPLAY "NOTHING NEW UNLOCKED"
           END-IF
           PERFORM VARYING AC-RUN-IDX FROM 1 BY 1
               UNTIL AC-RUN-IDX > AC-RUN-COUNT
               SET AC-IDX TO AC-RUN-ENTRY(AC-RUN-IDX)
               DISPLAY ACT-NAME(AC-IDX) " " ACT-KIND(AC-IDX)
           END-PERFORM
           DISPLAY "UNLOCKED OVER THE CAREER: " AH-TABLE-COUNT
           DISPLAY "PRESS ENTER"
           MOVE SPACES TO INPUT-LINE
           ACCEPT INPUT-LINE
           EXIT.

      * a level every CR-XP-PER-LEVEL experience, starting at 1.
       COMPUTE-CAREER-LEVEL.
           DIVIDE CR-EXPERIENCE BY CR-XP-PER-LEVEL
           ADD 1 TO SX-CBT-RECS
           EXIT.

      * LEDGER.DAT is rolling like COMBATLOG.DAT -- marked per
      * session, never truncated. batch runs carry no wallet, so only
      * interactive play opens it.
       OPEN-LEDGER.
           MOVE "LEDGER   " TO SX-ADD-LOG
           PERFORM ADD-SESSION-TO-INDEX
           MOVE SX-NEXT-SESSION TO SX-LDG-SESSION
           MOVE 0 TO SX-LDG-RECS

           OPEN EXTEND GOLD-LEDGER
           IF FS-LEDGER EQUAL "35"
               OPEN OUTPUT GOLD-LEDGER
           END-IF

           PERFORM FORMAT-CURRENT-DATETIME
      *    labels moved in by hand -- see OPEN-COMBAT-LOG
           MOVE "SESSION: " TO LSF-01
           MOVE " TIME: "   TO LSF-02
           MOVE WS-DATE-TEXT TO LSM-DATE
           MOVE WS-TIME-TEXT TO LSM-TIME
           WRITE LEDGER-RECORD FROM LEDGER-SESSION-MARKER
           EXIT.

      * one ledger record per gold or item movement. the LG-*-SAVE
      * fields are staged by the caller; quantity is always one,
      * since every drop, purchase and use moves a single item.
       WRITE-LEDGER-RECORD.
           MOVE "EVENT: "  TO LGF-01
           MOVE " PROF: "  TO LGF-02
           MOVE " FLOOR: " TO LGF-03
           MOVE " MON: "   TO LGF-04
           MOVE " ITEM: "  TO LGF-05
           MOVE " QTY: "   TO LGF-06
           MOVE " PRICE: " TO LGF-07
           MOVE " GOLD: "  TO LGF-08
           MOVE LG-EVENT-SAVE   TO LG-EVENT
           MOVE PR-NAME         TO LG-PROFILE
           MOVE FL-FLOOR        TO LG-FLOOR
           MOVE LG-MONSTER-SAVE TO LG-MONSTER
           MOVE LG-ITEM-SAVE    TO LG-ITEM
           IF LG-EVENT-SAVE EQUAL "GOLD"
               MOVE 0 TO LG-QTY
           ELSE
               MOVE 1 TO LG-QTY
           END-IF
           MOVE LG-PRICE-SAVE   TO LG-PRICE
           MOVE GD-GOLD         TO LG-GOLD
           WRITE LEDGER-RECORD
           ADD 1 TO SX-LDG-RECS
           EXIT.

      * pulls the tuning constants out of ARENARULES.DAT, replacing
      * the built-in defaults. tuning no longer means a recompile,
      * and the rule-set identifier makes old history comparable --
           CLOSE SESSION-INDEX

           IF SX-HAVE-ENTRY EQUAL 0
               EVALUATE SX-ADD-LOG
                   WHEN "MONSTERS "
                       PERFORM SCAN-MONSTER-SESSIONS
                   WHEN "LEDGER   "
                       PERFORM SCAN-LEDGER-SESSIONS
                   WHEN OTHER
                       PERFORM SCAN-COMBAT-SESSIONS
               END-EVALUATE
               MOVE SX-SCAN-COUNT TO SX-NEXT-SESSION
           END-IF
           ADD 1 TO SX-NEXT-SESSION
           CLOSE COMBAT-LOG
           EXIT.

       SCAN-LEDGER-SESSIONS.
           MOVE 0 TO SX-SCAN-COUNT
           OPEN INPUT GOLD-LEDGER
           IF FS-LEDGER EQUAL "00"
               PERFORM UNTIL FS-LEDGER NOT EQUAL "00"
                   AND FS-LEDGER NOT EQUAL "04"
                   READ GOLD-LEDGER
                   IF (FS-LEDGER EQUAL "00" OR FS-LEDGER EQUAL "04")
                       AND LSF-01 EQUAL "SESSION: "
                       ADD 1 TO SX-SCAN-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE GOLD-LEDGER
           EXIT.

      * fills in the record counts for this run's directory
      * entries once the logs are closed. the whole index is small
      * enough to rewrite in place, like RUN-HISTORY-ARCHIVE does
      * with the live history.
                   AND SXT-RAW(SX-IDX) (22:4) EQUAL SX-SESS-TEXT
                   MOVE SX-CBT-RECS TO SXT-RAW(SX-IDX) (65:6)
               END-IF
               MOVE SX-LDG-SESSION TO SX-SESS-TEXT
               IF SXT-RAW(SX-IDX) (6:9) EQUAL "LEDGER   "
                   AND SXT-RAW(SX-IDX) (22:4) EQUAL SX-SESS-TEXT
                   MOVE SX-LDG-RECS TO SXT-RAW(SX-IDX) (65:6)
               END-IF
           END-PERFORM

           OPEN OUTPUT SESSION-INDEX
           END-IF
           EXIT.

      * loads the behaviour rows out of MONSTERBEHAVIOR.DAT. a missing
      * file just means every monster fights by its rolls alone, like
      * a missing ITEMTYPES.DAT means no drops. a row naming no
      * catalog monster never matches a spawn and is left for TYPE-
      * CHART-AUDIT to flag.
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
                   STOP RUN
               END-IF
           END-IF
           CLOSE MONSTER-BEHAVIORS
           EXIT.

      * a monster holds at most one row of each kind per ALL/BOSS set.
      * HEAL and ENRAGE need a threshold short of full health and an
      * amount; FOCUS a threshold only; OPENER neither.
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
               STOP RUN
           END-IF
           EXIT.

      * loads attacker/defender/multiplier rows out of TYPECHART.DAT.
      * a pair with no row in the table is treated as neutral (1x),
      * but a chart that is missing or empty would turn EVERY matchup
           END-EVALUATE
           EXIT.

      * appends this run's GAME-STATS and build to RUNHISTORY.DAT,
      * then files the same line on RUNMASTER.DAT.
       SAVE-RUN-HISTORY.
           PERFORM FORMAT-CURRENT-DATETIME

           MOVE PR-NAME        TO RH-PROFILE
           MOVE " RULES: "     TO RHF-16
           MOVE AR-RULES-ID    TO RH-RULES
      *    the MONSTERS.INC session this run was played in, so RUN-
      *    RECONCILE can match the run to its spawns and its fights
           MOVE " SESS: "      TO RHF-17
           MOVE SX-MON-SESSION TO RH-SESSION
           MOVE " CARRY: "     TO RHF-18
           MOVE SX-CARRIED     TO RH-CARRIED
           MOVE RUN-HISTORY-RECORD TO RM-RUN-SAVE
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY

           PERFORM SAVE-RUN-MASTER
           EXIT.

      * files the run in RM-RUN-SAVE on RUNMASTER.DAT, creating the
      * master on the first run. RUNHISTORY.DAT already has the run,
      * so a failure here is reported and play goes on.
       SAVE-RUN-MASTER.
           OPEN I-O RUN-MASTER
           IF FS-RUNMAST EQUAL "35"
               OPEN OUTPUT RUN-MASTER
           END-IF
           IF FS-RUNMAST NOT EQUAL "00"
               MOVE SPACES TO DISPLAY-TEXT
               STRING "COULD NOT OPEN RUNMASTER.DAT -- FILE STATUS "
                   FS-RUNMAST DELIMITED BY SIZE INTO DISPLAY-TEXT
               PERFORM DISPLAY-INFO-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE RM-RUN-SAVE TO RM-HISTORY
           PERFORM BUILD-RUN-MASTER-KEYS
           WRITE RUN-MASTER-RECORD
               INVALID KEY
                   MOVE "RUN ALREADY ON RUNMASTER.DAT -- NOT FILED"
                       TO DISPLAY-TEXT
                   PERFORM DISPLAY-INFO-SCREEN
           END-WRITE
           IF FS-RUNMAST NOT EQUAL "00" AND FS-RUNMAST NOT EQUAL "22"
               MOVE SPACES TO DISPLAY-TEXT
               STRING "COULD NOT FILE RUN ON RUNMASTER.DAT -- FILE "
                   "STATUS " FS-RUNMAST DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               PERFORM DISPLAY-INFO-SCREEN
           END-IF
           CLOSE RUN-MASTER
           EXIT.

      * builds the RUNMASTER.DAT keys from the run line in RM-HISTORY.
      * monsters and damage go in as 9999 / 999999 less the value so
      * the best runs come first on every alternate key.
       BUILD-RUN-MASTER-KEYS.
           MOVE RMH-DATE    TO RM-DATE
           MOVE RMH-TIME    TO RM-TIME
           MOVE RMH-PROFILE TO RM-PROFILE
           MOVE RMH-PROFILE TO RM-PK-PROFILE
           MOVE RMH-RULES   TO RM-RK-RULES
           SUBTRACT RMH-MONSTERS FROM 9999 GIVING RM-MK-MONSTERS
           SUBTRACT RMH-DMG-DEALT FROM 999999 GIVING RM-MK-DMG-DEALT
           MOVE RM-MK-MONSTERS  TO RM-PK-MONSTERS
           MOVE RM-MK-DMG-DEALT TO RM-PK-DMG-DEALT
           MOVE RM-MK-MONSTERS  TO RM-RK-MONSTERS
           MOVE RM-MK-DMG-DEALT TO RM-RK-DMG-DEALT
           EXIT.

      * prints the best runs so far off RUNMASTER.DAT, by monsters
      * survived (ties broken by damage dealt) or by damage dealt
      * (ties broken by monsters), for everyone or for this profile.
      * RM-MONSTERS-KEY and RM-PROFILE-KEY already run best first, so
      * by monsters only the first ten runs of a path are read; by
      * damage the whole path is read and ranked as it goes.
       PRINT-LEADERBOARD.
           MOVE 0 TO LB-TABLE-COUNT
           MOVE "SORT BY DAMAGE DEALT? (Y/N)" TO DISPLAY-TEXT
               MOVE "M" TO LB-SORT-MODE
           END-IF

           MOVE SPACES TO DISPLAY-TEXT
           STRING "ONLY RUNS BY " DELIMITED BY SIZE
               PR-NAME DELIMITED BY SPACE
               "? (Y/N)" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           MOVE SPACES TO INPUT-LINE
           DISPLAY SCREEN-YESNO
           ACCEPT SCREEN-YESNO
           MOVE FUNCTION UPPER-CASE(INPUT-LINE) TO INPUT-LINE
           IF INPUT-YES
               MOVE "P" TO LB-VIEW-MODE
           ELSE
               MOVE "A" TO LB-VIEW-MODE
           END-IF

           OPEN INPUT RUN-MASTER
           IF FS-RUNMAST EQUAL "00"
               IF LB-VIEW-PROFILE
                   MOVE PR-NAME TO LB-PATH-PROFILE
                   PERFORM READ-PROFILE-PATH
      *            runs filed before profiles existed have a blank
      *            PROF and were all played as PLAYER
                   IF PR-NAME EQUAL "PLAYER"
                       MOVE SPACES TO LB-PATH-PROFILE
                       PERFORM READ-PROFILE-PATH
                   END-IF
               ELSE
                   PERFORM READ-MASTER-PATH
               END-IF
           END-IF
           CLOSE RUN-MASTER

           DISPLAY " "
           MOVE SPACES TO DISPLAY-TEXT
           IF LB-VIEW-PROFILE
               STRING "===== TOP RUNS BY " DELIMITED BY SIZE
                   PR-NAME DELIMITED BY SPACE
                   INTO DISPLAY-TEXT
           ELSE
               MOVE "===== TOP RUNS" TO DISPLAY-TEXT
           END-IF
           IF LB-SORT-BY-DAMAGE
               DISPLAY FUNCTION TRIM(DISPLAY-TEXT)
                   " (BY DAMAGE DEALT) ====="
           ELSE
               DISPLAY FUNCTION TRIM(DISPLAY-TEXT)
                   " (BY MONSTERS SURVIVED) ====="
           END-IF
           MOVE SPACES TO DISPLAY-TEXT
           PERFORM VARYING LB-IDX FROM 1 BY 1
               UNTIL LB-IDX > LB-TABLE-COUNT OR LB-IDX > 10
               DISPLAY LB-DATE(LB-IDX) " " LB-TIME(LB-IDX)
           DISPLAY " "
           EXIT.

      * reads every run on RUNMASTER.DAT down RM-MONSTERS-KEY, best
      * first, into the leaderboard.
       READ-MASTER-PATH.
           MOVE "N" TO LB-PATH-DONE
           MOVE 0 TO LB-PATH-READS
           MOVE ZEROES TO RM-MONSTERS-KEY
           START RUN-MASTER KEY IS NOT LESS THAN RM-MONSTERS-KEY
               INVALID KEY
                   MOVE "Y" TO LB-PATH-DONE
           END-START
      *    status 02 only says the next run shares this one's key
           PERFORM UNTIL LB-PATH-DONE EQUAL "Y"
               READ RUN-MASTER NEXT RECORD
               IF FS-RUNMAST(1:1) EQUAL "0"
                   PERFORM RANK-LEADERBOARD-ENTRY
               ELSE
                   MOVE "Y" TO LB-PATH-DONE
               END-IF
               IF LB-SORT-BY-MONSTERS AND LB-PATH-READS EQUAL 10
                   MOVE "Y" TO LB-PATH-DONE
               END-IF
           END-PERFORM
           EXIT.

      * reads LB-PATH-PROFILE's runs on RUNMASTER.DAT down
      * RM-PROFILE-KEY, best first, into the leaderboard.
       READ-PROFILE-PATH.
           MOVE "N" TO LB-PATH-DONE
           MOVE 0 TO LB-PATH-READS
           MOVE LB-PATH-PROFILE TO RM-PK-PROFILE
           MOVE ZEROES TO RM-PK-MONSTERS
           MOVE ZEROES TO RM-PK-DMG-DEALT
           START RUN-MASTER KEY IS NOT LESS THAN RM-PROFILE-KEY
               INVALID KEY
                   MOVE "Y" TO LB-PATH-DONE
           END-START
           PERFORM UNTIL LB-PATH-DONE EQUAL "Y"
               READ RUN-MASTER NEXT RECORD
               IF FS-RUNMAST(1:1) EQUAL "0"
                   AND RM-PK-PROFILE EQUAL LB-PATH-PROFILE
                   PERFORM RANK-LEADERBOARD-ENTRY
               ELSE
                   MOVE "Y" TO LB-PATH-DONE
               END-IF
               IF LB-SORT-BY-MONSTERS AND LB-PATH-READS EQUAL 10
                   MOVE "Y" TO LB-PATH-DONE
               END-IF
           END-PERFORM
           EXIT.

      * drops the run just read into the table below the last entry
      * and walks it up past every entry it beats; the table keeps
      * the best ten. a tie stays below the run read first.
       RANK-LEADERBOARD-ENTRY.
           ADD 1 TO LB-PATH-READS
           ADD 1 TO LB-TABLE-COUNT
           MOVE LB-TABLE-COUNT TO LB-SLOT
           MOVE RMH-MONSTERS     TO LB-MONSTERS(LB-SLOT)
           MOVE RMH-DMG-DEALT    TO LB-DMG-DEALT(LB-SLOT)
           MOVE RMH-DMG-RECEIVED TO LB-DMG-RECEIVED(LB-SLOT)
           MOVE RMH-PL-TYPE      TO LB-PL-TYPE(LB-SLOT)
           MOVE RMH-PL-ATTACK    TO LB-PL-ATTACK(LB-SLOT)
           MOVE RMH-PL-DEFENSE   TO LB-PL-DEFENSE(LB-SLOT)
           MOVE RMH-PL-SPATTACK  TO LB-PL-SPATTACK(LB-SLOT)
           MOVE RMH-PL-SPDEFENSE TO LB-PL-SPDEFENSE(LB-SLOT)
           MOVE RMH-DATE         TO LB-DATE(LB-SLOT)
           MOVE RMH-TIME         TO LB-TIME(LB-SLOT)
      *    runs filed from history written before the floor, profile
      *    or rules columns existed carry them blank
           IF RMH-FLOOR IS NUMERIC
               MOVE RMH-FLOOR TO LB-FLOOR(LB-SLOT)
           ELSE
               MOVE ZEROES TO LB-FLOOR(LB-SLOT)
           END-IF
           MOVE RMH-PROFILE      TO LB-PROFILE(LB-SLOT)
           MOVE RMH-RULES        TO LB-RULES(LB-SLOT)

           MOVE "Y" TO LB-BETTER
           PERFORM UNTIL LB-SLOT EQUAL 1 OR LB-BETTER EQUAL "N"
               MOVE "N" TO LB-BETTER
               IF (LB-SORT-BY-DAMAGE
                       AND (LB-DMG-DEALT(LB-SLOT) >
                               LB-DMG-DEALT(LB-SLOT - 1)
                           OR (LB-DMG-DEALT(LB-SLOT) EQUAL
                                   LB-DMG-DEALT(LB-SLOT - 1)
                               AND LB-MONSTERS(LB-SLOT) >
                                   LB-MONSTERS(LB-SLOT - 1))))
                   OR (LB-SORT-BY-MONSTERS
                       AND (LB-MONSTERS(LB-SLOT) >
                               LB-MONSTERS(LB-SLOT - 1)
                           OR (LB-MONSTERS(LB-SLOT) EQUAL
                                   LB-MONSTERS(LB-SLOT - 1)
                               AND LB-DMG-DEALT(LB-SLOT) >
                                   LB-DMG-DEALT(LB-SLOT - 1))))
                   MOVE "Y" TO LB-BETTER
                   MOVE LEADERBOARD-ENTRY(LB-SLOT)
                       TO LEADERBOARD-TEMP
                   MOVE LEADERBOARD-ENTRY(LB-SLOT - 1)
                       TO LEADERBOARD-ENTRY(LB-SLOT)
                   MOVE LEADERBOARD-TEMP
                       TO LEADERBOARD-ENTRY(LB-SLOT - 1)
                   SUBTRACT 1 FROM LB-SLOT
               END-IF
           END-PERFORM
           IF LB-TABLE-COUNT > 10
               MOVE 10 TO LB-TABLE-COUNT
           END-IF
           EXIT.

       GENERATE-MONSTER.
           ADD ONE TO ST-MONSTERS
           PERFORM COMPUTE-FLOOR-STATE
           PERFORM APPLY-FLOOR-SCALING
           PERFORM PICK-MONSTER-BEHAVIORS

      *    batch sessions log their spawns too, so MONSTER-BALANCE can
      *    line the spawn stream up with the combat log and the batch
                   MOVE "A NEW MONSTER APPROACHES" TO DISPLAY-TEXT
               END-IF
               PERFORM DISPLAY-INFO-SCREEN
               MOVE "N" TO AC-FIGHT-ITEM
               MOVE "N" TO AC-FIGHT-STUNNED
               MOVE "N" TO AC-FIGHT-POISONED
               MOVE "S" TO AC-EVENT
               PERFORM CHECK-ACHIEVEMENTS
           END-IF
           EXIT.

           MOVE TMP-UINT TO MON-SPDEFENSE
           EXIT.

      * takes the new monster's rows off MONSTER-BEHAVIOR-TABLE once
      * its health is scaled, so the thresholds are percentages of
      * what it walks in with. a boss goes by its BOSS rows when it
      * has any and by its ALL rows otherwise.
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

      * the checkpoint does not carry the monster's behaviour state,
      * so a resumed fight takes the safe reading: full health is the
      * catalog's (doubled for a boss, as APPLY-FLOOR-SCALING does),
      * the heal and the opener count as spent, no focus is held, and
      * a monster already at its rage threshold is taken as enraged
      * -- the boost is in the attack the checkpoint saved.
       RESUME-MONSTER-BEHAVIORS.
           PERFORM PICK-MONSTER-BEHAVIORS
           PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-TABLE-COUNT
               IF MTT-NAME(MT-IDX) EQUAL MON-NAME
                   MOVE MTT-HEALTH(MT-IDX) TO MB-FULL-HEALTH
                   IF FL-BOSS
                       MULTIPLY MTT-HEALTH(MT-IDX) BY 2
                           GIVING MB-FULL-HEALTH
                           ON SIZE ERROR MOVE 999 TO MB-FULL-HEALTH
                       END-MULTIPLY
                   END-IF
                   SET MT-IDX TO MT-TABLE-COUNT
               END-IF
           END-PERFORM
           IF MB-FULL-HEALTH < MON-HEALTH
               MOVE MON-HEALTH TO MB-FULL-HEALTH
           END-IF

           MOVE "Y" TO MB-HEALED
           MOVE "Y" TO MB-OPENED
           IF MB-ENRAGE-BELOW > 0
               MULTIPLY MON-HEALTH BY 100 GIVING MB-CALC
               MULTIPLY MB-ENRAGE-BELOW BY MB-FULL-HEALTH
                   GIVING MB-LIMIT
               IF MB-CALC <= MB-LIMIT
                   MOVE "Y" TO MB-ENRAGED
               END-IF
           END-IF
           EXIT.


       GEN-RNG-NUMBER.
           MOVE ZERO TO TMP-NUM
               IF MON-SE-STUN AND MON-SE-TURNS IS GREATER THAN ZERO
                   MOVE 1 TO SE-MONSTER-STUNNED
               END-IF
               PERFORM NOTE-FIGHT-AFFLICTION

               MOVE FUNCTION RANDOM TO TMP-NUM
               MULTIPLY 100 BY TMP-NUM
               ELSE
                   MOVE ZERO TO MON-DEFEND
               END-IF
               PERFORM SET-MONSTER-STANCE

               PERFORM FILL-SCREEN-BATTLE
               DISPLAY SCREEN-BATTLE

                   MOVE FUNCTION RANDOM TO TMP-NUM
                   MULTIPLY 100 BY TMP-NUM
                   PERFORM PLAN-MONSTER-TURN
                   IF MON-DEFEND IS NOT EQUAL TO ONE
                       AND SE-MONSTER-STUNNED EQUAL 0
                       AND MB-TURN EQUAL SPACE

                       IF MB-FORCED EQUAL SPACE
                           AND MON-SP-RATIO <= TMP-NUM
                           MOVE PL-DEFENSE TO TMP-DEF
                           MOVE MON-ATTACK TO TMP-ATK
                           PERFORM APPLY-MONSTER-POISON
                               INTO DISPLAY-TEXT

                       ELSE
                           IF MB-FORCED EQUAL "O"
                               PERFORM MONSTER-OPENS
                           END-IF
                           MOVE PL-SPDEFENSE TO TMP-DEF
                           MOVE MON-SPATTACK TO TMP-ATK
      *                    no poison sap here: this branch never
                           PERFORM CALCULATE-SP-DAMAGE
                           MOVE TC-LOOKUP-MULT TO CL-MULT-SAVE

      *                    a held focus lands now, before the brace,
      *                    as the player's does
                           IF MB-FORCED EQUAL "F"
                               MULTIPLY FOCUS-RATIO BY TMP-NUM
                               GIVING TMP-NUM
                           END-IF

                           IF PL-DEFEND IS EQUAL ONE
                               MULTIPLY DEFEND-RATIO BY TMP-NUM
                           END-IF
                       ELSE
                           MOVE "N" TO CL-BRACE-SAVE
                       END-IF
                       IF MB-FORCED EQUAL "F"
                           MOVE "Y" TO CL-FOCUS-SAVE
                           MOVE "N" TO MB-FOCUSED
                       ELSE
                           MOVE "N" TO CL-FOCUS-SAVE
                       END-IF
                       PERFORM LOG-COMBAT-TURN

      *                the monster's magic can leave its element's
                   ELSE
      *                a bracing or stunned monster still took its
      *                turn -- give it a record, same as the player's
      *                DEFEND. a heal or a focus is its turn instead.
                       MOVE "MONSTER" TO CL-ACTOR-SAVE
                       MOVE 0 TO CL-BASE-SAVE
                       MOVE 1 TO CL-MULT-SAVE
                       MOVE "N" TO CL-BRACE-SAVE
                       MOVE "N" TO CL-FOCUS-SAVE
                       EVALUATE TRUE
                           WHEN SE-MONSTER-STUNNED EQUAL 1
                               MOVE "STUN" TO CL-ACTION-SAVE
                               STRING
                                   "THE " DELIMITED BY SIZE
                                   MON-NAME DELIMITED BY SPACES
                                   " IS STUNNED" DELIMITED BY SIZE
                                   INTO DISPLAY-TEXT
                               PERFORM DISPLAY-INFO-SCREEN
                               PERFORM LOG-COMBAT-TURN
                           WHEN MB-TURN EQUAL "H"
                               PERFORM MONSTER-HEALS
                           WHEN MB-TURN EQUAL "F"
                               PERFORM MONSTER-FOCUSES
                           WHEN OTHER
                               MOVE "DEFEND" TO CL-ACTION-SAVE
                               PERFORM LOG-COMBAT-TURN
                       END-EVALUATE
                   END-IF
               END-IF

                   PERFORM TICK-STATUS-EFFECTS
               END-IF

               IF INPUT-GOOD
                   PERFORM CHECK-MONSTER-ENRAGE
               END-IF

               IF NOT BATCH-MODE
                   AND PL-HEALTH IS GREATER THAN ZERO
                   AND MON-HEALTH IS GREATER THAN ZERO
           END-PERFORM.
           EXIT.

      * a monster with an opener to throw or a focused special held
      * does not brace this turn -- it is winding up to strike.
       SET-MONSTER-STANCE.
           IF MB-FOCUSED EQUAL "Y"
               OR (MB-OPENER EQUAL "Y" AND MB-OPENED EQUAL "N")
               MOVE ZERO TO MON-DEFEND
           END-IF
           EXIT.

      * the monster's behaviour rows have their say on its turn,
      * after the plain/special roll in TMP-NUM is drawn and before
      * it is read. a heal takes the turn whatever the rolls said; a
      * held focus, then an unthrown opener, force the special; and a
      * special the roll picks is held back to focus on instead when
      * the monster is low enough and not already bracing. no extra
      * random draws, so a seed still plays the same stream.
       PLAN-MONSTER-TURN.
           MOVE SPACE TO MB-TURN
           MOVE SPACE TO MB-FORCED
           IF SE-MONSTER-STUNNED EQUAL 1
               EXIT PARAGRAPH
           END-IF

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
                   AND (MON-DEFEND NOT EQUAL ONE OR BATCH-MODE)
                   MULTIPLY MON-HEALTH BY 100 GIVING MB-CALC
                   MULTIPLY MB-FOCUS-BELOW BY MB-FULL-HEALTH
                       GIVING MB-LIMIT
                   IF MB-CALC <= MB-LIMIT
                       MOVE "F" TO MB-TURN
                   END-IF
           END-EVALUATE
           EXIT.

      * HEAL: MB-HEAL-AMOUNT percent of the monster's full health,
      * at least 1, no more than 99 (the combat log's base column)
      * and never past full. logged with the amount as its base.
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

           IF NOT BATCH-MODE
               MOVE MB-AMOUNT TO TMP-DOT
               STRING
                   "THE " DELIMITED BY SIZE
                   MON-NAME DELIMITED BY SPACES
                   " HEALS ITSELF FOR " DELIMITED BY SIZE
                   TMP-DOT DELIMITED BY SIZE
                   " HEALTH" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               PERFORM DISPLAY-INFO-SCREEN
           END-IF

           MOVE "MONSTER" TO CL-ACTOR-SAVE
           MOVE "HEAL" TO CL-ACTION-SAVE
           MOVE MB-AMOUNT TO CL-BASE-SAVE
           MOVE 1 TO CL-MULT-SAVE
           MOVE "N" TO CL-BRACE-SAVE
           MOVE "N" TO CL-FOCUS-SAVE
           PERFORM LOG-COMBAT-TURN
           EXIT.

      * FOCUS: the special the roll picked is held for next turn
       MONSTER-FOCUSES.
           MOVE "Y" TO MB-FOCUSED
           IF NOT BATCH-MODE
               STRING
                   "THE " DELIMITED BY SIZE
                   MON-NAME DELIMITED BY SPACES
                   " GATHERS ITS POWER" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               PERFORM DISPLAY-INFO-SCREEN
           END-IF

           MOVE "MONSTER" TO CL-ACTOR-SAVE
           MOVE "FOCUS" TO CL-ACTION-SAVE
           MOVE 0 TO CL-BASE-SAVE
           MOVE 1 TO CL-MULT-SAVE
           MOVE "N" TO CL-BRACE-SAVE
           MOVE "N" TO CL-FOCUS-SAVE
           PERFORM LOG-COMBAT-TURN
           EXIT.

      * OPENER: a marker ahead of the special it forces, so the log
      * shows why the special came
       MONSTER-OPENS.
           MOVE "Y" TO MB-OPENED
           IF NOT BATCH-MODE
               STRING
                   "THE " DELIMITED BY SIZE
                   MON-NAME DELIMITED BY SPACES
                   " OPENS WITH ITS MAGIC" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               PERFORM DISPLAY-INFO-SCREEN
           END-IF

           MOVE "MONSTER" TO CL-ACTOR-SAVE
           MOVE "OPENER" TO CL-ACTION-SAVE
           MOVE 0 TO CL-BASE-SAVE
           MOVE 1 TO CL-MULT-SAVE
           MOVE "N" TO CL-BRACE-SAVE
           MOVE "N" TO CL-FOCUS-SAVE
           PERFORM LOG-COMBAT-TURN
           EXIT.

      * ENRAGE: looked at once the turn is over, with both sides
      * still standing. the attack boost clips at 99 like the floor
      * scaling, and what it actually added is logged as the base.
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
           SUBTRACT MON-ATTACK FROM TMP-UINT GIVING MB-AMOUNT
           MOVE TMP-UINT TO MON-ATTACK
           MOVE "Y" TO MB-ENRAGED

           IF NOT BATCH-MODE
               STRING
                   "THE " DELIMITED BY SIZE
                   MON-NAME DELIMITED BY SPACES
                   " FLIES INTO A RAGE" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               PERFORM DISPLAY-INFO-SCREEN
           END-IF

           MOVE "MONSTER" TO CL-ACTOR-SAVE
           MOVE "ENRAGE" TO CL-ACTION-SAVE
           MOVE MB-AMOUNT TO CL-BASE-SAVE
           MOVE 1 TO CL-MULT-SAVE
           MOVE "N" TO CL-BRACE-SAVE
           MOVE "N" TO CL-FOCUS-SAVE
           PERFORM LOG-COMBAT-TURN
           EXIT.

      * TMP-DEF is recipient's defence
      * TMP-ATK is agressor's attack
      * TMP-NUM is the value to subtract from health (output)
               IF MON-ATK-RATIO IS LESS THAN OR EQUAL TO TMP-NUM
                   MOVE ONE TO MON-DEFEND
               END-IF
               PERFORM SET-MONSTER-STANCE

               PERFORM BATCH-CHOOSE-ACTION
               EVALUATE WS-BATCH-ACTION
                   AND MON-HEALTH IS GREATER THAN ZERO
                   PERFORM BATCH-MONSTER-ATTACK
               END-IF
               PERFORM CHECK-MONSTER-ENRAGE
           END-PERFORM
           EXIT.

           PERFORM LOG-COMBAT-TURN
           EXIT.

      * the batch monster swings even when it braced (there is no
      * stun in batch play); a heal or a focus takes the swing's
      * place, as in REPL-LOOP.
       BATCH-MONSTER-ATTACK.
           MOVE FUNCTION RANDOM TO TMP-NUM
           MULTIPLY 100 BY TMP-NUM
           PERFORM PLAN-MONSTER-TURN
           EVALUATE MB-TURN
               WHEN "H"
                   PERFORM MONSTER-HEALS
                   EXIT PARAGRAPH
               WHEN "F"
                   PERFORM MONSTER-FOCUSES
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MB-FORCED EQUAL "O"
               PERFORM MONSTER-OPENS
           END-IF

           IF MB-FORCED EQUAL SPACE
               AND MON-SP-RATIO <= TMP-NUM
               MOVE PL-DEFENSE TO TMP-DEF
               MOVE MON-ATTACK TO TMP-ATK
               PERFORM CALCULATE-DAMAGE
               PERFORM CALCULATE-SP-DAMAGE
               MOVE TC-LOOKUP-MULT TO CL-MULT-SAVE
               MOVE "SPATK" TO CL-ACTION-SAVE
               IF MB-FORCED EQUAL "F"
                   MULTIPLY FOCUS-RATIO BY TMP-NUM GIVING TMP-NUM
               END-IF
           END-IF
           ADD TMP-NUM TO ST-DMG-RECEIVED
           SUBTRACT TMP-NUM FROM PL-HEALTH GIVING PL-HEALTH

           MOVE "MONSTER" TO CL-ACTOR-SAVE
           MOVE "N" TO CL-BRACE-SAVE
           IF MB-FORCED EQUAL "F"
               MOVE "Y" TO CL-FOCUS-SAVE
               MOVE "N" TO MB-FOCUSED
           ELSE
               MOVE "N" TO CL-FOCUS-SAVE
           END-IF
           PERFORM LOG-COMBAT-TURN
           EXIT.

