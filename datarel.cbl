       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-RELEASE.

      * staged release and rollback for the arena's data files:
      * MONSTERTYPES.DAT, TYPECHART.DAT, ITEMTYPES.DAT,
      * STATUSEFFECTS.DAT, ARENARULES.DAT, ACHIEVEMENTS.DAT and
      * MONSTERBEHAVIOR.DAT. tuning edits are made to
      * a copy named <FILE>.NEW instead of the live file; this job
      * then checks the staged set as a whole (each .NEW file, with
      * the live copy standing in for any file not staged) and only
      * puts it live once everything passes. nobody finds out about a
      * bad row from the arena refusing to start in front of a player
      * any more.
      *
      * checks: every row goes through the same rules KOBOLD-ARENA
      * applies at load (see LOAD-MONSTER-TYPES and friends), the row
      * counts must fit the arena's tables, and TYPE-CHART-AUDIT is
      * run against the set's catalog, chart and behaviour file.
      *
      * promotion keeps the file each .NEW replaces as
      * <FILE>.Gnnnn, nnnn being the release generation, and logs the
      * release to RELEASELOG.DAT with date, time, the files changed
      * and the ARENARULES id now in force. ROLLBACK puts back the
      * newest generation not already rolled back, all its files in
      * one step; running it again walks back one more.
      *
      * usage: datarel            check and promote the staged set
      *        datarel CHECK      check only, promote nothing
      *        datarel ROLLBACK   undo the latest release
      *
      * TYPE-CHART-AUDIT is expected alongside this program, built
      * under its source name (typeaudit).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-TYPES ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONTYPES.
           SELECT TYPE-CHART ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-TYPECHART.
           SELECT ITEM-TYPES ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ITEMTYPES.
           SELECT STATUS-EFFECTS ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-STATEFF.
           SELECT ARENA-RULES ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ARRULES.
           SELECT ACHIEVEMENT-TYPES ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ACHTYPES.
           SELECT MONSTER-BEHAVIORS ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONBEHAV.
           SELECT ANY-FILE ASSIGN TO DYNAMIC DR-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ANYFILE.
           SELECT RELEASE-LOG ASSIGN TO 'RELEASELOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RELLOG.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's MT-FILE-RECORD and its digit view
       FD MONSTER-TYPES.
       01 MT-FILE-RECORD.
           05 MTF-NAME             PIC X(20).
           05 MTF-TYPE             PIC X(5).
                   88 MTF-TYPE-KNOWN VALUE "WATER" "FIRE" "EARTH"
                                           "RANDM".
           05 MTF-HEALTH           PIC 9(3).
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
           05 MTF-WEIGHT           PIC 99.

       01 MT-FILE-DIGIT-VIEW.
           05 FILLER               PIC X(25).
           05 MTF-DIGITS           PIC 9(29).

      * mirror of KOBOLD-ARENA's TC-FILE-RECORD
       FD TYPE-CHART.
       01 TC-FILE-RECORD.
           05 TCF-ATK-TYPE  PIC X(5).
           05 TCF-DEF-TYPE  PIC X(5).
           05 TCF-MULT      PIC 9V99.

      * mirror of KOBOLD-ARENA's IT-FILE-RECORD and its digit view
       FD ITEM-TYPES.
       01 IT-FILE-RECORD.
           05 ITF-NAME     PIC X(20).
           05 ITF-EFFECT   PIC X(5).
                   88 ITF-EFFECT-KNOWN VALUE "HEAL" "ATK" "SPATK"
                                             "DEF" "SPDEF".
           05 ITF-POTENCY  PIC 9(3).
           05 ITF-WEIGHT   PIC 99.
           05 ITF-PRICE    PIC 9(3).

       01 IT-FILE-DIGIT-VIEW.
           05 FILLER       PIC X(25).
           05 ITF-DIGITS   PIC 9(8).

      * mirror of KOBOLD-ARENA's SE-FILE-RECORD and its digit view
       FD STATUS-EFFECTS.
       01 SE-FILE-RECORD.
           05 SEF-NAME     PIC X(6).
                   88 SEF-NAME-KNOWN VALUE "BURN" "POISON" "STUN".
           05 SEF-ATK-TYPE PIC X(5).
                   88 SEF-TYPE-KNOWN VALUE "WATER" "FIRE" "EARTH".
           05 SEF-CHANCE   PIC 99.
           05 SEF-POTENCY  PIC 9(3).
           05 SEF-DURATION PIC 99.

       01 SE-FILE-DIGIT-VIEW.
           05 FILLER       PIC X(11).
           05 SEF-DIGITS   PIC 9(7).

      * mirror of KOBOLD-ARENA's AR-FILE-RECORD and its digit view
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

      * mirror of KOBOLD-ARENA's MB-FILE-RECORD and its digit view
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

      * used only to see whether a file is there at all
       FD ANY-FILE.
       01 ANY-FILE-RECORD PIC X(100).

      * one record per promotion or rollback. RL-CHANGES holds one
      * letter per data file in the fixed order MONSTERTYPES,
      * TYPECHART, ITEMTYPES, STATUSEFFECTS, ARENARULES, ACHIEVEMENTS,
      * MONSTERBEHAVIOR: "B" replaced (the old file kept as that
      * generation's backup), "A" added where there was no live file
      * before, "-" untouched. a ROLLBACK record carries the
      * generation it undid.
       FD RELEASE-LOG.
       01 RELEASE-LOG-RECORD.
           05 RLF-01        PIC X(6)    VALUE "DATE: ".
           05 RL-DATE       PIC X(10).
           05 RLF-02        PIC X(7)    VALUE " TIME: ".
           05 RL-TIME       PIC X(8).
           05 RLF-03        PIC X(6)    VALUE " GEN: ".
           05 RL-GEN        PIC 9(4).
           05 RLF-04        PIC X(9)    VALUE " ACTION: ".
           05 RL-ACTION     PIC X(8).
           05 RLF-05        PIC X(8)    VALUE " RULES: ".
           05 RL-RULES      PIC X(8).
           05 RLF-06        PIC X(10)   VALUE " CHANGES: ".
           05 RL-CHANGES    PIC X(7).
           05 RLF-07        PIC X(8)    VALUE " FILES: ".
           05 RL-FILES      PIC X(90).

       WORKING-STORAGE SECTION.

       77 FS-MONTYPES   PIC XX.
       77 FS-TYPECHART  PIC XX.
       77 FS-ITEMTYPES  PIC XX.
       77 FS-STATEFF    PIC XX.
       77 FS-ARRULES    PIC XX.
       77 FS-ACHTYPES   PIC XX.
       77 FS-MONBEHAV   PIC XX.
       77 FS-ANYFILE    PIC XX.
       77 FS-RELLOG     PIC XX.

       77 WS-ARG PIC X(20) VALUE SPACES.
       77 WS-EOF-FLAG PIC X VALUE "N".
                   88 IS-EOF VALUE "Y".

       77 DR-MODE PIC X(8) VALUE "PROMOTE".
                   88 DR-PROMOTE  VALUE "PROMOTE".
                   88 DR-CHECK    VALUE "CHECK".
                   88 DR-ROLLBACK VALUE "ROLLBACK".

       77 DR-OPEN-NAME PIC X(30) VALUE SPACES.
       77 DR-FILE-EXISTS PIC X VALUE "N".
                   88 DR-EXISTS VALUE "Y".

      * the seven data files, in RL-CHANGES order
       01 DR-BASE-NAMES.
           05 FILLER PIC X(15) VALUE "MONSTERTYPES".
           05 FILLER PIC X(15) VALUE "TYPECHART".
           05 FILLER PIC X(15) VALUE "ITEMTYPES".
           05 FILLER PIC X(15) VALUE "STATUSEFFECTS".
           05 FILLER PIC X(15) VALUE "ARENARULES".
           05 FILLER PIC X(15) VALUE "ACHIEVEMENTS".
           05 FILLER PIC X(15) VALUE "MONSTERBEHAVIOR".
       01 DR-BASE-TABLE REDEFINES DR-BASE-NAMES.
           05 DR-BASE PIC X(15) OCCURS 7 TIMES.
       77 DR-FILE-MAX PIC 9 VALUE 7.

       01 DR-FILE-TABLE.
           05 DR-FILE-ENTRY OCCURS 7 TIMES INDEXED BY DR-IDX.
               10 DRF-LIVE-NAME    PIC X(30).
               10 DRF-NEW-NAME     PIC X(30).
               10 DRF-CHECK-NAME   PIC X(30).
               10 DRF-BACKUP-NAME  PIC X(30).
               10 DRF-STAGED-FLAG  PIC X.
                   88 DRF-STAGED VALUE "Y".
       77 DR-STAGED-COUNT PIC 9 VALUE 0.

      * the same table sizes KOBOLD-ARENA loads into
       77 DR-MT-MAX PIC 99 VALUE 20.
       77 DR-TC-MAX PIC 99 VALUE 20.
       77 DR-IT-MAX PIC 99 VALUE 20.
       77 DR-SE-MAX PIC 99 VALUE 10.
       77 DR-AC-MAX PIC 99 VALUE 30.
       77 DR-MB-MAX PIC 99 VALUE 40.

      * rows seen so far, for the duplicate checks the arena makes
       01 DR-AC-SEEN-TABLE.
           05 DR-AC-SEEN-NAME PIC X(20) OCCURS 30 TIMES.
       01 DR-MB-SEEN-TABLE.
           05 DR-MB-SEEN-ENTRY OCCURS 40 TIMES.
               10 DR-MB-SEEN-NAME   PIC X(20).
               10 DR-MB-SEEN-FIGHTS PIC X(4).
               10 DR-MB-SEEN-KIND   PIC X(6).
       77 DR-SEEN-COUNT PIC 99 VALUE 0.
       77 DR-SCAN PIC 99 VALUE 0.

       77 LD-ROW PIC 9(3) VALUE 0.
       77 LD-REASON PIC X(30) VALUE SPACES.
       77 DR-READ-STATUS PIC XX VALUE SPACES.
       77 DR-ERROR-COUNT PIC 9(3) VALUE 0.
       77 DR-MESSAGE PIC X(100) VALUE SPACES.
       77 DR-RULES-ID PIC X(8) VALUE "DEFAULT".

       77 DR-SHELL-CMD PIC X(100) VALUE SPACES.
       77 DR-STEP-RC PIC S9(9) VALUE 0.

      * generations seen on RELEASELOG.DAT, subscripted by number
       77 DR-LAST-GEN PIC 9(4) VALUE 0.
       77 DR-GEN PIC 9(4) VALUE 0.
       01 DR-GEN-TABLE.
           05 DR-GEN-ENTRY OCCURS 9999 TIMES.
               10 DRG-CHANGES     PIC X(7).
               10 DRG-ROLLED-FLAG PIC X.
                   88 DRG-ROLLED VALUE "Y".
       77 DR-CHANGES PIC X(7) VALUE "-------".
       77 DR-FILES-TEXT PIC X(90) VALUE SPACES.
       77 DR-FILES-PTR PIC 99 VALUE 1.
       77 DR-FAILED-FLAG PIC X VALUE "N".
                   88 DR-FAILED VALUE "Y".

       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
           05 WS-CURRENT-TIME.
               10 WS-CURRENT-HOURS         PIC 9(2).
               10 WS-CURRENT-MINUTE        PIC 9(2).
               10 WS-CURRENT-SECOND        PIC 9(2).
               10 WS-CURRENT-MILLISECONDS  PIC 9(2).
           05 WS-DIFF-FROM-GMT     PIC S9(4).

       01 WS-DATE-TEXT PIC X(10).
       01 WS-TIME-TEXT PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-COMMAND-LINE-ARGS
           PERFORM SET-UP-FILE-NAMES
           PERFORM READ-RELEASE-LOG

           IF DR-ROLLBACK
               PERFORM ROLLBACK-LAST-RELEASE
               STOP RUN
           END-IF

           PERFORM FIND-STAGED-FILES
           IF DR-STAGED-COUNT EQUAL 0
               DISPLAY "NOTHING STAGED -- NO .NEW FILES FOUND"
               STOP RUN
           END-IF

           PERFORM CHECK-MONSTER-TYPES
           PERFORM CHECK-TYPE-CHART
           PERFORM CHECK-ITEM-TYPES
           PERFORM CHECK-STATUS-EFFECTS
           PERFORM CHECK-ARENA-RULES
           PERFORM CHECK-ACHIEVEMENT-TYPES
           PERFORM CHECK-MONSTER-BEHAVIORS
           PERFORM RUN-TYPE-AUDIT

           DISPLAY " "
           IF DR-ERROR-COUNT NOT EQUAL 0
               DISPLAY "RELEASE FAIL -- " DR-ERROR-COUNT
                   " PROBLEM(S) FOUND, NOTHING PROMOTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DR-CHECK
               DISPLAY "RELEASE CHECK PASS -- STAGED SET IS CLEAN "
                   "(NOT PROMOTED)"
               STOP RUN
           END-IF

           PERFORM PROMOTE-STAGED-SET
           STOP RUN.

       CHECK-COMMAND-LINE-ARGS.
           MOVE SPACES TO WS-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG) TO WS-ARG
           EVALUATE WS-ARG
               WHEN SPACES
                   MOVE "PROMOTE" TO DR-MODE
               WHEN "CHECK"
                   MOVE "CHECK" TO DR-MODE
               WHEN "ROLLBACK"
                   MOVE "ROLLBACK" TO DR-MODE
               WHEN OTHER
                   DISPLAY "USAGE: datarel [CHECK | ROLLBACK]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           EXIT.

       SET-UP-FILE-NAMES.
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-FILE-MAX
               MOVE SPACES TO DRF-LIVE-NAME(DR-IDX)
               STRING
                   DR-BASE(DR-IDX) DELIMITED BY SPACES
                   ".DAT" DELIMITED BY SIZE
                   INTO DRF-LIVE-NAME(DR-IDX)
               MOVE SPACES TO DRF-NEW-NAME(DR-IDX)
               STRING
                   DR-BASE(DR-IDX) DELIMITED BY SPACES
                   ".NEW" DELIMITED BY SIZE
                   INTO DRF-NEW-NAME(DR-IDX)
               MOVE DRF-LIVE-NAME(DR-IDX) TO DRF-CHECK-NAME(DR-IDX)
               MOVE SPACES TO DRF-BACKUP-NAME(DR-IDX)
               MOVE "N" TO DRF-STAGED-FLAG(DR-IDX)
           END-PERFORM
           EXIT.

      * backup names depend on the generation in DR-GEN
       SET-BACKUP-NAMES.
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-FILE-MAX
               MOVE SPACES TO DRF-BACKUP-NAME(DR-IDX)
               STRING
                   DR-BASE(DR-IDX) DELIMITED BY SPACES
                   ".G" DELIMITED BY SIZE
                   DR-GEN DELIMITED BY SIZE
                   INTO DRF-BACKUP-NAME(DR-IDX)
           END-PERFORM
           EXIT.

      * a file not staged is checked as it stands live, so the set is
      * judged as it will be after promotion, not file by file.
       FIND-STAGED-FILES.
           MOVE 0 TO DR-STAGED-COUNT
           DISPLAY "DATA RELEASE -- STAGED SET"
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-FILE-MAX
               MOVE DRF-NEW-NAME(DR-IDX) TO DR-OPEN-NAME
               PERFORM CHECK-FILE-EXISTS
               IF DR-EXISTS
                   MOVE "Y" TO DRF-STAGED-FLAG(DR-IDX)
                   MOVE DRF-NEW-NAME(DR-IDX) TO DRF-CHECK-NAME(DR-IDX)
                   ADD 1 TO DR-STAGED-COUNT
                   DISPLAY "  " DR-BASE(DR-IDX) " STAGED"
               ELSE
                   DISPLAY "  " DR-BASE(DR-IDX) " LIVE COPY STANDS"
               END-IF
           END-PERFORM
           DISPLAY " "
           EXIT.

       CHECK-FILE-EXISTS.
           MOVE "N" TO DR-FILE-EXISTS
           OPEN INPUT ANY-FILE
           IF FS-ANYFILE EQUAL "00"
               MOVE "Y" TO DR-FILE-EXISTS
           END-IF
           CLOSE ANY-FILE
           EXIT.

      * the catalog and chart must open and have rows, exactly as the
      * arena insists at startup.
       CHECK-MONSTER-TYPES.
           MOVE DRF-CHECK-NAME(1) TO DR-OPEN-NAME
           MOVE 0 TO LD-ROW
           OPEN INPUT MONSTER-TYPES
           IF FS-MONTYPES NOT EQUAL "00"
               PERFORM REPORT-OPEN-FAILURE
               CLOSE MONSTER-TYPES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-MONTYPES NOT EQUAL "00"
               READ MONSTER-TYPES
               IF FS-MONTYPES EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-MONSTER-TYPE-ROW
                   IF LD-ROW EQUAL DR-MT-MAX + 1
                       MOVE "PAST THE 20 ROWS THE ARENA LOADS"
                           TO LD-REASON
                       PERFORM REPORT-BAD-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF FS-MONTYPES NOT EQUAL "10"
               ADD 1 TO LD-ROW
               MOVE FS-MONTYPES TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
           END-IF
           IF LD-ROW EQUAL 0
               PERFORM REPORT-NO-ROWS
           END-IF
           CLOSE MONSTER-TYPES
           EXIT.

      * KOBOLD-ARENA's VALIDATE-MONSTER-TYPE-ROW, reporting instead
      * of stopping
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
               PERFORM REPORT-BAD-ROW
           END-IF
           EXIT.

       CHECK-TYPE-CHART.
           MOVE DRF-CHECK-NAME(2) TO DR-OPEN-NAME
           MOVE 0 TO LD-ROW
           OPEN INPUT TYPE-CHART
           IF FS-TYPECHART NOT EQUAL "00"
               PERFORM REPORT-OPEN-FAILURE
               CLOSE TYPE-CHART
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-TYPECHART NOT EQUAL "00"
               READ TYPE-CHART
               IF FS-TYPECHART EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-TYPE-CHART-ROW
                   IF LD-ROW EQUAL DR-TC-MAX + 1
                       MOVE "PAST THE 20 ROWS THE ARENA LOADS"
                           TO LD-REASON
                       PERFORM REPORT-BAD-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF FS-TYPECHART NOT EQUAL "10"
               ADD 1 TO LD-ROW
               MOVE FS-TYPECHART TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
           END-IF
           IF LD-ROW EQUAL 0
               PERFORM REPORT-NO-ROWS
           END-IF
           CLOSE TYPE-CHART
           EXIT.

       VALIDATE-TYPE-CHART-ROW.
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN TCF-ATK-TYPE EQUAL SPACES
                   MOVE "BLANK ATTACKER TYPE" TO LD-REASON
               WHEN TCF-DEF-TYPE EQUAL SPACES
                   MOVE "BLANK DEFENDER TYPE" TO LD-REASON
               WHEN TCF-MULT IS NOT NUMERIC
                   MOVE "NON-NUMERIC MULTIPLIER" TO LD-REASON
               WHEN TCF-MULT EQUAL ZERO
                   MOVE "ZERO MULTIPLIER" TO LD-REASON
           END-EVALUATE
           IF LD-REASON NOT EQUAL SPACES
               PERFORM REPORT-BAD-ROW
           END-IF
           EXIT.

      * the item and status effect catalogs may be missing (no drops,
      * no lingering effects) but rows that are there must be clean.
       CHECK-ITEM-TYPES.
           MOVE DRF-CHECK-NAME(3) TO DR-OPEN-NAME
           MOVE 0 TO LD-ROW
           OPEN INPUT ITEM-TYPES
           IF FS-ITEMTYPES NOT EQUAL "00"
               CLOSE ITEM-TYPES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-ITEMTYPES NOT EQUAL "00"
               READ ITEM-TYPES
               IF FS-ITEMTYPES EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-ITEM-TYPE-ROW
                   IF LD-ROW EQUAL DR-IT-MAX + 1
                       MOVE "PAST THE 20 ROWS THE ARENA LOADS"
                           TO LD-REASON
                       PERFORM REPORT-BAD-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF FS-ITEMTYPES NOT EQUAL "10"
               ADD 1 TO LD-ROW
               MOVE FS-ITEMTYPES TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
           END-IF
           CLOSE ITEM-TYPES
           EXIT.

       VALIDATE-ITEM-TYPE-ROW.
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN ITF-NAME EQUAL SPACES
                   MOVE "BLANK NAME" TO LD-REASON
               WHEN NOT ITF-EFFECT-KNOWN
                   MOVE "UNKNOWN EFFECT" TO LD-REASON
               WHEN ITF-DIGITS IS NOT NUMERIC
                   MOVE "NON-NUMERIC COLUMNS" TO LD-REASON
               WHEN ITF-WEIGHT EQUAL ZERO
                   MOVE "ZERO WEIGHT" TO LD-REASON
           END-EVALUATE
           IF LD-REASON NOT EQUAL SPACES
               PERFORM REPORT-BAD-ROW
           END-IF
           EXIT.

       CHECK-STATUS-EFFECTS.
           MOVE DRF-CHECK-NAME(4) TO DR-OPEN-NAME
           MOVE 0 TO LD-ROW
           OPEN INPUT STATUS-EFFECTS
           IF FS-STATEFF NOT EQUAL "00"
               CLOSE STATUS-EFFECTS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-STATEFF NOT EQUAL "00"
               READ STATUS-EFFECTS
               IF FS-STATEFF EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-STATUS-EFFECT-ROW
                   IF LD-ROW EQUAL DR-SE-MAX + 1
                       MOVE "PAST THE 10 ROWS THE ARENA LOADS"
                           TO LD-REASON
                       PERFORM REPORT-BAD-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF FS-STATEFF NOT EQUAL "10"
               ADD 1 TO LD-ROW
               MOVE FS-STATEFF TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
           END-IF
           CLOSE STATUS-EFFECTS
           EXIT.

       VALIDATE-STATUS-EFFECT-ROW.
           MOVE SPACES TO LD-REASON
           EVALUATE TRUE
               WHEN NOT SEF-NAME-KNOWN
                   MOVE "UNKNOWN EFFECT NAME" TO LD-REASON
               WHEN NOT SEF-TYPE-KNOWN
                   MOVE "UNKNOWN ATTACK TYPE" TO LD-REASON
               WHEN SEF-DIGITS IS NOT NUMERIC
                   MOVE "NON-NUMERIC COLUMNS" TO LD-REASON
               WHEN SEF-CHANCE EQUAL ZERO
                   MOVE "ZERO CHANCE" TO LD-REASON
               WHEN SEF-POTENCY IS GREATER THAN 99
                   MOVE "POTENCY OVER 99" TO LD-REASON
               WHEN SEF-DURATION EQUAL ZERO
                   MOVE "ZERO DURATION" TO LD-REASON
           END-EVALUATE
           IF LD-REASON NOT EQUAL SPACES
               PERFORM REPORT-BAD-ROW
           END-IF
           EXIT.

      * a missing rules file plays the built-in defaults under the id
      * DEFAULT, so that is the id that goes in the log. the arena
      * only reads the first row.
       CHECK-ARENA-RULES.
           MOVE "DEFAULT" TO DR-RULES-ID
           MOVE DRF-CHECK-NAME(5) TO DR-OPEN-NAME
           MOVE 1 TO LD-ROW
           OPEN INPUT ARENA-RULES
           IF FS-ARRULES NOT EQUAL "00"
               CLOSE ARENA-RULES
               EXIT PARAGRAPH
           END-IF
           READ ARENA-RULES
           IF FS-ARRULES NOT EQUAL "00"
               MOVE FS-ARRULES TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
               CLOSE ARENA-RULES
               EXIT PARAGRAPH
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
               PERFORM REPORT-BAD-ROW
           ELSE
               MOVE ARF-ID TO DR-RULES-ID
           END-IF
           CLOSE ARENA-RULES
           EXIT.

      * the achievement and behaviour files may be missing too (nothing
      * to earn, no habits), but a bad row stops the arena at startup.
       CHECK-ACHIEVEMENT-TYPES.
           MOVE DRF-CHECK-NAME(6) TO DR-OPEN-NAME
           MOVE 0 TO LD-ROW
           MOVE 0 TO DR-SEEN-COUNT
           OPEN INPUT ACHIEVEMENT-TYPES
           IF FS-ACHTYPES NOT EQUAL "00"
               CLOSE ACHIEVEMENT-TYPES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-ACHTYPES NOT EQUAL "00"
               READ ACHIEVEMENT-TYPES
               IF FS-ACHTYPES EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-ACHIEVEMENT-ROW
                   IF LD-ROW EQUAL DR-AC-MAX + 1
                       MOVE "PAST THE 30 ROWS THE ARENA LOADS"
                           TO LD-REASON
                       PERFORM REPORT-BAD-ROW
                   END-IF
                   IF DR-SEEN-COUNT < DR-AC-MAX
                       ADD 1 TO DR-SEEN-COUNT
                       MOVE ACF-NAME TO DR-AC-SEEN-NAME(DR-SEEN-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF FS-ACHTYPES NOT EQUAL "10"
               ADD 1 TO LD-ROW
               MOVE FS-ACHTYPES TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
           END-IF
           CLOSE ACHIEVEMENT-TYPES
           EXIT.

      * KOBOLD-ARENA's VALIDATE-ACHIEVEMENT-ROW, reporting instead of
      * stopping
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
           PERFORM VARYING DR-SCAN FROM 1 BY 1
               UNTIL DR-SCAN > DR-SEEN-COUNT
               IF DR-AC-SEEN-NAME(DR-SCAN) EQUAL ACF-NAME
                   AND LD-REASON EQUAL SPACES
                   MOVE "DUPLICATE NAME" TO LD-REASON
               END-IF
           END-PERFORM
           IF LD-REASON NOT EQUAL SPACES
               PERFORM REPORT-BAD-ROW
           END-IF
           EXIT.

       CHECK-MONSTER-BEHAVIORS.
           MOVE DRF-CHECK-NAME(7) TO DR-OPEN-NAME
           MOVE 0 TO LD-ROW
           MOVE 0 TO DR-SEEN-COUNT
           OPEN INPUT MONSTER-BEHAVIORS
           IF FS-MONBEHAV NOT EQUAL "00"
               CLOSE MONSTER-BEHAVIORS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-MONBEHAV NOT EQUAL "00"
               READ MONSTER-BEHAVIORS
               IF FS-MONBEHAV EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-BEHAVIOR-ROW
                   IF LD-ROW EQUAL DR-MB-MAX + 1
                       MOVE "PAST THE 40 ROWS THE ARENA LOADS"
                           TO LD-REASON
                       PERFORM REPORT-BAD-ROW
                   END-IF
                   IF DR-SEEN-COUNT < DR-MB-MAX
                       ADD 1 TO DR-SEEN-COUNT
                       MOVE MBF-NAME
                           TO DR-MB-SEEN-NAME(DR-SEEN-COUNT)
                       MOVE MBF-FIGHTS
                           TO DR-MB-SEEN-FIGHTS(DR-SEEN-COUNT)
                       MOVE MBF-KIND
                           TO DR-MB-SEEN-KIND(DR-SEEN-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF FS-MONBEHAV NOT EQUAL "10"
               ADD 1 TO LD-ROW
               MOVE FS-MONBEHAV TO DR-READ-STATUS
               PERFORM REPORT-WRONG-LENGTH
           END-IF
           CLOSE MONSTER-BEHAVIORS
           EXIT.

      * KOBOLD-ARENA's VALIDATE-BEHAVIOR-ROW, reporting instead of
      * stopping. names are checked against the catalog by
      * TYPE-CHART-AUDIT.
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
           PERFORM VARYING DR-SCAN FROM 1 BY 1
               UNTIL DR-SCAN > DR-SEEN-COUNT
               IF DR-MB-SEEN-NAME(DR-SCAN) EQUAL MBF-NAME
                   AND DR-MB-SEEN-FIGHTS(DR-SCAN) EQUAL MBF-FIGHTS
                   AND DR-MB-SEEN-KIND(DR-SCAN) EQUAL MBF-KIND
                   AND LD-REASON EQUAL SPACES
                   MOVE "DUPLICATE KIND FOR MONSTER" TO LD-REASON
               END-IF
           END-PERFORM
           IF LD-REASON NOT EQUAL SPACES
               PERFORM REPORT-BAD-ROW
           END-IF
           EXIT.

      * TYPE-CHART-AUDIT run on the set's catalog, chart and behaviour
      * file; its report lands on the console in among this job's own
      * lines.
       RUN-TYPE-AUDIT.
           MOVE SPACES TO DR-SHELL-CMD
           STRING
               "./typeaudit " DELIMITED BY SIZE
               DRF-CHECK-NAME(1) DELIMITED BY SPACES
               " " DELIMITED BY SIZE
               DRF-CHECK-NAME(2) DELIMITED BY SPACES
               " " DELIMITED BY SIZE
               DRF-CHECK-NAME(7) DELIMITED BY SPACES
               INTO DR-SHELL-CMD
           CALL "SYSTEM" USING DR-SHELL-CMD
           MOVE RETURN-CODE TO DR-STEP-RC
           MOVE 0 TO RETURN-CODE
      *    raw wait status, as NIGHTLY-OPS explains
           IF DR-STEP-RC IS GREATER THAN OR EQUAL TO 256
               DIVIDE DR-STEP-RC BY 256 GIVING DR-STEP-RC
           END-IF
           IF DR-STEP-RC NOT EQUAL ZERO
               DISPLAY "ERROR: TYPE-CHART-AUDIT FAILED ON THE STAGED "
                   "SET"
               ADD 1 TO DR-ERROR-COUNT
           END-IF
           EXIT.

       REPORT-BAD-ROW.
           MOVE SPACES TO DR-MESSAGE
           STRING
               "ERROR: BAD ROW " DELIMITED BY SIZE
               LD-ROW DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               DR-OPEN-NAME DELIMITED BY SPACES
               " -- " DELIMITED BY SIZE
               LD-REASON DELIMITED BY SIZE
               INTO DR-MESSAGE
           DISPLAY DR-MESSAGE
           ADD 1 TO DR-ERROR-COUNT
           EXIT.

      * DR-READ-STATUS is set by the caller from the file's status
       REPORT-WRONG-LENGTH.
           MOVE SPACES TO LD-REASON
           STRING
               "WRONG LENGTH (FILE STATUS " DELIMITED BY SIZE
               DR-READ-STATUS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LD-REASON
           PERFORM REPORT-BAD-ROW
           EXIT.

       REPORT-OPEN-FAILURE.
           MOVE SPACES TO DR-MESSAGE
           STRING
               "ERROR: COULD NOT OPEN " DELIMITED BY SIZE
               DR-OPEN-NAME DELIMITED BY SPACES
               INTO DR-MESSAGE
           DISPLAY DR-MESSAGE
           ADD 1 TO DR-ERROR-COUNT
           EXIT.

       REPORT-NO-ROWS.
           MOVE SPACES TO DR-MESSAGE
           STRING
               "ERROR: " DELIMITED BY SIZE
               DR-OPEN-NAME DELIMITED BY SPACES
               " HAS NO ROWS" DELIMITED BY SIZE
               INTO DR-MESSAGE
           DISPLAY DR-MESSAGE
           ADD 1 TO DR-ERROR-COUNT
           EXIT.

      * generations off RELEASELOG.DAT: what each promotion changed
      * and whether it has since been rolled back. the next
      * promotion takes the highest number ever used plus one, so a
      * rolled-back generation's backups are never written over.
       READ-RELEASE-LOG.
           MOVE 0 TO DR-LAST-GEN
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RELEASE-LOG
           IF FS-RELLOG NOT EQUAL "00"
               CLOSE RELEASE-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               READ RELEASE-LOG
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM NOTE-ONE-RELEASE
               END-READ
           END-PERFORM
           CLOSE RELEASE-LOG
           EXIT.

       NOTE-ONE-RELEASE.
           IF RL-GEN IS NOT NUMERIC OR RL-GEN EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE RL-GEN TO DR-GEN
           EVALUATE RL-ACTION
               WHEN "PROMOTE"
                   MOVE RL-CHANGES TO DRG-CHANGES(DR-GEN)
                   MOVE "N" TO DRG-ROLLED-FLAG(DR-GEN)
                   IF DR-GEN > DR-LAST-GEN
                       MOVE DR-GEN TO DR-LAST-GEN
                   END-IF
               WHEN "ROLLBACK"
                   MOVE "Y" TO DRG-ROLLED-FLAG(DR-GEN)
           END-EVALUATE
           EXIT.

      * each staged file: the live copy (if any) is renamed to the
      * generation's backup, then the .NEW file is renamed live. if a
      * rename is refused part way, what was done so far is still
      * logged so ROLLBACK can put it back.
       PROMOTE-STAGED-SET.
           ADD 1 TO DR-LAST-GEN GIVING DR-GEN
           PERFORM SET-BACKUP-NAMES
           MOVE "-------" TO DR-CHANGES
           MOVE "N" TO DR-FAILED-FLAG
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-FILE-MAX OR DR-FAILED
               IF DRF-STAGED(DR-IDX)
                   PERFORM PROMOTE-ONE-FILE
               END-IF
           END-PERFORM

           MOVE "PROMOTE" TO RL-ACTION
           PERFORM WRITE-RELEASE-LOG

           IF DR-FAILED
               DISPLAY "RELEASE FAIL -- STOPPED PART WAY THROUGH "
                   "GENERATION " DR-GEN
               DISPLAY "RUN datarel ROLLBACK TO PUT THE OLD FILES BACK"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "RELEASE PASS -- GENERATION " DR-GEN
                   " PROMOTED, RULES " DR-RULES-ID
               DISPLAY "  FILES: " DR-FILES-TEXT
           END-IF
           EXIT.

       PROMOTE-ONE-FILE.
           MOVE DRF-LIVE-NAME(DR-IDX) TO DR-OPEN-NAME
           PERFORM CHECK-FILE-EXISTS
           IF DR-EXISTS
               CALL "CBL_RENAME_FILE" USING DRF-LIVE-NAME(DR-IDX)
                   DRF-BACKUP-NAME(DR-IDX)
               IF RETURN-CODE NOT EQUAL ZERO
                   MOVE 0 TO RETURN-CODE
                   MOVE "Y" TO DR-FAILED-FLAG
                   DISPLAY "ERROR: COULD NOT BACK UP "
                       DRF-LIVE-NAME(DR-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE "B" TO DR-CHANGES(DR-IDX:1)
           ELSE
               MOVE "A" TO DR-CHANGES(DR-IDX:1)
           END-IF
           CALL "CBL_RENAME_FILE" USING DRF-NEW-NAME(DR-IDX)
               DRF-LIVE-NAME(DR-IDX)
           IF RETURN-CODE NOT EQUAL ZERO
               MOVE 0 TO RETURN-CODE
               MOVE "Y" TO DR-FAILED-FLAG
               DISPLAY "ERROR: COULD NOT PUT " DRF-NEW-NAME(DR-IDX)
                   " LIVE"
           END-IF
           EXIT.

      * the newest generation not yet rolled back. a replaced file is
      * copied back from its backup (the backup stays, numbered as it
      * was); a file the release added is removed again. the rules id
      * logged is the one live after the rollback.
       ROLLBACK-LAST-RELEASE.
           MOVE DR-LAST-GEN TO DR-GEN
           PERFORM UNTIL DR-GEN EQUAL 0
               IF DRG-CHANGES(DR-GEN) NOT EQUAL SPACES
                   AND NOT DRG-ROLLED(DR-GEN)
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM DR-GEN
           END-PERFORM
           IF DR-GEN EQUAL 0
               DISPLAY "ROLLBACK FAIL -- NO RELEASE LEFT TO ROLL BACK"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-BACKUP-NAMES
           MOVE DRG-CHANGES(DR-GEN) TO DR-CHANGES
           MOVE "N" TO DR-FAILED-FLAG
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-FILE-MAX
               EVALUATE DR-CHANGES(DR-IDX:1)
                   WHEN "B"
                       CALL "CBL_COPY_FILE" USING
                           DRF-BACKUP-NAME(DR-IDX)
                           DRF-LIVE-NAME(DR-IDX)
                       IF RETURN-CODE NOT EQUAL ZERO
                           MOVE "Y" TO DR-FAILED-FLAG
                           DISPLAY "ERROR: COULD NOT RESTORE "
                               DRF-BACKUP-NAME(DR-IDX)
                       END-IF
                       MOVE 0 TO RETURN-CODE
                   WHEN "A"
                       CALL "CBL_DELETE_FILE" USING
                           DRF-LIVE-NAME(DR-IDX)
                       IF RETURN-CODE NOT EQUAL ZERO
                           MOVE "Y" TO DR-FAILED-FLAG
                           DISPLAY "ERROR: COULD NOT REMOVE "
                               DRF-LIVE-NAME(DR-IDX)
                       END-IF
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-PERFORM

           IF DR-FAILED
               DISPLAY "ROLLBACK FAIL -- GENERATION " DR-GEN
                   " ONLY PARTLY RESTORED, CHECK THE FILES BY HAND"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-UP-FILE-NAMES
           PERFORM CHECK-ARENA-RULES
           MOVE "ROLLBACK" TO RL-ACTION
           PERFORM WRITE-RELEASE-LOG
           DISPLAY "ROLLBACK DONE -- GENERATION " DR-GEN
               " UNDONE, RULES " DR-RULES-ID
           DISPLAY "  FILES: " DR-FILES-TEXT
           EXIT.

      * labels moved in by hand -- see SAVE-RUN-HISTORY. RL-ACTION is
      * set by the caller.
       WRITE-RELEASE-LOG.
           MOVE SPACES TO DR-FILES-TEXT
           MOVE 1 TO DR-FILES-PTR
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-FILE-MAX
               IF DR-CHANGES(DR-IDX:1) NOT EQUAL "-"
                   STRING
                       DR-BASE(DR-IDX) DELIMITED BY SPACES
                       " " DELIMITED BY SIZE
                       INTO DR-FILES-TEXT
                       WITH POINTER DR-FILES-PTR
               END-IF
           END-PERFORM

           PERFORM FORMAT-CURRENT-DATETIME
           OPEN EXTEND RELEASE-LOG
           IF FS-RELLOG EQUAL "35"
               OPEN OUTPUT RELEASE-LOG
           END-IF
           MOVE "DATE: "     TO RLF-01
           MOVE " TIME: "    TO RLF-02
           MOVE " GEN: "     TO RLF-03
           MOVE " ACTION: "  TO RLF-04
           MOVE " RULES: "   TO RLF-05
           MOVE " CHANGES: " TO RLF-06
           MOVE " FILES: "   TO RLF-07
           MOVE WS-DATE-TEXT  TO RL-DATE
           MOVE WS-TIME-TEXT  TO RL-TIME
           MOVE DR-GEN        TO RL-GEN
           MOVE DR-RULES-ID   TO RL-RULES
           MOVE DR-CHANGES    TO RL-CHANGES
           MOVE DR-FILES-TEXT TO RL-FILES
           WRITE RELEASE-LOG-RECORD
           CLOSE RELEASE-LOG
           EXIT.

       FORMAT-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING
               WS-CURRENT-YEAR  DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-MONTH DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-DAY   DELIMITED BY SIZE
               INTO WS-DATE-TEXT
           STRING
               WS-CURRENT-HOURS  DELIMITED BY SIZE
               ":"               DELIMITED BY SIZE
               WS-CURRENT-MINUTE DELIMITED BY SIZE
               ":"               DELIMITED BY SIZE
               WS-CURRENT-SECOND DELIMITED BY SIZE
               INTO WS-TIME-TEXT
           EXIT.
