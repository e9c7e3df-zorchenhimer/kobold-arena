       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASON-STANDINGS.

      * profile-against-profile standings for a season of play.
      * SEASONS.DAT defines each season: its name, first and last
      * day (YYYY-MM-DD, both inclusive) and the ARENARULES id it
      * counts. every run dated inside the window is read off
      * RUNHISTORY.DAT and off any RUNARCH-YYYYMMDD.DAT archive
      * RUN-HISTORY-ARCHIVE has written since the season opened, so
      * a season that spans a month-end archive run still sees all
      * of its runs.
      *
      * per profile: runs played, best floor, best monsters survived,
      * average monsters per run and total damage dealt. ranking is
      * by best monsters survived, then best floor, then average
      * monsters per run, then total damage dealt, then the fewer
      * runs taken; profiles level on all of those share the rank and
      * are listed by name. runs in the window played under any other
      * RH-RULES are left out and counted in a footnote, rules id by
      * rules id, so nobody takes a season on a softer rules file.
      *
      * history written before profiles or the rules stamp existed
      * has those columns blank: a blank profile is PLAYER (see
      * KOBOLD-ARENA's SELECT-PROFILE) and blank rules are the
      * built-in DEFAULT set the arena played before ARENARULES.DAT.
      *
      * usage: seasonrpt           the season running today (or the
      *                            latest one started)
      *        seasonrpt <name>    the named season
      *        seasonrpt LIST      every season on file

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASONS ASSIGN TO 'SEASONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SEASONS.
           SELECT RUN-HISTORY ASSIGN TO DYNAMIC SN-RUN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNHIST.

       DATA DIVISION.

       FILE SECTION.
      * one season per row, bare fields like ARENARULES.DAT
       FD SEASONS.
       01 SEASON-RECORD.
           05 SNF-NAME       PIC X(20).
           05 SNF-START      PIC X(10).
           05 SNF-END        PIC X(10).
           05 SNF-RULES      PIC X(8).

      * mirror of KOBOLD-ARENA's RUN-HISTORY-RECORD
       FD RUN-HISTORY.
       01 RUN-HISTORY-RECORD.
           05 RHF-01       PIC X(6).
           05 RH-DATE      PIC X(10).
           05 RHF-02       PIC X(7).
           05 RH-TIME      PIC X(8).
           05 RHF-03       PIC X(7).
           05 RH-PL-TYPE   PIC X(5).
           05 RHF-04       PIC X(6).
           05 RH-PL-ATTACK PIC 9(2).
           05 RHF-05       PIC X(9).
           05 RH-PL-SPATTACK PIC 9(2).
           05 RHF-06       PIC X(6).
           05 RH-PL-DEFENSE PIC 9(2).
           05 RHF-07       PIC X(9).
           05 RH-PL-SPDEFENSE PIC 9(2).
           05 RHF-08       PIC X(11).
           05 RH-MONSTERS  PIC 9(4).
           05 RHF-09       PIC X(11).
           05 RH-DMG-DEALT PIC 9(6).
           05 RHF-10       PIC X(11).
           05 RH-DMG-RECEIVED PIC 9(6).
           05 RHF-11       PIC X(9).
           05 RH-AT-USED   PIC 9(4).
           05 RHF-12       PIC X(9).
           05 RH-SP-USED   PIC 9(4).
           05 RHF-13       PIC X(8).
           05 RH-FLOOR     PIC 9(4).
           05 RHF-14       PIC X(7).
           05 RH-SEED      PIC 9(9).
           05 RHF-15       PIC X(7).
           05 RH-PROFILE   PIC X(10).
           05 RHF-16       PIC X(8).
           05 RH-RULES     PIC X(8).
           05 RHF-17       PIC X(7).
           05 RH-SESSION   PIC 9(4).
           05 RHF-18       PIC X(8).
           05 RH-CARRIED   PIC 9(4).

       WORKING-STORAGE SECTION.

       77 FS-SEASONS PIC XX.
       77 FS-RUNHIST PIC XX.

       77 WS-ARG PIC X(20) VALUE SPACES.
       77 WS-EOF-FLAG PIC X VALUE "N".
                   88 IS-EOF VALUE "Y".

       77 SN-RUN-FILE-NAME PIC X(30) VALUE SPACES.
       77 SN-LIST-FLAG PIC X VALUE "N".
                   88 SN-LIST-WANTED VALUE "Y".
       77 SN-WANTED-NAME PIC X(20) VALUE SPACES.
       77 SN-TODAY PIC X(10) VALUE SPACES.

      * the season table off SEASONS.DAT
       77 SN-SEASON-COUNT PIC 99 VALUE 0.
       01 SN-SEASON-TABLE.
           05 SN-SEASON-ENTRY OCCURS 50 TIMES INDEXED BY SN-S-IDX.
               10 SNT-NAME     PIC X(20).
               10 SNT-START    PIC X(10).
               10 SNT-END      PIC X(10).
               10 SNT-RULES    PIC X(8).
       77 SN-PICK PIC 99 VALUE 0.

      * the season being reported
       01 SN-SEASON.
           05 SN-NAME      PIC X(20).
           05 SN-START     PIC X(10).
           05 SN-END       PIC X(10).
           05 SN-RULES     PIC X(8).

       77 LD-ROW PIC 9(3) VALUE 0.
       77 LD-REASON PIC X(30) VALUE SPACES.

      * date checking and the archive walk: a date as YYYYMMDD digits
      * and as a day number, so every day from the season's start to
      * today can be tried for a RUNARCH-YYYYMMDD.DAT.
       01 SN-DATE-TEXT PIC X(10).
       01 SN-DATE-DIGITS.
           05 SN-DD-YEAR   PIC X(4).
           05 SN-DD-MONTH  PIC X(2).
           05 SN-DD-DAY    PIC X(2).
       01 SN-DATE-NUM REDEFINES SN-DATE-DIGITS PIC 9(8).
       77 SN-DATE-OK PIC X VALUE "N".
                   88 SN-DATE-VALID VALUE "Y".
       77 SN-DAY-NUM PIC 9(8) VALUE 0.
       77 SN-LAST-DAY-NUM PIC 9(8) VALUE 0.
       77 SN-ARCH-DATE PIC 9(8) VALUE 0.
       77 SN-FILES-READ PIC 9(4) VALUE 0.

      * per-profile standings
       77 SN-PROF-COUNT PIC 9(3) VALUE 0.
       01 SN-PROF-TABLE.
           05 SN-PROF-ENTRY OCCURS 100 TIMES INDEXED BY SN-P-IDX.
               10 SPT-NAME       PIC X(10).
               10 SPT-RUNS       PIC 9(5).
               10 SPT-BEST-FLOOR PIC 9(4).
               10 SPT-BEST-MON   PIC 9(4).
               10 SPT-SUM-MON    PIC 9(8).
               10 SPT-AVG-MON    PIC 9(4)V99.
               10 SPT-TOTAL-DMG  PIC 9(9).
       01 SN-PROF-TEMP.
           05 SPX-NAME       PIC X(10).
           05 SPX-RUNS       PIC 9(5).
           05 SPX-BEST-FLOOR PIC 9(4).
           05 SPX-BEST-MON   PIC 9(4).
           05 SPX-SUM-MON    PIC 9(8).
           05 SPX-AVG-MON    PIC 9(4)V99.
           05 SPX-TOTAL-DMG  PIC 9(9).
       77 SN-MATCH PIC 9(3) VALUE 0.
       77 SN-SWAP-FLAG PIC X VALUE "N".
       77 SN-ORDER PIC X VALUE SPACE.
                   88 SN-FIRST-AHEAD VALUE "A".
                   88 SN-SECOND-AHEAD VALUE "B".
                   88 SN-LEVEL VALUE "=".
       77 SN-RANK PIC 9(3) VALUE 0.
       77 SN-OVERFLOW-FLAG PIC X VALUE "N".
                   88 SN-OVERFLOW-WARNED VALUE "Y".

       77 SN-RUN-PROFILE PIC X(10).
       77 SN-RUN-RULES PIC X(8).
       77 SN-RUN-FLOOR PIC 9(4).
       77 SN-RUNS-COUNTED PIC 9(6) VALUE 0.

      * the footnote: in-window runs under other rules, by rules id
       77 SN-OTHER-TOTAL PIC 9(6) VALUE 0.
       77 SN-OTHER-COUNT PIC 99 VALUE 0.
       01 SN-OTHER-TABLE.
           05 SN-OTHER-ENTRY OCCURS 20 TIMES INDEXED BY SN-O-IDX.
               10 SOT-RULES PIC X(8).
               10 SOT-RUNS  PIC 9(6).
       77 SN-OTHER-MISC PIC 9(6) VALUE 0.

       01 SN-STANDING-LINE.
           05 SSL-RANK       PIC ZZ9.
           05 SSL-TIED       PIC X.
           05 FILLER         PIC X VALUE SPACE.
           05 SSL-NAME       PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 SSL-RUNS       PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SSL-BEST-FLOOR PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SSL-BEST-MON   PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SSL-AVG-MON    PIC ZZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SSL-TOTAL-DMG  PIC ZZZZZZZZ9.

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

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-COMMAND-LINE-ARGS
           PERFORM LOAD-SEASONS
           IF SN-LIST-WANTED
               PERFORM LIST-SEASONS
               STOP RUN
           END-IF

           PERFORM PICK-SEASON
           PERFORM READ-LIVE-HISTORY
           PERFORM READ-ARCHIVES
           PERFORM SORT-STANDINGS
           PERFORM PRINT-STANDINGS
           STOP RUN.

       CHECK-COMMAND-LINE-ARGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING
               WS-CURRENT-YEAR  DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-MONTH DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-DAY   DELIMITED BY SIZE
               INTO SN-TODAY
           MOVE SPACES TO WS-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG) TO WS-ARG
           IF WS-ARG EQUAL "LIST"
               MOVE "Y" TO SN-LIST-FLAG
           ELSE
               MOVE WS-ARG TO SN-WANTED-NAME
           END-IF
           EXIT.

      * SEASONS.DAT is checked row by row the way KOBOLD-ARENA checks
      * its own data files: a bad row stops the job with its number,
      * before any standings are printed off it.
       LOAD-SEASONS.
           MOVE 0 TO SN-SEASON-COUNT
           MOVE 0 TO LD-ROW
           OPEN INPUT SEASONS
           IF FS-SEASONS NOT EQUAL "00"
               DISPLAY "COULD NOT OPEN SEASONS.DAT -- FILE STATUS "
                   FS-SEASONS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FS-SEASONS NOT EQUAL "00"
               READ SEASONS
               IF FS-SEASONS EQUAL "00"
                   ADD 1 TO LD-ROW
                   PERFORM VALIDATE-SEASON-ROW
                   IF SN-SEASON-COUNT EQUAL 50
                       DISPLAY "MORE THAN 50 SEASONS IN SEASONS.DAT "
                           "-- RAISE THE TABLE AND RERUN"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SN-SEASON-COUNT
                   SET SN-S-IDX TO SN-SEASON-COUNT
                   MOVE FUNCTION UPPER-CASE(SNF-NAME)
                       TO SNT-NAME(SN-S-IDX)
                   MOVE SNF-START TO SNT-START(SN-S-IDX)
                   MOVE SNF-END TO SNT-END(SN-S-IDX)
                   MOVE SNF-RULES TO SNT-RULES(SN-S-IDX)
               END-IF
           END-PERFORM
           IF FS-SEASONS NOT EQUAL "10"
               ADD 1 TO LD-ROW
               DISPLAY "BAD ROW " LD-ROW " IN SEASONS.DAT -- WRONG "
                   "LENGTH (FILE STATUS " FS-SEASONS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SEASONS
           IF SN-SEASON-COUNT EQUAL 0
               DISPLAY "SEASONS.DAT HAS NO ROWS -- NO SEASON TO RANK"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       VALIDATE-SEASON-ROW.
           MOVE SPACES TO LD-REASON
           MOVE SNF-START TO SN-DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           IF NOT SN-DATE-VALID
               MOVE "BAD START DATE" TO LD-REASON
           END-IF
           MOVE SNF-END TO SN-DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           IF NOT SN-DATE-VALID AND LD-REASON EQUAL SPACES
               MOVE "BAD END DATE" TO LD-REASON
           END-IF
           EVALUATE TRUE
               WHEN SNF-NAME EQUAL SPACES
                   MOVE "BLANK NAME" TO LD-REASON
               WHEN LD-REASON NOT EQUAL SPACES
                   CONTINUE
               WHEN SNF-END < SNF-START
                   MOVE "END BEFORE START" TO LD-REASON
               WHEN SNF-RULES EQUAL SPACES
                   MOVE "BLANK RULES ID" TO LD-REASON
           END-EVALUATE
           IF LD-REASON NOT EQUAL SPACES
               DISPLAY "BAD ROW " LD-ROW " IN SEASONS.DAT -- "
                   LD-REASON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * SN-DATE-TEXT must be a real calendar date in YYYY-MM-DD form.
      * leaves its digits in SN-DATE-NUM.
       CHECK-DATE-TEXT.
           MOVE "N" TO SN-DATE-OK
           IF SN-DATE-TEXT(5:1) NOT EQUAL "-"
               OR SN-DATE-TEXT(8:1) NOT EQUAL "-"
               EXIT PARAGRAPH
           END-IF
           MOVE SN-DATE-TEXT(1:4) TO SN-DD-YEAR
           MOVE SN-DATE-TEXT(6:2) TO SN-DD-MONTH
           MOVE SN-DATE-TEXT(9:2) TO SN-DD-DAY
           IF SN-DATE-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SN-DATE-NUM) EQUAL 0
               MOVE "Y" TO SN-DATE-OK
           END-IF
           EXIT.

       LIST-SEASONS.
           DISPLAY "SEASONS ON FILE:"
           PERFORM VARYING SN-S-IDX FROM 1 BY 1
               UNTIL SN-S-IDX > SN-SEASON-COUNT
               DISPLAY "  " SNT-NAME(SN-S-IDX)
                   "  " SNT-START(SN-S-IDX)
                   " TO " SNT-END(SN-S-IDX)
                   "  RULES " SNT-RULES(SN-S-IDX)
           END-PERFORM
           EXIT.

      * a named season must be on file. with no name, the season
      * whose window holds today wins; failing that, the one that
      * started most recently (a season just closed still gets its
      * final standings).
       PICK-SEASON.
           MOVE 0 TO SN-PICK
           IF SN-WANTED-NAME NOT EQUAL SPACES
               PERFORM VARYING SN-S-IDX FROM 1 BY 1
                   UNTIL SN-S-IDX > SN-SEASON-COUNT
                   IF SNT-NAME(SN-S-IDX) EQUAL SN-WANTED-NAME
                       SET SN-PICK TO SN-S-IDX
                   END-IF
               END-PERFORM
               IF SN-PICK EQUAL 0
                   DISPLAY "NO SEASON NAMED " SN-WANTED-NAME
                       " IN SEASONS.DAT"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM VARYING SN-S-IDX FROM 1 BY 1
                   UNTIL SN-S-IDX > SN-SEASON-COUNT
                   IF SNT-START(SN-S-IDX) NOT > SN-TODAY
                       IF SN-PICK EQUAL 0
                           SET SN-PICK TO SN-S-IDX
                       ELSE
                           IF SNT-START(SN-S-IDX) > SNT-START(SN-PICK)
                               SET SN-PICK TO SN-S-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING SN-S-IDX FROM 1 BY 1
                   UNTIL SN-S-IDX > SN-SEASON-COUNT
                   IF SNT-START(SN-S-IDX) NOT > SN-TODAY
                       AND SNT-END(SN-S-IDX) NOT < SN-TODAY
                       SET SN-PICK TO SN-S-IDX
                   END-IF
               END-PERFORM
               IF SN-PICK EQUAL 0
                   DISPLAY "NO SEASON HAS STARTED YET -- SEE "
                       "SEASONRPT LIST"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SNT-NAME(SN-PICK) TO SN-NAME
           MOVE SNT-START(SN-PICK) TO SN-START
           MOVE SNT-END(SN-PICK) TO SN-END
           MOVE SNT-RULES(SN-PICK) TO SN-RULES
           EXIT.

       READ-LIVE-HISTORY.
           MOVE "RUNHISTORY.DAT" TO SN-RUN-FILE-NAME
           PERFORM READ-ONE-HISTORY-FILE
           EXIT.

      * RUN-HISTORY-ARCHIVE names its archive after the day it ran,
      * and it only ever moves runs older than that day -- so any
      * archive holding this season's runs is dated between the
      * season's first day and today. every one of those days is
      * tried; the days with no archive simply fail to open.
       READ-ARCHIVES.
           MOVE SN-START TO SN-DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           COMPUTE SN-DAY-NUM = FUNCTION INTEGER-OF-DATE(SN-DATE-NUM)
           MOVE SN-TODAY TO SN-DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           COMPUTE SN-LAST-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(SN-DATE-NUM)
           PERFORM UNTIL SN-DAY-NUM > SN-LAST-DAY-NUM
               COMPUTE SN-ARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(SN-DAY-NUM)
               MOVE SPACES TO SN-RUN-FILE-NAME
               STRING
                   "RUNARCH-"   DELIMITED BY SIZE
                   SN-ARCH-DATE DELIMITED BY SIZE
                   ".DAT"       DELIMITED BY SIZE
                   INTO SN-RUN-FILE-NAME
               PERFORM READ-ONE-HISTORY-FILE
               ADD 1 TO SN-DAY-NUM
           END-PERFORM
           EXIT.

      * status 04 is a short record -- history from before the floor,
      * profile or rules columns existed -- and still counts.
       READ-ONE-HISTORY-FILE.
           OPEN INPUT RUN-HISTORY
           IF FS-RUNHIST NOT EQUAL "00"
               CLOSE RUN-HISTORY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SN-FILES-READ
           PERFORM UNTIL FS-RUNHIST NOT EQUAL "00"
               AND FS-RUNHIST NOT EQUAL "04"
               MOVE SPACES TO RUN-HISTORY-RECORD
               READ RUN-HISTORY
               IF FS-RUNHIST EQUAL "00" OR FS-RUNHIST EQUAL "04"
                   PERFORM TALLY-ONE-RUN
               END-IF
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

       TALLY-ONE-RUN.
           IF RH-DATE < SN-START OR RH-DATE > SN-END
               EXIT PARAGRAPH
           END-IF
           MOVE RH-RULES TO SN-RUN-RULES
           IF SN-RUN-RULES EQUAL SPACES
               MOVE "DEFAULT" TO SN-RUN-RULES
           END-IF
           IF SN-RUN-RULES NOT EQUAL SN-RULES
               PERFORM NOTE-OTHER-RULES
               EXIT PARAGRAPH
           END-IF
           IF RH-MONSTERS IS NOT NUMERIC
               OR RH-DMG-DEALT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE RH-PROFILE TO SN-RUN-PROFILE
           IF SN-RUN-PROFILE EQUAL SPACES
               MOVE "PLAYER" TO SN-RUN-PROFILE
           END-IF
           MOVE 0 TO SN-RUN-FLOOR
           IF RH-FLOOR IS NUMERIC
               MOVE RH-FLOOR TO SN-RUN-FLOOR
           END-IF

           PERFORM FIND-OR-ADD-PROFILE
           IF SN-MATCH EQUAL 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SN-RUNS-COUNTED
           ADD 1 TO SPT-RUNS(SN-MATCH)
           ADD RH-MONSTERS TO SPT-SUM-MON(SN-MATCH)
           ADD RH-DMG-DEALT TO SPT-TOTAL-DMG(SN-MATCH)
           IF RH-MONSTERS > SPT-BEST-MON(SN-MATCH)
               MOVE RH-MONSTERS TO SPT-BEST-MON(SN-MATCH)
           END-IF
           IF SN-RUN-FLOOR > SPT-BEST-FLOOR(SN-MATCH)
               MOVE SN-RUN-FLOOR TO SPT-BEST-FLOOR(SN-MATCH)
           END-IF
           EXIT.

       FIND-OR-ADD-PROFILE.
           MOVE 0 TO SN-MATCH
           PERFORM VARYING SN-P-IDX FROM 1 BY 1
               UNTIL SN-P-IDX > SN-PROF-COUNT
               IF SPT-NAME(SN-P-IDX) EQUAL SN-RUN-PROFILE
                   SET SN-MATCH TO SN-P-IDX
               END-IF
           END-PERFORM
           IF SN-MATCH NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF SN-PROF-COUNT EQUAL 100
               IF NOT SN-OVERFLOW-WARNED
                   DISPLAY "WARNING: MORE THAN 100 PROFILES IN THE "
                       "SEASON -- SKIPPING REST"
                   MOVE "Y" TO SN-OVERFLOW-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SN-PROF-COUNT
           MOVE SN-PROF-COUNT TO SN-MATCH
           SET SN-P-IDX TO SN-PROF-COUNT
           MOVE SN-RUN-PROFILE TO SPT-NAME(SN-P-IDX)
           MOVE 0 TO SPT-RUNS(SN-P-IDX)
           MOVE 0 TO SPT-BEST-FLOOR(SN-P-IDX)
           MOVE 0 TO SPT-BEST-MON(SN-P-IDX)
           MOVE 0 TO SPT-SUM-MON(SN-P-IDX)
           MOVE 0 TO SPT-AVG-MON(SN-P-IDX)
           MOVE 0 TO SPT-TOTAL-DMG(SN-P-IDX)
           EXIT.

       NOTE-OTHER-RULES.
           ADD 1 TO SN-OTHER-TOTAL
           PERFORM VARYING SN-O-IDX FROM 1 BY 1
               UNTIL SN-O-IDX > SN-OTHER-COUNT
               IF SOT-RULES(SN-O-IDX) EQUAL SN-RUN-RULES
                   ADD 1 TO SOT-RUNS(SN-O-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SN-OTHER-COUNT EQUAL 20
               ADD 1 TO SN-OTHER-MISC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SN-OTHER-COUNT
           SET SN-O-IDX TO SN-OTHER-COUNT
           MOVE SN-RUN-RULES TO SOT-RULES(SN-O-IDX)
           MOVE 1 TO SOT-RUNS(SN-O-IDX)
           EXIT.

      * averages first, then a bubble sort in the season's tie-break
      * order (see COMPARE-STANDINGS).
       SORT-STANDINGS.
           PERFORM VARYING SN-P-IDX FROM 1 BY 1
               UNTIL SN-P-IDX > SN-PROF-COUNT
               DIVIDE SPT-SUM-MON(SN-P-IDX) BY SPT-RUNS(SN-P-IDX)
                   GIVING SPT-AVG-MON(SN-P-IDX) ROUNDED
           END-PERFORM

           MOVE "Y" TO SN-SWAP-FLAG
           PERFORM UNTIL SN-SWAP-FLAG EQUAL "N"
               MOVE "N" TO SN-SWAP-FLAG
               PERFORM VARYING SN-P-IDX FROM 1 BY 1
                   UNTIL SN-P-IDX > SN-PROF-COUNT - 1
                   PERFORM COMPARE-STANDINGS
                   IF SN-SECOND-AHEAD
                       OR (SN-LEVEL
                           AND SPT-NAME(SN-P-IDX) >
                               SPT-NAME(SN-P-IDX + 1))
                       MOVE SN-PROF-ENTRY(SN-P-IDX) TO SN-PROF-TEMP
                       MOVE SN-PROF-ENTRY(SN-P-IDX + 1)
                           TO SN-PROF-ENTRY(SN-P-IDX)
                       MOVE SN-PROF-TEMP
                           TO SN-PROF-ENTRY(SN-P-IDX + 1)
                       MOVE "Y" TO SN-SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * orders entry SN-P-IDX against the one after it: A if the
      * first ranks higher, B if the second does, = if they are level
      * on every ranking column (the name only decides listing order).
       COMPARE-STANDINGS.
           EVALUATE TRUE
               WHEN SPT-BEST-MON(SN-P-IDX) >
                       SPT-BEST-MON(SN-P-IDX + 1)
                   MOVE "A" TO SN-ORDER
               WHEN SPT-BEST-MON(SN-P-IDX) <
                       SPT-BEST-MON(SN-P-IDX + 1)
                   MOVE "B" TO SN-ORDER
               WHEN SPT-BEST-FLOOR(SN-P-IDX) >
                       SPT-BEST-FLOOR(SN-P-IDX + 1)
                   MOVE "A" TO SN-ORDER
               WHEN SPT-BEST-FLOOR(SN-P-IDX) <
                       SPT-BEST-FLOOR(SN-P-IDX + 1)
                   MOVE "B" TO SN-ORDER
               WHEN SPT-AVG-MON(SN-P-IDX) >
                       SPT-AVG-MON(SN-P-IDX + 1)
                   MOVE "A" TO SN-ORDER
               WHEN SPT-AVG-MON(SN-P-IDX) <
                       SPT-AVG-MON(SN-P-IDX + 1)
                   MOVE "B" TO SN-ORDER
               WHEN SPT-TOTAL-DMG(SN-P-IDX) >
                       SPT-TOTAL-DMG(SN-P-IDX + 1)
                   MOVE "A" TO SN-ORDER
               WHEN SPT-TOTAL-DMG(SN-P-IDX) <
                       SPT-TOTAL-DMG(SN-P-IDX + 1)
                   MOVE "B" TO SN-ORDER
               WHEN SPT-RUNS(SN-P-IDX) < SPT-RUNS(SN-P-IDX + 1)
                   MOVE "A" TO SN-ORDER
               WHEN SPT-RUNS(SN-P-IDX) > SPT-RUNS(SN-P-IDX + 1)
                   MOVE "B" TO SN-ORDER
               WHEN OTHER
                   MOVE "=" TO SN-ORDER
           END-EVALUATE
           EXIT.

       PRINT-STANDINGS.
           DISPLAY "SEASON STANDINGS -- " SN-NAME
           DISPLAY "  " SN-START " TO " SN-END "   RULES " SN-RULES
           DISPLAY "==========================================="
               "======="
           IF SN-PROF-COUNT EQUAL 0
               DISPLAY "NO RUNS UNDER RULES " SN-RULES
                   " IN THIS SEASON'S WINDOW"
           ELSE
               DISPLAY "RANK PROFILE     RUNS  FLOOR  MONST  AVG-MON"
                   "  TOTAL-DMG"
               MOVE 0 TO SN-RANK
               PERFORM VARYING SN-P-IDX FROM 1 BY 1
                   UNTIL SN-P-IDX > SN-PROF-COUNT
                   PERFORM PRINT-ONE-STANDING
               END-PERFORM
           END-IF
           DISPLAY " "
           DISPLAY "RUNS COUNTED: " SN-RUNS-COUNTED
               "   HISTORY FILES READ: " SN-FILES-READ
           DISPLAY "RANKED BY BEST MONSTERS SURVIVED, THEN BEST FLOOR,"
               " AVERAGE MONSTERS PER RUN,"
           DISPLAY "  TOTAL DAMAGE DEALT AND FEWEST RUNS. = MARKS A "
               "SHARED RANK."

           IF SN-OTHER-TOTAL > 0
               DISPLAY " "
               DISPLAY "* " SN-OTHER-TOTAL " RUN(S) IN THE WINDOW WERE"
                   " PLAYED UNDER OTHER RULES AND NOT COUNTED:"
               PERFORM VARYING SN-O-IDX FROM 1 BY 1
                   UNTIL SN-O-IDX > SN-OTHER-COUNT
                   DISPLAY "    RULES " SOT-RULES(SN-O-IDX)
                       "  " SOT-RUNS(SN-O-IDX) " RUN(S)"
               END-PERFORM
               IF SN-OTHER-MISC > 0
                   DISPLAY "    OTHERS    " SN-OTHER-MISC " RUN(S)"
               END-IF
           END-IF
           EXIT.

      * a profile level with the one above it on every ranking column
      * takes the same rank number.
       PRINT-ONE-STANDING.
           MOVE SPACE TO SSL-TIED
           IF SN-P-IDX EQUAL 1
               MOVE 1 TO SN-RANK
           ELSE
               SET SN-P-IDX DOWN BY 1
               PERFORM COMPARE-STANDINGS
               SET SN-P-IDX UP BY 1
               IF SN-LEVEL
                   MOVE "=" TO SSL-TIED
               ELSE
                   SET SN-RANK TO SN-P-IDX
               END-IF
           END-IF
           IF SN-P-IDX < SN-PROF-COUNT
               PERFORM COMPARE-STANDINGS
               IF SN-LEVEL
                   MOVE "=" TO SSL-TIED
               END-IF
           END-IF
           MOVE SN-RANK TO SSL-RANK
           MOVE SPT-NAME(SN-P-IDX) TO SSL-NAME
           MOVE SPT-RUNS(SN-P-IDX) TO SSL-RUNS
           MOVE SPT-BEST-FLOOR(SN-P-IDX) TO SSL-BEST-FLOOR
           MOVE SPT-BEST-MON(SN-P-IDX) TO SSL-BEST-MON
           MOVE SPT-AVG-MON(SN-P-IDX) TO SSL-AVG-MON
           MOVE SPT-TOTAL-DMG(SN-P-IDX) TO SSL-TOTAL-DMG
           DISPLAY SN-STANDING-LINE
           EXIT.
