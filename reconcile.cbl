       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-RECONCILE.

      * cross-log reconciliation. a run leaves traces in four places:
      * its RUNHISTORY.DAT record, its session in MONSTERS.INC, its
      * session in COMBATLOG.DAT and the SESSIONIDX.DAT entries that
      * count them. a crash, a checkpoint nobody resumed or a
      * SESSION-ARCHIVE gone wrong can leave them out of step and
      * nothing else would notice. this reads all of them and checks
      * they still agree. it ends with a single PASS or FAIL line and
      * a non-zero return code on FAIL, so NIGHTLY-OPS can gate on it.
      *
      * checks:
      *   - every SESSIONIDX.DAT count (MONSTERS, COMBATLOG, LEDGER)
      *     equals the records actually on file in that session, and
      *     every entry names a session that is on file. a count of
      *     zero over a session that holds records is a session that
      *     crashed before GAME-OVER could write its count; that alone
      *     is noted, not failed.
      *   - every run stamped with its MONSTERS.INC session (RH-
      *     SESSION) finds that session: RH-MONSTERS less the monsters
      *     it carried in from a checkpoint must equal the spawns on
      *     file, and the COMBATLOG.DAT health chain of the same
      *     session must imply as many spawns (one per kill, plus the
      *     one still standing unless both sides fell together) and at
      *     most one player death.
      *   - a resumed run's carried monsters are traced back through
      *     the nearest earlier sessions with no run of their own (the
      *     crashed ones it resumed from) and must add up.
      *   - orphans on either side: stamped runs whose session is not
      *     on file, and sessions that no run accounts for.
      *
      * both logs are opened by every arena process, interactive and
      * batch alike, so the latest session of one is the latest of the
      * other. the two are paired from the end, which still holds if
      * SESSION-ARCHIVE has taken a different number of sessions off
      * the front of each. a combat session holding a batch separator
      * is a batch session and owes no run.
      *
      * not failed, only noted: runs from before the stamp existed,
      * sessions older than the oldest stamped run, runs whose session
      * has been archived (RH-SESSION zero), and sessions from before
      * this month with no run -- RUN-HISTORY-ARCHIVE may have moved
      * the run to a RUNARCH file.
      *
      * usage: reconcile (no arguments; reads the live files only)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-INDEX ASSIGN TO 'SESSIONIDX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SESSIDX.
           SELECT MONSTERS ASSIGN TO 'MONSTERS.INC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONSTERS.
           SELECT COMBAT-LOG ASSIGN TO 'COMBATLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-COMBATLOG.
           SELECT GOLD-LEDGER ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-LEDGER.
           SELECT RUN-HISTORY ASSIGN TO 'RUNHISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNHIST.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's SESSION-INDEX-RECORD
       FD SESSION-INDEX.
       01 SESSION-INDEX-RECORD.
           05 SXF-01       PIC X(5).
           05 SX-LOG       PIC X(9).
           05 SXF-02       PIC X(7).
           05 SX-SESSION   PIC 9(4).
           05 SXF-03       PIC X(7).
           05 SX-DATE      PIC X(10).
           05 SXF-04       PIC X(7).
           05 SX-TIME      PIC X(8).
           05 SXF-05       PIC X(7).
           05 SX-RECS      PIC 9(6).

      * mirror of KOBOLD-ARENA's MONSTER-FILE -- only the label is
      * needed to tell a spawn from a marker
       FD MONSTERS.
       01 MONSTER-FILE.
           05 FILLER-01    PIC X(6).
           05 FILLER       PIC X(74).

       01 MONSTER-SESSION-MARKER.
           05 MSF-01       PIC X(9).
           05 MSM-DATE     PIC X(10).
           05 MSF-02       PIC X(7).
           05 MSM-TIME     PIC X(8).

      * mirror of KOBOLD-ARENA's COMBAT-LOG-RECORD (see COMBAT-REPLAY)
       FD COMBAT-LOG.
       01 COMBAT-LOG-RECORD.
           05 CLF-01       PIC X(7).
           05 CL-ACTOR     PIC X(7).
           05 CLF-02       PIC X(9).
           05 CL-ACTION    PIC X(7).
           05 CLF-03       PIC X(7).
           05 CL-BASE      PIC 99V99.
           05 CLF-04       PIC X(7).
           05 CL-MULT      PIC 9V99.
           05 CLF-05       PIC X(8).
           05 CL-BRACE     PIC X.
           05 CLF-06       PIC X(8).
           05 CL-FOCUS     PIC X.
           05 CLF-07       PIC X(8).
           05 CL-PL-HEALTH PIC S9(3)   SIGN IS LEADING SEPARATE.
           05 CLF-08       PIC X(9).
           05 CL-MON-HEALTH PIC S9(3)  SIGN IS LEADING SEPARATE.

      * the ledger is only counted, never decoded
       FD GOLD-LEDGER.
       01 LEDGER-RECORD    PIC X(140).

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

       77 FS-SESSIDX PIC XX.
       77 FS-MONSTERS PIC XX.
       77 FS-COMBATLOG PIC XX.
       77 FS-LEDGER PIC XX.
       77 FS-RUNHIST PIC XX.

       77 WS-EOF-FLAG PIC X VALUE "N".
                   88 IS-EOF VALUE "Y".

       77 RC-ERROR-COUNT PIC 9(4) VALUE 0.
       77 RC-ROW-NUM PIC 9(4) VALUE 0.

      * per log: sessions on file, records ahead of the first marker,
      * the span of sessions the index covers, and per session the
      * records on file against the index's count. 1 is MONSTERS.INC,
      * 2 COMBATLOG.DAT, 3 LEDGER.DAT.
       77 RC-LOG-NUM PIC 9 VALUE 0.
       77 RC-SESS-MAX PIC 9(4) VALUE 1000.
       01 RC-LOG-TABLE.
           05 RC-LOG-ENTRY OCCURS 3 TIMES.
               10 RCL-NAME         PIC X(9).
               10 RCL-FILE         PIC X(13).
               10 RCL-SESSIONS     PIC 9(4).
               10 RCL-LOOSE        PIC 9(6).
               10 RCL-IDX-LOW      PIC 9(4).
               10 RCL-IDX-HIGH     PIC 9(4).
               10 RCL-OVERFLOW     PIC X.
               10 RCL-SESS-ENTRY OCCURS 1000 TIMES.
                   15 RCS-RECS     PIC 9(6).
                   15 RCS-IDX-RECS PIC 9(6).
                   15 RCS-INDEXED  PIC X.
                   15 RCS-CRASHED  PIC X.
       77 RC-SUB PIC 9(4) VALUE 0.
       77 RC-CUR-SESSION PIC 9(4) VALUE 0.

      * MONSTERS.INC sessions: the marker date, and which run (if
      * any) accounts for the session -- R played in it, C resumed
      * from it after a crash
       01 RC-MON-TABLE.
           05 RC-MON-ENTRY OCCURS 1000 TIMES.
               10 RCM-DATE         PIC X(10).
               10 RCM-CLAIM        PIC X.
               10 RCM-RUN          PIC 9(4).

      * COMBATLOG.DAT sessions: kills and deaths off the health
      * chains, whether a batch separator was seen, and the last
      * health pair on file
       01 RC-CBT-TABLE.
           05 RC-CBT-ENTRY OCCURS 1000 TIMES.
               10 RCC-KILLS        PIC 9(5).
               10 RCC-DEATHS       PIC 9(5).
               10 RCC-BATCH        PIC X.
               10 RCC-LAST-PL      PIC S9(3).
               10 RCC-LAST-MON     PIC S9(3).
       77 RC-ADVANCE PIC 9 VALUE 0.
       77 RC-CORPSE-TICK PIC 9 VALUE 0.

      * the live run history, in file order
       77 RC-RUN-COUNT PIC 9(4) VALUE 0.
       01 RC-RUN-TABLE.
           05 RC-RUN-ENTRY OCCURS 1000 TIMES INDEXED BY RC-R-IDX.
               10 RCR-DATE         PIC X(10).
               10 RCR-TIME         PIC X(8).
               10 RCR-PROFILE      PIC X(10).
               10 RCR-MONSTERS     PIC 9(4).
               10 RCR-SESSION      PIC 9(4).
               10 RCR-CARRIED      PIC 9(4).
               10 RCR-STAMPED      PIC X.
       77 RC-RUN-NUM PIC 9(4) VALUE 0.
       77 RC-RUN-LABEL PIC X(40) VALUE SPACES.
       77 RC-LABEL-LEN PIC 99 VALUE 0.

      * pairing and arithmetic
       77 RC-OFFSET PIC S9(4) VALUE 0.
       77 RC-CBT-SESS PIC S9(5) VALUE 0.
       77 RC-EXPECTED PIC S9(5) VALUE 0.
       77 RC-IMPLIED PIC 9(5) VALUE 0.
       77 RC-WALK PIC S9(5) VALUE 0.
       77 RC-WALK-SUM PIC 9(5) VALUE 0.
       77 RC-LOW-STAMPED PIC 9(4) VALUE 0.
       77 RC-MONTH-START PIC X(10) VALUE SPACES.
       77 RC-BATCH-FLAG PIC X VALUE "N".

      * control totals for the summary
       77 RC-STAMPED-RUNS PIC 9(4) VALUE 0.
       77 RC-UNSTAMPED-RUNS PIC 9(4) VALUE 0.
       77 RC-ARCHIVED-RUNS PIC 9(4) VALUE 0.
       77 RC-MATCHED-RUNS PIC 9(4) VALUE 0.
       77 RC-BATCH-SESSIONS PIC 9(4) VALUE 0.
       77 RC-RESUMED-SESSIONS PIC 9(4) VALUE 0.
       77 RC-CRASHED-SESSIONS PIC 9(4) VALUE 0.
       77 RC-PRESTAMP-SESSIONS PIC 9(4) VALUE 0.
       77 RC-OLDER-SESSIONS PIC 9(4) VALUE 0.
       77 RC-UNINDEXED-SESSIONS PIC 9(4) VALUE 0.

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
           PERFORM INITIALIZE-TABLES
           PERFORM LOAD-SESSION-INDEX
           PERFORM SCAN-MONSTER-LOG
           PERFORM SCAN-COMBAT-LOG
           PERFORM SCAN-LEDGER
           PERFORM LOAD-RUN-HISTORY

           PERFORM CHECK-INDEX-COUNTS
           PERFORM PAIR-SESSION-LOGS
           PERFORM CHECK-STAMPED-RUNS
           PERFORM TRACE-CARRIED-MONSTERS
           PERFORM CHECK-ORPHAN-SESSIONS
           PERFORM PRINT-CONTROL-TOTALS

           DISPLAY " "
           IF RC-ERROR-COUNT EQUAL 0
               DISPLAY "RECONCILE PASS -- RUNS, INDEX AND SESSION LOGS "
                   "AGREE"
           ELSE
               DISPLAY "RECONCILE FAIL -- " RC-ERROR-COUNT
                   " PROBLEM(S) FOUND"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      * runarch only ever moves closed months, so the first of this
      * month is the line between "run may be archived" and "run is
      * missing".
       INITIALIZE-TABLES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING
               WS-CURRENT-YEAR  DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-MONTH DELIMITED BY SIZE
               "-01"            DELIMITED BY SIZE
               INTO RC-MONTH-START

           MOVE "MONSTERS "      TO RCL-NAME(1)
           MOVE "MONSTERS.INC"   TO RCL-FILE(1)
           MOVE "COMBATLOG"      TO RCL-NAME(2)
           MOVE "COMBATLOG.DAT"  TO RCL-FILE(2)
           MOVE "LEDGER   "      TO RCL-NAME(3)
           MOVE "LEDGER.DAT"     TO RCL-FILE(3)
           PERFORM VARYING RC-LOG-NUM FROM 1 BY 1 UNTIL RC-LOG-NUM > 3
               MOVE 0 TO RCL-SESSIONS(RC-LOG-NUM)
               MOVE 0 TO RCL-LOOSE(RC-LOG-NUM)
               MOVE 9999 TO RCL-IDX-LOW(RC-LOG-NUM)
               MOVE 0 TO RCL-IDX-HIGH(RC-LOG-NUM)
               MOVE "N" TO RCL-OVERFLOW(RC-LOG-NUM)
               PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > RC-SESS-MAX
                   MOVE 0 TO RCS-RECS(RC-LOG-NUM, RC-SUB)
                   MOVE 0 TO RCS-IDX-RECS(RC-LOG-NUM, RC-SUB)
                   MOVE "N" TO RCS-INDEXED(RC-LOG-NUM, RC-SUB)
                   MOVE "N" TO RCS-CRASHED(RC-LOG-NUM, RC-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING RC-SUB FROM 1 BY 1
               UNTIL RC-SUB > RC-SESS-MAX
               MOVE SPACES TO RCM-DATE(RC-SUB)
               MOVE SPACE TO RCM-CLAIM(RC-SUB)
               MOVE 0 TO RCM-RUN(RC-SUB)
               MOVE 0 TO RCC-KILLS(RC-SUB)
               MOVE 0 TO RCC-DEATHS(RC-SUB)
               MOVE "N" TO RCC-BATCH(RC-SUB)
               MOVE 0 TO RCC-LAST-PL(RC-SUB)
               MOVE 0 TO RCC-LAST-MON(RC-SUB)
           END-PERFORM
           EXIT.

      * no index at all is not an error in itself -- every session on
      * file then shows up below as not indexed.
       LOAD-SESSION-INDEX.
           MOVE 0 TO RC-ROW-NUM
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SESSION-INDEX
           IF FS-SESSIDX NOT EQUAL "00"
               CLOSE SESSION-INDEX
               DISPLAY "NOTE: NO SESSIONIDX.DAT ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               READ SESSION-INDEX
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-ONE-INDEX-ENTRY
               END-READ
           END-PERFORM
           CLOSE SESSION-INDEX
           EXIT.

       STORE-ONE-INDEX-ENTRY.
           ADD 1 TO RC-ROW-NUM
           EVALUATE SX-LOG
               WHEN "MONSTERS " MOVE 1 TO RC-LOG-NUM
               WHEN "COMBATLOG" MOVE 2 TO RC-LOG-NUM
               WHEN "LEDGER   " MOVE 3 TO RC-LOG-NUM
               WHEN OTHER
                   DISPLAY "ERROR: BAD ROW " RC-ROW-NUM
                       " IN SESSIONIDX.DAT -- UNKNOWN LOG " SX-LOG
                   ADD 1 TO RC-ERROR-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF SX-SESSION IS NOT NUMERIC OR SX-RECS IS NOT NUMERIC
               OR SX-SESSION EQUAL ZERO
               DISPLAY "ERROR: BAD ROW " RC-ROW-NUM
                   " IN SESSIONIDX.DAT -- BAD SESSION OR COUNT"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SX-SESSION > RC-SESS-MAX
               DISPLAY "ERROR: BAD ROW " RC-ROW-NUM
                   " IN SESSIONIDX.DAT -- SESSION " SX-SESSION
                   " PAST THE " RC-SESS-MAX " THIS PROGRAM HOLDS"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SX-SESSION TO RC-SUB
           IF RCS-INDEXED(RC-LOG-NUM, RC-SUB) EQUAL "Y"
               DISPLAY "ERROR: BAD ROW " RC-ROW-NUM
                   " IN SESSIONIDX.DAT -- SECOND ENTRY FOR "
                   SX-LOG " SESSION " SX-SESSION
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RCS-INDEXED(RC-LOG-NUM, RC-SUB)
           MOVE SX-RECS TO RCS-IDX-RECS(RC-LOG-NUM, RC-SUB)
           IF RC-SUB < RCL-IDX-LOW(RC-LOG-NUM)
               MOVE RC-SUB TO RCL-IDX-LOW(RC-LOG-NUM)
           END-IF
           IF RC-SUB > RCL-IDX-HIGH(RC-LOG-NUM)
               MOVE RC-SUB TO RCL-IDX-HIGH(RC-LOG-NUM)
           END-IF
           EXIT.

      * spawns per session, and each session's marker date for the
      * archived-month test. records ahead of the first marker are
      * history from before sessions were marked.
       SCAN-MONSTER-LOG.
           MOVE 1 TO RC-LOG-NUM
           MOVE 0 TO RC-CUR-SESSION
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MONSTERS
           IF FS-MONSTERS NOT EQUAL "00"
               CLOSE MONSTERS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               READ MONSTERS
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM TALLY-ONE-SPAWN
               END-READ
           END-PERFORM
           CLOSE MONSTERS
           EXIT.

       TALLY-ONE-SPAWN.
           IF FILLER-01 NOT EQUAL "TYPE: "
               PERFORM START-LOG-SESSION
               IF RCL-OVERFLOW(RC-LOG-NUM) EQUAL "N"
                   MOVE MSM-DATE TO RCM-DATE(RC-CUR-SESSION)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-LOG-RECORD
           EXIT.

      * shared by all three scans: a marker opens the next session.
      * past the table's end the log is still read but no longer
      * tallied, and the overflow is a failure -- the log wants
      * archiving.
       START-LOG-SESSION.
           IF RCL-OVERFLOW(RC-LOG-NUM) EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF RC-CUR-SESSION EQUAL RC-SESS-MAX
               MOVE "Y" TO RCL-OVERFLOW(RC-LOG-NUM)
               DISPLAY "ERROR: RUN SESSARCH -- MORE THAN " RC-SESS-MAX
                   " SESSIONS ON " RCL-FILE(RC-LOG-NUM)
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RC-CUR-SESSION
           MOVE RC-CUR-SESSION TO RCL-SESSIONS(RC-LOG-NUM)
           MOVE 0 TO RC-ADVANCE
           EXIT.

       COUNT-LOG-RECORD.
           IF RC-CUR-SESSION EQUAL 0
               ADD 1 TO RCL-LOOSE(RC-LOG-NUM)
               EXIT PARAGRAPH
           END-IF
           IF RCL-OVERFLOW(RC-LOG-NUM) EQUAL "N"
               ADD 1 TO RCS-RECS(RC-LOG-NUM, RC-CUR-SESSION)
           END-IF
           EXIT.

      * kills and deaths by MONSTER-BALANCE's rules: a record that
      * leaves the monster at or below zero is a kill, except a burn
      * tick logged against the corpse while the next fight is still
      * pending (RUN-VERIFIER's corpse-tick rule); a record that
      * leaves the player at or below zero is a death.
       SCAN-COMBAT-LOG.
           MOVE 2 TO RC-LOG-NUM
           MOVE 0 TO RC-CUR-SESSION
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COMBAT-LOG
           IF FS-COMBATLOG NOT EQUAL "00"
               CLOSE COMBAT-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               READ COMBAT-LOG
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM TALLY-ONE-ACTION
               END-READ
           END-PERFORM
           CLOSE COMBAT-LOG
           EXIT.

       TALLY-ONE-ACTION.
           IF CLF-01 NOT EQUAL "ACTOR: "
               PERFORM START-LOG-SESSION
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-LOG-RECORD
           IF RC-CUR-SESSION EQUAL 0
               OR RCL-OVERFLOW(RC-LOG-NUM) EQUAL "Y"
               EXIT PARAGRAPH
           END-IF

      *    a batch run separator: the session belongs to a batch job
      *    and the next record opens a fresh fight
           IF CL-ACTOR EQUAL "BATCH"
               MOVE "Y" TO RCC-BATCH(RC-CUR-SESSION)
               MOVE 1 TO RC-ADVANCE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RC-CORPSE-TICK
           IF RC-ADVANCE EQUAL 1
               AND CL-ACTION EQUAL "BURN"
               AND CL-MON-HEALTH IS LESS THAN OR EQUAL TO ZERO
               MOVE 1 TO RC-CORPSE-TICK
           END-IF
           IF RC-CORPSE-TICK EQUAL 0
               MOVE 0 TO RC-ADVANCE
           END-IF

           IF CL-MON-HEALTH IS LESS THAN OR EQUAL TO ZERO
               AND RC-CORPSE-TICK EQUAL 0
               ADD 1 TO RCC-KILLS(RC-CUR-SESSION)
               MOVE 1 TO RC-ADVANCE
           END-IF
           IF CL-PL-HEALTH IS LESS THAN OR EQUAL TO ZERO
               ADD 1 TO RCC-DEATHS(RC-CUR-SESSION)
               MOVE 1 TO RC-ADVANCE
           END-IF
           MOVE CL-PL-HEALTH TO RCC-LAST-PL(RC-CUR-SESSION)
           MOVE CL-MON-HEALTH TO RCC-LAST-MON(RC-CUR-SESSION)
           EXIT.

       SCAN-LEDGER.
           MOVE 3 TO RC-LOG-NUM
           MOVE 0 TO RC-CUR-SESSION
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GOLD-LEDGER
           IF FS-LEDGER NOT EQUAL "00"
               CLOSE GOLD-LEDGER
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               READ GOLD-LEDGER
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM TALLY-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE GOLD-LEDGER
           EXIT.

       TALLY-ONE-EVENT.
           IF LEDGER-RECORD(1:9) EQUAL "SESSION: "
               PERFORM START-LOG-SESSION
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-LOG-RECORD
           EXIT.

      * status 04 is a short record from before the later columns;
      * a run is stamped only if the SESS column made it onto file.
       LOAD-RUN-HISTORY.
           MOVE 0 TO RC-RUN-COUNT
           OPEN INPUT RUN-HISTORY
           IF FS-RUNHIST NOT EQUAL "00"
               CLOSE RUN-HISTORY
               DISPLAY "NOTE: NO RUNHISTORY.DAT ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-RUNHIST NOT EQUAL "00"
               AND FS-RUNHIST NOT EQUAL "04"
               MOVE SPACES TO RUN-HISTORY-RECORD
               READ RUN-HISTORY
               IF FS-RUNHIST EQUAL "00" OR FS-RUNHIST EQUAL "04"
                   PERFORM STORE-ONE-RUN
               END-IF
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

       STORE-ONE-RUN.
           IF RC-RUN-COUNT EQUAL 1000
               DISPLAY "ERROR: MORE THAN 1000 RECORDS ON RUNHISTORY.DAT"
                   " -- RUN RUNARCH"
               ADD 1 TO RC-ERROR-COUNT
               MOVE "10" TO FS-RUNHIST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RC-RUN-COUNT
           SET RC-R-IDX TO RC-RUN-COUNT
           MOVE RH-DATE TO RCR-DATE(RC-R-IDX)
           MOVE RH-TIME TO RCR-TIME(RC-R-IDX)
           MOVE RH-PROFILE TO RCR-PROFILE(RC-R-IDX)
           IF RCR-PROFILE(RC-R-IDX) EQUAL SPACES
               MOVE "PLAYER" TO RCR-PROFILE(RC-R-IDX)
           END-IF
           MOVE 0 TO RCR-MONSTERS(RC-R-IDX)
           IF RH-MONSTERS IS NUMERIC
               MOVE RH-MONSTERS TO RCR-MONSTERS(RC-R-IDX)
           END-IF
           MOVE 0 TO RCR-SESSION(RC-R-IDX)
           MOVE 0 TO RCR-CARRIED(RC-R-IDX)
           MOVE "N" TO RCR-STAMPED(RC-R-IDX)
           IF RHF-17 EQUAL " SESS: "
               AND RH-SESSION IS NUMERIC
               AND RH-CARRIED IS NUMERIC
               MOVE "Y" TO RCR-STAMPED(RC-R-IDX)
               MOVE RH-SESSION TO RCR-SESSION(RC-R-IDX)
               MOVE RH-CARRIED TO RCR-CARRIED(RC-R-IDX)
               ADD 1 TO RC-STAMPED-RUNS
           ELSE
               ADD 1 TO RC-UNSTAMPED-RUNS
           END-IF
           EXIT.

      * a count of zero over records on file is a crash -- GAME-OVER
      * never ran to write it. any other difference means the index
      * or the log has been tampered with or rewritten out of step.
      * sessions older than the first one indexed predate the index.
       CHECK-INDEX-COUNTS.
           PERFORM VARYING RC-LOG-NUM FROM 1 BY 1 UNTIL RC-LOG-NUM > 3
               PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > RCL-SESSIONS(RC-LOG-NUM)
                   PERFORM CHECK-ONE-INDEX-COUNT
               END-PERFORM
               IF RCL-IDX-HIGH(RC-LOG-NUM) > RCL-SESSIONS(RC-LOG-NUM)
                   COMPUTE RC-SUB = RCL-SESSIONS(RC-LOG-NUM) + 1
                   PERFORM VARYING RC-SUB FROM RC-SUB BY 1
                       UNTIL RC-SUB > RCL-IDX-HIGH(RC-LOG-NUM)
                       IF RCS-INDEXED(RC-LOG-NUM, RC-SUB) EQUAL "Y"
                           DISPLAY "ERROR: SESSIONIDX.DAT HAS "
                               RCL-NAME(RC-LOG-NUM) " SESSION " RC-SUB
                               " -- ONLY " RCL-SESSIONS(RC-LOG-NUM)
                               " ON " RCL-FILE(RC-LOG-NUM)
                           ADD 1 TO RC-ERROR-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               IF RCL-LOOSE(RC-LOG-NUM) > 0
                   DISPLAY "NOTE: " RCL-LOOSE(RC-LOG-NUM)
                       " RECORD(S) AHEAD OF THE FIRST SESSION MARKER "
                       "ON " RCL-FILE(RC-LOG-NUM)
               END-IF
           END-PERFORM
           EXIT.

       CHECK-ONE-INDEX-COUNT.
           IF RCS-INDEXED(RC-LOG-NUM, RC-SUB) EQUAL "N"
               IF RC-SUB < RCL-IDX-LOW(RC-LOG-NUM)
                   ADD 1 TO RC-UNINDEXED-SESSIONS
               ELSE
                   DISPLAY "ERROR: SESSIONIDX.DAT HAS NO ENTRY FOR "
                       "SESSION " RC-SUB " ON " RCL-FILE(RC-LOG-NUM)
                   ADD 1 TO RC-ERROR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RCS-IDX-RECS(RC-LOG-NUM, RC-SUB)
               EQUAL RCS-RECS(RC-LOG-NUM, RC-SUB)
               EXIT PARAGRAPH
           END-IF
           IF RCS-IDX-RECS(RC-LOG-NUM, RC-SUB) EQUAL 0
               MOVE "Y" TO RCS-CRASHED(RC-LOG-NUM, RC-SUB)
               IF RC-LOG-NUM EQUAL 1
                   ADD 1 TO RC-CRASHED-SESSIONS
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ERROR: SESSIONIDX.DAT COUNTS "
               RCS-IDX-RECS(RC-LOG-NUM, RC-SUB) " RECORD(S) FOR "
               "SESSION " RC-SUB ", " RCS-RECS(RC-LOG-NUM, RC-SUB)
               " ON " RCL-FILE(RC-LOG-NUM)
           ADD 1 TO RC-ERROR-COUNT
           EXIT.

      * the latest session of each log belongs to the latest process,
      * so MONSTERS.INC session m pairs with COMBATLOG.DAT session
      * m - RC-OFFSET.
       PAIR-SESSION-LOGS.
           COMPUTE RC-OFFSET = RCL-SESSIONS(1) - RCL-SESSIONS(2)
           IF RC-OFFSET NOT EQUAL 0
               DISPLAY "NOTE: " RCL-SESSIONS(1) " MONSTERS.INC SESSION"
                   "(S) AGAINST " RCL-SESSIONS(2) " ON COMBATLOG.DAT "
                   "-- PAIRED FROM THE LATEST"
           END-IF
           EXIT.

      * leaves the COMBATLOG.DAT partner of MONSTERS.INC session
      * RC-SUB in RC-CBT-SESS (zero if it has none) and sets
      * RC-BATCH-FLAG from it.
       FIND-COMBAT-PARTNER.
           COMPUTE RC-CBT-SESS = RC-SUB - RC-OFFSET
           IF RC-CBT-SESS < 1 OR RC-CBT-SESS > RCL-SESSIONS(2)
               MOVE 0 TO RC-CBT-SESS
           END-IF
           MOVE "N" TO RC-BATCH-FLAG
           IF RC-CBT-SESS > 0
               MOVE RCC-BATCH(RC-CBT-SESS) TO RC-BATCH-FLAG
           END-IF
           EXIT.

      * "RUN date time profile", with RC-LABEL-LEN its length so
      * the messages read without the padding.
       BUILD-RUN-LABEL.
           MOVE SPACES TO RC-RUN-LABEL
           MOVE 1 TO RC-LABEL-LEN
           STRING
               "RUN " DELIMITED BY SIZE
               RCR-DATE(RC-R-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCR-TIME(RC-R-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCR-PROFILE(RC-R-IDX) DELIMITED BY SPACES
               INTO RC-RUN-LABEL
               WITH POINTER RC-LABEL-LEN
           SUBTRACT 1 FROM RC-LABEL-LEN
           EXIT.

      * first pass over the runs: each stamped run claims its own
      * session and is checked against both logs. the carried-monster
      * trace waits for the second pass so no run's own session is
      * mistaken for a crashed one.
       CHECK-STAMPED-RUNS.
           MOVE 9999 TO RC-LOW-STAMPED
           PERFORM VARYING RC-R-IDX FROM 1 BY 1
               UNTIL RC-R-IDX > RC-RUN-COUNT
               IF RCR-STAMPED(RC-R-IDX) EQUAL "Y"
                   PERFORM CHECK-ONE-RUN
               END-IF
           END-PERFORM
           EXIT.

       CHECK-ONE-RUN.
           PERFORM BUILD-RUN-LABEL
           SET RC-RUN-NUM TO RC-R-IDX
      *    session zero: SESSION-ARCHIVE took the run's session off
      *    the live log, so stamping was already on before the cut
           IF RCR-SESSION(RC-R-IDX) EQUAL 0
               ADD 1 TO RC-ARCHIVED-RUNS
               MOVE 1 TO RC-LOW-STAMPED
               EXIT PARAGRAPH
           END-IF
           IF RCR-SESSION(RC-R-IDX) < RC-LOW-STAMPED
               MOVE RCR-SESSION(RC-R-IDX) TO RC-LOW-STAMPED
           END-IF
           IF RCR-SESSION(RC-R-IDX) > RCL-SESSIONS(1)
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " HAS NO SESSION -- MONSTERS.INC SESSION "
                   RCR-SESSION(RC-R-IDX)
                   " IS NOT ON FILE"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE RCR-SESSION(RC-R-IDX) TO RC-SUB
           IF RCM-CLAIM(RC-SUB) EQUAL "R"
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " AND RUN " RCR-DATE(RCM-RUN(RC-SUB)) " "
                   RCR-TIME(RCM-RUN(RC-SUB))
                   " BOTH CLAIM SESSION " RC-SUB
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO RCM-CLAIM(RC-SUB)
           MOVE RC-RUN-NUM TO RCM-RUN(RC-SUB)

           PERFORM FIND-COMBAT-PARTNER
           IF RC-BATCH-FLAG EQUAL "Y"
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " IS STAMPED WITH SESSION " RC-SUB
                   ", A BATCH SESSION"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE RC-EXPECTED = RCR-MONSTERS(RC-R-IDX)
               - RCR-CARRIED(RC-R-IDX)
           IF RC-EXPECTED < 0
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " CARRIED " RCR-CARRIED(RC-R-IDX)
                   " MONSTERS BUT FOUGHT ONLY "
                   RCR-MONSTERS(RC-R-IDX)
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RC-EXPECTED NOT EQUAL RCS-RECS(1, RC-SUB)
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " -- RH-MONSTERS " RCR-MONSTERS(RC-R-IDX) " LESS "
                   RCR-CARRIED(RC-R-IDX) " CARRIED, BUT SESSION "
                   RC-SUB " HOLDS " RCS-RECS(1, RC-SUB) " SPAWN(S)"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF RC-CBT-SESS EQUAL 0
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " -- SESSION " RC-SUB " HAS NO PARTNER ON "
                   "COMBATLOG.DAT"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
      *    every kill is followed by a fresh spawn unless the player
      *    fell in the same exchange, and the monster standing at the
      *    end was spawned too
           MOVE RCC-KILLS(RC-CBT-SESS) TO RC-IMPLIED
           IF RCS-RECS(2, RC-CBT-SESS) EQUAL 0
               OR RCC-LAST-PL(RC-CBT-SESS) > 0
               OR RCC-LAST-MON(RC-CBT-SESS) > 0
               ADD 1 TO RC-IMPLIED
           END-IF
           IF RC-IMPLIED NOT EQUAL RC-EXPECTED
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " -- COMBATLOG.DAT SESSION " RC-CBT-SESS " SHOWS "
                   RCC-KILLS(RC-CBT-SESS) " KILL(S), "
                   RC-IMPLIED " SPAWN(S) AGAINST " RC-EXPECTED
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RCC-DEATHS(RC-CBT-SESS) > 1
               DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " -- COMBATLOG.DAT SESSION " RC-CBT-SESS " SHOWS "
                   RCC-DEATHS(RC-CBT-SESS) " PLAYER DEATHS"
               ADD 1 TO RC-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RC-MATCHED-RUNS
           EXIT.

      * second pass: a resumed run's carried monsters were spawned in
      * the session(s) it crashed out of. walking back from the run's
      * own session, each earlier interactive session no run claims
      * gives up its spawns less the one the next session re-logged
      * at resume, until the carry is covered.
       TRACE-CARRIED-MONSTERS.
           PERFORM VARYING RC-R-IDX FROM 1 BY 1
               UNTIL RC-R-IDX > RC-RUN-COUNT
               IF RCR-STAMPED(RC-R-IDX) EQUAL "Y"
                   AND RCR-CARRIED(RC-R-IDX) > 0
                   AND RCR-SESSION(RC-R-IDX) > 0
                   AND RCR-SESSION(RC-R-IDX) <= RCL-SESSIONS(1)
                   PERFORM TRACE-ONE-CARRY
               END-IF
           END-PERFORM
           EXIT.

       TRACE-ONE-CARRY.
           PERFORM BUILD-RUN-LABEL
           SET RC-RUN-NUM TO RC-R-IDX
           MOVE 0 TO RC-WALK-SUM
           COMPUTE RC-WALK = RCR-SESSION(RC-R-IDX) - 1
           PERFORM UNTIL RC-WALK < 1
               OR RC-WALK-SUM >= RCR-CARRIED(RC-R-IDX)
               MOVE RC-WALK TO RC-SUB
               PERFORM FIND-COMBAT-PARTNER
               IF RCM-CLAIM(RC-SUB) EQUAL SPACE
                   AND RC-BATCH-FLAG EQUAL "N"
                   MOVE "C" TO RCM-CLAIM(RC-SUB)
                   MOVE RC-RUN-NUM TO RCM-RUN(RC-SUB)
                   ADD 1 TO RC-RESUMED-SESSIONS
                   IF RCS-RECS(1, RC-SUB) > 0
                       COMPUTE RC-WALK-SUM = RC-WALK-SUM
                           + RCS-RECS(1, RC-SUB) - 1
                   END-IF
               END-IF
               SUBTRACT 1 FROM RC-WALK
           END-PERFORM
           IF RC-WALK-SUM EQUAL RCR-CARRIED(RC-R-IDX)
               EXIT PARAGRAPH
           END-IF
      *    ran off the front of the log: the crashed session(s) went
      *    with an archive, which is not a fault
           IF RC-WALK < 1 AND RC-WALK-SUM < RCR-CARRIED(RC-R-IDX)
               DISPLAY "NOTE: " RC-RUN-LABEL(1:RC-LABEL-LEN)
                   " CARRIED " RCR-CARRIED(RC-R-IDX)
                   " MONSTER(S), ONLY "
                   RC-WALK-SUM " TRACED ON THE LIVE LOG"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ERROR: " RC-RUN-LABEL(1:RC-LABEL-LEN)
               " CARRIED " RCR-CARRIED(RC-R-IDX)
               " MONSTER(S) BUT THE SESSION(S) "
               "IT RESUMED FROM SPAWNED " RC-WALK-SUM
           ADD 1 TO RC-ERROR-COUNT
           EXIT.

      * every interactive MONSTERS.INC session should now be claimed.
      * sessions ahead of stamping and sessions from closed months
      * (whose runs RUN-HISTORY-ARCHIVE may have moved) are counted,
      * not failed. combat sessions with no MONSTERS.INC partner are
      * noted the same way.
       CHECK-ORPHAN-SESSIONS.
           PERFORM VARYING RC-SUB FROM 1 BY 1
               UNTIL RC-SUB > RCL-SESSIONS(1)
               PERFORM FIND-COMBAT-PARTNER
               EVALUATE TRUE
                   WHEN RC-BATCH-FLAG EQUAL "Y"
                       ADD 1 TO RC-BATCH-SESSIONS
                   WHEN RCM-CLAIM(RC-SUB) NOT EQUAL SPACE
                       CONTINUE
                   WHEN RC-SUB < RC-LOW-STAMPED
                       ADD 1 TO RC-PRESTAMP-SESSIONS
                   WHEN RCM-DATE(RC-SUB) < RC-MONTH-START
                       ADD 1 TO RC-OLDER-SESSIONS
                   WHEN OTHER
                       PERFORM REPORT-ORPHAN-SESSION
               END-EVALUATE
           END-PERFORM
           IF RC-OFFSET < 0
               COMPUTE RC-SUB = 0 - RC-OFFSET
               DISPLAY "NOTE: COMBATLOG.DAT SESSIONS 1 TO " RC-SUB
                   " HAVE NO MONSTERS.INC PARTNER"
           END-IF
           EXIT.

       REPORT-ORPHAN-SESSION.
           IF RCS-CRASHED(1, RC-SUB) EQUAL "Y"
               DISPLAY "ERROR: MONSTERS.INC SESSION " RC-SUB " OF "
                   RCM-DATE(RC-SUB) " HAS NO RUN -- CRASHED AND "
                   "NEVER RESUMED"
           ELSE
               DISPLAY "ERROR: MONSTERS.INC SESSION " RC-SUB " OF "
                   RCM-DATE(RC-SUB) " HAS NO RUN"
           END-IF
           ADD 1 TO RC-ERROR-COUNT
           EXIT.

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "RUN RECONCILE -- CONTROL TOTALS"
           DISPLAY "  MONSTERS.INC SESSIONS:   " RCL-SESSIONS(1)
           DISPLAY "  COMBATLOG.DAT SESSIONS:  " RCL-SESSIONS(2)
           DISPLAY "  LEDGER.DAT SESSIONS:     " RCL-SESSIONS(3)
           DISPLAY "  RUNS ON RUNHISTORY.DAT:  " RC-RUN-COUNT
           DISPLAY "    STAMPED:               " RC-STAMPED-RUNS
           DISPLAY "    MATCHED BOTH LOGS:     " RC-MATCHED-RUNS
           DISPLAY "    SESSION ARCHIVED:      " RC-ARCHIVED-RUNS
           DISPLAY "    UNSTAMPED (OLDER):     " RC-UNSTAMPED-RUNS
           DISPLAY "  BATCH SESSIONS:          " RC-BATCH-SESSIONS
           DISPLAY "  CRASHED (NO COUNT):      " RC-CRASHED-SESSIONS
           DISPLAY "    RESUMED BY A RUN:      " RC-RESUMED-SESSIONS
           DISPLAY "  SESSIONS BEFORE STAMPS:  " RC-PRESTAMP-SESSIONS
           DISPLAY "  CLOSED-MONTH, NO RUN:    " RC-OLDER-SESSIONS
           DISPLAY "  NOT INDEXED (OLDER):     " RC-UNINDEXED-SESSIONS
           EXIT.
