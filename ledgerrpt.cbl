       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECONOMY-REPORT.

      * standalone report over LEDGER.DAT, the rolling gold and item
      * ledger KOBOLD-ARENA writes (see its OPEN-LEDGER): gold earned
      * per floor, gold spent in the shop, and for every ITEMTYPES.DAT
      * entry how many were bought, dropped and actually used, with
      * its share of shop revenue. the point is to see whether
      * ITF-PRICE and ITF-WEIGHT are pulling their weight, and
      * whether players are sitting on items they never use.
      *
      * usage: ledgerrpt                   most recent session
      *        ledgerrpt <n>               session n (1 = oldest)
      *        ledgerrpt ALL               every session on file
      *        ledgerrpt DATES <from> [to] sessions started between the
      *                                    two dates, YYYY-MM-DD,
      *                                    inclusive (to defaults to
      *                                    from)
      *        ledgerrpt LIST              the ledger's session
      *                                    directory off SESSIONIDX.DAT
      *
      * sessions are counted off the "SESSION: " markers the same way
      * MONSTER-REPORT counts them, and a session's date is its
      * marker's date.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOLD-LEDGER ASSIGN TO 'LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-LEDGER.
           SELECT ITEM-TYPES ASSIGN TO 'ITEMTYPES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ITEMTYPES.
           SELECT SESSION-INDEX ASSIGN TO 'SESSIONIDX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SESSIDX.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's LEDGER-RECORD
       FD GOLD-LEDGER.
       01 LEDGER-RECORD.
           05 LGF-01       PIC X(7).
           05 LG-EVENT     PIC X(4).
                   88 LG-GOLD-DROP VALUE "GOLD".
                   88 LG-ITEM-DROP VALUE "DROP".
                   88 LG-BUY       VALUE "BUY".
                   88 LG-USE       VALUE "USE".
           05 LGF-02       PIC X(7).
           05 LG-PROFILE   PIC X(10).
           05 LGF-03       PIC X(8).
           05 LG-FLOOR     PIC 9(4).
           05 LGF-04       PIC X(6).
           05 LG-MONSTER   PIC X(20).
           05 LGF-05       PIC X(7).
           05 LG-ITEM      PIC X(20).
           05 LGF-06       PIC X(6).
           05 LG-QTY       PIC 9(3).
           05 LGF-07       PIC X(8).
           05 LG-PRICE     PIC 9(4).
           05 LGF-08       PIC X(7).
           05 LG-GOLD      PIC 9(6).

      * mirror of KOBOLD-ARENA's LEDGER-SESSION-MARKER
       01 LEDGER-SESSION-MARKER.
           05 LSF-01       PIC X(9).
           05 LSM-DATE     PIC X(10).
           05 LSF-02       PIC X(7).
           05 LSM-TIME     PIC X(8).

      * mirror of KOBOLD-ARENA's IT-FILE-RECORD
       FD ITEM-TYPES.
       01 IT-FILE-RECORD.
           05 ITF-NAME     PIC X(20).
           05 ITF-EFFECT   PIC X(5).
           05 ITF-POTENCY  PIC 9(3).
           05 ITF-WEIGHT   PIC 99.
           05 ITF-PRICE    PIC 9(3).

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

       WORKING-STORAGE SECTION.
       77 FS-LEDGER PIC XX.
       77 FS-ITEMTYPES PIC XX.
       77 FS-SESSIDX PIC XX.

       77 WS-ARG PIC X(20).
       77 WS-EOF-FLAG PIC X VALUE "N".
                   88 IS-EOF VALUE "Y".

       77 ER-MODE PIC X(5) VALUE "LAST".
                   88 ER-LAST    VALUE "LAST".
                   88 ER-ONE     VALUE "ONE".
                   88 ER-ALL     VALUE "ALL".
                   88 ER-DATES   VALUE "DATES".
                   88 ER-LIST    VALUE "LIST".
       77 ER-WANTED-SESSION PIC 9(4) VALUE 0.
       77 ER-FROM-DATE PIC X(10) VALUE SPACES.
       77 ER-TO-DATE PIC X(10) VALUE SPACES.

       77 ER-CUR-SESSION PIC 9(4) VALUE 0.
       77 ER-CUR-DATE PIC X(10) VALUE SPACES.
       77 ER-IN-SCOPE-FLAG PIC X VALUE "N".
                   88 ER-IN-SCOPE VALUE "Y".
       77 ER-SESSIONS-USED PIC 9(4) VALUE 0.
       77 ER-FIRST-DATE PIC X(10) VALUE SPACES.
       77 ER-LAST-DATE PIC X(10) VALUE SPACES.
       77 ER-IDX-SEEN PIC 9(4) VALUE 0.

      * gold earned per floor. floors past the table share its last
      * row.
       77 ER-FLOOR-MAX PIC 99 VALUE 50.
       77 ER-FLOOR-HIGH PIC 99 VALUE 0.
       01 ER-FLOOR-TABLE.
           05 ER-FLOOR-ENTRY OCCURS 50 TIMES INDEXED BY ER-F-IDX.
               10 EFT-KILLS    PIC 9(6).
               10 EFT-GOLD     PIC 9(8).
       77 ER-FLOOR-SLOT PIC 99 VALUE 0.

      * one row per item: the ITEMTYPES.DAT entries first, in catalog
      * order, then any name the ledger carries that the catalog no
      * longer does.
       77 ER-ITEM-COUNT PIC 99 VALUE 0.
       77 ER-CATALOG-COUNT PIC 99 VALUE 0.
       01 ER-ITEM-TABLE.
           05 ER-ITEM-ENTRY OCCURS 40 TIMES INDEXED BY ER-I-IDX.
               10 EIT-NAME     PIC X(20).
               10 EIT-PRICE    PIC 9(3).
               10 EIT-WEIGHT   PIC 99.
               10 EIT-BOUGHT   PIC 9(6).
               10 EIT-DROPPED  PIC 9(6).
               10 EIT-USED     PIC 9(6).
               10 EIT-REVENUE  PIC 9(8).
       77 ER-MATCH-IDX PIC 99 VALUE 0.
       77 ER-OVERFLOW-FLAG PIC X VALUE "N".
                   88 ER-OVERFLOW-WARNED VALUE "Y".

       77 ER-GOLD-EARNED PIC 9(8) VALUE 0.
       77 ER-GOLD-SPENT PIC 9(8) VALUE 0.
       77 ER-KILLS-PAID PIC 9(6) VALUE 0.
       77 ER-TOT-BOUGHT PIC 9(6) VALUE 0.
       77 ER-TOT-DROPPED PIC 9(6) VALUE 0.
       77 ER-TOT-USED PIC 9(6) VALUE 0.
       77 ER-EVENTS PIC 9(7) VALUE 0.

       77 ER-CALC PIC 9(8)V9 VALUE 0.
       77 ER-HELD PIC S9(7) VALUE 0.

       01 ER-FLOOR-LINE.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 EFL-FLOOR    PIC ZZZ9.
           05 EFL-PLUS     PIC X VALUE SPACE.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 EFL-KILLS    PIC ZZZZZ9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 EFL-GOLD     PIC ZZZZZZZ9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 EFL-AVG      PIC ZZZ9.9.

       01 ER-ITEM-LINE.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 EIL-NAME     PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-PRICE    PIC ZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-WEIGHT   PIC Z9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-BOUGHT   PIC ZZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-DROPPED  PIC ZZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-USED     PIC ZZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-HELD     PIC -----9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-REVENUE  PIC ZZZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-SHARE    PIC ZZ9.9.
           05 EIL-PCT      PIC X VALUE "%".
           05 FILLER       PIC X VALUE SPACE.
           05 EIL-NOTE     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-COMMAND-LINE-ARGS
           IF ER-LIST
               PERFORM LIST-SESSIONS
               STOP RUN
           END-IF

           PERFORM LOAD-ITEM-CATALOG
           PERFORM RESET-TALLIES
           PERFORM TALLY-LEDGER
           PERFORM PRINT-REPORT
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
                   MOVE "LAST" TO ER-MODE
               WHEN "LIST"
                   MOVE "LIST" TO ER-MODE
               WHEN "ALL"
                   MOVE "ALL" TO ER-MODE
               WHEN "DATES"
                   MOVE "DATES" TO ER-MODE
                   PERFORM ACCEPT-DATE-RANGE
               WHEN OTHER
                   MOVE "ONE" TO ER-MODE
                   MOVE WS-ARG TO ER-WANTED-SESSION
                   IF ER-WANTED-SESSION EQUAL 0
                       PERFORM SHOW-USAGE
                   END-IF
           END-EVALUATE
           EXIT.

       ACCEPT-DATE-RANGE.
           MOVE SPACES TO WS-ARG
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           MOVE WS-ARG TO ER-FROM-DATE
           MOVE SPACES TO WS-ARG
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           MOVE WS-ARG TO ER-TO-DATE
           IF ER-TO-DATE EQUAL SPACES
               MOVE ER-FROM-DATE TO ER-TO-DATE
           END-IF
           IF ER-FROM-DATE EQUAL SPACES
               OR ER-FROM-DATE(5:1) NOT EQUAL "-"
               OR ER-FROM-DATE(8:1) NOT EQUAL "-"
               OR ER-TO-DATE(5:1) NOT EQUAL "-"
               OR ER-TO-DATE(8:1) NOT EQUAL "-"
               OR ER-FROM-DATE > ER-TO-DATE
               PERFORM SHOW-USAGE
           END-IF
           EXIT.

       SHOW-USAGE.
           DISPLAY "USAGE: LEDGERRPT [<SESSION> | ALL | LIST | "
               "DATES <YYYY-MM-DD> [<YYYY-MM-DD>]]"
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      * catalog prices and weights as they stand today, so every
      * entry shows even when nobody touched it. a missing catalog is
      * not fatal -- the rows come off the ledger alone.
       LOAD-ITEM-CATALOG.
           MOVE 0 TO ER-ITEM-COUNT
           OPEN INPUT ITEM-TYPES
           IF FS-ITEMTYPES EQUAL "00"
               PERFORM UNTIL FS-ITEMTYPES NOT EQUAL "00"
                   OR ER-ITEM-COUNT EQUAL 20
                   READ ITEM-TYPES
                   IF FS-ITEMTYPES EQUAL "00"
                       ADD 1 TO ER-ITEM-COUNT
                       SET ER-I-IDX TO ER-ITEM-COUNT
                       MOVE ITF-NAME TO EIT-NAME(ER-I-IDX)
                       MOVE 0 TO EIT-PRICE(ER-I-IDX)
                       MOVE 0 TO EIT-WEIGHT(ER-I-IDX)
                       IF ITF-PRICE IS NUMERIC
                           MOVE ITF-PRICE TO EIT-PRICE(ER-I-IDX)
                       END-IF
                       IF ITF-WEIGHT IS NUMERIC
                           MOVE ITF-WEIGHT TO EIT-WEIGHT(ER-I-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ITEM-TYPES
           MOVE ER-ITEM-COUNT TO ER-CATALOG-COUNT
           EXIT.

      * clears every tally. with no session asked for this runs again
      * at each marker, so by EOF only the newest session is counted
      * -- MONSTER-REPORT's most-recent-session rule. the item rows
      * that came off the ledger rather than the catalog go too.
       RESET-TALLIES.
           MOVE 0 TO ER-GOLD-EARNED
           MOVE 0 TO ER-GOLD-SPENT
           MOVE 0 TO ER-KILLS-PAID
           MOVE 0 TO ER-EVENTS
           MOVE 0 TO ER-SESSIONS-USED
           MOVE 0 TO ER-FLOOR-HIGH
           MOVE SPACES TO ER-FIRST-DATE
           MOVE SPACES TO ER-LAST-DATE
           PERFORM VARYING ER-F-IDX FROM 1 BY 1
               UNTIL ER-F-IDX > ER-FLOOR-MAX
               MOVE 0 TO EFT-KILLS(ER-F-IDX)
               MOVE 0 TO EFT-GOLD(ER-F-IDX)
           END-PERFORM
           MOVE ER-CATALOG-COUNT TO ER-ITEM-COUNT
           PERFORM VARYING ER-I-IDX FROM 1 BY 1
               UNTIL ER-I-IDX > ER-ITEM-COUNT
               MOVE 0 TO EIT-BOUGHT(ER-I-IDX)
               MOVE 0 TO EIT-DROPPED(ER-I-IDX)
               MOVE 0 TO EIT-USED(ER-I-IDX)
               MOVE 0 TO EIT-REVENUE(ER-I-IDX)
           END-PERFORM
           EXIT.

       TALLY-LEDGER.
           MOVE 0 TO ER-CUR-SESSION
           MOVE "N" TO ER-IN-SCOPE-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GOLD-LEDGER
           IF FS-LEDGER NOT EQUAL "00"
               DISPLAY "COULD NOT OPEN LEDGER.DAT -- FILE STATUS "
                   FS-LEDGER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL IS-EOF
               READ GOLD-LEDGER
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM TALLY-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE GOLD-LEDGER
           EXIT.

      * a marker opens the next session and decides whether its
      * records count. anything before the first marker belongs to no
      * session and is never counted.
       TALLY-LEDGER-RECORD.
           IF LSF-01 EQUAL "SESSION: "
               ADD 1 TO ER-CUR-SESSION
               MOVE LSM-DATE TO ER-CUR-DATE
               IF ER-LAST
                   PERFORM RESET-TALLIES
               END-IF
               EVALUATE TRUE
                   WHEN ER-LAST OR ER-ALL
                       MOVE "Y" TO ER-IN-SCOPE-FLAG
                   WHEN ER-ONE
                       AND ER-CUR-SESSION EQUAL ER-WANTED-SESSION
                       MOVE "Y" TO ER-IN-SCOPE-FLAG
                   WHEN ER-DATES
                       AND ER-CUR-DATE NOT < ER-FROM-DATE
                       AND ER-CUR-DATE NOT > ER-TO-DATE
                       MOVE "Y" TO ER-IN-SCOPE-FLAG
                   WHEN OTHER
                       MOVE "N" TO ER-IN-SCOPE-FLAG
               END-EVALUATE
               IF ER-IN-SCOPE
                   ADD 1 TO ER-SESSIONS-USED
                   IF ER-FIRST-DATE EQUAL SPACES
                       MOVE ER-CUR-DATE TO ER-FIRST-DATE
                   END-IF
                   MOVE ER-CUR-DATE TO ER-LAST-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT ER-IN-SCOPE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ER-EVENTS
           EVALUATE TRUE
               WHEN LG-GOLD-DROP
                   PERFORM TALLY-GOLD-DROP
               WHEN LG-ITEM-DROP
                   PERFORM FIND-OR-ADD-ITEM
                   IF ER-MATCH-IDX NOT EQUAL 0
                       ADD LG-QTY TO EIT-DROPPED(ER-MATCH-IDX)
                   END-IF
               WHEN LG-BUY
                   ADD LG-PRICE TO ER-GOLD-SPENT
                   PERFORM FIND-OR-ADD-ITEM
                   IF ER-MATCH-IDX NOT EQUAL 0
                       ADD LG-QTY TO EIT-BOUGHT(ER-MATCH-IDX)
                       ADD LG-PRICE TO EIT-REVENUE(ER-MATCH-IDX)
                   END-IF
               WHEN LG-USE
                   PERFORM FIND-OR-ADD-ITEM
                   IF ER-MATCH-IDX NOT EQUAL 0
                       ADD LG-QTY TO EIT-USED(ER-MATCH-IDX)
                   END-IF
           END-EVALUATE
           EXIT.

       TALLY-GOLD-DROP.
           ADD LG-PRICE TO ER-GOLD-EARNED
           ADD 1 TO ER-KILLS-PAID
           IF LG-FLOOR EQUAL 0
               MOVE 1 TO ER-FLOOR-SLOT
           ELSE
               IF LG-FLOOR > ER-FLOOR-MAX
                   MOVE ER-FLOOR-MAX TO ER-FLOOR-SLOT
               ELSE
                   MOVE LG-FLOOR TO ER-FLOOR-SLOT
               END-IF
           END-IF
           ADD 1 TO EFT-KILLS(ER-FLOOR-SLOT)
           ADD LG-PRICE TO EFT-GOLD(ER-FLOOR-SLOT)
           IF ER-FLOOR-SLOT > ER-FLOOR-HIGH
               MOVE ER-FLOOR-SLOT TO ER-FLOOR-HIGH
           END-IF
           EXIT.

       FIND-OR-ADD-ITEM.
           MOVE 0 TO ER-MATCH-IDX
           PERFORM VARYING ER-I-IDX FROM 1 BY 1
               UNTIL ER-I-IDX > ER-ITEM-COUNT
               IF EIT-NAME(ER-I-IDX) EQUAL LG-ITEM
                   SET ER-MATCH-IDX TO ER-I-IDX
               END-IF
           END-PERFORM
           IF ER-MATCH-IDX NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF ER-ITEM-COUNT EQUAL 40
               IF NOT ER-OVERFLOW-WARNED
                   DISPLAY "WARNING: MORE THAN 40 DISTINCT ITEMS -- "
                       "SKIPPING REST"
                   MOVE "Y" TO ER-OVERFLOW-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ER-ITEM-COUNT
           MOVE ER-ITEM-COUNT TO ER-MATCH-IDX
           SET ER-I-IDX TO ER-ITEM-COUNT
           MOVE LG-ITEM TO EIT-NAME(ER-I-IDX)
           MOVE 0 TO EIT-PRICE(ER-I-IDX)
           MOVE 0 TO EIT-WEIGHT(ER-I-IDX)
           MOVE 0 TO EIT-BOUGHT(ER-I-IDX)
           MOVE 0 TO EIT-DROPPED(ER-I-IDX)
           MOVE 0 TO EIT-USED(ER-I-IDX)
           MOVE 0 TO EIT-REVENUE(ER-I-IDX)
           EXIT.

      * prints the ledger's slice of the session directory -- no scan
      * of LEDGER.DAT at all.
       LIST-SESSIONS.
           MOVE 0 TO ER-IDX-SEEN
           OPEN INPUT SESSION-INDEX
           IF FS-SESSIDX EQUAL "00"
               DISPLAY "LEDGER.DAT SESSIONS ON FILE:"
               PERFORM UNTIL FS-SESSIDX NOT EQUAL "00"
                   READ SESSION-INDEX
                   IF FS-SESSIDX EQUAL "00"
                       AND SX-LOG EQUAL "LEDGER   "
                       ADD 1 TO ER-IDX-SEEN
                       DISPLAY "  SESSION " SX-SESSION
                           "  " SX-DATE " " SX-TIME
                           "  RECORDS " SX-RECS
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SESSION-INDEX
           IF ER-IDX-SEEN EQUAL 0
               DISPLAY "NO LEDGER SESSIONS IN SESSIONIDX.DAT"
           END-IF
           EXIT.

       PRINT-REPORT.
           EVALUATE TRUE
               WHEN ER-LAST
                   DISPLAY "ECONOMY REPORT -- MOST RECENT SESSION"
               WHEN ER-ONE
                   DISPLAY "ECONOMY REPORT -- SESSION "
                       ER-WANTED-SESSION
               WHEN ER-ALL
                   DISPLAY "ECONOMY REPORT -- ALL SESSIONS"
               WHEN ER-DATES
                   DISPLAY "ECONOMY REPORT -- SESSIONS FROM "
                       ER-FROM-DATE " TO " ER-TO-DATE
           END-EVALUATE
           DISPLAY "==========================================="
           IF ER-SESSIONS-USED EQUAL 0
               DISPLAY "NO MATCHING SESSIONS IN LEDGER.DAT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SESSIONS: " ER-SESSIONS-USED
               "   DATED " ER-FIRST-DATE " TO " ER-LAST-DATE
               "   EVENTS: " ER-EVENTS
           DISPLAY " "

           PERFORM PRINT-FLOOR-SECTION
           PERFORM PRINT-ITEM-SECTION
           EXIT.

       PRINT-FLOOR-SECTION.
           DISPLAY "GOLD EARNED PER FLOOR"
           DISPLAY "  FLOOR    KILLS       GOLD   AVG/KILL"
           PERFORM VARYING ER-F-IDX FROM 1 BY 1
               UNTIL ER-F-IDX > ER-FLOOR-HIGH
               IF EFT-KILLS(ER-F-IDX) > 0
                   SET ER-FLOOR-SLOT TO ER-F-IDX
                   MOVE ER-FLOOR-SLOT TO EFL-FLOOR
                   MOVE SPACE TO EFL-PLUS
                   IF ER-FLOOR-SLOT EQUAL ER-FLOOR-MAX
                       MOVE "+" TO EFL-PLUS
                   END-IF
                   MOVE EFT-KILLS(ER-F-IDX) TO EFL-KILLS
                   MOVE EFT-GOLD(ER-F-IDX) TO EFL-GOLD
                   DIVIDE EFT-GOLD(ER-F-IDX) BY EFT-KILLS(ER-F-IDX)
                       GIVING ER-CALC ROUNDED
                   MOVE ER-CALC TO EFL-AVG
                   DISPLAY ER-FLOOR-LINE
               END-IF
           END-PERFORM
           DISPLAY "  GOLD EARNED: " ER-GOLD-EARNED
               "   GOLD SPENT: " ER-GOLD-SPENT
           DISPLAY " "
           EXIT.

      * HELD is acquired (bought plus dropped) less used: what is
      * still sitting in packs, or died with them. it can run below
      * zero for a slice that starts mid-run, since a resumed pack
      * carries items in from an earlier session.
       PRINT-ITEM-SECTION.
           MOVE 0 TO ER-TOT-BOUGHT
           MOVE 0 TO ER-TOT-DROPPED
           MOVE 0 TO ER-TOT-USED
           DISPLAY "ITEMS BOUGHT, DROPPED AND USED"
           DISPLAY "  ITEM                 PRC WT BOUGHT DROPPD"
               "   USED   HELD REVENUE  SHARE"
           PERFORM VARYING ER-I-IDX FROM 1 BY 1
               UNTIL ER-I-IDX > ER-ITEM-COUNT
               MOVE EIT-NAME(ER-I-IDX) TO EIL-NAME
               MOVE EIT-PRICE(ER-I-IDX) TO EIL-PRICE
               MOVE EIT-WEIGHT(ER-I-IDX) TO EIL-WEIGHT
               MOVE EIT-BOUGHT(ER-I-IDX) TO EIL-BOUGHT
               MOVE EIT-DROPPED(ER-I-IDX) TO EIL-DROPPED
               MOVE EIT-USED(ER-I-IDX) TO EIL-USED
               COMPUTE ER-HELD = EIT-BOUGHT(ER-I-IDX)
                   + EIT-DROPPED(ER-I-IDX) - EIT-USED(ER-I-IDX)
               MOVE ER-HELD TO EIL-HELD
               MOVE EIT-REVENUE(ER-I-IDX) TO EIL-REVENUE
               MOVE 0 TO ER-CALC
               IF ER-GOLD-SPENT > 0
                   COMPUTE ER-CALC ROUNDED =
                       EIT-REVENUE(ER-I-IDX) * 100 / ER-GOLD-SPENT
               END-IF
               MOVE ER-CALC TO EIL-SHARE
               MOVE SPACES TO EIL-NOTE
               IF ER-I-IDX > ER-CATALOG-COUNT
                   MOVE "NOT LISTED" TO EIL-NOTE
               END-IF
               DISPLAY ER-ITEM-LINE
               ADD EIT-BOUGHT(ER-I-IDX) TO ER-TOT-BOUGHT
               ADD EIT-DROPPED(ER-I-IDX) TO ER-TOT-DROPPED
               ADD EIT-USED(ER-I-IDX) TO ER-TOT-USED
           END-PERFORM
           DISPLAY "  TOTALS: BOUGHT " ER-TOT-BOUGHT
               "  DROPPED " ER-TOT-DROPPED
               "  USED " ER-TOT-USED
           IF ER-CATALOG-COUNT < ER-ITEM-COUNT
               DISPLAY "  NOT LISTED = NO LONGER IN ITEMTYPES.DAT"
           END-IF
           EXIT.
