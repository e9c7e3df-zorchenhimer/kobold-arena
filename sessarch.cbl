
      * archive-and-compact for the rolling session logs, in the mold
      * of RUN-HISTORY-ARCHIVE: moves whole sessions (marker plus
      * records) off the front of COMBATLOG.DAT, MONSTERS.INC or
      * LEDGER.DAT into a dated archive file, rewrites the live file
      * with what remains, and fixes SESSIONIDX.DAT to match --
      * archived sessions drop out of the directory and the survivors
      * are renumbered from 1 so reader numbering stays true to the
      * markers on file. control totals prove nothing was dropped.
      * archiving MONSTERS.INC also restamps RUNHISTORY.DAT: each
      * run's RH-SESSION is renumbered the same way, and a run whose
      * session went to the archive is stamped 0000 (session
      * archived) so RUN-RECONCILE does not take it for an orphan.
      * the copy of each run line kept on RUNMASTER.DAT, and every
      * run line already moved to a RUNARCH-YYYYMMDD.DAT, is
      * restamped the same way in the same pass, so no file is left
      * naming a session number that now means a different session.
      *
      * usage: sessarch COMBAT|MONSTERS|LEDGER <up-to-session>
      * sessions 1 through <up-to-session> are archived. at least one
      * session must remain on the live file.
      *
      * archive files are CBTARCH-YYYYMMDD.DAT, MONARCH-YYYYMMDD.DAT
      * and LDGARCH-YYYYMMDD.DAT after the date the job ran. nothing
      * is written until the whole live file has been read in
      * cleanly.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SESSIDX.
           SELECT RUN-HISTORY ASSIGN TO 'RUNHISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNHIST.
           SELECT RUN-MASTER ASSIGN TO 'RUNMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               ALTERNATE RECORD KEY IS RM-PROFILE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-RULES-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-MONSTERS-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-RUNMAST.
           SELECT RUN-ARCHIVE ASSIGN TO DYNAMIC SA-RUNARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNARCH.
           SELECT ARCHIVE-WORK ASSIGN TO 'RUNARCH-WORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ARCHWORK.

       DATA DIVISION.

           05 SXF-05       PIC X(7).
           05 SX-RECS      PIC 9(6).

      * KOBOLD-ARENA's RUN-HISTORY-RECORD, handled raw. the session
      * stamp sits at 218 (" SESS: ") with RH-SESSION at 225.
       FD RUN-HISTORY.
       01 RUN-HISTORY-RECORD PIC X(250).

      * mirror of KOBOLD-ARENA's RUN-MASTER-RECORD keys; the run line
      * behind them is carried raw, the session stamp where it is in
      * RUN-HISTORY-RECORD above. the session is in none of the keys,
      * so a restamped run is rewritten in place.
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
           05 RM-HISTORY          PIC X(240).

      * a RUNARCH-YYYYMMDD.DAT archive of run lines, and the copy it
      * is restamped into before going back over the original
       FD RUN-ARCHIVE.
       01 RUN-ARCHIVE-RECORD PIC X(250).

       FD ARCHIVE-WORK.
       01 ARCHIVE-WORK-RECORD PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-LIVE PIC XX.
       77 FS-ARCHIVE PIC XX.
       77 FS-SESSIDX PIC XX.
       77 FS-RUNHIST PIC XX.
       77 FS-RUNMAST PIC XX.
       77 FS-RUNARCH PIC XX.
       77 FS-ARCHWORK PIC XX.

       77 WS-EOF-FLAG PIC X VALUE "N".
                   88 IS-EOF VALUE "Y".
       77 SA-IDX-KEPT PIC 9(4) VALUE 0.
       77 SA-SESS-CALC PIC 9(4) VALUE 0.

      * the live run history, held for the RH-SESSION restamp when
      * MONSTERS.INC is archived
       77 SA-RUN-COUNT PIC 9(4) VALUE 0.
       01 SA-RUN-TABLE.
           05 SA-RUN-RAW PIC X(250) OCCURS 1000 TIMES
               INDEXED BY SA-R-IDX.
       77 SA-RUNS-RENUMBERED PIC 9(4) VALUE 0.
       77 SA-RUNS-ARCHIVED PIC 9(4) VALUE 0.

      * the same restamp on RUNMASTER.DAT
       77 SA-MASTER-ON-FILE PIC X VALUE "N".
       77 SA-MASTER-RENUMBERED PIC 9(6) VALUE 0.
       77 SA-MASTER-ARCHIVED PIC 9(6) VALUE 0.
       77 SA-MASTER-FAILURE PIC X(30) VALUE SPACES.

      * and on every RUNARCH-YYYYMMDD.DAT. RUN-HISTORY-ARCHIVE names
      * an archive after the day it ran, so every day from 2000-01-01
      * to today is tried, as RUN-MASTER-LOAD does.
       77 SA-RUNARCH-NAME PIC X(30) VALUE SPACES.
       77 SA-ARCH-DAY PIC 9(8) VALUE 0.
       77 SA-ARCH-LAST-DAY PIC 9(8) VALUE 0.
       77 SA-ARCH-DATE PIC 9(8) VALUE 0.
       77 SA-ARCH-FILE-RENUMBERED PIC 9(6) VALUE 0.
       77 SA-ARCH-FILE-ARCHIVED PIC 9(6) VALUE 0.
       77 SA-ARCH-RENUMBERED PIC 9(6) VALUE 0.
       77 SA-ARCH-ARCHIVED PIC 9(6) VALUE 0.
       77 SA-ARCH-FILES PIC 9(4) VALUE 0.
       77 SA-ARCH-FAILURE PIC X(40) VALUE SPACES.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               STOP RUN
           END-IF

           IF SA-INDEX-LOG EQUAL "MONSTERS "
               PERFORM LOAD-RUN-HISTORY
           END-IF

           PERFORM WRITE-ARCHIVE-FILE
           PERFORM REWRITE-LIVE-FILE
           PERFORM REWRITE-SESSION-INDEX
           IF SA-INDEX-LOG EQUAL "MONSTERS "
               PERFORM RESTAMP-RUN-HISTORY
               PERFORM RESTAMP-RUN-MASTER
               PERFORM RESTAMP-RUN-ARCHIVES
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           STOP RUN.

                       WS-CURRENT-DAY   DELIMITED BY SIZE
                       ".DAT"           DELIMITED BY SIZE
                       INTO SA-ARCHIVE-NAME
               WHEN "LEDGER"
                   MOVE "LEDGER.DAT" TO SA-LIVE-NAME
                   MOVE "LEDGER   " TO SA-INDEX-LOG
                   STRING
                       "LDGARCH-"       DELIMITED BY SIZE
                       WS-CURRENT-YEAR  DELIMITED BY SIZE
                       WS-CURRENT-MONTH DELIMITED BY SIZE
                       WS-CURRENT-DAY   DELIMITED BY SIZE
                       ".DAT"           DELIMITED BY SIZE
                       INTO SA-ARCHIVE-NAME
               WHEN OTHER
                   DISPLAY "USAGE: SESSARCH COMBAT | MONSTERS | "
                       "LEDGER <UP-TO-SESSION>"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
               MOVE WS-ARG TO SA-UPTO
           END-IF
           IF SA-UPTO EQUAL 0
               DISPLAY "USAGE: SESSARCH COMBAT | MONSTERS | LEDGER "
                   "<UP-TO-SESSION>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * all three logs mark sessions the same way: any record opening
      * with "SESSION: " is a marker, everything after it belongs to
      * that session. records before the first marker (ancient history)
      * count as session zero and are always archived.
       LOAD-LIVE-LOG.
           MOVE 0 TO SA-TABLE-COUNT

      * drops this log's archived sessions from the directory and
      * renumbers the survivors down by the sessions removed, so the
      * index keeps matching the markers now on file. the other logs'
      * entries pass through untouched.
       REWRITE-SESSION-INDEX.
           MOVE 0 TO SA-IDX-COUNT
           END-IF
           EXIT.

      * read in full before anything is written, so a run history
      * too big to hold stops the job with every file untouched.
       LOAD-RUN-HISTORY.
           MOVE 0 TO SA-RUN-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY
           IF FS-RUNHIST NOT EQUAL "00"
               CLOSE RUN-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               MOVE SPACES TO RUN-HISTORY-RECORD
               READ RUN-HISTORY
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

       STORE-ONE-RUN.
           IF SA-RUN-COUNT EQUAL 1000
               DISPLAY "MORE THAN 1000 RECORDS ON RUNHISTORY.DAT -- "
                   "RUN RUNARCH FIRST. NO FILES TOUCHED."
               CLOSE RUN-HISTORY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SA-RUN-COUNT
           SET SA-R-IDX TO SA-RUN-COUNT
           MOVE RUN-HISTORY-RECORD TO SA-RUN-RAW(SA-R-IDX)
           EXIT.

      * same renumbering as the index gets. runs from before the
      * stamp existed carry no session and pass through untouched.
       RESTAMP-RUN-HISTORY.
           MOVE 0 TO SA-RUNS-RENUMBERED
           MOVE 0 TO SA-RUNS-ARCHIVED
           IF SA-RUN-COUNT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SA-R-IDX FROM 1 BY 1
               UNTIL SA-R-IDX > SA-RUN-COUNT
               IF SA-RUN-RAW(SA-R-IDX) (218:7) EQUAL " SESS: "
                   AND SA-RUN-RAW(SA-R-IDX) (225:4) IS NUMERIC
                   MOVE SA-RUN-RAW(SA-R-IDX) (225:4) TO SA-SESS-CALC
                   IF SA-SESS-CALC > 0
                       IF SA-SESS-CALC <= SA-UPTO
                           MOVE 0 TO SA-SESS-CALC
                           ADD 1 TO SA-RUNS-ARCHIVED
                       ELSE
                           SUBTRACT SA-UPTO FROM SA-SESS-CALC
                           ADD 1 TO SA-RUNS-RENUMBERED
                       END-IF
                       MOVE SA-SESS-CALC
                           TO SA-RUN-RAW(SA-R-IDX) (225:4)
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT RUN-HISTORY
           PERFORM VARYING SA-R-IDX FROM 1 BY 1
               UNTIL SA-R-IDX > SA-RUN-COUNT
               MOVE SA-RUN-RAW(SA-R-IDX) TO RUN-HISTORY-RECORD
               WRITE RUN-HISTORY-RECORD
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

      * the same renumbering on RUNMASTER.DAT, read front to back and
      * each changed run rewritten where it stands. runs the master
      * holds from RUNARCH files are renumbered too, so the master
      * always speaks of the sessions now on SESSIONIDX.DAT. no
      * master at all means nothing to restamp.
       RESTAMP-RUN-MASTER.
           MOVE 0 TO SA-MASTER-RENUMBERED
           MOVE 0 TO SA-MASTER-ARCHIVED
           MOVE SPACES TO SA-MASTER-FAILURE
           MOVE "N" TO SA-MASTER-ON-FILE
           OPEN I-O RUN-MASTER
           IF FS-RUNMAST EQUAL "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SA-MASTER-ON-FILE
           IF FS-RUNMAST NOT EQUAL "00"
               STRING "OPEN FAILED, FILE STATUS " DELIMITED BY SIZE
                   FS-RUNMAST DELIMITED BY SIZE
                   INTO SA-MASTER-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL IS-EOF
               READ RUN-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM RESTAMP-ONE-MASTER-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-MASTER
           EXIT.

       RESTAMP-ONE-MASTER-RUN.
           IF RM-HISTORY(218:7) NOT EQUAL " SESS: "
               OR RM-HISTORY(225:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RM-HISTORY(225:4) TO SA-SESS-CALC
           IF SA-SESS-CALC EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF SA-SESS-CALC <= SA-UPTO
               MOVE 0 TO SA-SESS-CALC
           ELSE
               SUBTRACT SA-UPTO FROM SA-SESS-CALC
           END-IF
           MOVE SA-SESS-CALC TO RM-HISTORY(225:4)
           REWRITE RUN-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
                   STRING "REWRITE FAILED, FILE STATUS "
                       DELIMITED BY SIZE
                       FS-RUNMAST DELIMITED BY SIZE
                       INTO SA-MASTER-FAILURE
           END-REWRITE
           IF SA-MASTER-FAILURE NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF SA-SESS-CALC EQUAL 0
               ADD 1 TO SA-MASTER-ARCHIVED
           ELSE
               ADD 1 TO SA-MASTER-RENUMBERED
           END-IF
           EXIT.

      * the same renumbering on every RUNARCH-YYYYMMDD.DAT. each
      * archive is copied into the work file with the sessions
      * changed and, only if one did change, copied back over the
      * original, so an archive is never left half written. the
      * first failure stops the walk.
       RESTAMP-RUN-ARCHIVES.
           MOVE 0 TO SA-ARCH-RENUMBERED
           MOVE 0 TO SA-ARCH-ARCHIVED
           MOVE 0 TO SA-ARCH-FILES
           MOVE SPACES TO SA-ARCH-FAILURE
           MOVE WS-CURRENT-DATE TO SA-ARCH-DATE
           COMPUTE SA-ARCH-DAY = FUNCTION INTEGER-OF-DATE(20000101)
           COMPUTE SA-ARCH-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(SA-ARCH-DATE)
           PERFORM UNTIL SA-ARCH-DAY > SA-ARCH-LAST-DAY
               OR SA-ARCH-FAILURE NOT EQUAL SPACES
               COMPUTE SA-ARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(SA-ARCH-DAY)
               MOVE SPACES TO SA-RUNARCH-NAME
               STRING
                   "RUNARCH-"   DELIMITED BY SIZE
                   SA-ARCH-DATE DELIMITED BY SIZE
                   ".DAT"       DELIMITED BY SIZE
                   INTO SA-RUNARCH-NAME
               PERFORM RESTAMP-ONE-ARCHIVE
               ADD 1 TO SA-ARCH-DAY
           END-PERFORM
           EXIT.

      * status 04 is a short line from before the session stamp
      * existed; it is carried over as it is.
       RESTAMP-ONE-ARCHIVE.
           OPEN INPUT RUN-ARCHIVE
           IF FS-RUNARCH NOT EQUAL "00"
               CLOSE RUN-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-WORK
           IF FS-ARCHWORK NOT EQUAL "00"
               CLOSE RUN-ARCHIVE
               STRING "WORK FILE FAILED, FILE STATUS "
                   DELIMITED BY SIZE
                   FS-ARCHWORK DELIMITED BY SIZE
                   INTO SA-ARCH-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SA-ARCH-FILE-RENUMBERED
           MOVE 0 TO SA-ARCH-FILE-ARCHIVED
           PERFORM UNTIL FS-RUNARCH NOT EQUAL "00"
               AND FS-RUNARCH NOT EQUAL "04"
               MOVE SPACES TO RUN-ARCHIVE-RECORD
               READ RUN-ARCHIVE
               IF FS-RUNARCH EQUAL "00" OR FS-RUNARCH EQUAL "04"
                   PERFORM RESTAMP-ONE-ARCHIVE-RUN
                   WRITE ARCHIVE-WORK-RECORD FROM RUN-ARCHIVE-RECORD
               END-IF
           END-PERFORM
           CLOSE RUN-ARCHIVE
           CLOSE ARCHIVE-WORK
           IF SA-ARCH-FILE-RENUMBERED > 0 OR SA-ARCH-FILE-ARCHIVED > 0
               CALL "CBL_COPY_FILE" USING "RUNARCH-WORK.TMP"
                   SA-RUNARCH-NAME
               IF RETURN-CODE NOT EQUAL ZERO
                   STRING SA-RUNARCH-NAME DELIMITED BY SPACES
                       " NOT REWRITTEN" DELIMITED BY SIZE
                       INTO SA-ARCH-FAILURE
               ELSE
                   ADD SA-ARCH-FILE-RENUMBERED TO SA-ARCH-RENUMBERED
                   ADD SA-ARCH-FILE-ARCHIVED TO SA-ARCH-ARCHIVED
                   ADD 1 TO SA-ARCH-FILES
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           CALL "CBL_DELETE_FILE" USING "RUNARCH-WORK.TMP"
           MOVE 0 TO RETURN-CODE
           EXIT.

       RESTAMP-ONE-ARCHIVE-RUN.
           IF RUN-ARCHIVE-RECORD(218:7) NOT EQUAL " SESS: "
               OR RUN-ARCHIVE-RECORD(225:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RUN-ARCHIVE-RECORD(225:4) TO SA-SESS-CALC
           IF SA-SESS-CALC EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF SA-SESS-CALC <= SA-UPTO
               MOVE 0 TO SA-SESS-CALC
               ADD 1 TO SA-ARCH-FILE-ARCHIVED
           ELSE
               SUBTRACT SA-UPTO FROM SA-SESS-CALC
               ADD 1 TO SA-ARCH-FILE-RENUMBERED
           END-IF
           MOVE SA-SESS-CALC TO RUN-ARCHIVE-RECORD(225:4)
           EXIT.

       PRINT-CONTROL-TOTALS.
           ADD SA-ARCHIVED-COUNT SA-RETAINED-COUNT
               GIVING SA-CHECK-TOTAL
           DISPLAY "  RECORDS READ:    " SA-READ-COUNT
           DISPLAY "  ARCHIVED:        " SA-ARCHIVED-COUNT
           DISPLAY "  RETAINED:        " SA-RETAINED-COUNT
           IF SA-INDEX-LOG EQUAL "MONSTERS "
               DISPLAY "  RUNS RENUMBERED: " SA-RUNS-RENUMBERED
               DISPLAY "  RUNS ARCHIVED:   " SA-RUNS-ARCHIVED
               EVALUATE TRUE
                   WHEN SA-MASTER-ON-FILE NOT EQUAL "Y"
                       DISPLAY "  RUN MASTER:      NOT ON FILE"
                   WHEN SA-MASTER-FAILURE NOT EQUAL SPACES
                       DISPLAY "  RUN MASTER:      *** "
                           SA-MASTER-FAILURE " ***"
                       MOVE 1 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "  MASTER RENUMBERED: "
                           SA-MASTER-RENUMBERED
                       DISPLAY "  MASTER ARCHIVED:   "
                           SA-MASTER-ARCHIVED
               END-EVALUATE
               IF SA-ARCH-FAILURE NOT EQUAL SPACES
                   DISPLAY "  RUN ARCHIVES:    *** "
                       SA-ARCH-FAILURE " ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "  RUNARCH FILES:      " SA-ARCH-FILES
                   DISPLAY "  RUNARCH RENUMBERED: "
                       SA-ARCH-RENUMBERED
                   DISPLAY "  RUNARCH ARCHIVED:   " SA-ARCH-ARCHIVED
               END-IF
           END-IF
           IF SA-CHECK-TOTAL EQUAL SA-READ-COUNT
               DISPLAY "  BALANCE CHECK:   OK"
           ELSE
