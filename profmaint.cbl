       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILE-MAINT.

      * screen-driven housekeeping for the PROFILES.DAT roster and the
      * five save files each profile owns (PLAYER-, CAREER-,
      * CHECKPOINT- and BESTIARY-<NAME>.DAT, or the bare legacy names
      * for the shared PLAYER profile, and ACHIEVE-<NAME>.DAT for
      * everyone -- see KOBOLD-ARENA's SELECT-PROFILE). a typo at the
      * arena's profile question used to mean a permanent profile
      * nobody could get rid of without a text editor; this is the
      * cleanup.
      *
      *   L)IST    every profile with level, experience, last run date
      *            (off RUNHISTORY.DAT) and which save files exist
      *   R)ENAME  moves the files and the run-history PROF stamps
      *            (RUNHISTORY.DAT, RUNMASTER.DAT and every
      *            RUNARCH-YYYYMMDD.DAT) over to a new name
      *   M)ERGE   folds a typo profile into the real one: experience
      *            added together, bestiary rows and achievements
      *            combined, run-history stamps rewritten (the same
      *            three places), then the typo's files removed
      *   RE(T)IRE takes a name off the active roster (it moves to
      *            PROFRETIRED.DAT) but leaves its files alone
      *   P)URGE   deletes a profile's save files
      *
      * every action is checked in full before anything is touched,
      * asks for a Y/N, and is written to PROFAUDIT.DAT afterwards.
      * a career, bestiary or achievements file whose seal does not
      * check (see KOBOLD-ARENA's SEAL-ADD-DATA) refuses a merge like
      * a bad record; files written here are sealed, and SEALREG.DAT
      * follows the files through a rename, merge or purge.
      * the RUNARCH archives are restamped in place rather than
      * having SEASON-STANDINGS translate old names as it reads, so
      * every reader of the archives (RUN-MASTER-LOAD too) sees one
      * player under one name. a restamp of the master or the
      * archives that stops part way is shown with *** and ends the
      * job with return code 1.
      * the PLAYER profile is the arena's fallback for a blank name,
      * so it can be merged into and purged but never renamed,
      * retired or merged away.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILES ASSIGN TO 'PROFILES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-PROFILES.
           SELECT RETIRED-PROFILES ASSIGN TO 'PROFRETIRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RETIRED.
           SELECT RUN-HISTORY ASSIGN TO 'RUNHISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNHIST.
           SELECT RUN-ARCHIVE ASSIGN TO DYNAMIC PM-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNARCH.
           SELECT ARCHIVE-WORK ASSIGN TO 'RUNARCH-WORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ARCHWORK.
           SELECT RUN-MASTER ASSIGN TO 'RUNMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RM-KEY
               ALTERNATE RECORD KEY IS RM-PROFILE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-RULES-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-MONSTERS-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-RUNMAST.
           SELECT PROFILE-AUDIT ASSIGN TO 'PROFAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT SAVE-FILE ASSIGN TO DYNAMIC PM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SAVEFILE.
           SELECT CAREER-FILE ASSIGN TO DYNAMIC PM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-CAREERFILE.
           SELECT SEAL-REGISTRY ASSIGN TO 'SEALREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SEALREG.
           SELECT BESTIARY-FILE ASSIGN TO DYNAMIC PM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-BESTIARY.
           SELECT ACHIEVE-FILE ASSIGN TO DYNAMIC PM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-ACHIEVE.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's PROFILE-RECORD
       FD PROFILES.
       01 PROFILE-RECORD.
           05 PRF-NAME         PIC X(10).

      * same shape as the roster: one retired name per record
       FD RETIRED-PROFILES.
       01 RETIRED-RECORD.
           05 RTF-NAME         PIC X(10).

      * raw view, as in RUN-HISTORY-ARCHIVE: the record is carried
      * through untouched apart from the PROF stamp
       FD RUN-HISTORY.
       01 RUN-HISTORY-RECORD PIC X(250).

      * a RUNARCH-YYYYMMDD.DAT archive, and the copy it is restamped
      * into before going back over the original
       FD RUN-ARCHIVE.
       01 RUN-ARCHIVE-RECORD PIC X(250).

       FD ARCHIVE-WORK.
       01 ARCHIVE-WORK-RECORD PIC X(250).

      * mirror of KOBOLD-ARENA's RUN-MASTER-RECORD keys; the run line
      * behind them is carried raw, like RUN-HISTORY-RECORD above
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

      * one record per action, labelled like the arena's own logs
       FD PROFILE-AUDIT.
       01 PROFILE-AUDIT-RECORD.
           05 PAF-01        PIC X(6)    VALUE "DATE: ".
           05 PA-DATE       PIC X(10).
           05 PAF-02        PIC X(7)    VALUE " TIME: ".
           05 PA-TIME       PIC X(8).
           05 PAF-03        PIC X(9)    VALUE " ACTION: ".
           05 PA-ACTION     PIC X(7).
           05 PAF-04        PIC X(7)    VALUE " PROF: ".
           05 PA-PROFILE    PIC X(10).
           05 PAF-05        PIC X(7)    VALUE " INTO: ".
           05 PA-TARGET     PIC X(10).
           05 PAF-06        PIC X(9)    VALUE " DETAIL: ".
           05 PA-DETAIL     PIC X(50).

      * used only to see whether a save file is there at all
       FD SAVE-FILE.
       01 SAVE-FILE-RECORD PIC X(250).

      * mirror of KOBOLD-ARENA's CAREER-RECORD
       FD CAREER-FILE.
       01 CAREER-RECORD.
           05 CF-EXPERIENCE    PIC 9(8).
           05 CF-LEVEL         PIC 9(3).

      * mirror of KOBOLD-ARENA's BESTIARY-RECORD and its digit view
       FD BESTIARY-FILE.
       01 BESTIARY-RECORD.
           05 BF-NAME        PIC X(20).
           05 BF-ENCOUNTERS  PIC 9(6).
           05 BF-KILLS       PIC 9(6).
           05 BF-DEATHS      PIC 9(6).
           05 BF-WORST-HIT   PIC 9(3).
           05 BF-BEST-HIT    PIC 9(3).

       01 BF-DIGIT-VIEW.
           05 FILLER         PIC X(20).
           05 BF-DIGITS      PIC 9(24).

      * mirror of KOBOLD-ARENA's SEAL-REGISTRY-RECORD
       FD SEAL-REGISTRY.
       01 SEAL-REGISTRY-RECORD.
           05 SRF-FILE         PIC X(30).

      * mirror of KOBOLD-ARENA's ACHIEVE-RECORD
       FD ACHIEVE-FILE.
       01 ACHIEVE-RECORD.
           05 AF-NAME          PIC X(20).
           05 AF-DATE          PIC X(10).
           05 AF-SEED          PIC 9(9).

       WORKING-STORAGE SECTION.

       77 FS-PROFILES PIC XX.
       77 FS-RETIRED PIC XX.
       77 FS-RUNHIST PIC XX.
       77 FS-RUNMAST PIC XX.
       77 FS-RUNARCH PIC XX.
       77 FS-ARCHWORK PIC XX.
       77 FS-AUDIT PIC XX.
       77 FS-SAVEFILE PIC XX.
       77 FS-CAREERFILE PIC XX.
       77 FS-BESTIARY PIC XX.
       77 FS-SEALREG PIC XX.
       77 FS-ACHIEVE PIC XX.

       77 WS-EOF-FLAG PIC X VALUE "N".
                   88 IS-EOF VALUE "Y".

       77 PM-FILE-NAME PIC X(30) VALUE SPACES.

      * the whole roster, active and retired, held in memory. the two
      * roster files are rewritten from here after every action.
       77 PM-TABLE-COUNT PIC 9(3) VALUE 0.
       77 PM-ACTIVE-COUNT PIC 9(3) VALUE 0.
       01 PM-PROFILE-TABLE.
           05 PM-PROFILE-ENTRY OCCURS 100 TIMES INDEXED BY PM-IDX.
               10 PT-NAME          PIC X(10).
               10 PT-RETIRED-FLAG  PIC X.
                   88 PT-RETIRED VALUE "Y".
               10 PT-LAST-RUN      PIC X(10).

      * the five save file names of one profile, in the order
      * player build, career, checkpoint, bestiary, achievements.
      * BUILD-FILE-NAMES fills PM-NAME-SET; the actions copy it to
      * the source and target sets they work between.
       01 PM-NAME-SET.
           05 PMN-FILE PIC X(30) OCCURS 5 TIMES.
       01 PM-SOURCE-SET.
           05 PMS-FILE PIC X(30) OCCURS 5 TIMES.
       01 PM-TARGET-SET.
           05 PMD-FILE PIC X(30) OCCURS 5 TIMES.
       77 PM-KIND PIC 9 VALUE 0.
       77 PM-KIND-LETTERS PIC X(5) VALUE "PCKBA".
       77 PM-FILE-FLAGS PIC X(5) VALUE SPACES.
       77 PM-FILE-COUNT PIC 9 VALUE 0.
       77 PM-FILE-EXISTS PIC X VALUE "N".
                   88 PM-EXISTS VALUE "Y".

       77 PM-WORK-NAME PIC X(10) VALUE SPACES.
       77 PM-ENTRY-NAME PIC X(10) VALUE SPACES.
       77 PM-SOURCE-NAME PIC X(10) VALUE SPACES.
       77 PM-TARGET-NAME PIC X(10) VALUE SPACES.
       77 PM-FOUND-SLOT PIC 9(3) VALUE 0.
       77 PM-SOURCE-SLOT PIC 9(3) VALUE 0.
       77 PM-TARGET-SLOT PIC 9(3) VALUE 0.
       77 PM-SHIFT-IDX PIC 9(3) VALUE 0.

       77 PM-ACTION-OK PIC X VALUE "Y".
                   88 PM-OK     VALUE "Y".
                   88 PM-NOT-OK VALUE "N".
       77 PM-DONE-FLAG PIC X VALUE "N".
                   88 PM-DONE VALUE "Y".

      * career figures. PM-CAREER-STATE: N = no file, Y = good
      * record, B = bad record, S = good record with a bad seal.
       77 PM-CAREER-STATE PIC X VALUE "N".
       77 PM-CAREER-XP PIC 9(8) VALUE 0.
       77 PM-SOURCE-XP PIC 9(8) VALUE 0.
       77 PM-TARGET-XP PIC 9(8) VALUE 0.
       77 PM-MERGED-XP PIC 9(9) VALUE 0.
       77 PM-LEVEL PIC 9(3) VALUE 0.
       77 PM-LEVEL-CALC PIC 9(9) VALUE 0.
       77 PM-WRITE-CAREER PIC X VALUE "N".

      * same constants as KOBOLD-ARENA's COMPUTE-CAREER-LEVEL
       77 PM-XP-PER-LEVEL PIC 9(3) VALUE 100.
       77 PM-XP-CAP PIC 9(9) VALUE 99999999.

      * the merged bestiary, same shape as KOBOLD-ARENA's
      * BESTIARY-TABLE (and the same 50-name ceiling)
       77 PB-TABLE-COUNT PIC 99 VALUE 0.
       01 PB-BESTIARY-TABLE.
           05 PB-ENTRY OCCURS 50 TIMES INDEXED BY PB-IDX.
               10 PBT-NAME        PIC X(20).
               10 PBT-ENCOUNTERS  PIC 9(6).
               10 PBT-KILLS       PIC 9(6).
               10 PBT-DEATHS      PIC 9(6).
               10 PBT-WORST-HIT   PIC 9(3).
               10 PBT-BEST-HIT    PIC 9(3).
       77 PB-FOUND PIC 99 VALUE 0.
       77 PB-SOURCE-ROWS PIC 9(3) VALUE 0.
       77 PB-WRITE-BESTIARY PIC X VALUE "N".

      * the merged achievements, same shape and ceiling as KOBOLD-
      * ARENA's ACHIEVE-HELD-TABLE. PU-FILE-ROWS counts the rows of
      * the file being read, for the seal check.
       77 PU-TABLE-COUNT PIC 99 VALUE 0.
       01 PU-ACHIEVE-TABLE.
           05 PU-ENTRY OCCURS 50 TIMES INDEXED BY PU-IDX.
               10 PUT-NAME        PIC X(20).
               10 PUT-DATE        PIC X(10).
               10 PUT-SEED        PIC 9(9).
       77 PU-FOUND PIC 99 VALUE 0.
       77 PU-FILE-ROWS PIC 9(3) VALUE 0.
       77 PU-SOURCE-ROWS PIC 9(3) VALUE 0.
       77 PU-WRITE-ACHIEVE PIC X VALUE "N".

      * save-file seals, worked out exactly as KOBOLD-ARENA's
      * SEAL-START / SEAL-ADD-DATA / CHECK-SEAL do
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
       77 SL-FILE-NAME PIC X(30) VALUE SPACES.
       77 PM-SEAL-PROFILE PIC X(10) VALUE SPACES.

      * SEALREG.DAT held in memory, read at start-up and rewritten
      * whenever files are renamed or deleted. five files a profile
      * across a full roster just fit; past that the file is only
      * ever added to, never rewritten short.
       77 PM-SEAL-COUNT PIC 9(3) VALUE 0.
       77 PM-SEAL-FULL PIC X VALUE "N".
       01 PM-SEAL-TABLE.
           05 PM-SEAL-FILE PIC X(30) OCCURS 500 TIMES
               INDEXED BY PM-SEAL-IDX.
       77 PM-SEAL-FOUND PIC 9(3) VALUE 0.
       77 PM-SEAL-KEPT PIC 9(3) VALUE 0.

      * run history held for a PROF restamp, RUN-HISTORY-ARCHIVE's
      * way. the file is never rewritten unless it read in whole.
       77 PM-RUN-COUNT PIC 9(4) VALUE 0.
       01 PM-RUN-TABLE.
           05 PM-RUN-RAW PIC X(250) OCCURS 1000 TIMES
               INDEXED BY PM-RUN-IDX.
       77 PM-RESTAMPED PIC 9(4) VALUE 0.
       77 PM-RUN-PROFILE PIC X(10) VALUE SPACES.

      * the same restamp on RUNMASTER.DAT, one run at a time: the
      * run as read, whether the master is there at all, and why the
      * restamp stopped if it did
       01 PM-MASTER-SAVE PIC X(316) VALUE SPACES.
       77 PM-MASTER-RESTAMPED PIC 9(6) VALUE 0.
       77 PM-MASTER-ON-FILE PIC X VALUE "N".
       77 PM-MASTER-DONE PIC X VALUE "N".
       77 PM-MASTER-FAILURE PIC X(30) VALUE SPACES.

      * the same restamp on every RUNARCH-YYYYMMDD.DAT. RUN-HISTORY-
      * ARCHIVE names an archive after the day it ran, so every day
      * from 2000-01-01 to today is tried, as RUN-MASTER-LOAD does.
       77 PM-ARCH-NAME PIC X(30) VALUE SPACES.
       77 PM-ARCH-DAY PIC 9(8) VALUE 0.
       77 PM-ARCH-LAST-DAY PIC 9(8) VALUE 0.
       77 PM-ARCH-DATE PIC 9(8) VALUE 0.
       77 PM-ARCH-TODAY PIC 9(8) VALUE 0.
       77 PM-ARCH-CHANGED PIC 9(6) VALUE 0.
       77 PM-ARCH-RESTAMPED PIC 9(6) VALUE 0.
       77 PM-ARCH-FILES PIC 9(4) VALUE 0.
       77 PM-ARCH-FAILURE PIC X(40) VALUE SPACES.

      * return code for the job, 1 once a restamp has failed
       77 PM-JOB-RC PIC 9 VALUE 0.

       77 PM-AUDIT-ACTION PIC X(7) VALUE SPACES.
       77 PM-AUDIT-DETAIL PIC X(50) VALUE SPACES.
       77 PM-FAILED-FILE PIC X(30) VALUE SPACES.

       77 PM-LIST-NUM PIC 9(3) VALUE 0.
       77 PM-LIST-STATUS PIC X(8) VALUE SPACES.
       77 PM-LIST-LEVEL PIC X(3) VALUE SPACES.
       77 PM-LIST-XP PIC X(8) VALUE SPACES.
       77 PM-LIST-LAST PIC X(10) VALUE SPACES.

       77 UPPER-TEXT PIC X(30).

       01 INPUT-LINE PIC X(100).
                   88 INPUT-LIST   VALUE "LIST" "L".
                   88 INPUT-RENAME VALUE "RENAME" "R".
                   88 INPUT-MERGE  VALUE "MERGE" "M".
                   88 INPUT-RETIRE VALUE "RETIRE" "T".
                   88 INPUT-PURGE  VALUE "PURGE" "P".
                   88 INPUT-QUIT   VALUE "QUIT" "Q".
                   88 INPUT-YES    VALUE "Y" "YES".
                   88 INPUT-NO     VALUE "N" "NO".

       01 DISPLAY-TEXT PIC X(60) VALUE SPACES.

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

       SCREEN SECTION.
       01 SCREEN-MAINT-MENU.
           05 VALUE "PROFILE MAINTENANCE" BLANK SCREEN
                                           LINE 1 COL 2.
           05 SMM-COUNT                    LINE 2 COL 2
               PIC ZZ9 FROM PM-TABLE-COUNT.
           05 VALUE "PROFILES ON FILE (ACTIVE AND RETIRED)."
                                           LINE 2 COL 6.
           05 SMM-MESSAGE                  LINE 3 COL 2
               PIC X(60) FROM DISPLAY-TEXT.

           05 VALUE "L)IST  R)ENAME  M)ERGE  RE(T)IRE  P)URGE  Q)UIT"
                                           LINE 5 COL 2.
           05 SMM-INPUT                    LINE 6 COL 5
               PIC X(10) USING INPUT-LINE.

       01 SCREEN-PICK-NAME.
           05 SPN-TEXT   BLANK SCREEN      LINE 3 COL 10
               PIC X(60) FROM DISPLAY-TEXT.
           05 SPN-INPUT                    LINE 6 COL 2
               PIC X(10) USING PM-ENTRY-NAME.

       01 SCREEN-YESNO.
           05 SYN-TEXT   BLANK SCREEN      LINE 3 COL 10
               PIC X(60) FROM DISPLAY-TEXT.
           05 SYN-INPUT                    LINE 6 COL 2
               PIC X(1) USING INPUT-LINE.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-ROSTER
           PERFORM LOAD-SEAL-REGISTRY
           MOVE SPACES TO DISPLAY-TEXT

           PERFORM UNTIL PM-DONE
               MOVE SPACES TO INPUT-LINE
               DISPLAY SCREEN-MAINT-MENU
               ACCEPT SCREEN-MAINT-MENU
               MOVE SPACES TO DISPLAY-TEXT

               MOVE INPUT-LINE TO UPPER-TEXT
               PERFORM TO-UPPER
               MOVE UPPER-TEXT TO INPUT-LINE

               EVALUATE TRUE
                   WHEN INPUT-LIST
                       PERFORM LIST-PROFILES
                   WHEN INPUT-RENAME
                       PERFORM RENAME-PROFILE
                   WHEN INPUT-MERGE
                       PERFORM MERGE-PROFILE
                   WHEN INPUT-RETIRE
                       PERFORM RETIRE-PROFILE
                   WHEN INPUT-PURGE
                       PERFORM PURGE-PROFILE
                   WHEN INPUT-QUIT
                       MOVE "Y" TO PM-DONE-FLAG
                   WHEN OTHER
                       MOVE "UNKNOWN COMMAND" TO DISPLAY-TEXT
               END-EVALUATE
           END-PERFORM

           MOVE PM-JOB-RC TO RETURN-CODE
           STOP RUN.

      * active names first (PROFILES.DAT), then retired ones. more
      * than 100 names stops the program before anything is touched,
      * since rewriting a roster that did not fit would drop names.
      * a retired name that is also on PROFILES.DAT was created again
      * in the arena (see RETIRE-PROFILE): the active entry wins, and
      * the next REWRITE-ROSTER takes it off PROFRETIRED.DAT.
       LOAD-ROSTER.
           MOVE 0 TO PM-TABLE-COUNT
           OPEN INPUT PROFILES
           IF FS-PROFILES EQUAL "00"
               PERFORM UNTIL FS-PROFILES NOT EQUAL "00"
                   READ PROFILES
                   IF FS-PROFILES EQUAL "00"
                       AND PRF-NAME NOT EQUAL SPACES
                       MOVE PRF-NAME TO PM-WORK-NAME
                       PERFORM ADD-ROSTER-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROFILES
           MOVE PM-TABLE-COUNT TO PM-ACTIVE-COUNT

           OPEN INPUT RETIRED-PROFILES
           IF FS-RETIRED EQUAL "00"
               PERFORM UNTIL FS-RETIRED NOT EQUAL "00"
                   READ RETIRED-PROFILES
                   IF FS-RETIRED EQUAL "00"
                       AND RTF-NAME NOT EQUAL SPACES
                       MOVE RTF-NAME TO PM-WORK-NAME
                       PERFORM ADD-ROSTER-ENTRY
                       IF PM-FOUND-SLOT > PM-ACTIVE-COUNT
                           MOVE "Y" TO PT-RETIRED-FLAG(PM-FOUND-SLOT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RETIRED-PROFILES
           EXIT.

      * adds PM-WORK-NAME unless it is already there (the arena never
      * writes a name twice, but a hand-edited roster might) and
      * leaves PM-FOUND-SLOT on its entry; 0 if the table is full.
       ADD-ROSTER-ENTRY.
           PERFORM FIND-PROFILE-SLOT
           IF PM-FOUND-SLOT NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF PM-TABLE-COUNT EQUAL 100
               DISPLAY "MORE THAN 100 PROFILES ON FILE -- "
                   "RAISE THE TABLE AND RERUN. NO FILES TOUCHED."
               STOP RUN
           END-IF
           ADD 1 TO PM-TABLE-COUNT
           SET PM-IDX TO PM-TABLE-COUNT
           MOVE PM-WORK-NAME TO PT-NAME(PM-IDX)
           MOVE "N" TO PT-RETIRED-FLAG(PM-IDX)
           MOVE SPACES TO PT-LAST-RUN(PM-IDX)
           MOVE PM-TABLE-COUNT TO PM-FOUND-SLOT
           EXIT.

       FIND-PROFILE-SLOT.
           MOVE 0 TO PM-FOUND-SLOT
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PM-TABLE-COUNT
               OR PM-FOUND-SLOT NOT EQUAL 0
               IF PT-NAME(PM-IDX) EQUAL PM-WORK-NAME
                   SET PM-FOUND-SLOT TO PM-IDX
               END-IF
           END-PERFORM
           EXIT.

      * the roster files are rewritten whole from the table: active
      * names back to PROFILES.DAT, retired ones to PROFRETIRED.DAT.
       REWRITE-ROSTER.
           OPEN OUTPUT PROFILES
           OPEN OUTPUT RETIRED-PROFILES
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PM-TABLE-COUNT
               IF PT-RETIRED(PM-IDX)
                   MOVE PT-NAME(PM-IDX) TO RTF-NAME
                   WRITE RETIRED-RECORD
               ELSE
                   MOVE PT-NAME(PM-IDX) TO PRF-NAME
                   WRITE PROFILE-RECORD
               END-IF
           END-PERFORM
           CLOSE PROFILES
           CLOSE RETIRED-PROFILES
           EXIT.

      * same rule as KOBOLD-ARENA's SELECT-PROFILE: PLAYER keeps the
      * original bare names, everyone else gets <KIND>-<NAME>.DAT,
      * and the achievements file is ACHIEVE-<NAME>.DAT for all.
       BUILD-FILE-NAMES.
           MOVE SPACES TO PM-NAME-SET
           STRING
               "ACHIEVE-" DELIMITED BY SIZE
               PM-WORK-NAME DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO PMN-FILE(5)
           IF PM-WORK-NAME EQUAL "PLAYER"
               MOVE "PLAYER.DAT"     TO PMN-FILE(1)
               MOVE "CAREER.DAT"     TO PMN-FILE(2)
               MOVE "CHECKPOINT.DAT" TO PMN-FILE(3)
               MOVE "BESTIARY.DAT"   TO PMN-FILE(4)
               EXIT PARAGRAPH
           END-IF

           STRING
               "PLAYER-" DELIMITED BY SIZE
               PM-WORK-NAME DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO PMN-FILE(1)
           STRING
               "CAREER-" DELIMITED BY SIZE
               PM-WORK-NAME DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO PMN-FILE(2)
           STRING
               "CHECKPOINT-" DELIMITED BY SIZE
               PM-WORK-NAME DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO PMN-FILE(3)
           STRING
               "BESTIARY-" DELIMITED BY SIZE
               PM-WORK-NAME DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO PMN-FILE(4)
           EXIT.

      * sets PM-FILE-FLAGS to one letter per save file on disk (P C K
      * B A) or "-", and PM-FILE-COUNT to how many there are, for the
      * names in PM-NAME-SET. a file that opens is there, even empty
      * (CLEAR-CHECKPOINT leaves an empty checkpoint behind).
       CHECK-FILE-FLAGS.
           MOVE "-----" TO PM-FILE-FLAGS
           MOVE 0 TO PM-FILE-COUNT
           PERFORM VARYING PM-KIND FROM 1 BY 1 UNTIL PM-KIND > 5
               MOVE PMN-FILE(PM-KIND) TO PM-FILE-NAME
               PERFORM CHECK-FILE-EXISTS
               IF PM-EXISTS
                   MOVE PM-KIND-LETTERS(PM-KIND:1)
                       TO PM-FILE-FLAGS(PM-KIND:1)
                   ADD 1 TO PM-FILE-COUNT
               END-IF
           END-PERFORM
           EXIT.

       CHECK-FILE-EXISTS.
           MOVE "N" TO PM-FILE-EXISTS
           OPEN INPUT SAVE-FILE
           IF FS-SAVEFILE EQUAL "00"
               MOVE "Y" TO PM-FILE-EXISTS
           END-IF
           CLOSE SAVE-FILE
           EXIT.

      * reads the career record named in PM-FILE-NAME into
      * PM-CAREER-XP. the level is worked out from experience the way
      * the arena does at load, not taken from CF-LEVEL.
       READ-CAREER-FILE.
           MOVE "N" TO PM-CAREER-STATE
           MOVE 0 TO PM-CAREER-XP
           OPEN INPUT CAREER-FILE
           IF FS-CAREERFILE EQUAL "00"
               READ CAREER-FILE
               EVALUATE TRUE
                   WHEN FS-CAREERFILE EQUAL "10"
                       CONTINUE
                   WHEN FS-CAREERFILE NOT EQUAL "00"
                       MOVE "B" TO PM-CAREER-STATE
                   WHEN CF-EXPERIENCE IS NOT NUMERIC
                       MOVE "B" TO PM-CAREER-STATE
                   WHEN OTHER
                       MOVE "Y" TO PM-CAREER-STATE
                       MOVE CF-EXPERIENCE TO PM-CAREER-XP
               END-EVALUATE
           END-IF
           IF PM-CAREER-STATE EQUAL "Y"
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
               PERFORM CHECK-SEAL
               IF SL-BROKEN OR SL-MISSING
                   MOVE "S" TO PM-CAREER-STATE
               END-IF
           END-IF
           CLOSE CAREER-FILE
           MOVE PM-CAREER-XP TO PM-MERGED-XP
           PERFORM COMPUTE-LEVEL
           EXIT.

      * level from PM-MERGED-XP, as KOBOLD-ARENA's
      * COMPUTE-CAREER-LEVEL
       COMPUTE-LEVEL.
           DIVIDE PM-MERGED-XP BY PM-XP-PER-LEVEL
               GIVING PM-LEVEL-CALC
           ADD 1 TO PM-LEVEL-CALC
           IF PM-LEVEL-CALC > 999
               MOVE 999 TO PM-LEVEL-CALC
           END-IF
           MOVE PM-LEVEL-CALC TO PM-LEVEL
           EXIT.

      * latest run date per profile off RUNHISTORY.DAT. dates are
      * YYYY-MM-DD text so they compare as they are. records written
      * before profiles existed carry a blank PROF; those runs were
      * the shared PLAYER profile's.
       NOTE-LAST-RUNS.
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PM-TABLE-COUNT
               MOVE SPACES TO PT-LAST-RUN(PM-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY
           IF FS-RUNHIST NOT EQUAL "00"
               CLOSE RUN-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF
               READ RUN-HISTORY
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM NOTE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

       NOTE-ONE-RUN.
      *    " PROF: " ends at column 191 (see SAVE-RUN-HISTORY)
           MOVE RUN-HISTORY-RECORD(192:10) TO PM-WORK-NAME
           IF PM-WORK-NAME EQUAL SPACES
               MOVE "PLAYER" TO PM-WORK-NAME
           END-IF
           PERFORM FIND-PROFILE-SLOT
           IF PM-FOUND-SLOT NOT EQUAL 0
               IF RUN-HISTORY-RECORD(7:10) > PT-LAST-RUN(PM-FOUND-SLOT)
                   MOVE RUN-HISTORY-RECORD(7:10)
                       TO PT-LAST-RUN(PM-FOUND-SLOT)
               END-IF
           END-IF
           EXIT.

       LIST-PROFILES.
           PERFORM NOTE-LAST-RUNS
           DISPLAY " "
           DISPLAY "==  PROFILE ROSTER  =="
           DISPLAY "FILES: P=PLAYER C=CAREER K=CHECKPOINT B=BESTIARY"
               " A=ACHIEVE"
           PERFORM VARYING PM-LIST-NUM FROM 1 BY 1
               UNTIL PM-LIST-NUM > PM-TABLE-COUNT
               MOVE PT-NAME(PM-LIST-NUM) TO PM-WORK-NAME
               PERFORM BUILD-FILE-NAMES
               PERFORM CHECK-FILE-FLAGS
               MOVE PMN-FILE(2) TO PM-FILE-NAME
               PERFORM READ-CAREER-FILE
               EVALUATE PM-CAREER-STATE
                   WHEN "Y"
                       MOVE PM-LEVEL TO PM-LIST-LEVEL
                       MOVE PM-CAREER-XP TO PM-LIST-XP
                   WHEN "B"
                       MOVE "???" TO PM-LIST-LEVEL
                       MOVE "BAD FILE" TO PM-LIST-XP
                   WHEN "S"
                       MOVE "???" TO PM-LIST-LEVEL
                       MOVE "BAD SEAL" TO PM-LIST-XP
                   WHEN OTHER
                       MOVE "001" TO PM-LIST-LEVEL
                       MOVE "NONE" TO PM-LIST-XP
               END-EVALUATE
               MOVE PT-LAST-RUN(PM-LIST-NUM) TO PM-LIST-LAST
               IF PM-LIST-LAST EQUAL SPACES
                   MOVE "NEVER" TO PM-LIST-LAST
               END-IF
               IF PT-RETIRED(PM-LIST-NUM)
                   MOVE "RETIRED" TO PM-LIST-STATUS
               ELSE
                   MOVE "ACTIVE" TO PM-LIST-STATUS
               END-IF
               DISPLAY PM-LIST-NUM ": " PT-NAME(PM-LIST-NUM)
                   " " PM-LIST-STATUS
                   " LVL:" PM-LIST-LEVEL
                   " XP:" PM-LIST-XP
                   " LAST RUN:" PM-LIST-LAST
                   " FILES:" PM-FILE-FLAGS
           END-PERFORM
           DISPLAY "PRESS ENTER"
           ACCEPT INPUT-LINE
           EXIT.

      * asks for a name with DISPLAY-TEXT as the question and cleans
      * it up the way SELECT-PROFILE does: upper case, first word.
       ASK-PROFILE-NAME.
           MOVE SPACES TO PM-ENTRY-NAME
           DISPLAY SCREEN-PICK-NAME
           ACCEPT SCREEN-PICK-NAME
           MOVE PM-ENTRY-NAME TO UPPER-TEXT
           PERFORM TO-UPPER
           MOVE SPACES TO PM-ENTRY-NAME
           STRING
               UPPER-TEXT DELIMITED BY SPACES
               INTO PM-ENTRY-NAME
           MOVE SPACES TO DISPLAY-TEXT
           EXIT.

      * DISPLAY-TEXT holds the question; INPUT-YES on the way out
      * means go ahead.
       CONFIRM-ACTION.
           MOVE SPACES TO INPUT-LINE
           DISPLAY SCREEN-YESNO
           ACCEPT SCREEN-YESNO
           MOVE INPUT-LINE TO UPPER-TEXT
           PERFORM TO-UPPER
           MOVE UPPER-TEXT TO INPUT-LINE
           MOVE SPACES TO DISPLAY-TEXT
           EXIT.

      * picks the profile an action works on: it must be on the
      * roster and must not be PLAYER. PM-SOURCE-SLOT is 0 (with the
      * reason in DISPLAY-TEXT) when the pick is refused.
       PICK-SOURCE-PROFILE.
           MOVE 0 TO PM-SOURCE-SLOT
           PERFORM ASK-PROFILE-NAME
           IF PM-ENTRY-NAME EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ENTRY-NAME TO PM-SOURCE-NAME
           IF PM-SOURCE-NAME EQUAL "PLAYER"
               MOVE "THE SHARED PLAYER PROFILE CANNOT BE CHANGED"
                   TO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE PM-SOURCE-NAME TO PM-WORK-NAME
           PERFORM FIND-PROFILE-SLOT
           IF PM-FOUND-SLOT EQUAL 0
               STRING
                   "NO PROFILE " DELIMITED BY SIZE
                   PM-SOURCE-NAME DELIMITED BY SPACES
                   " ON THE ROSTER" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE PM-FOUND-SLOT TO PM-SOURCE-SLOT
           PERFORM BUILD-FILE-NAMES
           MOVE PM-NAME-SET TO PM-SOURCE-SET
           EXIT.

      * the new name must be free everywhere: not on either roster and
      * with no save files of its own already on disk, or the rename
      * would land on top of someone else's career.
       RENAME-PROFILE.
           MOVE "RENAME WHICH PROFILE?" TO DISPLAY-TEXT
           PERFORM PICK-SOURCE-PROFILE
           IF PM-SOURCE-SLOT EQUAL 0
               EXIT PARAGRAPH
           END-IF

           MOVE "NEW NAME?" TO DISPLAY-TEXT
           PERFORM ASK-PROFILE-NAME
           IF PM-ENTRY-NAME EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ENTRY-NAME TO PM-TARGET-NAME
           MOVE PM-TARGET-NAME TO PM-WORK-NAME
           PERFORM FIND-PROFILE-SLOT
           IF PM-FOUND-SLOT NOT EQUAL 0
               OR PM-TARGET-NAME EQUAL "PLAYER"
               STRING
                   PM-TARGET-NAME DELIMITED BY SPACES
                   " IS TAKEN -- USE MERGE INSTEAD" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-FILE-NAMES
           PERFORM CHECK-FILE-FLAGS
           IF PM-FILE-COUNT NOT EQUAL 0
               STRING
                   "SAVE FILES FOR " DELIMITED BY SIZE
                   PM-TARGET-NAME DELIMITED BY SPACES
                   " ALREADY EXIST -- PURGE THEM FIRST"
                       DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE PM-NAME-SET TO PM-TARGET-SET

           PERFORM LOAD-RUN-TABLE
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF

           STRING
               "RENAME " DELIMITED BY SIZE
               PM-SOURCE-NAME DELIMITED BY SPACES
               " TO " DELIMITED BY SIZE
               PM-TARGET-NAME DELIMITED BY SPACES
               "? (Y/N)" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM CONFIRM-ACTION
           IF NOT INPUT-YES
               MOVE "RENAME CANCELLED" TO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO PM-ACTION-OK
           MOVE 0 TO PM-FILE-COUNT
           PERFORM VARYING PM-KIND FROM 1 BY 1
               UNTIL PM-KIND > 5 OR PM-NOT-OK
               MOVE PMS-FILE(PM-KIND) TO PM-FILE-NAME
               PERFORM CHECK-FILE-EXISTS
               IF PM-EXISTS
                   CALL "CBL_RENAME_FILE" USING PMS-FILE(PM-KIND)
                       PMD-FILE(PM-KIND)
                   IF RETURN-CODE NOT EQUAL ZERO
                       MOVE "N" TO PM-ACTION-OK
                       MOVE PMS-FILE(PM-KIND) TO PM-FAILED-FILE
                   ELSE
                       ADD 1 TO PM-FILE-COUNT
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM
           PERFORM RESTAMP-SEAL-REGISTRY

           MOVE "RENAME" TO PM-AUDIT-ACTION
           IF PM-NOT-OK
               PERFORM REPORT-FILE-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE PM-TARGET-NAME TO PT-NAME(PM-SOURCE-SLOT)
           PERFORM REWRITE-ROSTER
           PERFORM RESTAMP-RUN-HISTORY
           PERFORM RESTAMP-RUN-MASTER
           PERFORM RESTAMP-RUN-ARCHIVES

           MOVE SPACES TO PM-AUDIT-DETAIL
           STRING
               PM-FILE-COUNT DELIMITED BY SIZE
               " FILES MOVED, " DELIMITED BY SIZE
               PM-RESTAMPED DELIMITED BY SIZE
               " RUNS RESTAMPED" DELIMITED BY SIZE
               INTO PM-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-MASTER-AUDIT
           PERFORM WRITE-ARCHIVE-AUDIT
           STRING
               PM-SOURCE-NAME DELIMITED BY SPACES
               " RENAMED TO " DELIMITED BY SIZE
               PM-TARGET-NAME DELIMITED BY SPACES
               INTO DISPLAY-TEXT
           PERFORM REPORT-RESTAMP-FAILURE
           EXIT.

      * folds one profile into another. everything that can refuse
      * the merge (an unreadable career, bestiary or achievements file
      * on either side, a combined bestiary past 50 names or more than
      * 50 achievements between them, a run history too big to
      * restamp) is checked before the first file is written. the
      * source's player build and checkpoint are dropped: the target
      * keeps its own build, and a half-played game cannot be moved
      * onto somebody else's career.
       MERGE-PROFILE.
           MOVE "MERGE WHICH PROFILE AWAY?" TO DISPLAY-TEXT
           PERFORM PICK-SOURCE-PROFILE
           IF PM-SOURCE-SLOT EQUAL 0
               EXIT PARAGRAPH
           END-IF

           MOVE "MERGE IT INTO WHICH PROFILE?" TO DISPLAY-TEXT
           PERFORM ASK-PROFILE-NAME
           IF PM-ENTRY-NAME EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ENTRY-NAME TO PM-TARGET-NAME
           MOVE PM-TARGET-NAME TO PM-WORK-NAME
           PERFORM FIND-PROFILE-SLOT
           IF PM-FOUND-SLOT EQUAL 0
               OR PM-FOUND-SLOT EQUAL PM-SOURCE-SLOT
               STRING
                   PM-TARGET-NAME DELIMITED BY SPACES
                   " IS NOT ANOTHER PROFILE ON THE ROSTER"
                       DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           IF PT-RETIRED(PM-FOUND-SLOT)
               STRING
                   PM-TARGET-NAME DELIMITED BY SPACES
                   " IS RETIRED -- MERGE INTO AN ACTIVE PROFILE"
                       DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE PM-FOUND-SLOT TO PM-TARGET-SLOT
           PERFORM BUILD-FILE-NAMES
           MOVE PM-NAME-SET TO PM-TARGET-SET

      *    careers: both must read clean (or be absent)
           MOVE "N" TO PM-WRITE-CAREER
           MOVE PMS-FILE(2) TO PM-FILE-NAME
           MOVE PM-SOURCE-NAME TO PM-SEAL-PROFILE
           PERFORM READ-CAREER-FILE
           IF PM-CAREER-STATE EQUAL "B"
               PERFORM REPORT-BAD-SAVE
               EXIT PARAGRAPH
           END-IF
           IF PM-CAREER-STATE EQUAL "S"
               PERFORM REPORT-BAD-SEAL
               EXIT PARAGRAPH
           END-IF
           IF PM-CAREER-STATE EQUAL "Y"
               MOVE "Y" TO PM-WRITE-CAREER
           END-IF
           MOVE PM-CAREER-XP TO PM-SOURCE-XP
           MOVE PMD-FILE(2) TO PM-FILE-NAME
           MOVE PM-TARGET-NAME TO PM-SEAL-PROFILE
           PERFORM READ-CAREER-FILE
           IF PM-CAREER-STATE EQUAL "B"
               PERFORM REPORT-BAD-SAVE
               EXIT PARAGRAPH
           END-IF
           IF PM-CAREER-STATE EQUAL "S"
               PERFORM REPORT-BAD-SEAL
               EXIT PARAGRAPH
           END-IF
           IF PM-CAREER-STATE EQUAL "Y"
               MOVE "Y" TO PM-WRITE-CAREER
           END-IF
           MOVE PM-CAREER-XP TO PM-TARGET-XP
           ADD PM-SOURCE-XP PM-TARGET-XP GIVING PM-MERGED-XP
           IF PM-MERGED-XP > PM-XP-CAP
               MOVE PM-XP-CAP TO PM-MERGED-XP
           END-IF
           PERFORM COMPUTE-LEVEL

      *    bestiaries: target rows first, then the source's folded in
           MOVE 0 TO PB-TABLE-COUNT
           MOVE "N" TO PB-WRITE-BESTIARY
           MOVE PMD-FILE(4) TO PM-FILE-NAME
           MOVE PM-TARGET-NAME TO PM-SEAL-PROFILE
           PERFORM LOAD-TARGET-BESTIARY
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE PMS-FILE(4) TO PM-FILE-NAME
           MOVE PM-SOURCE-NAME TO PM-SEAL-PROFILE
           PERFORM FOLD-SOURCE-BESTIARY
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF

      *    achievements: the target's unlocks, then the source's
      *    added to them
           MOVE 0 TO PU-TABLE-COUNT
           MOVE "N" TO PU-WRITE-ACHIEVE
           MOVE PMD-FILE(5) TO PM-FILE-NAME
           MOVE PM-TARGET-NAME TO PM-SEAL-PROFILE
           PERFORM FOLD-ACHIEVEMENTS
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE PMS-FILE(5) TO PM-FILE-NAME
           MOVE PM-SOURCE-NAME TO PM-SEAL-PROFILE
           PERFORM FOLD-ACHIEVEMENTS
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE PU-FILE-ROWS TO PU-SOURCE-ROWS

           PERFORM LOAD-RUN-TABLE
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF

           STRING
               "MERGE " DELIMITED BY SIZE
               PM-SOURCE-NAME DELIMITED BY SPACES
               " INTO " DELIMITED BY SIZE
               PM-TARGET-NAME DELIMITED BY SPACES
               " AND REMOVE " DELIMITED BY SIZE
               PM-SOURCE-NAME DELIMITED BY SPACES
               "? (Y/N)" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM CONFIRM-ACTION
           IF NOT INPUT-YES
               MOVE "MERGE CANCELLED" TO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF

           IF PM-WRITE-CAREER EQUAL "Y"
               MOVE PMD-FILE(2) TO PM-FILE-NAME
               OPEN OUTPUT CAREER-FILE
               MOVE PM-MERGED-XP TO CF-EXPERIENCE
               MOVE PM-LEVEL     TO CF-LEVEL
               MOVE CAREER-RECORD TO SL-DATA
               MOVE LENGTH OF CAREER-RECORD TO SL-LEN
               PERFORM SEAL-START
               PERFORM SEAL-ADD-DATA
               WRITE CAREER-RECORD
               MOVE SL-HASH TO SL-SEAL
               WRITE CAREER-RECORD FROM SL-TRAILER
               CLOSE CAREER-FILE
               PERFORM REGISTER-SEALED-FILE
           END-IF
           IF PB-WRITE-BESTIARY EQUAL "Y"
               MOVE PMD-FILE(4) TO PM-FILE-NAME
               PERFORM SAVE-TARGET-BESTIARY
           END-IF
           IF PU-WRITE-ACHIEVE EQUAL "Y"
               MOVE PMD-FILE(5) TO PM-FILE-NAME
               PERFORM SAVE-TARGET-ACHIEVEMENTS
           END-IF

           MOVE PM-SOURCE-SET TO PM-NAME-SET
           PERFORM DELETE-PROFILE-FILES
           PERFORM DROP-SEAL-LISTINGS
           MOVE "MERGE" TO PM-AUDIT-ACTION
           IF PM-NOT-OK
               PERFORM REPORT-FILE-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM DROP-SOURCE-ENTRY
           PERFORM REWRITE-ROSTER
           PERFORM RESTAMP-RUN-HISTORY
           PERFORM RESTAMP-RUN-MASTER
           PERFORM RESTAMP-RUN-ARCHIVES

           MOVE SPACES TO PM-AUDIT-DETAIL
           STRING
               "XP +" DELIMITED BY SIZE
               PM-SOURCE-XP DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               PB-SOURCE-ROWS DELIMITED BY SIZE
               " BESTIARY, " DELIMITED BY SIZE
               PM-RESTAMPED DELIMITED BY SIZE
               " RUNS RESTAMPED" DELIMITED BY SIZE
               INTO PM-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-MASTER-AUDIT
           PERFORM WRITE-ARCHIVE-AUDIT
           STRING
               PM-SOURCE-NAME DELIMITED BY SPACES
               " MERGED INTO " DELIMITED BY SIZE
               PM-TARGET-NAME DELIMITED BY SPACES
               INTO DISPLAY-TEXT
           PERFORM REPORT-RESTAMP-FAILURE
           EXIT.

      * same validation as KOBOLD-ARENA's LOAD-BESTIARY, minus the
      * STOP RUN: a bad row refuses the merge instead.
       LOAD-TARGET-BESTIARY.
           MOVE "Y" TO PM-ACTION-OK
           OPEN INPUT BESTIARY-FILE
           IF FS-BESTIARY EQUAL "00"
               PERFORM SEAL-START
               MOVE "N" TO SL-TRAILER-SEEN
               PERFORM UNTIL FS-BESTIARY NOT EQUAL "00"
                   OR PM-NOT-OK OR SL-TRAILER-SEEN EQUAL "Y"
                   PERFORM READ-BESTIARY-ROW
                   IF FS-BESTIARY EQUAL "00"
                       AND SL-TRAILER-SEEN NOT EQUAL "Y"
                       PERFORM CHECK-BESTIARY-ROW
                       IF PM-OK
                           MOVE "Y" TO PB-WRITE-BESTIARY
                           ADD 1 TO PB-TABLE-COUNT
                           SET PB-IDX TO PB-TABLE-COUNT
                           MOVE BESTIARY-RECORD TO PB-ENTRY(PB-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CHECK-BESTIARY-END
           END-IF
           CLOSE BESTIARY-FILE
           EXIT.

      * each source row lands on the target's row for the same name:
      * tallies add up, the worst hit is the larger of the two and
      * the best hit the smaller (the 999 "no hit yet" sentinel
      * loses to any real hit on its own). names the target has never
      * met are added as they are.
       FOLD-SOURCE-BESTIARY.
           MOVE "Y" TO PM-ACTION-OK
           MOVE 0 TO PB-SOURCE-ROWS
           OPEN INPUT BESTIARY-FILE
           IF FS-BESTIARY EQUAL "00"
               PERFORM SEAL-START
               MOVE "N" TO SL-TRAILER-SEEN
               PERFORM UNTIL FS-BESTIARY NOT EQUAL "00"
                   OR PM-NOT-OK OR SL-TRAILER-SEEN EQUAL "Y"
                   PERFORM READ-BESTIARY-ROW
                   IF FS-BESTIARY EQUAL "00"
                       AND SL-TRAILER-SEEN NOT EQUAL "Y"
                       PERFORM CHECK-BESTIARY-ROW
                       IF PM-OK
                           MOVE "Y" TO PB-WRITE-BESTIARY
                           ADD 1 TO PB-SOURCE-ROWS
                           PERFORM FOLD-ONE-BESTIARY-ROW
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CHECK-BESTIARY-END
           END-IF
           CLOSE BESTIARY-FILE
           EXIT.

       FOLD-ONE-BESTIARY-ROW.
           MOVE 0 TO PB-FOUND
           PERFORM VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > PB-TABLE-COUNT OR PB-FOUND NOT EQUAL 0
               IF PBT-NAME(PB-IDX) EQUAL BF-NAME
                   SET PB-FOUND TO PB-IDX
               END-IF
           END-PERFORM

           IF PB-FOUND EQUAL 0
               IF PB-TABLE-COUNT EQUAL 50
                   MOVE "N" TO PM-ACTION-OK
                   MOVE "BESTIARIES PASS 50 NAMES -- NOTHING CHANGED"
                       TO DISPLAY-TEXT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PB-TABLE-COUNT
               SET PB-IDX TO PB-TABLE-COUNT
               MOVE BESTIARY-RECORD TO PB-ENTRY(PB-IDX)
               EXIT PARAGRAPH
           END-IF

           SET PB-IDX TO PB-FOUND
           ADD BF-ENCOUNTERS TO PBT-ENCOUNTERS(PB-IDX)
           ADD BF-KILLS      TO PBT-KILLS(PB-IDX)
           ADD BF-DEATHS     TO PBT-DEATHS(PB-IDX)
           IF BF-WORST-HIT > PBT-WORST-HIT(PB-IDX)
               MOVE BF-WORST-HIT TO PBT-WORST-HIT(PB-IDX)
           END-IF
           IF BF-BEST-HIT < PBT-BEST-HIT(PB-IDX)
               MOVE BF-BEST-HIT TO PBT-BEST-HIT(PB-IDX)
           END-IF
           EXIT.

      * one bestiary line: the seal line is noted, a data row goes
      * into the seal before it is checked.
       READ-BESTIARY-ROW.
           READ BESTIARY-FILE
           IF FS-BESTIARY NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           IF BESTIARY-RECORD(1:1) EQUAL "*"
               MOVE BESTIARY-RECORD TO SL-LINE
               PERFORM NOTE-SEAL-LINE
           ELSE
               MOVE BESTIARY-RECORD TO SL-DATA
               MOVE LENGTH OF BESTIARY-RECORD TO SL-LEN
               PERFORM SEAL-ADD-DATA
           END-IF
           EXIT.

       CHECK-BESTIARY-ROW.
           IF BF-DIGITS IS NOT NUMERIC
               PERFORM REPORT-BAD-SAVE
           END-IF
           EXIT.

      * after the last bestiary row: a short or long line, or a seal
      * that does not check, refuses the action.
       CHECK-BESTIARY-END.
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF
           IF FS-BESTIARY NOT EQUAL "10"
               AND SL-TRAILER-SEEN NOT EQUAL "Y"
               PERFORM REPORT-BAD-SAVE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEAL
           IF SL-BROKEN OR SL-MISSING
               PERFORM REPORT-BAD-SEAL
           END-IF
           EXIT.

       SAVE-TARGET-BESTIARY.
           OPEN OUTPUT BESTIARY-FILE
           PERFORM SEAL-START
           PERFORM VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > PB-TABLE-COUNT
               MOVE PB-ENTRY(PB-IDX) TO BESTIARY-RECORD
               MOVE BESTIARY-RECORD TO SL-DATA
               MOVE LENGTH OF BESTIARY-RECORD TO SL-LEN
               PERFORM SEAL-ADD-DATA
               WRITE BESTIARY-RECORD
           END-PERFORM
           MOVE SL-HASH TO SL-SEAL
           WRITE BESTIARY-RECORD FROM SL-TRAILER
           CLOSE BESTIARY-FILE
           PERFORM REGISTER-SEALED-FILE
           EXIT.

      * adds the unlocks in the achievements file in PM-FILE-NAME to
      * PU-ACHIEVE-TABLE, with the same checks as KOBOLD-ARENA's
      * LOAD-ACHIEVEMENTS: a bad row or seal refuses the merge, and
      * so do rows with no seal at all, since the arena has never
      * written this file unsealed.
       FOLD-ACHIEVEMENTS.
           MOVE "Y" TO PM-ACTION-OK
           MOVE 0 TO PU-FILE-ROWS
           OPEN INPUT ACHIEVE-FILE
           IF FS-ACHIEVE EQUAL "00"
               PERFORM SEAL-START
               MOVE "N" TO SL-TRAILER-SEEN
               PERFORM UNTIL FS-ACHIEVE NOT EQUAL "00"
                   OR PM-NOT-OK OR SL-TRAILER-SEEN EQUAL "Y"
                   PERFORM READ-ACHIEVE-ROW
                   IF FS-ACHIEVE EQUAL "00"
                       AND SL-TRAILER-SEEN NOT EQUAL "Y"
                       ADD 1 TO PU-FILE-ROWS
                       IF AF-NAME EQUAL SPACES
                           OR AF-SEED IS NOT NUMERIC
                           PERFORM REPORT-BAD-SAVE
                       ELSE
                           MOVE "Y" TO PU-WRITE-ACHIEVE
                           PERFORM FOLD-ONE-ACHIEVEMENT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CHECK-ACHIEVE-END
           END-IF
           CLOSE ACHIEVE-FILE
           EXIT.

      * an unlock both profiles hold keeps the earlier date and the
      * seed of the run that earned it first.
       FOLD-ONE-ACHIEVEMENT.
           MOVE 0 TO PU-FOUND
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > PU-TABLE-COUNT OR PU-FOUND NOT EQUAL 0
               IF PUT-NAME(PU-IDX) EQUAL AF-NAME
                   SET PU-FOUND TO PU-IDX
               END-IF
           END-PERFORM

           IF PU-FOUND EQUAL 0
               IF PU-TABLE-COUNT EQUAL 50
                   MOVE "N" TO PM-ACTION-OK
                   MOVE "ACHIEVEMENTS PASS 50 -- NOTHING CHANGED"
                       TO DISPLAY-TEXT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PU-TABLE-COUNT
               SET PU-IDX TO PU-TABLE-COUNT
               MOVE ACHIEVE-RECORD TO PU-ENTRY(PU-IDX)
               EXIT PARAGRAPH
           END-IF

           SET PU-IDX TO PU-FOUND
           IF AF-DATE < PUT-DATE(PU-IDX)
               MOVE ACHIEVE-RECORD TO PU-ENTRY(PU-IDX)
           END-IF
           EXIT.

      * one achievements line, as READ-BESTIARY-ROW.
       READ-ACHIEVE-ROW.
           READ ACHIEVE-FILE
           IF FS-ACHIEVE NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           IF ACHIEVE-RECORD(1:1) EQUAL "*"
               MOVE ACHIEVE-RECORD TO SL-LINE
               PERFORM NOTE-SEAL-LINE
           ELSE
               MOVE ACHIEVE-RECORD TO SL-DATA
               MOVE LENGTH OF ACHIEVE-RECORD TO SL-LEN
               PERFORM SEAL-ADD-DATA
           END-IF
           EXIT.

       CHECK-ACHIEVE-END.
           IF PM-NOT-OK
               EXIT PARAGRAPH
           END-IF
           IF FS-ACHIEVE NOT EQUAL "10"
               AND SL-TRAILER-SEEN NOT EQUAL "Y"
               PERFORM REPORT-BAD-SAVE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEAL
           IF SL-UNSEALED AND PU-FILE-ROWS > 0
               MOVE "M" TO SL-STATE
           END-IF
           IF SL-BROKEN OR SL-MISSING
               PERFORM REPORT-BAD-SEAL
           END-IF
           EXIT.

       SAVE-TARGET-ACHIEVEMENTS.
           OPEN OUTPUT ACHIEVE-FILE
           PERFORM SEAL-START
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > PU-TABLE-COUNT
               MOVE PU-ENTRY(PU-IDX) TO ACHIEVE-RECORD
               MOVE ACHIEVE-RECORD TO SL-DATA
               MOVE LENGTH OF ACHIEVE-RECORD TO SL-LEN
               PERFORM SEAL-ADD-DATA
               WRITE ACHIEVE-RECORD
           END-PERFORM
           MOVE SL-HASH TO SL-SEAL
           WRITE ACHIEVE-RECORD FROM SL-TRAILER
           CLOSE ACHIEVE-FILE
           PERFORM REGISTER-SEALED-FILE
           EXIT.

      * the save file in PM-FILE-NAME would not read; nothing has been
      * touched yet, so the action simply stops.
       REPORT-BAD-SAVE.
           MOVE "N" TO PM-ACTION-OK
           MOVE SPACES TO DISPLAY-TEXT
           STRING
               "BAD RECORD IN " DELIMITED BY SIZE
               PM-FILE-NAME DELIMITED BY SPACES
               " -- NOTHING CHANGED" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           EXIT.

      * the save file in PM-FILE-NAME reads but its seal does not
      * check (or has been taken off); refused the same way.
       REPORT-BAD-SEAL.
           MOVE "N" TO PM-ACTION-OK
           MOVE SPACES TO DISPLAY-TEXT
           STRING
               PM-FILE-NAME DELIMITED BY SPACES
               " (" DELIMITED BY SIZE
               PM-SEAL-PROFILE DELIMITED BY SPACES
               ") BAD SEAL -- NOTHING CHANGED" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           EXIT.

      * a rename or delete refused part way through can leave a
      * profile's files split across two names, so the stop is
      * audited as well as shown.
       REPORT-FILE-FAILURE.
           MOVE SPACES TO PM-AUDIT-DETAIL
           STRING
               "STOPPED AT " DELIMITED BY SIZE
               PM-FAILED-FILE DELIMITED BY SPACES
               INTO PM-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO DISPLAY-TEXT
           STRING
               "COULD NOT CHANGE " DELIMITED BY SIZE
               PM-FAILED-FILE DELIMITED BY SPACES
               " -- CHECK THE FILES BY HAND" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           EXIT.

      * deletes whichever of the PM-NAME-SET files are on disk;
      * PM-FILE-COUNT ends as the number removed.
       DELETE-PROFILE-FILES.
           MOVE "Y" TO PM-ACTION-OK
           MOVE 0 TO PM-FILE-COUNT
           PERFORM VARYING PM-KIND FROM 1 BY 1
               UNTIL PM-KIND > 5 OR PM-NOT-OK
               MOVE PMN-FILE(PM-KIND) TO PM-FILE-NAME
               PERFORM CHECK-FILE-EXISTS
               IF PM-EXISTS
                   CALL "CBL_DELETE_FILE" USING PMN-FILE(PM-KIND)
                   IF RETURN-CODE NOT EQUAL ZERO
                       MOVE "N" TO PM-ACTION-OK
                       MOVE PMN-FILE(PM-KIND) TO PM-FAILED-FILE
                   ELSE
                       ADD 1 TO PM-FILE-COUNT
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM
           EXIT.

      * takes the source entry out of the table by shuffling the rest
      * up one slot, as MONSTER-TYPE-MAINT's DELETE-ENTRY does.
       DROP-SOURCE-ENTRY.
           PERFORM VARYING PM-SHIFT-IDX FROM PM-SOURCE-SLOT BY 1
               UNTIL PM-SHIFT-IDX >= PM-TABLE-COUNT
               MOVE PM-PROFILE-ENTRY(PM-SHIFT-IDX + 1)
                   TO PM-PROFILE-ENTRY(PM-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM PM-TABLE-COUNT
           EXIT.

      * off the active roster, files untouched. the arena no longer
      * offers the name; if somebody types it again they are asked
      * whether to create it, and PURGE is the way to start it clean.
       RETIRE-PROFILE.
           MOVE "RETIRE WHICH PROFILE?" TO DISPLAY-TEXT
           PERFORM PICK-SOURCE-PROFILE
           IF PM-SOURCE-SLOT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF PT-RETIRED(PM-SOURCE-SLOT)
               STRING
                   PM-SOURCE-NAME DELIMITED BY SPACES
                   " IS ALREADY RETIRED" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF

           STRING
               "RETIRE " DELIMITED BY SIZE
               PM-SOURCE-NAME DELIMITED BY SPACES
               "? (Y/N)" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM CONFIRM-ACTION
           IF NOT INPUT-YES
               MOVE "RETIRE CANCELLED" TO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO PT-RETIRED-FLAG(PM-SOURCE-SLOT)
           PERFORM REWRITE-ROSTER

           MOVE "RETIRE" TO PM-AUDIT-ACTION
           MOVE SPACES TO PM-TARGET-NAME
           MOVE "MOVED TO PROFRETIRED.DAT, FILES KEPT"
               TO PM-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           STRING
               PM-SOURCE-NAME DELIMITED BY SPACES
               " RETIRED" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           EXIT.

      * any name will do here, on the roster or not -- stray save
      * files left by a name that never made the roster are exactly
      * what this is for. the roster itself is not changed.
       PURGE-PROFILE.
           MOVE "PURGE THE SAVE FILES OF WHICH PROFILE?"
               TO DISPLAY-TEXT
           PERFORM ASK-PROFILE-NAME
           IF PM-ENTRY-NAME EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ENTRY-NAME TO PM-SOURCE-NAME
           MOVE PM-SOURCE-NAME TO PM-WORK-NAME
           PERFORM BUILD-FILE-NAMES
           PERFORM CHECK-FILE-FLAGS
           IF PM-FILE-COUNT EQUAL 0
               STRING
                   "NO SAVE FILES ON DISK FOR " DELIMITED BY SIZE
                   PM-SOURCE-NAME DELIMITED BY SPACES
                   INTO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF

           STRING
               "DELETE " DELIMITED BY SIZE
               PM-FILE-COUNT DELIMITED BY SIZE
               " SAVE FILE(S) OF " DELIMITED BY SIZE
               PM-SOURCE-NAME DELIMITED BY SPACES
               " FOR GOOD? (Y/N)" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           PERFORM CONFIRM-ACTION
           IF NOT INPUT-YES
               MOVE "PURGE CANCELLED" TO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM DELETE-PROFILE-FILES
           PERFORM DROP-SEAL-LISTINGS
           MOVE "PURGE" TO PM-AUDIT-ACTION
           MOVE SPACES TO PM-TARGET-NAME
           IF PM-NOT-OK
               PERFORM REPORT-FILE-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PM-AUDIT-DETAIL
           STRING
               PM-FILE-COUNT DELIMITED BY SIZE
               " FILES DELETED (" DELIMITED BY SIZE
               PM-FILE-FLAGS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO PM-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD
           STRING
               PM-SOURCE-NAME DELIMITED BY SPACES
               " PURGED" DELIMITED BY SIZE
               INTO DISPLAY-TEXT
           EXIT.

      * reads the whole of RUNHISTORY.DAT before any action that will
      * restamp it, so an overfull file refuses the action up front
      * rather than half way. no file at all is an empty history.
       LOAD-RUN-TABLE.
           MOVE "Y" TO PM-ACTION-OK
           MOVE 0 TO PM-RUN-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY
           IF FS-RUNHIST NOT EQUAL "00"
               CLOSE RUN-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IS-EOF OR PM-NOT-OK
               READ RUN-HISTORY
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

       STORE-ONE-RUN.
           IF PM-RUN-COUNT EQUAL 1000
               MOVE "N" TO PM-ACTION-OK
               MOVE "RUNHISTORY.DAT TOO BIG TO RESTAMP -- RUN RUNARCH"
                   TO DISPLAY-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PM-RUN-COUNT
           SET PM-RUN-IDX TO PM-RUN-COUNT
           MOVE RUN-HISTORY-RECORD TO PM-RUN-RAW(PM-RUN-IDX)
           EXIT.

      * PROF stamps of PM-SOURCE-NAME become PM-TARGET-NAME. the file
      * is only rewritten if a stamp actually changed.
       RESTAMP-RUN-HISTORY.
           MOVE 0 TO PM-RESTAMPED
           PERFORM VARYING PM-RUN-IDX FROM 1 BY 1
               UNTIL PM-RUN-IDX > PM-RUN-COUNT
               MOVE PM-RUN-RAW(PM-RUN-IDX)(192:10) TO PM-RUN-PROFILE
               IF PM-RUN-PROFILE EQUAL PM-SOURCE-NAME
                   MOVE PM-TARGET-NAME TO PM-RUN-RAW(PM-RUN-IDX)(192:10)
                   ADD 1 TO PM-RESTAMPED
               END-IF
           END-PERFORM
           IF PM-RESTAMPED EQUAL 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RUN-HISTORY
           PERFORM VARYING PM-RUN-IDX FROM 1 BY 1
               UNTIL PM-RUN-IDX > PM-RUN-COUNT
               MOVE PM-RUN-RAW(PM-RUN-IDX) TO RUN-HISTORY-RECORD
               WRITE RUN-HISTORY-RECORD
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

      * PROF stamps of PM-SOURCE-NAME on RUNMASTER.DAT become
      * PM-TARGET-NAME. the profile is part of the primary key, so
      * each run is written again under the new name and only then
      * deleted under the old one -- a failure stops the restamp with
      * the run still on the master, never lost. the master is indexed
      * and has no size limit, so nothing needs checking up front; no
      * master at all means nothing to restamp.
       RESTAMP-RUN-MASTER.
           MOVE 0 TO PM-MASTER-RESTAMPED
           MOVE SPACES TO PM-MASTER-FAILURE
           MOVE "N" TO PM-MASTER-ON-FILE
           OPEN I-O RUN-MASTER
           IF FS-RUNMAST EQUAL "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PM-MASTER-ON-FILE
           IF FS-RUNMAST NOT EQUAL "00"
               STRING "OPEN FAILED, FILE STATUS " DELIMITED BY SIZE
                   FS-RUNMAST DELIMITED BY SIZE
                   INTO PM-MASTER-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO PM-MASTER-DONE
           PERFORM UNTIL PM-MASTER-DONE EQUAL "Y"
               MOVE PM-SOURCE-NAME TO RM-PK-PROFILE
               MOVE ZEROES TO RM-PK-MONSTERS
               MOVE ZEROES TO RM-PK-DMG-DEALT
               START RUN-MASTER KEY IS NOT LESS THAN RM-PROFILE-KEY
                   INVALID KEY
                       MOVE "Y" TO PM-MASTER-DONE
               END-START
               IF PM-MASTER-DONE NOT EQUAL "Y"
                   READ RUN-MASTER NEXT RECORD
                   IF FS-RUNMAST(1:1) NOT EQUAL "0"
                       OR RM-PK-PROFILE NOT EQUAL PM-SOURCE-NAME
                       MOVE "Y" TO PM-MASTER-DONE
                   ELSE
                       PERFORM MOVE-ONE-MASTER-RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RUN-MASTER
           EXIT.

       MOVE-ONE-MASTER-RUN.
           MOVE RUN-MASTER-RECORD TO PM-MASTER-SAVE
           MOVE PM-TARGET-NAME TO RM-PROFILE
           MOVE PM-TARGET-NAME TO RM-PK-PROFILE
           MOVE PM-TARGET-NAME TO RM-HISTORY(192:10)
           WRITE RUN-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO PM-MASTER-DONE
                   STRING "WRITE FAILED, FILE STATUS " DELIMITED BY SIZE
                       FS-RUNMAST DELIMITED BY SIZE
                       INTO PM-MASTER-FAILURE
           END-WRITE
           IF PM-MASTER-DONE EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE PM-MASTER-SAVE TO RUN-MASTER-RECORD
           DELETE RUN-MASTER RECORD
               INVALID KEY
                   MOVE "Y" TO PM-MASTER-DONE
                   STRING "DELETE FAILED, FILE STATUS "
                       DELIMITED BY SIZE
                       FS-RUNMAST DELIMITED BY SIZE
                       INTO PM-MASTER-FAILURE
           END-DELETE
           IF PM-MASTER-DONE EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PM-MASTER-RESTAMPED
           EXIT.

      * PROF stamps of PM-SOURCE-NAME in every RUNARCH-YYYYMMDD.DAT
      * become PM-TARGET-NAME. each archive is copied into the work
      * file with the stamps changed and, only if one did change,
      * copied back over the original, so an archive is never left
      * half written. the first failure stops the walk.
       RESTAMP-RUN-ARCHIVES.
           MOVE 0 TO PM-ARCH-RESTAMPED
           MOVE 0 TO PM-ARCH-FILES
           MOVE SPACES TO PM-ARCH-FAILURE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PM-ARCH-TODAY
           COMPUTE PM-ARCH-DAY = FUNCTION INTEGER-OF-DATE(20000101)
           COMPUTE PM-ARCH-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(PM-ARCH-TODAY)
           PERFORM UNTIL PM-ARCH-DAY > PM-ARCH-LAST-DAY
               OR PM-ARCH-FAILURE NOT EQUAL SPACES
               COMPUTE PM-ARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(PM-ARCH-DAY)
               MOVE SPACES TO PM-ARCH-NAME
               STRING
                   "RUNARCH-"   DELIMITED BY SIZE
                   PM-ARCH-DATE DELIMITED BY SIZE
                   ".DAT"       DELIMITED BY SIZE
                   INTO PM-ARCH-NAME
               PERFORM RESTAMP-ONE-ARCHIVE
               ADD 1 TO PM-ARCH-DAY
           END-PERFORM
           EXIT.

      * status 04 is a short line from before the PROF column
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
                   INTO PM-ARCH-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PM-ARCH-CHANGED
           PERFORM UNTIL FS-RUNARCH NOT EQUAL "00"
               AND FS-RUNARCH NOT EQUAL "04"
               MOVE SPACES TO RUN-ARCHIVE-RECORD
               READ RUN-ARCHIVE
               IF FS-RUNARCH EQUAL "00" OR FS-RUNARCH EQUAL "04"
                   IF RUN-ARCHIVE-RECORD(185:7) EQUAL " PROF: "
                       AND RUN-ARCHIVE-RECORD(192:10)
                           EQUAL PM-SOURCE-NAME
                       MOVE PM-TARGET-NAME
                           TO RUN-ARCHIVE-RECORD(192:10)
                       ADD 1 TO PM-ARCH-CHANGED
                   END-IF
                   WRITE ARCHIVE-WORK-RECORD FROM RUN-ARCHIVE-RECORD
               END-IF
           END-PERFORM
           CLOSE RUN-ARCHIVE
           CLOSE ARCHIVE-WORK
           IF PM-ARCH-CHANGED > 0
               CALL "CBL_COPY_FILE" USING "RUNARCH-WORK.TMP"
                   PM-ARCH-NAME
               IF RETURN-CODE NOT EQUAL ZERO
                   STRING PM-ARCH-NAME DELIMITED BY SPACES
                       " NOT REWRITTEN" DELIMITED BY SIZE
                       INTO PM-ARCH-FAILURE
               ELSE
                   ADD PM-ARCH-CHANGED TO PM-ARCH-RESTAMPED
                   ADD 1 TO PM-ARCH-FILES
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           CALL "CBL_DELETE_FILE" USING "RUNARCH-WORK.TMP"
           MOVE 0 TO RETURN-CODE
           EXIT.

      * a second audit record for the RUNMASTER.DAT side of a
      * restamp, written only when there is a master
       WRITE-MASTER-AUDIT.
           IF PM-MASTER-ON-FILE NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PM-AUDIT-DETAIL
           IF PM-MASTER-FAILURE EQUAL SPACES
               STRING
                   PM-MASTER-RESTAMPED DELIMITED BY SIZE
                   " RUNS RESTAMPED ON RUNMASTER.DAT" DELIMITED BY SIZE
                   INTO PM-AUDIT-DETAIL
           ELSE
               STRING
                   "RUNMASTER.DAT " DELIMITED BY SIZE
                   PM-MASTER-FAILURE DELIMITED BY SIZE
                   INTO PM-AUDIT-DETAIL
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

      * a third audit record for the RUNARCH side, written when an
      * archive was restamped or the walk failed
       WRITE-ARCHIVE-AUDIT.
           IF PM-ARCH-FILES EQUAL 0 AND PM-ARCH-FAILURE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PM-AUDIT-DETAIL
           IF PM-ARCH-FAILURE EQUAL SPACES
               STRING
                   PM-ARCH-RESTAMPED DELIMITED BY SIZE
                   " RUNS RESTAMPED IN " DELIMITED BY SIZE
                   PM-ARCH-FILES DELIMITED BY SIZE
                   " RUNARCH FILES" DELIMITED BY SIZE
                   INTO PM-AUDIT-DETAIL
           ELSE
               STRING
                   "RUNARCH " DELIMITED BY SIZE
                   PM-ARCH-FAILURE DELIMITED BY SIZE
                   INTO PM-AUDIT-DETAIL
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

      * a restamp that stopped part way replaces the done message, so
      * the operator sees it, and fails the job.
       REPORT-RESTAMP-FAILURE.
           IF PM-MASTER-FAILURE NOT EQUAL SPACES
               MOVE SPACES TO DISPLAY-TEXT
               STRING
                   "*** RUNMASTER.DAT " DELIMITED BY SIZE
                   PM-MASTER-FAILURE DELIMITED BY "  "
                   " ***" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               MOVE 1 TO PM-JOB-RC
           END-IF
           IF PM-ARCH-FAILURE NOT EQUAL SPACES
               MOVE SPACES TO DISPLAY-TEXT
               STRING
                   "*** RUNARCH " DELIMITED BY SIZE
                   PM-ARCH-FAILURE DELIMITED BY "  "
                   " ***" DELIMITED BY SIZE
                   INTO DISPLAY-TEXT
               MOVE 1 TO PM-JOB-RC
           END-IF
           EXIT.

      * labels moved in by hand -- see SAVE-RUN-HISTORY
       WRITE-AUDIT-RECORD.
           PERFORM FORMAT-CURRENT-DATETIME
           OPEN EXTEND PROFILE-AUDIT
           IF FS-AUDIT EQUAL "35"
               OPEN OUTPUT PROFILE-AUDIT
           END-IF
           MOVE "DATE: "    TO PAF-01
           MOVE " TIME: "   TO PAF-02
           MOVE " ACTION: " TO PAF-03
           MOVE " PROF: "   TO PAF-04
           MOVE " INTO: "   TO PAF-05
           MOVE " DETAIL: " TO PAF-06
           MOVE WS-DATE-TEXT    TO PA-DATE
           MOVE WS-TIME-TEXT    TO PA-TIME
           MOVE PM-AUDIT-ACTION TO PA-ACTION
           MOVE PM-SOURCE-NAME  TO PA-PROFILE
           MOVE PM-TARGET-NAME  TO PA-TARGET
           MOVE PM-AUDIT-DETAIL TO PA-DETAIL
           WRITE PROFILE-AUDIT-RECORD
           CLOSE PROFILE-AUDIT
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

      * SL-STATE for the file in PM-FILE-NAME.
       CHECK-SEAL.
           MOVE SL-HASH TO SL-SEAL
           MOVE PM-FILE-NAME TO SL-FILE-NAME
           PERFORM FIND-SEAL-LISTING
           EVALUATE TRUE
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   AND SL-READ-SEAL EQUAL SL-SEAL
                   MOVE "S" TO SL-STATE
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   MOVE "B" TO SL-STATE
               WHEN PM-SEAL-FOUND NOT EQUAL 0
                   MOVE "M" TO SL-STATE
               WHEN OTHER
                   MOVE "U" TO SL-STATE
           END-EVALUATE
           EXIT.

       LOAD-SEAL-REGISTRY.
           MOVE 0 TO PM-SEAL-COUNT
           MOVE "N" TO PM-SEAL-FULL
           OPEN INPUT SEAL-REGISTRY
           IF FS-SEALREG EQUAL "00"
               PERFORM UNTIL FS-SEALREG NOT EQUAL "00"
                   READ SEAL-REGISTRY
                   IF FS-SEALREG EQUAL "00"
                       IF PM-SEAL-COUNT < 500
                           ADD 1 TO PM-SEAL-COUNT
                           MOVE SRF-FILE
                               TO PM-SEAL-FILE(PM-SEAL-COUNT)
                       ELSE
                           MOVE "Y" TO PM-SEAL-FULL
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SEAL-REGISTRY
           EXIT.

      * PM-SEAL-FOUND: where SL-FILE-NAME sits in the registry, or 0.
       FIND-SEAL-LISTING.
           MOVE 0 TO PM-SEAL-FOUND
           PERFORM VARYING PM-SEAL-IDX FROM 1 BY 1
               UNTIL PM-SEAL-IDX > PM-SEAL-COUNT
               OR PM-SEAL-FOUND NOT EQUAL 0
               IF PM-SEAL-FILE(PM-SEAL-IDX) EQUAL SL-FILE-NAME
                   SET PM-SEAL-FOUND TO PM-SEAL-IDX
               END-IF
           END-PERFORM
           EXIT.

      * lists the file in PM-FILE-NAME, just written sealed, unless
      * it is listed already.
       REGISTER-SEALED-FILE.
           MOVE PM-FILE-NAME TO SL-FILE-NAME
           PERFORM FIND-SEAL-LISTING
           IF PM-SEAL-FOUND NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SEAL-REGISTRY
           IF FS-SEALREG EQUAL "35"
               OPEN OUTPUT SEAL-REGISTRY
           END-IF
           MOVE SL-FILE-NAME TO SRF-FILE
           WRITE SEAL-REGISTRY-RECORD
           CLOSE SEAL-REGISTRY
           IF PM-SEAL-COUNT < 500
               ADD 1 TO PM-SEAL-COUNT
               MOVE SL-FILE-NAME TO PM-SEAL-FILE(PM-SEAL-COUNT)
           ELSE
               MOVE "Y" TO PM-SEAL-FULL
           END-IF
           EXIT.

      * after a rename: each source file that now sits under its
      * target name is listed under the target name.
       RESTAMP-SEAL-REGISTRY.
           PERFORM VARYING PM-KIND FROM 1 BY 1 UNTIL PM-KIND > 5
               MOVE PMD-FILE(PM-KIND) TO PM-FILE-NAME
               PERFORM CHECK-FILE-EXISTS
               MOVE PMS-FILE(PM-KIND) TO SL-FILE-NAME
               PERFORM FIND-SEAL-LISTING
               IF PM-EXISTS AND PM-SEAL-FOUND NOT EQUAL 0
                   MOVE PMD-FILE(PM-KIND)
                       TO PM-SEAL-FILE(PM-SEAL-FOUND)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SEAL-REGISTRY
           EXIT.

      * after a merge or purge: the PM-NAME-SET files no longer on
      * disk come off the registry.
       DROP-SEAL-LISTINGS.
           PERFORM VARYING PM-KIND FROM 1 BY 1 UNTIL PM-KIND > 5
               MOVE PMN-FILE(PM-KIND) TO PM-FILE-NAME
               PERFORM CHECK-FILE-EXISTS
               MOVE PMN-FILE(PM-KIND) TO SL-FILE-NAME
               PERFORM FIND-SEAL-LISTING
               IF NOT PM-EXISTS AND PM-SEAL-FOUND NOT EQUAL 0
                   MOVE SPACES TO PM-SEAL-FILE(PM-SEAL-FOUND)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SEAL-REGISTRY
           EXIT.

      * writes the registry back from the table, dropping blanked
      * entries. a registry that did not fit is left as it is.
       REWRITE-SEAL-REGISTRY.
           IF PM-SEAL-FULL EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PM-SEAL-KEPT
           OPEN OUTPUT SEAL-REGISTRY
           PERFORM VARYING PM-SEAL-IDX FROM 1 BY 1
               UNTIL PM-SEAL-IDX > PM-SEAL-COUNT
               IF PM-SEAL-FILE(PM-SEAL-IDX) NOT EQUAL SPACES
                   ADD 1 TO PM-SEAL-KEPT
                   MOVE PM-SEAL-FILE(PM-SEAL-IDX)
                       TO PM-SEAL-FILE(PM-SEAL-KEPT)
                   MOVE PM-SEAL-FILE(PM-SEAL-IDX) TO SRF-FILE
                   WRITE SEAL-REGISTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE SEAL-REGISTRY
           MOVE PM-SEAL-KEPT TO PM-SEAL-COUNT
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

      * FUNCTION UPPER-CASE(UPPER-TEXT) IS FOR THE WEAK
       TO-UPPER.
           INSPECT UPPER-TEXT REPLACING ALL "a" BY "A"
           INSPECT UPPER-TEXT REPLACING ALL "b" BY "B"
           INSPECT UPPER-TEXT REPLACING ALL "c" BY "C"
           INSPECT UPPER-TEXT REPLACING ALL "d" BY "D"
           INSPECT UPPER-TEXT REPLACING ALL "e" BY "E"
           INSPECT UPPER-TEXT REPLACING ALL "f" BY "F"
           INSPECT UPPER-TEXT REPLACING ALL "g" BY "G"
           INSPECT UPPER-TEXT REPLACING ALL "h" BY "H"
           INSPECT UPPER-TEXT REPLACING ALL "i" BY "I"
           INSPECT UPPER-TEXT REPLACING ALL "j" BY "J"
           INSPECT UPPER-TEXT REPLACING ALL "k" BY "K"
           INSPECT UPPER-TEXT REPLACING ALL "l" BY "L"
           INSPECT UPPER-TEXT REPLACING ALL "m" BY "M"
           INSPECT UPPER-TEXT REPLACING ALL "n" BY "N"
           INSPECT UPPER-TEXT REPLACING ALL "o" BY "O"
           INSPECT UPPER-TEXT REPLACING ALL "p" BY "P"
           INSPECT UPPER-TEXT REPLACING ALL "q" BY "Q"
           INSPECT UPPER-TEXT REPLACING ALL "r" BY "R"
           INSPECT UPPER-TEXT REPLACING ALL "s" BY "S"
           INSPECT UPPER-TEXT REPLACING ALL "t" BY "T"
           INSPECT UPPER-TEXT REPLACING ALL "u" BY "U"
           INSPECT UPPER-TEXT REPLACING ALL "v" BY "V"
           INSPECT UPPER-TEXT REPLACING ALL "w" BY "W"
           INSPECT UPPER-TEXT REPLACING ALL "x" BY "X"
           INSPECT UPPER-TEXT REPLACING ALL "y" BY "Y"
           INSPECT UPPER-TEXT REPLACING ALL "z" BY "Z"
           EXIT.
