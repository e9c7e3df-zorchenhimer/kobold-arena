       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-MASTER-LOAD.

      * loads run history onto the indexed RUNMASTER.DAT that
      * KOBOLD-ARENA's SAVE-RUN-HISTORY files every new run on and
      * PRINT-LEADERBOARD reads. every RUNARCH-YYYYMMDD.DAT archive
      * RUN-HISTORY-ARCHIVE has written is loaded, oldest first, then
      * the live RUNHISTORY.DAT. each run line goes on the master
      * exactly as written: history from before the floor, seed,
      * profile or rules columns existed keeps those columns blank,
      * and its keys are built with a blank profile and blank rules.
      *
      * a run already on the master (same date, time and profile) is
      * counted and left alone, so the job can be rerun safely --
      * KOBOLD-ARENA files every finished run on the master itself
      * (SAVE-RUN-MASTER), and a rerun goes over days an earlier load
      * already took in. a line with no date, or whose monsters or
      * damage column is not a number, is listed and rejected.
      * control totals are printed so the operator can prove nothing
      * was dropped: READ must equal LOADED plus ALREADY ON MASTER
      * plus REJECTED.
      *
      * RUN-HISTORY-ARCHIVE names its archive after the day it ran,
      * so every day from the first date to today is tried and the
      * days with no archive simply fail to open.
      *
      * usage: rmload               archives from 2000-01-01 on
      *        rmload <yyyy-mm-dd>  archives from that date on

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO DYNAMIC ML-RUN-FILE-NAME
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

       DATA DIVISION.

       FILE SECTION.
       FD RUN-HISTORY.
       01 RUN-HISTORY-RECORD PIC X(250).

      * mirror of KOBOLD-ARENA's RUN-MASTER-RECORD
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
               10 RMH-LABEL       PIC X(6).
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

       WORKING-STORAGE SECTION.

       77 FS-RUNHIST PIC XX.
       77 FS-RUNMAST PIC XX.

       77 WS-ARG PIC X(20) VALUE SPACES.

       77 ML-RUN-FILE-NAME PIC X(30) VALUE SPACES.
       77 ML-TODAY PIC X(10) VALUE SPACES.
       77 ML-FROM-DATE PIC X(10) VALUE "2000-01-01".
       77 ML-MASTER-CREATED PIC X VALUE "N".
       77 ML-LINE-NO PIC 9(6) VALUE 0.
       77 ML-REASON PIC X(30) VALUE SPACES.

      * the archive walk: a date as YYYYMMDD digits and as a day
      * number, so every day from the first date to today can be
      * tried for a RUNARCH-YYYYMMDD.DAT.
       01 ML-DATE-TEXT PIC X(10).
       01 ML-DATE-DIGITS.
           05 ML-DD-YEAR   PIC X(4).
           05 ML-DD-MONTH  PIC X(2).
           05 ML-DD-DAY    PIC X(2).
       01 ML-DATE-NUM REDEFINES ML-DATE-DIGITS PIC 9(8).
       77 ML-DATE-OK PIC X VALUE "N".
                   88 ML-DATE-VALID VALUE "Y".
       77 ML-DAY-NUM PIC 9(8) VALUE 0.
       77 ML-LAST-DAY-NUM PIC 9(8) VALUE 0.
       77 ML-ARCH-DATE PIC 9(8) VALUE 0.

       77 ML-FILES-READ PIC 9(5) VALUE 0.
       77 ML-READ-COUNT PIC 9(7) VALUE 0.
       77 ML-LOADED-COUNT PIC 9(7) VALUE 0.
       77 ML-ALREADY-COUNT PIC 9(7) VALUE 0.
       77 ML-REJECTED-COUNT PIC 9(7) VALUE 0.
       77 ML-CHECK-TOTAL PIC 9(7) VALUE 0.

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
           PERFORM OPEN-RUN-MASTER
           PERFORM LOAD-ARCHIVES
           MOVE "RUNHISTORY.DAT" TO ML-RUN-FILE-NAME
           PERFORM LOAD-ONE-HISTORY-FILE
           CLOSE RUN-MASTER
           PERFORM PRINT-CONTROL-TOTALS
           STOP RUN.

       CHECK-COMMAND-LINE-ARGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING
               WS-CURRENT-YEAR  DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-MONTH DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-CURRENT-DAY   DELIMITED BY SIZE
               INTO ML-TODAY
           MOVE SPACES TO WS-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO ML-DATE-TEXT
               PERFORM CHECK-DATE-TEXT
               IF NOT ML-DATE-VALID OR WS-ARG(11:) NOT EQUAL SPACES
                   DISPLAY "NOT A DATE: " WS-ARG
                   DISPLAY "USAGE: RMLOAD [YYYY-MM-DD]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG TO ML-FROM-DATE
           END-IF
           EXIT.

      * the master is created on first use, by this job or by the
      * first run the game files.
       OPEN-RUN-MASTER.
           OPEN I-O RUN-MASTER
           IF FS-RUNMAST EQUAL "35"
               OPEN OUTPUT RUN-MASTER
               CLOSE RUN-MASTER
               MOVE "Y" TO ML-MASTER-CREATED
               OPEN I-O RUN-MASTER
           END-IF
           IF FS-RUNMAST NOT EQUAL "00"
               DISPLAY "COULD NOT OPEN RUNMASTER.DAT -- FILE STATUS "
                   FS-RUNMAST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-ARCHIVES.
           MOVE ML-FROM-DATE TO ML-DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           COMPUTE ML-DAY-NUM = FUNCTION INTEGER-OF-DATE(ML-DATE-NUM)
           MOVE ML-TODAY TO ML-DATE-TEXT
           PERFORM CHECK-DATE-TEXT
           COMPUTE ML-LAST-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(ML-DATE-NUM)
           PERFORM UNTIL ML-DAY-NUM > ML-LAST-DAY-NUM
               COMPUTE ML-ARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(ML-DAY-NUM)
               MOVE SPACES TO ML-RUN-FILE-NAME
               STRING
                   "RUNARCH-"   DELIMITED BY SIZE
                   ML-ARCH-DATE DELIMITED BY SIZE
                   ".DAT"       DELIMITED BY SIZE
                   INTO ML-RUN-FILE-NAME
               PERFORM LOAD-ONE-HISTORY-FILE
               ADD 1 TO ML-DAY-NUM
           END-PERFORM
           EXIT.

      * status 04 is a short record -- history from before the floor,
      * profile or rules columns existed -- and is loaded as it is.
       LOAD-ONE-HISTORY-FILE.
           OPEN INPUT RUN-HISTORY
           IF FS-RUNHIST NOT EQUAL "00"
               CLOSE RUN-HISTORY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ML-FILES-READ
           DISPLAY "LOADING " ML-RUN-FILE-NAME
           MOVE 0 TO ML-LINE-NO
           PERFORM UNTIL FS-RUNHIST NOT EQUAL "00"
               AND FS-RUNHIST NOT EQUAL "04"
               MOVE SPACES TO RUN-HISTORY-RECORD
               READ RUN-HISTORY
               IF FS-RUNHIST EQUAL "00" OR FS-RUNHIST EQUAL "04"
                   ADD 1 TO ML-LINE-NO
                   ADD 1 TO ML-READ-COUNT
                   PERFORM LOAD-ONE-RUN
               END-IF
           END-PERFORM
           CLOSE RUN-HISTORY
           EXIT.

       LOAD-ONE-RUN.
           MOVE RUN-HISTORY-RECORD TO RM-HISTORY
           MOVE SPACES TO ML-REASON
           EVALUATE TRUE
               WHEN RMH-LABEL NOT EQUAL "DATE: "
                   OR RMH-DATE EQUAL SPACES
                   MOVE "NO RUN DATE" TO ML-REASON
               WHEN RMH-MONSTERS IS NOT NUMERIC
                   MOVE "MONSTERS NOT NUMERIC" TO ML-REASON
               WHEN RMH-DMG-DEALT IS NOT NUMERIC
                   MOVE "DAMAGE DEALT NOT NUMERIC" TO ML-REASON
           END-EVALUATE
           IF ML-REASON NOT EQUAL SPACES
               DISPLAY "  REJECTED LINE " ML-LINE-NO " -- "
                   ML-REASON
               ADD 1 TO ML-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-RUN-MASTER-KEYS
           WRITE RUN-MASTER-RECORD
               INVALID KEY
                   IF FS-RUNMAST EQUAL "22"
                       ADD 1 TO ML-ALREADY-COUNT
                   ELSE
                       DISPLAY "  REJECTED LINE " ML-LINE-NO
                           " -- WRITE FAILED, FILE STATUS " FS-RUNMAST
                       ADD 1 TO ML-REJECTED-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ML-LOADED-COUNT
           END-WRITE
           EXIT.

      * same keys as KOBOLD-ARENA's BUILD-RUN-MASTER-KEYS
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

       CHECK-DATE-TEXT.
           MOVE "N" TO ML-DATE-OK
           IF ML-DATE-TEXT(5:1) NOT EQUAL "-"
               OR ML-DATE-TEXT(8:1) NOT EQUAL "-"
               EXIT PARAGRAPH
           END-IF
           MOVE ML-DATE-TEXT(1:4) TO ML-DD-YEAR
           MOVE ML-DATE-TEXT(6:2) TO ML-DD-MONTH
           MOVE ML-DATE-TEXT(9:2) TO ML-DD-DAY
           IF ML-DATE-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(ML-DATE-NUM) EQUAL 0
               MOVE "Y" TO ML-DATE-OK
           END-IF
           EXIT.

       PRINT-CONTROL-TOTALS.
           ADD ML-LOADED-COUNT ML-ALREADY-COUNT ML-REJECTED-COUNT
               GIVING ML-CHECK-TOTAL
           DISPLAY " "
           DISPLAY "RUN MASTER LOAD -- CONTROL TOTALS"
           IF ML-MASTER-CREATED EQUAL "Y"
               DISPLAY "  RUNMASTER.DAT:     CREATED"
           END-IF
           DISPLAY "  ARCHIVES FROM:     " ML-FROM-DATE
           DISPLAY "  FILES READ:        " ML-FILES-READ
           DISPLAY "  RECORDS READ:      " ML-READ-COUNT
           DISPLAY "  LOADED:            " ML-LOADED-COUNT
           DISPLAY "  ALREADY ON MASTER: " ML-ALREADY-COUNT
           DISPLAY "  REJECTED:          " ML-REJECTED-COUNT
           IF ML-CHECK-TOTAL EQUAL ML-READ-COUNT
               DISPLAY "  BALANCE CHECK:     OK"
           ELSE
               DISPLAY "  BALANCE CHECK:     *** OUT OF BALANCE ***"
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT.
