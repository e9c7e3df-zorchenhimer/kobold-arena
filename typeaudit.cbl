      *   - no duplicate attacker/defender pairs in the chart
      *   - no multiplier of zero in the chart
      *   - no chart row referencing a type the catalog never uses
      *   - no MONSTERBEHAVIOR.DAT row naming a monster the catalog
      *     does not have (KOBOLD-ARENA matches behaviours by name,
      *     so a misspelt or retired name is simply never used). a
      *     missing behaviour file is not an error -- the arena runs
      *     without behaviours then.
      *
      * usage: typeaudit [catalog-file [chart-file [behaviour-file]]]
      *   with no arguments the live MONSTERTYPES.DAT, TYPECHART.DAT
      *   and MONSTERBEHAVIOR.DAT are audited. DATA-RELEASE passes the
      *   file names of a staged set so it is audited before it goes
      *   live.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-TYPES ASSIGN TO DYNAMIC AU-CATALOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONTYPES.
           SELECT TYPE-CHART ASSIGN TO DYNAMIC AU-CHART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-TYPECHART.
           SELECT MONSTER-BEHAVIORS ASSIGN TO DYNAMIC AU-BEHAV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-MONBEHAV.

       DATA DIVISION.

           05 TCF-DEF-TYPE  PIC X(5).
           05 TCF-MULT      PIC 9V99.

       FD MONSTER-BEHAVIORS.
       01 MB-FILE-RECORD.
           05 MBF-NAME             PIC X(20).
           05 FILLER               PIC X(16).

       WORKING-STORAGE SECTION.

       77 FS-MONTYPES   PIC XX.
       77 FS-TYPECHART  PIC XX.
       77 FS-MONBEHAV   PIC XX.

       77 WS-ARG PIC X(30) VALUE SPACES.
       77 AU-CATALOG-NAME PIC X(30) VALUE "MONSTERTYPES.DAT".
       77 AU-CHART-NAME PIC X(30) VALUE "TYPECHART.DAT".
       77 AU-BEHAV-NAME PIC X(30) VALUE "MONSTERBEHAVIOR.DAT".

      * monster names in the catalog, for the behaviour file check
       77 AU-NAME-COUNT PIC 99 VALUE 0.
       01 AU-NAME-TABLE.
           05 AUN-NAME PIC X(20) OCCURS 20 TIMES INDEXED BY AU-N-IDX.

      * distinct concrete types the catalog uses (RANDM expanded)
       77 AU-TYPE-COUNT PIC 99 VALUE 0.
       77 AU-TYPE-SEEN PIC 9 VALUE 0.
       77 AU-ERROR-COUNT PIC 9(3) VALUE 0.
       77 AU-CATALOG-RECS PIC 99 VALUE 0.
       77 AU-BEHAV-ROW PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-COMMAND-LINE-ARGS
           PERFORM LOAD-CATALOG-TYPES
           PERFORM LOAD-CHART-ROWS

           IF AU-CATALOG-RECS EQUAL 0
               DISPLAY "ERROR: NO RECORDS READ FROM " AU-CATALOG-NAME
               ADD 1 TO AU-ERROR-COUNT
           END-IF
           IF AU-CHART-COUNT EQUAL 0
               DISPLAY "ERROR: NO RECORDS READ FROM " AU-CHART-NAME
               ADD 1 TO AU-ERROR-COUNT
           END-IF

           PERFORM CHECK-CHART-ROWS
           PERFORM CHECK-CATALOG-COVERAGE
           PERFORM CHECK-BEHAVIOR-NAMES

           DISPLAY " "
           IF AU-ERROR-COUNT EQUAL 0
           END-IF
           STOP RUN.

      * a missing argument keeps the live file name
       CHECK-COMMAND-LINE-ARGS.
           MOVE SPACES TO WS-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO AU-CATALOG-NAME
           END-IF
           MOVE SPACES TO WS-ARG
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO AU-CHART-NAME
           END-IF
           MOVE SPACES TO WS-ARG
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG NOT EQUAL SPACES
               MOVE WS-ARG TO AU-BEHAV-NAME
           END-IF
           EXIT.

      * collects the distinct concrete types the catalog uses. a RANDM
      * entry is rolled as WATER, FIRE or EARTH at spawn time, so it
      * puts all three in play.
       LOAD-CATALOG-TYPES.
           MOVE 0 TO AU-TYPE-COUNT
           MOVE 0 TO AU-CATALOG-RECS
           MOVE 0 TO AU-NAME-COUNT
           OPEN INPUT MONSTER-TYPES
           IF FS-MONTYPES EQUAL "00"
               PERFORM UNTIL FS-MONTYPES NOT EQUAL "00"
                   READ MONSTER-TYPES
                   IF FS-MONTYPES EQUAL "00"
                       ADD 1 TO AU-CATALOG-RECS
                       IF AU-NAME-COUNT < 20
                           ADD 1 TO AU-NAME-COUNT
                           SET AU-N-IDX TO AU-NAME-COUNT
                           MOVE MTF-NAME TO AUN-NAME(AU-N-IDX)
                       END-IF
                       IF MTF-TYPE EQUAL "RANDM"
                           MOVE "WATER" TO AU-ADD-TYPE
                           PERFORM ADD-USED-TYPE
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "ERROR: COULD NOT OPEN " AU-CATALOG-NAME
                   " -- FILE STATUS " FS-MONTYPES
               ADD 1 TO AU-ERROR-COUNT
           END-IF
           CLOSE MONSTER-TYPES
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "ERROR: COULD NOT OPEN " AU-CHART-NAME
                   " -- FILE STATUS " FS-TYPECHART
               ADD 1 TO AU-ERROR-COUNT
           END-IF
           CLOSE TYPE-CHART
               END-IF
           END-PERFORM
           EXIT.

      * every behaviour row must name a monster in the catalog, for
      * ALL and BOSS rows alike (bosses are catalog monsters too)
       CHECK-BEHAVIOR-NAMES.
           MOVE 0 TO AU-BEHAV-ROW
           OPEN INPUT MONSTER-BEHAVIORS
           IF FS-MONBEHAV NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-MONBEHAV NOT EQUAL "00"
               READ MONSTER-BEHAVIORS
               IF FS-MONBEHAV EQUAL "00"
                   ADD 1 TO AU-BEHAV-ROW
                   MOVE 0 TO AU-TYPE-SEEN
                   PERFORM VARYING AU-N-IDX FROM 1 BY 1
                       UNTIL AU-N-IDX > AU-NAME-COUNT
                       IF AUN-NAME(AU-N-IDX) EQUAL MBF-NAME
                           MOVE 1 TO AU-TYPE-SEEN
                       END-IF
                   END-PERFORM
                   IF AU-TYPE-SEEN EQUAL 0
                       DISPLAY "ERROR: BEHAVIOUR ROW " AU-BEHAV-ROW
                           " NAMES " MBF-NAME
                           " WHICH IS NOT IN THE CATALOG"
                       ADD 1 TO AU-ERROR-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MONSTER-BEHAVIORS
           EXIT.
