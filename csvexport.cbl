      * exactly as they are.
      *
      * usage: csvexport RUNHISTORY | BATCH | MONSTERS
      *   RUNHISTORY -> RUNHISTORY.CSV  (one row per run; FLOOR,
      *                 SEED and the later columns come out empty on
      *                 records written before those columns existed)
      *   BATCH      -> BATCHRESULTS.CSV (one row per batch run)
      *   MONSTERS   -> MONSTERS.CSV    (one row per monster, with the
      *                 session markers turned into a session column)
           05 RH-PROFILE   PIC X(10).
           05 RHF-16       PIC X(8).
           05 RH-RULES     PIC X(8).
           05 RHF-17       PIC X(7).
           05 RH-SESSION   PIC 9(4).
           05 RHF-18       PIC X(8).
           05 RH-CARRIED   PIC 9(4).

      * mirror of KOBOLD-ARENA's BATCH-LOG-RECORD
       FD BATCH-LOG.

      * right-trim scratch for alphanumeric columns
       77 CSV-TRIM-TEXT PIC X(20).
       77 CSV-TRIM-LEN PIC 999 VALUE 0.

       PROCEDURE DIVISION.

                   DELIMITED BY SIZE
               "DMG_DEALT,DMG_RCVD,AT_USED,SP_USED,FLOOR,SEED,"
                   DELIMITED BY SIZE
               "PROFILE,RULES,SESSION,CARRIED" DELIMITED BY SIZE
               INTO CSV-OUT-RECORD
           WRITE CSV-OUT-RECORD

                   INTO CSV-LINE
                   WITH POINTER CSV-TRIM-LEN
           END-IF
           STRING
               "," DELIMITED BY SIZE
               INTO CSV-LINE
               WITH POINTER CSV-TRIM-LEN
      *    likewise SESSION and CARRIED before runs were stamped with
      *    their MONSTERS.INC session
           IF RH-SESSION IS NUMERIC
               STRING
                   RH-SESSION DELIMITED BY SIZE
                   INTO CSV-LINE
                   WITH POINTER CSV-TRIM-LEN
           END-IF
           STRING
               "," DELIMITED BY SIZE
               INTO CSV-LINE
               WITH POINTER CSV-TRIM-LEN
           IF RH-CARRIED IS NUMERIC
               STRING
                   RH-CARRIED DELIMITED BY SIZE
                   INTO CSV-LINE
                   WITH POINTER CSV-TRIM-LEN
           END-IF
           MOVE CSV-LINE TO CSV-OUT-RECORD
           WRITE CSV-OUT-RECORD
           ADD 1 TO CSV-ROW-COUNT
