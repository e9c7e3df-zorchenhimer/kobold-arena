       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVE-SEAL-SWEEP.

      * checks the seal on every save file of every profile: the
      * shared PLAYER profile's bare-named files first, then the four
      * files of each name in PROFILES.DAT (PLAYER-, CAREER-,
      * CHECKPOINT- and BESTIARY-<NAME>.DAT), and every profile's
      * ACHIEVE-<NAME>.DAT -- see KOBOLD-ARENA's SELECT-PROFILE. the
      * arena checks a seal only when it loads the file, so a profile
      * nobody has played since its files were edited would otherwise
      * go unnoticed until it was.
      *
      * each file is reported as one of
      *   SEALED              the seal line matches the contents
      *   UNSEALED (LEGACY)   written before seals and never loaded
      *                       since; the arena seals it on next load
      *   BROKEN -- BAD SEAL  the contents no longer match the seal
      *   BROKEN -- NO SEAL   SEALREG.DAT says the file was sealed
      *                       but the seal line is gone, or it is an
      *                       achievements file, which has never
      *                       been written without one
      *   NO FILE / EMPTY     nothing to check (CLEAR-CHECKPOINT
      *                       leaves an empty checkpoint behind)
      * a line longer than its record also counts as a bad seal,
      * since the arena refuses it the same way.
      *
      * the seal is worked out exactly as KOBOLD-ARENA's SEAL-START /
      * SEAL-ADD-DATA, over each record's full length. ends with a
      * PASS or FAIL line and RETURN-CODE 1 on any broken seal, so
      * NIGHTLY-OPS can flag the night.
      *
      * usage: sealsweep (no arguments)

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
           SELECT SEAL-REGISTRY ASSIGN TO 'SEALREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SEALREG.
           SELECT SAVE-FILE ASSIGN TO DYNAMIC SS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-SAVEFILE.

       DATA DIVISION.

       FILE SECTION.
      * mirror of KOBOLD-ARENA's PROFILE-RECORD
       FD PROFILES.
       01 PROFILE-RECORD.
           05 PRF-NAME         PIC X(10).

      * mirror of KOBOLD-ARENA's SEAL-REGISTRY-RECORD
       FD SEAL-REGISTRY.
       01 SEAL-REGISTRY-RECORD.
           05 SRF-FILE         PIC X(30).

      * any of the five save files, read raw
       FD SAVE-FILE.
       01 SAVE-FILE-RECORD PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-PROFILES PIC XX.
       77 FS-SEALREG PIC XX.
       77 FS-SAVEFILE PIC XX.

       77 SS-FILE-NAME PIC X(30) VALUE SPACES.
       77 SS-PROFILE PIC X(10) VALUE SPACES.

      * the five kinds of save file in the arena's order (build,
      * career, checkpoint, bestiary, achievements) with the record
      * length each is sealed over: PLAYER-FILE-RECORD, CAREER-
      * RECORD, CHECKPOINT-RECORD, BESTIARY-RECORD and ACHIEVE-
      * RECORD. only the bestiary and achievements hold more than one
      * record ahead of their seal.
       01 SS-KIND-VALUES.
           05 FILLER PIC 9(3) VALUE 013.
           05 FILLER PIC 9(3) VALUE 011.
           05 FILLER PIC 9(3) VALUE 177.
           05 FILLER PIC 9(3) VALUE 044.
           05 FILLER PIC 9(3) VALUE 039.
       01 SS-KIND-TABLE REDEFINES SS-KIND-VALUES.
           05 SS-KIND-LEN PIC 9(3) OCCURS 5 TIMES.
       77 SS-KIND PIC 9 VALUE 0.
       01 SS-NAME-SET.
           05 SS-NAME-FILE PIC X(30) OCCURS 5 TIMES.

       77 SS-DATA-ROWS PIC 9(6) VALUE 0.
       77 SS-LONG-LINE PIC X VALUE "N".
       77 SS-RESULT PIC X(20) VALUE SPACES.

      * SEALREG.DAT held in memory for the lookups
       77 SS-REG-COUNT PIC 9(3) VALUE 0.
       01 SS-REG-TABLE.
           05 SS-REG-FILE PIC X(30) OCCURS 500 TIMES
               INDEXED BY SS-REG-IDX.
       77 SS-REG-FOUND PIC X VALUE "N".
       77 SS-REG-OVERFLOW PIC X VALUE "N".

      * save-file seals, worked out exactly as KOBOLD-ARENA does
       77 SL-KEY PIC 9(9) VALUE 271828182.
       77 SL-HASH PIC 9(9) VALUE 0.
       77 SL-WORK PIC 9(12) VALUE 0.
       77 SL-QUOT PIC 9(12) VALUE 0.
       77 SL-POS PIC 9(6) VALUE 0.
       77 SL-IDX PIC 9(4) VALUE 0.
       77 SL-LEN PIC 9(4) VALUE 0.
       01 SL-DATA PIC X(250) VALUE SPACES.
       01 SL-LINE PIC X(250) VALUE SPACES.
       77 SL-SEAL PIC 9(9) VALUE 0.
       77 SL-TRAILER-SEEN PIC X VALUE "N".
       77 SL-READ-SEAL PIC X(9) VALUE SPACES.

      * control totals
       77 SS-PROFILE-COUNT PIC 9(5) VALUE 0.
       77 SS-SEALED-COUNT PIC 9(5) VALUE 0.
       77 SS-LEGACY-COUNT PIC 9(5) VALUE 0.
       77 SS-BROKEN-COUNT PIC 9(5) VALUE 0.
       77 SS-ABSENT-COUNT PIC 9(5) VALUE 0.
       77 SS-EMPTY-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-SEAL-REGISTRY

           DISPLAY "SAVE SEAL SWEEP"
           IF SS-REG-OVERFLOW EQUAL "Y"
               DISPLAY "NOTE: SEALREG.DAT HOLDS MORE THAN 500 FILES -- "
                   "ONLY THE FIRST 500 ARE KNOWN"
           END-IF

           MOVE "PLAYER" TO SS-PROFILE
           PERFORM SWEEP-ONE-PROFILE

           OPEN INPUT PROFILES
           IF FS-PROFILES EQUAL "00"
               PERFORM UNTIL FS-PROFILES NOT EQUAL "00"
                   READ PROFILES
                   IF FS-PROFILES EQUAL "00"
                       AND PRF-NAME NOT EQUAL SPACES
                       AND PRF-NAME NOT EQUAL "PLAYER"
                       MOVE PRF-NAME TO SS-PROFILE
                       PERFORM SWEEP-ONE-PROFILE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROFILES

           PERFORM PRINT-CONTROL-TOTALS

           DISPLAY " "
           IF SS-BROKEN-COUNT EQUAL 0
               DISPLAY "SEAL SWEEP PASS -- NO BROKEN SEALS"
           ELSE
               DISPLAY "SEAL SWEEP FAIL -- " SS-BROKEN-COUNT
                   " BROKEN SEAL(S)"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SEAL-REGISTRY.
           MOVE 0 TO SS-REG-COUNT
           OPEN INPUT SEAL-REGISTRY
           IF FS-SEALREG EQUAL "00"
               PERFORM UNTIL FS-SEALREG NOT EQUAL "00"
                   READ SEAL-REGISTRY
                   IF FS-SEALREG EQUAL "00"
                       IF SS-REG-COUNT < 500
                           ADD 1 TO SS-REG-COUNT
                           MOVE SRF-FILE TO SS-REG-FILE(SS-REG-COUNT)
                       ELSE
                           MOVE "Y" TO SS-REG-OVERFLOW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SEAL-REGISTRY
           EXIT.

      * the same file names KOBOLD-ARENA's SELECT-PROFILE builds:
      * bare names for PLAYER, <KIND>-<NAME>.DAT for everyone else,
      * ACHIEVE-<NAME>.DAT for all.
       BUILD-FILE-NAMES.
           MOVE SPACES TO SS-NAME-SET
           STRING
               "ACHIEVE-" DELIMITED BY SIZE
               SS-PROFILE DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO SS-NAME-FILE(5)
           IF SS-PROFILE EQUAL "PLAYER"
               MOVE "PLAYER.DAT"     TO SS-NAME-FILE(1)
               MOVE "CAREER.DAT"     TO SS-NAME-FILE(2)
               MOVE "CHECKPOINT.DAT" TO SS-NAME-FILE(3)
               MOVE "BESTIARY.DAT"   TO SS-NAME-FILE(4)
               EXIT PARAGRAPH
           END-IF
           STRING
               "PLAYER-" DELIMITED BY SIZE
               SS-PROFILE DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO SS-NAME-FILE(1)
           STRING
               "CAREER-" DELIMITED BY SIZE
               SS-PROFILE DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO SS-NAME-FILE(2)
           STRING
               "CHECKPOINT-" DELIMITED BY SIZE
               SS-PROFILE DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO SS-NAME-FILE(3)
           STRING
               "BESTIARY-" DELIMITED BY SIZE
               SS-PROFILE DELIMITED BY SPACES
               ".DAT" DELIMITED BY SIZE
               INTO SS-NAME-FILE(4)
           EXIT.

       SWEEP-ONE-PROFILE.
           ADD 1 TO SS-PROFILE-COUNT
           PERFORM BUILD-FILE-NAMES
           DISPLAY " "
           DISPLAY "PROFILE " SS-PROFILE
           PERFORM VARYING SS-KIND FROM 1 BY 1 UNTIL SS-KIND > 5
               MOVE SS-NAME-FILE(SS-KIND) TO SS-FILE-NAME
               PERFORM CHECK-ONE-FILE
               DISPLAY "  " SS-FILE-NAME " " SS-RESULT
           END-PERFORM
           EXIT.

      * reads the file in SS-FILE-NAME as a save of kind SS-KIND and
      * leaves the verdict in SS-RESULT. the build, career and
      * checkpoint hold one record, so their second line is where the
      * seal belongs whatever it looks like; a bestiary's or an
      * achievements file's seal is its first line starting "*".
       CHECK-ONE-FILE.
           MOVE 0 TO SS-DATA-ROWS
           MOVE "N" TO SS-LONG-LINE
           MOVE "N" TO SL-TRAILER-SEEN
           MOVE SPACES TO SL-READ-SEAL
           MOVE SS-KIND-LEN(SS-KIND) TO SL-LEN
           PERFORM SEAL-START

           OPEN INPUT SAVE-FILE
           IF FS-SAVEFILE NOT EQUAL "00"
               MOVE "NO FILE" TO SS-RESULT
               ADD 1 TO SS-ABSENT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-SAVEFILE NOT EQUAL "00"
               OR SL-TRAILER-SEEN EQUAL "Y"
               READ SAVE-FILE
               EVALUATE TRUE
                   WHEN FS-SAVEFILE EQUAL "10"
                       CONTINUE
                   WHEN FS-SAVEFILE NOT EQUAL "00"
      *                a line too long for the record comes back in
      *                pieces; treat it as the tampering it is
                       MOVE "Y" TO SS-LONG-LINE
                   WHEN SAVE-FILE-RECORD(1:1) EQUAL "*"
                       OR (SS-KIND < 4 AND SS-DATA-ROWS > 0)
                       MOVE SAVE-FILE-RECORD TO SL-LINE
                       PERFORM NOTE-SEAL-LINE
                   WHEN OTHER
                       ADD 1 TO SS-DATA-ROWS
                       IF SAVE-FILE-RECORD(SL-LEN + 1:) NOT EQUAL
                           SPACES
                           MOVE "Y" TO SS-LONG-LINE
                       END-IF
                       MOVE SAVE-FILE-RECORD TO SL-DATA
                       PERFORM SEAL-ADD-DATA
               END-EVALUATE
           END-PERFORM
           CLOSE SAVE-FILE

           MOVE SL-HASH TO SL-SEAL
           PERFORM FIND-SEAL-LISTING
           EVALUATE TRUE
               WHEN SS-LONG-LINE EQUAL "Y"
                   MOVE "BROKEN -- BAD SEAL" TO SS-RESULT
                   ADD 1 TO SS-BROKEN-COUNT
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   AND SL-READ-SEAL EQUAL SL-SEAL
                   AND SS-DATA-ROWS > 0
                   MOVE "SEALED" TO SS-RESULT
                   ADD 1 TO SS-SEALED-COUNT
               WHEN SL-TRAILER-SEEN EQUAL "Y"
                   MOVE "BROKEN -- BAD SEAL" TO SS-RESULT
                   ADD 1 TO SS-BROKEN-COUNT
               WHEN SS-DATA-ROWS EQUAL 0
                   MOVE "EMPTY" TO SS-RESULT
                   ADD 1 TO SS-EMPTY-COUNT
               WHEN SS-REG-FOUND EQUAL "Y" OR SS-KIND EQUAL 5
                   MOVE "BROKEN -- NO SEAL" TO SS-RESULT
                   ADD 1 TO SS-BROKEN-COUNT
               WHEN OTHER
                   MOVE "UNSEALED (LEGACY)" TO SS-RESULT
                   ADD 1 TO SS-LEGACY-COUNT
           END-EVALUATE
           EXIT.

      * SS-REG-FOUND: whether SEALREG.DAT lists SS-FILE-NAME.
       FIND-SEAL-LISTING.
           MOVE "N" TO SS-REG-FOUND
           PERFORM VARYING SS-REG-IDX FROM 1 BY 1
               UNTIL SS-REG-IDX > SS-REG-COUNT
               OR SS-REG-FOUND EQUAL "Y"
               IF SS-REG-FILE(SS-REG-IDX) EQUAL SS-FILE-NAME
                   MOVE "Y" TO SS-REG-FOUND
               END-IF
           END-PERFORM
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

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "SAVE SEAL SWEEP -- CONTROL TOTALS"
           DISPLAY "  PROFILES SWEPT:          " SS-PROFILE-COUNT
           DISPLAY "  SEALED:                  " SS-SEALED-COUNT
           DISPLAY "  UNSEALED (LEGACY):       " SS-LEGACY-COUNT
           DISPLAY "  BROKEN:                  " SS-BROKEN-COUNT
           DISPLAY "  EMPTY:                   " SS-EMPTY-COUNT
           DISPLAY "  NO FILE:                 " SS-ABSENT-COUNT
           EXIT.
