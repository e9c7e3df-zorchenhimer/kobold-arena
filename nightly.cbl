       PROGRAM-ID. NIGHTLY-OPS.

      * unattended driver for the end-of-month maintenance chain that
      * used to be run by hand: TYPE-CHART-AUDIT, RUN-RECONCILE,
      * RUN-HISTORY-ARCHIVE, CSV-EXPORT (once per file), MONSTER-
      * REPORT and SAVE-SEAL-SWEEP, in that order.
      * each step's console output is appended to a dated operations
      * log (OPSLOG-YYYYMMDD.LOG) along with a start and end line per
      * step, so the morning after reads as one file.
      *
      * gating: the audit's and the reconcile's PASS/FAIL return
      * codes and the archive's balance-check return code are hard
      * gates -- if any fails, the remaining steps are skipped and
      * logged as skipped. export or report failures do not stop the
      * chain but do fail the night. the seal sweep reads only the
      * profiles' save files, so it runs even on a halted night, and
      * a broken seal fails the night the same way. the final
      * RETURN-CODE is zero only for a clean night: one command, one
      * verdict.
      *
      * the step programs are expected alongside this one, built
      * under their source names (typeaudit, reconcile, runarch,
      * csvexport, monsterrpt, sealsweep).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               PERFORM LOG-GATE-FAILURE
           END-IF

      *    hard gate 2: the run history must agree with the session
      *    logs and their index before the archive moves any of it
           IF NOT OPS-HALTED
               MOVE "RUN RECONCILE" TO OPS-STEP-NAME
               MOVE "./reconcile" TO OPS-COMMAND
               PERFORM RUN-ONE-STEP
               IF OPS-STEP-RC NOT EQUAL ZERO
                   PERFORM LOG-GATE-FAILURE
               END-IF
           END-IF

      *    hard gate 3: the archive's control totals must balance
      *    before the exports trust the rewritten live file
           IF NOT OPS-HALTED
               MOVE "RUN HISTORY ARCHIVE" TO OPS-STEP-NAME
               PERFORM NOTE-SOFT-FAILURE
           END-IF

           MOVE "SAVE SEAL SWEEP" TO OPS-STEP-NAME
           MOVE "./sealsweep" TO OPS-COMMAND
           PERFORM RUN-ONE-STEP
           PERFORM NOTE-SOFT-FAILURE

           PERFORM WRITE-TIMESTAMP-TEXT
           MOVE SPACES TO OPS-LOG-RECORD
           IF OPS-NIGHT-BAD
