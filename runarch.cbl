       PROGRAM-ID. RUN-HISTORY-ARCHIVE.

      * month-end archive-and-compact for RUNHISTORY.DAT. SAVE-RUN-
      * HISTORY appends forever but the jobs that read the file whole
      * into a table (this one, RUN-RECONCILE, PROFILE-MAINT's
      * restamp) stop at their table size. PRINT-LEADERBOARD reads
      * RUNMASTER.DAT instead, which keeps every run and is not
      * touched here (see RUN-MASTER-LOAD). this job rolls records
      * from closed-out months into a dated archive file and rewrites
      * the live file with only the current month's records plus each
      * closed month's top runs (best monsters survived, ties broken
