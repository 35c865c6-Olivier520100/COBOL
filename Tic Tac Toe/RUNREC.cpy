      *          visible.
      * Modification History:
      *   9/2/2026   OSV  Original layout.
      *   10/15/2026 OSV  SIMGAMES reads no input records, so its
      *                     records-read count carries the game id a
      *                     restarted run resumed after - zero for a
      *                     clean start.
      *   10/15/2026 OSV  NIGHTLY journals the commit of a posting
      *                     program's swap under the program name
      *                     cut to seven characters plus "$"
      *                     (XREFPST$, STANDPS$, WEBXTRC$, ARCHPUR$),
      *                     with zero counts.
      ******************************************************************
       01 RUN-LOG-RECORD.
           02 RL-PROGRAM PIC X(08).
