      *                     in ML-PLAYER and carries row and column
      *                     zero since no cell is touched; the
      *                     opponent is credited with the win.
      *   10/15/2026 OSV  Added action A - the game was closed by the
      *                     stale checkpoint sweep (CKPTSWP) after
      *                     the table was left. ML-PLAYER names the
      *                     seat charged with the forfeit, or 0 when
      *                     the game was abandoned with no winner;
      *                     row and column are zero.
      ******************************************************************
       01 MOVE-LOG-RECORD.
           02 ML-GAME-ID PIC 9(07).
               88 ML-ACTION-PLAY VALUE "P".
               88 ML-ACTION-TAKEBACK VALUE "T".
               88 ML-ACTION-RESIGN VALUE "R".
               88 ML-ACTION-ADJUDICATED VALUE "A".
