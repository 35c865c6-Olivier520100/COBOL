      *                     results; RECONCIL and ARCHPURG process
      *                     them like any other game, which is the
      *                     point of generating them.
      *   10/15/2026 OSV  Added end reason A - adjudicated by the
      *                     stale checkpoint sweep (CKPTSWP): an
      *                     event game left unfinished is a forfeit
      *                     win for the opponent of the player who
      *                     was on the move; a casual one is
      *                     abandoned with GR-WINNER zero, which here
      *                     means no result - not a draw.
      *   10/15/2026 OSV  GR-SIM-FLAG S marks a game entered from a
      *                     paper scoresheet by SHEETLD. It is a real
      *                     game and counts everywhere a terminal
      *                     game does, but its stamps carry only the
      *                     date played, so nothing should time it.
      ******************************************************************
       01 GAME-RECORD.
           02 GR-GAME-ID PIC 9(07).
               88 GR-END-LINE-WIN VALUE "L".
               88 GR-END-FULL-BOARD VALUE "F".
               88 GR-END-RESIGNED VALUE "R".
               88 GR-END-ADJUDICATED VALUE "A".
           02 GR-DIFFICULTY PIC 9.
           02 GR-SIM-FLAG PIC X(01).
               88 GR-SIMULATED VALUE "Y".
               88 GR-SCORESHEET VALUE "S".
