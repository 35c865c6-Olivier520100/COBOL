      * Modification History:
      *   9/2/2026   OSV  Appends a run-summary record to the shared
      *                     RUNLOG journal (see RUNREC / OPSRPT).
      *   10/15/2026 OSV  Games entered from a scoresheet (SHEETLD,
      *                     GR-SIM-FLAG "S") are counted per day but
      *                     never timed - their stamps carry the date
      *                     played with a zero time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYRPT.
           PERFORM FIND-OR-ADD-DAY-ENTRY
           ADD 1 TO DT-GAMES(DayIndex)

           IF FirstMoveSeen AND NOT GR-SCORESHEET THEN
           PERFORM COMPUTE-GAME-DURATION
           IF DurationSecs < 0 THEN
           ADD 1 TO GamesNoDuration
