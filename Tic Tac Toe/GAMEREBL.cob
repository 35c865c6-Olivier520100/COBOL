      *          of loading a guess. The job verifies the rebuilt
      *          pair with RECONCIL before anything is swapped in.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  Honors the A action code too - the closing
      *                     record the stale checkpoint sweep
      *                     (CKPTSWP) appends to a game it
      *                     adjudicates. It touches no cell; the game
      *                     rebuilds with end reason A and the
      *                     opponent of the seat it names as winner,
      *                     or no winner when it names seat 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEREBL.
       01 ResignSeenFlag PIC 9.
           88 ResignSeen VALUE 1.
       01 ResignPlayer PIC 9.
       01 AdjudicateSeenFlag PIC 9.
           88 AdjudicateSeen VALUE 1.
       01 AdjudicatePlayer PIC 9.
       01 LastPlacedFlag PIC 9.
           88 LastPlacedKnown VALUE 1.
       01 LastPlacedRow PIC 9.
           MOVE 0 TO NetMoveCount
           MOVE 0 TO ResignSeenFlag
           MOVE 0 TO ResignPlayer
           MOVE 0 TO AdjudicateSeenFlag
           MOVE 0 TO AdjudicatePlayer
           MOVE 0 TO LastPlacedFlag
           MOVE 0 TO LastStampDate
           MOVE 0 TO LastStampTime
           ELSE
           MOVE GM-PLAYER-ID(MI) TO Seat4PlayerId
           END-IF
           ELSE IF GM-ACTION(MI) = "A" THEN
           MOVE 1 TO AdjudicateSeenFlag
           MOVE GM-PLAYER(MI) TO AdjudicatePlayer
           IF GM-PLAYER(MI) = 1 THEN
           MOVE GM-PLAYER-ID(MI) TO Seat1PlayerId
           ELSE IF GM-PLAYER(MI) = 4 THEN
           MOVE GM-PLAYER-ID(MI) TO Seat4PlayerId
           END-IF
           END-IF
           ELSE
           IF GM-ROW(MI) = 0 OR GM-ROW(MI) > BoardSize
              OR GM-COL(MI) = 0 OR GM-COL(MI) > BoardSize THEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-PERFORM.

      * How did it end? A resignation settles it outright, and so
      * does an adjudication. Failing
      * that, the longest line through the last mark placed decides
      * a win (three or better - no win rule was ever shorter), a
      * full board decides a draw, and anything else is a game
           IF ResignSeen THEN
           COMPUTE GameWinner = 5 - ResignPlayer
           MOVE "R" TO EndReason
           ELSE IF AdjudicateSeen THEN
           IF AdjudicatePlayer = 1 OR AdjudicatePlayer = 4 THEN
           COMPUTE GameWinner = 5 - AdjudicatePlayer
           END-IF
           MOVE "A" TO EndReason
           ELSE
           IF LastPlacedKnown THEN
           PERFORM PROBE-LONGEST-LINE
           MOVE "F" TO EndReason
           END-IF
           END-IF
           END-IF
           END-IF.

      * Longest contiguous run of the last mover's marks through
