      *                     touched - and the closing result names
      *                     a win by resignation when GR-END-REASON
      *                     says so.
      *   10/15/2026 OSV  An adjudication record (ML-ACTION "A", from
      *                     the stale checkpoint sweep CKPTSWP)
      *                     replays as its own line, touching no
      *                     cell, and the closing result names the
      *                     forfeit - or the abandonment when there
      *                     is no winner - instead of a draw.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEVIEW.
           IF RM-ACTION(MI) = "R" THEN
           DISPLAY "Move " RM-MOVE-SEQ(MI) ": Player " RM-PLAYER(MI)
               " resigns"
           ELSE IF RM-ACTION(MI) = "A" THEN
           IF RM-PLAYER(MI) = 0 THEN
           DISPLAY "Move " RM-MOVE-SEQ(MI) ": table left - game "
               "abandoned"
           ELSE
           DISPLAY "Move " RM-MOVE-SEQ(MI) ": table left - Player "
               RM-PLAYER(MI) " forfeits"
           END-IF
           ELSE
           IF RM-ACTION(MI) = "T" THEN
           MOVE 0 TO BoardCell(RM-ROW(MI), RM-COL(MI))
               " plays row " RM-ROW(MI) " column " RM-COL(MI)
           END-IF
           END-IF
           END-IF
           PERFORM DISPLAY-BOARD
           DISPLAY " "
           END-PERFORM
           IF GameFound THEN
           IF GR-END-RESIGNED THEN
           DISPLAY GR-WINNER " Wins by resignation!"
           ELSE IF GR-END-ADJUDICATED AND GR-WINNER-DRAW THEN
           DISPLAY "Game abandoned - no result."
           ELSE IF GR-END-ADJUDICATED THEN
           DISPLAY GR-WINNER " Wins by forfeit!"
           ELSE IF GR-WINNER-P1 THEN
           DISPLAY "1 Wins!"
           ELSE IF GR-WINNER-P4 THEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           ELSE
           DISPLAY "No GAMELOG record yet - game still in progress."
           END-IF
