      *                     level 0 now too; the guard here also
      *                     covers volume data written before it
      *                     did.
      *   10/15/2026 OSV  An adjudication record (ML-ACTION "A", from
      *                     the stale checkpoint sweep CKPTSWP)
      *                     touches no cell either and is skipped
      *                     like a resignation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVANAL.
           MOVE 0 TO PlayCount
           MOVE 0 TO TakebackCount
           PERFORM UNTIL MoveLogEof OR ML-GAME-ID NOT = GR-GAME-ID
           IF ML-ACTION-RESIGN OR ML-ACTION-ADJUDICATED THEN
           CONTINUE
           ELSE
           IF ML-ACTION-TAKEBACK THEN
