      *                     RUNLOG journal (see RUNREC / OPSRPT), so
      *                     proving the nightly reconcile ran clean
      *                     no longer means keeping the SYSOUT.
      *   10/15/2026 OSV  Adjudicated games (ML-ACTION "A", GR-END-
      *                     REASON "A", written by the stale
      *                     checkpoint sweep CKPTSWP) reconcile now:
      *                     the A record touches no cell, the
      *                     credited winner is the opponent of the
      *                     seat it names (nobody when it names seat
      *                     0 - an abandoned casual game), and the
      *                     unfinished final board is exactly right.
      *                     An A on only one side of the pair is its
      *                     own exception, as with resignations.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
       01 ResignSeenFlag PIC 9.
           88 ResignSeen VALUE 1.
       01 ResignPlayer PIC 9.
       01 AdjudicateSeenFlag PIC 9.
           88 AdjudicateSeen VALUE 1.
       01 AdjudicatePlayer PIC 9.
       01 WinLength PIC 9.
       01 WindowScan.
           02 WindowLimit PIC 99 COMP.
           MOVE 0 TO NetMoveCount
           MOVE 0 TO ResignSeenFlag
           MOVE 0 TO ResignPlayer
           MOVE 0 TO AdjudicateSeenFlag
           MOVE 0 TO AdjudicatePlayer
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > GameMoveCount
      * A resignation touches no cell - it only names who gave up,
      * so the win credit can be checked below. An adjudication
      * closing record is the same, naming the forfeiting seat.
           IF GM-ACTION(MI) = "R" THEN
           MOVE 1 TO ResignSeenFlag
           MOVE GM-PLAYER(MI) TO ResignPlayer
           ELSE IF GM-ACTION(MI) = "A" THEN
           MOVE 1 TO AdjudicateSeenFlag
           MOVE GM-PLAYER(MI) TO AdjudicatePlayer
           ELSE
           IF GM-ROW(MI) = 0 OR GM-ROW(MI) > BoardSize
              OR GM-COL(MI) = 0 OR GM-COL(MI) > BoardSize THEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-PERFORM

           IF NOT ReplayBad THEN
           IF ResignSeen THEN
           COMPUTE ReplayWinner = 5 - ResignPlayer
           END-IF
      * An adjudicated game was closed unfinished: the winner is the
      * forfeiting seat's opponent, or nobody when the game was
      * abandoned (seat 0 on the A record).
           IF AdjudicateSeen THEN
           IF AdjudicatePlayer = 1 OR AdjudicatePlayer = 4 THEN
           COMPUTE ReplayWinner = 5 - AdjudicatePlayer
           ELSE
           MOVE 0 TO ReplayWinner
           END-IF
           END-IF

           IF ResignSeen AND GR-END-REASON NOT = SPACE
              AND NOT GR-END-RESIGNED THEN
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           IF AdjudicateSeen AND NOT GR-END-ADJUDICATED THEN
           MOVE GR-GAME-ID TO EX-GAME-ID
           MOVE "A MOVE RECORD BUT GAMELOG END REASON NOT ADJUDICATED"
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           IF GR-END-ADJUDICATED AND NOT AdjudicateSeen THEN
           MOVE GR-GAME-ID TO EX-GAME-ID
           MOVE "GAMELOG SAYS ADJUDICATED BUT MOVELOG HAS NO A RECORD"
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF

           IF ReplayWinner NOT = GR-WINNER THEN
           MOVE GR-GAME-ID TO EX-GAME-ID
