      *                     the control id like any other game but
      *                     credit nobody - the league table stays a
      *                     table of real results.
      *   10/15/2026 OSV  Adjudicated games (GR-END-REASON "A", see
      *                     CKPTSWP): a forfeit posts as the win and
      *                     loss it was scored as, but an abandoned
      *                     casual game (no winner) advances the
      *                     control id and credits nobody - it was
      *                     never played out, so it is not a draw.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDPST.
       01 GamesPosted PIC 9(07) VALUE 0.
       01 GamesSkipped PIC 9(07) VALUE 0.
       01 GamesSimulated PIC 9(07) VALUE 0.
       01 GamesAbandoned PIC 9(07) VALUE 0.

       01 StandCount PIC 99 COMP VALUE 0.
       01 StandTable.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = GamesPosted + GamesSkipped
               + GamesSimulated + GamesAbandoned
           MOVE StandCount TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE

           IF GR-SIMULATED THEN
           ADD 1 TO GamesSimulated
           ELSE IF GR-END-ADJUDICATED AND GR-WINNER-DRAW THEN
           ADD 1 TO GamesAbandoned
           ELSE
           ADD 1 TO GamesPosted
           MOVE GR-PLAYER1-ID TO PostPlayerId
           END-IF
           END-IF
           PERFORM POST-ONE-SEAT
           END-IF
           END-IF.

      * Credits one seat's result to its standings entry, creating
           DISPLAY "Games Posted This Run. . . : " GamesPosted
           DISPLAY "Games Already Posted . . . : " GamesSkipped
           DISPLAY "Simulated Games Skipped. . : " GamesSimulated
           DISPLAY "Abandoned Games Skipped. . : " GamesAbandoned
           DISPLAY "Last Posted Game Id. . . . : " MaxPostedGameId
           DISPLAY "==================================================".

