      *                     by SIMGAMES as volume test data) advance
      *                     the control id like any other game but
      *                     never go to the website.
      *   10/15/2026 OSV  Abandoned casual games (adjudicated by
      *                     CKPTSWP with no winner) advance the
      *                     control id but are not sent - they were
      *                     never played out, so they are not draws.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBXTRCT.
       01 GamesSent PIC 9(07) VALUE 0.
       01 GamesSkipped PIC 9(07) VALUE 0.
       01 GamesSimulated PIC 9(07) VALUE 0.
       01 GamesAbandoned PIC 9(07) VALUE 0.

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           DISPLAY "Games Sent This Run. . . . : " GamesSent
           DISPLAY "Games Already Sent . . . . : " GamesSkipped
           DISPLAY "Simulated Games Skipped. . : " GamesSimulated
           DISPLAY "Abandoned Games Skipped. . : " GamesAbandoned
           DISPLAY "Last Sent Game Id. . . . . : " MaxSentGameId
           DISPLAY "================================================="

           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = GamesSent + GamesSkipped
               + GamesSimulated + GamesAbandoned
           COMPUTE RL-RECORDS-WRITTEN = GamesSent + 2
           MOVE 0 TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE

      * A simulated game still advances the control id - otherwise
      * every later run would stumble over it again - but nothing
      * goes out for it; the website shows real results only. An
      * abandoned game is treated the same way: a forfeit goes out
      * as the win it was scored as, but a game CKPTSWP closed with
      * no winner was never played out and is no draw.
       EXTRACT-ONE-GAME.

           IF GR-GAME-ID > MaxSentGameId THEN

           IF GR-SIMULATED THEN
           ADD 1 TO GamesSimulated
           ELSE IF GR-END-ADJUDICATED AND GR-WINNER-DRAW THEN
           ADD 1 TO GamesAbandoned
           ELSE
           ADD 1 TO GamesSent
           PERFORM BUILD-DETAIL-RECORD
           END-IF
           END-IF.

       BUILD-DETAIL-RECORD.
