      *          XREFPST maintains for that player's game ids, and
      *          fetches each game straight off the GAMELOG key -
      *          date, opponent (name resolved from PLAYERS), board
      *          size, the result from this player's side of the
      *          table and the league season the game counted toward
      *          (SEASHIST) - without reading any other game in the
      *          file. Ends RC=4 when the player has no games on the
      *          cross-reference. A game posted to GAMEXREF but
      *          since archived off GAMELOG by ARCHPURG is reported
      *          as archived rather than silently dropped.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  SEASON column - the league season each game
      *                   counted toward, from SEASHIST (see
      *                   SEASNCLS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYINQ.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS SeasHistStatus.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  SEASHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SEASREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 GameXrefStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 SeasHistStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 OpponentId PIC 9(05).
       01 ResultOut PIC X(04).

      * Closed seasons from SEASHIST, for the SEASON column: a game
      * counted toward the season whose span holds its id.
       01 SeasonCount PIC 9(03) COMP VALUE 0.
       01 SeasonTable.
           02 SeasonEntry OCCURS 100 TIMES.
               03 SE-SEASON-ID PIC 9(05).
               03 SE-FIRST-GAME-ID PIC 9(07).
               03 SE-LAST-GAME-ID PIC 9(07).
       01 SeasonOut PIC X(05).

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 SX PIC 9(03) COMP.

       LINKAGE SECTION.


           PERFORM READ-TARGET-PLAYER-ID
           PERFORM LOAD-PLAYER-TABLE
           PERFORM LOAD-SEASON-TABLE

           MOVE TargetPlayerId TO SeekId
           PERFORM SEEK-PLAYER-NAME
               DisplayName
           DISPLAY "==============================================="
           DISPLAY "GAME ID  DATE      OPPONENT             "
               "SIZE RESULT SEASON"

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           CLOSE PLAYERS-FILE
           END-IF.

      * Only the span records (player id 00000) matter here. With
      * no SEASHIST yet no season has closed and every game shows as
      * the open season.
       LOAD-SEASON-TABLE.

           MOVE 0 TO SeasonCount
           OPEN INPUT SEASHIST-FILE
           IF SeasHistStatus = "00" THEN
           PERFORM UNTIL SeasHistStatus NOT = "00"
               OR SeasonCount = 100
           READ SEASHIST-FILE
           IF SeasHistStatus = "00" AND SN-SEASON-SPAN-RECORD THEN
           ADD 1 TO SeasonCount
           MOVE SN-SEASON-ID TO SE-SEASON-ID(SeasonCount)
           MOVE SN-FIRST-GAME-ID TO SE-FIRST-GAME-ID(SeasonCount)
           MOVE SN-LAST-GAME-ID TO SE-LAST-GAME-ID(SeasonCount)
           END-IF
           END-PERFORM
           CLOSE SEASHIST-FILE
           END-IF.

      * The season the game in GAME-RECORD counted toward: the
      * closed season whose span holds it, OPEN when it is past
      * every closed span, or "-" for a game the standings never
      * count (simulated, or abandoned with no winner).
       FIND-GAME-SEASON.

           IF GR-SIMULATED
              OR (GR-END-ADJUDICATED AND GR-WINNER = 0) THEN
           MOVE "-" TO SeasonOut
           ELSE
           MOVE "OPEN" TO SeasonOut
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SeasonCount
           IF GR-GAME-ID NOT < SE-FIRST-GAME-ID(SX)
              AND GR-GAME-ID NOT > SE-LAST-GAME-ID(SX) THEN
           MOVE SE-SEASON-ID(SX) TO SeasonOut
           END-IF
           END-PERFORM
           END-IF.

       SEEK-PLAYER-NAME.

           MOVE "(UNREGISTERED)" TO DisplayName
           MOVE "(UNREGISTERED)" TO DisplayName
           END-IF

           PERFORM FIND-GAME-SEASON
           DISPLAY GR-GAME-ID "  " GR-LOG-DATE "  " DisplayName
               "  " GR-BOARD-SIZE "    " ResultOut "   " SeasonOut.

       END PROGRAM PLAYINQ.
