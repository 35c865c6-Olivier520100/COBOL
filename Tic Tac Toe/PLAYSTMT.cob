      *          straight off the GAMELOG key, with GR-LOG-DATE
      *          bounding the range - with the date, opponent name
      *          resolved from PLAYERS, board size and the result
      *          from their side of the table and the league season
      *          the game counted toward, closing with their
      *          win/loss/draw line for the period. Deactivated
      *          members get no section (they are gone from the
      *          noticeboard too) but still resolve by name when
      *          they appear as somebody's opponent. Each section
      *          ends with every award the member has earned, from
      *          the AWARDS file AWARDPST maintains.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  SEASON column - the league season each game
      *                   counted toward, from SEASHIST (see
      *                   SEASNCLS).
      *   10/15/2026 OSV  AWARDS list closing each statement - the
      *                   member achievements posted by AWARDPST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYSTMT.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS SeasHistStatus.
           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwardsStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  SEASHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SEASREC.cpy".

       FD  AWARDS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AWARDREC.cpy".

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".
       01 GameLogStatus PIC XX.
       01 GameXrefStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 SeasHistStatus PIC XX.
       01 AwardsStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.
       01 SectionsPrinted PIC 9(05) VALUE 0.
       01 GamesListed PIC 9(07) VALUE 0.

      * Closed seasons from SEASHIST, for the SEASON column: a game
      * counted toward the season whose span holds its id.
       01 SeasonCount PIC 9(03) COMP VALUE 0.
       01 SeasonTable.
           02 SeasonEntry OCCURS 100 TIMES.
               03 SE-SEASON-ID PIC 9(05).
               03 SE-FIRST-GAME-ID PIC 9(07).
               03 SE-LAST-GAME-ID PIC 9(07).
       01 SeasonOut PIC X(05).

      * The award names, as AWARDPST prints them.
       01 AwardCodeTable.
           02 FILLER PIC X(32) VALUE "WIN1FIRST WIN".
           02 FILLER PIC X(32) VALUE "G01010 GAMES PLAYED".
           02 FILLER PIC X(32) VALUE "G05050 GAMES PLAYED".
           02 FILLER PIC X(32) VALUE "G100100 GAMES PLAYED".
           02 FILLER PIC X(32) VALUE "W4X4FIRST WIN ON 4X4".
           02 FILLER PIC X(32) VALUE "W5X5FIRST WIN ON 5X5".
           02 FILLER PIC X(32) VALUE "WL3CFIRST WIN OVER LEVEL 3 CPU".
           02 FILLER PIC X(32) VALUE "STK5FIVE-GAME WINNING STREAK".
           02 FILLER PIC X(32) VALUE "EVNTCLUB EVENT WINNER".
       01 AwardCodeList REDEFINES AwardCodeTable.
           02 AwardCodeEntry OCCURS 9 TIMES.
               03 AD-CODE PIC X(04).
               03 AD-DESCRIPTION PIC X(28).
       01 AwardCodeCount PIC 99 COMP VALUE 9.
       01 AwardDescription PIC X(28).
       01 StmtAwards PIC 9(05).

       01 Subscripts.
           02 AI PIC 99 COMP.
           02 PI PIC 99 COMP.
           02 SI PIC 99 COMP.
           02 SX PIC 9(03) COMP.

       LINKAGE SECTION.


           PERFORM READ-DATE-RANGE
           PERFORM LOAD-PLAYER-TABLE
           PERFORM LOAD-SEASON-TABLE

           IF PlayerCount = 0 THEN
           DISPLAY "PLAYSTMT: no registered players on file - "
           DISPLAY " "
           DISPLAY "PLAYER " StatementPlayerId "  " DisplayName
           DISPLAY "DATE      GAME ID  OPPONENT             "
               "SIZE RESULT SEASON"

           OPEN INPUT GAMEXREF-FILE
           IF GameXrefStatus NOT = "00" THEN
           ELSE
           DISPLAY "  Played " StmtGames "  Won " StmtWins
               "  Lost " StmtLosses "  Drew " StmtDraws
           END-IF

           PERFORM LIST-PLAYER-AWARDS.

      * Every award the member holds, whatever the period - like
      * GAMEXREF, the file is reopened per player.
       LIST-PLAYER-AWARDS.

           MOVE 0 TO StmtAwards
           DISPLAY "  AWARDS"
           OPEN INPUT AWARDS-FILE
           IF AwardsStatus NOT = "00" THEN
           DISPLAY "  (AWARDS not available, status "
               AwardsStatus " - has AWARDPST ever run?)"
           ELSE
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ AWARDS-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               IF AW-PLAYER-ID = StatementPlayerId THEN
               PERFORM LIST-ONE-AWARD
               END-IF
           END-READ
           END-PERFORM
           CLOSE AWARDS-FILE
           IF StmtAwards = 0 THEN
           DISPLAY "  (no awards yet)"
           END-IF
           END-IF.

       LIST-ONE-AWARD.

           ADD 1 TO StmtAwards
           MOVE AW-AWARD-CODE TO AwardDescription
           PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AwardCodeCount
           IF AD-CODE(AI) = AW-AWARD-CODE THEN
           MOVE AD-DESCRIPTION(AI) TO AwardDescription
           END-IF
           END-PERFORM
           DISPLAY AW-EARNED-DATE "  " AwardDescription "  GAME "
               AW-GAME-ID.

       LIST-ONE-GAME.

           MOVE XF-GAME-ID TO GR-GAME-ID
           MOVE "(UNREGISTERED)" TO DisplayName
           END-IF

           PERFORM FIND-GAME-SEASON
           DISPLAY GR-LOG-DATE "  " GR-GAME-ID "  " DisplayName
               "  " GR-BOARD-SIZE "    " ResultOut "   " SeasonOut.

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

