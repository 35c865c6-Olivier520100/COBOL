      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Nightly referential integrity sweep across the files
      *          RECONCIL does not look at. RECONCIL proves GAMELOG
      *          and MOVELOG agree with each other; after merges,
      *          deactivations and archive purges this proves the
      *          rest still agree with them:
      *            - every non-zero GR-PLAYER1-ID / GR-PLAYER4-ID
      *              and ML-PLAYER-ID is on the PLAYERS master;
      *            - every non-zero GR-TOURNEY-ID / GR-ROUND names a
      *              TOURNEY pairing of those two players (either
      *              seat) in that event and round;
      *            - every GAMEXREF entry points at a live or
      *              archived game that really seats that player;
      *            - every STANDINGS entry is a known player whose
      *              wins, losses and draws equal a recount of every
      *              game STANDPST has posted this season (live and
      *              archived, after the last season SEASNCLS closed
      *              in SEASHIST and up to the STANDCTL watermark,
      *              simulated games, abandoned games and anonymous
      *              seats left out as STANDPST leaves them), and
      *              nobody the recount credits is missing from
      *              STANDINGS;
      *            - GAME-RECORD domains: board size 3-5, win length
      *              no bigger than the board, only 0, 1 or 4 in
      *              GR-CELL and nothing past BoardSize squared.
      *          GAMELOG and the archive (sorted into game-id order
      *          by the job) are read together in one ascending
      *          pass, with GAMEXREF - which XREFPST keeps in the
      *          same order - matched against that pass. Breaks go
      *          to EXCEPTS and the run ends RC=8; a clean sweep
      *          ends RC=0.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  Standings recount starts after the last
      *                   closed season's span in SEASHIST - the
      *                   season close resets STANDINGS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-GAME-ID
               FILE STATUS IS GameLogStatus.
           SELECT GAMEARCH-FILE ASSIGN TO "GAMEARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GameArchStatus.
           SELECT MOVELOG-FILE ASSIGN TO "MOVELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MoveLogStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT GAMEXREF-FILE ASSIGN TO "GAMEXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GameXrefStatus.
           SELECT STANDINGS-FILE ASSIGN TO "STANDFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS StandingsStatus.
           SELECT STANDCTL-FILE ASSIGN TO "STANDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS StandCtlStatus.
           SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS SeasHistStatus.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TourneyStatus.
           SELECT EXCEPTS-FILE ASSIGN TO "EXCEPTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ExceptsStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GAMEREC.cpy".

      * The archive holds GAME-RECORD images exactly as ARCHPURG
      * copied them off GAMELOG - the same 71 bytes, spelled out
      * here under GA- names because GAMEREC already names the live
      * record in this program.
       FD  GAMEARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 GAMEARCH-RECORD.
           02 GA-GAME-ID PIC 9(07).
           02 GA-BOARD-SIZE PIC 9.
           02 GA-FINAL-BOARD PIC X(25).
           02 GA-WINNER PIC 9.
           02 GA-WIN-SUM PIC 99.
           02 GA-LOG-DATE PIC 9(08).
           02 GA-LOG-TIME PIC 9(08).
           02 GA-PLAYER1-ID PIC 9(05).
           02 GA-PLAYER4-ID PIC 9(05).
           02 GA-WIN-LENGTH PIC 9.
           02 GA-TOURNEY-ID PIC 9(03).
           02 GA-ROUND PIC 99.
           02 GA-END-REASON PIC X(01).
           02 GA-DIFFICULTY PIC 9.
           02 GA-SIM-FLAG PIC X(01).

       FD  MOVELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "MOVELOG.cpy".

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  GAMEXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "XREFREC.cpy".

       FD  STANDINGS-FILE
           LABEL RECORDS ARE STANDARD.
       01 STANDING-RECORD.
           02 ST-PLAYER-ID PIC 9(05).
           02 ST-WINS PIC 9(05).
           02 ST-LOSSES PIC 9(05).
           02 ST-DRAWS PIC 9(05).
           02 ST-RATING PIC 9(05).

       FD  STANDCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 STANDINGS-CONTROL-RECORD.
           02 SC-LAST-POSTED-GAME-ID PIC 9(07).

       FD  SEASHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SEASREC.cpy".

       FD  TOURNEY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRNYREC.cpy".

       FD  EXCEPTS-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXCEPTION-RECORD PIC X(80).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 GameArchStatus PIC XX.
       01 MoveLogStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 GameXrefStatus PIC XX.
       01 StandingsStatus PIC XX.
       01 StandCtlStatus PIC XX.
       01 SeasHistStatus PIC XX.
       01 TourneyStatus PIC XX.
       01 ExceptsStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 GameLogEofFlag PIC 9.
           88 GameLogEof VALUE 1.
       01 GameArchEofFlag PIC 9.
           88 GameArchEof VALUE 1.
       01 MoveLogEofFlag PIC 9.
           88 MoveLogEof VALUE 1.
       01 GameXrefEofFlag PIC 9.
           88 GameXrefEof VALUE 1.

       01 LiveGamesChecked PIC 9(07) VALUE 0.
       01 ArchGamesChecked PIC 9(07) VALUE 0.
       01 MovesChecked PIC 9(07) VALUE 0.
       01 XrefChecked PIC 9(07) VALUE 0.
       01 StandChecked PIC 9(07) VALUE 0.
       01 ExceptionCount PIC 9(07) VALUE 0.
       01 TourneyUnchecked PIC 9(07) VALUE 0.

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).

       01 PairingCount PIC 9(03) COMP VALUE 0.
       01 PairingTableFullFlag PIC 9 VALUE 0.
           88 PairingTableFull VALUE 1.
       01 PairingTable.
           02 PairingEntry OCCURS 500 TIMES.
               03 PR-EVENT-ID PIC 9(03).
               03 PR-ROUND PIC 99.
               03 PR-PLAYER1-ID PIC 9(05).
               03 PR-PLAYER4-ID PIC 9(05).

       01 LastPostedGameId PIC 9(07) VALUE 0.
       01 SeasonStartGameId PIC 9(07) VALUE 0.
       01 StandCount PIC 99 COMP VALUE 0.
       01 StandTable.
           02 StandEntry OCCURS 50 TIMES.
               03 SB-PLAYER-ID PIC 9(05).
               03 SB-WINS PIC 9(05).
               03 SB-LOSSES PIC 9(05).
               03 SB-DRAWS PIC 9(05).
               03 SB-RATING PIC 9(05).

      * The recount: wins, losses and draws per registered seat over
      * every game STANDPST would have credited.
       01 RecountCount PIC 99 COMP VALUE 0.
       01 RecountTable.
           02 RecountEntry OCCURS 50 TIMES.
               03 RC-PLAYER-ID PIC 9(05).
               03 RC-WINS PIC 9(05).
               03 RC-LOSSES PIC 9(05).
               03 RC-DRAWS PIC 9(05).
               03 RC-MATCHED-FLAG PIC 9.

      * The game the merged GAMELOG / archive pass is standing on,
      * whichever file it came from.
       01 StreamGame.
           02 SG-GAME-ID PIC 9(07).
           02 SG-PLAYER1-ID PIC 9(05).
           02 SG-PLAYER4-ID PIC 9(05).
           02 SG-WINNER PIC 9.
           02 SG-SIM-FLAG PIC X(01).
               88 SG-SIMULATED VALUE "Y".
           02 SG-END-REASON PIC X(01).
       01 LastArchGameId PIC 9(07) VALUE 0.
       01 LastXrefGameId PIC 9(07) VALUE 0.

       01 SeekId PIC 9(05).
       01 SeekFoundFlag PIC 9.
           88 SeekFound VALUE 1.
       01 SeekIndex PIC 99 COMP.
       01 CreditPlayerId PIC 9(05).
       01 CreditResult PIC 9.
           88 CreditWin VALUE 1.
           88 CreditLoss VALUE 2.
           88 CreditDraw VALUE 3.
       01 LastMoveGameId PIC 9(07) VALUE 0.
       01 LastMovePlayerId PIC 9(05) VALUE 0.

       01 CellLimit PIC 99 COMP.
       01 CellBadFlag PIC 9.
           88 CellBad VALUE 1.
       01 CellPastBoardFlag PIC 9.
           88 CellPastBoard VALUE 1.

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 SI PIC 99 COMP.
           02 RI PIC 99 COMP.
           02 TI PIC 9(03) COMP.

       01 ExceptionLine.
           02 EX-FILE PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 EX-KEY PIC 9(07).
           02 FILLER PIC X(02) VALUE SPACES.
           02 EX-MESSAGE PIC X(62).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-PLAYER-TABLE
           PERFORM LOAD-PAIRING-TABLE
           PERFORM LOAD-STANDINGS-TABLE
           PERFORM LOAD-CONTROL-RECORD
           PERFORM LOAD-SEASON-START

           OPEN OUTPUT EXCEPTS-FILE
           IF ExceptsStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open EXCEPTS, status "
               ExceptsStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           PERFORM CHECK-GAME-FILES
           PERFORM CHECK-MOVE-LOG
           PERFORM CHECK-STANDINGS

           CLOSE EXCEPTS-FILE

           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "       CROSS-FILE REFERENTIAL INTEGRITY SWEEP"
           DISPLAY "================================================="
           DISPLAY "Live Games Checked . . . . : " LiveGamesChecked
           DISPLAY "Archived Games Read. . . . : " ArchGamesChecked
           DISPLAY "Move Records Checked . . . : " MovesChecked
           DISPLAY "Cross-Reference Entries. . : " XrefChecked
           DISPLAY "Standings Entries. . . . . : " StandChecked
           DISPLAY "Standings Watermark. . . . : " LastPostedGameId
           DISPLAY "Season Opened After Game . : " SeasonStartGameId
           IF PairingTableFull THEN
           DISPLAY "Event Games Not Verified . : " TourneyUnchecked
               " (TOURNEY over 500 pairings)"
           END-IF
           DISPLAY "Exceptions . . . . . . . . : " ExceptionCount
           DISPLAY "================================================="

           IF ExceptionCount > 0 THEN
           DISPLAY "INTEGCHK: cross-file breaks found - see EXCEPTS."
           MOVE 8 TO RETURN-CODE
           ELSE
           DISPLAY "INTEGCHK: all cross-file links hold."
           END-IF

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never changes this run's verdict.
       WRITE-RUN-LOG.

           MOVE "INTEGCHK" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = LiveGamesChecked
               + ArchGamesChecked + MovesChecked + XrefChecked
               + StandChecked
           MOVE ExceptionCount TO RL-RECORDS-WRITTEN
           MOVE ExceptionCount TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

      * Every player id ever issued stays on the master - inactive
      * and merged-away ids included - so "on PLAYERS" means on the
      * file at all, whatever the status byte says.
       LOAD-PLAYER-TABLE.

           MOVE 0 TO PlayerCount
           OPEN INPUT PLAYERS-FILE
           IF PlayersStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open PLAYERS, status "
               PlayersStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM UNTIL PlayersStatus NOT = "00"
               OR PlayerCount = 50
           READ PLAYERS-FILE
           IF PlayersStatus = "00" THEN
           ADD 1 TO PlayerCount
           MOVE PL-PLAYER-ID TO PT-PLAYER-ID(PlayerCount)
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE.

      * A missing TOURNEY dataset just means no event was ever
      * scheduled - then any event-stamped game is a break.
       LOAD-PAIRING-TABLE.

           MOVE 0 TO PairingCount
           OPEN INPUT TOURNEY-FILE
           IF TourneyStatus = "00" THEN
           PERFORM UNTIL TourneyStatus NOT = "00"
           READ TOURNEY-FILE
           IF TourneyStatus = "00" THEN
           IF PairingCount < 500 THEN
           ADD 1 TO PairingCount
           MOVE TY-EVENT-ID TO PR-EVENT-ID(PairingCount)
           MOVE TY-ROUND TO PR-ROUND(PairingCount)
           MOVE TY-PLAYER1-ID TO PR-PLAYER1-ID(PairingCount)
           MOVE TY-PLAYER4-ID TO PR-PLAYER4-ID(PairingCount)
           ELSE
           MOVE 1 TO PairingTableFullFlag
           END-IF
           END-IF
           END-PERFORM
           CLOSE TOURNEY-FILE
           END-IF.

      * A missing STANDINGS dataset just means nothing has ever been
      * posted - start from an empty table, as STANDPST does.
       LOAD-STANDINGS-TABLE.

           MOVE 0 TO StandCount
           OPEN INPUT STANDINGS-FILE
           IF StandingsStatus = "00" THEN
           PERFORM UNTIL StandingsStatus NOT = "00"
               OR StandCount = 50
           READ STANDINGS-FILE
           IF StandingsStatus = "00" THEN
           ADD 1 TO StandCount
           MOVE STANDING-RECORD TO StandEntry(StandCount)
           END-IF
           END-PERFORM
           CLOSE STANDINGS-FILE
           END-IF.

       LOAD-CONTROL-RECORD.

           MOVE 0 TO LastPostedGameId
           OPEN INPUT STANDCTL-FILE
           IF StandCtlStatus = "00" THEN
           READ STANDCTL-FILE
           IF StandCtlStatus = "00" THEN
           MOVE SC-LAST-POSTED-GAME-ID TO LastPostedGameId
           END-IF
           CLOSE STANDCTL-FILE
           END-IF.

      * The live standings hold only the open season: everything up
      * to the end of the last closed season's span was frozen into
      * SEASHIST and cleared. No SEASHIST yet means no season has
      * ever closed.
       LOAD-SEASON-START.

           MOVE 0 TO SeasonStartGameId
           OPEN INPUT SEASHIST-FILE
           IF SeasHistStatus = "00" THEN
           PERFORM UNTIL SeasHistStatus NOT = "00"
           READ SEASHIST-FILE
           IF SeasHistStatus = "00" THEN
           IF SN-SEASON-SPAN-RECORD
              AND SN-LAST-GAME-ID > SeasonStartGameId THEN
           MOVE SN-LAST-GAME-ID TO SeasonStartGameId
           END-IF
           END-IF
           END-PERFORM
           CLOSE SEASHIST-FILE
           END-IF.

      * GAMELOG and the sorted archive are merged on the game id so
      * every game ever finished passes once, in ascending order;
      * the cross-reference is matched against that same pass.
      * Only live games get the domain, player and event checks -
      * archived ones were checked while they were live.
       CHECK-GAME-FILES.

           OPEN INPUT GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT GAMEARCH-FILE
           IF GameArchStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open GAMEARCH, status "
               GameArchStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT GAMEXREF-FILE
           IF GameXrefStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open GAMEXREF, status "
               GameXrefStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO GameLogEofFlag
           MOVE 0 TO GameArchEofFlag
           MOVE 0 TO GameXrefEofFlag
           PERFORM READ-NEXT-GAME
           PERFORM READ-NEXT-ARCHIVED-GAME
           PERFORM READ-NEXT-XREF

           PERFORM UNTIL GameLogEof AND GameArchEof
           IF NOT GameLogEof
              AND (GameArchEof OR GR-GAME-ID NOT > GA-GAME-ID) THEN
           IF NOT GameArchEof AND GR-GAME-ID = GA-GAME-ID THEN
           MOVE "GAMEARCH" TO EX-FILE
           MOVE GA-GAME-ID TO EX-KEY
           MOVE "GAME IS BOTH LIVE ON GAMELOG AND ARCHIVED"
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           PERFORM READ-NEXT-ARCHIVED-GAME
           END-IF
           PERFORM CHECK-LIVE-GAME
           MOVE GR-GAME-ID TO SG-GAME-ID
           MOVE GR-PLAYER1-ID TO SG-PLAYER1-ID
           MOVE GR-PLAYER4-ID TO SG-PLAYER4-ID
           MOVE GR-WINNER TO SG-WINNER
           MOVE GR-SIM-FLAG TO SG-SIM-FLAG
           MOVE GR-END-REASON TO SG-END-REASON
           PERFORM READ-NEXT-GAME
           ELSE
           ADD 1 TO ArchGamesChecked
           MOVE GA-GAME-ID TO SG-GAME-ID
           MOVE GA-PLAYER1-ID TO SG-PLAYER1-ID
           MOVE GA-PLAYER4-ID TO SG-PLAYER4-ID
           MOVE GA-WINNER TO SG-WINNER
           MOVE GA-SIM-FLAG TO SG-SIM-FLAG
           MOVE GA-END-REASON TO SG-END-REASON
           PERFORM READ-NEXT-ARCHIVED-GAME
           END-IF
           PERFORM RECOUNT-STREAM-GAME
           PERFORM MATCH-XREF-ENTRIES
           END-PERFORM

      * Whatever is left on the cross-reference names games past
      * the last one on file anywhere.
           PERFORM UNTIL GameXrefEof
           MOVE "GAMEXREF" TO EX-FILE
           MOVE XF-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "PLAYER " XF-PLAYER-ID
               " - GAME NOT ON GAMELOG OR ARCHIVE"
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           PERFORM READ-NEXT-XREF
           END-PERFORM

           CLOSE GAMELOG-FILE
           CLOSE GAMEARCH-FILE
           CLOSE GAMEXREF-FILE.

       READ-NEXT-GAME.

           READ GAMELOG-FILE
               AT END
               MOVE 1 TO GameLogEofFlag
           END-READ.

      * The job sorts the archive generations into one game-id run;
      * anything out of order means it did not.
       READ-NEXT-ARCHIVED-GAME.

           READ GAMEARCH-FILE
               AT END
               MOVE 1 TO GameArchEofFlag
               NOT AT END
               IF GA-GAME-ID < LastArchGameId THEN
               MOVE "GAMEARCH" TO EX-FILE
               MOVE GA-GAME-ID TO EX-KEY
               MOVE "ARCHIVE OUT OF GAME-ID SEQUENCE - NOT SORTED?"
                   TO EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               END-IF
               MOVE GA-GAME-ID TO LastArchGameId
           END-READ.

       READ-NEXT-XREF.

           READ GAMEXREF-FILE
               AT END
               MOVE 1 TO GameXrefEofFlag
               NOT AT END
               ADD 1 TO XrefChecked
               IF XF-GAME-ID < LastXrefGameId THEN
               MOVE "GAMEXREF" TO EX-FILE
               MOVE XF-GAME-ID TO EX-KEY
               MOVE "CROSS-REFERENCE OUT OF GAME-ID SEQUENCE"
                   TO EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               END-IF
               MOVE XF-GAME-ID TO LastXrefGameId
           END-READ.

      * Cross-reference entries below the current game name a game
      * that is on neither file; entries on it must name one of its
      * two seats.
       MATCH-XREF-ENTRIES.

           PERFORM UNTIL GameXrefEof OR XF-GAME-ID NOT < SG-GAME-ID
           MOVE "GAMEXREF" TO EX-FILE
           MOVE XF-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "PLAYER " XF-PLAYER-ID
               " - GAME NOT ON GAMELOG OR ARCHIVE"
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           PERFORM READ-NEXT-XREF
           END-PERFORM

           PERFORM UNTIL GameXrefEof OR XF-GAME-ID NOT = SG-GAME-ID
           IF XF-PLAYER-ID NOT = SG-PLAYER1-ID
              AND XF-PLAYER-ID NOT = SG-PLAYER4-ID THEN
           MOVE "GAMEXREF" TO EX-FILE
           MOVE XF-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "PLAYER " XF-PLAYER-ID " NOT SEATED - SEATS ARE "
               SG-PLAYER1-ID " AND " SG-PLAYER4-ID
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM READ-NEXT-XREF
           END-PERFORM.

       CHECK-LIVE-GAME.

           ADD 1 TO LiveGamesChecked
           PERFORM CHECK-GAME-DOMAINS

           IF GR-PLAYER1-ID NOT = 0 THEN
           MOVE GR-PLAYER1-ID TO SeekId
           PERFORM SEEK-PLAYER
           IF NOT SeekFound THEN
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "PLAYER 1 SEAT ID " GR-PLAYER1-ID
               " NOT ON PLAYERS" DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           END-IF

           IF GR-PLAYER4-ID NOT = 0 THEN
           MOVE GR-PLAYER4-ID TO SeekId
           PERFORM SEEK-PLAYER
           IF NOT SeekFound THEN
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "PLAYER 4 SEAT ID " GR-PLAYER4-ID
               " NOT ON PLAYERS" DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           END-IF

           IF GR-TOURNEY-ID NOT = 0 OR GR-ROUND NOT = 0 THEN
           PERFORM CHECK-EVENT-PAIRING
           END-IF.

      * A board outside 3-5 cannot be laid out at all, so its cells
      * are held to 0/1/4 across all 25 positions; otherwise every
      * cell on the board must be 0, 1 or 4 and every cell past
      * BoardSize squared must be empty.
       CHECK-GAME-DOMAINS.

           IF GR-BOARD-SIZE < 3 OR GR-BOARD-SIZE > 5 THEN
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "BOARD SIZE " GR-BOARD-SIZE " OUTSIDE 3-5"
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           MOVE 25 TO CellLimit
           ELSE
           COMPUTE CellLimit = GR-BOARD-SIZE * GR-BOARD-SIZE
           IF GR-WIN-LENGTH > GR-BOARD-SIZE THEN
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "WIN LENGTH " GR-WIN-LENGTH
               " BIGGER THAN BOARD SIZE " GR-BOARD-SIZE
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           END-IF

           MOVE 0 TO CellBadFlag
           MOVE 0 TO CellPastBoardFlag
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > 25
           IF SI > CellLimit THEN
           IF GR-CELL(SI) NOT = 0 THEN
           MOVE 1 TO CellPastBoardFlag
           END-IF
           ELSE
           IF GR-CELL(SI) NOT = 0 AND GR-CELL(SI) NOT = 1
              AND GR-CELL(SI) NOT = 4 THEN
           MOVE 1 TO CellBadFlag
           END-IF
           END-IF
           END-PERFORM

           IF CellBad THEN
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE "FINAL BOARD HOLDS A CELL VALUE OTHER THAN 0, 1 OR 4"
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           IF CellPastBoard THEN
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE "FINAL BOARD HAS MARKS PAST BOARD SIZE SQUARED"
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF.

      * The pairing may have been played with the seats either way
      * round - the schedule names who meets whom, not who opens.
       CHECK-EVENT-PAIRING.

           MOVE 0 TO SeekFoundFlag
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > PairingCount
           IF PR-EVENT-ID(TI) = GR-TOURNEY-ID
              AND PR-ROUND(TI) = GR-ROUND THEN
           IF (PR-PLAYER1-ID(TI) = GR-PLAYER1-ID
              AND PR-PLAYER4-ID(TI) = GR-PLAYER4-ID)
              OR (PR-PLAYER1-ID(TI) = GR-PLAYER4-ID
              AND PR-PLAYER4-ID(TI) = GR-PLAYER1-ID) THEN
           MOVE 1 TO SeekFoundFlag
           END-IF
           END-IF
           END-PERFORM

           IF NOT SeekFound THEN
           IF PairingTableFull THEN
           ADD 1 TO TourneyUnchecked
           ELSE
           MOVE "GAMELOG" TO EX-FILE
           MOVE GR-GAME-ID TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "EVENT " GR-TOURNEY-ID " ROUND " GR-ROUND
               " HAS NO PAIRING " GR-PLAYER1-ID " V "
               GR-PLAYER4-ID DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           END-IF.

      * Credits the game the way STANDPST did when it posted it:
      * only games of the open season up to its watermark, never a
      * simulated game or an abandoned one (adjudicated with no
      * winner), never an anonymous seat.
       RECOUNT-STREAM-GAME.

           IF SG-GAME-ID > SeasonStartGameId
              AND SG-GAME-ID NOT > LastPostedGameId
              AND NOT SG-SIMULATED
              AND (SG-END-REASON NOT = "A" OR SG-WINNER NOT = 0) THEN
           MOVE SG-PLAYER1-ID TO CreditPlayerId
           IF SG-WINNER = 1 THEN
           MOVE 1 TO CreditResult
           ELSE IF SG-WINNER = 4 THEN
           MOVE 2 TO CreditResult
           ELSE
           MOVE 3 TO CreditResult
           END-IF
           END-IF
           PERFORM RECOUNT-ONE-SEAT

           MOVE SG-PLAYER4-ID TO CreditPlayerId
           IF SG-WINNER = 4 THEN
           MOVE 1 TO CreditResult
           ELSE IF SG-WINNER = 1 THEN
           MOVE 2 TO CreditResult
           ELSE
           MOVE 3 TO CreditResult
           END-IF
           END-IF
           PERFORM RECOUNT-ONE-SEAT
           END-IF.

       RECOUNT-ONE-SEAT.

           IF CreditPlayerId NOT = 0 THEN
           MOVE 0 TO SeekIndex
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RecountCount
           IF RC-PLAYER-ID(RI) = CreditPlayerId THEN
           MOVE RI TO SeekIndex
           END-IF
           END-PERFORM
           IF SeekIndex = 0 AND RecountCount < 50 THEN
           ADD 1 TO RecountCount
           MOVE RecountCount TO SeekIndex
           MOVE CreditPlayerId TO RC-PLAYER-ID(SeekIndex)
           MOVE 0 TO RC-WINS(SeekIndex)
           MOVE 0 TO RC-LOSSES(SeekIndex)
           MOVE 0 TO RC-DRAWS(SeekIndex)
           MOVE 0 TO RC-MATCHED-FLAG(SeekIndex)
           END-IF
           IF SeekIndex > 0 THEN
           IF CreditWin THEN
           ADD 1 TO RC-WINS(SeekIndex)
           ELSE IF CreditLoss THEN
           ADD 1 TO RC-LOSSES(SeekIndex)
           ELSE
           ADD 1 TO RC-DRAWS(SeekIndex)
           END-IF
           END-IF
           END-IF
           END-IF.

      * One break per game and player - a game's every move carries
      * the same id, and a single unknown seat should not bury the
      * exception report in copies of itself.
       CHECK-MOVE-LOG.

           OPEN INPUT MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: Unable to open MOVELOG, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO MoveLogEofFlag
           PERFORM UNTIL MoveLogEof
           READ MOVELOG-FILE
               AT END
               MOVE 1 TO MoveLogEofFlag
               NOT AT END
               ADD 1 TO MovesChecked
               IF ML-PLAYER-ID NOT = 0 THEN
               MOVE ML-PLAYER-ID TO SeekId
               PERFORM SEEK-PLAYER
               IF NOT SeekFound
                  AND (ML-GAME-ID NOT = LastMoveGameId
                  OR ML-PLAYER-ID NOT = LastMovePlayerId) THEN
               MOVE ML-GAME-ID TO LastMoveGameId
               MOVE ML-PLAYER-ID TO LastMovePlayerId
               MOVE "MOVELOG" TO EX-FILE
               MOVE ML-GAME-ID TO EX-KEY
               MOVE SPACES TO EX-MESSAGE
               STRING "MOVE PLAYER ID " ML-PLAYER-ID
                   " NOT ON PLAYERS" DELIMITED BY SIZE
                   INTO EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               END-IF
               END-IF
           END-READ
           END-PERFORM

           CLOSE MOVELOG-FILE.

       CHECK-STANDINGS.

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StandCount
           ADD 1 TO StandChecked
           MOVE SB-PLAYER-ID(SI) TO SeekId
           PERFORM SEEK-PLAYER
           IF NOT SeekFound THEN
           MOVE "STANDFIL" TO EX-FILE
           MOVE SB-PLAYER-ID(SI) TO EX-KEY
           MOVE "STANDINGS ENTRY FOR A PLAYER NOT ON PLAYERS"
               TO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF

           MOVE 0 TO SeekIndex
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RecountCount
           IF RC-PLAYER-ID(RI) = SB-PLAYER-ID(SI) THEN
           MOVE RI TO SeekIndex
           END-IF
           END-PERFORM

           IF SeekIndex = 0 THEN
           IF SB-WINS(SI) NOT = 0 OR SB-LOSSES(SI) NOT = 0
              OR SB-DRAWS(SI) NOT = 0 THEN
           MOVE "STANDFIL" TO EX-FILE
           MOVE SB-PLAYER-ID(SI) TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "W/L/D " SB-WINS(SI) "/" SB-LOSSES(SI) "/"
               SB-DRAWS(SI) " BUT RECOUNT FINDS NO GAMES"
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           ELSE
           MOVE 1 TO RC-MATCHED-FLAG(SeekIndex)
           IF SB-WINS(SI) NOT = RC-WINS(SeekIndex)
              OR SB-LOSSES(SI) NOT = RC-LOSSES(SeekIndex)
              OR SB-DRAWS(SI) NOT = RC-DRAWS(SeekIndex) THEN
           MOVE "STANDFIL" TO EX-FILE
           MOVE SB-PLAYER-ID(SI) TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "W/L/D " SB-WINS(SI) "/" SB-LOSSES(SI) "/"
               SB-DRAWS(SI) " RECOUNT " RC-WINS(SeekIndex) "/"
               RC-LOSSES(SeekIndex) "/" RC-DRAWS(SeekIndex)
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           END-IF
           END-PERFORM

           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RecountCount
           IF RC-MATCHED-FLAG(RI) = 0 THEN
           MOVE "STANDFIL" TO EX-FILE
           MOVE RC-PLAYER-ID(RI) TO EX-KEY
           MOVE SPACES TO EX-MESSAGE
           STRING "NO STANDINGS ENTRY - RECOUNT " RC-WINS(RI) "/"
               RC-LOSSES(RI) "/" RC-DRAWS(RI)
               DELIMITED BY SIZE INTO EX-MESSAGE
           PERFORM WRITE-EXCEPTION
           END-IF
           END-PERFORM.

       SEEK-PLAYER.

           MOVE 0 TO SeekFoundFlag
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-PLAYER-ID(PI) = SeekId THEN
           MOVE 1 TO SeekFoundFlag
           END-IF
           END-PERFORM.

       WRITE-EXCEPTION.

           ADD 1 TO ExceptionCount
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE ExceptionLine TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           IF ExceptsStatus NOT = "00" THEN
           DISPLAY "INTEGCHK: WRITE to EXCEPTS failed, status "
               ExceptsStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF.

       END PROGRAM INTEGCHK.
