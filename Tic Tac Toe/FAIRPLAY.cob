      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Fair-play anomaly report for the club committee.
      *          Nothing else in the system looks for members padding
      *          their standings, so this report reads GAMELOG and
      *          MOVELOG together (both in ascending game-id order -
      *          the same match-merge DAYRPT and MOVANAL use) and
      *          flags, for the games of the review window:
      *            1 PAIR-DAY      the same two members playing at
      *                            least PairDayMinGames games on one
      *                            day with one of them taking at
      *                            least PairLopsidedPct percent;
      *            2 QUICK-RESIGN  a game resigned with no more than
      *                            QuickResignMoves moves on the
      *                            board;
      *            3 TAKEBACK-CAP  a member in TakebackCapGames or
      *                            more games that used all three
      *                            takebacks;
      *            4 TOO-FAST      a game whose human moves came less
      *                            than FastAvgHundredths hundredths
      *                            of a second apart on average, over
      *                            at least FastMinMoves moves, from
      *                            the ML-LOG-TIME stamps;
      *            5 STRONG-WINS   a member active in the window whose
      *                            win rate against the strong
      *                            computer (level 3) over all of
      *                            GAMELOG is StrongMarginPct points
      *                            or more above the club's, over at
      *                            least StrongMinGames games.
      *          Every flag names the rule, the players and the game
      *          ids, ready to pull up in GAMEVIEW. Simulated games
      *          are ignored throughout. Games CKPTSWP closed (end
      *          reason A) are no result for rules 1 and 5 - a
      *          forfeit or an abandoned game was never played out,
      *          which is how AWARDPST counts them too. Scoresheet
      *          games (SHEETLD, GR-SIM-FLAG "S") carry no clock time
      *          and are never paced. SYSIN carries the number of
      *          days to look back from today (blank means 7). The
      *          run ends RC=4 when anything was flagged, RC=0 on a
      *          clean window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIRPLAY.
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
           SELECT MOVELOG-FILE ASSIGN TO "MOVELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MoveLogStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GAMEREC.cpy".

       FD  MOVELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "MOVELOG.cpy".

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 MoveLogStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 GameLogEofFlag PIC 9.
           88 GameLogEof VALUE 1.
       01 MoveLogEofFlag PIC 9.
           88 MoveLogEof VALUE 1.

      * The rules' limits - what "unusually many", "a couple of
      * moves" and "far above" mean to the committee.
       01 PairDayMinGames PIC 9(03) VALUE 8.
       01 PairLopsidedPct PIC 9(03) VALUE 80.
       01 QuickResignMoves PIC 9(03) VALUE 2.
       01 TakebackCap PIC 9(03) VALUE 3.
       01 TakebackCapGames PIC 9(03) VALUE 3.
       01 FastMinMoves PIC 9(03) VALUE 4.
       01 FastAvgHundredths PIC 9(05) VALUE 100.
       01 StrongMinGames PIC 9(03) VALUE 10.
       01 StrongMarginPct PIC 9(03) VALUE 30.

       01 DaysInput PIC X(03).
       01 InputDigit PIC 9.
       01 DigitSeenFlag PIC 9.
           88 DigitSeen VALUE 1.
       01 ReviewDays PIC 9(03) VALUE 7.
       01 TodayDate PIC 9(08).
       01 FromDate PIC 9(08).

       01 GamesScanned PIC 9(07) VALUE 0.
       01 GamesInWindow PIC 9(07) VALUE 0.
       01 GamesSimulated PIC 9(07) VALUE 0.
       01 OrphanMoveCount PIC 9(07) VALUE 0.
       01 TotalFlags PIC 9(05) VALUE 0.
       01 RuleFlags.
           02 RuleFlagCount PIC 9(05) OCCURS 5 TIMES.

      * What the current game's moves said: moves standing at the
      * end (played less taken back), takeback records, who
      * resigned, and the human thinking time between moves.
       01 StandingMoves PIC 9(03) COMP.
       01 TakebackRecords PIC 9(03) COMP.
       01 TakebackRequests PIC 9(03) COMP.
       01 ResignerId PIC 9(05).
       01 PrevStampFlag PIC 9.
           88 PrevStampSeen VALUE 1.
       01 PrevStamp PIC 9(15).
       01 MoveStamp PIC 9(15).
       01 MoveDaySerial PIC 9(09).
       01 StampTime.
           02 ST-HH PIC 99.
           02 ST-MM PIC 99.
           02 ST-SS PIC 99.
           02 ST-CC PIC 99.
       01 HumanGapSum PIC 9(12).
       01 HumanGapCount PIC 9(03) COMP.
       01 GapHundredths PIC S9(15).
       01 AvgGap PIC 9(07).
       01 AvgGapSecs PIC 9(05)V99.
       01 AvgGapOut PIC ZZZ9.99.

      * Registered members, with what the per-member rules gather:
      * games at the takeback cap in the window, and strong-level
      * record over all of GAMELOG with the wins inside the window.
       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).
               03 PT-NAME PIC X(20).
               03 PT-CAPPED-GAMES PIC 9(03).
               03 PT-CAPPED-ID PIC 9(07) OCCURS 20 TIMES.
               03 PT-L3-GAMES PIC 9(05).
               03 PT-L3-WINS PIC 9(05).
               03 PT-L3-WINDOW-GAMES PIC 9(05).
               03 PT-L3-WINDOW-WINS PIC 9(03).
               03 PT-L3-WIN-ID PIC 9(07) OCCURS 20 TIMES.
       01 PlayerIndex PIC 99 COMP.
       01 DisplayName PIC X(20).
       01 OtherName PIC X(20).
       01 SeekId PIC 9(05).

       01 ClubL3Games PIC 9(07) VALUE 0.
       01 ClubL3Wins PIC 9(07) VALUE 0.
       01 ClubPct PIC 9(03) VALUE 0.
       01 PlayerPct PIC 9(03).

      * One entry per pair of members per day in the window, low id
      * first so either seating finds the same entry.
       01 PairDayCount PIC 9(03) COMP VALUE 0.
       01 PairDaysDropped PIC 9(05) VALUE 0.
       01 PairDayTable.
           02 PairDayEntry OCCURS 300 TIMES.
               03 PD-DATE PIC 9(08).
               03 PD-LOW-ID PIC 9(05).
               03 PD-HIGH-ID PIC 9(05).
               03 PD-GAMES PIC 9(03).
               03 PD-LOW-WINS PIC 9(03).
               03 PD-HIGH-WINS PIC 9(03).
               03 PD-DRAWS PIC 9(03).
               03 PD-GAME-ID PIC 9(07) OCCURS 20 TIMES.
       01 PairDayIndex PIC 9(03) COMP.
       01 LowId PIC 9(05).
       01 HighId PIC 9(05).
       01 TopWins PIC 9(03).

      * The single-game flags (rules 2 and 4), held so the report
      * can print them rule by rule.
       01 FlagCount PIC 9(03) COMP VALUE 0.
       01 FlagsDropped PIC 9(05) VALUE 0.
       01 FlagTable.
           02 FlagEntry OCCURS 500 TIMES.
               03 FG-RULE PIC 9.
               03 FG-GAME-ID PIC 9(07).
               03 FG-PLAYER1-ID PIC 9(05).
               03 FG-PLAYER4-ID PIC 9(05).
               03 FG-DETAIL PIC X(40).
       01 FlagRule PIC 9.
       01 FlagDetail PIC X(40).
       01 MovesOut PIC ZZ9.

      * Game ids to list under a flag, eight to a line.
       01 IdListCount PIC 9(03) COMP.
       01 IdListTotal PIC 9(03).
       01 IdList.
           02 IL-GAME-ID PIC 9(07) OCCURS 20 TIMES.
       01 IdLine PIC X(64).
       01 IdLinePos PIC 99 COMP.

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 DI PIC 9(03) COMP.
           02 FI PIC 9(03) COMP.
           02 LI PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           INITIALIZE RuleFlags
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM READ-REVIEW-WINDOW
           PERFORM LOAD-PLAYER-TABLE

           OPEN INPUT GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "FAIRPLAY: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "FAIRPLAY: Unable to open MOVELOG, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO MoveLogEofFlag
           PERFORM READ-NEXT-MOVE

           MOVE 0 TO GameLogEofFlag
           PERFORM UNTIL GameLogEof
           READ GAMELOG-FILE
               AT END
               MOVE 1 TO GameLogEofFlag
               NOT AT END
               PERFORM SCAN-ONE-GAME
           END-READ
           END-PERFORM

           CLOSE GAMELOG-FILE
           CLOSE MOVELOG-FILE

           PERFORM PRINT-REPORT

           IF TotalFlags > 0 THEN
           MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * Days to look back, up to three digits built up digit by
      * digit; a blank card means a week. The window runs from that
      * many days before today through today.
       READ-REVIEW-WINDOW.

           MOVE SPACES TO DaysInput
           ACCEPT DaysInput
           MOVE 0 TO DigitSeenFlag
           MOVE 0 TO ReviewDays
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > 3
           IF DaysInput(LI:1) IS NUMERIC THEN
           MOVE DaysInput(LI:1) TO InputDigit
           COMPUTE ReviewDays = ReviewDays * 10 + InputDigit
           MOVE 1 TO DigitSeenFlag
           END-IF
           END-PERFORM
           IF NOT DigitSeen THEN
           MOVE 7 TO ReviewDays
           END-IF
           COMPUTE FromDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TodayDate) - ReviewDays).

       LOAD-PLAYER-TABLE.

           MOVE 0 TO PlayerCount
           INITIALIZE PlayerTable
           OPEN INPUT PLAYERS-FILE
           IF PlayersStatus = "00" THEN
           PERFORM UNTIL PlayersStatus NOT = "00"
               OR PlayerCount = 50
           READ PLAYERS-FILE
           IF PlayersStatus = "00" THEN
           ADD 1 TO PlayerCount
           MOVE PL-PLAYER-ID TO PT-PLAYER-ID(PlayerCount)
           MOVE PL-NAME TO PT-NAME(PlayerCount)
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE
           END-IF.

       READ-NEXT-MOVE.

           READ MOVELOG-FILE
               AT END
               MOVE 1 TO MoveLogEofFlag
           END-READ.

      * One GAMELOG record and its run of moves. The moves are
      * always consumed so the merge stays in step, even for a
      * simulated game that is then ignored.
       SCAN-ONE-GAME.

           PERFORM UNTIL MoveLogEof OR ML-GAME-ID NOT < GR-GAME-ID
           ADD 1 TO OrphanMoveCount
           PERFORM READ-NEXT-MOVE
           END-PERFORM

           MOVE 0 TO StandingMoves
           MOVE 0 TO TakebackRecords
           MOVE 0 TO ResignerId
           MOVE 0 TO PrevStampFlag
           MOVE 0 TO HumanGapSum
           MOVE 0 TO HumanGapCount
           PERFORM UNTIL MoveLogEof OR ML-GAME-ID NOT = GR-GAME-ID
           PERFORM TALLY-ONE-MOVE
           PERFORM READ-NEXT-MOVE
           END-PERFORM

           IF GR-SIMULATED THEN
           ADD 1 TO GamesSimulated
           ELSE
           ADD 1 TO GamesScanned
           PERFORM CHECK-STRONG-LEVEL
           IF GR-LOG-DATE NOT < FromDate THEN
           ADD 1 TO GamesInWindow
           PERFORM CHECK-PAIR-DAY
           PERFORM CHECK-QUICK-RESIGN
           PERFORM CHECK-TAKEBACK-CAP
           PERFORM CHECK-GAME-PACE
           END-IF
           END-IF.

       TALLY-ONE-MOVE.

           IF ML-ACTION-TAKEBACK THEN
           ADD 1 TO TakebackRecords
           IF StandingMoves > 0 THEN
           SUBTRACT 1 FROM StandingMoves
           END-IF
           PERFORM STAMP-ONE-MOVE
           ELSE IF ML-ACTION-RESIGN THEN
           MOVE ML-PLAYER-ID TO ResignerId
           ELSE IF ML-ACTION-PLAY THEN
           ADD 1 TO StandingMoves
           PERFORM STAMP-ONE-MOVE
           END-IF
           END-IF
           END-IF.

      * The clock on a move, in hundredths from a day serial so a
      * game across midnight still measures. The gap to a played
      * move is the thinking time of whoever made it - unless that
      * was the computer (Player 4 against the computer), which
      * answers at once and would make every game look fast. A
      * stamp the date conversion rejects breaks the chain.
       STAMP-ONE-MOVE.

           MOVE 0 TO MoveDaySerial
           IF ML-LOG-DATE IS NUMERIC AND ML-LOG-DATE > 0
              AND ML-LOG-TIME IS NUMERIC THEN
           COMPUTE MoveDaySerial =
               FUNCTION INTEGER-OF-DATE(ML-LOG-DATE)
           END-IF
           IF MoveDaySerial = 0 THEN
           MOVE 0 TO PrevStampFlag
           ELSE
           MOVE ML-LOG-TIME TO StampTime
           COMPUTE MoveStamp = MoveDaySerial * 8640000
               + ST-HH * 360000 + ST-MM * 6000 + ST-SS * 100 + ST-CC
           IF PrevStampSeen AND ML-ACTION-PLAY
              AND NOT (GR-DIFFICULTY > 0 AND ML-PLAYER = 4) THEN
           COMPUTE GapHundredths = MoveStamp - PrevStamp
           IF GapHundredths NOT < 0 THEN
           ADD GapHundredths TO HumanGapSum
           ADD 1 TO HumanGapCount
           END-IF
           END-IF
           MOVE MoveStamp TO PrevStamp
           MOVE 1 TO PrevStampFlag
           END-IF.

      * Rule 5 gathers over all of GAMELOG: the club's record
      * against the strong computer, and each member's - with the
      * wins inside the window kept to name in the flag. A game
      * CKPTSWP closed was never played out, so it is no result.
       CHECK-STRONG-LEVEL.

           IF GR-DIFFICULTY = 3 AND NOT GR-END-ADJUDICATED THEN
           ADD 1 TO ClubL3Games
           IF GR-WINNER-P1 THEN
           ADD 1 TO ClubL3Wins
           END-IF
           MOVE GR-PLAYER1-ID TO SeekId
           PERFORM SEEK-PLAYER-INDEX
           IF PlayerIndex > 0 THEN
           ADD 1 TO PT-L3-GAMES(PlayerIndex)
           IF GR-WINNER-P1 THEN
           ADD 1 TO PT-L3-WINS(PlayerIndex)
           END-IF
           IF GR-LOG-DATE NOT < FromDate THEN
           ADD 1 TO PT-L3-WINDOW-GAMES(PlayerIndex)
           IF GR-WINNER-P1 AND PT-L3-WINDOW-WINS(PlayerIndex) < 999
              THEN
           ADD 1 TO PT-L3-WINDOW-WINS(PlayerIndex)
           IF PT-L3-WINDOW-WINS(PlayerIndex) NOT > 20 THEN
           MOVE GR-GAME-ID TO PT-L3-WIN-ID(PlayerIndex,
               PT-L3-WINDOW-WINS(PlayerIndex))
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Rule 1: only games played out between two registered
      * members count - an anonymous seat or the computer pads
      * nobody's standings, and a game CKPTSWP closed is no result.
       CHECK-PAIR-DAY.

           IF GR-PLAYER1-ID > 0 AND GR-PLAYER4-ID > 0
              AND GR-PLAYER1-ID NOT = GR-PLAYER4-ID
              AND NOT GR-END-ADJUDICATED THEN
           IF GR-PLAYER1-ID < GR-PLAYER4-ID THEN
           MOVE GR-PLAYER1-ID TO LowId
           MOVE GR-PLAYER4-ID TO HighId
           ELSE
           MOVE GR-PLAYER4-ID TO LowId
           MOVE GR-PLAYER1-ID TO HighId
           END-IF
           MOVE 0 TO PairDayIndex
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > PairDayCount
           IF PD-DATE(DI) = GR-LOG-DATE AND PD-LOW-ID(DI) = LowId
              AND PD-HIGH-ID(DI) = HighId THEN
           MOVE DI TO PairDayIndex
           END-IF
           END-PERFORM
           IF PairDayIndex = 0 AND PairDayCount < 300 THEN
           ADD 1 TO PairDayCount
           MOVE PairDayCount TO PairDayIndex
           INITIALIZE PairDayEntry(PairDayIndex)
           MOVE GR-LOG-DATE TO PD-DATE(PairDayIndex)
           MOVE LowId TO PD-LOW-ID(PairDayIndex)
           MOVE HighId TO PD-HIGH-ID(PairDayIndex)
           END-IF
           IF PairDayIndex = 0 THEN
           ADD 1 TO PairDaysDropped
           ELSE IF PD-GAMES(PairDayIndex) < 999 THEN
           PERFORM TALLY-PAIR-DAY-GAME
           END-IF
           END-IF
           END-IF.

       TALLY-PAIR-DAY-GAME.

           ADD 1 TO PD-GAMES(PairDayIndex)
           IF PD-GAMES(PairDayIndex) NOT > 20 THEN
           MOVE GR-GAME-ID TO PD-GAME-ID(PairDayIndex,
               PD-GAMES(PairDayIndex))
           END-IF
           IF (GR-WINNER-P1 AND GR-PLAYER1-ID = LowId)
              OR (GR-WINNER-P4 AND GR-PLAYER4-ID = LowId) THEN
           ADD 1 TO PD-LOW-WINS(PairDayIndex)
           ELSE IF GR-WINNER-P1 OR GR-WINNER-P4 THEN
           ADD 1 TO PD-HIGH-WINS(PairDayIndex)
           ELSE
           ADD 1 TO PD-DRAWS(PairDayIndex)
           END-IF
           END-IF.

      * Rule 2: a resignation with no more than a couple of moves
      * standing on the board.
       CHECK-QUICK-RESIGN.

           IF GR-END-RESIGNED AND StandingMoves NOT > QuickResignMoves
              THEN
           MOVE StandingMoves TO MovesOut
           MOVE SPACES TO FlagDetail
           STRING "RESIGNED BY " ResignerId " AFTER " MovesOut
               " MOVE(S)" DELIMITED BY SIZE INTO FlagDetail
           MOVE 2 TO FlagRule
           PERFORM KEEP-GAME-FLAG
           END-IF.

      * Rule 3: a takeback request against the computer retracts
      * the pair, two T records; between two people it is one.
       CHECK-TAKEBACK-CAP.

           IF GR-DIFFICULTY > 0 THEN
           COMPUTE TakebackRequests = TakebackRecords / 2
           ELSE
           MOVE TakebackRecords TO TakebackRequests
           END-IF
           IF TakebackRequests NOT < TakebackCap THEN
           MOVE GR-PLAYER1-ID TO SeekId
           PERFORM COUNT-CAPPED-GAME
           MOVE GR-PLAYER4-ID TO SeekId
           PERFORM COUNT-CAPPED-GAME
           END-IF.

       COUNT-CAPPED-GAME.

           PERFORM SEEK-PLAYER-INDEX
           IF PlayerIndex > 0 AND SeekId > 0
              AND PT-CAPPED-GAMES(PlayerIndex) < 999 THEN
           ADD 1 TO PT-CAPPED-GAMES(PlayerIndex)
           IF PT-CAPPED-GAMES(PlayerIndex) NOT > 20 THEN
           MOVE GR-GAME-ID TO PT-CAPPED-ID(PlayerIndex,
               PT-CAPPED-GAMES(PlayerIndex))
           END-IF
           END-IF.

      * Rule 4: the average human gap between moves. A scoresheet
      * game is stamped with the date played and no time of day.
       CHECK-GAME-PACE.

           IF NOT GR-SCORESHEET AND HumanGapCount > 0
              AND HumanGapCount NOT < FastMinMoves THEN
           COMPUTE AvgGap = HumanGapSum / HumanGapCount
           IF AvgGap < FastAvgHundredths THEN
           COMPUTE AvgGapSecs = AvgGap / 100
           MOVE AvgGapSecs TO AvgGapOut
           MOVE HumanGapCount TO MovesOut
           MOVE SPACES TO FlagDetail
           STRING MovesOut " MOVES, AVG " AvgGapOut " SEC APART"
               DELIMITED BY SIZE INTO FlagDetail
           MOVE 4 TO FlagRule
           PERFORM KEEP-GAME-FLAG
           END-IF
           END-IF.

       KEEP-GAME-FLAG.

           IF FlagCount < 500 THEN
           ADD 1 TO FlagCount
           MOVE FlagRule TO FG-RULE(FlagCount)
           MOVE GR-GAME-ID TO FG-GAME-ID(FlagCount)
           MOVE GR-PLAYER1-ID TO FG-PLAYER1-ID(FlagCount)
           MOVE GR-PLAYER4-ID TO FG-PLAYER4-ID(FlagCount)
           MOVE FlagDetail TO FG-DETAIL(FlagCount)
           ELSE
           ADD 1 TO FlagsDropped
           END-IF.

       SEEK-PLAYER-INDEX.

           MOVE 0 TO PlayerIndex
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-PLAYER-ID(PI) = SeekId THEN
           MOVE PI TO PlayerIndex
           END-IF
           END-PERFORM.

       SEEK-PLAYER-NAME.

           PERFORM SEEK-PLAYER-INDEX
           IF PlayerIndex > 0 AND SeekId > 0 THEN
           MOVE PT-NAME(PlayerIndex) TO DisplayName
           ELSE
           MOVE "(UNREGISTERED)" TO DisplayName
           END-IF.

       PRINT-REPORT.

           DISPLAY " "
           DISPLAY "=================================================="
               "=============="
           DISPLAY "            FAIR-PLAY ANOMALY REPORT"
           DISPLAY "=================================================="
               "=============="
           DISPLAY "Review Window. . . . . . . : " FromDate " - "
               TodayDate
           DISPLAY "Games Scanned. . . . . . . : " GamesScanned
           DISPLAY "Games in the Window. . . . : " GamesInWindow
           DISPLAY "Simulated (ignored). . . . : " GamesSimulated

           PERFORM PRINT-PAIR-DAY-FLAGS
           MOVE 2 TO FlagRule
           DISPLAY " "
           DISPLAY "RULE 2 QUICK-RESIGN - resigned within "
               QuickResignMoves " moves"
           PERFORM PRINT-GAME-FLAGS
           PERFORM PRINT-TAKEBACK-FLAGS
           MOVE 4 TO FlagRule
           DISPLAY " "
           DISPLAY "RULE 4 TOO-FAST - human moves under "
               FastAvgHundredths "/100 sec apart on average"
           PERFORM PRINT-GAME-FLAGS
           PERFORM PRINT-STRONG-WIN-FLAGS

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
               "--------------"
           PERFORM VARYING FI FROM 1 BY 1 UNTIL FI > 5
           ADD RuleFlagCount(FI) TO TotalFlags
           END-PERFORM
           DISPLAY "Flags Raised . . . . . . . : " TotalFlags
           IF PairDaysDropped > 0 OR FlagsDropped > 0 THEN
           DISPLAY "Not Examined (tables full) : " PairDaysDropped
               " pair-day game(s), " FlagsDropped " flag(s)"
           END-IF
           DISPLAY "=================================================="
               "==============".

       PRINT-PAIR-DAY-FLAGS.

           DISPLAY " "
           DISPLAY "RULE 1 PAIR-DAY - " PairDayMinGames "+ games "
               "between two members in a day, one taking "
               PairLopsidedPct "%+"
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > PairDayCount
           IF PD-LOW-WINS(DI) > PD-HIGH-WINS(DI) THEN
           MOVE PD-LOW-WINS(DI) TO TopWins
           ELSE
           MOVE PD-HIGH-WINS(DI) TO TopWins
           END-IF
           IF PD-GAMES(DI) NOT < PairDayMinGames
              AND TopWins * 100 NOT < PD-GAMES(DI) * PairLopsidedPct
              THEN
           ADD 1 TO RuleFlagCount(1)
           MOVE PD-LOW-ID(DI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           MOVE DisplayName TO OtherName
           MOVE PD-HIGH-ID(DI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           DISPLAY "  PAIR-DAY " PD-DATE(DI) "  " PD-LOW-ID(DI) " "
               OtherName " V " PD-HIGH-ID(DI) " " DisplayName
           DISPLAY "    " PD-GAMES(DI) " GAMES - " PD-LOW-ID(DI)
               " WON " PD-LOW-WINS(DI) ", " PD-HIGH-ID(DI) " WON "
               PD-HIGH-WINS(DI) ", DRAWN " PD-DRAWS(DI)
           MOVE PD-GAMES(DI) TO IdListTotal
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > 20
           MOVE PD-GAME-ID(DI, LI) TO IL-GAME-ID(LI)
           END-PERFORM
           PERFORM PRINT-ID-LIST
           END-IF
           END-PERFORM
           IF RuleFlagCount(1) = 0 THEN
           DISPLAY "  (none)"
           END-IF.

       PRINT-GAME-FLAGS.

           PERFORM VARYING FI FROM 1 BY 1 UNTIL FI > FlagCount
           IF FG-RULE(FI) = FlagRule THEN
           ADD 1 TO RuleFlagCount(FlagRule)
           MOVE FG-PLAYER1-ID(FI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           MOVE DisplayName TO OtherName
           MOVE FG-PLAYER4-ID(FI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           IF FlagRule = 2 THEN
           DISPLAY "  QUICK-RESIGN GAME " FG-GAME-ID(FI) "  "
               FG-DETAIL(FI)
           ELSE
           DISPLAY "  TOO-FAST GAME " FG-GAME-ID(FI) "  "
               FG-DETAIL(FI)
           END-IF
           DISPLAY "    " FG-PLAYER1-ID(FI) " " OtherName " V "
               FG-PLAYER4-ID(FI) " " DisplayName
           END-IF
           END-PERFORM
           IF RuleFlagCount(FlagRule) = 0 THEN
           DISPLAY "  (none)"
           END-IF.

       PRINT-TAKEBACK-FLAGS.

           DISPLAY " "
           DISPLAY "RULE 3 TAKEBACK-CAP - " TakebackCapGames
               "+ games using all " TakebackCap " takebacks"
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-CAPPED-GAMES(PI) NOT < TakebackCapGames THEN
           ADD 1 TO RuleFlagCount(3)
           DISPLAY "  TAKEBACK-CAP " PT-PLAYER-ID(PI) " "
               PT-NAME(PI) "  " PT-CAPPED-GAMES(PI)
               " GAMES AT THE CAP"
           MOVE PT-CAPPED-GAMES(PI) TO IdListTotal
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > 20
           MOVE PT-CAPPED-ID(PI, LI) TO IL-GAME-ID(LI)
           END-PERFORM
           PERFORM PRINT-ID-LIST
           END-IF
           END-PERFORM
           IF RuleFlagCount(3) = 0 THEN
           DISPLAY "  (none)"
           END-IF.

      * Rule 5 against the club norm: every human's record against
      * level 3 over all of GAMELOG, anonymous seats included. Only
      * members who played the strong level inside the window are
      * named, so the flag follows current play.
       PRINT-STRONG-WIN-FLAGS.

           IF ClubL3Games > 0 THEN
           COMPUTE ClubPct = ClubL3Wins * 100 / ClubL3Games
           END-IF
           DISPLAY " "
           DISPLAY "RULE 5 STRONG-WINS - " StrongMarginPct
               "+ points above the club's " ClubPct
               "% against level 3"
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-L3-GAMES(PI) NOT < StrongMinGames
              AND PT-L3-WINDOW-GAMES(PI) > 0 THEN
           COMPUTE PlayerPct = PT-L3-WINS(PI) * 100 / PT-L3-GAMES(PI)
           IF PlayerPct NOT < ClubPct + StrongMarginPct THEN
           ADD 1 TO RuleFlagCount(5)
           DISPLAY "  STRONG-WINS " PT-PLAYER-ID(PI) " " PT-NAME(PI)
               "  WON " PT-L3-WINS(PI) " OF " PT-L3-GAMES(PI)
               " (" PlayerPct "%)"
           MOVE PT-L3-WINDOW-WINS(PI) TO IdListTotal
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > 20
           MOVE PT-L3-WIN-ID(PI, LI) TO IL-GAME-ID(LI)
           END-PERFORM
           PERFORM PRINT-ID-LIST
           END-IF
           END-IF
           END-PERFORM
           IF RuleFlagCount(5) = 0 THEN
           DISPLAY "  (none)"
           END-IF.

      * The game ids behind a flag, eight to a line - the first 20
      * are kept, and any beyond that are only counted.
       PRINT-ID-LIST.

           IF IdListTotal > 20 THEN
           MOVE 20 TO IdListCount
           ELSE
           MOVE IdListTotal TO IdListCount
           END-IF
           MOVE SPACES TO IdLine
           MOVE 1 TO IdLinePos
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > IdListCount
           STRING IL-GAME-ID(LI) " " DELIMITED BY SIZE INTO IdLine
               WITH POINTER IdLinePos
           IF IdLinePos > 64 OR LI = IdListCount THEN
           DISPLAY "    GAMES " IdLine
           MOVE SPACES TO IdLine
           MOVE 1 TO IdLinePos
           END-IF
           END-PERFORM
           IF IdListTotal > 20 THEN
           DISPLAY "    ... AND " IdListTotal " IN ALL"
           END-IF.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the report itself.
       WRITE-RUN-LOG.

           MOVE "FAIRPLAY" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = GamesScanned + GamesSimulated
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE TotalFlags TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "FAIRPLAY: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "FAIRPLAY: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM FAIRPLAY.
