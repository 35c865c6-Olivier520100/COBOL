      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Scoresheet loader. At club nights and away matches
      *          games get played on paper when there are not enough
      *          terminals, and until now those results never reached
      *          GAMELOG - so the standings and the event crosstables
      *          were short. This batch takes a deck of scoresheets
      *          on SYSIN, replays every move under the rules
      *          LEARNING-COBOL enforces at the table, and writes each
      *          good sheet to GAMELOG and MOVELOG exactly as a played
      *          game is written, under a real id off the shared
      *          GAMESEQ counter, so STANDPST, XREFPST, TRNYRPT and
      *          the rest pick it up on their next run.
      *          One card per line, columns 1-40 (41-80 are remarks
      *          and never read):
      *            header  col 1      H
      *                    cols 2-9   date played, YYYYMMDD
      *                    col 10     board size, 3 4 or 5
      *                    col 11     win length, 3 up to the board
      *                               size (always 3 on 3x3)
      *                    cols 12-16 player id seated as Player 1
      *                    cols 17-21 player id seated as Player 4
      *                               (00000 for an unregistered seat)
      *                    cols 22-24 tournament id, blank or 000 for
      *                               casual play
      *                    cols 25-26 round, blank for casual play
      *                    cols 27-40 sheet reference, free text
      *            move    col 1      M
      *                    col 2      row 1-5, T to take back the
      *                               last move, R to resign
      *                    col 3      column 1-5 (blank on T and R)
      *            end     col 1      E (or a blank card) ends the
      *                               deck
      *          Player 1 moves first and the turn alternates. As at
      *          the table, a move onto a taken cell is illegal, only
      *          the most recent move can be taken back, once, at
      *          most three takebacks a game, and R resigns for the
      *          player on the move. The sheet has to finish the game
      *          - a line, a full board or a resignation - and nothing
      *          may follow the finish. The seated ids must be active
      *          on PLAYERS, and an event game's pairing must be on
      *          the TOURNEY schedule for that round (either seat
      *          order - who took Player 1 is settled at the board).
      *          A sheet that fails any of this is not loaded at all:
      *          every card of it goes to the SUSPENSE deck with the
      *          reason in the header card's remarks and "<--" beside
      *          the offending card. The remarks columns are never
      *          read, so a corrected suspense deck goes straight back
      *          in as SYSIN on a later run. Any suspended sheet ends
      *          the run RC=4.
      *          Every record of a loaded game carries the date
      *          played with a zero time - the sheet says which day,
      *          not which minute - and GR-SIM-FLAG "S" marks it as
      *          entered from a scoresheet, so nothing times a paper
      *          game as if it were played in no time at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEETLD.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GAME-ID
               FILE STATUS IS GameLogStatus.
           SELECT MOVELOG-FILE ASSIGN TO "MOVELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MoveLogStatus.
           SELECT GAMEID-FILE ASSIGN TO "GAMESEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-COUNTER-ID
               FILE STATUS IS GameIdFileStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TourneyStatus.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SuspenseStatus.
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

       FD  GAMEID-FILE
           LABEL RECORDS ARE STANDARD.
       01 GAME-ID-COUNTER-RECORD.
           02 GS-COUNTER-ID PIC 9.
           02 GS-LAST-GAME-ID PIC 9(07).

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  TOURNEY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRNYREC.cpy".

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SUSPENSE-RECORD PIC X(80).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 MoveLogStatus PIC XX.
       01 GameIdFileStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 TourneyStatus PIC XX.
       01 SuspenseStatus PIC XX.
       01 RunLogStatus PIC XX.

       01 RunDate PIC 9(08).
       01 InputRetryCount PIC 9(05) COMP VALUE 0.
       01 EndOfDeckFlag PIC 9 VALUE 0.
           88 EndOfDeck VALUE 1.
       01 NextCard PIC X(80).

      * The card being looked at, with the header and move views of
      * it. Columns 41-80 are remarks - never read, only written on
      * the way out to SUSPENSE.
       01 CardWork.
           02 CW-CARD-TYPE PIC X(01).
               88 CW-HEADER VALUE "H".
               88 CW-MOVE VALUE "M".
               88 CW-END-OF-DECK VALUE "E".
           02 CW-CARD-DATA PIC X(39).
           02 CW-REMARKS PIC X(40).
       01 HeaderCardView REDEFINES CardWork.
           02 FILLER PIC X(01).
           02 SH-DATE PIC X(08).
           02 SH-BOARD-SIZE PIC X(01).
           02 SH-WIN-LENGTH PIC X(01).
           02 SH-PLAYER1-ID PIC X(05).
           02 SH-PLAYER4-ID PIC X(05).
           02 SH-TOURNEY-ID PIC X(03).
           02 SH-ROUND PIC X(02).
           02 SH-SHEET-REF PIC X(14).
           02 FILLER PIC X(40).
       01 MoveCardView REDEFINES CardWork.
           02 FILLER PIC X(01).
           02 SM-ROW PIC X(01).
           02 SM-COL PIC X(01).
           02 FILLER PIC X(77).

      * One whole sheet is held until it has been proved - nothing
      * reaches GAMELOG or MOVELOG for a sheet that fails part way.
      * The longest legal sheet is well under 40 cards (25 moves,
      * three takebacks and their replays, a resignation).
       01 SheetCardCount PIC 99 COMP VALUE 0.
       01 SheetCardsDropped PIC 9(05) VALUE 0.
       01 SheetCards.
           02 SheetCardEntry PIC X(80) OCCURS 99 TIMES.

       01 SheetRejectFlag PIC 9 VALUE 0.
           88 SheetRejected VALUE 1.
       01 RejectReason PIC X(40).
       01 FailCardIndex PIC 99 COMP VALUE 0.
       01 SheetReference PIC X(14).

       01 SheetDate PIC 9(08).
       01 SheetDateParts REDEFINES SheetDate.
           02 SD-YEAR PIC 9(04).
           02 SD-MONTH PIC 99.
           02 SD-DAY PIC 99.
       01 BoardSize PIC 9.
           88 ValidBoardSize VALUES 3, 4, 5.
       01 WinLength PIC 9.
       01 Player1Id PIC 9(05).
       01 Player4Id PIC 9(05).
       01 TourneyId PIC 9(03).
       01 TourneyRound PIC 99.
       01 SeatIdValue PIC 9(05).
       01 SeatIdValidFlag PIC 9.
           88 SeatIdValid VALUE 1.
       01 PairingFoundFlag PIC 9.
           88 PairingFound VALUE 1.

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).
               03 PT-STATUS PIC X(01).

       01 PairingCount PIC 9(03) COMP VALUE 0.
       01 PairingTableFullFlag PIC 9 VALUE 0.
           88 PairingTableFull VALUE 1.
       01 PairingTable.
           02 PairingEntry OCCURS 500 TIMES.
               03 PR-EVENT-ID PIC 9(03).
               03 PR-ROUND PIC 99.
               03 PR-PLAYER1-ID PIC 9(05).
               03 PR-PLAYER4-ID PIC 9(05).

      * The replay writes nothing as it goes - each MOVELOG image is
      * kept here and only written once the whole sheet has passed.
       01 MoveImageCount PIC 99 COMP VALUE 0.
       01 MoveImages.
           02 MoveImage OCCURS 99 TIMES.
               03 IM-PLAYER PIC 9.
               03 IM-ROW PIC 9.
               03 IM-COL PIC 9.
               03 IM-PLAYER-ID PIC 9(05).
               03 IM-ACTION PIC X(01).

       01 GameId PIC 9(07) VALUE 0.
       01 MoveCount PIC 99 VALUE 0.
       01 Turn PIC 9.
       01 GameState PIC 9.
           88 GameOver VALUE 1.
       01 GameWinner PIC 9.
           88 NobodyWon VALUE 0.
       01 WinSum PIC 99.
       01 EndReason PIC X(01).
       01 BoardFullFlag PIC 9.
           88 BoardFull VALUE 1.
       01 GameRow PIC 9.
       01 GameCol PIC 9.

       01 LastMoveFlag PIC 9 VALUE 0.
           88 LastMoveAvailable VALUE 1.
       01 LastMoveRow PIC 9.
       01 LastMoveCol PIC 9.
       01 LastMovePlayer PIC 9.
       01 TakebacksUsed PIC 9 VALUE 0.
           88 TakebackLimitReached VALUE 3.

       01 GameBoard.
           02 BoardRow OCCURS 5 TIMES.
               03 BoardCell PIC 9 OCCURS 5 TIMES.
                   88 CellOccupied VALUE 1, 4.

       01 WindowScan.
           02 WindowLimit PIC 99 COMP.
           02 WinRowBase PIC 99 COMP.
           02 WinColBase PIC 99 COMP.
           02 WinRowStep PIC S9 COMP.
           02 WinColStep PIC S9 COMP.
           02 WinP1Count PIC 9.
           02 WinP4Count PIC 9.

       01 CardsRead PIC 9(07) VALUE 0.
       01 SheetsRead PIC 9(05) VALUE 0.
       01 SheetsLoaded PIC 9(05) VALUE 0.
       01 SheetsSuspended PIC 9(05) VALUE 0.
       01 MovesWritten PIC 9(07) VALUE 0.
       01 SuspenseWritten PIC 9(07) VALUE 0.

       01 Subscripts.
           02 KI PIC 99 COMP.
           02 MI PIC 99 COMP.
           02 PI PIC 99 COMP.
           02 TI PIC 9(03) COMP.
           02 RI PIC 99 COMP.
           02 CI PIC 99 COMP.
           02 SI PIC 99 COMP.
           02 WI PIC 99 COMP.
           02 WR PIC 99 COMP.
           02 WC PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM LOAD-PLAYER-TABLE
           PERFORM LOAD-PAIRING-TABLE

           OPEN I-O GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           OPEN OUTPUT GAMELOG-FILE
           END-IF
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "SHEETLD: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           OPEN EXTEND MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           OPEN OUTPUT MOVELOG-FILE
           END-IF
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "SHEETLD: Unable to open MOVELOG, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           OPEN OUTPUT SUSPENSE-FILE
           IF SuspenseStatus NOT = "00" THEN
           DISPLAY "SHEETLD: Unable to open SUSPENSE, status "
               SuspenseStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "================================================="
               "=========================="
           DISPLAY "        SCORESHEET LOAD"
           DISPLAY "================================================="
               "=========================="
           DISPLAY "SHEET REF       DATE      PLAYERS      RESULT"

           PERFORM READ-NEXT-CARD
           PERFORM LOAD-ONE-SHEET UNTIL EndOfDeck

           CLOSE GAMELOG-FILE
           CLOSE MOVELOG-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "================================================="
               "=========================="
           DISPLAY "Cards Read . . . . . . . . : " CardsRead
           DISPLAY "Sheets Read. . . . . . . . : " SheetsRead
           DISPLAY "Sheets Loaded. . . . . . . : " SheetsLoaded
           DISPLAY "Sheets Suspended . . . . . : " SheetsSuspended
           DISPLAY "MOVELOG Records Written. . : " MovesWritten
           DISPLAY "SUSPENSE Cards Written . . : " SuspenseWritten
           IF PairingTableFull THEN
           DISPLAY "TOURNEY holds over 500 pairings - event sheets "
               "past the first 500 will suspend."
           END-IF
           IF SheetCardsDropped > 0 THEN
           DISPLAY "Cards Dropped (sheet > 99) : " SheetCardsDropped
           END-IF
           DISPLAY "================================================="
               "=========================="

           IF SheetsSuspended > 0 THEN
           MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * Only active members may be seated, exactly as the table's
      * seating roster allows - an inactive id is kept here too so
      * the suspense reason can say which it was.
       LOAD-PLAYER-TABLE.

           MOVE 0 TO PlayerCount
           OPEN INPUT PLAYERS-FILE
           IF PlayersStatus = "00" THEN
           PERFORM UNTIL PlayersStatus NOT = "00"
               OR PlayerCount = 50
           READ PLAYERS-FILE
           IF PlayersStatus = "00" THEN
           ADD 1 TO PlayerCount
           MOVE PL-PLAYER-ID TO PT-PLAYER-ID(PlayerCount)
           IF PL-INACTIVE THEN
           MOVE "I" TO PT-STATUS(PlayerCount)
           ELSE
           MOVE "A" TO PT-STATUS(PlayerCount)
           END-IF
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE
           END-IF.

      * A missing TOURNEY dataset just means no event has been
      * scheduled - every event sheet will then suspend.
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

      * One card of lookahead in NextCard - a sheet runs from its
      * header up to the next header. ACCEPT leaves the field
      * unchanged once SYSIN runs dry, so a card still blank after
      * the ACCEPT doubles as end of deck, and a bounded count stands
      * in for end-of-file in case the deck never says so.
       READ-NEXT-CARD.

           MOVE SPACES TO NextCard
           ACCEPT NextCard
           ADD 1 TO InputRetryCount
           IF InputRetryCount > 20000 THEN
           DISPLAY "SHEETLD: no end-of-deck marker found - "
               "terminating."
           MOVE SPACES TO NextCard
           END-IF
           MOVE NextCard TO CardWork
           IF NextCard = SPACES OR CW-END-OF-DECK THEN
           MOVE 1 TO EndOfDeckFlag
           ELSE
           ADD 1 TO CardsRead
           END-IF.

      * Gathers one sheet - the card in hand plus every card up to
      * the next header or the end of the deck - proves it, and
      * either posts it or suspends it whole. Cards ahead of any
      * header gather into a sheet of their own, which then fails
      * for want of a header and lands in SUSPENSE intact.
       LOAD-ONE-SHEET.

           MOVE 0 TO SheetCardCount
           PERFORM KEEP-SHEET-CARD
           PERFORM READ-NEXT-CARD
           PERFORM UNTIL EndOfDeck OR CW-HEADER
           PERFORM KEEP-SHEET-CARD
           PERFORM READ-NEXT-CARD
           END-PERFORM

           ADD 1 TO SheetsRead
           MOVE 0 TO SheetRejectFlag
           MOVE SPACES TO RejectReason
           MOVE 0 TO FailCardIndex
           MOVE SPACES TO SheetReference

           PERFORM CHECK-SHEET-HEADER
           IF NOT SheetRejected THEN
           PERFORM REPLAY-SHEET-MOVES
           END-IF

           IF SheetRejected THEN
           PERFORM SUSPEND-SHEET
           ELSE
           PERFORM POST-SHEET
           END-IF.

       KEEP-SHEET-CARD.

           IF SheetCardCount < 99 THEN
           ADD 1 TO SheetCardCount
           MOVE NextCard TO SheetCardEntry(SheetCardCount)
           ELSE
           ADD 1 TO SheetCardsDropped
           END-IF.

      * The header card: the rules of the game and who sat where.
      * The first failing field names the reason.
       CHECK-SHEET-HEADER.

           MOVE SheetCardEntry(1) TO CardWork
           IF NOT CW-HEADER THEN
           MOVE "NO HEADER CARD BEFORE THE MOVES" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           MOVE 1 TO FailCardIndex
           ELSE
           MOVE SH-SHEET-REF TO SheetReference
           PERFORM CHECK-HEADER-FIELDS
           IF NOT SheetRejected THEN
           PERFORM CHECK-SEATED-PLAYERS
           END-IF
           IF NOT SheetRejected AND TourneyId > 0 THEN
           PERFORM CHECK-EVENT-PAIRING
           END-IF
           END-IF.

       CHECK-HEADER-FIELDS.

           IF SH-DATE IS NUMERIC THEN
           MOVE SH-DATE TO SheetDate
           ELSE
           MOVE 0 TO SheetDate
           END-IF
           IF SheetDate = 0 OR SD-MONTH < 1 OR SD-MONTH > 12
              OR SD-DAY < 1 OR SD-DAY > 31 THEN
           MOVE "DATE PLAYED IS NOT A VALID YYYYMMDD"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE IF SheetDate > RunDate THEN
           MOVE "DATE PLAYED IS IN THE FUTURE" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF

           IF NOT SheetRejected THEN
           IF SH-BOARD-SIZE IS NUMERIC THEN
           MOVE SH-BOARD-SIZE TO BoardSize
           ELSE
           MOVE 0 TO BoardSize
           END-IF
           IF NOT ValidBoardSize THEN
           MOVE "BOARD SIZE MUST BE 3, 4 OR 5" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF

      * On 3x3 the full line is the only rule the table offers.
           IF NOT SheetRejected THEN
           IF SH-WIN-LENGTH IS NUMERIC THEN
           MOVE SH-WIN-LENGTH TO WinLength
           ELSE
           MOVE 0 TO WinLength
           END-IF
           IF WinLength < 3 OR WinLength > BoardSize THEN
           MOVE "WIN LENGTH MUST BE 3 UP TO THE BOARD SIZE"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF

           IF NOT SheetRejected THEN
           IF SH-TOURNEY-ID = SPACES THEN
           MOVE 0 TO TourneyId
           ELSE IF SH-TOURNEY-ID IS NUMERIC THEN
           MOVE SH-TOURNEY-ID TO TourneyId
           ELSE
           MOVE "TOURNAMENT ID IS NOT NUMERIC" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF
           END-IF

           IF NOT SheetRejected THEN
           IF SH-ROUND = SPACES THEN
           MOVE 0 TO TourneyRound
           ELSE IF SH-ROUND IS NUMERIC THEN
           MOVE SH-ROUND TO TourneyRound
           ELSE
           MOVE 0 TO TourneyRound
           MOVE "ROUND IS NOT NUMERIC" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF
           END-IF

           IF NOT SheetRejected THEN
           IF TourneyId > 0 AND TourneyRound = 0 THEN
           MOVE "EVENT GAME WITHOUT A ROUND NUMBER" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE IF TourneyId = 0 AND TourneyRound > 0 THEN
           MOVE "ROUND GIVEN ON A CASUAL GAME" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF
           END-IF

           IF SheetRejected THEN
           MOVE 1 TO FailCardIndex
           END-IF.

      * 00000 is the unregistered seat, as at the table; any other
      * id has to be on the master and active.
       CHECK-SEATED-PLAYERS.

           IF SH-PLAYER1-ID IS NUMERIC THEN
           MOVE SH-PLAYER1-ID TO SeatIdValue
           PERFORM CHECK-SEAT-PLAYER-ID
           MOVE SeatIdValue TO Player1Id
           ELSE
           MOVE "PLAYER 1 ID IS NOT FIVE DIGITS" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF

           IF NOT SheetRejected THEN
           IF SH-PLAYER4-ID IS NUMERIC THEN
           MOVE SH-PLAYER4-ID TO SeatIdValue
           PERFORM CHECK-SEAT-PLAYER-ID
           MOVE SeatIdValue TO Player4Id
           ELSE
           MOVE "PLAYER 4 ID IS NOT FIVE DIGITS" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF

           IF SheetRejected THEN
           MOVE 1 TO FailCardIndex
           END-IF.

       CHECK-SEAT-PLAYER-ID.

           MOVE 0 TO SeatIdValidFlag
           IF SeatIdValue = 0 THEN
           MOVE 1 TO SeatIdValidFlag
           ELSE
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-PLAYER-ID(PI) = SeatIdValue THEN
           IF PT-STATUS(PI) = "A" THEN
           MOVE 1 TO SeatIdValidFlag
           ELSE
           MOVE SPACES TO RejectReason
           STRING "PLAYER " SeatIdValue " IS INACTIVE"
               DELIMITED BY SIZE INTO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF
           END-PERFORM
           IF NOT SeatIdValid AND NOT SheetRejected THEN
           MOVE SPACES TO RejectReason
           STRING "PLAYER " SeatIdValue " IS NOT REGISTERED"
               DELIMITED BY SIZE INTO RejectReason
           MOVE 1 TO SheetRejectFlag
           END-IF
           END-IF.

      * An event game counts only if TRNYSCHD paired these two in
      * this round - in either seat order.
       CHECK-EVENT-PAIRING.

           MOVE 0 TO PairingFoundFlag
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > PairingCount
           IF PR-EVENT-ID(TI) = TourneyId
              AND PR-ROUND(TI) = TourneyRound THEN
           IF (PR-PLAYER1-ID(TI) = Player1Id
              AND PR-PLAYER4-ID(TI) = Player4Id)
              OR (PR-PLAYER1-ID(TI) = Player4Id
              AND PR-PLAYER4-ID(TI) = Player1Id) THEN
           MOVE 1 TO PairingFoundFlag
           END-IF
           END-IF
           END-PERFORM

           IF NOT PairingFound THEN
           MOVE "PAIRING IS NOT ON THE TOURNEY SCHEDULE"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           MOVE 1 TO FailCardIndex
           END-IF.

      * Plays the sheet's move cards in order on a fresh board, the
      * way the table would have accepted them, collecting the
      * MOVELOG images as it goes. Both seats are people on paper,
      * so a takeback retracts the one move - the vs-computer pair
      * retraction has nothing to do here.
       REPLAY-SHEET-MOVES.

           PERFORM CLEAR-BOARD
           MOVE 1 TO Turn
           MOVE 0 TO GameState
           MOVE 0 TO GameWinner
           MOVE 0 TO WinSum
           MOVE SPACE TO EndReason
           MOVE 0 TO MoveCount
           MOVE 0 TO MoveImageCount
           MOVE 0 TO LastMoveFlag
           MOVE 0 TO TakebacksUsed

           PERFORM VARYING KI FROM 2 BY 1
               UNTIL KI > SheetCardCount OR SheetRejected
           MOVE SheetCardEntry(KI) TO CardWork
           PERFORM REPLAY-ONE-CARD
           IF SheetRejected THEN
           MOVE KI TO FailCardIndex
           END-IF
           END-PERFORM

           IF NOT SheetRejected AND NOT GameOver THEN
           MOVE "SHEET ENDS BEFORE THE GAME IS OVER" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           MOVE SheetCardCount TO FailCardIndex
           END-IF.

       REPLAY-ONE-CARD.

           IF NOT CW-MOVE THEN
           MOVE "CARD IS NOT A MOVE CARD (M IN COLUMN 1)"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE IF GameOver THEN
           IF EndReason = "L" THEN
           MOVE "MOVE AFTER THE GAME WAS ALREADY WON"
               TO RejectReason
           ELSE IF EndReason = "R" THEN
           MOVE "MOVE AFTER THE GAME WAS RESIGNED" TO RejectReason
           ELSE
           MOVE "MOVE AFTER THE BOARD WAS FULL" TO RejectReason
           END-IF
           END-IF
           MOVE 1 TO SheetRejectFlag
           ELSE IF SM-ROW = "R" THEN
           PERFORM REPLAY-RESIGNATION
           ELSE IF SM-ROW = "T" THEN
           PERFORM REPLAY-TAKEBACK
           ELSE
           PERFORM REPLAY-PLAYED-MOVE
           END-IF
           END-IF
           END-IF
           END-IF.

       REPLAY-PLAYED-MOVE.

           MOVE 0 TO GameRow
           MOVE 0 TO GameCol
           IF SM-ROW IS NUMERIC THEN
           MOVE SM-ROW TO GameRow
           END-IF
           IF SM-COL IS NUMERIC THEN
           MOVE SM-COL TO GameCol
           END-IF

           IF GameRow = 0 OR GameRow > BoardSize
              OR GameCol = 0 OR GameCol > BoardSize THEN
           MOVE "ILLEGAL MOVE - ROW OR COLUMN OFF THE BOARD"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE IF CellOccupied(GameRow, GameCol) THEN
           MOVE "ILLEGAL MOVE - CELL ALREADY TAKEN" TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE
           MOVE Turn TO BoardCell(GameRow, GameCol)
           MOVE Turn TO LastMovePlayer
           MOVE GameRow TO LastMoveRow
           MOVE GameCol TO LastMoveCol
           MOVE 1 TO LastMoveFlag
           MOVE "P" TO IM-ACTION(MoveImageCount + 1)
           PERFORM KEEP-MOVE-IMAGE

           PERFORM DETERMINE-WINNER
           IF NobodyWon THEN
           PERFORM CHECK-BOARD-FULL
           IF BoardFull THEN
           MOVE 1 TO GameState
           MOVE "F" TO EndReason
           END-IF
           ELSE
           MOVE 1 TO GameState
           MOVE "L" TO EndReason
           END-IF

           IF NOT GameOver THEN
           IF Turn = 1 THEN
           MOVE 4 TO Turn
           ELSE
           MOVE 1 TO Turn
           END-IF
           END-IF
           END-IF
           END-IF.

      * Reopens the last move's cell and hands the turn back to
      * whoever made it - the same single-use, capped takeback the
      * row prompt allows.
       REPLAY-TAKEBACK.

           IF NOT LastMoveAvailable THEN
           MOVE "ILLEGAL TAKEBACK - NO MOVE TO TAKE BACK"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE IF TakebackLimitReached THEN
           MOVE "ILLEGAL TAKEBACK - THREE ALREADY USED"
               TO RejectReason
           MOVE 1 TO SheetRejectFlag
           ELSE
           ADD 1 TO TakebacksUsed
           MOVE 0 TO BoardCell(LastMoveRow, LastMoveCol)
           MOVE LastMovePlayer TO Turn
           MOVE LastMoveRow TO GameRow
           MOVE LastMoveCol TO GameCol
           MOVE "T" TO IM-ACTION(MoveImageCount + 1)
           PERFORM KEEP-MOVE-IMAGE
           MOVE 0 TO LastMoveFlag
           END-IF
           END-IF.

      * The player on the move gives up and the opponent takes the
      * game - row and column zero, no cell touched.
       REPLAY-RESIGNATION.

           COMPUTE GameWinner = 5 - Turn
           MOVE 0 TO WinSum
           MOVE "R" TO EndReason
           MOVE 1 TO GameState
           MOVE 0 TO GameRow
           MOVE 0 TO GameCol
           MOVE "R" TO IM-ACTION(MoveImageCount + 1)
           PERFORM KEEP-MOVE-IMAGE.

      * Banks the MOVELOG image of the card just replayed - the
      * action is already in place - for the seat now on the move.
       KEEP-MOVE-IMAGE.

           ADD 1 TO MoveImageCount
           MOVE Turn TO IM-PLAYER(MoveImageCount)
           MOVE GameRow TO IM-ROW(MoveImageCount)
           MOVE GameCol TO IM-COL(MoveImageCount)
           IF Turn = 1 THEN
           MOVE Player1Id TO IM-PLAYER-ID(MoveImageCount)
           ELSE
           MOVE Player4Id TO IM-PLAYER-ID(MoveImageCount)
           END-IF.

       CLEAR-BOARD.

           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > 5
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > 5
           MOVE 0 TO BoardCell(RI, CI)
           END-PERFORM
           END-PERFORM.

      * The same window walk LEARNING-COBOL plays by: every
      * WinLength-cell window along rows, columns and all diagonals
      * in both directions, the first complete one taking the game.
       DETERMINE-WINNER.

           MOVE 0 TO GameWinner
           MOVE 0 TO WinSum
           COMPUTE WindowLimit = BoardSize - WinLength + 1

           MOVE 0 TO WinRowStep
           MOVE 1 TO WinColStep
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > BoardSize
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > WindowLimit
           MOVE RI TO WinRowBase
           MOVE CI TO WinColBase
           PERFORM EXAMINE-WINDOW
           END-PERFORM
           END-PERFORM

           MOVE 1 TO WinRowStep
           MOVE 0 TO WinColStep
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > WindowLimit
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > BoardSize
           MOVE RI TO WinRowBase
           MOVE CI TO WinColBase
           PERFORM EXAMINE-WINDOW
           END-PERFORM
           END-PERFORM

           MOVE 1 TO WinRowStep
           MOVE 1 TO WinColStep
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > WindowLimit
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > WindowLimit
           MOVE RI TO WinRowBase
           MOVE CI TO WinColBase
           PERFORM EXAMINE-WINDOW
           END-PERFORM
           END-PERFORM

           MOVE 1 TO WinRowStep
           MOVE -1 TO WinColStep
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > WindowLimit
           PERFORM VARYING CI FROM WinLength BY 1
               UNTIL CI > BoardSize
           MOVE RI TO WinRowBase
           MOVE CI TO WinColBase
           PERFORM EXAMINE-WINDOW
           END-PERFORM
           END-PERFORM.

       EXAMINE-WINDOW.

           MOVE 0 TO WinP1Count
           MOVE 0 TO WinP4Count
           PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > WinLength
           COMPUTE WR = WinRowBase + (WI - 1) * WinRowStep
           COMPUTE WC = WinColBase + (WI - 1) * WinColStep
           IF BoardCell(WR, WC) = 1 THEN
           ADD 1 TO WinP1Count
           ELSE IF BoardCell(WR, WC) = 4 THEN
           ADD 1 TO WinP4Count
           END-IF
           END-IF
           END-PERFORM

           IF NobodyWon THEN
           IF WinP1Count = WinLength THEN
           MOVE 1 TO GameWinner
           COMPUTE WinSum = WinLength * 1
           ELSE IF WinP4Count = WinLength THEN
           MOVE 4 TO GameWinner
           COMPUTE WinSum = WinLength * 4
           END-IF
           END-IF
           END-IF.

       CHECK-BOARD-FULL.

           MOVE 1 TO BoardFullFlag
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > BoardSize
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > BoardSize
           IF NOT CellOccupied(RI, CI) THEN
           MOVE 0 TO BoardFullFlag
           END-IF
           END-PERFORM
           END-PERFORM.

      * The next id off the ONE shared GAMESEQ counter record (key
      * 0), read, bumped and rewritten under one brief OPEN I-O -
      * exactly LEARNING-COBOL's ASSIGN-NEXT-GAME-ID - and only for
      * a sheet that has already passed, so a suspended sheet never
      * burns an id. Only a counter file that has never existed at
      * all falls back to OPEN OUTPUT to be created.
       ASSIGN-NEXT-GAME-ID.

           OPEN I-O GAMEID-FILE
           IF GameIdFileStatus NOT = "00" THEN
           OPEN OUTPUT GAMEID-FILE
           IF GameIdFileStatus NOT = "00" THEN
           DISPLAY "SHEETLD: Unable to open GAMESEQ, status "
               GameIdFileStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 0 TO GS-COUNTER-ID
           MOVE 1 TO GS-LAST-GAME-ID
           ELSE
           MOVE 0 TO GS-COUNTER-ID
           READ GAMEID-FILE
               INVALID KEY
               MOVE 0 TO GS-COUNTER-ID
               MOVE 0 TO GS-LAST-GAME-ID
           END-READ
           ADD 1 TO GS-LAST-GAME-ID
           END-IF

           MOVE GS-LAST-GAME-ID TO GameId

           WRITE GAME-ID-COUNTER-RECORD
               INVALID KEY
               REWRITE GAME-ID-COUNTER-RECORD
           END-WRITE
           IF GameIdFileStatus NOT = "00" THEN
           DISPLAY "SHEETLD: WRITE to GAMESEQ failed, status "
               GameIdFileStatus
           CLOSE GAMEID-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE GAMEID-FILE.

      * A proved sheet goes on file the way the table writes a game:
      * its moves to MOVELOG in order, each sequence number one up
      * on the last, then the finished game to GAMELOG.
       POST-SHEET.

           PERFORM ASSIGN-NEXT-GAME-ID

           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MoveImageCount
           MOVE GameId TO ML-GAME-ID
           MOVE MI TO ML-MOVE-SEQ
           MOVE IM-PLAYER(MI) TO ML-PLAYER
           MOVE IM-ROW(MI) TO ML-ROW
           MOVE IM-COL(MI) TO ML-COL
           MOVE SheetDate TO ML-LOG-DATE
           MOVE 0 TO ML-LOG-TIME
           MOVE IM-PLAYER-ID(MI) TO ML-PLAYER-ID
           MOVE IM-ACTION(MI) TO ML-ACTION
           WRITE MOVE-LOG-RECORD
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "SHEETLD: WRITE to MOVELOG failed, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO MovesWritten
           END-PERFORM

           PERFORM WRITE-GAME-LOG
           ADD 1 TO SheetsLoaded

           DISPLAY SheetReference "  " SheetDate "  " Player1Id
               " " Player4Id "  LOADED AS GAME " GameId.

       WRITE-GAME-LOG.

           INITIALIZE GAME-RECORD
           MOVE GameId TO GR-GAME-ID
           MOVE BoardSize TO GR-BOARD-SIZE
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > BoardSize
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > BoardSize
           COMPUTE SI = (RI - 1) * BoardSize + CI
           MOVE BoardCell(RI, CI) TO GR-CELL(SI)
           END-PERFORM
           END-PERFORM
           MOVE GameWinner TO GR-WINNER
           MOVE WinSum TO GR-WIN-SUM
           MOVE Player1Id TO GR-PLAYER1-ID
           MOVE Player4Id TO GR-PLAYER4-ID
           MOVE WinLength TO GR-WIN-LENGTH
           MOVE TourneyId TO GR-TOURNEY-ID
           MOVE TourneyRound TO GR-ROUND
           MOVE EndReason TO GR-END-REASON
      * Two people played it - no computer level applies.
           MOVE 0 TO GR-DIFFICULTY
           MOVE "S" TO GR-SIM-FLAG
           MOVE SheetDate TO GR-LOG-DATE
           MOVE 0 TO GR-LOG-TIME

           WRITE GAME-RECORD
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "SHEETLD: WRITE to GAMELOG failed, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Every card of a failed sheet goes to SUSPENSE as it came in,
      * except for the remarks: the reason on the header card (or
      * the first card, if the header is what is missing) and a
      * pointer on the card that failed.
       SUSPEND-SHEET.

           PERFORM VARYING KI FROM 1 BY 1 UNTIL KI > SheetCardCount
           MOVE SheetCardEntry(KI) TO CardWork
           IF KI = 1 THEN
           MOVE RejectReason TO CW-REMARKS
           ELSE IF KI = FailCardIndex THEN
           MOVE "<--" TO CW-REMARKS
           END-IF
           END-IF
           WRITE SUSPENSE-RECORD FROM CardWork
           IF SuspenseStatus NOT = "00" THEN
           DISPLAY "SHEETLD: WRITE to SUSPENSE failed, status "
               SuspenseStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO SuspenseWritten
           END-PERFORM

           ADD 1 TO SheetsSuspended
           MOVE SheetCardEntry(1) TO CardWork
           DISPLAY SheetReference "  " SH-DATE "  " SH-PLAYER1-ID
               " " SH-PLAYER4-ID "  SUSPENDED - " RejectReason.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the load.
       WRITE-RUN-LOG.

           MOVE "SHEETLD" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE CardsRead TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN = SheetsLoaded + MovesWritten
           MOVE SheetsSuspended TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "SHEETLD: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "SHEETLD: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM SHEETLD.
