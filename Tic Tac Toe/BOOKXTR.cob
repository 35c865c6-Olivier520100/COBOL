      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Opening book extract - first step of the OPENBOOK
      *          build. Replays every played-out game in MOVELOG
      *          against its GAMELOG outcome and writes one BOOKWORK
      *          record per move that stood: the board as it was
      *          before the move (board size, win length and cells,
      *          the OPENBOOK key - see BOOKREC), the cell played
      *          from it and how the game finished. The job sorts
      *          the extract into key order and BOOKBLD totals it
      *          into the book.
      *          A takeback removes the move it undid, so a
      *          retracted move is never counted as a reply and the
      *          positions recorded are the ones the game really
      *          went through. Left out: simulated games (self-play
      *          teaches the computer nothing about the members),
      *          resigned games and adjudicated ones (their result
      *          says nothing about the board), and games with no
      *          moves. Both files are in ascending game-id order,
      *          so the join is a straight match-merge like
      *          MOVANAL's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKXTR.
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
           SELECT BOOKWORK-FILE ASSIGN TO "BOOKWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BookWorkStatus.
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

      * One move that stood in a played-out game. BW-KEY is laid out
      * exactly like BK-KEY in BOOKREC so the sort and the book
      * agree on the order.
       FD  BOOKWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 BOOKWORK-RECORD.
           02 BW-KEY.
               03 BW-BOARD-SIZE PIC 9.
               03 BW-WIN-LENGTH PIC 9.
               03 BW-POSITION.
                   04 BW-CELL PIC 9 OCCURS 25 TIMES.
           02 BW-REPLY-CELL PIC 99.
           02 BW-WINNER PIC 9.
           02 BW-GAME-ID PIC 9(07).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 MoveLogStatus PIC XX.
       01 BookWorkStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 GameLogEofFlag PIC 9.
           88 GameLogEof VALUE 1.
       01 MoveLogEofFlag PIC 9.
           88 MoveLogEof VALUE 1.

       01 GamesRead PIC 9(07) VALUE 0.
       01 GamesUsed PIC 9(07) VALUE 0.
       01 GamesSimulated PIC 9(07) VALUE 0.
       01 GamesResigned PIC 9(07) VALUE 0.
       01 GamesAdjudicated PIC 9(07) VALUE 0.
       01 GamesNoMoves PIC 9(07) VALUE 0.
       01 OrphanMoveCount PIC 9(07) VALUE 0.
       01 WorkRecordsWritten PIC 9(07) VALUE 0.

      * The moves of the current game that stood, in order - a
      * takeback pops the one it undid.
       01 StandingMoveCount PIC 99 COMP VALUE 0.
       01 StandingMoves.
           02 StandingMove OCCURS 99 TIMES.
               03 SM-PLAYER PIC 9.
               03 SM-ROW PIC 9.
               03 SM-COL PIC 9.
       01 GameExcludedFlag PIC 9.
           88 GameExcluded VALUE 1.

       01 BoardSize PIC 9.
       01 WinLength PIC 9.
       01 GameBoard.
           02 BoardCell PIC 9 OCCURS 25 TIMES.

       01 Subscripts.
           02 MI PIC 99 COMP.
           02 SI PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "BOOKXTR: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "BOOKXTR: Unable to open MOVELOG, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT BOOKWORK-FILE
           IF BookWorkStatus NOT = "00" THEN
           DISPLAY "BOOKXTR: Unable to open BOOKWORK, status "
               BookWorkStatus
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
               ADD 1 TO GamesRead
               PERFORM EXTRACT-ONE-GAME
           END-READ
           END-PERFORM

           CLOSE GAMELOG-FILE
           CLOSE MOVELOG-FILE
           CLOSE BOOKWORK-FILE

           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "            OPENING BOOK EXTRACT"
           DISPLAY "=================================================="
           DISPLAY "Games Read . . . . . . . . : " GamesRead
           DISPLAY "Games Used for the Book. . : " GamesUsed
           DISPLAY "Simulated (left out) . . . : " GamesSimulated
           DISPLAY "Resigned (left out). . . . : " GamesResigned
           DISPLAY "Adjudicated (left out) . . : " GamesAdjudicated
           DISPLAY "Games With No Moves. . . . : " GamesNoMoves
           DISPLAY "Orphan Move Records. . . . : " OrphanMoveCount
           DISPLAY "Book Moves Extracted . . . : " WorkRecordsWritten
           DISPLAY "=================================================="

           PERFORM WRITE-RUN-LOG

           STOP RUN.

       READ-NEXT-MOVE.

           READ MOVELOG-FILE
               AT END
               MOVE 1 TO MoveLogEofFlag
           END-READ.

      * Gathers the game's moves that stood - a takeback drops the
      * last one, which is always the move it names - then decides
      * whether the game belongs in the book at all.
       EXTRACT-ONE-GAME.

           PERFORM UNTIL MoveLogEof OR ML-GAME-ID NOT < GR-GAME-ID
           ADD 1 TO OrphanMoveCount
           PERFORM READ-NEXT-MOVE
           END-PERFORM

           MOVE 0 TO StandingMoveCount
           MOVE 0 TO GameExcludedFlag
           PERFORM UNTIL MoveLogEof OR ML-GAME-ID NOT = GR-GAME-ID
           IF ML-ACTION-RESIGN OR ML-ACTION-ADJUDICATED THEN
           MOVE 1 TO GameExcludedFlag
           ELSE IF ML-ACTION-TAKEBACK THEN
           IF StandingMoveCount > 0 THEN
           SUBTRACT 1 FROM StandingMoveCount
           END-IF
           ELSE IF StandingMoveCount < 99 THEN
           ADD 1 TO StandingMoveCount
           MOVE ML-PLAYER TO SM-PLAYER(StandingMoveCount)
           MOVE ML-ROW TO SM-ROW(StandingMoveCount)
           MOVE ML-COL TO SM-COL(StandingMoveCount)
           END-IF
           END-IF
           END-IF
           PERFORM READ-NEXT-MOVE
           END-PERFORM

           IF GR-SIMULATED THEN
           ADD 1 TO GamesSimulated
           ELSE IF GR-END-RESIGNED THEN
           ADD 1 TO GamesResigned
           ELSE IF GR-END-ADJUDICATED OR GameExcluded THEN
           ADD 1 TO GamesAdjudicated
           ELSE IF StandingMoveCount = 0
              OR GR-BOARD-SIZE < 3 OR GR-BOARD-SIZE > 5 THEN
           ADD 1 TO GamesNoMoves
           ELSE
           ADD 1 TO GamesUsed
           PERFORM WRITE-GAME-POSITIONS
           END-IF
           END-IF
           END-IF
           END-IF.

      * Walks the game forward from the empty board: before each
      * move the board is the position, the move is the reply. A
      * GAMELOG record from before win lengths existed carries 0,
      * which has always meant the full line.
       WRITE-GAME-POSITIONS.

           MOVE GR-BOARD-SIZE TO BoardSize
           IF GR-WIN-LENGTH < 3 OR GR-WIN-LENGTH > BoardSize THEN
           MOVE BoardSize TO WinLength
           ELSE
           MOVE GR-WIN-LENGTH TO WinLength
           END-IF
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > 25
           MOVE 0 TO BoardCell(SI)
           END-PERFORM

           PERFORM VARYING MI FROM 1 BY 1
               UNTIL MI > StandingMoveCount
           IF SM-ROW(MI) > 0 AND SM-ROW(MI) NOT > BoardSize
              AND SM-COL(MI) > 0 AND SM-COL(MI) NOT > BoardSize THEN
           COMPUTE SI = (SM-ROW(MI) - 1) * BoardSize + SM-COL(MI)
           MOVE BoardSize TO BW-BOARD-SIZE
           MOVE WinLength TO BW-WIN-LENGTH
           MOVE GameBoard TO BW-POSITION
           MOVE SI TO BW-REPLY-CELL
           MOVE GR-WINNER TO BW-WINNER
           MOVE GR-GAME-ID TO BW-GAME-ID
           WRITE BOOKWORK-RECORD
           IF BookWorkStatus NOT = "00" THEN
           DISPLAY "BOOKXTR: WRITE to BOOKWORK failed, status "
               BookWorkStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO WorkRecordsWritten
           MOVE SM-PLAYER(MI) TO BoardCell(SI)
           END-IF
           END-PERFORM.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the extract itself.
       WRITE-RUN-LOG.

           MOVE "BOOKXTR" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE GamesRead TO RL-RECORDS-READ
           MOVE WorkRecordsWritten TO RL-RECORDS-WRITTEN
           MOVE OrphanMoveCount TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "BOOKXTR: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "BOOKXTR: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM BOOKXTR.
