      *                   moment no longer overwrite each other
      *                   with the same id. The session digit keeps
      *                   keying the per-table checkpoint only.
      *   10/15/2026 OSV  The strong level now plays from experience
      *                   first: after the win and block checks it
      *                   looks the position up in the OPENBOOK
      *                   position book (built from MOVELOG history
      *                   by BOOKXTR / BOOKBLD) and plays the reply
      *                   with the best recorded result for Player
      *                   4, provided the position has been reached
      *                   in enough games and the reply has held at
      *                   least level on average. Anything else - no
      *                   book, an unknown position, too few games -
      *                   falls through to the board scoring as
      *                   before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEARNING-COBOL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT OPENBOOK-FILE ASSIGN TO "OPENBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-KEY
               FILE STATUS IS OpenBookStatus.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  OPENBOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "BOOKREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 CheckpointStatus PIC XX.
       01 MoveLogStatus PIC XX.
       01 GameIdFileStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 OpenBookStatus PIC XX.
       01 ResumeGameFlag PIC 9.
           88 ResumeGame VALUE 1.
       01 ResumeInput PIC A.
               03 CellScore PIC 9(05) COMP OCCURS 5 TIMES.
       01 BestCellScore PIC 9(05) COMP.

      * The opening book is only trusted where it has something to
      * say: a position reached in at least BookMinGames games, and
      * a reply tried in at least BookMinReplyGames of them.
       01 BookAvailableFlag PIC 9 VALUE 0.
           88 BookAvailable VALUE 1.
       01 BookMinGames PIC 9(05) VALUE 5.
       01 BookMinReplyGames PIC 9(05) VALUE 2.
       01 BookReplyScore PIC 9(05) COMP.
       01 BestBookScore PIC 9(05) COMP.

       01 Subscripts.
           02 RI PIC 99 COMP.
           02 CI PIC 99 COMP.
           OPEN OUTPUT MOVELOG-FILE
           END-IF

      * No opening book (it has never been built) is no error - the
      * strong level just plays on its board scoring alone.
           OPEN INPUT OPENBOOK-FILE
           IF OpenBookStatus = "00" THEN
           MOVE 1 TO BookAvailableFlag
           END-IF

           DISPLAY "Hello, Welcome to COBOL Tic Tac Toe."
           PERFORM PROMPT-SESSION-ID
           PERFORM CHECK-FOR-CHECKPOINT

           CLOSE GAMELOG-FILE
           CLOSE MOVELOG-FILE
           IF BookAvailable THEN
           CLOSE OPENBOOK-FILE
           END-IF

           STOP RUN.

      * purpose. Standard is the win-or-block it always played. The
      * strong level plays the same win and block first - nothing
      * thinks past a loss on the next move - and only differs in
      * the quiet positions, where it plays what the opening book
      * says has worked and otherwise picks by position instead of
      * filling from the top left.
       COMPUTER-CHOOSE-MOVE.

           END-IF
           END-IF

           IF GameRow = 0 AND StrongComputer AND BookAvailable THEN
           PERFORM CONSULT-OPENING-BOOK
           END-IF

           IF GameRow = 0 AND StrongComputer THEN
           PERFORM CHOOSE-SCORED-MOVE
           END-IF
           PERFORM FIND-FIRST-OPEN-CELL
           END-IF.

      * Looks the board up in OPENBOOK (see BOOKREC - same cell
      * numbering as GR-CELL) and rates each reply tried there from
      * the computer's seat, Player 4: two points a win, one a draw,
      * per hundred games. Only a reply that has held at least level
      * (100) is taken; the best of those becomes the move, and with
      * none - or the position unknown or too thinly played - GameRow
      * stays 0 for the board scoring to decide.
       CONSULT-OPENING-BOOK.

           MOVE BoardSize TO BK-BOARD-SIZE
           MOVE WinLength TO BK-WIN-LENGTH
           MOVE ZEROS TO BK-POSITION
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > BoardSize
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > BoardSize
           COMPUTE SI = (RI - 1) * BoardSize + CI
           MOVE BoardCell(RI, CI) TO BK-CELL(SI)
           END-PERFORM
           END-PERFORM

           READ OPENBOOK-FILE
               INVALID KEY
               CONTINUE
           END-READ

           IF OpenBookStatus = "00"
              AND BK-GAMES-REACHED NOT < BookMinGames THEN
           MOVE 99 TO BestBookScore
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > BoardSize
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > BoardSize
           COMPUTE SI = (RI - 1) * BoardSize + CI
           IF NOT CellOccupied(RI, CI)
              AND BK-REPLY-GAMES(SI) NOT < BookMinReplyGames THEN
           COMPUTE BookReplyScore =
               (2 * BK-REPLY-P4-WINS(SI) + BK-REPLY-DRAWS(SI))
               * 100 / BK-REPLY-GAMES(SI)
           IF BookReplyScore > BestBookScore THEN
           MOVE BookReplyScore TO BestBookScore
           MOVE RI TO GameRow
           MOVE CI TO GameCol
           END-IF
           END-IF
           END-PERFORM
           END-PERFORM
           END-IF.

      * The strong level's quiet-position pick: every open cell is
      * scored by the windows it could still complete. A window the
      * human has no mark in is worth more the more computer marks
