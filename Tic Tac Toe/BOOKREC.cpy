      ******************************************************************
      * Copybook: BOOKREC
      * Purpose: Record layout for the OPENBOOK position book - a
      *          KSDS built by BOOKXTR / BOOKBLD from the played-out
      *          games in MOVELOG and GAMELOG and consulted by
      *          LEARNING-COBOL's strong computer level. One record
      *          per position ever reached, keyed on board size, win
      *          length and the board itself (BK-CELL laid out row by
      *          row like GR-CELL, 0 empty / 1 / 4, cells past the
      *          board size zero). BK-GAMES-REACHED counts the games
      *          that passed through the position; BK-REPLY holds,
      *          for each cell played next from it (same numbering
      *          as BK-CELL), how many games went that way and how
      *          they finished - Player 1 wins, Player 4 wins, draws.
      * Modification History:
      *   10/15/2026 OSV  Original layout.
      ******************************************************************
       01 BOOK-RECORD.
           02 BK-KEY.
               03 BK-BOARD-SIZE PIC 9.
               03 BK-WIN-LENGTH PIC 9.
               03 BK-POSITION.
                   04 BK-CELL PIC 9 OCCURS 25 TIMES.
           02 BK-GAMES-REACHED PIC 9(05).
           02 BK-REPLY OCCURS 25 TIMES.
               03 BK-REPLY-GAMES PIC 9(05).
               03 BK-REPLY-P1-WINS PIC 9(05).
               03 BK-REPLY-P4-WINS PIC 9(05).
               03 BK-REPLY-DRAWS PIC 9(05).
