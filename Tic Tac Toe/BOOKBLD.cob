      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Opening book build - second step of the OPENBOOK
      *          build. Reads the BOOKXTR extract, sorted by the job
      *          into position order, and totals each run of equal
      *          keys into one BOOKREC record: games that reached
      *          the position, and for every reply played from it
      *          the games that went that way with Player 1 wins,
      *          Player 4 wins and draws. The records arrive in key
      *          order, so the fresh KSDS (BOOKNEW) is loaded
      *          straight through like GAMECONV loads GAMELOG; the
      *          job swaps it in for the live OPENBOOK only when
      *          this step ends RC=0. Prints how many positions and
      *          replies the book holds per board size.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKBLD.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKWORK-FILE ASSIGN TO "BOOKWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BookWorkStatus.
           SELECT BOOKNEW-FILE ASSIGN TO "BOOKNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-KEY
               FILE STATUS IS BookNewStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BOOKNEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "BOOKREC.cpy".

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 BookWorkStatus PIC XX.
       01 BookNewStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 WorkRecordsRead PIC 9(07) VALUE 0.
       01 PositionsWritten PIC 9(07) VALUE 0.
       01 BadWorkRecords PIC 9(07) VALUE 0.
       01 BookOpenFlag PIC 9 VALUE 0.
           88 BookPositionOpen VALUE 1.

      * One bucket per board size (index = size - 2), as MOVANAL
      * keeps them.
       01 SizeStats.
           02 SizeStat OCCURS 3 TIMES.
               03 BS-POSITIONS PIC 9(07).
               03 BS-REPLIES PIC 9(07).
               03 BS-MOVES PIC 9(07).
       01 SizeIndex PIC 9 COMP.
       01 BoardSize PIC 9.

       01 Subscripts.
           02 SI PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           INITIALIZE SizeStats

           OPEN INPUT BOOKWORK-FILE
           IF BookWorkStatus NOT = "00" THEN
           DISPLAY "BOOKBLD: Unable to open BOOKWORK, status "
               BookWorkStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT BOOKNEW-FILE
           IF BookNewStatus NOT = "00" THEN
           DISPLAY "BOOKBLD: Unable to open BOOKNEW, status "
               BookNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ BOOKWORK-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO WorkRecordsRead
               PERFORM TOTAL-ONE-MOVE
           END-READ
           END-PERFORM

           IF BookPositionOpen THEN
           PERFORM WRITE-BOOK-POSITION
           END-IF

           CLOSE BOOKWORK-FILE
           CLOSE BOOKNEW-FILE

           PERFORM PRINT-SUMMARY

           IF BadWorkRecords > 0 THEN
           MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * A change of key closes the position being totalled and
      * opens the next. A record whose board size or reply cell is
      * out of range cannot have come from BOOKXTR and is only
      * counted.
       TOTAL-ONE-MOVE.

           IF BW-BOARD-SIZE < 3 OR BW-BOARD-SIZE > 5
              OR BW-REPLY-CELL = 0
              OR BW-REPLY-CELL > BW-BOARD-SIZE * BW-BOARD-SIZE THEN
           ADD 1 TO BadWorkRecords
           ELSE
           IF BookPositionOpen AND BW-KEY NOT = BK-KEY THEN
           PERFORM WRITE-BOOK-POSITION
           END-IF
           IF NOT BookPositionOpen THEN
           INITIALIZE BOOK-RECORD
           MOVE BW-KEY TO BK-KEY
           MOVE 1 TO BookOpenFlag
           END-IF

           MOVE BW-REPLY-CELL TO SI
           IF BK-REPLY-GAMES(SI) = 0 THEN
           COMPUTE SizeIndex = BW-BOARD-SIZE - 2
           ADD 1 TO BS-REPLIES(SizeIndex)
           END-IF
           ADD 1 TO BK-GAMES-REACHED
           ADD 1 TO BK-REPLY-GAMES(SI)
           IF BW-WINNER = 1 THEN
           ADD 1 TO BK-REPLY-P1-WINS(SI)
           ELSE IF BW-WINNER = 4 THEN
           ADD 1 TO BK-REPLY-P4-WINS(SI)
           ELSE
           ADD 1 TO BK-REPLY-DRAWS(SI)
           END-IF
           END-IF
           END-IF.

       WRITE-BOOK-POSITION.

           WRITE BOOK-RECORD
           IF BookNewStatus NOT = "00" THEN
           DISPLAY "BOOKBLD: WRITE to BOOKNEW failed, status "
               BookNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO PositionsWritten
           COMPUTE SizeIndex = BK-BOARD-SIZE - 2
           ADD 1 TO BS-POSITIONS(SizeIndex)
           ADD BK-GAMES-REACHED TO BS-MOVES(SizeIndex)
           MOVE 0 TO BookOpenFlag.

       PRINT-SUMMARY.

           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "              OPENING BOOK BUILD"
           DISPLAY "=================================================="
           DISPLAY "BOARD   POSITIONS     REPLIES  MOVES SEEN"
           PERFORM VARYING SizeIndex FROM 1 BY 1 UNTIL SizeIndex > 3
           COMPUTE BoardSize = SizeIndex + 2
           DISPLAY BoardSize "x" BoardSize "       "
               BS-POSITIONS(SizeIndex) "     "
               BS-REPLIES(SizeIndex) "     " BS-MOVES(SizeIndex)
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY "Extract Records Read . . . : " WorkRecordsRead
           DISPLAY "Positions in the Book. . . : " PositionsWritten
           IF BadWorkRecords > 0 THEN
           DISPLAY "Unusable Extract Records . : " BadWorkRecords
           END-IF
           DISPLAY "==================================================".

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the build itself.
       WRITE-RUN-LOG.

           MOVE "BOOKBLD" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE WorkRecordsRead TO RL-RECORDS-READ
           MOVE PositionsWritten TO RL-RECORDS-WRITTEN
           MOVE BadWorkRecords TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "BOOKBLD: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "BOOKBLD: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM BOOKBLD.
