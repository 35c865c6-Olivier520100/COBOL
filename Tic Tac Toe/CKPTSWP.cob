      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Stale checkpoint sweep. CHECKPNT holds one suspended
      *          game per table until somebody resumes it, so a
      *          player who walks out mid-game blocks the table, the
      *          game never reaches the standings, and an event round
      *          can never be closed. This batch lists every
      *          suspended game oldest first, aged on the last MOVELOG
      *          stamp for its CP-GAME-ID, and closes out every one
      *          whose last move was logged before the cutoff date on
      *          SYSIN (YYYYMMDD):
      *            - an event game (CP-TOURNEY-ID not zero) is
      *              adjudicated a forfeit against the player who was
      *              on the move - the one who walked out;
      *            - a casual game is recorded abandoned, no winner.
      *          Either way GAMELOG gets a record with GR-END-REASON
      *          "A" (adjudicated), MOVELOG gets a closing ML-ACTION
      *          "A" record naming the forfeiting seat (seat 0 when
      *          abandoned), and the checkpoint is deleted.
      *          The closed game is reissued under a fresh GAMESEQ id.
      *          Its original id is older than everything STANDPST,
      *          XREFPST and WEBXTRCT have posted since, so under that
      *          id their watermarks would never pick it up. Its moves
      *          are carried to the end of MOVELOG under the new id,
      *          so MOVELOG stays in the ascending game-id order
      *          RECONCIL and the other match-merges rely on. MOVELOG
      *          is therefore rewritten to a fresh MOVENEW dataset
      *          which the job swaps in for the live one, as in
      *          ARCHPURG.
      *          A checkpoint whose game is already on GAMELOG (the
      *          session died between logging the result and clearing
      *          its checkpoint) is simply cleared. A checkpoint with
      *          no moves on MOVELOG at all cannot be closed into a
      *          game that reconciles, so it is listed for review and
      *          the run ends RC=4. Anything else wrong ends RC=12.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKPTSWP.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-SESSION-ID
               FILE STATUS IS CheckpointStatus.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GAME-ID
               FILE STATUS IS GameLogStatus.
           SELECT MOVELOG-FILE ASSIGN TO "MOVELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MoveLogStatus.
           SELECT MOVENEW-FILE ASSIGN TO "MOVENEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MoveNewStatus.
           SELECT GAMEID-FILE ASSIGN TO "GAMESEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-COUNTER-ID
               FILE STATUS IS GameIdFileStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHECKPOINT-RECORD.
           02 CP-SESSION-ID PIC 9.
           02 CP-GAME-ID PIC 9(07).
           02 CP-BOARD-SIZE PIC 9.
           02 CP-GAME-MODE PIC 9.
           02 CP-TURN PIC 9.
           02 CP-MOVE-COUNT PIC 99.
           02 CP-BOARD.
               03 CP-CELL PIC 9 OCCURS 25 TIMES.
           02 CP-PLAYER1-ID PIC 9(05).
           02 CP-PLAYER4-ID PIC 9(05).
           02 CP-WIN-LENGTH PIC 9.
           02 CP-TOURNEY-ID PIC 9(03).
           02 CP-ROUND PIC 99.
           02 CP-DIFFICULTY PIC 9.

       FD  GAMELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GAMEREC.cpy".

       FD  MOVELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "MOVELOG.cpy".

      * The replacement MOVELOG - the same 34-byte MOVE-LOG-RECORD,
      * spelled out under MN- names so a carried-over move can be
      * restamped with its game's new id on the way through.
       FD  MOVENEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 MOVENEW-RECORD.
           02 MN-GAME-ID PIC 9(07).
           02 MN-MOVE-SEQ PIC 99.
           02 MN-PLAYER PIC 9.
           02 MN-ROW PIC 9.
           02 MN-COL PIC 9.
           02 MN-LOG-DATE PIC 9(08).
           02 MN-LOG-TIME PIC 9(08).
           02 MN-PLAYER-ID PIC 9(05).
           02 MN-ACTION PIC X(01).

       FD  GAMEID-FILE
           LABEL RECORDS ARE STANDARD.
       01 GAME-ID-COUNTER-RECORD.
           02 GS-COUNTER-ID PIC 9.
           02 GS-LAST-GAME-ID PIC 9(07).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 CheckpointStatus PIC XX.
       01 GameLogStatus PIC XX.
       01 MoveLogStatus PIC XX.
       01 MoveNewStatus PIC XX.
       01 GameIdFileStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 CutoffInput PIC X(08).
       01 CutoffDate PIC 9(08) VALUE 0.
       01 RunDate PIC 9(08).
       01 RunTime PIC 9(08).
       01 RunDaySerial PIC 9(09).
       01 LastDaySerial PIC 9(09).

       01 CheckpointsRead PIC 9(05) VALUE 0.
       01 MovesRead PIC 9(07) VALUE 0.
       01 MovesWritten PIC 9(07) VALUE 0.
       01 GamesForfeited PIC 9(05) VALUE 0.
       01 GamesAbandoned PIC 9(05) VALUE 0.
       01 CheckpointsCleared PIC 9(05) VALUE 0.
       01 CheckpointsKept PIC 9(05) VALUE 0.
       01 CheckpointsForReview PIC 9(05) VALUE 0.
       01 GamesToClose PIC 9(05) VALUE 0.

      * One entry per suspended game - CHECKPNT is keyed on the table
      * digit, so there can never be more than nine. The checkpoint
      * image and every MOVELOG record of the game ride along so the
      * game can be closed and carried forward without another pass.
       01 SweepCount PIC 99 COMP VALUE 0.
       01 SweepTable.
           02 SweepEntry OCCURS 9 TIMES.
               03 SW-CHECKPOINT PIC X(55).
               03 SW-SESSION-ID PIC 9.
               03 SW-GAME-ID PIC 9(07).
               03 SW-NEW-GAME-ID PIC 9(07).
               03 SW-LAST-DATE PIC 9(08).
               03 SW-LAST-TIME PIC 9(08).
               03 SW-LAST-SEQ PIC 99.
               03 SW-MOVE-COUNT PIC 99.
               03 SW-AGE-DAYS PIC 9(05).
               03 SW-FORFEIT-SEAT PIC 9.
               03 SW-ACTION PIC X(01).
                   88 SW-KEPT VALUE "K".
                   88 SW-FORFEIT VALUE "F".
                   88 SW-ABANDONED VALUE "A".
                   88 SW-FINISHED VALUE "C".
                   88 SW-NO-MOVES VALUE "N".
                   88 SW-CLOSING VALUES "F", "A".
               03 SW-MOVE PIC X(34) OCCURS 99 TIMES.
       01 SwapEntry PIC X(3463).

       01 ClosingGameFlag PIC 9.
           88 ClosingGame VALUE 1.
       01 WinLength PIC 9.

       01 AgeOut PIC ZZZZ9.
       01 ActionOut PIC X(28).
       01 LastStampOut.
           02 LS-DATE PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 LS-TIME PIC 9(06).

       01 Subscripts.
           02 SI PIC 99 COMP.
           02 PI PIC 99 COMP.
           02 MI PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-CUTOFF-DATE
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           PERFORM LOAD-CHECKPOINTS
           PERFORM SCAN-MOVE-STAMPS
           PERFORM LOOK-UP-FINISHED-GAMES
           PERFORM ORDER-BY-AGE
           PERFORM DECIDE-DISPOSITIONS

           IF GamesToClose > 0 THEN
           PERFORM ASSIGN-NEW-GAME-IDS
           END-IF
           PERFORM WRITE-NEW-MOVELOG
           IF GamesToClose > 0 THEN
           PERFORM WRITE-CLOSED-GAMES
           END-IF
           PERFORM CLEAR-SWEPT-CHECKPOINTS

           PERFORM PRINT-SWEEP-LISTING

           IF CheckpointsForReview > 0 THEN
           MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never changes this run's verdict.
       WRITE-RUN-LOG.

           MOVE "CKPTSWP" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = CheckpointsRead + MovesRead
           MOVE MovesWritten TO RL-RECORDS-WRITTEN
           MOVE CheckpointsForReview TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       READ-CUTOFF-DATE.

           MOVE SPACES TO CutoffInput
           ACCEPT CutoffInput
           IF CutoffInput IS NUMERIC THEN
           MOVE CutoffInput TO CutoffDate
           ELSE
           DISPLAY "CKPTSWP: cutoff date on SYSIN is not an eight "
               "digit YYYYMMDD value: " CutoffInput
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           DISPLAY "CKPTSWP: closing suspended games with no move "
               "logged since before " CutoffDate.

      * A missing CHECKPNT dataset just means no table has ever
      * suspended a game - there is nothing to sweep, but the new
      * MOVELOG is still written so the job's swap has its input.
       LOAD-CHECKPOINTS.

           MOVE 0 TO SweepCount
           OPEN INPUT CHECKPOINT-FILE
           IF CheckpointStatus = "00" THEN
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ CHECKPOINT-FILE NEXT RECORD
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO CheckpointsRead
               IF SweepCount < 9 THEN
               ADD 1 TO SweepCount
               INITIALIZE SweepEntry(SweepCount)
               MOVE CHECKPOINT-RECORD TO SW-CHECKPOINT(SweepCount)
               MOVE CP-SESSION-ID TO SW-SESSION-ID(SweepCount)
               MOVE CP-GAME-ID TO SW-GAME-ID(SweepCount)
               MOVE "K" TO SW-ACTION(SweepCount)
               END-IF
           END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           END-IF.

      * One pass of MOVELOG picks up the last stamp and sequence
      * number of every suspended game, and keeps its records in
      * case the game is closed and has to be carried forward.
       SCAN-MOVE-STAMPS.

           OPEN INPUT MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open MOVELOG, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ MOVELOG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO MovesRead
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
               IF ML-GAME-ID = SW-GAME-ID(SI) THEN
               PERFORM NOTE-SUSPENDED-MOVE
               END-IF
               END-PERFORM
           END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE.

       NOTE-SUSPENDED-MOVE.

           IF SW-MOVE-COUNT(SI) < 99 THEN
           ADD 1 TO SW-MOVE-COUNT(SI)
           MOVE MOVE-LOG-RECORD TO SW-MOVE(SI, SW-MOVE-COUNT(SI))
           END-IF
           MOVE ML-LOG-DATE TO SW-LAST-DATE(SI)
           MOVE ML-LOG-TIME TO SW-LAST-TIME(SI)
           IF ML-MOVE-SEQ > SW-LAST-SEQ(SI) THEN
           MOVE ML-MOVE-SEQ TO SW-LAST-SEQ(SI)
           END-IF.

      * A checkpoint for a game that is already on GAMELOG outlived
      * its game - the session stopped between logging the result
      * and clearing the checkpoint. It is cleared, nothing more.
       LOOK-UP-FINISHED-GAMES.

           OPEN INPUT GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           MOVE SW-GAME-ID(SI) TO GR-GAME-ID
           READ GAMELOG-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE "C" TO SW-ACTION(SI)
           END-READ
           END-PERFORM
           CLOSE GAMELOG-FILE.

      * Oldest last move first. A game with no moves at all sorts to
      * the top with its zero stamp. Straight selection sort - there
      * are never more than nine entries.
       ORDER-BY-AGE.

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI NOT < SweepCount
           PERFORM VARYING PI FROM SI BY 1 UNTIL PI > SweepCount
           IF SW-LAST-DATE(PI) < SW-LAST-DATE(SI)
              OR (SW-LAST-DATE(PI) = SW-LAST-DATE(SI)
              AND SW-LAST-TIME(PI) < SW-LAST-TIME(SI)) THEN
           MOVE SweepEntry(SI) TO SwapEntry
           MOVE SweepEntry(PI) TO SweepEntry(SI)
           MOVE SwapEntry TO SweepEntry(PI)
           END-IF
           END-PERFORM
           END-PERFORM.

      * The player on the move is the one who walked out - except in
      * a vs-computer game, where the computer is always due to
      * reply at once and can only have been left on the move by the
      * human leaving the table.
       DECIDE-DISPOSITIONS.

           COMPUTE RunDaySerial = FUNCTION INTEGER-OF-DATE(RunDate)
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           MOVE SW-CHECKPOINT(SI) TO CHECKPOINT-RECORD
           MOVE 0 TO SW-AGE-DAYS(SI)
           IF SW-LAST-DATE(SI) NOT = 0 THEN
           COMPUTE LastDaySerial =
               FUNCTION INTEGER-OF-DATE(SW-LAST-DATE(SI))
           IF LastDaySerial > 0 AND LastDaySerial < RunDaySerial THEN
           COMPUTE SW-AGE-DAYS(SI) = RunDaySerial - LastDaySerial
           END-IF
           END-IF

           IF SW-FINISHED(SI) THEN
           ADD 1 TO CheckpointsCleared
           ELSE IF SW-MOVE-COUNT(SI) = 0 THEN
           MOVE "N" TO SW-ACTION(SI)
           ADD 1 TO CheckpointsForReview
           ELSE IF SW-LAST-DATE(SI) NOT < CutoffDate THEN
           ADD 1 TO CheckpointsKept
           ELSE IF CP-TOURNEY-ID NOT = 0 THEN
           MOVE "F" TO SW-ACTION(SI)
           IF CP-GAME-MODE = 2 OR CP-TURN NOT = 4 THEN
           MOVE 1 TO SW-FORFEIT-SEAT(SI)
           ELSE
           MOVE 4 TO SW-FORFEIT-SEAT(SI)
           END-IF
           ADD 1 TO GamesForfeited
           ADD 1 TO GamesToClose
           ELSE
           MOVE "A" TO SW-ACTION(SI)
           MOVE 0 TO SW-FORFEIT-SEAT(SI)
           ADD 1 TO GamesAbandoned
           ADD 1 TO GamesToClose
           END-IF
           END-IF
           END-IF
           END-IF
           END-PERFORM.

      * Takes the next ids off the one shared GAMESEQ counter in a
      * single read-bump-rewrite, in listing order, so the closed
      * games land on GAMELOG (and at the end of MOVELOG) oldest
      * first. The counter must already exist - a suspended game
      * was given its id from it.
       ASSIGN-NEW-GAME-IDS.

           OPEN I-O GAMEID-FILE
           IF GameIdFileStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open GAMESEQ, status "
               GameIdFileStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 0 TO GS-COUNTER-ID
           READ GAMEID-FILE
               INVALID KEY
               DISPLAY "CKPTSWP: GAMESEQ has no counter record."
               CLOSE GAMEID-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           IF SW-CLOSING(SI) THEN
           ADD 1 TO GS-LAST-GAME-ID
           MOVE GS-LAST-GAME-ID TO SW-NEW-GAME-ID(SI)
           END-IF
           END-PERFORM

           REWRITE GAME-ID-COUNTER-RECORD
           IF GameIdFileStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: REWRITE to GAMESEQ failed, status "
               GameIdFileStatus
           CLOSE GAMEID-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE GAMEID-FILE.

      * Copies MOVELOG across, leaving out the moves of every game
      * being closed; those follow at the end under the game's new
      * id, each game's run closed by its "A" record.
       WRITE-NEW-MOVELOG.

           OPEN INPUT MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open MOVELOG, status "
               MoveLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT MOVENEW-FILE
           IF MoveNewStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open MOVENEW, status "
               MoveNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ MOVELOG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               MOVE 0 TO ClosingGameFlag
               PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
               IF ML-GAME-ID = SW-GAME-ID(SI) AND SW-CLOSING(SI) THEN
               MOVE 1 TO ClosingGameFlag
               END-IF
               END-PERFORM
               IF NOT ClosingGame THEN
               MOVE MOVE-LOG-RECORD TO MOVENEW-RECORD
               PERFORM WRITE-MOVENEW-RECORD
               END-IF
           END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           IF SW-CLOSING(SI) THEN
           PERFORM CARRY-CLOSED-GAME-MOVES
           END-IF
           END-PERFORM
           CLOSE MOVENEW-FILE.

       CARRY-CLOSED-GAME-MOVES.

           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > SW-MOVE-COUNT(SI)
           MOVE SW-MOVE(SI, MI) TO MOVENEW-RECORD
           MOVE SW-NEW-GAME-ID(SI) TO MN-GAME-ID
           PERFORM WRITE-MOVENEW-RECORD
           END-PERFORM

           MOVE SW-CHECKPOINT(SI) TO CHECKPOINT-RECORD
           MOVE SW-NEW-GAME-ID(SI) TO MN-GAME-ID
           IF SW-LAST-SEQ(SI) < 99 THEN
           COMPUTE MN-MOVE-SEQ = SW-LAST-SEQ(SI) + 1
           ELSE
           MOVE 99 TO MN-MOVE-SEQ
           END-IF
           MOVE SW-FORFEIT-SEAT(SI) TO MN-PLAYER
           MOVE 0 TO MN-ROW
           MOVE 0 TO MN-COL
           MOVE RunDate TO MN-LOG-DATE
           MOVE RunTime TO MN-LOG-TIME
           IF SW-FORFEIT-SEAT(SI) = 1 THEN
           MOVE CP-PLAYER1-ID TO MN-PLAYER-ID
           ELSE IF SW-FORFEIT-SEAT(SI) = 4 THEN
           MOVE CP-PLAYER4-ID TO MN-PLAYER-ID
           ELSE
           MOVE 0 TO MN-PLAYER-ID
           END-IF
           END-IF
           MOVE "A" TO MN-ACTION
           PERFORM WRITE-MOVENEW-RECORD.

       WRITE-MOVENEW-RECORD.

           WRITE MOVENEW-RECORD
           IF MoveNewStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: WRITE to MOVENEW failed, status "
               MoveNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO MovesWritten.

      * The adjudicated GAME-RECORD: the board as it stood when the
      * table was left, the forfeit winner (or none), and the sweep's
      * own date and time as the completion stamp.
       WRITE-CLOSED-GAMES.

           OPEN I-O GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           IF SW-CLOSING(SI) THEN
           MOVE SW-CHECKPOINT(SI) TO CHECKPOINT-RECORD
           INITIALIZE GAME-RECORD
           MOVE SW-NEW-GAME-ID(SI) TO GR-GAME-ID
           MOVE CP-BOARD-SIZE TO GR-BOARD-SIZE
           MOVE CP-BOARD TO GR-FINAL-BOARD
           IF SW-FORFEIT-SEAT(SI) = 0 THEN
           MOVE 0 TO GR-WINNER
           ELSE
           COMPUTE GR-WINNER = 5 - SW-FORFEIT-SEAT(SI)
           END-IF
           MOVE 0 TO GR-WIN-SUM
           MOVE RunDate TO GR-LOG-DATE
           MOVE RunTime TO GR-LOG-TIME
           MOVE CP-PLAYER1-ID TO GR-PLAYER1-ID
           MOVE CP-PLAYER4-ID TO GR-PLAYER4-ID
           IF CP-WIN-LENGTH < 3 OR CP-WIN-LENGTH > CP-BOARD-SIZE THEN
           MOVE CP-BOARD-SIZE TO WinLength
           ELSE
           MOVE CP-WIN-LENGTH TO WinLength
           END-IF
           MOVE WinLength TO GR-WIN-LENGTH
           MOVE CP-TOURNEY-ID TO GR-TOURNEY-ID
           MOVE CP-ROUND TO GR-ROUND
           MOVE "A" TO GR-END-REASON
           MOVE CP-DIFFICULTY TO GR-DIFFICULTY
           MOVE SPACE TO GR-SIM-FLAG
           WRITE GAME-RECORD
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: WRITE to GAMELOG failed for game "
               GR-GAME-ID ", status " GameLogStatus
           CLOSE GAMELOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF
           END-PERFORM
           CLOSE GAMELOG-FILE.

       CLEAR-SWEPT-CHECKPOINTS.

           IF GamesToClose > 0 OR CheckpointsCleared > 0 THEN
           OPEN I-O CHECKPOINT-FILE
           IF CheckpointStatus NOT = "00" THEN
           DISPLAY "CKPTSWP: Unable to open CHECKPNT, status "
               CheckpointStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           IF SW-CLOSING(SI) OR SW-FINISHED(SI) THEN
           MOVE SW-SESSION-ID(SI) TO CP-SESSION-ID
           DELETE CHECKPOINT-FILE
               INVALID KEY
               CONTINUE
           END-DELETE
           END-IF
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           END-IF.

       PRINT-SWEEP-LISTING.

           DISPLAY " "
           DISPLAY "================================================="
               "=========================="
           DISPLAY "            SUSPENDED GAMES BY AGE - CUTOFF "
               CutoffDate
           DISPLAY "================================================="
               "=========================="
           DISPLAY "TBL GAME ID  LAST MOVE         AGE EVENT RD "
               "ACTION"
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SweepCount
           MOVE SW-CHECKPOINT(SI) TO CHECKPOINT-RECORD
           MOVE SW-LAST-DATE(SI) TO LS-DATE
           MOVE SW-LAST-TIME(SI)(1:6) TO LS-TIME
           MOVE SW-AGE-DAYS(SI) TO AgeOut
           MOVE SPACES TO ActionOut
           IF SW-KEPT(SI) THEN
           MOVE "KEPT - NOT YET STALE" TO ActionOut
           ELSE IF SW-FINISHED(SI) THEN
           MOVE "ON GAMELOG - CLEARED" TO ActionOut
           ELSE IF SW-NO-MOVES(SI) THEN
           MOVE "NO MOVES LOGGED - REVIEW" TO ActionOut
           ELSE IF SW-FORFEIT(SI) THEN
           STRING "FORFEIT P" SW-FORFEIT-SEAT(SI) " AS GAME "
               SW-NEW-GAME-ID(SI) DELIMITED BY SIZE INTO ActionOut
           ELSE
           STRING "ABANDONED AS GAME " SW-NEW-GAME-ID(SI)
               DELIMITED BY SIZE INTO ActionOut
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY " " SW-SESSION-ID(SI) "  " SW-GAME-ID(SI) "  "
               LastStampOut " " AgeOut "  " CP-TOURNEY-ID "  "
               CP-ROUND " " ActionOut
           END-PERFORM
           DISPLAY "-------------------------------------------------"
               "--------------------------"
           DISPLAY "Suspended Games. . . . . . : " CheckpointsRead
           DISPLAY "Kept (not yet stale) . . . : " CheckpointsKept
           DISPLAY "Forfeited (event games). . : " GamesForfeited
           DISPLAY "Abandoned (casual games) . : " GamesAbandoned
           DISPLAY "Already Finished, Cleared. : " CheckpointsCleared
           DISPLAY "Left For Review. . . . . . : " CheckpointsForReview
           DISPLAY "MOVELOG Records Read . . . : " MovesRead
           DISPLAY "MOVENEW Records Written. . : " MovesWritten
           DISPLAY "================================================="
               "==========================".

       END PROGRAM CKPTSWP.
