      *          seats sit as player id 00000, so the simulated
      *          games also stay out of GAMEXREF and the player
      *          statements on their own.
      *          A long run checkpoints itself to SIMRST every N
      *          games (second SYSIN card, 100 when blank): games
      *          done, last game id written, the rotation position
      *          and the running totals. A run that finds an
      *          unfinished checkpoint there is a restart: it picks
      *          up the games finished after the checkpoint from
      *          GAMELOG, closes out the game that was cut off -
      *          replaying the moves MOVELOG already holds for it,
      *          which the deterministic move choice must reproduce,
      *          and playing it on under the same id - and carries
      *          on to the requested count, so the finished run
      *          leaves the same records as one that was never
      *          interrupted. Only an id drawn from GAMESEQ with no
      *          move yet logged is lost, as a gap in the ids.
      * Tectonics: cobc
      * Modification History:
      *   9/3/2026   OSV  Dropped the session-banded id scheme for
      *                     no human is seated in a self-play game,
      *                     so MOVANAL's results-by-computer-level
      *                     split must never count one.
      *   10/15/2026 OSV  Checkpoint/restart through SIMRST for long
      *                     volume runs (see above). The RUNLOG
      *                     records-read count carries the game id a
      *                     restarted run resumed after - zero for a
      *                     clean start; this batch reads no input
      *                     records of its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMGAMES.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-COUNTER-ID
               FILE STATUS IS GameIdFileStatus.
           SELECT SIMRST-FILE ASSIGN TO "SIMRST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SimRstStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.
           02 GS-COUNTER-ID PIC 9.
           02 GS-LAST-GAME-ID PIC 9(07).

      * The one restart record, rewritten whole at every checkpoint.
      * R while the run is under way, C once it has played its count
      * - only an R record makes the next run a restart.
       FD  SIMRST-FILE
           LABEL RECORDS ARE STANDARD.
       01 SIM-RESTART-RECORD.
           02 SR-RUN-STATUS PIC X(01).
               88 SR-RUN-IN-PROGRESS VALUE "R".
               88 SR-RUN-COMPLETE VALUE "C".
           02 SR-GAMES-REQUESTED PIC 9(05).
           02 SR-GAMES-COMPLETED PIC 9(05).
           02 SR-LAST-GAME-ID PIC 9(07).
           02 SR-NEXT-CONFIG PIC 9.
           02 SR-MOVES-WRITTEN PIC 9(07).
           02 SR-WINS-P1 PIC 9(05).
           02 SR-WINS-P4 PIC 9(05).
           02 SR-DRAWS PIC 9(05).
           02 SR-CHECKPOINT-DATE PIC 9(08).
           02 SR-CHECKPOINT-TIME PIC 9(08).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".
       01 MoveLogStatus PIC XX.
       01 GameIdFileStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 SimRstStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 CountCardInput PIC X(05).
       01 IntervalCardInput PIC X(05).
       01 CheckpointInterval PIC 9(05) VALUE 0.
       01 InputDigit PIC 9.
       01 DigitSeenFlag PIC 9.
           88 DigitSeen VALUE 1.
       01 GameId PIC 9(07) VALUE 0.
       01 MoveCount PIC 99 VALUE 0.

       01 RestartFlag PIC 9 VALUE 0.
           88 RunRestarted VALUE 1.
       01 RestartAfterGameId PIC 9(07) VALUE 0.
       01 GamesRolledForward PIC 9(05) VALUE 0.
       01 RunStatusOut PIC X(01).

      * The game a restart found cut off: the trailing game on
      * MOVELOG, its moves as logged, and how many of them the
      * close-out replays rather than writes.
       01 PartialGameId PIC 9(07) VALUE 0.
       01 PartialMoveCount PIC 99 VALUE 0.
       01 PartialUsableFlag PIC 9.
           88 PartialUsable VALUE 1.
       01 PartialMoves.
           02 PartialMove OCCURS 25 TIMES.
               03 PM-PLAYER PIC 9.
               03 PM-ROW PIC 9.
               03 PM-COL PIC 9.
       01 ReplayMoves PIC 99 VALUE 0.

      * The six legal board-size / win-length pairings, cycled by
      * game number so every shape of game gets its share of the
      * volume.
               03 CF-BOARD-SIZE PIC 9.
               03 CF-WIN-LENGTH PIC 9.
       01 ConfigIndex PIC 9 COMP.
       01 RotationPosition PIC 9 COMP VALUE 1.

       01 BoardSize PIC 9.
       01 WinLength PIC 9.
       MAIN-PROCEDURE.

           PERFORM READ-GAME-COUNT
           PERFORM READ-CHECKPOINT-INTERVAL

           OPEN I-O GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           STOP RUN
           END-IF

           PERFORM LOAD-RESTART-RECORD
           IF RunRestarted THEN
           PERFORM RESTART-FROM-CHECKPOINT
           ELSE
           PERFORM START-NEW-RUN
           END-IF

           OPEN EXTEND MOVELOG-FILE
           IF MoveLogStatus NOT = "00" THEN
           OPEN OUTPUT MOVELOG-FILE
           STOP RUN
           END-IF

           IF PartialGameId > 0 THEN
           PERFORM CLOSE-OUT-PARTIAL-GAME
           END-IF

           PERFORM PLAY-ONE-SIM-GAME
               UNTIL GamesPlayed NOT < GamesRequested

           CLOSE GAMELOG-FILE
           CLOSE MOVELOG-FILE

           MOVE "C" TO RunStatusOut
           PERFORM WRITE-RESTART-RECORD

           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "        SELF-PLAY SIMULATION BATCH"
           DISPLAY "Player 1 Wins / Player 4 Wins / Draws: "
               SimWinsP1 " " SimWinsP4 " " SimDraws
           DISPLAY "Last Simulated Game Id . . : " GameId
           DISPLAY "Checkpoint Every . . . . . : " CheckpointInterval
           IF RunRestarted THEN
           DISPLAY "Restarted After Game Id. . : " RestartAfterGameId
           DISPLAY "Games Found Past Checkpoint: " GamesRolledForward
           DISPLAY "Partial Game Closed Out. . : " PartialGameId
           END-IF
           DISPLAY "================================================="

           PERFORM WRITE-RUN-LOG
           DISPLAY "SIMGAMES: playing " GamesRequested
               " game(s) against myself.".

      * The checkpoint interval, the second card, read the same way.
      * A deck without one checkpoints every hundred games.
       READ-CHECKPOINT-INTERVAL.

           MOVE SPACES TO IntervalCardInput
           ACCEPT IntervalCardInput
           MOVE 0 TO CheckpointInterval
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > 5
           IF IntervalCardInput(SI:1) IS NUMERIC THEN
           MOVE IntervalCardInput(SI:1) TO InputDigit
           COMPUTE CheckpointInterval =
               CheckpointInterval * 10 + InputDigit
           END-IF
           END-PERFORM
           IF CheckpointInterval = 0 THEN
           MOVE 100 TO CheckpointInterval
           END-IF.

      * An R record left in SIMRST means the last run never reached
      * its count - this run is its restart. Anything else (a C
      * record, an empty dataset) is a clean start.
       LOAD-RESTART-RECORD.

           MOVE 0 TO RestartFlag
           OPEN INPUT SIMRST-FILE
           IF SimRstStatus = "00" THEN
           READ SIMRST-FILE
           IF SimRstStatus = "00" AND SR-RUN-IN-PROGRESS THEN
           MOVE 1 TO RestartFlag
           END-IF
           CLOSE SIMRST-FILE
           END-IF.

      * A clean start checkpoints before its first game, with the
      * counter's current value as the last id, so a run cut off
      * before its first interval restarts from the right place.
       START-NEW-RUN.

           MOVE 0 TO GameId
           OPEN INPUT GAMEID-FILE
           IF GameIdFileStatus = "00" THEN
           MOVE 0 TO GS-COUNTER-ID
           READ GAMEID-FILE
               INVALID KEY
               MOVE 0 TO GS-LAST-GAME-ID
           END-READ
           MOVE GS-LAST-GAME-ID TO GameId
           CLOSE GAMEID-FILE
           END-IF
           MOVE 1 TO RotationPosition
           MOVE "R" TO RunStatusOut
           PERFORM WRITE-RESTART-RECORD.

      * The restart must be resubmitted for the count it was
      * checkpointed with - a different count would make the
      * finished run something no single run would have been.
       RESTART-FROM-CHECKPOINT.

           IF SR-GAMES-REQUESTED NOT = GamesRequested THEN
           DISPLAY "SIMGAMES: SIMRST holds an unfinished run of "
               SR-GAMES-REQUESTED " game(s); the count card asks "
               "for " GamesRequested
           DISPLAY "SIMGAMES: resubmit with the original count, or "
               "reallocate SIMRST empty to abandon that run."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE SR-GAMES-COMPLETED TO GamesPlayed
           MOVE SR-LAST-GAME-ID TO GameId
           MOVE SR-NEXT-CONFIG TO RotationPosition
           MOVE SR-MOVES-WRITTEN TO MovesWritten
           MOVE SR-WINS-P1 TO SimWinsP1
           MOVE SR-WINS-P4 TO SimWinsP4
           MOVE SR-DRAWS TO SimDraws
           DISPLAY "SIMGAMES: restarting - checkpoint at game "
               GamesPlayed " of " GamesRequested ", game id " GameId

           PERFORM ROLL-FORWARD-PAST-CHECKPOINT
           MOVE GameId TO RestartAfterGameId
           DISPLAY "SIMGAMES: resuming after game " GamesPlayed
               ", game id " GameId

           PERFORM FIND-PARTIAL-GAME.

      * Games the interrupted run finished after its last checkpoint
      * stand as written - each is counted in as if it had just been
      * played. Every one must be the rotation's next shape; one
      * that is not was never this run's.
       ROLL-FORWARD-PAST-CHECKPOINT.

           MOVE GameId TO GR-GAME-ID
           MOVE 0 TO EndOfFileFlag
           START GAMELOG-FILE KEY IS > GR-GAME-ID
               INVALID KEY
               MOVE 1 TO EndOfFileFlag
           END-START
           PERFORM UNTIL EndOfFile
               OR GamesPlayed NOT < GamesRequested
           READ GAMELOG-FILE NEXT RECORD
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               IF GR-SIMULATED THEN
               PERFORM ROLL-FORWARD-ONE-GAME
               END-IF
           END-READ
           END-PERFORM.

       ROLL-FORWARD-ONE-GAME.

           MOVE RotationPosition TO ConfigIndex
           IF GR-BOARD-SIZE NOT = CF-BOARD-SIZE(ConfigIndex)
              OR GR-WIN-LENGTH NOT = CF-WIN-LENGTH(ConfigIndex) THEN
           DISPLAY "SIMGAMES: simulated game " GR-GAME-ID
               " past the checkpoint is not the rotation's next "
               "game - restart refused."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE GR-GAME-ID TO GameId
           ADD 1 TO GamesPlayed
           ADD 1 TO GamesRolledForward
           IF GR-WINNER-P1 THEN
           ADD 1 TO SimWinsP1
           ELSE IF GR-WINNER-P4 THEN
           ADD 1 TO SimWinsP4
           ELSE
           ADD 1 TO SimDraws
           END-IF
           END-IF
      * Self-play never takes a move back, so every taken cell on
      * the final board is one move on MOVELOG.
           PERFORM VARYING SI FROM 1 BY 1
               UNTIL SI > GR-BOARD-SIZE * GR-BOARD-SIZE
           IF GR-CELL(SI) NOT = 0 THEN
           ADD 1 TO MovesWritten
           END-IF
           END-PERFORM
           PERFORM ADVANCE-ROTATION.

      * The game cut off mid-play is the trailing game on MOVELOG:
      * an id past the last finished game, with no GAMELOG record,
      * all of its moves plain plays by seat id 00000. A trailing
      * game past the last finished one that is anything else was
      * not this run's, and the restart is refused rather than
      * guessed at.
       FIND-PARTIAL-GAME.

           MOVE 0 TO PartialGameId
           MOVE 0 TO PartialMoveCount
           MOVE 0 TO PartialUsableFlag
           OPEN INPUT MOVELOG-FILE
           IF MoveLogStatus = "00" THEN
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ MOVELOG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               PERFORM NOTE-TRAILING-MOVE
           END-READ
           END-PERFORM
           CLOSE MOVELOG-FILE
           END-IF

           IF PartialGameId NOT > GameId THEN
           MOVE 0 TO PartialGameId
           MOVE 0 TO PartialMoveCount
           ELSE
           MOVE PartialGameId TO GR-GAME-ID
           READ GAMELOG-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE 0 TO PartialUsableFlag
           END-READ
           IF NOT PartialUsable
              OR GamesPlayed NOT < GamesRequested THEN
           DISPLAY "SIMGAMES: MOVELOG ends with game "
               PartialGameId " which is not this run's cut-off "
               "game - restart refused."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           DISPLAY "SIMGAMES: closing out game " PartialGameId
               " - " PartialMoveCount " move(s) already logged"
           END-IF.

       NOTE-TRAILING-MOVE.

           IF ML-GAME-ID NOT = PartialGameId THEN
           MOVE ML-GAME-ID TO PartialGameId
           MOVE 0 TO PartialMoveCount
           MOVE 1 TO PartialUsableFlag
           END-IF
           IF ML-PLAYER-ID NOT = 0 OR NOT ML-ACTION-PLAY
              OR PartialMoveCount = 25 THEN
           MOVE 0 TO PartialUsableFlag
           ELSE
           ADD 1 TO PartialMoveCount
           MOVE ML-PLAYER TO PM-PLAYER(PartialMoveCount)
           MOVE ML-ROW TO PM-ROW(PartialMoveCount)
           MOVE ML-COL TO PM-COL(PartialMoveCount)
           END-IF.

      * The cut-off game is played again from the first move under
      * its own id. The moves MOVELOG already holds are checked, not
      * rewritten - the move choice is deterministic, so the replay
      * must land on every one of them - and play carries on from
      * the first move that was never logged.
       CLOSE-OUT-PARTIAL-GAME.

           MOVE PartialGameId TO GameId
           MOVE PartialMoveCount TO ReplayMoves
           PERFORM PLAY-SIM-GAME
           IF MoveCount < ReplayMoves THEN
           DISPLAY "SIMGAMES: game " GameId " ended at move "
               MoveCount " but MOVELOG holds " ReplayMoves
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 0 TO ReplayMoves.

       CHECK-REPLAYED-MOVE.

           IF PM-PLAYER(MoveCount) NOT = Turn
              OR PM-ROW(MoveCount) NOT = GameRow
              OR PM-COL(MoveCount) NOT = GameCol THEN
           DISPLAY "SIMGAMES: game " GameId " move " MoveCount
               " on MOVELOG does not replay - restart refused."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO MovesWritten.

      * The whole restart record, written fresh: the run's position
      * after the last finished game and the totals so far.
       WRITE-RESTART-RECORD.

           OPEN OUTPUT SIMRST-FILE
           IF SimRstStatus NOT = "00" THEN
           DISPLAY "SIMGAMES: Unable to open SIMRST, status "
               SimRstStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE RunStatusOut TO SR-RUN-STATUS
           MOVE GamesRequested TO SR-GAMES-REQUESTED
           MOVE GamesPlayed TO SR-GAMES-COMPLETED
           MOVE GameId TO SR-LAST-GAME-ID
           MOVE RotationPosition TO SR-NEXT-CONFIG
           MOVE MovesWritten TO SR-MOVES-WRITTEN
           MOVE SimWinsP1 TO SR-WINS-P1
           MOVE SimWinsP4 TO SR-WINS-P4
           MOVE SimDraws TO SR-DRAWS
           ACCEPT SR-CHECKPOINT-DATE FROM DATE YYYYMMDD
           ACCEPT SR-CHECKPOINT-TIME FROM TIME
           WRITE SIM-RESTART-RECORD
           IF SimRstStatus NOT = "00" THEN
           DISPLAY "SIMGAMES: WRITE to SIMRST failed, status "
               SimRstStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE SIMRST-FILE.

       ADVANCE-ROTATION.

           IF RotationPosition = 6 THEN
           MOVE 1 TO RotationPosition
           ELSE
           ADD 1 TO RotationPosition
           END-IF.

      * The next id off the ONE shared GAMESEQ counter record (key
      * 0), read, bumped and rewritten under one brief OPEN I-O -
      * exactly LEARNING-COBOL's ASSIGN-NEXT-GAME-ID, so simulated
       PLAY-ONE-SIM-GAME.

           PERFORM ASSIGN-NEXT-GAME-ID
           PERFORM PLAY-SIM-GAME.

      * One game under the id in GameId, in the rotation's next
      * shape, checkpointed every CheckpointInterval games while
      * there are more to play.
       PLAY-SIM-GAME.

           MOVE RotationPosition TO ConfigIndex
           MOVE CF-BOARD-SIZE(ConfigIndex) TO BoardSize
           MOVE CF-WIN-LENGTH(ConfigIndex) TO WinLength
      * The opening move walks the board from game to game so the
           ELSE
           ADD 1 TO SimDraws
           END-IF
           END-IF
           PERFORM ADVANCE-ROTATION

           IF FUNCTION MOD(GamesPlayed, CheckpointInterval) = 0
              AND GamesPlayed < GamesRequested THEN
           MOVE "R" TO RunStatusOut
           PERFORM WRITE-RESTART-RECORD
           END-IF.

       PLAY-ONE-SIM-MOVE.
           PERFORM CHOOSE-SIM-MOVE
           MOVE Turn TO BoardCell(GameRow, GameCol)
           ADD 1 TO MoveCount
           IF MoveCount > ReplayMoves THEN
           PERFORM WRITE-MOVE-LOG
           ELSE
           PERFORM CHECK-REPLAYED-MOVE
           END-IF

           PERFORM DETERMINE-WINNER
           IF NobodyWon THEN
           MOVE "SIMGAMES" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
      * Nothing is read as input here, so records read carries the
      * restart: the game id a restarted run resumed after, zero
      * for a clean start.
           MOVE RestartAfterGameId TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN = GamesPlayed + MovesWritten
           MOVE 0 TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
