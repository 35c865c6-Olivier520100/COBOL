      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Incremental poster for the AWARDS member achievements
      *          file (see AWARDREC) read by PLAYSTMT. Only GAMELOG
      *          records newer than the last-posted game id in the
      *          AWRDCTL control file are posted - the STANDPST /
      *          XREFPST pattern - and everything goes to fresh
      *          datasets (AWARDNEW / APRGNEW / ACTLNEW) that the job
      *          swaps in only after a clean RC=0, so a rerun after
      *          an abend can never award anything twice. The
      *          awards, one of each per member unless noted:
      *            WIN1  first win
      *            G010  10 games played (G050 50, G100 100)
      *            W4X4  first win on a 4x4 board (W5X5 on 5x5)
      *            WL3C  first win over the level 3 computer
      *            STK5  five wins in a row - a loss or a draw
      *                  starts the count again
      *            EVNT  winning a club event - once per event
      *          Games played and the current streak carry from run
      *          to run in the AWRDPRG progress file, since neither
      *          can be recounted from GAMELOG once ARCHPURG has
      *          moved the early games out or from STANDINGS once
      *          SEASNCLS has closed the season. Simulated games
      *          count for nothing, and neither does an adjudicated
      *          game (CKPTSWP) - a forfeit is not a game played or
      *          won at the table - though it still scores in an
      *          event, exactly as TRNYRPT scores it. An event is won
      *          once every pairing in its TOURNEY schedule has been
      *          played: the entrant alone on top of TRNYRPT's
      *          points (2 a win, 1 a draw) takes EVNT, dated on the
      *          game that completed the event; a shared first place
      *          is reported and awards nobody. Event progress is
      *          recounted from every event game on GAMELOG each
      *          run, and only an event completed by a game past the
      *          watermark is awarded. The run closes with the list
      *          for the noticeboard: every award made by this run,
      *          plus any made earlier whose game falls in the last
      *          seven days. The first post is made by the AWARDSED
      *          job, which points GAMELOG at the archive merged
      *          with the live games, so members start from their
      *          whole history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDPST.
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
           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwardsStatus.
           SELECT AWRDPRG-FILE ASSIGN TO "AWRDPRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwrdPrgStatus.
           SELECT AWRDCTL-FILE ASSIGN TO "AWRDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwrdCtlStatus.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TourneyStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT AWARDNEW-FILE ASSIGN TO "AWARDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwardNewStatus.
           SELECT APRGNEW-FILE ASSIGN TO "APRGNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AprgNewStatus.
           SELECT ACTLNEW-FILE ASSIGN TO "ACTLNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ActlNewStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GAMEREC.cpy".

       FD  AWARDS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AWARDREC.cpy".

       FD  AWRDPRG-FILE
           LABEL RECORDS ARE STANDARD.
       01 AWARD-PROGRESS-RECORD.
           02 AP-PLAYER-ID PIC 9(05).
           02 AP-GAMES-PLAYED PIC 9(05).
           02 AP-WIN-STREAK PIC 9(03).

       FD  AWRDCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 AWARD-CONTROL-RECORD.
           02 AC-LAST-POSTED-GAME-ID PIC 9(07).

       FD  TOURNEY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRNYREC.cpy".

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  AWARDNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 AWARDNEW-RECORD PIC X(24).

       FD  APRGNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 APRGNEW-RECORD PIC X(13).

       FD  ACTLNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 ACTLNEW-RECORD PIC X(07).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 GameLogStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 AwardsStatus PIC XX.
       01 AwrdPrgStatus PIC XX.
       01 AwrdCtlStatus PIC XX.
       01 TourneyStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 AwardNewStatus PIC XX.
       01 AprgNewStatus PIC XX.
       01 ActlNewStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 LastPostedGameId PIC 9(07) VALUE 0.
       01 MaxPostedGameId PIC 9(07) VALUE 0.
       01 GamesPosted PIC 9(07) VALUE 0.
       01 GamesSkipped PIC 9(07) VALUE 0.
       01 GamesNotCounted PIC 9(07) VALUE 0.
       01 AwardsCopied PIC 9(07) VALUE 0.
       01 AwardsAdded PIC 9(07) VALUE 0.
       01 EventsAwarded PIC 9(05) VALUE 0.
       01 EventsShared PIC 9(05) VALUE 0.

       01 RunDate PIC 9(08).
       01 WeekStartDate PIC 9(08).
       01 WeekDays PIC 99 VALUE 7.

      * The awards. The first eight are held once per member and
      * have a held flag each in the progress table; EVNT, last,
      * is earned again with every event won.
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
       01 HeldAwardCount PIC 99 COMP VALUE 8.
       01 AwardCode PIC X(04).
       01 AwardIndex PIC 99 COMP.
       01 AwardDescription PIC X(28).

      * Every member seen so far: the AWRDPRG counts plus which of
      * the once-only awards they already hold, rebuilt each run
      * from the AWARDS file itself.
       01 ProgressCount PIC 9(03) COMP VALUE 0.
       01 ProgressTable.
           02 ProgressEntry OCCURS 200 TIMES.
               03 PG-PLAYER-ID PIC 9(05).
               03 PG-GAMES-PLAYED PIC 9(05).
               03 PG-WIN-STREAK PIC 9(03).
               03 PG-HELD PIC 9 OCCURS 8 TIMES.
       01 ProgressIndex PIC 9(03) COMP.

       01 SeatId PIC 9(05).
       01 SeatNumber PIC 9.
       01 SeatResultFlag PIC 9.
           88 SeatWon VALUE 1.

      * Club events off the TOURNEY schedule: how many pairings were
      * scheduled and how many have been played, the game that
      * played the last of them, and the points table.
       01 EventCount PIC 9(03) COMP VALUE 0.
       01 EventTable.
           02 EventEntry OCCURS 100 TIMES.
               03 EV-EVENT-ID PIC 9(03).
               03 EV-EVENT-NAME PIC X(20).
               03 EV-SCHEDULED PIC 9(04).
               03 EV-MET PIC 9(04).
               03 EV-DONE-GAME-ID PIC 9(07).
               03 EV-DONE-DATE PIC 9(08).
               03 EV-FIELD-COUNT PIC 99.
               03 EV-FIELD OCCURS 20 TIMES.
                   04 EF-PLAYER-ID PIC 9(05).
                   04 EF-POINTS PIC 9(04).
       01 EventIndex PIC 9(03) COMP.
       01 SeekEventId PIC 9(03).

       01 PairingCount PIC 9(04) COMP VALUE 0.
       01 PairingTable.
           02 PairingEntry OCCURS 2000 TIMES.
               03 PR-EVENT-INDEX PIC 9(03).
               03 PR-PLAYER1-ID PIC 9(05).
               03 PR-PLAYER4-ID PIC 9(05).
               03 PR-MET-FLAG PIC 9.
       01 PairingFoundFlag PIC 9.
           88 PairingFound VALUE 1.

       01 FieldIndex PIC 99 COMP.
       01 PointsEarned PIC 9.
       01 TopPoints PIC 9(04).
       01 TopPlayerId PIC 9(05).
       01 TopCount PIC 99 COMP.

      * The noticeboard list, gathered as the awards go by.
       01 WeekCount PIC 9(03) COMP VALUE 0.
       01 WeekOverflow PIC 9(05) VALUE 0.
       01 WeekTable.
           02 WeekEntry OCCURS 200 TIMES.
               03 WK-PLAYER-ID PIC 9(05).
               03 WK-AWARD-CODE PIC X(04).
               03 WK-GAME-ID PIC 9(07).
               03 WK-EARNED-DATE PIC 9(08).

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).
               03 PT-NAME PIC X(20).
       01 DisplayName PIC X(20).
       01 SeekId PIC 9(05).

       01 Subscripts.
           02 AI PIC 99 COMP.
           02 EI PIC 9(03) COMP.
           02 FI PIC 99 COMP.
           02 GX PIC 9(03) COMP.
           02 RI PIC 9(04) COMP.
           02 SI PIC 99 COMP.
           02 WI PIC 9(03) COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RunDate FROM DATE YYYYMMDD
           COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RunDate) - WeekDays + 1)

           PERFORM LOAD-CONTROL-RECORD
           PERFORM LOAD-PLAYER-TABLE
           PERFORM LOAD-PROGRESS
           PERFORM LOAD-EVENT-SCHEDULE

           OPEN OUTPUT AWARDNEW-FILE
           IF AwardNewStatus NOT = "00" THEN
           DISPLAY "AWARDPST: Unable to open AWARDNEW, status "
               AwardNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           PERFORM COPY-OLD-AWARDS-FORWARD

           OPEN INPUT GAMELOG-FILE
           IF GameLogStatus NOT = "00" THEN
           DISPLAY "AWARDPST: Unable to open GAMELOG, status "
               GameLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE LastPostedGameId TO MaxPostedGameId
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ GAMELOG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               IF GR-TOURNEY-ID > 0 AND NOT GR-SIMULATED THEN
               PERFORM TRACK-EVENT-GAME
               END-IF
               IF GR-GAME-ID > LastPostedGameId THEN
               PERFORM POST-ONE-GAME
               ELSE
               ADD 1 TO GamesSkipped
               END-IF
           END-READ
           END-PERFORM
           CLOSE GAMELOG-FILE

           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EventCount
           IF EV-DONE-GAME-ID(EI) > LastPostedGameId THEN
           PERFORM AWARD-ONE-EVENT
           END-IF
           END-PERFORM
           CLOSE AWARDNEW-FILE

           PERFORM WRITE-NEW-PROGRESS
           PERFORM WRITE-NEW-CONTROL
           PERFORM PRINT-WEEK-LIST

           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "          MEMBER ACHIEVEMENTS POST"
           DISPLAY "================================================="
           DISPLAY "Awards Copied Forward. . . : " AwardsCopied
           DISPLAY "Games Posted This Run. . . : " GamesPosted
           DISPLAY "Games Already Posted . . . : " GamesSkipped
           DISPLAY "Posted, Not Counted. . . . : " GamesNotCounted
           DISPLAY "Awards Made This Run . . . : " AwardsAdded
           DISPLAY "Events Won This Run. . . . : " EventsAwarded
           DISPLAY "Events Shared (no award) . : " EventsShared
           DISPLAY "Last Posted Game Id. . . . : " MaxPostedGameId
           DISPLAY "================================================="

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the posting itself.
       WRITE-RUN-LOG.

           MOVE "AWARDPST" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = GamesPosted + GamesSkipped
           COMPUTE RL-RECORDS-WRITTEN = AwardsCopied + AwardsAdded
           MOVE 0 TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "AWARDPST: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "AWARDPST: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       LOAD-CONTROL-RECORD.

           MOVE 0 TO LastPostedGameId
           OPEN INPUT AWRDCTL-FILE
           IF AwrdCtlStatus = "00" THEN
           READ AWRDCTL-FILE
           IF AwrdCtlStatus = "00" THEN
           MOVE AC-LAST-POSTED-GAME-ID TO LastPostedGameId
           END-IF
           CLOSE AWRDCTL-FILE
           END-IF.

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
           MOVE PL-NAME TO PT-NAME(PlayerCount)
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE
           END-IF.

      * A missing AWRDPRG dataset just means nothing has ever been
      * posted - every member starts from nothing.
       LOAD-PROGRESS.

           MOVE 0 TO ProgressCount
           INITIALIZE ProgressTable
           OPEN INPUT AWRDPRG-FILE
           IF AwrdPrgStatus = "00" THEN
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ AWRDPRG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               MOVE AP-PLAYER-ID TO SeatId
               PERFORM FIND-OR-ADD-PROGRESS
               MOVE AP-GAMES-PLAYED
                   TO PG-GAMES-PLAYED(ProgressIndex)
               MOVE AP-WIN-STREAK TO PG-WIN-STREAK(ProgressIndex)
           END-READ
           END-PERFORM
           CLOSE AWRDPRG-FILE
           END-IF.

      * The member's progress entry, added at zero on first sight.
      * The table cannot be allowed to overflow - a member dropped
      * would lose their counts - so a full table stops the run
      * before anything is swapped in.
       FIND-OR-ADD-PROGRESS.

           MOVE 0 TO ProgressIndex
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > ProgressCount
           IF PG-PLAYER-ID(GX) = SeatId THEN
           MOVE GX TO ProgressIndex
           END-IF
           END-PERFORM
           IF ProgressIndex = 0 THEN
           IF ProgressCount = 200 THEN
           DISPLAY "AWARDPST: progress table full at 200 members "
               "- player " SeatId " cannot be posted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO ProgressCount
           MOVE ProgressCount TO ProgressIndex
           MOVE SeatId TO PG-PLAYER-ID(ProgressIndex)
           END-IF.

      * Every scheduled pairing, by event. A missing TOURNEY dataset
      * is tolerated - no event has been scheduled, so none can be
      * won.
       LOAD-EVENT-SCHEDULE.

           MOVE 0 TO EventCount
           MOVE 0 TO PairingCount
           INITIALIZE EventTable
           INITIALIZE PairingTable
           OPEN INPUT TOURNEY-FILE
           IF TourneyStatus = "00" THEN
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ TOURNEY-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               PERFORM LOAD-ONE-PAIRING
           END-READ
           END-PERFORM
           CLOSE TOURNEY-FILE
           END-IF.

       LOAD-ONE-PAIRING.

           MOVE TY-EVENT-ID TO SeekEventId
           PERFORM FIND-EVENT
           IF EventIndex = 0 THEN
           IF EventCount = 100 THEN
           DISPLAY "AWARDPST: event table full at 100 events - "
               "event " TY-EVENT-ID " cannot be followed"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO EventCount
           MOVE EventCount TO EventIndex
           MOVE TY-EVENT-ID TO EV-EVENT-ID(EventIndex)
           MOVE TY-EVENT-NAME TO EV-EVENT-NAME(EventIndex)
           END-IF

           IF PairingCount = 2000 THEN
           DISPLAY "AWARDPST: pairing table full at 2000 pairings "
               "- event " TY-EVENT-ID " cannot be followed"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO PairingCount
           MOVE EventIndex TO PR-EVENT-INDEX(PairingCount)
           MOVE TY-PLAYER1-ID TO PR-PLAYER1-ID(PairingCount)
           MOVE TY-PLAYER4-ID TO PR-PLAYER4-ID(PairingCount)
           MOVE 0 TO PR-MET-FLAG(PairingCount)
           ADD 1 TO EV-SCHEDULED(EventIndex)

           MOVE TY-PLAYER1-ID TO SeekId
           PERFORM FIND-OR-ADD-FIELD-ENTRY
           MOVE TY-PLAYER4-ID TO SeekId
           PERFORM FIND-OR-ADD-FIELD-ENTRY.

       FIND-EVENT.

           MOVE 0 TO EventIndex
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EventCount
           IF EV-EVENT-ID(EI) = SeekEventId THEN
           MOVE EI TO EventIndex
           END-IF
           END-PERFORM.

      * The entrant's place in the event's points table, as TRNYRPT
      * keeps it: seeded from the schedule, added to by anyone else
      * who turns up in an event game, twenty at most.
       FIND-OR-ADD-FIELD-ENTRY.

           MOVE 0 TO FieldIndex
           IF SeekId = 0 THEN
           CONTINUE
           ELSE
           PERFORM VARYING FI FROM 1 BY 1
               UNTIL FI > EV-FIELD-COUNT(EventIndex)
           IF EF-PLAYER-ID(EventIndex, FI) = SeekId THEN
           MOVE FI TO FieldIndex
           END-IF
           END-PERFORM
           IF FieldIndex = 0 AND EV-FIELD-COUNT(EventIndex) < 20 THEN
           ADD 1 TO EV-FIELD-COUNT(EventIndex)
           MOVE EV-FIELD-COUNT(EventIndex) TO FieldIndex
           MOVE SeekId TO EF-PLAYER-ID(EventIndex, FieldIndex)
           END-IF
           END-IF.

      * Every old award goes forward unchanged, sets its held flag
      * and, when its game is inside the week, goes on the list. A
      * missing AWARDS dataset just means nothing has ever been
      * awarded.
       COPY-OLD-AWARDS-FORWARD.

           OPEN INPUT AWARDS-FILE
           IF AwardsStatus = "00" THEN
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ AWARDS-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO AwardsCopied
               MOVE AWARD-RECORD TO AWARDNEW-RECORD
               PERFORM WRITE-AWARDNEW-RECORD
               MOVE AW-AWARD-CODE TO AwardCode
               PERFORM FIND-AWARD-INDEX
               IF AwardIndex > 0 AND AwardIndex NOT > HeldAwardCount
               THEN
               MOVE AW-PLAYER-ID TO SeatId
               PERFORM FIND-OR-ADD-PROGRESS
               MOVE 1 TO PG-HELD(ProgressIndex, AwardIndex)
               END-IF
               IF AW-EARNED-DATE NOT < WeekStartDate THEN
               PERFORM NOTE-WEEK-AWARD
               END-IF
           END-READ
           END-PERFORM
           CLOSE AWARDS-FILE
           END-IF.

       FIND-AWARD-INDEX.

           MOVE 0 TO AwardIndex
           PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AwardCodeCount
           IF AD-CODE(AI) = AwardCode THEN
           MOVE AI TO AwardIndex
           END-IF
           END-PERFORM.

      * An event game, posted or not: the pairing it played is met
      * and its points go on the event's table. The game that meets
      * the last scheduled pairing completes the event.
       TRACK-EVENT-GAME.

           MOVE GR-TOURNEY-ID TO SeekEventId
           PERFORM FIND-EVENT
           IF EventIndex = 0 THEN
           CONTINUE
           ELSE
           PERFORM MARK-PAIRING-MET
           PERFORM SCORE-EVENT-GAME
           IF EV-MET(EventIndex) = EV-SCHEDULED(EventIndex)
              AND EV-DONE-GAME-ID(EventIndex) = 0 THEN
           MOVE GR-GAME-ID TO EV-DONE-GAME-ID(EventIndex)
           MOVE GR-LOG-DATE TO EV-DONE-DATE(EventIndex)
           END-IF
           END-IF.

      * Seats may be either way round from the schedule - TRNYSCHD
      * swaps them on even rounds and nobody checks at the table.
       MARK-PAIRING-MET.

           MOVE 0 TO PairingFoundFlag
           PERFORM VARYING RI FROM 1 BY 1
               UNTIL RI > PairingCount OR PairingFound
           IF PR-EVENT-INDEX(RI) = EventIndex
              AND PR-MET-FLAG(RI) = 0 THEN
           IF (PR-PLAYER1-ID(RI) = GR-PLAYER1-ID
               AND PR-PLAYER4-ID(RI) = GR-PLAYER4-ID)
              OR (PR-PLAYER1-ID(RI) = GR-PLAYER4-ID
               AND PR-PLAYER4-ID(RI) = GR-PLAYER1-ID) THEN
           MOVE 1 TO PR-MET-FLAG(RI)
           ADD 1 TO EV-MET(EventIndex)
           MOVE 1 TO PairingFoundFlag
           END-IF
           END-IF
           END-PERFORM.

      * TRNYRPT's scoring: 2 for a win, forfeits included, 1 each
      * for a draw, nothing for an abandoned game.
       SCORE-EVENT-GAME.

           IF GR-WINNER-P1 THEN
           MOVE GR-PLAYER1-ID TO SeekId
           MOVE 2 TO PointsEarned
           PERFORM CREDIT-EVENT-POINTS
           ELSE IF GR-WINNER-P4 THEN
           MOVE GR-PLAYER4-ID TO SeekId
           MOVE 2 TO PointsEarned
           PERFORM CREDIT-EVENT-POINTS
           ELSE IF GR-END-ADJUDICATED THEN
           CONTINUE
           ELSE
           MOVE 1 TO PointsEarned
           MOVE GR-PLAYER1-ID TO SeekId
           PERFORM CREDIT-EVENT-POINTS
           MOVE GR-PLAYER4-ID TO SeekId
           PERFORM CREDIT-EVENT-POINTS
           END-IF
           END-IF
           END-IF.

       CREDIT-EVENT-POINTS.

           PERFORM FIND-OR-ADD-FIELD-ENTRY
           IF FieldIndex > 0 THEN
           ADD PointsEarned TO EF-POINTS(EventIndex, FieldIndex)
           END-IF.

       POST-ONE-GAME.

           ADD 1 TO GamesPosted
           IF GR-GAME-ID > MaxPostedGameId THEN
           MOVE GR-GAME-ID TO MaxPostedGameId
           END-IF

           IF GR-SIMULATED OR GR-END-ADJUDICATED THEN
           ADD 1 TO GamesNotCounted
           ELSE
           MOVE GR-PLAYER1-ID TO SeatId
           MOVE 1 TO SeatNumber
           MOVE 0 TO SeatResultFlag
           IF GR-WINNER-P1 THEN
           MOVE 1 TO SeatResultFlag
           END-IF
           PERFORM POST-ONE-SEAT

           MOVE GR-PLAYER4-ID TO SeatId
           MOVE 4 TO SeatNumber
           MOVE 0 TO SeatResultFlag
           IF GR-WINNER-P4 THEN
           MOVE 1 TO SeatResultFlag
           END-IF
           PERFORM POST-ONE-SEAT
           END-IF.

      * Anonymous seats, the computer among them, earn nothing. The
      * level 3 award needs the member in seat 1 - the computer
      * always takes seat 4.
       POST-ONE-SEAT.

           IF SeatId = 0 THEN
           CONTINUE
           ELSE
           PERFORM FIND-OR-ADD-PROGRESS
           IF PG-GAMES-PLAYED(ProgressIndex) < 99999 THEN
           ADD 1 TO PG-GAMES-PLAYED(ProgressIndex)
           END-IF
           IF PG-GAMES-PLAYED(ProgressIndex) NOT < 10 THEN
           MOVE "G010" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF
           IF PG-GAMES-PLAYED(ProgressIndex) NOT < 50 THEN
           MOVE "G050" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF
           IF PG-GAMES-PLAYED(ProgressIndex) NOT < 100 THEN
           MOVE "G100" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF

           IF SeatWon THEN
           IF PG-WIN-STREAK(ProgressIndex) < 999 THEN
           ADD 1 TO PG-WIN-STREAK(ProgressIndex)
           END-IF
           MOVE "WIN1" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           IF GR-BOARD-SIZE = 4 THEN
           MOVE "W4X4" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF
           IF GR-BOARD-SIZE = 5 THEN
           MOVE "W5X5" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF
           IF GR-DIFFICULTY = 3 AND SeatNumber = 1 THEN
           MOVE "WL3C" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF
           IF PG-WIN-STREAK(ProgressIndex) NOT < 5 THEN
           MOVE "STK5" TO AwardCode
           PERFORM GRANT-HELD-AWARD
           END-IF
           ELSE
           MOVE 0 TO PG-WIN-STREAK(ProgressIndex)
           END-IF
           END-IF.

      * A once-only award for the member in SeatId, earned by the
      * game in GAME-RECORD - unless they already hold it.
       GRANT-HELD-AWARD.

           PERFORM FIND-AWARD-INDEX
           IF PG-HELD(ProgressIndex, AwardIndex) = 0 THEN
           MOVE 1 TO PG-HELD(ProgressIndex, AwardIndex)
           MOVE SeatId TO AW-PLAYER-ID
           MOVE AwardCode TO AW-AWARD-CODE
           MOVE GR-GAME-ID TO AW-GAME-ID
           MOVE GR-LOG-DATE TO AW-EARNED-DATE
           PERFORM WRITE-NEW-AWARD
           END-IF.

      * A completed event goes to the entrant alone on top. Level
      * on points at the top - or nobody scoring at all - and the
      * event is reported with no award.
       AWARD-ONE-EVENT.

           MOVE 0 TO TopPoints
           MOVE 0 TO TopPlayerId
           MOVE 0 TO TopCount
           PERFORM VARYING FI FROM 1 BY 1
               UNTIL FI > EV-FIELD-COUNT(EI)
           IF EF-POINTS(EI, FI) > TopPoints THEN
           MOVE EF-POINTS(EI, FI) TO TopPoints
           MOVE EF-PLAYER-ID(EI, FI) TO TopPlayerId
           MOVE 1 TO TopCount
           ELSE IF EF-POINTS(EI, FI) = TopPoints THEN
           ADD 1 TO TopCount
           END-IF
           END-IF
           END-PERFORM

           IF TopCount = 1 AND TopPoints > 0 THEN
           MOVE TopPlayerId TO AW-PLAYER-ID
           MOVE "EVNT" TO AW-AWARD-CODE
           MOVE EV-DONE-GAME-ID(EI) TO AW-GAME-ID
           MOVE EV-DONE-DATE(EI) TO AW-EARNED-DATE
           PERFORM WRITE-NEW-AWARD
           ADD 1 TO EventsAwarded
           ELSE
           DISPLAY "AWARDPST: event " EV-EVENT-ID(EI) " "
               EV-EVENT-NAME(EI) " finished level at the top - "
               "no event award"
           ADD 1 TO EventsShared
           END-IF.

       WRITE-NEW-AWARD.

           MOVE AWARD-RECORD TO AWARDNEW-RECORD
           PERFORM WRITE-AWARDNEW-RECORD
           ADD 1 TO AwardsAdded
           PERFORM NOTE-WEEK-AWARD.

       WRITE-AWARDNEW-RECORD.

           WRITE AWARDNEW-RECORD
           IF AwardNewStatus NOT = "00" THEN
           DISPLAY "AWARDPST: WRITE to AWARDNEW failed, status "
               AwardNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF.

      * The list is for the noticeboard, not the record - past 200
      * entries the rest are counted, not listed.
       NOTE-WEEK-AWARD.

           IF WeekCount = 200 THEN
           ADD 1 TO WeekOverflow
           ELSE
           ADD 1 TO WeekCount
           MOVE AW-PLAYER-ID TO WK-PLAYER-ID(WeekCount)
           MOVE AW-AWARD-CODE TO WK-AWARD-CODE(WeekCount)
           MOVE AW-GAME-ID TO WK-GAME-ID(WeekCount)
           MOVE AW-EARNED-DATE TO WK-EARNED-DATE(WeekCount)
           END-IF.

       WRITE-NEW-PROGRESS.

           OPEN OUTPUT APRGNEW-FILE
           IF AprgNewStatus NOT = "00" THEN
           DISPLAY "AWARDPST: Unable to open APRGNEW, status "
               AprgNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > ProgressCount
           MOVE PG-PLAYER-ID(GX) TO AP-PLAYER-ID
           MOVE PG-GAMES-PLAYED(GX) TO AP-GAMES-PLAYED
           MOVE PG-WIN-STREAK(GX) TO AP-WIN-STREAK
           MOVE AWARD-PROGRESS-RECORD TO APRGNEW-RECORD
           WRITE APRGNEW-RECORD
           IF AprgNewStatus NOT = "00" THEN
           DISPLAY "AWARDPST: WRITE to APRGNEW failed, status "
               AprgNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           END-PERFORM
           CLOSE APRGNEW-FILE.

       WRITE-NEW-CONTROL.

           OPEN OUTPUT ACTLNEW-FILE
           IF ActlNewStatus NOT = "00" THEN
           DISPLAY "AWARDPST: Unable to open ACTLNEW, status "
               ActlNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE MaxPostedGameId TO ACTLNEW-RECORD
           WRITE ACTLNEW-RECORD
           IF ActlNewStatus NOT = "00" THEN
           DISPLAY "AWARDPST: WRITE to ACTLNEW failed, status "
               ActlNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE ACTLNEW-FILE.

       PRINT-WEEK-LIST.

           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "  NEW AWARDS THIS WEEK  " WeekStartDate " - "
               RunDate
           DISPLAY "================================================="
           DISPLAY "DATE      ID    NAME                  "
               "AWARD                        GAME ID"
           IF WeekCount = 0 THEN
           DISPLAY "  (no new awards this week)"
           END-IF
           PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > WeekCount
           MOVE WK-PLAYER-ID(WI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           MOVE WK-AWARD-CODE(WI) TO AwardCode
           PERFORM FIND-AWARD-INDEX
           IF AwardIndex = 0 THEN
           MOVE AwardCode TO AwardDescription
           ELSE
           MOVE AD-DESCRIPTION(AwardIndex) TO AwardDescription
           END-IF
           DISPLAY WK-EARNED-DATE(WI) "  " WK-PLAYER-ID(WI) " "
               DisplayName "  " AwardDescription " "
               WK-GAME-ID(WI)
           END-PERFORM
           IF WeekOverflow > 0 THEN
           DISPLAY "  ... and " WeekOverflow " more"
           END-IF.

       SEEK-PLAYER-NAME.

           MOVE "(UNREGISTERED)" TO DisplayName
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > PlayerCount
           IF PT-PLAYER-ID(SI) = SeekId THEN
           MOVE PT-NAME(SI) TO DisplayName
           END-IF
           END-PERFORM.

       END PROGRAM AWARDPST.
