      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: League season close. STANDINGS only ever
      *          accumulates, so a member who joined last month could
      *          never catch the people who have been collecting +10s
      *          since the file started; the club plays quarterly
      *          seasons instead, and this batch closes one:
      *            - the live STANDINGS are frozen into the SEASHIST
      *              history (see SEASREC) under the season id on
      *              SYSIN - one record per player with final rank,
      *              W/L/D and rating, plus the season's own record
      *              giving the span of game ids it covered;
      *            - the final season table is printed;
      *            - the live standings are reset for the new season
      *              (an empty STANDNEW, swapped in by the job) with
      *              the STANDCTL watermark carried across in CTLNEW
      *              alongside them, so the new season starts posting
      *              at the first game after the last one this season
      *              counted - nothing posted twice, nothing dropped;
      *            - a movement report compares each player with the
      *              previous closed season: rank change, rating
      *              change, new members and departed ones.
      *          The job posts the outstanding games with STANDPST
      *          first, so the season's span ends exactly at the
      *          watermark that run leaves behind.
      *          SYSIN carries the season id, up to five digits - the
      *          club uses year and quarter, e.g. 20263. It must be
      *          above every season already closed, except that the
      *          season last closed may be closed again while nothing
      *          has been posted since (a rerun after a failed swap).
      *          Rank is by rating, then wins; equal rating and wins
      *          share a rank. Empty STANDINGS, a season id out of
      *          order or any file problem ends the run RC=12 with
      *          nothing swapped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASNCLS.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS SeasHistStatus.
           SELECT STANDINGS-FILE ASSIGN TO "STANDFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS StandingsStatus.
           SELECT STANDCTL-FILE ASSIGN TO "STANDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS StandCtlStatus.
           SELECT STANDNEW-FILE ASSIGN TO "STANDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS StandNewStatus.
           SELECT CTLNEW-FILE ASSIGN TO "CTLNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CtlNewStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SEASREC.cpy".

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

       FD  STANDNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 STANDNEW-RECORD PIC X(25).

       FD  CTLNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 CTLNEW-RECORD PIC X(07).

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 SeasHistStatus PIC XX.
       01 StandingsStatus PIC XX.
       01 StandCtlStatus PIC XX.
       01 StandNewStatus PIC XX.
       01 CtlNewStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 SeasonCardInput PIC X(05).
       01 InputDigit PIC 9.
       01 DigitSeenFlag PIC 9.
           88 DigitSeen VALUE 1.
       01 SeasonId PIC 9(05) VALUE 0.
       01 CloseDate PIC 9(08).

       01 LastPostedGameId PIC 9(07) VALUE 0.
       01 FirstGameId PIC 9(07) VALUE 0.
       01 HistoryRecordsRead PIC 9(07) VALUE 0.
       01 HistoryRecordsWritten PIC 9(07) VALUE 0.

      * What SEASHIST already holds: the highest season closed so
      * far, and the closed season just before the one being closed
      * now - the one its span follows and its movement compares to.
       01 LastClosedSeasonId PIC 9(05) VALUE 0.
       01 LastClosedLastGameId PIC 9(07) VALUE 0.
       01 PriorSeasonId PIC 9(05) VALUE 0.
       01 PriorLastGameId PIC 9(07) VALUE 0.
       01 ReclosingFlag PIC 9 VALUE 0.
           88 Reclosing VALUE 1.

       01 StandCount PIC 99 COMP VALUE 0.
       01 StandTable.
           02 StandEntry OCCURS 50 TIMES.
               03 SB-PLAYER-ID PIC 9(05).
               03 SB-WINS PIC 9(05).
               03 SB-LOSSES PIC 9(05).
               03 SB-DRAWS PIC 9(05).
               03 SB-RATING PIC 9(05).
               03 SB-FINAL-RANK PIC 9(03).

       01 SwapEntry.
           02 SW-PLAYER-ID PIC 9(05).
           02 SW-WINS PIC 9(05).
           02 SW-LOSSES PIC 9(05).
           02 SW-DRAWS PIC 9(05).
           02 SW-RATING PIC 9(05).
           02 SW-FINAL-RANK PIC 9(03).

       01 PriorCount PIC 99 COMP VALUE 0.
       01 PriorTable.
           02 PriorEntry OCCURS 50 TIMES.
               03 PV-PLAYER-ID PIC 9(05).
               03 PV-FINAL-RANK PIC 9(03).
               03 PV-RATING PIC 9(05).
               03 PV-MATCHED-FLAG PIC 9.
                   88 PV-MATCHED VALUE 1.

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).
               03 PT-NAME PIC X(20).
       01 DisplayName PIC X(20).
       01 SeekId PIC 9(05).
       01 SeekIndex PIC 99 COMP.

       01 RankMove PIC S9(03).
       01 RatingMove PIC S9(05).
       01 RankMoveOut PIC +++9.
       01 RatingMoveOut PIC +++++9.
       01 NewMembers PIC 9(05) VALUE 0.
       01 DepartedMembers PIC 9(05) VALUE 0.
       01 CarriedMembers PIC 9(05) VALUE 0.

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 SI PIC 99 COMP.
           02 VI PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT CloseDate FROM DATE YYYYMMDD
           PERFORM READ-SEASON-ID
           PERFORM LOAD-STANDINGS-TABLE
           PERFORM LOAD-CONTROL-RECORD
           PERFORM LOAD-PLAYER-TABLE

           IF StandCount = 0 THEN
           DISPLAY "SEASNCLS: STANDINGS is empty - no season to "
               "close."
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-LOG
           STOP RUN
           END-IF

           OPEN I-O SEASHIST-FILE
           IF SeasHistStatus = "00" THEN
           PERFORM SCAN-CLOSED-SEASONS
           ELSE
           OPEN OUTPUT SEASHIST-FILE
           END-IF
           IF SeasHistStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: Unable to open SEASHIST, status "
               SeasHistStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           PERFORM CHECK-SEASON-ORDER
           COMPUTE FirstGameId = PriorLastGameId + 1
           IF PriorSeasonId > 0 THEN
           PERFORM LOAD-PRIOR-SEASON
           END-IF

           PERFORM RANK-FINAL-TABLE
           PERFORM FREEZE-SEASON
           CLOSE SEASHIST-FILE

           PERFORM WRITE-NEW-STANDINGS
           PERFORM WRITE-NEW-CONTROL

           PERFORM PRINT-SEASON-TABLE
           PERFORM PRINT-MOVEMENT-REPORT
           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * The season id arrives on SYSIN as up to five digits, built
      * up digit by digit so "7" and "00007" name the same season.
       READ-SEASON-ID.

           MOVE SPACES TO SeasonCardInput
           ACCEPT SeasonCardInput
           MOVE 0 TO SeasonId
           MOVE 0 TO DigitSeenFlag
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > 5
           IF SeasonCardInput(SI:1) IS NUMERIC THEN
           MOVE SeasonCardInput(SI:1) TO InputDigit
           COMPUTE SeasonId = SeasonId * 10 + InputDigit
           MOVE 1 TO DigitSeenFlag
           END-IF
           END-PERFORM
           IF NOT DigitSeen OR SeasonId = 0 THEN
           DISPLAY "SEASNCLS: no season id supplied on SYSIN."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF.

      * A missing STANDINGS dataset means nothing to close - the
      * empty table is caught by the caller.
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
           MOVE 0 TO SB-FINAL-RANK(StandCount)
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

      * One pass over the history picks out the season span records
      * (player id 00000). The file is in season order, so the last
      * span seen is the season closed most recently, and the last
      * one below this run's id is the season this one follows.
       SCAN-CLOSED-SEASONS.

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ SEASHIST-FILE NEXT RECORD
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO HistoryRecordsRead
               IF SN-SEASON-SPAN-RECORD THEN
               MOVE SN-SEASON-ID TO LastClosedSeasonId
               MOVE SN-LAST-GAME-ID TO LastClosedLastGameId
               IF SN-SEASON-ID < SeasonId THEN
               MOVE SN-SEASON-ID TO PriorSeasonId
               MOVE SN-LAST-GAME-ID TO PriorLastGameId
               END-IF
               END-IF
           END-READ
           END-PERFORM.

      * Season ids only ever climb. Closing the last season again is
      * allowed only while the standings still hold exactly what it
      * froze - i.e. nothing has been posted since - which is the
      * rerun after a close whose swap never ran.
       CHECK-SEASON-ORDER.

           IF SeasonId = LastClosedSeasonId
              AND LastPostedGameId = LastClosedLastGameId THEN
           MOVE 1 TO ReclosingFlag
           DISPLAY "SEASNCLS: season " SeasonId " was closed at this "
               "watermark already - closing it again."
           ELSE IF SeasonId NOT > LastClosedSeasonId THEN
           DISPLAY "SEASNCLS: season " SeasonId " is not after the "
               "last closed season " LastClosedSeasonId "."
           CLOSE SEASHIST-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-LOG
           STOP RUN
           ELSE IF LastPostedGameId NOT > LastClosedLastGameId THEN
           DISPLAY "SEASNCLS: nothing posted since season "
               LastClosedSeasonId " closed at game "
               LastClosedLastGameId "."
           CLOSE SEASHIST-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-LOG
           STOP RUN
           END-IF
           END-IF
           END-IF.

      * The previous season's final table, for the movement report -
      * positioned just past its span record, read until the season
      * id changes.
       LOAD-PRIOR-SEASON.

           MOVE 0 TO PriorCount
           MOVE PriorSeasonId TO SN-SEASON-ID
           MOVE 1 TO SN-PLAYER-ID
           START SEASHIST-FILE KEY IS NOT LESS THAN SN-KEY
               INVALID KEY
               MOVE 1 TO EndOfFileFlag
               NOT INVALID KEY
               MOVE 0 TO EndOfFileFlag
           END-START
           PERFORM UNTIL EndOfFile
           READ SEASHIST-FILE NEXT RECORD
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               IF SN-SEASON-ID NOT = PriorSeasonId THEN
               MOVE 1 TO EndOfFileFlag
               ELSE IF PriorCount < 50 THEN
               ADD 1 TO PriorCount
               MOVE SN-PLAYER-ID TO PV-PLAYER-ID(PriorCount)
               MOVE SN-FINAL-RANK TO PV-FINAL-RANK(PriorCount)
               MOVE SN-RATING TO PV-RATING(PriorCount)
               MOVE 0 TO PV-MATCHED-FLAG(PriorCount)
               END-IF
               END-IF
           END-READ
           END-PERFORM.

      * Straight selection sort, rating then wins, highest first -
      * the table tops out at 50 entries. Equal rating and wins
      * share the rank of the first of them.
       RANK-FINAL-TABLE.

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI NOT < StandCount
           PERFORM VARYING PI FROM SI BY 1 UNTIL PI > StandCount
           IF SB-RATING(PI) > SB-RATING(SI)
              OR (SB-RATING(PI) = SB-RATING(SI)
              AND SB-WINS(PI) > SB-WINS(SI)) THEN
           MOVE StandEntry(SI) TO SwapEntry
           MOVE StandEntry(PI) TO StandEntry(SI)
           MOVE SwapEntry TO StandEntry(PI)
           END-IF
           END-PERFORM
           END-PERFORM

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StandCount
           IF SI > 1 THEN
           IF SB-RATING(SI) = SB-RATING(SI - 1)
              AND SB-WINS(SI) = SB-WINS(SI - 1) THEN
           MOVE SB-FINAL-RANK(SI - 1) TO SB-FINAL-RANK(SI)
           ELSE
           MOVE SI TO SB-FINAL-RANK(SI)
           END-IF
           ELSE
           MOVE 1 TO SB-FINAL-RANK(SI)
           END-IF
           END-PERFORM.

      * The players' lines first and the season's span record last,
      * so a close that dies part way leaves no span behind and the
      * rerun is simply a first close - REWRITE covers the lines the
      * failed run did get down.
       FREEZE-SEASON.

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StandCount
           MOVE SeasonId TO SN-SEASON-ID
           MOVE SB-PLAYER-ID(SI) TO SN-PLAYER-ID
           MOVE SB-FINAL-RANK(SI) TO SN-FINAL-RANK
           MOVE SB-WINS(SI) TO SN-WINS
           MOVE SB-LOSSES(SI) TO SN-LOSSES
           MOVE SB-DRAWS(SI) TO SN-DRAWS
           MOVE SB-RATING(SI) TO SN-RATING
           PERFORM WRITE-HISTORY-RECORD
           END-PERFORM

           MOVE SeasonId TO SN-SEASON-ID
           MOVE 0 TO SN-PLAYER-ID
           MOVE SPACES TO SN-SEASON-SPAN
           MOVE FirstGameId TO SN-FIRST-GAME-ID
           MOVE LastPostedGameId TO SN-LAST-GAME-ID
           MOVE CloseDate TO SN-CLOSE-DATE
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.

           WRITE SEASON-RECORD
               INVALID KEY
               REWRITE SEASON-RECORD
           END-WRITE
           IF SeasHistStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: WRITE to SEASHIST failed, status "
               SeasHistStatus
           CLOSE SEASHIST-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO HistoryRecordsWritten.

      * The new season starts from nothing: an empty STANDNEW, and
      * the watermark carried across unchanged in CTLNEW so the two
      * go live together in the job's swap step. Games up to the
      * watermark belong to the season just frozen; the next
      * STANDPST run posts everything after it into the new one.
       WRITE-NEW-STANDINGS.

           OPEN OUTPUT STANDNEW-FILE
           IF StandNewStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: Unable to open STANDNEW, status "
               StandNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE STANDNEW-FILE.

       WRITE-NEW-CONTROL.

           OPEN OUTPUT CTLNEW-FILE
           IF CtlNewStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: Unable to open CTLNEW, status "
               CtlNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE LastPostedGameId TO CTLNEW-RECORD
           WRITE CTLNEW-RECORD
           IF CtlNewStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: WRITE to CTLNEW failed, status "
               CtlNewStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE CTLNEW-FILE.

       SEEK-PLAYER-NAME.

           MOVE "(UNREGISTERED)" TO DisplayName
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-PLAYER-ID(PI) = SeekId THEN
           MOVE PT-NAME(PI) TO DisplayName
           END-IF
           END-PERFORM.

       PRINT-SEASON-TABLE.

           DISPLAY " "
           DISPLAY "=================================================="
               "======"
           DISPLAY "           FINAL TABLE - SEASON " SeasonId
           DISPLAY "=================================================="
               "======"
           DISPLAY "RANK  ID     NAME                  W     L     D"
               "  RATING"
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StandCount
           MOVE SB-PLAYER-ID(SI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           DISPLAY SB-FINAL-RANK(SI) "   " SB-PLAYER-ID(SI) "  "
               DisplayName " " SB-WINS(SI) " " SB-LOSSES(SI) " "
               SB-DRAWS(SI) "  " SB-RATING(SI)
           END-PERFORM
           DISPLAY "--------------------------------------------------"
               "------"
           DISPLAY "Games Covered. . . . . . . : " FirstGameId " - "
               LastPostedGameId
           DISPLAY "Players in Final Table . . : " StandCount
           DISPLAY "Closed On. . . . . . . . . : " CloseDate
           DISPLAY "=================================================="
               "======".

      * Every player in the closing table against their line in the
      * previous season - rank change positive when they climbed -
      * then everybody from the previous table who played no game
      * this season.
       PRINT-MOVEMENT-REPORT.

           DISPLAY " "
           DISPLAY "=================================================="
               "=============="
           IF PriorSeasonId = 0 THEN
           DISPLAY "        SEASON MOVEMENT - FIRST SEASON " SeasonId
           ELSE
           DISPLAY "        SEASON MOVEMENT - " PriorSeasonId " TO "
               SeasonId
           END-IF
           DISPLAY "=================================================="
               "=============="
           DISPLAY "ID     NAME                  RANK     MOVE  RATING"
               "       MOVE"

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StandCount
           MOVE SB-PLAYER-ID(SI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           MOVE 0 TO SeekIndex
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > PriorCount
           IF PV-PLAYER-ID(VI) = SB-PLAYER-ID(SI) THEN
           MOVE VI TO SeekIndex
           END-IF
           END-PERFORM
           IF SeekIndex = 0 THEN
           ADD 1 TO NewMembers
           DISPLAY SB-PLAYER-ID(SI) "  " DisplayName "  NEW-"
               SB-FINAL-RANK(SI) "   NEW    NEW-" SB-RATING(SI)
               "     NEW"
           ELSE
           MOVE 1 TO PV-MATCHED-FLAG(SeekIndex)
           COMPUTE RankMove =
               PV-FINAL-RANK(SeekIndex) - SB-FINAL-RANK(SI)
           COMPUTE RatingMove =
               SB-RATING(SI) - PV-RATING(SeekIndex)
           MOVE RankMove TO RankMoveOut
           MOVE RatingMove TO RatingMoveOut
           DISPLAY SB-PLAYER-ID(SI) "  " DisplayName "  "
               PV-FINAL-RANK(SeekIndex) "-" SB-FINAL-RANK(SI) "  "
               RankMoveOut "  " PV-RATING(SeekIndex) "-"
               SB-RATING(SI) "  " RatingMoveOut
           END-IF
           END-PERFORM

           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > PriorCount
           IF NOT PV-MATCHED(VI) THEN
           ADD 1 TO DepartedMembers
           MOVE PV-PLAYER-ID(VI) TO SeekId
           PERFORM SEEK-PLAYER-NAME
           DISPLAY PV-PLAYER-ID(VI) "  " DisplayName "  "
               PV-FINAL-RANK(VI) "-OUT   OUT  " PV-RATING(VI)
               "-  OUT     OUT"
           END-IF
           END-PERFORM

           DISPLAY "--------------------------------------------------"
               "--------------"
           COMPUTE CarriedMembers = StandCount - NewMembers
           DISPLAY "Players Carried Over . . . : " CarriedMembers
           DISPLAY "New This Season. . . . . . : " NewMembers
           DISPLAY "Departed Since Last Season : " DepartedMembers
           DISPLAY "=================================================="
               "==============".

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the close itself.
       WRITE-RUN-LOG.

           MOVE "SEASNCLS" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = StandCount + HistoryRecordsRead
           MOVE HistoryRecordsWritten TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "SEASNCLS: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM SEASNCLS.
