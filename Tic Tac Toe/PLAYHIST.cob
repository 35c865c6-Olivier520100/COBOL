      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Inquiry and report over the PLAYAUD audit trail that
      *          PLAYMNT, PLAYMRG and WEBREG append to (see
      *          PAUDREC) - who renamed player 00042, when a member
      *          was deactivated, who was registered when an event
      *          ran. One card on SYSIN picks the question:
      *            col 1      P - every change to one player id
      *                       D - every change in a date range
      *                       M - the master as it stood on a date
      *            cols 2-6   P: the player id
      *            cols 2-9   D: first date, M: the as-of date
      *            cols 10-17 D: last date (blank means today)
      *          P also shows merges that folded another id into the
      *          one asked about. M starts from today's PLAYERS
      *          master and undoes, newest first, every change made
      *          after the as-of date, putting each record back to
      *          its before image and dropping the ids added since -
      *          so members registered before the trail began are
      *          rebuilt too. The rebuilt master is printed and
      *          written to PLAYASOF in the PLAYERS layout. Ends RC=4
      *          when P or D finds no changes, or when M meets a
      *          change to an id no longer on the master (edited by
      *          hand); RC=12 on a bad card or a file that cannot be
      *          opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYHIST.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYAUD-FILE ASSIGN TO "PLAYAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayAudStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT PLAYASOF-FILE ASSIGN TO "PLAYASOF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayAsOfStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYAUD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PAUDREC.cpy".

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  PLAYASOF-FILE
           LABEL RECORDS ARE STANDARD.
       01 PLAYASOF-RECORD PIC X(26).

       WORKING-STORAGE SECTION.
       01 PlayAudStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 PlayAsOfStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 InquiryCard.
           02 IC-MODE PIC X(01).
               88 IC-PLAYER-HISTORY VALUE "P".
               88 IC-DATE-RANGE VALUE "D".
               88 IC-MASTER-AS-OF VALUE "M".
           02 IC-FIELDS PIC X(16).
           02 IC-ID-FIELDS REDEFINES IC-FIELDS.
               03 IC-PLAYER-ID PIC X(05).
               03 FILLER PIC X(11).
           02 IC-DATE-FIELDS REDEFINES IC-FIELDS.
               03 IC-FROM-DATE PIC X(08).
               03 IC-TO-DATE PIC X(08).
           02 FILLER PIC X(63).
       01 AskedPlayerId PIC 9(05) VALUE 0.
       01 FromDate PIC 9(08) VALUE 0.
       01 ToDate PIC 9(08) VALUE 0.

       01 AuditRead PIC 9(07) VALUE 0.
       01 ChangesShown PIC 9(07) VALUE 0.
       01 ShowChangeFlag PIC 9.
           88 ShowChange VALUE 1.
       01 ChangeWord PIC X(12).
       01 StatusWord PIC X(08).
       01 SurvivorId PIC X(05).
       01 StampTime.
           02 ST-HH PIC XX.
           02 ST-MM PIC XX.
           02 ST-SS PIC XX.
           02 ST-CC PIC XX.

      * Today's master, rolled back to the as-of date. An id added
      * since is dropped rather than removed, keeping master order.
       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).
               03 PT-NAME PIC X(20).
               03 PT-STATUS PIC X(01).
       01 DroppedTable.
           02 PT-DROPPED PIC 9 OCCURS 50 TIMES.
       01 MatchIndex PIC 99 COMP.
       01 RosterCount PIC 9(05) VALUE 0.
       01 UnmatchedCount PIC 9(05) VALUE 0.

      * The changes made after the as-of date, in trail order, to
      * be undone from the newest back.
       01 LaterCount PIC 9(03) COMP VALUE 0.
       01 LaterTable.
           02 LaterEntry OCCURS 500 TIMES.
               03 LT-ACTION PIC X(01).
               03 LT-PLAYER-ID PIC 9(05).
               03 LT-BEFORE-IMAGE PIC X(26).
       01 LaterOverflowFlag PIC 9 VALUE 0.
           88 LaterOverflow VALUE 1.

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 LI PIC 9(03) COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-INQUIRY-CARD

           IF IC-MASTER-AS-OF THEN
           PERFORM REBUILD-MASTER-AS-OF
           ELSE
           PERFORM LIST-CHANGES
           IF ChangesShown = 0 THEN
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF

           STOP RUN.

       READ-INQUIRY-CARD.

           MOVE SPACES TO InquiryCard
           ACCEPT InquiryCard
           IF IC-PLAYER-HISTORY THEN
           IF IC-PLAYER-ID NOT NUMERIC THEN
           PERFORM REJECT-INQUIRY-CARD
           END-IF
           MOVE IC-PLAYER-ID TO AskedPlayerId
           ELSE IF IC-DATE-RANGE THEN
           IF IC-FROM-DATE NOT NUMERIC THEN
           PERFORM REJECT-INQUIRY-CARD
           END-IF
           MOVE IC-FROM-DATE TO FromDate
           IF IC-TO-DATE = SPACES THEN
           ACCEPT ToDate FROM DATE YYYYMMDD
           ELSE IF IC-TO-DATE IS NUMERIC THEN
           MOVE IC-TO-DATE TO ToDate
           ELSE
           PERFORM REJECT-INQUIRY-CARD
           END-IF
           END-IF
           IF ToDate < FromDate THEN
           PERFORM REJECT-INQUIRY-CARD
           END-IF
           ELSE IF IC-MASTER-AS-OF THEN
           IF IC-FROM-DATE NOT NUMERIC THEN
           PERFORM REJECT-INQUIRY-CARD
           END-IF
           MOVE IC-FROM-DATE TO ToDate
           ELSE
           PERFORM REJECT-INQUIRY-CARD
           END-IF
           END-IF
           END-IF.

       REJECT-INQUIRY-CARD.

           DISPLAY "PLAYHIST: card needs P and a player id, D and a "
               "date range, or M and a date: " InquiryCard
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       OPEN-AUDIT-TRAIL.

           OPEN INPUT PLAYAUD-FILE
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "PLAYHIST: Unable to open PLAYAUD, status "
               PlayAudStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF.

      * P and D: one pass down the trail, which is already in the
      * order the changes were made.
       LIST-CHANGES.

           PERFORM OPEN-AUDIT-TRAIL
           DISPLAY " "
           DISPLAY "================================================"
               "================"
           IF IC-PLAYER-HISTORY THEN
           DISPLAY "      PLAYER CHANGE HISTORY - ID " AskedPlayerId
           ELSE
           DISPLAY "      PLAYER CHANGES " FromDate " - " ToDate
           END-IF
           DISPLAY "================================================"
               "================"
           DISPLAY "DATE     TIME     PROGRAM  CHANGE       ID"

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ PLAYAUD-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO AuditRead
               PERFORM SELECT-ONE-CHANGE
               IF ShowChange THEN
               PERFORM PRINT-ONE-CHANGE
               END-IF
           END-READ
           END-PERFORM
           CLOSE PLAYAUD-FILE

           IF ChangesShown = 0 THEN
           DISPLAY "(no changes on the audit trail)"
           END-IF
           DISPLAY "------------------------------------------------"
               "----------------"
           DISPLAY "Trail Records Read . . . . : " AuditRead
           DISPLAY "Changes Listed . . . . . . : " ChangesShown
           DISPLAY "================================================"
               "================".

      * A merge is listed under the surviving id as well as the id
      * it folded away - the survivor's merge card is cols 6-10.
       SELECT-ONE-CHANGE.

           MOVE 0 TO ShowChangeFlag
           MOVE PA-TRANSACTION(6:5) TO SurvivorId
           IF IC-PLAYER-HISTORY THEN
           IF PA-PLAYER-ID = AskedPlayerId THEN
           MOVE 1 TO ShowChangeFlag
           END-IF
           IF PA-MERGED-AWAY AND SurvivorId IS NUMERIC THEN
           IF SurvivorId = IC-PLAYER-ID THEN
           MOVE 1 TO ShowChangeFlag
           END-IF
           END-IF
           ELSE
           IF PA-RUN-DATE NOT < FromDate
              AND PA-RUN-DATE NOT > ToDate THEN
           MOVE 1 TO ShowChangeFlag
           END-IF
           END-IF.

       PRINT-ONE-CHANGE.

           ADD 1 TO ChangesShown
           IF PA-ADDED THEN
           MOVE "ADDED" TO ChangeWord
           ELSE IF PA-RENAMED THEN
           MOVE "RENAMED" TO ChangeWord
           ELSE IF PA-REACTIVATED THEN
           MOVE "REACTIVATED" TO ChangeWord
           ELSE IF PA-DEACTIVATED THEN
           MOVE "DEACTIVATED" TO ChangeWord
           ELSE IF PA-MERGED-AWAY THEN
           MOVE "MERGED AWAY" TO ChangeWord
           ELSE
           MOVE PA-ACTION TO ChangeWord
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE PA-RUN-TIME TO StampTime
           DISPLAY " "
           DISPLAY PA-RUN-DATE " " ST-HH ":" ST-MM ":" ST-SS " "
               PA-PROGRAM " " ChangeWord " " PA-PLAYER-ID
           IF PA-BEFORE-IMAGE = SPACES THEN
           DISPLAY "    BEFORE  (not on the master)"
           ELSE
           MOVE PA-BEFORE-STATUS TO StatusWord
           PERFORM NAME-STATUS
           DISPLAY "    BEFORE  " PA-BEFORE-NAME " " StatusWord
           END-IF
           MOVE PA-AFTER-STATUS TO StatusWord
           PERFORM NAME-STATUS
           DISPLAY "    AFTER   " PA-AFTER-NAME " " StatusWord
           IF PA-MERGED-AWAY THEN
           DISPLAY "    INTO    " SurvivorId
           END-IF
           DISPLAY "    CARD    " PA-TRANSACTION.

      * A space status predates PL-STATUS and counts as active.
       NAME-STATUS.

           IF StatusWord = "I" THEN
           MOVE "INACTIVE" TO StatusWord
           ELSE
           MOVE "ACTIVE" TO StatusWord
           END-IF.

      * M: today's master less everything changed after the as-of
      * date (end of that day), undone newest first.
       REBUILD-MASTER-AS-OF.

           PERFORM LOAD-PLAYER-TABLE
           PERFORM OPEN-AUDIT-TRAIL
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile OR LaterOverflow
           READ PLAYAUD-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO AuditRead
               IF PA-RUN-DATE > ToDate THEN
               PERFORM KEEP-LATER-CHANGE
               END-IF
           END-READ
           END-PERFORM
           CLOSE PLAYAUD-FILE

           IF LaterOverflow THEN
           DISPLAY "PLAYHIST: more than 500 changes since " ToDate
               " - the master cannot be rolled back that far."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           PERFORM VARYING LI FROM LaterCount BY -1 UNTIL LI < 1
           PERFORM UNDO-ONE-CHANGE
           END-PERFORM

           PERFORM WRITE-MASTER-AS-OF.

       LOAD-PLAYER-TABLE.

           MOVE 0 TO PlayerCount
           INITIALIZE DroppedTable
           OPEN INPUT PLAYERS-FILE
           IF PlayersStatus NOT = "00" THEN
           DISPLAY "PLAYHIST: Unable to open PLAYERS, status "
               PlayersStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM UNTIL PlayersStatus NOT = "00"
               OR PlayerCount = 50
           READ PLAYERS-FILE
           IF PlayersStatus = "00" THEN
           ADD 1 TO PlayerCount
           MOVE PL-PLAYER-ID TO PT-PLAYER-ID(PlayerCount)
           MOVE PL-NAME TO PT-NAME(PlayerCount)
           MOVE PL-STATUS TO PT-STATUS(PlayerCount)
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE.

       KEEP-LATER-CHANGE.

           IF LaterCount = 500 THEN
           MOVE 1 TO LaterOverflowFlag
           ELSE
           ADD 1 TO LaterCount
           MOVE PA-ACTION TO LT-ACTION(LaterCount)
           MOVE PA-PLAYER-ID TO LT-PLAYER-ID(LaterCount)
           MOVE PA-BEFORE-IMAGE TO LT-BEFORE-IMAGE(LaterCount)
           END-IF.

      * An add is undone by dropping the id; anything else by
      * putting the before image back. A changed id no longer on
      * today's master means the master was touched outside the
      * programs that keep the trail - counted and reported.
       UNDO-ONE-CHANGE.

           MOVE 0 TO MatchIndex
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-PLAYER-ID(PI) = LT-PLAYER-ID(LI) THEN
           MOVE PI TO MatchIndex
           END-IF
           END-PERFORM
           IF MatchIndex = 0 THEN
           ADD 1 TO UnmatchedCount
           ELSE IF LT-ACTION(LI) = "A" THEN
           MOVE 1 TO PT-DROPPED(MatchIndex)
           ELSE
           MOVE LT-BEFORE-IMAGE(LI) TO PlayerEntry(MatchIndex)
           MOVE 0 TO PT-DROPPED(MatchIndex)
           END-IF
           END-IF.

       WRITE-MASTER-AS-OF.

           OPEN OUTPUT PLAYASOF-FILE
           IF PlayAsOfStatus NOT = "00" THEN
           DISPLAY "PLAYHIST: Unable to open PLAYASOF, status "
               PlayAsOfStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "     PLAYERS MASTER AS OF " ToDate
           DISPLAY "================================================="
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-DROPPED(PI) = 0 THEN
           ADD 1 TO RosterCount
           MOVE PlayerEntry(PI) TO PLAYASOF-RECORD
           WRITE PLAYASOF-RECORD
           IF PlayAsOfStatus NOT = "00" THEN
           DISPLAY "PLAYHIST: WRITE to PLAYASOF failed, status "
               PlayAsOfStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PT-STATUS(PI) = "I" THEN
           DISPLAY "  " PT-PLAYER-ID(PI) "  " PT-NAME(PI)
               " (INACTIVE)"
           ELSE
           DISPLAY "  " PT-PLAYER-ID(PI) "  " PT-NAME(PI)
           END-IF
           END-IF
           END-PERFORM
           CLOSE PLAYASOF-FILE

           IF RosterCount = 0 THEN
           DISPLAY "(no registered players)"
           END-IF
           DISPLAY "-------------------------------------------------"
           DISPLAY "Players on the Master. . . : " RosterCount
           DISPLAY "Later Changes Undone . . . : " LaterCount
           IF UnmatchedCount > 0 THEN
           DISPLAY "Changes to Ids Not on File : " UnmatchedCount
           MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "=================================================".

       END PROGRAM PLAYHIST.
