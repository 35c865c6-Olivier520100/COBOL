      *          break ends the run RC=8 and the swap never runs.
      *          The audit report shows both standings lines before
      *          and the surviving line after, plus per-file counts
      *          of records changed. A merge that proves out is
      *          appended to the PLAYAUD audit trail (see PAUDREC) as
      *          the old id's deactivation, with the merge card and
      *          its master record before and after.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  The old id's deactivation is appended to
      *                     the new PLAYAUD audit trail when the
      *                     control totals prove out.
      *   10/15/2026 OSV  Folds the achievements files too (see
      *                     AWARDPST): the old id's AWRDPRG games
      *                     played add into the surviving line, and
      *                     its AWARDS records are rekeyed - less any
      *                     once-only award the surviving id already
      *                     holds; every EVNT is kept. SEASHIST is
      *                     not touched: closed seasons are frozen
      *                     and keep the old id.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMRG.
           SELECT PLAYMRG-FILE ASSIGN TO "PLAYMRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayMrgStatus.
           SELECT AWRDPRG-FILE ASSIGN TO "AWRDPRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwrdPrgStatus.
           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwardsStatus.
           SELECT APRGMRG-FILE ASSIGN TO "APRGMRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AprgMrgStatus.
           SELECT AWARDMRG-FILE ASSIGN TO "AWARDMRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AwardMrgStatus.
           SELECT PLAYAUD-FILE ASSIGN TO "PLAYAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayAudStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.
           LABEL RECORDS ARE STANDARD.
       01 PLAYMRG-RECORD PIC X(26).

       FD  AWRDPRG-FILE
           LABEL RECORDS ARE STANDARD.
       01 AWARD-PROGRESS-RECORD.
           02 AP-PLAYER-ID PIC 9(05).
           02 AP-GAMES-PLAYED PIC 9(05).
           02 AP-WIN-STREAK PIC 9(03).

       FD  AWARDS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AWARDREC.cpy".

       FD  APRGMRG-FILE
           LABEL RECORDS ARE STANDARD.
       01 APRGMRG-RECORD PIC X(13).

       FD  AWARDMRG-FILE
           LABEL RECORDS ARE STANDARD.
       01 AWARDMRG-RECORD PIC X(24).

       FD  PLAYAUD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PAUDREC.cpy".

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".
       01 StandMrgStatus PIC XX.
       01 XrefMrgStatus PIC XX.
       01 PlayMrgStatus PIC XX.
       01 AwrdPrgStatus PIC XX.
       01 AwardsStatus PIC XX.
       01 AprgMrgStatus PIC XX.
       01 AwardMrgStatus PIC XX.
       01 PlayAudStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.
       01 XrefsChanged PIC 9(07) VALUE 0.
       01 PlayersRead PIC 9(07) VALUE 0.
       01 PlayersWritten PIC 9(07) VALUE 0.
       01 ProgressRead PIC 9(07) VALUE 0.
       01 ProgressWritten PIC 9(07) VALUE 0.
       01 AwardsRead PIC 9(07) VALUE 0.
       01 AwardsWritten PIC 9(07) VALUE 0.
       01 AwardsChanged PIC 9(07) VALUE 0.
       01 AwardsDropped PIC 9(07) VALUE 0.
       01 ControlBreakFlag PIC 9 VALUE 0.
           88 ControlBreak VALUE 1.
       01 RecordChangedFlag PIC 9.
           88 RecordChanged VALUE 1.

      * The old id's master record either side of the merge, for
      * the audit trail.
       01 OldBeforeImage PIC X(26).
       01 OldAfterImage PIC X(26).
       01 RunDate PIC 9(08).
       01 RunTime PIC 9(08).
       01 AuditFailedFlag PIC 9 VALUE 0.
           88 AuditFailed VALUE 1.

      * The two standings lines involved, held for the fold and
      * the before/after audit. A missing entry just means that id
      * has never been posted.
           02 MS-RATING PIC 9(05).
       01 RatingWork PIC S9(07) COMP.

      * The two AWRDPRG lines involved, held the same way. Games
      * played simply add; a winning streak cannot be spliced from
      * two interleaved runs of games, so the merged line carries
      * the streak of whichever id sat in the later counted game -
      * LastOldGameId / LastNewGameId, noted off GAMELOG as it is
      * copied.
       01 OldProgressFoundFlag PIC 9 VALUE 0.
           88 OldProgressFound VALUE 1.
       01 NewProgressFoundFlag PIC 9 VALUE 0.
           88 NewProgressFound VALUE 1.
       01 OldProgress.
           02 OP-GAMES-PLAYED PIC 9(05) VALUE 0.
           02 OP-WIN-STREAK PIC 9(03) VALUE 0.
       01 NewProgressBefore.
           02 NP-GAMES-PLAYED PIC 9(05) VALUE 0.
           02 NP-WIN-STREAK PIC 9(03) VALUE 0.
       01 MergedProgress.
           02 MP-PLAYER-ID PIC 9(05).
           02 MP-GAMES-PLAYED PIC 9(05).
           02 MP-WIN-STREAK PIC 9(03).
       01 GamesPlayedWork PIC 9(07) COMP.
       01 LastOldGameId PIC 9(07) VALUE 0.
       01 LastNewGameId PIC 9(07) VALUE 0.

      * The once-only awards the surviving id already holds - an
      * old-id record for one of these is dropped, not rekeyed.
       01 SurvivorAwardCount PIC 99 COMP VALUE 0.
       01 SurvivorAwardTable.
           02 SurvivorAwardCode PIC X(04) OCCURS 20 TIMES.
       01 SurvivorHoldsFlag PIC 9.
           88 SurvivorHolds VALUE 1.

       01 Subscripts.
           02 SI PIC 99 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           PERFORM READ-MERGE-CARD
           PERFORM VALIDATE-AGAINST-MASTER

           PERFORM MERGE-MOVELOG
           PERFORM MERGE-STANDINGS
           PERFORM MERGE-XREF
           PERFORM MERGE-AWARD-PROGRESS
           PERFORM MERGE-AWARDS
           PERFORM MERGE-PLAYERS

           PERFORM PRINT-AUDIT-REPORT

           IF ControlBreak THEN
           MOVE 8 TO RETURN-CODE
           ELSE
           PERFORM WRITE-AUDIT-TRAIL
           IF AuditFailed THEN
           MOVE 8 TO RETURN-CODE
           END-IF
           END-IF

           PERFORM WRITE-RUN-LOG
       MERGE-ONE-GAME.

           ADD 1 TO GamesRead
           IF NOT GR-SIMULATED AND NOT GR-END-ADJUDICATED THEN
           IF GR-PLAYER1-ID = OldPlayerId
              OR GR-PLAYER4-ID = OldPlayerId THEN
           MOVE GR-GAME-ID TO LastOldGameId
           END-IF
           IF GR-PLAYER1-ID = NewPlayerId
              OR GR-PLAYER4-ID = NewPlayerId THEN
           MOVE GR-GAME-ID TO LastNewGameId
           END-IF
           END-IF
           MOVE 0 TO RecordChangedFlag
           IF GR-PLAYER1-ID = OldPlayerId THEN
           MOVE NewPlayerId TO GR-PLAYER1-ID
           CLOSE XREFMRG-FILE
           END-IF.

      * The AWRDPRG fold, on the STANDINGS pattern: the old id's
      * line is held back and absorbed into the surviving id's,
      * every other line passes through. One line in, one line out,
      * except the one absorbed. AWRDPRG is allocated before the
      * first AWARDPST run (see AWARDPST), so it must be there.
       MERGE-AWARD-PROGRESS.

           OPEN INPUT AWRDPRG-FILE
           IF AwrdPrgStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: Unable to open AWRDPRG, status "
               AwrdPrgStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT APRGMRG-FILE
           IF AprgMrgStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: Unable to open APRGMRG, status "
               AprgMrgStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ AWRDPRG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO ProgressRead
               PERFORM SIFT-ONE-PROGRESS
           END-READ
           END-PERFORM
           CLOSE AWRDPRG-FILE

           IF OldProgressFound THEN
           PERFORM FOLD-PROGRESS-LINE
           END-IF
           IF NewProgressFound OR OldProgressFound THEN
           MOVE MergedProgress TO APRGMRG-RECORD
           WRITE APRGMRG-RECORD
           IF AprgMrgStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: WRITE to APRGMRG failed, status "
               AprgMrgStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO ProgressWritten
           END-IF
           CLOSE APRGMRG-FILE.

       SIFT-ONE-PROGRESS.

           IF AP-PLAYER-ID = OldPlayerId THEN
           MOVE 1 TO OldProgressFoundFlag
           MOVE AP-GAMES-PLAYED TO OP-GAMES-PLAYED
           MOVE AP-WIN-STREAK TO OP-WIN-STREAK
           ELSE
           IF AP-PLAYER-ID = NewPlayerId THEN
           MOVE 1 TO NewProgressFoundFlag
           MOVE AWARD-PROGRESS-RECORD TO MergedProgress
           MOVE AP-GAMES-PLAYED TO NP-GAMES-PLAYED
           MOVE AP-WIN-STREAK TO NP-WIN-STREAK
           ELSE
           MOVE AWARD-PROGRESS-RECORD TO APRGMRG-RECORD
           WRITE APRGMRG-RECORD
           IF AprgMrgStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: WRITE to APRGMRG failed, status "
               AprgMrgStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO ProgressWritten
           END-IF
           END-IF.

      * Games played add, held at AWARDPST's ceiling of 99999; the
      * 10/50/100-game awards the sum earns are granted by the next
      * AWARDPST run, at the surviving id's next counted game.
       FOLD-PROGRESS-LINE.

           IF NOT NewProgressFound THEN
           MOVE NewPlayerId TO MP-PLAYER-ID
           MOVE 0 TO MP-GAMES-PLAYED
           MOVE 0 TO MP-WIN-STREAK
           END-IF
           COMPUTE GamesPlayedWork = MP-GAMES-PLAYED + OP-GAMES-PLAYED
           IF GamesPlayedWork > 99999 THEN
           MOVE 99999 TO MP-GAMES-PLAYED
           ELSE
           MOVE GamesPlayedWork TO MP-GAMES-PLAYED
           END-IF
           IF LastOldGameId > LastNewGameId THEN
           MOVE OP-WIN-STREAK TO MP-WIN-STREAK
           END-IF.

      * The AWARDS fold takes two passes over the file: the first
      * notes the once-only awards the surviving id holds, the
      * second copies every record, rekeying the old id's - but an
      * old-id once-only award the survivor already has is dropped,
      * since AWARDPST allows one of each. Every EVNT is kept. The
      * control total allows for exactly the drops. AWARDS is
      * allocated before the first AWARDPST run, so it must be
      * there.
       MERGE-AWARDS.

           OPEN INPUT AWARDS-FILE
           IF AwardsStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: Unable to open AWARDS, status "
               AwardsStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 0 TO SurvivorAwardCount
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ AWARDS-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               IF AW-PLAYER-ID = NewPlayerId
                  AND NOT AW-EVENT-WINNER
                  AND SurvivorAwardCount < 20 THEN
               ADD 1 TO SurvivorAwardCount
               MOVE AW-AWARD-CODE
                   TO SurvivorAwardCode(SurvivorAwardCount)
               END-IF
           END-READ
           END-PERFORM
           CLOSE AWARDS-FILE

           OPEN INPUT AWARDS-FILE
           IF AwardsStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: Unable to reopen AWARDS, status "
               AwardsStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT AWARDMRG-FILE
           IF AwardMrgStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: Unable to open AWARDMRG, status "
               AwardMrgStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ AWARDS-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO AwardsRead
               PERFORM MERGE-ONE-AWARD
           END-READ
           END-PERFORM
           CLOSE AWARDS-FILE
           CLOSE AWARDMRG-FILE.

       MERGE-ONE-AWARD.

           MOVE 0 TO SurvivorHoldsFlag
           IF AW-PLAYER-ID = OldPlayerId AND NOT AW-EVENT-WINNER THEN
           PERFORM VARYING SI FROM 1 BY 1
               UNTIL SI > SurvivorAwardCount
           IF SurvivorAwardCode(SI) = AW-AWARD-CODE THEN
           MOVE 1 TO SurvivorHoldsFlag
           END-IF
           END-PERFORM
           END-IF

           IF SurvivorHolds THEN
           ADD 1 TO AwardsDropped
           DISPLAY "PLAYMRG: " OldPlayerId " award " AW-AWARD-CODE
               " (game " AW-GAME-ID ") dropped - " NewPlayerId
               " already holds it"
           ELSE
           IF AW-PLAYER-ID = OldPlayerId THEN
           MOVE NewPlayerId TO AW-PLAYER-ID
           ADD 1 TO AwardsChanged
           END-IF
           MOVE AWARD-RECORD TO AWARDMRG-RECORD
           WRITE AWARDMRG-RECORD
           IF AwardMrgStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: WRITE to AWARDMRG failed, status "
               AwardMrgStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO AwardsWritten
           END-IF.

      * The master itself: every record passes through, the old id
      * marked inactive so it leaves the seating roster but keeps
      * resolving on reports against the games logged before this
               NOT AT END
               ADD 1 TO PlayersRead
               IF PL-PLAYER-ID = OldPlayerId THEN
               MOVE PLAYER-RECORD TO OldBeforeImage
               MOVE "I" TO PL-STATUS
               MOVE PLAYER-RECORD TO OldAfterImage
               END-IF
               MOVE PLAYER-RECORD TO PLAYMRG-RECORD
               WRITE PLAYMRG-RECORD
               " " XrefsWritten " " XrefsChanged
           DISPLAY "PLAYERS Read / Written . . . . . : " PlayersRead
               " " PlayersWritten
           DISPLAY "AWRDPRG Read / Written . . . . . : " ProgressRead
               " " ProgressWritten
           DISPLAY "AWARDS Read / Written / Changed. : " AwardsRead
               " " AwardsWritten " " AwardsChanged
           DISPLAY "AWARDS Dropped (already held). . : " AwardsDropped
           IF NewProgressFound OR OldProgressFound THEN
           DISPLAY "Award progress after the merge (GAMES / STREAK): "
               MP-GAMES-PLAYED " " MP-WIN-STREAK
           END-IF

           IF GamesWritten NOT = GamesRead
              OR MovesWritten NOT = MovesRead
           MOVE 1 TO ControlBreakFlag
           END-IF
           END-IF
      * AWRDPRG likewise, and AWARDS comes out short by exactly the
      * awards dropped.
           IF OldProgressFound AND NewProgressFound THEN
           IF ProgressWritten NOT = ProgressRead - 1 THEN
           MOVE 1 TO ControlBreakFlag
           END-IF
           ELSE
           IF ProgressWritten NOT = ProgressRead THEN
           MOVE 1 TO ControlBreakFlag
           END-IF
           END-IF
           IF AwardsWritten + AwardsDropped NOT = AwardsRead THEN
           MOVE 1 TO ControlBreakFlag
           END-IF

           IF ControlBreak THEN
           DISPLAY "PLAYMRG: *** CONTROL TOTALS DO NOT PROVE OUT - "
           END-IF
           DISPLAY "=================================================".

      * The merge as the old id's deactivation, appended to the
      * PLAYAUD trail only once the control totals prove out - a
      * merge that will never be swapped in changed nothing. The
      * trail cannot be written after the SWAP step, so a swap that
      * fails leaves a record of a merge that did not go live; the
      * JCL says how to tell. A trail that cannot be written ends
      * the run RC=8, which holds the swap back.
       WRITE-AUDIT-TRAIL.

           OPEN EXTEND PLAYAUD-FILE
           IF PlayAudStatus NOT = "00" THEN
           OPEN OUTPUT PLAYAUD-FILE
           END-IF
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: Unable to open PLAYAUD, status "
               PlayAudStatus
           MOVE 1 TO AuditFailedFlag
           ELSE
           MOVE "PLAYMRG" TO PA-PROGRAM
           MOVE RunDate TO PA-RUN-DATE
           MOVE RunTime TO PA-RUN-TIME
           MOVE "M" TO PA-ACTION
           MOVE OldPlayerId TO PA-PLAYER-ID
           MOVE MergeCardInput TO PA-TRANSACTION
           MOVE OldBeforeImage TO PA-BEFORE-IMAGE
           MOVE OldAfterImage TO PA-AFTER-IMAGE
           WRITE PLAYER-AUDIT-RECORD
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "PLAYMRG: WRITE to PLAYAUD failed, status "
               PlayAudStatus
           MOVE 1 TO AuditFailedFlag
           END-IF
           CLOSE PLAYAUD-FILE
           END-IF.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
           ACCEPT RL-RUN-TIME FROM TIME
           COMPUTE RL-RECORDS-READ = GamesRead + MovesRead
               + StandsRead + XrefsRead + PlayersRead
               + ProgressRead + AwardsRead
           COMPUTE RL-RECORDS-WRITTEN = GamesWritten + MovesWritten
               + StandsWritten + XrefsWritten + PlayersWritten
               + ProgressWritten + AwardsWritten
           MOVE ControlBreakFlag TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
