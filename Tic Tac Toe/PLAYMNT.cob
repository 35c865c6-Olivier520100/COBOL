      *          rejected transaction is reported and the run ends
      *          RC=4 so the deck gets a second look. Id 00000 is
      *          reserved for an unregistered seat and cannot be
      *          added. Every change that lands on the master is
      *          appended to the PLAYAUD audit trail (see PAUDREC)
      *          with the card that caused it and the record before
      *          and after - once the rewritten master is safely
      *          closed, so the trail never shows a change the
      *          master did not get. A trail that cannot be written
      *          ends the run RC=8.
      * Tectonics: cobc
      * Modification History:
      *   9/2/2026   OSV  Added action D - deactivate a departed
      *                     an ordinary R card instead of hand
      *                     editing the master - the recovery the
      *                     action-D note above always promised.
      *   10/15/2026 OSV  Every add, rename, reactivation and
      *                     deactivation is appended to the new
      *                     PLAYAUD audit trail with its before and
      *                     after images - PLAYHIST reads it back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMNT.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT PLAYAUD-FILE ASSIGN TO "PLAYAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayAudStatus.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  PLAYAUD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PAUDREC.cpy".

       WORKING-STORAGE SECTION.
       01 PlayersStatus PIC XX.
       01 PlayAudStatus PIC XX.

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
       01 MatchIndex PIC 99 COMP.
       01 InputRetryCount PIC 9(03) COMP VALUE 0.

      * The changes made this run, held for the audit trail until
      * the master has been rewritten. No more than one a card, and
      * a deck with no E card stops after its 201st card - that card
      * is still applied, so it needs its entry too.
       01 RunDate PIC 9(08).
       01 RunTime PIC 9(08).
       01 AuditAction PIC X(01).
       01 AuditIndex PIC 99 COMP.
       01 BeforeImage PIC X(26).
       01 AuditCount PIC 9(03) COMP VALUE 0.
       01 AuditTable.
           02 AuditEntry OCCURS 201 TIMES.
               03 AT-ACTION PIC X(01).
               03 AT-PLAYER-ID PIC 9(05).
               03 AT-TRANSACTION PIC X(26).
               03 AT-BEFORE-IMAGE PIC X(26).
               03 AT-AFTER-IMAGE PIC X(26).
       01 AuditFailedFlag PIC 9 VALUE 0.
           88 AuditFailed VALUE 1.

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 AI PIC 9(03) COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           PERFORM LOAD-PLAYER-TABLE

           PERFORM UNTIL EndOfDeck
           END-PERFORM

           PERFORM REWRITE-PLAYER-MASTER
           PERFORM WRITE-AUDIT-TRAIL
           PERFORM PRINT-ROSTER

           IF RejectCount > 0 THEN
           DISPLAY "PLAYMNT: " RejectCount " transaction(s) rejected."
           MOVE 4 TO RETURN-CODE
           END-IF
           IF AuditFailed THEN
           MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

           MOVE TR-NAME TO PT-NAME(PlayerCount)
           MOVE "A" TO PT-STATUS(PlayerCount)
           DISPLAY "PLAYMNT: ADDED   " TR-PLAYER-ID " " TR-NAME
           MOVE SPACES TO BeforeImage
           MOVE "A" TO AuditAction
           MOVE PlayerCount TO AuditIndex
           PERFORM KEEP-AUDIT-ENTRY
           END-IF
           END-IF
           END-IF.
           ADD 1 TO RejectCount
           DISPLAY "PLAYMNT: REJECTED - id not on master: " TransInput
           ELSE
           MOVE PlayerEntry(MatchIndex) TO BeforeImage
           IF PT-STATUS(MatchIndex) = "I" THEN
           DISPLAY "PLAYMNT: RENAMED " TR-PLAYER-ID " "
               PT-NAME(MatchIndex) " -> " TR-NAME
               " (REACTIVATED)"
           MOVE "A" TO PT-STATUS(MatchIndex)
           MOVE "V" TO AuditAction
           ELSE
           DISPLAY "PLAYMNT: RENAMED " TR-PLAYER-ID " "
               PT-NAME(MatchIndex) " -> " TR-NAME
           MOVE "R" TO AuditAction
           END-IF
           MOVE TR-NAME TO PT-NAME(MatchIndex)
           MOVE MatchIndex TO AuditIndex
           PERFORM KEEP-AUDIT-ENTRY
           END-IF.

      * The record stays on the master so names keep resolving on
           DISPLAY "PLAYMNT: REJECTED - id already inactive: "
               TransInput
           ELSE
           MOVE PlayerEntry(MatchIndex) TO BeforeImage
           MOVE "I" TO PT-STATUS(MatchIndex)
           DISPLAY "PLAYMNT: DEACTIVATED " TR-PLAYER-ID " "
               PT-NAME(MatchIndex)
           MOVE "D" TO AuditAction
           MOVE MatchIndex TO AuditIndex
           PERFORM KEEP-AUDIT-ENTRY
           END-IF
           END-IF.

      * The table entry after the change is the after image - it
      * has the PLAYER-RECORD layout, id, name and status.
       KEEP-AUDIT-ENTRY.

           ADD 1 TO AuditCount
           MOVE AuditAction TO AT-ACTION(AuditCount)
           MOVE PT-PLAYER-ID(AuditIndex) TO AT-PLAYER-ID(AuditCount)
           MOVE TransInput TO AT-TRANSACTION(AuditCount)
           MOVE BeforeImage TO AT-BEFORE-IMAGE(AuditCount)
           MOVE PlayerEntry(AuditIndex) TO AT-AFTER-IMAGE(AuditCount).

       REWRITE-PLAYER-MASTER.

           OPEN OUTPUT PLAYERS-FILE
           END-PERFORM
           CLOSE PLAYERS-FILE.

      * Append-only like RUNLOG, with the OUTPUT fallback covering
      * the trail's very first run. Written only once the master is
      * rewritten and closed; a trail that cannot be written leaves
      * the master changed with no record of why, so it ends RC=8.
       WRITE-AUDIT-TRAIL.

           IF AuditCount > 0 THEN
           OPEN EXTEND PLAYAUD-FILE
           IF PlayAudStatus NOT = "00" THEN
           OPEN OUTPUT PLAYAUD-FILE
           END-IF
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "PLAYMNT: Unable to open PLAYAUD, status "
               PlayAudStatus
           MOVE 1 TO AuditFailedFlag
           ELSE
           PERFORM VARYING AI FROM 1 BY 1
               UNTIL AI > AuditCount OR AuditFailed
           MOVE "PLAYMNT" TO PA-PROGRAM
           MOVE RunDate TO PA-RUN-DATE
           MOVE RunTime TO PA-RUN-TIME
           MOVE AT-ACTION(AI) TO PA-ACTION
           MOVE AT-PLAYER-ID(AI) TO PA-PLAYER-ID
           MOVE AT-TRANSACTION(AI) TO PA-TRANSACTION
           MOVE AT-BEFORE-IMAGE(AI) TO PA-BEFORE-IMAGE
           MOVE AT-AFTER-IMAGE(AI) TO PA-AFTER-IMAGE
           WRITE PLAYER-AUDIT-RECORD
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "PLAYMNT: WRITE to PLAYAUD failed, status "
               PlayAudStatus
           MOVE 1 TO AuditFailedFlag
           END-IF
           END-PERFORM
           CLOSE PLAYAUD-FILE
           END-IF
           END-IF.

       PRINT-ROSTER.

           DISPLAY " "
           END-IF
           DISPLAY "Transactions Read. . . . . : " TransCount
           DISPLAY "Transactions Rejected. . . : " RejectCount
           DISPLAY "Changes Audited. . . . . . : " AuditCount
           DISPLAY "=================================================".

       END PROGRAM PLAYMNT.
