      *          league view stays with STANDPST, which ignores the
      *          tournament stamp entirely.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  Games adjudicated by the stale checkpoint
      *                     sweep (GR-END-REASON "A", see CKPTSWP)
      *                     score as the forfeit they were ruled -
      *                     two points to the player who stayed - and
      *                     are counted on their own summary line. An
      *                     adjudicated game with no winner scores
      *                     nothing for either side but still marks
      *                     the pairing as met.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNYRPT.

       01 GamesRead PIC 9(07) VALUE 0.
       01 GamesInEvent PIC 9(07) VALUE 0.
       01 GamesForfeited PIC 9(07) VALUE 0.
       01 SeatIndex1 PIC 99 COMP.
       01 SeatIndex4 PIC 99 COMP.
       01 SeekId PIC 9(05).
           88 CreditWin VALUE 1.
           88 CreditLoss VALUE 2.
           88 CreditDraw VALUE 3.
           88 CreditNone VALUE 4.

       01 GridLine PIC X(100).
       01 GridPos PIC 9(03) COMP.

           DISPLAY "Games Read . . . . . . . . : " GamesRead
           DISPLAY "Games In This Event. . . . : " GamesInEvent
           DISPLAY "Adjudicated (forfeits) . . : " GamesForfeited
           DISPLAY "================================================="

           STOP RUN.
           PERFORM FIND-OR-ADD-FIELD-ENTRY
           MOVE SeekIndex TO SeatIndex4

           IF GR-END-ADJUDICATED THEN
           ADD 1 TO GamesForfeited
           END-IF

           IF SeatIndex1 = 0 OR SeatIndex4 = 0 THEN
           CONTINUE
           ELSE
           MOVE 1 TO CreditResult
           ELSE IF GR-WINNER-P4 THEN
           MOVE 2 TO CreditResult
           ELSE IF GR-END-ADJUDICATED THEN
           MOVE 4 TO CreditResult
           ELSE
           MOVE 3 TO CreditResult
           END-IF
           END-IF
           END-IF
           PERFORM CREDIT-ONE-SEAT

           MOVE SeatIndex4 TO CreditIndex
           MOVE 1 TO CreditResult
           ELSE IF GR-WINNER-P1 THEN
           MOVE 2 TO CreditResult
           ELSE IF GR-END-ADJUDICATED THEN
           MOVE 4 TO CreditResult
           ELSE
           MOVE 3 TO CreditResult
           END-IF
           END-IF
           END-IF
           PERFORM CREDIT-ONE-SEAT
           END-IF.

           ADD 2 TO FE-VS-POINTS(CreditIndex, VsIndex)
           ELSE IF CreditLoss THEN
           ADD 1 TO FE-LOSSES(CreditIndex)
           ELSE IF CreditDraw THEN
           ADD 1 TO FE-DRAWS(CreditIndex)
           ADD 1 TO FE-POINTS(CreditIndex)
           ADD 1 TO FE-VS-POINTS(CreditIndex, VsIndex)
           END-IF
           END-IF
           END-IF.

      * The grid: one row per entrant, one column per entrant in the
