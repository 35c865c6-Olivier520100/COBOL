      ******************************************************************
      * Copybook: AWARDREC
      * Purpose: Record layout for the AWARDS member achievements
      *          file - one record per award earned, posted by
      *          AWARDPST in the order the awards were made and read
      *          back by PLAYSTMT so a member's statement lists what
      *          they have won. The game id and date are those of
      *          the game that earned the award; for an event win
      *          that is the game that completed the event. Every
      *          award is held once per member except EVNT, which a
      *          member earns again with each event they win.
      * Modification History:
      *   10/15/2026 OSV  Original layout.
      ******************************************************************
       01 AWARD-RECORD.
           02 AW-PLAYER-ID PIC 9(05).
           02 AW-AWARD-CODE PIC X(04).
               88 AW-FIRST-WIN VALUE "WIN1".
               88 AW-PLAYED-10 VALUE "G010".
               88 AW-PLAYED-50 VALUE "G050".
               88 AW-PLAYED-100 VALUE "G100".
               88 AW-FIRST-WIN-4X4 VALUE "W4X4".
               88 AW-FIRST-WIN-5X5 VALUE "W5X5".
               88 AW-BEAT-STRONG-COMPUTER VALUE "WL3C".
               88 AW-WIN-STREAK-5 VALUE "STK5".
               88 AW-EVENT-WINNER VALUE "EVNT".
           02 AW-GAME-ID PIC 9(07).
           02 AW-EARNED-DATE PIC 9(08).
