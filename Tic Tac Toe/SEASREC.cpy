      ******************************************************************
      * Copybook: SEASREC
      * Purpose: Record layout for the SEASHIST league season history
      *          - written by SEASNCLS when a season closes, keyed on
      *          season id and player id. One record per player in
      *          the season's final table carries their final rank,
      *          wins, losses, draws and rating exactly as STANDINGS
      *          held them at the close. Player id 00000 never has a
      *          standings line (anonymous seats are not posted), so
      *          that key is used for the season's own record: the
      *          span of game ids the season covered and the date it
      *          closed. A game counts toward the season whose span
      *          holds its id; anything above the last closed span
      *          belongs to the season still open.
      * Modification History:
      *   10/15/2026 OSV  Original layout.
      ******************************************************************
       01 SEASON-RECORD.
           02 SN-KEY.
               03 SN-SEASON-ID PIC 9(05).
               03 SN-PLAYER-ID PIC 9(05).
                   88 SN-SEASON-SPAN-RECORD VALUE 0.
           02 SN-STANDING.
               03 SN-FINAL-RANK PIC 9(03).
               03 SN-WINS PIC 9(05).
               03 SN-LOSSES PIC 9(05).
               03 SN-DRAWS PIC 9(05).
               03 SN-RATING PIC 9(05).
           02 SN-SEASON-SPAN REDEFINES SN-STANDING.
               03 SN-FIRST-GAME-ID PIC 9(07).
               03 SN-LAST-GAME-ID PIC 9(07).
               03 SN-CLOSE-DATE PIC 9(08).
               03 FILLER PIC X(01).
