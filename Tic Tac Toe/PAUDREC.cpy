      ******************************************************************
      * Copybook: PAUDREC
      * Purpose: Record layout for the PLAYAUD player audit trail -
      *          one record for every change made to the PLAYERS
      *          master, appended by the program that made it
      *          (PLAYMNT, PLAYMRG, WEBREG) and read back by
      *          PLAYHIST. The file is append-only, like MOVELOG and
      *          RUNLOG, so it reads in the order the changes were
      *          made. Each record carries the program and its run
      *          stamp, the kind of change, the transaction that
      *          caused it as it was read (a PLAYMNT card, a PLAYMRG
      *          merge card, or the first 40 bytes of a WEBREG
      *          REGFEED D record - type, request id, action, player
      *          id and name), and the PLAYER-RECORD image before
      *          and after. On an add the before image is spaces -
      *          the id was not on the master.
      * Modification History:
      *   10/15/2026 OSV  Original layout.
      ******************************************************************
       01 PLAYER-AUDIT-RECORD.
           02 PA-PROGRAM PIC X(08).
           02 PA-RUN-DATE PIC 9(08).
           02 PA-RUN-TIME PIC 9(08).
           02 PA-ACTION PIC X(01).
               88 PA-ADDED VALUE "A".
               88 PA-RENAMED VALUE "R".
               88 PA-REACTIVATED VALUE "V".
               88 PA-DEACTIVATED VALUE "D".
               88 PA-MERGED-AWAY VALUE "M".
           02 PA-PLAYER-ID PIC 9(05).
           02 PA-TRANSACTION PIC X(40).
           02 PA-BEFORE-IMAGE.
               03 PA-BEFORE-ID PIC X(05).
               03 PA-BEFORE-NAME PIC X(20).
               03 PA-BEFORE-STATUS PIC X(01).
           02 PA-AFTER-IMAGE.
               03 PA-AFTER-ID PIC X(05).
               03 PA-AFTER-NAME PIC X(20).
               03 PA-AFTER-STATUS PIC X(01).
