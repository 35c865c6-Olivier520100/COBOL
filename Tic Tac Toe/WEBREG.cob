      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Inbound member registrations from the club website,
      *          so sign-ups stop being rekeyed onto PLAYMNT cards.
      *          The REGFEED interface dataset comes in the same
      *          character format WEBXTRCT sends WEBFEED out in: one
      *          H header with the website's run stamp, one D record
      *          per request, one T trailer carrying the D count. A
      *          first pass proves the file - header first, trailer
      *          last, the count agreeing - and a feed that does not
      *          prove out is rejected whole: the master is not
      *          touched and the acknowledgement says why. Otherwise
      *          each request is applied to the PLAYERS master in
      *          order, the way PLAYMNT applies its cards:
      *            A  add - the next free player id is assigned
      *            N  name change of an active member
      *            D  deactivation of an active member
      *          An add or name change whose name already belongs to
      *          an active member (letter case aside) is rejected as
      *          a likely duplicate - the registrations PLAYMRG has
      *          to fold together afterwards. Every request gets a
      *          REGACK record back for the website: accepted with
      *          the player id (the assigned one for an add), or
      *          rejected with the reason. The master is rewritten
      *          and each change appended to the PLAYAUD audit trail
      *          (see PAUDREC) as PLAYMNT does. Ends RC=4 when any
      *          request was rejected, RC=8 when the whole feed was,
      *          and RC=12 on a file error; RC=8 also when the audit
      *          trail cannot be written after the master was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBREG.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFEED-FILE ASSIGN TO "REGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RegFeedStatus.
           SELECT REGACK-FILE ASSIGN TO "REGACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RegAckStatus.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayersStatus.
           SELECT PLAYAUD-FILE ASSIGN TO "PLAYAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlayAudStatus.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.

       DATA DIVISION.
       FILE SECTION.
      * The three inbound record shapes, 80 bytes each like WEBFEED.
       FD  REGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGFEED-HEADER.
           02 RH-REC-TYPE PIC X(01).
           02 RH-RUN-DATE PIC X(08).
           02 RH-RUN-TIME PIC X(08).
           02 FILLER PIC X(63).
       01 REGFEED-DETAIL.
           02 RD-REC-TYPE PIC X(01).
           02 RD-REQUEST-ID PIC X(10).
           02 RD-ACTION PIC X(01).
               88 RD-ADD VALUE "A".
               88 RD-NAME-CHANGE VALUE "N".
               88 RD-DEACTIVATE VALUE "D".
           02 RD-PLAYER-ID PIC X(05).
           02 RD-NAME PIC X(20).
           02 FILLER PIC X(43).
       01 REGFEED-TRAILER.
           02 RT-REC-TYPE PIC X(01).
           02 RT-RECORD-COUNT PIC X(07).
           02 FILLER PIC X(72).

       FD  REGACK-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGACK-RECORD PIC X(80).

       FD  PLAYERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PLAYREC.cpy".

       FD  PLAYAUD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PAUDREC.cpy".

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.
       01 RegFeedStatus PIC XX.
       01 RegAckStatus PIC XX.
       01 PlayersStatus PIC XX.
       01 PlayAudStatus PIC XX.
       01 RunLogStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 RunDate PIC 9(08).
       01 RunTime PIC 9(08).

      * What the proving pass found.
       01 FeedRecords PIC 9(07) VALUE 0.
       01 DetailCount PIC 9(07) VALUE 0.
       01 TrailerCount PIC 9(07) VALUE 0.
       01 HeaderSeenFlag PIC 9 VALUE 0.
           88 HeaderSeen VALUE 1.
       01 TrailerSeenFlag PIC 9 VALUE 0.
           88 TrailerSeen VALUE 1.
       01 FeedRejectFlag PIC 9 VALUE 0.
           88 FeedRejected VALUE 1.
       01 FeedRejectReason PIC X(40) VALUE SPACES.
       01 FeedDate PIC X(08) VALUE ZEROS.
       01 FeedTime PIC X(08) VALUE ZEROS.

       01 AcceptedCount PIC 9(05) VALUE 0.
       01 RejectCount PIC 9(05) VALUE 0.
       01 AcksWritten PIC 9(07) VALUE 0.

       01 PlayerCount PIC 99 COMP VALUE 0.
       01 PlayerTable.
           02 PlayerEntry OCCURS 50 TIMES.
               03 PT-PLAYER-ID PIC 9(05).
               03 PT-NAME PIC X(20).
               03 PT-STATUS PIC X(01).
       01 HighPlayerId PIC 9(05) VALUE 0.
       01 MatchIndex PIC 99 COMP.
       01 DuplicateIndex PIC 99 COMP.
       01 RequestName PIC X(20).
       01 CompareName PIC X(20).
       01 LowerLetters PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperLetters PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * One request's outcome, as it goes back to the website.
       01 RejectReason PIC X(40).
       01 AckPlayerId PIC 9(05).

      * The changes made this run, held for the audit trail until
      * the master has been rewritten - as PLAYMNT keeps them. The
      * proving pass holds the feed to this many requests.
       01 AuditAction PIC X(01).
       01 AuditIndex PIC 99 COMP.
       01 BeforeImage PIC X(26).
       01 AuditCount PIC 9(03) COMP VALUE 0.
       01 AuditTable.
           02 AuditEntry OCCURS 500 TIMES.
               03 AU-ACTION PIC X(01).
               03 AU-PLAYER-ID PIC 9(05).
               03 AU-TRANSACTION PIC X(40).
               03 AU-BEFORE-IMAGE PIC X(26).
               03 AU-AFTER-IMAGE PIC X(26).
       01 AuditFailedFlag PIC 9 VALUE 0.
           88 AuditFailed VALUE 1.

      * The three acknowledgement record shapes, padded to the same
      * fixed 80 bytes. The header says whether the feed was taken
      * at all; the website matches details on its request id.
       01 AckHeaderLine.
           02 AH-REC-TYPE PIC X(01) VALUE "H".
           02 AH-RUN-DATE PIC 9(08).
           02 AH-RUN-TIME PIC 9(08).
           02 AH-FEED-DATE PIC X(08).
           02 AH-FEED-TIME PIC X(08).
           02 AH-FEED-STATUS PIC X(01).
           02 AH-FEED-REASON PIC X(40).
           02 FILLER PIC X(06) VALUE SPACES.

       01 AckDetailLine.
           02 AD-REC-TYPE PIC X(01) VALUE "D".
           02 AD-REQUEST-ID PIC X(10).
           02 AD-ACTION PIC X(01).
           02 AD-OUTCOME PIC X(01).
           02 AD-PLAYER-ID PIC 9(05).
           02 AD-NAME PIC X(20).
           02 AD-REASON PIC X(40).
           02 FILLER PIC X(02) VALUE SPACES.

       01 AckTrailerLine.
           02 AT-REC-TYPE PIC X(01) VALUE "T".
           02 AT-RECORD-COUNT PIC 9(07).
           02 FILLER PIC X(72) VALUE SPACES.

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 AI PIC 9(03) COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME

           PERFORM PROVE-FEED
           PERFORM LOAD-PLAYER-TABLE

           OPEN OUTPUT REGACK-FILE
           IF RegAckStatus NOT = "00" THEN
           DISPLAY "WEBREG: Unable to open REGACK, status "
               RegAckStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM WRITE-ACK-HEADER

           IF NOT FeedRejected THEN
           PERFORM APPLY-FEED
           END-IF

           MOVE AcksWritten TO AT-RECORD-COUNT
           MOVE AckTrailerLine TO REGACK-RECORD
           PERFORM WRITE-ACK-RECORD
           CLOSE REGACK-FILE

           IF AcceptedCount > 0 THEN
           PERFORM REWRITE-PLAYER-MASTER
           PERFORM WRITE-AUDIT-TRAIL
           END-IF

           PERFORM PRINT-SUMMARY

           IF FeedRejected THEN
           MOVE 8 TO RETURN-CODE
           ELSE IF AuditFailed THEN
           MOVE 8 TO RETURN-CODE
           ELSE IF RejectCount > 0 THEN
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           END-IF

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * The proving pass: one H first, D records, one T last whose
      * count agrees - anything else and not one request is taken,
      * since a file cut short or doubled up cannot be trusted for
      * the requests that did arrive.
       PROVE-FEED.

           OPEN INPUT REGFEED-FILE
           IF RegFeedStatus NOT = "00" THEN
           DISPLAY "WEBREG: Unable to open REGFEED, status "
               RegFeedStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ REGFEED-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO FeedRecords
               PERFORM PROVE-ONE-RECORD
           END-READ
           END-PERFORM
           CLOSE REGFEED-FILE

           IF NOT FeedRejected THEN
           IF FeedRecords = 0 THEN
           MOVE "EMPTY FEED" TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           ELSE IF NOT TrailerSeen THEN
           MOVE "TRAILER MISSING" TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           ELSE IF TrailerCount NOT = DetailCount THEN
           MOVE "TRAILER COUNT DOES NOT MATCH DETAILS"
               TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           ELSE IF DetailCount > 500 THEN
           MOVE "MORE THAN 500 REQUESTS - SPLIT THE FEED"
               TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The first problem found is the one reported.
       PROVE-ONE-RECORD.

           IF NOT FeedRejected THEN
           IF TrailerSeen THEN
           MOVE "RECORDS AFTER THE TRAILER" TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           ELSE IF FeedRecords = 1 THEN
           IF RH-REC-TYPE = "H" THEN
           MOVE 1 TO HeaderSeenFlag
           MOVE RH-RUN-DATE TO FeedDate
           MOVE RH-RUN-TIME TO FeedTime
           ELSE
           MOVE "HEADER MISSING" TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           END-IF
           ELSE IF RD-REC-TYPE = "D" THEN
           ADD 1 TO DetailCount
           ELSE IF RT-REC-TYPE = "T" THEN
           MOVE 1 TO TrailerSeenFlag
           IF RT-RECORD-COUNT IS NUMERIC THEN
           MOVE RT-RECORD-COUNT TO TrailerCount
           ELSE
           MOVE "TRAILER COUNT NOT NUMERIC" TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           END-IF
           ELSE
           MOVE "UNEXPECTED RECORD TYPE" TO FeedRejectReason
           MOVE 1 TO FeedRejectFlag
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * A missing PLAYERS dataset just means nobody is registered
      * yet, as in PLAYMNT. The highest id on file is where the
      * next assigned id follows on.
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
           IF PL-INACTIVE THEN
           MOVE "I" TO PT-STATUS(PlayerCount)
           ELSE
           MOVE "A" TO PT-STATUS(PlayerCount)
           END-IF
           IF PL-PLAYER-ID > HighPlayerId THEN
           MOVE PL-PLAYER-ID TO HighPlayerId
           END-IF
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE
           END-IF.

       APPLY-FEED.

           OPEN INPUT REGFEED-FILE
           IF RegFeedStatus NOT = "00" THEN
           DISPLAY "WEBREG: Unable to reopen REGFEED, status "
               RegFeedStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ REGFEED-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               IF RD-REC-TYPE = "D" THEN
               PERFORM APPLY-ONE-REQUEST
               END-IF
           END-READ
           END-PERFORM
           CLOSE REGFEED-FILE.

       APPLY-ONE-REQUEST.

           MOVE SPACES TO RejectReason
           MOVE 0 TO AckPlayerId
           MOVE 0 TO MatchIndex
           IF RD-PLAYER-ID IS NUMERIC THEN
           MOVE RD-PLAYER-ID TO AckPlayerId
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-PLAYER-ID(PI) = AckPlayerId THEN
           MOVE PI TO MatchIndex
           END-IF
           END-PERFORM
           END-IF

           IF RD-ADD THEN
           PERFORM ADD-MEMBER
           ELSE IF RD-NAME-CHANGE THEN
           PERFORM CHANGE-MEMBER-NAME
           ELSE IF RD-DEACTIVATE THEN
           PERFORM DEACTIVATE-MEMBER
           ELSE
           MOVE "UNKNOWN ACTION" TO RejectReason
           END-IF
           END-IF
           END-IF

           MOVE RD-REQUEST-ID TO AD-REQUEST-ID
           MOVE RD-ACTION TO AD-ACTION
           MOVE AckPlayerId TO AD-PLAYER-ID
           MOVE RD-NAME TO AD-NAME
           MOVE RejectReason TO AD-REASON
           IF RejectReason = SPACES THEN
           MOVE "A" TO AD-OUTCOME
           ADD 1 TO AcceptedCount
           ELSE
           MOVE "R" TO AD-OUTCOME
           ADD 1 TO RejectCount
           DISPLAY "WEBREG: REJECTED " RD-REQUEST-ID " " RD-ACTION
               " " RD-PLAYER-ID " " RD-NAME " - " RejectReason
           END-IF
           MOVE AckDetailLine TO REGACK-RECORD
           PERFORM WRITE-ACK-RECORD.

      * The website does not know the club's ids - the next one
      * after the highest ever issued is assigned, so an id once
      * used (even by a member since deactivated or merged away)
      * is never handed out again.
       ADD-MEMBER.

           MOVE 0 TO AckPlayerId
           MOVE RD-NAME TO RequestName
           MOVE 0 TO MatchIndex
           PERFORM FIND-ACTIVE-DUPLICATE
           IF RD-NAME = SPACES THEN
           MOVE "NAME MISSING" TO RejectReason
           ELSE IF DuplicateIndex > 0 THEN
           STRING "NAME MATCHES ACTIVE MEMBER "
               PT-PLAYER-ID(DuplicateIndex)
               DELIMITED BY SIZE INTO RejectReason
           ELSE IF PlayerCount = 50 THEN
           MOVE "MASTER IS FULL" TO RejectReason
           ELSE IF HighPlayerId = 99999 THEN
           MOVE "NO PLAYER IDS LEFT TO ASSIGN" TO RejectReason
           ELSE
           ADD 1 TO HighPlayerId
           ADD 1 TO PlayerCount
           MOVE HighPlayerId TO PT-PLAYER-ID(PlayerCount)
           MOVE RD-NAME TO PT-NAME(PlayerCount)
           MOVE "A" TO PT-STATUS(PlayerCount)
           MOVE HighPlayerId TO AckPlayerId
           DISPLAY "WEBREG: ADDED   " HighPlayerId " " RD-NAME
           MOVE SPACES TO BeforeImage
           MOVE "A" TO AuditAction
           MOVE PlayerCount TO AuditIndex
           PERFORM KEEP-AUDIT-ENTRY
           END-IF
           END-IF
           END-IF
           END-IF.

      * Bringing an inactive member back stays with the committee
      * (PLAYMNT's R card) - the website can only rename a member
      * who is still active.
       CHANGE-MEMBER-NAME.

           MOVE RD-NAME TO RequestName
           PERFORM FIND-ACTIVE-DUPLICATE
           IF MatchIndex = 0 THEN
           MOVE "PLAYER ID NOT ON MASTER" TO RejectReason
           ELSE IF PT-STATUS(MatchIndex) = "I" THEN
           MOVE "MEMBER IS INACTIVE" TO RejectReason
           ELSE IF RD-NAME = SPACES THEN
           MOVE "NAME MISSING" TO RejectReason
           ELSE IF DuplicateIndex > 0 THEN
           STRING "NAME MATCHES ACTIVE MEMBER "
               PT-PLAYER-ID(DuplicateIndex)
               DELIMITED BY SIZE INTO RejectReason
           ELSE
           MOVE PlayerEntry(MatchIndex) TO BeforeImage
           DISPLAY "WEBREG: RENAMED " PT-PLAYER-ID(MatchIndex) " "
               PT-NAME(MatchIndex) " -> " RD-NAME
           MOVE RD-NAME TO PT-NAME(MatchIndex)
           MOVE "R" TO AuditAction
           MOVE MatchIndex TO AuditIndex
           PERFORM KEEP-AUDIT-ENTRY
           END-IF
           END-IF
           END-IF
           END-IF.

       DEACTIVATE-MEMBER.

           IF MatchIndex = 0 THEN
           MOVE "PLAYER ID NOT ON MASTER" TO RejectReason
           ELSE IF PT-STATUS(MatchIndex) = "I" THEN
           MOVE "MEMBER IS ALREADY INACTIVE" TO RejectReason
           ELSE
           MOVE PlayerEntry(MatchIndex) TO BeforeImage
           MOVE "I" TO PT-STATUS(MatchIndex)
           DISPLAY "WEBREG: DEACTIVATED " PT-PLAYER-ID(MatchIndex)
               " " PT-NAME(MatchIndex)
           MOVE "D" TO AuditAction
           MOVE MatchIndex TO AuditIndex
           PERFORM KEEP-AUDIT-ENTRY
           END-IF
           END-IF.

      * An active member other than the one being renamed already
      * carrying the requested name, letter case aside. Members
      * added earlier in the same feed count - a sign-up sent twice
      * is caught within the one file.
       FIND-ACTIVE-DUPLICATE.

           MOVE 0 TO DuplicateIndex
           INSPECT RequestName CONVERTING LowerLetters TO UpperLetters
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           IF PT-STATUS(PI) = "A" AND PI NOT = MatchIndex THEN
           MOVE PT-NAME(PI) TO CompareName
           INSPECT CompareName CONVERTING LowerLetters TO UpperLetters
           IF CompareName = RequestName THEN
           MOVE PI TO DuplicateIndex
           END-IF
           END-IF
           END-PERFORM.

      * The table entry after the change is the after image - it
      * has the PLAYER-RECORD layout, id, name and status. The
      * transaction is the front of the feed detail record.
       KEEP-AUDIT-ENTRY.

           ADD 1 TO AuditCount
           MOVE AuditAction TO AU-ACTION(AuditCount)
           MOVE PT-PLAYER-ID(AuditIndex) TO AU-PLAYER-ID(AuditCount)
           MOVE REGFEED-DETAIL TO AU-TRANSACTION(AuditCount)
           MOVE BeforeImage TO AU-BEFORE-IMAGE(AuditCount)
           MOVE PlayerEntry(AuditIndex) TO AU-AFTER-IMAGE(AuditCount).

       WRITE-ACK-HEADER.

           MOVE RunDate TO AH-RUN-DATE
           MOVE RunTime TO AH-RUN-TIME
           MOVE FeedDate TO AH-FEED-DATE
           MOVE FeedTime TO AH-FEED-TIME
           IF FeedRejected THEN
           MOVE "R" TO AH-FEED-STATUS
           MOVE FeedRejectReason TO AH-FEED-REASON
           ELSE
           MOVE "A" TO AH-FEED-STATUS
           MOVE SPACES TO AH-FEED-REASON
           END-IF
           MOVE AckHeaderLine TO REGACK-RECORD
           WRITE REGACK-RECORD
           IF RegAckStatus NOT = "00" THEN
           DISPLAY "WEBREG: WRITE to REGACK failed, status "
               RegAckStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Details only - the header and trailer are not counted, the
      * same as WEBFEED's trailer count.
       WRITE-ACK-RECORD.

           WRITE REGACK-RECORD
           IF RegAckStatus NOT = "00" THEN
           DISPLAY "WEBREG: WRITE to REGACK failed, status "
               RegAckStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           IF REGACK-RECORD(1:1) = "D" THEN
           ADD 1 TO AcksWritten
           END-IF.

       REWRITE-PLAYER-MASTER.

           OPEN OUTPUT PLAYERS-FILE
           IF PlayersStatus NOT = "00" THEN
           DISPLAY "WEBREG: Unable to open PLAYERS for output, "
               "status " PlayersStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PlayerCount
           MOVE PT-PLAYER-ID(PI) TO PL-PLAYER-ID
           MOVE PT-NAME(PI) TO PL-NAME
           MOVE PT-STATUS(PI) TO PL-STATUS
           WRITE PLAYER-RECORD
           IF PlayersStatus NOT = "00" THEN
           DISPLAY "WEBREG: WRITE to PLAYERS failed, status "
               PlayersStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           END-PERFORM
           CLOSE PLAYERS-FILE.

      * Append-only, with the OUTPUT fallback covering the trail's
      * very first run, and written only once the master is closed
      * - as PLAYMNT does.
       WRITE-AUDIT-TRAIL.

           OPEN EXTEND PLAYAUD-FILE
           IF PlayAudStatus NOT = "00" THEN
           OPEN OUTPUT PLAYAUD-FILE
           END-IF
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "WEBREG: Unable to open PLAYAUD, status "
               PlayAudStatus
           MOVE 1 TO AuditFailedFlag
           ELSE
           PERFORM VARYING AI FROM 1 BY 1
               UNTIL AI > AuditCount OR AuditFailed
           MOVE "WEBREG" TO PA-PROGRAM
           MOVE RunDate TO PA-RUN-DATE
           MOVE RunTime TO PA-RUN-TIME
           MOVE AU-ACTION(AI) TO PA-ACTION
           MOVE AU-PLAYER-ID(AI) TO PA-PLAYER-ID
           MOVE AU-TRANSACTION(AI) TO PA-TRANSACTION
           MOVE AU-BEFORE-IMAGE(AI) TO PA-BEFORE-IMAGE
           MOVE AU-AFTER-IMAGE(AI) TO PA-AFTER-IMAGE
           WRITE PLAYER-AUDIT-RECORD
           IF PlayAudStatus NOT = "00" THEN
           DISPLAY "WEBREG: WRITE to PLAYAUD failed, status "
               PlayAudStatus
           MOVE 1 TO AuditFailedFlag
           END-IF
           END-PERFORM
           CLOSE PLAYAUD-FILE
           END-IF.

       PRINT-SUMMARY.

           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "       WEBSITE REGISTRATION FEED"
           DISPLAY "================================================="
           DISPLAY "Feed Stamp . . . . . . . . : " FeedDate " "
               FeedTime
           DISPLAY "Feed Records Read. . . . . : " FeedRecords
           DISPLAY "Requests in the Feed . . . : " DetailCount
           IF FeedRejected THEN
           DISPLAY "WEBREG: *** FEED REJECTED - " FeedRejectReason
           DISPLAY "WEBREG: *** PLAYERS MASTER NOT CHANGED ***"
           ELSE
           DISPLAY "Requests Accepted. . . . . : " AcceptedCount
           DISPLAY "Requests Rejected. . . . . : " RejectCount
           DISPLAY "Changes Audited. . . . . . : " AuditCount
           END-IF
           DISPLAY "=================================================".

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT). Append-only like MOVELOG, with the OUTPUT
      * fallback covering the journal's very first run; a journal
      * problem is reported but never fails the load itself.
       WRITE-RUN-LOG.

           MOVE "WEBREG" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE FeedRecords TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN = AcksWritten + 2
           IF FeedRejected THEN
           MOVE DetailCount TO RL-EXCEPTIONS
           ELSE
           MOVE RejectCount TO RL-EXCEPTIONS
           END-IF
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "WEBREG: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "WEBREG: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM WEBREG.
