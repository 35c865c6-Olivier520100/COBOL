      *          night this month is now one look at this report
      *          instead of a dig through held output.
      * Tectonics: cobc
      * Modification History:
      *   10/15/2026 OSV  Appends its own run-summary record to
      *                     RUNLOG once the report is printed, so
      *                     the nightly stream (NIGHTLY) can tell
      *                     the report went out for the night and
      *                     skip it on a resubmission.
      *   10/15/2026 OSV  SIMGAMES journals the game id a restart
      *                     resumed after where other programs put
      *                     their read count (see RUNREC): shown as
      *                     a restart note on its run line and left
      *                     out of the read totals.
      *   10/15/2026 OSV  Program rollup widened from 20 to 40
      *                     names - the journal now carries more
      *                     than 20, NIGHTLY's commit marks included.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.

       01 ProgCount PIC 99 COMP VALUE 0.
       01 ProgTable.
           02 ProgEntry OCCURS 40 TIMES.
               03 PG-PROGRAM PIC X(08).
               03 PG-RUNS PIC 9(07).
               03 PG-FAILURES PIC 9(07).
       01 RunFailedFlag PIC 9.
           88 RunFailed VALUE 1.

      * The read column of a run line, and the notes that may
      * follow its return code.
       01 ReadColumn PIC X(07).
       01 RestartNote.
           02 FILLER PIC X(17) VALUE " RESTARTED AFTER ".
           02 RN-GAME-ID PIC 9(07).
       01 RestartColumn PIC X(24).

       01 Subscripts.
           02 PI PIC 99 COMP.
           02 DI PIC 9(03) COMP.
           DISPLAY "Runs Failed (RC above 4) . : " FailuresRead
           DISPLAY "=================================================="

           PERFORM WRITE-RUN-LOG

           STOP RUN.

      * One run-summary record to the shared RUNLOG journal, the
      * same record every other batch program appends. The journal
      * was read to the end and closed above, so it is reopened for
      * EXTEND; this run's own record lands after the listing and
      * shows in the next report. A journal problem is reported but
      * never fails the report itself.
       WRITE-RUN-LOG.

           MOVE "OPSRPT" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE RunsRead TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE FailuresRead TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "OPSRPT: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "OPSRPT: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       POST-ONE-RUN.

           ADD 1 TO RunsRead
           ADD 1 TO FailuresRead
           END-IF

      * SIMGAMES reads nothing; its read field is the game id a
      * restarted run resumed after, zero for a clean start.
           MOVE SPACES TO RestartColumn
           IF RL-PROGRAM = "SIMGAMES" THEN
           MOVE "      -" TO ReadColumn
           IF RL-RECORDS-READ > 0 THEN
           MOVE RL-RECORDS-READ TO RN-GAME-ID
           MOVE RestartNote TO RestartColumn
           END-IF
           ELSE
           MOVE RL-RECORDS-READ TO ReadColumn
           END-IF
           IF RunFailed THEN
           DISPLAY RL-PROGRAM "  " RL-RUN-DATE "  " RL-RUN-TIME "  "
               ReadColumn " " RL-RECORDS-WRITTEN " "
               RL-EXCEPTIONS "  " RL-RETURN-CODE " *** FAILED ***"
               RestartColumn
           ELSE
           DISPLAY RL-PROGRAM "  " RL-RUN-DATE "  " RL-RUN-TIME "  "
               ReadColumn " " RL-RECORDS-WRITTEN " "
               RL-EXCEPTIONS "  " RL-RETURN-CODE RestartColumn
           END-IF

           PERFORM FIND-OR-ADD-PROGRAM
           IF RunFailed THEN
           ADD 1 TO PG-FAILURES(ProgIndex)
           END-IF
           IF RL-PROGRAM NOT = "SIMGAMES" THEN
           ADD RL-RECORDS-READ TO PG-READ(ProgIndex)
           END-IF
           ADD RL-RECORDS-WRITTEN TO PG-WRITTEN(ProgIndex)
           ADD RL-EXCEPTIONS TO PG-EXCEPTIONS(ProgIndex)
           END-IF
           MOVE PI TO ProgIndex
           END-IF
           END-PERFORM
           IF ProgIndex = 0 AND ProgCount < 40 THEN
           ADD 1 TO ProgCount
           MOVE ProgCount TO ProgIndex
           MOVE RL-PROGRAM TO PG-PROGRAM(ProgIndex)
