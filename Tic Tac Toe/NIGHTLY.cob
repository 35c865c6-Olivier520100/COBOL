      ******************************************************************
      * Author: Olivier Saint-Vincent
      * Date: 10/15/2026
      * Purpose: Controller for the restartable nightly batch stream
      *          (NIGHTLY.jcl), which runs RECONCIL, XREFPST,
      *          STANDPST, WEBXTRCT, ARCHPURG and OPSRPT in
      *          dependency order. Every one of those programs
      *          already journals its outcome to the shared RUNLOG,
      *          so the journal is the stream's memory. The window
      *          for a business date is every RUNLOG record past the
      *          mark its first PLAN took - by position, not by
      *          journal date, so a step that finishes after
      *          midnight still counts toward the night it belongs
      *          to. The window stays open across resubmissions
      *          until a SUMMARY finds every step done. A step whose
      *          latest entry in the window ended RC 0 or 4 is done
      *          and is skipped - except that a posting program's
      *          work only commits with the IDCAMS swap after it,
      *          so XREFPST, STANDPST, WEBXTRCT and ARCHPURG are
      *          done only once the MARK step behind their swap has
      *          journaled the commit under the program name cut to
      *          seven characters plus "$" (XREFPST$, STANDPS$,
      *          WEBXTRC$, ARCHPUR$). A step whose upstream has not
      *          finished is held, and everything else runs. A
      *          resubmission of the whole job therefore picks up at
      *          the step that failed without re-posting anything.
      *          One SYSIN card names what this step is asked to do:
      *            PLAN     - resumes the open window, or opens a new
      *                       one for the business date (columns
      *                       10-17, YYYYMMDD, blank for today); a
      *                       date on the card other than the open
      *                       window's abandons that window. Notes
      *                       both marks in NIGHTCTL and prints the
      *                       opening run plan;
      *            program  - gate for that step: RC 0 run it, RC 4
      *                       skip it (already done), RC 8 hold it
      *                       (upstream not done); the JCL conditions
      *                       the real step on the gate's RC;
      *            MARK     - journals the commit for the step named
      *                       in columns 10-17, once its swap has
      *                       ended RC 0;
      *            SUMMARY  - prints the plan as it played out this
      *                       submission, journals the stream's own
      *                       run, closes the window when every step
      *                       is done and ends RC 8 when anything
      *                       failed or was held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY.
       AUTHOR. Olivier Saint-Vincent.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunLogStatus.
           SELECT NIGHTCTL-FILE ASSIGN TO "NIGHTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NightCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RUNREC.cpy".

      * Written by the PLAN step, read by every later step: the
      * business date being run, how many RUNLOG records existed
      * when the window for it opened and when this submission
      * began, and whether the window is still open.
       FD  NIGHTCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 NIGHT-CONTROL-RECORD.
           02 NC-BUSINESS-DATE PIC 9(08).
           02 NC-RUNLOG-MARK PIC 9(07).
           02 NC-SUBMIT-MARK PIC 9(07).
           02 NC-WINDOW-STATUS PIC X(01).
               88 NC-WINDOW-OPEN VALUE "O".
               88 NC-WINDOW-CLOSED VALUE "C".
           02 NC-PLAN-DATE PIC 9(08).
           02 NC-PLAN-TIME PIC 9(08).

       WORKING-STORAGE SECTION.
       01 RunLogStatus PIC XX.
       01 NightCtlStatus PIC XX.
       01 EndOfFileFlag PIC 9.
           88 EndOfFile VALUE 1.

       01 RequestCard.
           02 RQ-FUNCTION PIC X(08).
           02 FILLER PIC X(01).
           02 RQ-BUSINESS-DATE PIC X(08).
           02 RQ-STEP-NAME REDEFINES RQ-BUSINESS-DATE PIC X(08).
           02 FILLER PIC X(63).

       01 BusinessDate PIC 9(08) VALUE 0.
       01 RunLogMark PIC 9(07) VALUE 0.
       01 SubmitMark PIC 9(07) VALUE 0.
       01 RunLogPosition PIC 9(07) VALUE 0.
       01 WindowStatus PIC X(01) VALUE "O".
       01 PriorControlFlag PIC 9 VALUE 0.
           88 PriorWindowOpen VALUE 1.
       01 PriorBusinessDate PIC 9(08) VALUE 0.
       01 PriorRunLogMark PIC 9(07) VALUE 0.

      * The stream in run order. Each step names the RUNLOG entry
      * that proves it done - the program's own, or for a program
      * whose work commits with a swap, the MARK step's entry behind
      * that swap - then carries one dependency flag per step of the
      * stream: a 1 in position n means step n must be done before
      * this one may run. ARCHPURG waits on all three posting
      * programs - a game must be cross-referenced, credited and
      * sent before it can leave GAMELOG - and OPSRPT reports the
      * finished window, so it waits on everything.
       01 StepTable.
           02 FILLER PIC X(22) VALUE "RECONCILRECONCIL000000".
           02 FILLER PIC X(22) VALUE "XREFPST XREFPST$100000".
           02 FILLER PIC X(22) VALUE "STANDPSTSTANDPS$100000".
           02 FILLER PIC X(22) VALUE "WEBXTRCTWEBXTRC$100000".
           02 FILLER PIC X(22) VALUE "ARCHPURGARCHPUR$111100".
           02 FILLER PIC X(22) VALUE "OPSRPT  OPSRPT  111110".
       01 StepList REDEFINES StepTable.
           02 StepEntry OCCURS 6 TIMES.
               03 SP-PROGRAM PIC X(08).
               03 SP-DONE-NAME PIC X(08).
               03 SP-DEPENDS-ON PIC 9 OCCURS 6 TIMES.
       01 StepCount PIC 9 COMP VALUE 6.

      * What the journal says about each step in the window: its
      * program's latest entry's return code and where in RUNLOG it
      * sits, and whether - and where - the step was proven done.
       01 StepJournal.
           02 StepJournalEntry OCCURS 6 TIMES.
               03 SJ-ENTRY-FLAG PIC 9.
                   88 SJ-JOURNALED VALUE 1.
               03 SJ-LAST-RC PIC 99.
               03 SJ-LAST-POSITION PIC 9(07).
               03 SJ-DONE-FLAG PIC 9.
                   88 SJ-DONE VALUE 1.
               03 SJ-DONE-POSITION PIC 9(07).

       01 StepIndex PIC 9 COMP.
       01 BlockingIndex PIC 9 COMP.
       01 StepDisposition PIC X(01).
           88 DispRun VALUE "R".
           88 DispSkip VALUE "S".
           88 DispHeld VALUE "H".
           88 DispRanOk VALUE "D".
           88 DispFailed VALUE "F".
           88 DispNotCommitted VALUE "U".
           88 DispNoEntry VALUE "N".
       01 DispositionText PIC X(24).
       01 RcOut PIC X(02).

       01 StepsDone PIC 9(07) VALUE 0.
       01 StepsNotDone PIC 9(07) VALUE 0.

       01 Subscripts.
           02 SI PIC 9 COMP.
           02 DI PIC 9 COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE SPACES TO RequestCard
           ACCEPT RequestCard

           IF RQ-FUNCTION = "PLAN" THEN
           PERFORM OPEN-OR-RESUME-WINDOW
           PERFORM SCAN-RUN-LOG
           MOVE RunLogPosition TO SubmitMark
           MOVE "O" TO WindowStatus
           PERFORM WRITE-NIGHT-CONTROL
           PERFORM PRINT-OPENING-PLAN
           ELSE IF RQ-FUNCTION = "SUMMARY" THEN
           PERFORM READ-NIGHT-CONTROL
           PERFORM SCAN-RUN-LOG
           PERFORM PRINT-CLOSING-PLAN
           IF StepsNotDone = 0 THEN
           MOVE "C" TO WindowStatus
           PERFORM WRITE-NIGHT-CONTROL
           END-IF
           PERFORM WRITE-RUN-LOG
           ELSE IF RQ-FUNCTION = "MARK" THEN
           PERFORM JOURNAL-COMMIT-MARK
           ELSE
           MOVE 0 TO StepIndex
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StepCount
           IF SP-PROGRAM(SI) = RQ-FUNCTION THEN
           MOVE SI TO StepIndex
           END-IF
           END-PERFORM
           IF StepIndex = 0 THEN
           DISPLAY "NIGHTLY: " RQ-FUNCTION " is not PLAN, SUMMARY "
               "or a step of the nightly stream."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM READ-NIGHT-CONTROL
           PERFORM SCAN-RUN-LOG
           PERFORM GATE-ONE-STEP
           END-IF
           END-IF
           END-IF

           STOP RUN.

      * A window left open by an earlier submission is resumed -
      * whatever today's date, so a resubmission after midnight
      * still finishes the night it started - unless the PLAN card
      * names a different business date, which abandons it. Else a
      * new window opens at the current end of the journal.
       OPEN-OR-RESUME-WINDOW.

           MOVE 0 TO PriorControlFlag
           OPEN INPUT NIGHTCTL-FILE
           IF NightCtlStatus = "00" THEN
           READ NIGHTCTL-FILE
           IF NightCtlStatus = "00" AND NC-WINDOW-OPEN THEN
           MOVE 1 TO PriorControlFlag
           MOVE NC-BUSINESS-DATE TO PriorBusinessDate
           MOVE NC-RUNLOG-MARK TO PriorRunLogMark
           END-IF
           CLOSE NIGHTCTL-FILE
           END-IF

           IF PriorWindowOpen
              AND (RQ-BUSINESS-DATE = SPACES
                   OR RQ-BUSINESS-DATE = ZEROS
                   OR RQ-BUSINESS-DATE = PriorBusinessDate) THEN
           MOVE PriorBusinessDate TO BusinessDate
           MOVE PriorRunLogMark TO RunLogMark
           DISPLAY "NIGHTLY: resuming the open window for "
               BusinessDate
           ELSE
           IF PriorWindowOpen THEN
           DISPLAY "NIGHTLY: abandoning the open window for "
               PriorBusinessDate
           END-IF
           PERFORM SET-BUSINESS-DATE
           MOVE 9999999 TO RunLogMark
           PERFORM SCAN-RUN-LOG
           MOVE RunLogPosition TO RunLogMark
           END-IF.

      * The business date of a new window is the one on the PLAN
      * card when there is one, and today's date otherwise.
       SET-BUSINESS-DATE.

           IF RQ-BUSINESS-DATE = SPACES
              OR RQ-BUSINESS-DATE = ZEROS THEN
           ACCEPT BusinessDate FROM DATE YYYYMMDD
           ELSE
           IF RQ-BUSINESS-DATE IS NUMERIC THEN
           MOVE RQ-BUSINESS-DATE TO BusinessDate
           ELSE
           DISPLAY "NIGHTLY: business date on the PLAN card is not "
               "an eight digit YYYYMMDD value: " RQ-BUSINESS-DATE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.

       WRITE-NIGHT-CONTROL.

           OPEN OUTPUT NIGHTCTL-FILE
           IF NightCtlStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: Unable to open NIGHTCTL, status "
               NightCtlStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE BusinessDate TO NC-BUSINESS-DATE
           MOVE RunLogMark TO NC-RUNLOG-MARK
           MOVE SubmitMark TO NC-SUBMIT-MARK
           MOVE WindowStatus TO NC-WINDOW-STATUS
           ACCEPT NC-PLAN-DATE FROM DATE YYYYMMDD
           ACCEPT NC-PLAN-TIME FROM TIME
           WRITE NIGHT-CONTROL-RECORD
           IF NightCtlStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: WRITE to NIGHTCTL failed, status "
               NightCtlStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE NIGHTCTL-FILE.

      * Without the PLAN step's record a gate cannot know which
      * night it is running - refusing is the only safe answer.
       READ-NIGHT-CONTROL.

           OPEN INPUT NIGHTCTL-FILE
           IF NightCtlStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: Unable to open NIGHTCTL, status "
               NightCtlStatus " - has the PLAN step run?"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           READ NIGHTCTL-FILE
           IF NightCtlStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: NIGHTCTL holds no plan record, status "
               NightCtlStatus
           CLOSE NIGHTCTL-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE NC-BUSINESS-DATE TO BusinessDate
           MOVE NC-RUNLOG-MARK TO RunLogMark
           MOVE NC-SUBMIT-MARK TO SubmitMark
           MOVE NC-WINDOW-STATUS TO WindowStatus
           CLOSE NIGHTCTL-FILE.

      * RUNLOG is append-only, so everything past the window mark
      * belongs to this window whatever date it carries, and the
      * last entry a step made there is its latest outcome - a
      * failed run followed by a good rerun reads as done.
       SCAN-RUN-LOG.

           INITIALIZE StepJournal
           MOVE 0 TO RunLogPosition
           OPEN INPUT RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: Unable to open RUNLOG, status "
               RunLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE 0 TO EndOfFileFlag
           PERFORM UNTIL EndOfFile
           READ RUNLOG-FILE
               AT END
               MOVE 1 TO EndOfFileFlag
               NOT AT END
               ADD 1 TO RunLogPosition
               IF RunLogPosition > RunLogMark THEN
               PERFORM NOTE-STEP-ENTRY
               END-IF
           END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE.

       NOTE-STEP-ENTRY.

           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StepCount
           IF SP-PROGRAM(SI) = RL-PROGRAM THEN
           MOVE 1 TO SJ-ENTRY-FLAG(SI)
           MOVE RL-RETURN-CODE TO SJ-LAST-RC(SI)
           MOVE RunLogPosition TO SJ-LAST-POSITION(SI)
           END-IF
           IF SP-DONE-NAME(SI) = RL-PROGRAM THEN
           IF RL-RETURN-CODE > 4 THEN
           MOVE 0 TO SJ-DONE-FLAG(SI)
           ELSE
           MOVE 1 TO SJ-DONE-FLAG(SI)
           MOVE RunLogPosition TO SJ-DONE-POSITION(SI)
           END-IF
           END-IF
           END-PERFORM.

      * The commit record for a posting step, journaled by the MARK
      * step the JCL runs only once that step's swap has ended RC 0.
      * Failing to journal it must fail the step - without it the
      * posting would be run again.
       JOURNAL-COMMIT-MARK.

           MOVE 0 TO StepIndex
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > StepCount
           IF SP-PROGRAM(SI) = RQ-STEP-NAME
              AND SP-DONE-NAME(SI) NOT = SP-PROGRAM(SI) THEN
           MOVE SI TO StepIndex
           END-IF
           END-PERFORM
           IF StepIndex = 0 THEN
           DISPLAY "NIGHTLY: MARK names " RQ-STEP-NAME ", which is "
               "not a step of the stream that commits by swap."
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF

           MOVE SP-DONE-NAME(StepIndex) TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-EXCEPTIONS
           MOVE 0 TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: Unable to open RUNLOG, status "
               RunLogStatus
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: WRITE to RUNLOG failed, status "
               RunLogStatus
           CLOSE RUNLOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE RUNLOG-FILE
           DISPLAY "NIGHTLY: " SP-PROGRAM(StepIndex) " committed - "
               SP-DONE-NAME(StepIndex) " journaled".

      * The first upstream step that is not done, or zero when every
      * step this one depends on is done.
       FIND-BLOCKING-STEP.

           MOVE 0 TO BlockingIndex
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > StepCount
           IF SP-DEPENDS-ON(StepIndex, DI) = 1
              AND NOT SJ-DONE(DI) AND BlockingIndex = 0 THEN
           MOVE DI TO BlockingIndex
           END-IF
           END-PERFORM.

       GATE-ONE-STEP.

           IF SJ-DONE(StepIndex) THEN
           MOVE SJ-LAST-RC(StepIndex) TO RcOut
           DISPLAY "NIGHTLY: " SP-PROGRAM(StepIndex) " SKIPPED - "
               "already ended RC " RcOut " for " BusinessDate
           MOVE 4 TO RETURN-CODE
           ELSE
           PERFORM FIND-BLOCKING-STEP
           IF BlockingIndex > 0 THEN
           DISPLAY "NIGHTLY: " SP-PROGRAM(StepIndex) " HELD - "
               SP-PROGRAM(BlockingIndex) " has not completed for "
               BusinessDate
           MOVE 8 TO RETURN-CODE
           ELSE
           DISPLAY "NIGHTLY: " SP-PROGRAM(StepIndex) " RUN for "
               BusinessDate
           MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.

      * At the start of a submission nothing upstream has failed yet
      * in this run, so every step is either already done or due.
       PRINT-OPENING-PLAN.

           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "          NIGHTLY BATCH STREAM - RUN PLAN"
           DISPLAY "=================================================="
           DISPLAY "Business Date. . . . . . . : " BusinessDate
           DISPLAY "Window Opened At Entry . . : " RunLogMark
           DISPLAY "RUNLOG Entries So Far. . . : " SubmitMark
           DISPLAY " "
           DISPLAY "STEP      PLAN"
           PERFORM VARYING StepIndex FROM 1 BY 1
               UNTIL StepIndex > StepCount
           IF SJ-DONE(StepIndex) THEN
           MOVE SJ-LAST-RC(StepIndex) TO RcOut
           DISPLAY SP-PROGRAM(StepIndex) "  SKIP - already ended RC "
               RcOut
           ELSE
           IF SJ-JOURNALED(StepIndex) THEN
           MOVE SJ-LAST-RC(StepIndex) TO RcOut
           IF SJ-LAST-RC(StepIndex) > 4 THEN
           DISPLAY SP-PROGRAM(StepIndex) "  RUN  - restart, last "
               "ended RC " RcOut
           ELSE
           DISPLAY SP-PROGRAM(StepIndex) "  RUN  - restart, ended "
               "RC " RcOut " but its swap never committed"
           END-IF
           ELSE
           DISPLAY SP-PROGRAM(StepIndex) "  RUN"
           END-IF
           END-IF
           END-PERFORM
           DISPLAY "==================================================".

      * How the submission actually went, step by step. An entry
      * past the submission mark PLAN took was journaled by this
      * submission; a done step proven before it was skipped; a
      * posting program that ended well this submission with no
      * commit behind it lost its swap; a step with no entry past
      * the mark whose upstream is done ran but never journaled
      * (abend) or was never reached.
       PRINT-CLOSING-PLAN.

           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "      NIGHTLY BATCH STREAM - RUN PLAN AS RUN"
           DISPLAY "=================================================="
           DISPLAY "Business Date. . . . . . . : " BusinessDate
           DISPLAY " "
           DISPLAY "STEP      OUTCOME"
           PERFORM VARYING StepIndex FROM 1 BY 1
               UNTIL StepIndex > StepCount
           PERFORM SETTLE-CLOSING-DISPOSITION
           MOVE SJ-LAST-RC(StepIndex) TO RcOut
           IF DispRanOk THEN
           ADD 1 TO StepsDone
           DISPLAY SP-PROGRAM(StepIndex) "  RAN     - ended RC " RcOut
           ELSE IF DispSkip THEN
           ADD 1 TO StepsDone
           DISPLAY SP-PROGRAM(StepIndex) "  SKIPPED - already ended "
               "RC " RcOut
           ELSE IF DispFailed THEN
           ADD 1 TO StepsNotDone
           DISPLAY SP-PROGRAM(StepIndex) "  FAILED  - ended RC " RcOut
               " *** resubmit to restart here ***"
           ELSE IF DispNotCommitted THEN
           ADD 1 TO StepsNotDone
           DISPLAY SP-PROGRAM(StepIndex) "  FAILED  - ended RC " RcOut
               " but the swap did not commit *** check SWAP ***"
           ELSE IF DispHeld THEN
           ADD 1 TO StepsNotDone
           DISPLAY SP-PROGRAM(StepIndex) "  HELD    - waits on "
               SP-PROGRAM(BlockingIndex)
           ELSE
           ADD 1 TO StepsNotDone
           DISPLAY SP-PROGRAM(StepIndex) "  FAILED  - no RUNLOG entry"
               " *** resubmit to restart here ***"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY "Steps Done . . . . . . . . : " StepsDone
           DISPLAY "Steps Failed Or Held . . . : " StepsNotDone
           DISPLAY "=================================================="

           IF StepsNotDone > 0 THEN
           MOVE 8 TO RETURN-CODE
           END-IF.

       SETTLE-CLOSING-DISPOSITION.

           MOVE 0 TO BlockingIndex
           IF SJ-DONE(StepIndex) THEN
           IF SJ-DONE-POSITION(StepIndex) > SubmitMark THEN
           MOVE "D" TO StepDisposition
           ELSE
           MOVE "S" TO StepDisposition
           END-IF
           ELSE
           PERFORM FIND-BLOCKING-STEP
           IF BlockingIndex > 0 THEN
           MOVE "H" TO StepDisposition
           ELSE
           IF SJ-JOURNALED(StepIndex)
              AND SJ-LAST-POSITION(StepIndex) > SubmitMark THEN
           IF SJ-LAST-RC(StepIndex) > 4 THEN
           MOVE "F" TO StepDisposition
           ELSE
           MOVE "U" TO StepDisposition
           END-IF
           ELSE
           MOVE "N" TO StepDisposition
           END-IF
           END-IF
           END-IF.

      * One run-summary record to the shared RUNLOG journal (see
      * RUNREC / OPSRPT) for the stream as a whole: steps done in
      * the read column, steps failed or held as exceptions. Only
      * SUMMARY journals - the PLAN step and the gates are part of
      * the stream, not runs of their own.
       WRITE-RUN-LOG.

           MOVE "NIGHTLY" TO RL-PROGRAM
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE StepsDone TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE StepsNotDone TO RL-EXCEPTIONS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG-FILE
           IF RunLogStatus NOT = "00" THEN
           OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: Unable to open RUNLOG, status "
               RunLogStatus
           ELSE
           WRITE RUN-LOG-RECORD
           IF RunLogStatus NOT = "00" THEN
           DISPLAY "NIGHTLY: WRITE to RUNLOG failed, status "
               RunLogStatus
           END-IF
           CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM NIGHTLY.
