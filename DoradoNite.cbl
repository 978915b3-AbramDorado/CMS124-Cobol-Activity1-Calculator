      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job-stream driver for the calculator batch.
      *          Runs the night's steps in order - the account
      *          maintenance file, the duplicate screen, the hand-off
      *          of the screened CALCIN.SCR over CALCIN.DAT, the
      *          batch run, then reconciliation, variance, control
      *          totals and the CSV export - and stops the stream as
      *          soon as a step's return code passes the limit set for
      *          that step.  Each step's start time, end time and
      *          return code go to a dated job log, JOBLOGyyyymmdd.TXT,
      *          and a stream that stops leaves its failed step on
      *          JOBREST.DAT so the driver can be restarted from that
      *          step instead of from the top.  Ends with return code
      *          12 when the stream stopped, otherwise with the
      *          highest return code any step gave.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORADONITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO DYNAMIC WS-JOB-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RESTART-FILE ASSIGN TO "JOBREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "JOBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CALCCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT BATCH-PARAMETER-FILE ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       01 LOG-LINE PIC X(132).
      * The restart point: the step the stream stopped on, the
      * program it ran, the date of the night it stopped and the
      * return code that stopped it.  A stream that completes leaves
      * the file empty.
       FD  RESTART-FILE.
       01 RESTART-RECORD.
           05 RST-STEP                PIC 99.
           05 RST-PROGRAM             PIC X(12).
           05 RST-DATE                PIC X(8).
           05 RST-RETURN-CODE         PIC 9(4).
      * The control card carries the run mode (N runs the stream from
      * the top, R restarts it from the step that stopped it), the
      * directory the step programs are run from, and an optional
      * return-code limit per step in stream order - a blank limit
      * keeps the standing one.
       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRM-RUN-MODE            PIC X(1).
           05 PRM-PROGRAM-DIR         PIC X(40).
           05 PRM-STEP-LIMIT          PIC X(2) OCCURS 8 TIMES.
      * The batch run's checkpoint and control card are read on a
      * restart at DORADOTRANI: a checkpoint past record zero means
      * the failed run had begun posting, and the batch run only
      * takes it up when the card's resume flag is set.
       FD  CHECKPOINT-FILE.
           COPY CKPTREC.
       FD  BATCH-PARAMETER-FILE.
       01 BATCH-PARAMETER-RECORD.
           05 BPR-OP-CHOICE           PIC 9.
           05 BPR-RUN-MODE            PIC X(1).
           05 BPR-RESTART             PIC X(1).
           05 BPR-RUN-DATE            PIC X(8).
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX VALUE "00".
           01 WS-RESTART-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-CKPT-STATUS PIC XX VALUE "00".
           01 WS-BPRM-STATUS PIC XX VALUE "00".
           01 WS-JOB-LOG-NAME PIC X(18) VALUE SPACES.
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-MODE PIC X VALUE 'N'.
               88 RESTART-MODE VALUE 'R'.
           01 WS-PROGRAM-DIR PIC X(40) VALUE SPACES.
           01 WS-STOPPED-SW PIC X VALUE 'N'.
               88 STREAM-STOPPED VALUE 'Y'.
           01 WS-START-STEP PIC 99 VALUE 1.
           01 WS-STEP-SUB PIC 99 VALUE ZERO.
           01 WS-FAILED-STEP PIC 99 VALUE ZERO.
           01 WS-STEP-RC PIC S9(9) VALUE ZERO.
           01 WS-HIGHEST-RC PIC S9(9) VALUE ZERO.
           01 WS-RENAME-RC PIC S9(9) COMP-5 VALUE ZERO.
           01 WS-COMMAND PIC X(80) VALUE SPACES.
           01 WS-SCREENED-NAME PIC X(12) VALUE "CALCIN.SCR".
           01 WS-INPUT-NAME PIC X(12) VALUE "CALCIN.DAT".
           01 WS-RAW-INPUT-NAME PIC X(12) VALUE "CALCIN.RAW".
           01 WS-FILE-INFO PIC X(16) VALUE SPACES.
           01 WS-START-TIME PIC X(8) VALUE SPACES.
           01 WS-END-TIME PIC X(8) VALUE SPACES.
           01 WS-STREAM-TIME PIC X(8) VALUE SPACES.
           01 WS-FORMAT-TIME-IN PIC X(8) VALUE SPACES.
           01 WS-FORMAT-TIME-OUT PIC X(8) VALUE SPACES.
      * The night's steps in stream order with their standing
      * return-code limits: 4 lets a step that ran but raised items
      * for review hand on to the next; anything higher stops the
      * stream.  The hand-off step is done by the driver itself.
           01 WS-STEP-COUNT PIC 99 VALUE 8.
           01 WS-STEP-DEFAULTS.
               05 FILLER PIC X(14) VALUE "DORADOAMNT  04".
               05 FILLER PIC X(14) VALUE "DORADODUPE  04".
               05 FILLER PIC X(14) VALUE "HANDOFF     00".
               05 FILLER PIC X(14) VALUE "DORADOTRANI 04".
               05 FILLER PIC X(14) VALUE "DORADORECON 04".
               05 FILLER PIC X(14) VALUE "DORADOVARI  04".
               05 FILLER PIC X(14) VALUE "DORADOCTRL  04".
               05 FILLER PIC X(14) VALUE "DORADOCSV   04".
           01 WS-STEP-TABLE REDEFINES WS-STEP-DEFAULTS.
               05 WS-STEP-ENTRY OCCURS 8 TIMES.
                   10 WS-STP-PROGRAM PIC X(12).
                   10 WS-STP-LIMIT PIC 99.
           01 WS-STREAM-LINE.
               05 FILLER PIC X(24) VALUE "NIGHTLY STREAM STARTED ".
               05 WS-STR-DATE PIC X(8).
               05 FILLER PIC X(4) VALUE " AT ".
               05 WS-STR-TIME PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STR-MODE PIC X(40).
               05 FILLER PIC X(46) VALUE SPACES.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(6) VALUE "STEP".
               05 FILLER PIC X(14) VALUE "PROGRAM".
               05 FILLER PIC X(10) VALUE "STARTED".
               05 FILLER PIC X(10) VALUE "ENDED".
               05 FILLER PIC X(6) VALUE "  RC".
               05 FILLER PIC X(8) VALUE " LIMIT".
               05 FILLER PIC X(40) VALUE "OUTCOME".
               05 FILLER PIC X(38) VALUE SPACES.
           01 WS-STEP-LINE.
               05 WS-STL-STEP PIC Z9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-STL-PROGRAM PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STL-START PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STL-END PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STL-RC PIC ZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-STL-LIMIT PIC Z9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-STL-OUTCOME PIC X(40).
               05 FILLER PIC X(36) VALUE SPACES.
           01 WS-END-LINE.
               05 FILLER PIC X(21) VALUE "NIGHTLY STREAM ENDED ".
               05 WS-END-TIME-OUT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-END-TEXT PIC X(60).
               05 FILLER PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-JOB-PARAMETERS.
           IF RESTART-MODE
               PERFORM READ-RESTART-POINT
           END-IF.
           PERFORM OPEN-JOB-LOG.
           ACCEPT WS-FORMAT-TIME-IN FROM TIME.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE WS-FORMAT-TIME-OUT TO WS-STREAM-TIME.
           MOVE WS-RUN-DATE TO WS-STR-DATE.
           MOVE WS-STREAM-TIME TO WS-STR-TIME.
           MOVE SPACES TO WS-STR-MODE.
           IF RESTART-MODE
               STRING "RESTARTED FROM STEP " WS-START-STEP " "
                   WS-STP-PROGRAM(WS-START-STEP)
                   DELIMITED BY SIZE INTO WS-STR-MODE
           ELSE
               MOVE "FROM THE TOP" TO WS-STR-MODE
           END-IF.
           MOVE SPACES TO LOG-LINE.
           WRITE LOG-LINE.
           WRITE LOG-LINE FROM WS-STREAM-LINE.
           WRITE LOG-LINE FROM WS-COLUMN-LINE.
           PERFORM LOG-SKIPPED-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB NOT < WS-START-STEP.
           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM WS-START-STEP BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT OR STREAM-STOPPED.
           ACCEPT WS-FORMAT-TIME-IN FROM TIME.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE WS-FORMAT-TIME-OUT TO WS-END-TIME-OUT.
           IF STREAM-STOPPED
               PERFORM WRITE-RESTART-POINT
               STRING "** STOPPED - RESTART FROM THE FAILED STEP "
                   "WITH RUN MODE R **"
                   DELIMITED BY SIZE INTO WS-END-TEXT
           ELSE
               PERFORM CLEAR-RESTART-POINT
               MOVE "ALL STEPS COMPLETED" TO WS-END-TEXT
           END-IF.
           WRITE LOG-LINE FROM WS-END-LINE.
           CLOSE JOB-LOG-FILE.
           IF STREAM-STOPPED
               DISPLAY "Nightly stream stopped - see " WS-JOB-LOG-NAME
                   "; restart with run mode R once the failed step's "
                   "cause is cleared."
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "Nightly stream completed - job log written "
                   "to " WS-JOB-LOG-NAME "."
               MOVE WS-HIGHEST-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The run mode, program directory and limit overrides come
      * from the JOBPARM.DAT control card when the stream is
      * scheduled; the console prompt remains the fallback for the
      * run mode.  A limit on the card must be numeric or the stream
      * does not start - a mistyped limit could let a failed step
      * hand bad work on.
       GET-JOB-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
               MOVE PRM-RUN-MODE TO WS-RUN-MODE
               MOVE PRM-PROGRAM-DIR TO WS-PROGRAM-DIR
               PERFORM APPLY-ONE-LIMIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           ELSE
               IF WS-PARM-STATUS NOT = "35"
                   DISPLAY "Parameter file JOBPARM.DAT is present "
                       "but unreadable (status " WS-PARM-STATUS
                       ") - nightly stream not started."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Run mode (N new stream, R restart from the "
                   "failed step): "
               ACCEPT WS-RUN-MODE
           END-IF.
           IF WS-RUN-MODE = 'r'
               MOVE 'R' TO WS-RUN-MODE
           END-IF.
           IF WS-RUN-MODE NOT = 'R'
               MOVE 'N' TO WS-RUN-MODE
           END-IF.

       APPLY-ONE-LIMIT.
           IF PRM-STEP-LIMIT(WS-STEP-SUB) NOT = SPACES
               IF PRM-STEP-LIMIT(WS-STEP-SUB) NUMERIC
                   MOVE PRM-STEP-LIMIT(WS-STEP-SUB)
                       TO WS-STP-LIMIT(WS-STEP-SUB)
               ELSE
                   DISPLAY "Return-code limit for step " WS-STEP-SUB
                       " on JOBPARM.DAT is not numeric - nightly "
                       "stream not started."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * A restart takes up the step the last stream stopped on; with
      * no restart point on file there is nothing to resume, and the
      * stream is not run from the top by default because that would
      * screen already-screened input a second time.
       READ-RESTART-POINT.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = "00"
               MOVE SPACES TO RESTART-RECORD
           ELSE
               READ RESTART-FILE
                   AT END MOVE SPACES TO RESTART-RECORD
               END-READ
               CLOSE RESTART-FILE
           END-IF.
           IF RST-STEP NOT NUMERIC
               OR RST-STEP < 1 OR RST-STEP > WS-STEP-COUNT
               DISPLAY "No failed stream is recorded on JOBREST.DAT "
                   "- nothing to restart; run with mode N for a new "
                   "stream."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RST-STEP TO WS-START-STEP.
           DISPLAY "Restarting the stream of " RST-DATE " at step "
               RST-STEP " " RST-PROGRAM ", which ended with return "
               "code " RST-RETURN-CODE ".".
           IF WS-STP-PROGRAM(WS-START-STEP) = "DORADOTRANI"
               PERFORM CHECK-BATCH-RESUME
           END-IF.

      * Restarting DORADOTRANI fresh over a run that had begun
      * posting would post its leading records a second time, so
      * with a checkpoint past record zero the restart goes ahead
      * only when CALCPARM.DAT has the resume flag set.  The flag
      * is left to the operator: a checkpoint can also be one a
      * completed run left behind, which the batch run refuses
      * against a different batch date.  With no card the batch
      * run asks at the console.
       CHECK-BATCH-RESUME.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               MOVE ZERO TO CKPT-RECORD-NO
           ELSE
               READ CHECKPOINT-FILE
                   AT END MOVE ZERO TO CKPT-RECORD-NO
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF CKPT-RECORD-NO NUMERIC AND CKPT-RECORD-NO > ZERO
               OPEN INPUT BATCH-PARAMETER-FILE
               IF WS-BPRM-STATUS NOT = "00"
                   DISPLAY "DORADOTRANI stopped after record "
                       CKPT-RECORD-NO " and has no CALCPARM.DAT - "
                       "answer Y to its resume prompt."
               ELSE
                   READ BATCH-PARAMETER-FILE
                       AT END MOVE SPACES TO BATCH-PARAMETER-RECORD
                   END-READ
                   CLOSE BATCH-PARAMETER-FILE
                   IF BPR-RESTART NOT = 'Y'
                       DISPLAY "DORADOTRANI checkpoint stands at "
                           "record " CKPT-RECORD-NO " but the resume "
                           "flag on CALCPARM.DAT is not set - a "
                           "fresh run would post those records "
                           "again.  Set the flag (or clear "
                           "CALCCKPT.DAT if the failed run posted "
                           "nothing) and restart; restart refused."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "DORADOTRANI resumes after record "
                       CKPT-RECORD-NO " - resume flag set on "
                       "CALCPARM.DAT."
               END-IF
           END-IF.

      * The log is kept per night and extended, so a restart on the
      * same day adds its steps beneath the stream that stopped.
       OPEN-JOB-LOG.
           STRING "JOBLOG" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-JOB-LOG-NAME.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Job log " WS-JOB-LOG-NAME " could not be "
                   "opened (status " WS-LOG-STATUS ") - nightly "
                   "stream not started."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-SKIPPED-STEP.
           MOVE WS-STEP-SUB TO WS-STL-STEP.
           MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-STL-PROGRAM.
           MOVE SPACES TO WS-STL-START.
           MOVE SPACES TO WS-STL-END.
           MOVE ZERO TO WS-STL-RC.
           MOVE WS-STP-LIMIT(WS-STEP-SUB) TO WS-STL-LIMIT.
           MOVE "SKIPPED - COMPLETED BEFORE THE RESTART"
               TO WS-STL-OUTCOME.
           WRITE LOG-LINE FROM WS-STEP-LINE.

      * Each step is logged as it ends, so the log shows how far the
      * stream got even if the driver itself is cancelled.
       RUN-ONE-STEP.
           ACCEPT WS-FORMAT-TIME-IN FROM TIME.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE WS-FORMAT-TIME-OUT TO WS-START-TIME.
           DISPLAY "Step " WS-STEP-SUB " " WS-STP-PROGRAM(WS-STEP-SUB)
               " started at " WS-START-TIME ".".
           IF WS-STP-PROGRAM(WS-STEP-SUB) = "HANDOFF"
               PERFORM HAND-OFF-SCREENED-INPUT
           ELSE
               PERFORM RUN-STEP-PROGRAM
           END-IF.
           ACCEPT WS-FORMAT-TIME-IN FROM TIME.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE WS-FORMAT-TIME-OUT TO WS-END-TIME.
           MOVE WS-STEP-SUB TO WS-STL-STEP.
           MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-STL-PROGRAM.
           MOVE WS-START-TIME TO WS-STL-START.
           MOVE WS-END-TIME TO WS-STL-END.
           MOVE WS-STEP-RC TO WS-STL-RC.
           MOVE WS-STP-LIMIT(WS-STEP-SUB) TO WS-STL-LIMIT.
           IF WS-STEP-RC > WS-STP-LIMIT(WS-STEP-SUB)
               MOVE 'Y' TO WS-STOPPED-SW
               MOVE WS-STEP-SUB TO WS-FAILED-STEP
               MOVE "** OVER LIMIT - STREAM STOPPED **"
                   TO WS-STL-OUTCOME
               DISPLAY "Step " WS-STEP-SUB " "
                   WS-STP-PROGRAM(WS-STEP-SUB) " ended with return "
                   "code " WS-STL-RC " over its limit of "
                   WS-STL-LIMIT " - stream stopped."
           ELSE
               MOVE "COMPLETED" TO WS-STL-OUTCOME
               IF WS-STEP-RC > WS-HIGHEST-RC
                   MOVE WS-STEP-RC TO WS-HIGHEST-RC
               END-IF
           END-IF.
           WRITE LOG-LINE FROM WS-STEP-LINE.

      * The step runs as its own job step so its STOP RUN ends only
      * itself.  A POSIX shell hands the exit code back in the high
      * byte of the wait status; a step that could not be started at
      * all counts as an abort.
       RUN-STEP-PROGRAM.
           MOVE SPACES TO WS-COMMAND.
           STRING WS-PROGRAM-DIR DELIMITED BY SPACE
               WS-STP-PROGRAM(WS-STEP-SUB) DELIMITED BY SPACE
               INTO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-STEP-RC < ZERO
               MOVE 12 TO WS-STEP-RC
           ELSE
               IF WS-STEP-RC > 255
                   DIVIDE 256 INTO WS-STEP-RC
               END-IF
           END-IF.

      * The screened transmission replaces the raw one for the batch
      * run.  Without a CALCIN.SCR the screen produced nothing to
      * post and the stream stops here rather than post the
      * unscreened file, which is left untouched.  A rename that
      * will not replace an existing CALCIN.DAT is retried once the
      * raw file has been moved aside to CALCIN.RAW, and the raw
      * file is put back if the retry fails as well.
       HAND-OFF-SCREENED-INPUT.
           MOVE ZERO TO WS-STEP-RC.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SCREENED-NAME
               WS-FILE-INFO
               RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = ZERO
               DISPLAY "Screened input CALCIN.SCR not found - "
                   "CALCIN.DAT is left as received and the batch "
                   "run is not started."
               MOVE 12 TO WS-STEP-RC
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-SCREENED-NAME
                   WS-INPUT-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = ZERO
                   PERFORM SET-RAW-INPUT-ASIDE
               END-IF
           END-IF.

       SET-RAW-INPUT-ASIDE.
           CALL "CBL_RENAME_FILE" USING WS-INPUT-NAME
               WS-RAW-INPUT-NAME
               RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = ZERO
               DISPLAY "Screened input CALCIN.SCR could not be "
                   "handed on and CALCIN.DAT could not be moved "
                   "aside - both are left as they were."
               MOVE 12 TO WS-STEP-RC
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-SCREENED-NAME
                   WS-INPUT-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = ZERO
                   CALL "CBL_RENAME_FILE" USING WS-RAW-INPUT-NAME
                       WS-INPUT-NAME
                       RETURNING WS-RENAME-RC
                   IF WS-RENAME-RC = ZERO
                       DISPLAY "Screened input CALCIN.SCR could not "
                           "be handed on as CALCIN.DAT - the raw "
                           "input is restored as CALCIN.DAT."
                   ELSE
                       DISPLAY "Screened input CALCIN.SCR could not "
                           "be handed on as CALCIN.DAT - the raw "
                           "input is held as CALCIN.RAW."
                   END-IF
                   MOVE 12 TO WS-STEP-RC
               END-IF
           END-IF.

       WRITE-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE.
           MOVE WS-FAILED-STEP TO RST-STEP.
           MOVE WS-STP-PROGRAM(WS-FAILED-STEP) TO RST-PROGRAM.
           MOVE WS-RUN-DATE TO RST-DATE.
           MOVE WS-STEP-RC TO RST-RETURN-CODE.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.

       CLEAR-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE.
           CLOSE RESTART-FILE.

       FORMAT-CLOCK-TIME.
           STRING WS-FORMAT-TIME-IN(1:2) ":" WS-FORMAT-TIME-IN(3:2)
               ":" WS-FORMAT-TIME-IN(5:2)
               DELIMITED BY SIZE INTO WS-FORMAT-TIME-OUT.

       END PROGRAM DORADONITE.
