       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       AUTHOR. PEOPLETEC-INC.
      * Nightly run control for the outbound job stream.
      * Runs the outbound steps in their fixed order - KEYLIB,
      * DUMMYGEN, MSGEDIT, ENIGMA, SECAUDIT, RELGATE - judging each
      * step's return code before the next is started, and stops
      * the stream at the first step whose code says do not
      * proceed. Every step's start, end and return code goes to
      * the permanent run-control log RUNCTL.LOG, and the next step
      * due is kept in RUNCTL.DAT after every step: a rerun the
      * same night picks up at the step that stopped the stream,
      * never redoing a step that already finished - DUMMYGEN above
      * all, whose second run would pad the message file twice.
      * The steps still put their own questions to the operator
      * (run date, dummy volume, release sign-off) as they run.
      * Return code: 0 stream complete, 4 stream stopped at a step
      * (rerun to resume there), 8 run-control log or restart file
      * failure - nothing run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Permanent record of every step run, stream after stream -
      * opened EXTEND, never rewritten.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNCTL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

      * The restart point: the run date and the next step due.
           SELECT RESTART-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD        PIC X(100).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05 RST-RUN-DATE        PIC 9(8).
           05 RST-NEXT-STEP       PIC 9(1).
           05 RST-LAST-RC         PIC 9(3).

       WORKING-STORAGE SECTION.

       01 WS-LOG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-RST-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-LOG-DATE           PIC 9(8) VALUE 0.
       01 WS-LOG-TIME           PIC 9(8) VALUE 0.

      * The job stream in running order. Each step carries the
      * command that runs it and the highest return code that still
      * lets the stream go on:
      *   KEYLIB   0 only - 4 is no sheet for the night, 8 a sheet
      *            to re-issue
      *   DUMMYGEN 0 only - 4 no clean sheet, 8 padding not written
      *   MSGEDIT  4 - rejects are set aside, the clean file still
      *            goes to the batch; 8 means no clean file at all
      *   ENIGMA   0 only - 4 batch skipped, 8 reconciliation,
      *            12 engine certification, 16 key-sheet interlock
      *   SECAUDIT 0 - it reports, it does not judge
      *   RELGATE  0 only - a refusal or a failed sign-off leaves
      *            the stream stopped at the gate
       01 WS-STEP-TABLE.
           05 FILLER PIC X(30) VALUE "KEYLIB  keylib              00".
           05 FILLER PIC X(30) VALUE "DUMMYGENdummygen            00".
           05 FILLER PIC X(30) VALUE "MSGEDIT msgedit             04".
           05 FILLER PIC X(30) VALUE "ENIGMA  enigma              00".
           05 FILLER PIC X(30) VALUE "SECAUDITsecaudit            00".
           05 FILLER PIC X(30) VALUE "RELGATE relgate             00".
       01 WS-STEPS REDEFINES WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 6 TIMES.
              10 WS-STEP-NAME       PIC X(8).
              10 WS-STEP-COMMAND    PIC X(20).
              10 WS-STEP-MAX-RC     PIC 9(2).
       01 WS-STEP-COUNT         PIC 9(1) VALUE 6.

      * Where this run starts, the step under way and its outcome.
      * A start step past the last step means tonight's stream has
      * already run to the end.
       01 WS-START-STEP         PIC 9(1) VALUE 1.
       01 WS-STEP               PIC 9(1) VALUE 1.
       01 WS-STEP-RC            PIC 9(3) VALUE 0.
       01 WS-SYSTEM-STATUS      PIC S9(9) VALUE 0.
       01 WS-COMMAND            PIC X(40).
       01 WS-STREAM-STOPPED     PIC X(1) VALUE "N".
       01 WS-VERDICT            PIC X(24).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Nightly Run Control"
           DISPLAY "==================="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RESTART-POINT
           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open RUNCTL.LOG - "
                   "stream not started"
               MOVE 8 TO WS-RC
           ELSE
               IF WS-START-STEP > WS-STEP-COUNT
                   DISPLAY "  Stream for " WS-RUN-DATE
                       " already complete - nothing run"
                   MOVE "STREAM ALREADY COMPLETE" TO WS-VERDICT
                   PERFORM WRITE-STREAM-LOG-LINE
               ELSE
                   PERFORM RUN-JOB-STREAM
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-RESTART-POINT.
      * A restart record for tonight's run date names the step to
      * resume at. One left from an earlier date is not resumed:
      * every step works to the date it is run on, so a new night
      * always starts the stream from the top - the stopped night
      * stays in the log for the shift supervisor.
           MOVE 1 TO WS-START-STEP
           OPEN INPUT RESTART-FILE
           IF WS-RST-FILE-STATUS = "00"
               READ RESTART-FILE
                   NOT AT END
                       IF RST-RUN-DATE = WS-RUN-DATE
                           AND RST-NEXT-STEP > 1
                           MOVE RST-NEXT-STEP TO WS-START-STEP
                       END-IF
                       IF RST-RUN-DATE NOT = WS-RUN-DATE
                           AND RST-NEXT-STEP <= WS-STEP-COUNT
                           DISPLAY "  WARNING: stream for "
                               RST-RUN-DATE " stopped at "
                               WS-STEP-NAME(RST-NEXT-STEP)
                               " and was never resumed"
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF
           IF WS-START-STEP > 1 AND WS-START-STEP <= WS-STEP-COUNT
               DISPLAY "  Resuming at " WS-STEP-NAME(WS-START-STEP)
                   " - earlier steps already complete for "
                   WS-RUN-DATE
           END-IF.

       RUN-JOB-STREAM.
           IF WS-START-STEP = 1
               MOVE "STREAM START" TO WS-VERDICT
           ELSE
               MOVE "STREAM RESUMED" TO WS-VERDICT
           END-IF
           PERFORM WRITE-STREAM-LOG-LINE
           MOVE WS-START-STEP TO WS-STEP
           MOVE "N" TO WS-STREAM-STOPPED
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT
               OR WS-STREAM-STOPPED = "Y"
               PERFORM RUN-ONE-STEP
           END-PERFORM
           IF WS-STREAM-STOPPED = "Y"
               DISPLAY "  *** STREAM STOPPED AT " WS-STEP-NAME(WS-STEP)
                   " (return code " WS-STEP-RC ") - rerun resumes "
                   "there ***"
               MOVE "STREAM STOPPED" TO WS-VERDICT
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           ELSE
               DISPLAY "  Stream complete for " WS-RUN-DATE
               MOVE "STREAM COMPLETE" TO WS-VERDICT
           END-IF
           PERFORM WRITE-STREAM-LOG-LINE.

       RUN-ONE-STEP.
      * The step is logged before it starts, so a step that never
      * comes back still shows in the log as started and not
      * ended. The shell hands back the exit status in the high
      * byte; a step that could not be started at all reads as 99.
           DISPLAY "  Step " WS-STEP-NAME(WS-STEP) " starting"
           MOVE "START" TO WS-VERDICT
           PERFORM WRITE-STEP-LOG-LINE
           MOVE SPACES TO WS-COMMAND
           MOVE WS-STEP-COMMAND(WS-STEP) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-SYSTEM-STATUS < 0
               MOVE 99 TO WS-STEP-RC
           ELSE
               COMPUTE WS-STEP-RC = WS-SYSTEM-STATUS / 256
           END-IF
           IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP)
               MOVE "Y" TO WS-STREAM-STOPPED
               MOVE "END - STOP" TO WS-VERDICT
               PERFORM WRITE-STEP-LOG-LINE
               MOVE WS-STEP TO RST-NEXT-STEP
               PERFORM SAVE-RESTART-POINT
           ELSE
               MOVE "END - PROCEED" TO WS-VERDICT
               PERFORM WRITE-STEP-LOG-LINE
               COMPUTE RST-NEXT-STEP = WS-STEP + 1
               PERFORM SAVE-RESTART-POINT
               DISPLAY "  Step " WS-STEP-NAME(WS-STEP)
                   " ended, return code " WS-STEP-RC
               IF WS-STREAM-STOPPED = "N"
                   ADD 1 TO WS-STEP
               END-IF
           END-IF.

       SAVE-RESTART-POINT.
      * Rewritten after every step, so the restart point is never
      * behind a step that has finished.
           OPEN OUTPUT RESTART-FILE
           IF WS-RST-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open RUNCTL.DAT - "
                   "stream stopped, restart point not saved"
               MOVE "Y" TO WS-STREAM-STOPPED
               MOVE 8 TO WS-RC
           ELSE
               MOVE WS-RUN-DATE TO RST-RUN-DATE
               MOVE WS-STEP-RC TO RST-LAST-RC
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.

       WRITE-STEP-LOG-LINE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO RUN-LOG-RECORD
           IF WS-VERDICT = "START"
               STRING WS-LOG-DATE " " WS-LOG-TIME " run " WS-RUN-DATE
                   " step " WS-STEP " " WS-STEP-NAME(WS-STEP)
                   " START"
                   DELIMITED BY SIZE INTO RUN-LOG-RECORD
               END-STRING
           ELSE
               STRING WS-LOG-DATE " " WS-LOG-TIME " run " WS-RUN-DATE
                   " step " WS-STEP " " WS-STEP-NAME(WS-STEP)
                   " rc " WS-STEP-RC " " WS-VERDICT
                   DELIMITED BY SIZE INTO RUN-LOG-RECORD
               END-STRING
           END-IF
           WRITE RUN-LOG-RECORD.

       WRITE-STREAM-LOG-LINE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-DATE " " WS-LOG-TIME " run " WS-RUN-DATE
               " " WS-VERDICT
               DELIMITED BY SIZE INTO RUN-LOG-RECORD
           END-STRING
           WRITE RUN-LOG-RECORD.
