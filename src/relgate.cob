       AUTHOR. PEOPLETEC-INC.
      * Dual-control release gate between the daily batch and the
      * radio room. The batch writes its per-net cipher outputs to
      * the unreleased staging names the net directory (NETDIR.DAT)
      * gives each net; nothing is transmittable until this gate
      * has shown the run's control totals off SUMMARY.OUT, taken
      * an operator id and a DIFFERENT supervisor id, recorded the
      * decision in the permanent release log, and only then cut
      * the staged files to their nets' transmitted names. A run
      * whose summary return code is 8 or 12 (reconciliation or
      * engine certification failure) is called out and can be
      * refused here, refusal logged - a failed verification no
      * longer leaves transmittable files sitting on disk under
      * released names.
      * Return code: 0 released, 4 refused, 8 nothing to release
      * or a sign-off/file failure.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-FILE-STATUS.

      * One staging and one transmitted file, each assigned in
      * turn to every net's names off the net directory.
           SELECT STAGE-FILE ASSIGN USING WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-FILE-STATUS.

           SELECT RELEASE-FILE ASSIGN USING WS-RELEASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

      * Permanent record of who released or refused which run and
      * when - opened EXTEND, never rewritten.
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD        PIC X(100).

       FD  STAGE-FILE.
       01  STAGE-RECORD          PIC X(750).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD        PIC X(750).

      * Only the net code, its file names and whether it is still
      * in service matter here.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 FILLER             PIC X(7).
           05 ND-STAGE-NAME      PIC X(20).
           05 ND-RELEASE-NAME    PIC X(20).
           05 ND-STATUS          PIC X(1).
           05 FILLER             PIC X(16).
           05 ND-RETIRED-DATE    PIC X(8).

       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-RECORD    PIC X(120).
       WORKING-STORAGE SECTION.

       01 WS-SUMM-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-STG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-REL-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-LOG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF                PIC X(1).

       01 WS-DECISION-LINE      PIC X(10).
       01 WS-DECISION           PIC X(1).

      * The nets the directory had in service on the run date,
      * each with the names its traffic is staged and released
      * under.
       01 WS-STAGE-FILE-NAME    PIC X(20) VALUE SPACES.
       01 WS-RELEASE-FILE-NAME  PIC X(20) VALUE SPACES.
       01 WS-RUN-DATE-NUM       PIC 9(8) VALUE 0.
       01 WS-DIR-COUNT          PIC 9(2) VALUE 0.
       01 WS-DIR-IDX            PIC 9(2) VALUE 0.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 50 TIMES.
              10 WS-DIR-CODE        PIC X(3).
              10 WS-DIR-STAGE       PIC X(20).
              10 WS-DIR-RELEASE     PIC X(20).

       01 WS-FILES-RELEASED     PIC 9(2) VALUE 0.
       01 WS-RECORDS-COPIED     PIC 9(6) VALUE 0.
       01 WS-RC                 PIC 9(2) VALUE 0.

      * a release can only ever cut the run that staged it, never
      * a leftover from an earlier day, and running the gate twice
      * cannot release the same run twice nor cut an empty file
      * over an already-released one. A net with no traffic staged
      * today simply has no staging file, or an empty one, and is
      * passed over. A net retired by the run date is passed over
      * too: the batch no longer stages for it, so anything under
      * its staging name is an old day's traffic.
           PERFORM LOAD-NET-DIRECTORY
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               PERFORM RELEASE-ONE-NET
           END-PERFORM.

       LOAD-NET-DIRECTORY.
      * Nets are taken as in service on the date of the run being
      * released, off the summary.
           MOVE WS-GATE-DATE TO WS-RUN-DATE-NUM
           IF WS-RUN-DATE-TXT IS NUMERIC
               MOVE WS-RUN-DATE-TXT TO WS-RUN-DATE-NUM
           END-IF
           MOVE 0 TO WS-DIR-COUNT
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: no net directory found "
                   "(NETDIR.DAT) - no net's staging file known"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ NET-DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM STORE-DIRECTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE NET-DIRECTORY-FILE
           END-IF.

       STORE-DIRECTORY-ENTRY.
           IF ND-STATUS NOT = "R"
               OR (ND-RETIRED-DATE IS NUMERIC
                   AND FUNCTION NUMVAL(ND-RETIRED-DATE)
                       > WS-RUN-DATE-NUM)
               IF WS-DIR-COUNT >= 50
                   DISPLAY "  WARNING: more than 50 nets on the net "
                       "directory - net " ND-CODE " not released"
               ELSE
                   ADD 1 TO WS-DIR-COUNT
                   MOVE ND-CODE TO WS-DIR-CODE(WS-DIR-COUNT)
                   MOVE ND-STAGE-NAME TO WS-DIR-STAGE(WS-DIR-COUNT)
                   MOVE ND-RELEASE-NAME TO
                       WS-DIR-RELEASE(WS-DIR-COUNT)
               END-IF
           END-IF.

       RELEASE-ONE-NET.
           MOVE WS-DIR-STAGE(WS-DIR-IDX) TO WS-STAGE-FILE-NAME
           MOVE WS-DIR-RELEASE(WS-DIR-IDX) TO WS-RELEASE-FILE-NAME
           OPEN INPUT STAGE-FILE
           IF WS-STG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ STAGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "Y"
                   CLOSE STAGE-FILE
               ELSE
                   OPEN OUTPUT RELEASE-FILE
                   IF WS-REL-FILE-STATUS NOT = "00"
                       DISPLAY "  WARNING: could not cut "
                           FUNCTION TRIM(WS-RELEASE-FILE-NAME)
                       MOVE 8 TO WS-RC
                       CLOSE STAGE-FILE
                   ELSE
                       PERFORM UNTIL WS-EOF = "Y"
                           MOVE STAGE-RECORD TO RELEASE-RECORD
                           WRITE RELEASE-RECORD
                           ADD 1 TO WS-RECORDS-COPIED
                           READ STAGE-FILE
                               AT END
                                   MOVE "Y" TO WS-EOF
                           END-READ
                       END-PERFORM
                       CLOSE RELEASE-FILE
                       ADD 1 TO WS-FILES-RELEASED
                       CLOSE STAGE-FILE
                       OPEN OUTPUT STAGE-FILE
                       CLOSE STAGE-FILE
                   END-IF
               END-IF
           END-IF.
