       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTODY.
       AUTHOR. PEOPLETEC-INC.
      * Daily chain-of-custody reconciliation for outbound traffic.
      * Every stage of the outbound run counts its own traffic -
      * MSGEDIT in EDITRPT.OUT, the batch per net in SUMMARY.OUT,
      * the release gate in RELEASE.LOG, the archive by its keys -
      * and nothing tied those counts to each other: a part the
      * edit passed could miss the archive (a net with no key
      * sheet, an archive that would not open) and nobody knew
      * until a far station asked for it. For an operator-keyed run
      * date this program follows every message id and part from
      * MESSAGES.DAT through the edit (MSGCLEAN.DAT / MSGREJ.DAT),
      * encipherment, release and the archive, and writes
      * CUSTODY.RPT listing each break by stage and net, so the
      * shift supervisor signs the day off with proof nothing was
      * lost or added on the way.
      * Return code: 0 all stages balance, 4 breaks listed, 8
      * report could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-FILE ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-FILE-STATUS.

           SELECT CLEAN-FILE ASSIGN TO "MSGCLEAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "MSGREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "SUMMARY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-FILE-STATUS.

           SELECT RELEASE-LOG-FILE ASSIGN TO "RELEASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT CUSTODY-REPORT-FILE ASSIGN TO "CUSTODY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-FILE.
       01  MESSAGE-RECORD.
           05 MSG-ID             PIC X(6).
           05 MSG-NET            PIC X(3).
           05 MSG-PART           PIC X(2).
           05 MSG-TOTAL          PIC X(2).
           05 MSG-PRI            PIC X(2).
           05 MSG-TEXT           PIC X(100).

       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           05 CLN-ID             PIC X(6).
           05 CLN-NET            PIC X(3).
           05 CLN-PART           PIC X(2).
           05 FILLER             PIC X(104).

      * Reason code, a space, then the record exactly as read.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-REASON         PIC X(3).
           05 FILLER             PIC X(1).
           05 REJ-ID             PIC X(6).
           05 REJ-NET            PIC X(3).
           05 REJ-PART           PIC X(2).
           05 FILLER             PIC X(104).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD    PIC X(80).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD        PIC X(100).

       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-RECORD    PIC X(120).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARC-KEY.
              10 ARC-DATE         PIC 9(8).
              10 ARC-MSG-ID       PIC 9(6).
              10 ARC-PART         PIC 9(2).
           05 ARC-NET             PIC X(3).
           05 ARC-HEADER          PIC X(80).
           05 ARC-GROUPS          PIC X(750).

       FD  CUSTODY-REPORT-FILE.
       01  CUSTODY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-MSG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-CLEAN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-REJ-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-EDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-SUMM-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-LOG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-ARCH-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-RPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF                PIC X(1) VALUE "N".

      * Operator-keyed run date; an empty reply takes today.
       01 WS-DATE-LINE          PIC X(10).
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-TXT       PIC X(8).

      * Every id and part met at any stage, with how many times
      * each stage holds it. A part is in custody when the raw file
      * holds it once and the edit accounts for it once - clean or
      * rejected - and every clean part is archived under the run
      * date. Parts are keyed as the batch numbers them: blank or
      * zero part fields are part 01.
       01 WS-TRK-COUNT          PIC 9(4) VALUE 0.
       01 WS-TRK-IDX            PIC 9(4) VALUE 0.
       01 WS-TRK-TABLE.
           05 WS-TRK-ENTRY OCCURS 2000 TIMES.
              10 WS-TRK-KEY.
                 15 WS-TRK-ID       PIC X(6).
                 15 WS-TRK-PART     PIC X(2).
              10 WS-TRK-NET         PIC X(3).
              10 WS-TRK-RAW         PIC 9(2).
              10 WS-TRK-CLEAN       PIC 9(2).
              10 WS-TRK-REJECT      PIC 9(2).
              10 WS-TRK-ARCHIVED    PIC 9(2).
       01 WS-THIS-KEY.
           05 WS-THIS-ID            PIC X(6).
           05 WS-THIS-PART          PIC X(2).
       01 WS-THIS-NET           PIC X(3).

      * Nets in order of first appearance - the run summary's own
      * order first, so a blank net falls to the first net on the
      * day's sheet exactly as the batch routes it.
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-IDX            PIC 9(2) VALUE 0.
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 50 TIMES.
              10 WS-NET-ID          PIC X(3).
              10 WS-NET-IN-SUMMARY  PIC X(1).
              10 WS-NET-CLEAN       PIC 9(5).
              10 WS-NET-SENT        PIC 9(5).
              10 WS-NET-ARCHIVED    PIC 9(5).

      * Breaks found, each under its stage and net, reported
      * stage by stage in custody order.
       01 WS-BRK-COUNT          PIC 9(3) VALUE 0.
       01 WS-BRK-TOTAL          PIC 9(5) VALUE 0.
       01 WS-BRK-IDX            PIC 9(3) VALUE 0.
       01 WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 500 TIMES.
              10 WS-BRK-STAGE       PIC X(8).
              10 WS-BRK-NET         PIC X(3).
              10 WS-BRK-TEXT        PIC X(70).
       01 WS-NEW-STAGE          PIC X(8).
       01 WS-NEW-NET            PIC X(3).
       01 WS-NEW-TEXT           PIC X(70).
       01 WS-STAGE-TABLE.
           05 FILLER            PIC X(8) VALUE "EDIT".
           05 FILLER            PIC X(8) VALUE "ENCIPHER".
           05 FILLER            PIC X(8) VALUE "RELEASE".
           05 FILLER            PIC X(8) VALUE "ARCHIVE".
       01 WS-STAGES REDEFINES WS-STAGE-TABLE.
           05 WS-STAGE-NAME     PIC X(8) OCCURS 4 TIMES.
       01 WS-STAGE-IDX          PIC 9(1).
       01 WS-STAGE-BREAKS       PIC 9(3).

      * Counts off each stage's own files and reports.
       01 WS-RAW-READ           PIC 9(6) VALUE 0.
       01 WS-CLEAN-READ         PIC 9(6) VALUE 0.
       01 WS-REJECT-READ        PIC 9(6) VALUE 0.
       01 WS-RPT-READ           PIC 9(6) VALUE 0.
       01 WS-RPT-CLEAN          PIC 9(6) VALUE 0.
       01 WS-RPT-REJECT         PIC 9(6) VALUE 0.
       01 WS-EDIT-RPT-SEEN      PIC X(1) VALUE "N".
       01 WS-SUMM-SEEN          PIC X(1) VALUE "N".
       01 WS-SUMM-DATE          PIC X(8) VALUE SPACES.
       01 WS-SUMM-SKIPPED       PIC 9(6) VALUE 0.
       01 WS-SENT-TOTAL         PIC 9(6) VALUE 0.
       01 WS-CLEAN-TOTAL        PIC 9(6) VALUE 0.
       01 WS-ARCHIVED-TOTAL     PIC 9(6) VALUE 0.
       01 WS-ARCHIVE-OPEN       PIC X(1) VALUE "N".
       01 WS-REL-SEEN           PIC X(1) VALUE "N".
       01 WS-REL-REFUSED        PIC 9(3) VALUE 0.
       01 WS-REL-RECORDS        PIC 9(6) VALUE 0.
       01 WS-EXPECTED-RECORDS   PIC 9(6) VALUE 0.

      * Tokens lifted off a summary or release-log line.
       01 WS-TOKENS.
           05 WS-TOKEN          PIC X(12) OCCURS 16 TIMES.
       01 WS-COUNT-TXT          PIC X(6).
       01 WS-COUNT-LABEL        PIC X(14).
       01 WS-SHOW-COUNT         PIC 9(6).
       01 WS-SHOW-COUNT2        PIC 9(6).
       01 WS-I                  PIC 9(4).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Chain-of-Custody Reconciliation"
           DISPLAY "==============================="
           PERFORM GET-RUN-DATE
           PERFORM LOAD-RUN-SUMMARY
           PERFORM LOAD-RAW-TRAFFIC
           PERFORM LOAD-CLEAN-FILE
           PERFORM LOAD-REJECT-FILE
           PERFORM LOAD-EDIT-REPORT
           PERFORM SCAN-ARCHIVE-FOR-DATE
           PERFORM LOAD-RELEASE-LOG
           PERFORM CHECK-EDIT-STAGE
           PERFORM CHECK-ENCIPHER-STAGE
           PERFORM CHECK-RELEASE-STAGE
           PERFORM CHECK-ARCHIVE-STAGE
           PERFORM WRITE-CUSTODY-REPORT
           IF WS-RC < 8 AND WS-BRK-TOTAL > 0
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       GET-RUN-DATE.
           DISPLAY "Run date to reconcile (YYYYMMDD, empty for "
               "today):"
           MOVE SPACES TO WS-DATE-LINE
           ACCEPT WS-DATE-LINE
           IF WS-DATE-LINE(1:8) IS NUMERIC
               MOVE WS-DATE-LINE(1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TXT
           DISPLAY "  Reconciling run date " WS-RUN-DATE.

       LOAD-RUN-SUMMARY.
      * The batch's per-net sent counts, and the net order of the
      * day's sheet. A summary left from another run date cannot
      * vouch for this one - its counts are not taken.
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SUMMARY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-SUMMARY-LINE
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
           END-IF.

       TAKE-ONE-SUMMARY-LINE.
           IF SUMMARY-RECORD(1:10) = "Run date: "
               MOVE SUMMARY-RECORD(11:8) TO WS-SUMM-DATE
               IF WS-SUMM-DATE = WS-RUN-DATE-TXT
                   MOVE "Y" TO WS-SUMM-SEEN
               END-IF
           END-IF
           IF WS-SUMM-SEEN = "Y"
               IF SUMMARY-RECORD(1:19) = "Skipped on restart:"
                   AND SUMMARY-RECORD(27:6) IS NUMERIC
                   MOVE SUMMARY-RECORD(27:6) TO WS-SUMM-SKIPPED
               END-IF
               IF SUMMARY-RECORD(1:4) = "Net "
                   MOVE SPACES TO WS-TOKENS
                   UNSTRING SUMMARY-RECORD DELIMITED BY ALL SPACE
                       INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                           WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                           WS-TOKEN(7)
                   END-UNSTRING
                   MOVE WS-TOKEN(2) TO WS-THIS-NET
                   PERFORM FIND-NET-SLOT
                   IF WS-NET-IDX > 0
                       MOVE "Y" TO WS-NET-IN-SUMMARY(WS-NET-IDX)
                       MOVE WS-TOKEN(7) TO WS-COUNT-TXT
                       IF WS-COUNT-TXT(1:5) IS NUMERIC
                           MOVE WS-COUNT-TXT(1:5) TO
                               WS-NET-SENT(WS-NET-IDX)
                           ADD WS-NET-SENT(WS-NET-IDX) TO
                               WS-SENT-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-RAW-TRAFFIC.
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MESSAGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RAW-READ
                           MOVE MSG-ID TO WS-THIS-ID
                           MOVE MSG-PART TO WS-THIS-PART
                           MOVE MSG-NET TO WS-THIS-NET
                           PERFORM FIND-TRACK-ENTRY
                           IF WS-TRK-IDX > 0
                               ADD 1 TO WS-TRK-RAW(WS-TRK-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGE-FILE
           ELSE
               MOVE "EDIT" TO WS-NEW-STAGE
               MOVE "---" TO WS-NEW-NET
               MOVE "MESSAGES.DAT not on hand - raw traffic untraced"
                   TO WS-NEW-TEXT
               PERFORM BOOK-BREAK
           END-IF.

       LOAD-CLEAN-FILE.
           OPEN INPUT CLEAN-FILE
           IF WS-CLEAN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CLEAN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CLEAN-READ
                           MOVE CLN-ID TO WS-THIS-ID
                           MOVE CLN-PART TO WS-THIS-PART
                           MOVE CLN-NET TO WS-THIS-NET
                           PERFORM FIND-TRACK-ENTRY
                           IF WS-TRK-IDX > 0
                               ADD 1 TO WS-TRK-CLEAN(WS-TRK-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-FILE
           ELSE
               MOVE "EDIT" TO WS-NEW-STAGE
               MOVE "---" TO WS-NEW-NET
               MOVE "MSGCLEAN.DAT not on hand - nothing released"
                   TO WS-NEW-TEXT
               PERFORM BOOK-BREAK
           END-IF.

       LOAD-REJECT-FILE.
      * No reject file is only a break when the edit report says
      * something was rejected - that is checked with the counts.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REJECT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REJECT-READ
                           MOVE REJ-ID TO WS-THIS-ID
                           MOVE REJ-PART TO WS-THIS-PART
                           MOVE REJ-NET TO WS-THIS-NET
                           PERFORM FIND-TRACK-ENTRY
                           IF WS-TRK-IDX > 0
                               ADD 1 TO WS-TRK-REJECT(WS-TRK-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       LOAD-EDIT-REPORT.
           OPEN INPUT EDIT-REPORT-FILE
           IF WS-EDIT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ EDIT-REPORT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-EDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE EDIT-REPORT-FILE
           END-IF.

       TAKE-ONE-EDIT-LINE.
           IF EDIT-REPORT-RECORD(22:6) IS NUMERIC
               EVALUATE EDIT-REPORT-RECORD(1:21)
                   WHEN "Records read:        "
                       MOVE EDIT-REPORT-RECORD(22:6) TO WS-RPT-READ
                       MOVE "Y" TO WS-EDIT-RPT-SEEN
                   WHEN "Released to batch:   "
                       MOVE EDIT-REPORT-RECORD(22:6) TO WS-RPT-CLEAN
                   WHEN "Rejected:            "
                       MOVE EDIT-REPORT-RECORD(22:6) TO WS-RPT-REJECT
               END-EVALUATE
           END-IF.

       SCAN-ARCHIVE-FOR-DATE.
      * Every part archived under the run date is booked against
      * the part the edit released; the archive's own net is the
      * net the part actually went out on.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-OPEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ARC-DATE = WS-RUN-DATE
                               PERFORM BOOK-ARCHIVED-PART
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       BOOK-ARCHIVED-PART.
           ADD 1 TO WS-ARCHIVED-TOTAL
           MOVE ARC-MSG-ID TO WS-THIS-ID
           MOVE ARC-PART TO WS-THIS-PART
           MOVE ARC-NET TO WS-THIS-NET
           PERFORM FIND-TRACK-ENTRY
           IF WS-TRK-IDX > 0
               ADD 1 TO WS-TRK-ARCHIVED(WS-TRK-IDX)
               MOVE ARC-NET TO WS-TRK-NET(WS-TRK-IDX)
           END-IF
           PERFORM FIND-NET-SLOT
           IF WS-NET-IDX > 0
               ADD 1 TO WS-NET-ARCHIVED(WS-NET-IDX)
           END-IF.

       LOAD-RELEASE-LOG.
      * Every gate decision on the run date counts: a release cuts
      * what was staged, and a second release of the same run
      * finds the stage files emptied and copies nothing.
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RELEASE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-RELEASE-LINE
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
           END-IF.

       TAKE-ONE-RELEASE-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING RELEASE-LOG-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                   WS-TOKEN(12) WS-TOKEN(13) WS-TOKEN(14)
           END-UNSTRING
           IF WS-TOKEN(3) = "run" AND WS-TOKEN(4) = WS-RUN-DATE-TXT
               MOVE "Y" TO WS-REL-SEEN
               IF WS-TOKEN(11) = "RELEASED"
                   MOVE WS-TOKEN(14) TO WS-COUNT-TXT
                   IF WS-COUNT-TXT IS NUMERIC
                       ADD FUNCTION NUMVAL(WS-COUNT-TXT) TO
                           WS-REL-RECORDS
                   END-IF
               ELSE
                   ADD 1 TO WS-REL-REFUSED
               END-IF
           END-IF.

       CHECK-EDIT-STAGE.
      * The edit must account for every raw record once, clean or
      * rejected, and its own report must agree with its files.
           IF WS-EDIT-RPT-SEEN = "N"
               MOVE "EDIT" TO WS-NEW-STAGE
               MOVE "---" TO WS-NEW-NET
               MOVE "EDITRPT.OUT not on hand - edit counts unproved"
                   TO WS-NEW-TEXT
               PERFORM BOOK-BREAK
           ELSE
               IF WS-RPT-READ NOT = WS-RAW-READ
                   MOVE WS-RPT-READ TO WS-SHOW-COUNT
                   MOVE WS-RAW-READ TO WS-SHOW-COUNT2
                   MOVE "records read" TO WS-COUNT-LABEL
                   PERFORM BOOK-COUNT-BREAK
               END-IF
               IF WS-RPT-CLEAN NOT = WS-CLEAN-READ
                   MOVE WS-RPT-CLEAN TO WS-SHOW-COUNT
                   MOVE WS-CLEAN-READ TO WS-SHOW-COUNT2
                   MOVE "released" TO WS-COUNT-LABEL
                   PERFORM BOOK-COUNT-BREAK
               END-IF
               IF WS-RPT-REJECT NOT = WS-REJECT-READ
                   MOVE WS-RPT-REJECT TO WS-SHOW-COUNT
                   MOVE WS-REJECT-READ TO WS-SHOW-COUNT2
                   MOVE "rejected" TO WS-COUNT-LABEL
                   PERFORM BOOK-COUNT-BREAK
               END-IF
           END-IF
           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
               UNTIL WS-TRK-IDX > WS-TRK-COUNT
               PERFORM CHECK-ONE-PART-AT-EDIT
           END-PERFORM.

       BOOK-COUNT-BREAK.
           MOVE "EDIT" TO WS-NEW-STAGE
           MOVE "---" TO WS-NEW-NET
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-COUNT-LABEL DELIMITED BY "  "
               ": EDITRPT.OUT says " WS-SHOW-COUNT
               ", the files hold " WS-SHOW-COUNT2
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-STRING
           PERFORM BOOK-BREAK.

       CHECK-ONE-PART-AT-EDIT.
           PERFORM RESOLVE-PART-NET
           MOVE "EDIT" TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TEXT
           EVALUATE TRUE
               WHEN WS-TRK-RAW(WS-TRK-IDX) = 0
                   AND WS-TRK-CLEAN(WS-TRK-IDX)
                       + WS-TRK-REJECT(WS-TRK-IDX) > 0
                   STRING WS-TRK-ID(WS-TRK-IDX) " TEIL "
                       WS-TRK-PART(WS-TRK-IDX)
                       " in edit output but not in MESSAGES.DAT"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               WHEN WS-TRK-RAW(WS-TRK-IDX) >
                   WS-TRK-CLEAN(WS-TRK-IDX)
                       + WS-TRK-REJECT(WS-TRK-IDX)
                   STRING WS-TRK-ID(WS-TRK-IDX) " TEIL "
                       WS-TRK-PART(WS-TRK-IDX)
                       " read but neither released nor rejected"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               WHEN WS-TRK-RAW(WS-TRK-IDX) <
                   WS-TRK-CLEAN(WS-TRK-IDX)
                       + WS-TRK-REJECT(WS-TRK-IDX)
                   STRING WS-TRK-ID(WS-TRK-IDX) " TEIL "
                       WS-TRK-PART(WS-TRK-IDX)
                       " accounted for more often than read"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-NEW-TEXT NOT = SPACES
               PERFORM BOOK-BREAK
           END-IF.

       CHECK-ENCIPHER-STAGE.
      * Per net, the parts the edit released must equal the parts
      * the batch reports sent. A restarted run's summary counts
      * only the resumed part of the day, so then only the day's
      * total can be compared.
           IF WS-SUMM-SEEN = "N"
               MOVE "ENCIPHER" TO WS-NEW-STAGE
               MOVE "---" TO WS-NEW-NET
               MOVE SPACES TO WS-NEW-TEXT
               STRING "no SUMMARY.OUT for run " WS-RUN-DATE
                   " (summary on hand is for " WS-SUMM-DATE ")"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               PERFORM BOOK-BREAK
           ELSE
               PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                   UNTIL WS-TRK-IDX > WS-TRK-COUNT
                   IF WS-TRK-CLEAN(WS-TRK-IDX) > 0
                       MOVE 0 TO WS-NET-IDX
                       PERFORM RESOLVE-PART-NET
                       IF WS-NET-IDX > 0
                           ADD 1 TO WS-NET-CLEAN(WS-NET-IDX)
                       END-IF
                       ADD 1 TO WS-CLEAN-TOTAL
                   END-IF
               END-PERFORM
               IF WS-SUMM-SKIPPED > 0
                   IF WS-SENT-TOTAL + WS-SUMM-SKIPPED
                       NOT = WS-CLEAN-TOTAL
                       MOVE "ENCIPHER" TO WS-NEW-STAGE
                       MOVE "---" TO WS-NEW-NET
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "released " WS-CLEAN-TOTAL
                           ", sent " WS-SENT-TOTAL
                           " plus " WS-SUMM-SKIPPED
                           " before restart"
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM BOOK-BREAK
                   END-IF
               ELSE
                   PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                       UNTIL WS-NET-IDX > WS-NET-COUNT
                       PERFORM CHECK-ONE-NET-SENT
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-ONE-NET-SENT.
           IF WS-NET-CLEAN(WS-NET-IDX) NOT = WS-NET-SENT(WS-NET-IDX)
               MOVE "ENCIPHER" TO WS-NEW-STAGE
               MOVE WS-NET-ID(WS-NET-IDX) TO WS-NEW-NET
               MOVE SPACES TO WS-NEW-TEXT
               IF WS-NET-IN-SUMMARY(WS-NET-IDX) = "N"
                   STRING "released " WS-NET-CLEAN(WS-NET-IDX)
                       " part(s) for a net with no key sheet"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   STRING "released " WS-NET-CLEAN(WS-NET-IDX)
                       ", batch sent " WS-NET-SENT(WS-NET-IDX)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               END-IF
               PERFORM BOOK-BREAK
           END-IF.

       CHECK-RELEASE-STAGE.
      * The gate copies two records per part sent - the header
      * line and the groups - so the released records must be
      * twice the parts the batch sent.
           MOVE "RELEASE" TO WS-NEW-STAGE
           MOVE "---" TO WS-NEW-NET
           MOVE SPACES TO WS-NEW-TEXT
           COMPUTE WS-EXPECTED-RECORDS = WS-SENT-TOTAL * 2
           EVALUATE TRUE
               WHEN WS-REL-SEEN = "N"
                   STRING "no gate decision logged for run "
                       WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               WHEN WS-REL-RECORDS = 0 AND WS-REL-REFUSED > 0
                   STRING "run refused at the gate - "
                       WS-EXPECTED-RECORDS " record(s) not released"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               WHEN WS-REL-RECORDS NOT = WS-EXPECTED-RECORDS
                   STRING "released " WS-REL-RECORDS
                       " record(s), batch staged "
                       WS-EXPECTED-RECORDS
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-NEW-TEXT NOT = SPACES
               PERFORM BOOK-BREAK
           END-IF.

       CHECK-ARCHIVE-STAGE.
      * Every released part must be in the archive under the run
      * date, and nothing may be archived that the edit never
      * released.
           IF WS-ARCHIVE-OPEN = "N"
               MOVE "ARCHIVE" TO WS-NEW-STAGE
               MOVE "---" TO WS-NEW-NET
               MOVE "ARCHIVE.DAT could not be opened - nothing proved"
                   TO WS-NEW-TEXT
               PERFORM BOOK-BREAK
           END-IF
           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
               UNTIL WS-TRK-IDX > WS-TRK-COUNT
               PERFORM CHECK-ONE-PART-ARCHIVED
           END-PERFORM.

       CHECK-ONE-PART-ARCHIVED.
           PERFORM RESOLVE-PART-NET
           MOVE "ARCHIVE" TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TEXT
           EVALUATE TRUE
               WHEN WS-TRK-CLEAN(WS-TRK-IDX) > 0
                   AND WS-TRK-ARCHIVED(WS-TRK-IDX) = 0
                   STRING WS-TRK-ID(WS-TRK-IDX) " TEIL "
                       WS-TRK-PART(WS-TRK-IDX)
                       " released by the edit, never archived"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               WHEN WS-TRK-CLEAN(WS-TRK-IDX) = 0
                   AND WS-TRK-ARCHIVED(WS-TRK-IDX) > 0
                   STRING WS-TRK-ID(WS-TRK-IDX) " TEIL "
                       WS-TRK-PART(WS-TRK-IDX)
                       " archived but never released by the edit"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-NEW-TEXT NOT = SPACES
               PERFORM BOOK-BREAK
           END-IF.

       RESOLVE-PART-NET.
      * A blank net goes out on the first net of the day's sheet.
      * The net is slotted so its breaks are listed under it.
           MOVE WS-TRK-NET(WS-TRK-IDX) TO WS-NEW-NET
           IF WS-NEW-NET = SPACES
               IF WS-NET-COUNT > 0
                   AND WS-NET-IN-SUMMARY(1) = "Y"
                   MOVE WS-NET-ID(1) TO WS-NEW-NET
               ELSE
                   MOVE "---" TO WS-NEW-NET
               END-IF
           END-IF
           IF WS-NEW-NET NOT = "---"
               MOVE WS-NEW-NET TO WS-THIS-NET
               PERFORM FIND-NET-SLOT
           END-IF.

       FIND-TRACK-ENTRY.
      * Looks up (or adds) the part in WS-THIS-KEY. Blank or zero
      * part fields are part 01, as the batch numbers them.
           IF WS-THIS-PART = SPACES OR WS-THIS-PART = "00"
               MOVE "01" TO WS-THIS-PART
           END-IF
           MOVE 0 TO WS-TRK-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TRK-COUNT
               IF WS-TRK-KEY(WS-I) = WS-THIS-KEY
                   MOVE WS-I TO WS-TRK-IDX
                   MOVE WS-TRK-COUNT TO WS-I
               END-IF
           END-PERFORM
           IF WS-TRK-IDX = 0
               IF WS-TRK-COUNT >= 2000
                   DISPLAY "  WARNING: more than 2000 parts - part "
                       WS-THIS-ID " TEIL " WS-THIS-PART " not traced"
               ELSE
                   ADD 1 TO WS-TRK-COUNT
                   MOVE WS-TRK-COUNT TO WS-TRK-IDX
                   MOVE WS-THIS-KEY TO WS-TRK-KEY(WS-TRK-IDX)
                   MOVE WS-THIS-NET TO WS-TRK-NET(WS-TRK-IDX)
                   MOVE 0 TO WS-TRK-RAW(WS-TRK-IDX)
                   MOVE 0 TO WS-TRK-CLEAN(WS-TRK-IDX)
                   MOVE 0 TO WS-TRK-REJECT(WS-TRK-IDX)
                   MOVE 0 TO WS-TRK-ARCHIVED(WS-TRK-IDX)
               END-IF
           END-IF.

       FIND-NET-SLOT.
           MOVE 0 TO WS-NET-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NET-COUNT
               IF WS-NET-ID(WS-I) = WS-THIS-NET
                   MOVE WS-I TO WS-NET-IDX
               END-IF
           END-PERFORM
           IF WS-NET-IDX = 0
               IF WS-NET-COUNT >= 50
                   DISPLAY "  WARNING: more than 50 nets - net "
                       WS-THIS-NET " not totalled"
               ELSE
                   ADD 1 TO WS-NET-COUNT
                   MOVE WS-NET-COUNT TO WS-NET-IDX
                   MOVE WS-THIS-NET TO WS-NET-ID(WS-NET-IDX)
                   MOVE "N" TO WS-NET-IN-SUMMARY(WS-NET-IDX)
                   MOVE 0 TO WS-NET-CLEAN(WS-NET-IDX)
                   MOVE 0 TO WS-NET-SENT(WS-NET-IDX)
                   MOVE 0 TO WS-NET-ARCHIVED(WS-NET-IDX)
               END-IF
           END-IF.

       BOOK-BREAK.
           ADD 1 TO WS-BRK-TOTAL
           IF WS-BRK-COUNT >= 500
               DISPLAY "  WARNING: more than 500 breaks - "
                   WS-NEW-STAGE " " WS-NEW-NET " "
                   FUNCTION TRIM(WS-NEW-TEXT) " not listed"
           ELSE
               ADD 1 TO WS-BRK-COUNT
               MOVE WS-NEW-STAGE TO WS-BRK-STAGE(WS-BRK-COUNT)
               MOVE WS-NEW-NET TO WS-BRK-NET(WS-BRK-COUNT)
               MOVE WS-NEW-TEXT TO WS-BRK-TEXT(WS-BRK-COUNT)
           END-IF.

       WRITE-CUSTODY-REPORT.
           OPEN OUTPUT CUSTODY-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open CUSTODY.RPT - "
                   "report not written"
               MOVE 8 TO WS-RC
           ELSE
               MOVE "Chain-of-Custody Report" TO CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
               MOVE "=======================" TO CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
               PERFORM WRITE-STAGE-COUNT-LINES
               PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > 4
                   PERFORM WRITE-ONE-STAGE-SECTION
               END-PERFORM
               MOVE SPACES TO CUSTODY-REPORT-RECORD
               IF WS-BRK-TOTAL = 0
                   MOVE "All stages balance - custody complete" TO
                       CUSTODY-REPORT-RECORD
               ELSE
                   STRING "Breaks:              " WS-BRK-TOTAL
                       " - stages do not balance"
                       DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE CUSTODY-REPORT-RECORD
               CLOSE CUSTODY-REPORT-FILE
               DISPLAY "  " WS-BRK-TOTAL " break(s) - report written "
                   "to CUSTODY.RPT"
           END-IF.

       WRITE-STAGE-COUNT-LINES.
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Run date:            " WS-RUN-DATE
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Raw records read:    " WS-RAW-READ
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Edit released:       " WS-CLEAN-READ
               "  rejected " WS-REJECT-READ
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Batch sent:          " WS-SENT-TOTAL
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Gate released:       " WS-REL-RECORDS
               " record(s)"
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Parts archived:      " WS-ARCHIVED-TOTAL
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               MOVE SPACES TO CUSTODY-REPORT-RECORD
               STRING "  Net " WS-NET-ID(WS-NET-IDX)
                   ": released " WS-NET-CLEAN(WS-NET-IDX)
                   " sent " WS-NET-SENT(WS-NET-IDX)
                   " archived " WS-NET-ARCHIVED(WS-NET-IDX)
                   DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
               END-STRING
               WRITE CUSTODY-REPORT-RECORD
           END-PERFORM.

       WRITE-ONE-STAGE-SECTION.
      * One section per stage in custody order, its breaks listed
      * net by net - the day-level breaks (net ---) first.
           MOVE 0 TO WS-STAGE-BREAKS
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BRK-COUNT
               IF WS-BRK-STAGE(WS-BRK-IDX) = WS-STAGE-NAME(WS-STAGE-IDX)
                   ADD 1 TO WS-STAGE-BREAKS
               END-IF
           END-PERFORM
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "Stage " WS-STAGE-NAME(WS-STAGE-IDX) ": "
               WS-STAGE-BREAKS " break(s)"
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE "---" TO WS-THIS-NET
           PERFORM WRITE-STAGE-BREAKS-FOR-NET
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               MOVE WS-NET-ID(WS-NET-IDX) TO WS-THIS-NET
               IF WS-THIS-NET NOT = "---"
                   PERFORM WRITE-STAGE-BREAKS-FOR-NET
               END-IF
           END-PERFORM.

       WRITE-STAGE-BREAKS-FOR-NET.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BRK-COUNT
               IF WS-BRK-STAGE(WS-BRK-IDX) = WS-STAGE-NAME(WS-STAGE-IDX)
                   AND WS-BRK-NET(WS-BRK-IDX) = WS-THIS-NET
                   MOVE SPACES TO CUSTODY-REPORT-RECORD
                   STRING "  Net " WS-BRK-NET(WS-BRK-IDX) ": "
                       WS-BRK-TEXT(WS-BRK-IDX)
                       DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
                   END-STRING
                   WRITE CUSTODY-REPORT-RECORD
               END-IF
           END-PERFORM.
