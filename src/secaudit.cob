       AUTHOR. PEOPLETEC-INC.
      * Traffic-security analysis for the weekly security review.
      * Consumes the keypress audit trail (AUDIT.OUT) and the day's
      * per-net staged cipher outputs (the staging file the net
      * directory NETDIR.DAT names for each net in service - the
      * analysis belongs before the release gate, so a breach can
      * still stop the traffic going out) and writes
      * SECURITY.RPT with the four checks the security officer
      *   - per-message substitution-rate outliers (an X-heavy
      *     message against the day's average).
      * Only live-batch keypresses (phase B) are analysed; the
      * certification, indicator and verification phases replay the
      * same letters and would double-count.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * One staging file, assigned in turn to every net's staging
      * name off the net directory.
           SELECT CIPHER-STAGE-FILE ASSIGN USING WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIPHER-FILE-STATUS.

           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECURITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  AUDIT-FILE.
       01  AUDIT-IN-RECORD       PIC X(100).

       FD  CIPHER-STAGE-FILE.
       01  CIPHER-STAGE-RECORD   PIC X(750).

      * Only the net code, its staging name and whether it is still
      * in service matter here.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 FILLER             PIC X(7).
           05 ND-STAGE-NAME      PIC X(20).
           05 FILLER             PIC X(20).
           05 ND-STATUS          PIC X(1).
           05 FILLER             PIC X(16).
           05 ND-RETIRED-DATE    PIC X(8).

       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.

       01 WS-AUDIT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CIPHER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-EOF            PIC X(1).
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-STAGE-FILE-NAME    PIC X(20) VALUE SPACES.
       01 WS-RPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF                PIC X(1).

       MAIN-PARA.
           DISPLAY "Traffic-Security Analysis"
           DISPLAY "========================="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SECURITY-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open SECURITY.RPT - "
               UNTIL WS-I > 26
               MOVE 0 TO WS-FREQ(WS-I)
           END-PERFORM
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  No net directory found (NETDIR.DAT) - "
                   "cipher outputs not scanned"
           ELSE
               MOVE "N" TO WS-DIR-EOF
               PERFORM UNTIL WS-DIR-EOF = "Y"
                   READ NET-DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-DIR-EOF
                       NOT AT END
                           PERFORM SCAN-ONE-NET-OUTPUT
                   END-READ
               END-PERFORM
               CLOSE NET-DIRECTORY-FILE
           END-IF.

       SCAN-ONE-NET-OUTPUT.
      * A net retired before today stages nothing any more.
           IF ND-STATUS NOT = "R"
               OR (ND-RETIRED-DATE IS NUMERIC
                   AND FUNCTION NUMVAL(ND-RETIRED-DATE)
                       > WS-RUN-DATE)
               MOVE ND-STAGE-NAME TO WS-STAGE-FILE-NAME
               OPEN INPUT CIPHER-STAGE-FILE
               IF WS-CIPHER-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ CIPHER-STAGE-FILE
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE CIPHER-STAGE-RECORD TO WS-LINE
                               PERFORM COUNT-LINE-LETTERS
                       END-READ
                   END-PERFORM
                   CLOSE CIPHER-STAGE-FILE
               END-IF
           END-IF.

       COUNT-LINE-LETTERS.
