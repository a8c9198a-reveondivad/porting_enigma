      * listener it went dark - the very thing traffic analysis
      * watches for. This program pads each net's input with
      * clearly marked filler messages of randomized length until
      * every net on the day's key sheet carries its minimum
      * volume from the net directory (NETDIR.DAT), written in
      * the MESSAGES.DAT layout so MSGEDIT and the batch process
      * them like any other record. Filler text
      * opens with the BLINDBLIND marker: the receive side discards
      * such messages after decipherment, before delivery, and
      * both ends count filler separately so reconciliation still
      * balances. Filler goes out deferred (DF) so it can never
      * delay a real signal.
      * Return code: 0 done (padding or none needed), 4 no clean
      * key sheet dated for the run for a net in service, or more
      * nets in service than the 50 that can be padded, 8 could
      * not extend the message file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-FILE.
           05 KS-KENN            PIC X(3).
           05 KS-DATE            PIC X(8).

      * Only the net code, its minimum daily volume and whether it
      * is still in service matter here.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 FILLER             PIC X(4).
           05 ND-MIN-DUMMY       PIC X(3).
           05 FILLER             PIC X(40).
           05 ND-STATUS          PIC X(1).
           05 FILLER             PIC X(16).
           05 ND-RETIRED-DATE    PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-MSG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-KEY-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF                PIC X(1) VALUE "N".

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.

      * Minimum messages each net must carry. The net directory
      * gives each net its own; a figure keyed by the operator
      * overrides it for every net this run. A net the directory
      * does not have in service is not padded - the batch will
      * refuse its sheet, so filler for it would never be sent.
       01 WS-MIN-LINE           PIC X(10).
       01 WS-MIN-TOKEN          PIC X(10).
       01 WS-MIN-VOLUME         PIC 9(3) VALUE 5.
       01 WS-MIN-OVERRIDE       PIC X(1) VALUE "N".

       01 WS-DIR-COUNT          PIC 9(2) VALUE 0.
       01 WS-DIR-IDX            PIC 9(2) VALUE 0.
       01 WS-DIR-FOUND-IDX      PIC 9(2) VALUE 0.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 50 TIMES.
              10 WS-DIR-CODE        PIC X(3).
              10 WS-DIR-MIN         PIC 9(3).

      * The day's nets, their minimum and their real-traffic
      * counts - as many as the key sheet carries, up to the
      * fifty the batch will take.
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-IDX            PIC 9(2) VALUE 0.
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 50 TIMES.
              10 WS-NET-ID          PIC X(3).
              10 WS-NET-MIN         PIC 9(3).
              10 WS-NET-REAL-COUNT  PIC 9(5).
              10 WS-NET-FILL-COUNT  PIC 9(5).

           DISPLAY "======================="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-MINIMUM-VOLUME
           PERFORM LOAD-NET-DIRECTORY
           PERFORM LOAD-NETS-FROM-KEY-SHEET
           IF WS-NET-COUNT = 0
               DISPLAY "  No clean key sheet dated " WS-RUN-DATE
                   " for a net in service - no padding written"
               MOVE 4 TO WS-RC
           ELSE
               PERFORM COUNT-REAL-TRAFFIC
           STOP RUN.

       GET-MINIMUM-VOLUME.
           DISPLAY "Minimum messages per net (empty for the net "
               "directory's):"
           MOVE SPACES TO WS-MIN-LINE
           ACCEPT WS-MIN-LINE
           MOVE SPACES TO WS-MIN-TOKEN
           IF WS-MIN-TOKEN NOT = SPACES
               AND FUNCTION NUMVAL(WS-MIN-TOKEN) > 0
               MOVE FUNCTION NUMVAL(WS-MIN-TOKEN) TO WS-MIN-VOLUME
               MOVE "Y" TO WS-MIN-OVERRIDE
           END-IF.

       LOAD-NET-DIRECTORY.
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: no net directory found "
                   "(NETDIR.DAT) - no net padded"
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
      * Only nets in service on the run date are taken; a
      * retirement booked ahead has not yet taken effect.
           IF ND-STATUS NOT = "R"
               OR (ND-RETIRED-DATE IS NUMERIC
                   AND FUNCTION NUMVAL(ND-RETIRED-DATE)
                       > WS-RUN-DATE)
               IF WS-DIR-COUNT >= 50
                   DISPLAY "  WARNING: more than 50 nets in service "
                       "on the net directory - net " ND-CODE
                       " not padded"
                   MOVE 4 TO WS-RC
               ELSE
                   ADD 1 TO WS-DIR-COUNT
                   MOVE ND-CODE TO WS-DIR-CODE(WS-DIR-COUNT)
                   MOVE 5 TO WS-DIR-MIN(WS-DIR-COUNT)
                   IF ND-MIN-DUMMY IS NUMERIC
                       MOVE ND-MIN-DUMMY TO WS-DIR-MIN(WS-DIR-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-NETS-FROM-KEY-SHEET.
       STORE-ONE-NET.
           IF KS-DATE IS NUMERIC
               AND FUNCTION NUMVAL(KS-DATE) = WS-RUN-DATE
               MOVE 0 TO WS-DIR-FOUND-IDX
               PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
                   IF WS-DIR-CODE(WS-DIR-IDX) = KS-NET
                       MOVE WS-DIR-IDX TO WS-DIR-FOUND-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DIR-FOUND-IDX = 0
                       DISPLAY "  Net " KS-NET " not in service on "
                           "the net directory - not padded"
                   WHEN WS-NET-COUNT >= 50
                       DISPLAY "  WARNING: more than 50 nets on the "
                           "key sheet - net " KS-NET " not padded"
                       MOVE 4 TO WS-RC
                   WHEN OTHER
                       ADD 1 TO WS-NET-COUNT
                       MOVE KS-NET TO WS-NET-ID(WS-NET-COUNT)
                       MOVE WS-DIR-MIN(WS-DIR-FOUND-IDX) TO
                           WS-NET-MIN(WS-NET-COUNT)
                       IF WS-MIN-OVERRIDE = "Y"
                           MOVE WS-MIN-VOLUME TO
                               WS-NET-MIN(WS-NET-COUNT)
                       END-IF
                       MOVE 0 TO WS-NET-REAL-COUNT(WS-NET-COUNT)
                       MOVE 0 TO WS-NET-FILL-COUNT(WS-NET-COUNT)
               END-EVALUATE
           END-IF.

       COUNT-REAL-TRAFFIC.

       PAD-ONE-NET.
           PERFORM UNTIL WS-NET-REAL-COUNT(WS-NET-IDX)
               + WS-NET-FILL-COUNT(WS-NET-IDX)
               >= WS-NET-MIN(WS-NET-IDX)
               PERFORM WRITE-ONE-FILLER-MESSAGE
           END-PERFORM
           DISPLAY "  Net " WS-NET-ID(WS-NET-IDX) ": "
