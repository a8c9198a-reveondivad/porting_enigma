      * machine happily accepts 1-1-1 today), and every ring and
      * start value is range-checked. KEYVAL.RPT lists any day that
      * must be re-issued before it is ever used for live traffic.
      * Every sheet is also held against the net directory
      * (NETDIR.DAT): its net must be listed there, with the
      * directory's Kenngruppen and a Greek wheel exactly when the
      * net is an M4 net. A sheet dated on or after its net's
      * retirement is refused - reported, and never cut - without
      * holding back the other nets' sheets for the day; the month
      * is drawn whole, so a retired net's remaining days are
      * expected and do not count against the library.
      * Return code: 0 clean, 4 no sheet for the run date, 8 any
      * invalid sheet in the library.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYLIB-FILE.
       FD  VALIDATION-REPORT-FILE.
       01  VALIDATION-REPORT-RECORD PIC X(100).

      * Same layout NETMAINT keeps; the file names and dummy
      * minimum are the batch's and DUMMYGEN's business.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 ND-KENN            PIC X(3).
           05 ND-MACHINE         PIC X(1).
           05 FILLER             PIC X(43).
           05 ND-STATUS          PIC X(1).
           05 ND-ADDED-DATE      PIC X(8).
           05 ND-CHANGED-DATE    PIC X(8).
           05 ND-RETIRED-DATE    PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-LIB-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-KEY-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-RPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF                PIC X(1) VALUE "N".

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-DATE-LINE          PIC X(10).

       01 WS-RECORD-COUNT       PIC 9(4) VALUE 0.
       01 WS-VALID-COUNT        PIC 9(4) VALUE 0.
       01 WS-INVALID-COUNT      PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT      PIC 9(4) VALUE 0.

      * Faults found on the record under examination, written out
      * as short codes the clerk matches against the sheet.
       01 WS-FAULTS             PIC X(80).
       01 WS-FAULT-LEN          PIC 9(2).

      * Today's records, held back until the whole library has been
      * read: the day is only cut to KEYSHEET.DAT when every one of
      * its sheets is clean.
       01 WS-TODAY-COUNT        PIC 9(2) VALUE 0.
       01 WS-TODAY-BAD          PIC X(1) VALUE "N".
       01 WS-TODAY-SHEETS.
           05 WS-TODAY-SHEET    PIC X(53) OCCURS 50 TIMES.

      * Date+net pairs already seen, to catch the same net issued
      * twice for one day - room for three months of fifty nets.
       01 WS-SEEN-COUNT         PIC 9(4) VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-KEY       PIC X(11) OCCURS 5000 TIMES.
       01 WS-THIS-KEY           PIC X(11).

       01 PLUG-SEEN-TABLE.
       01 WS-PLUG-VALID PIC 9(1) VALUE 1.
       01 WS-PLUG-POS   PIC 9(2).

      * The net directory, and the entry for the sheet in hand (0
      * when its net is not listed).
       01 WS-DIR-EOF            PIC X(1) VALUE "N".
       01 WS-DIR-COUNT          PIC 9(2) VALUE 0.
       01 WS-DIR-IDX            PIC 9(2) VALUE 0.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 50 TIMES.
              10 WS-DIR-CODE        PIC X(3).
              10 WS-DIR-KENN        PIC X(3).
              10 WS-DIR-MACHINE     PIC X(1).
              10 WS-DIR-STATUS      PIC X(1).
              10 WS-DIR-RETIRED     PIC X(8).
       01 WS-REFUSED            PIC X(1) VALUE "N".

       01 WS-CHAR               PIC X(1).
       01 WS-I                  PIC 9(4).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "Key-Sheet Library"
           DISPLAY "================="
           PERFORM GET-RUN-DATE
           PERFORM LOAD-NET-DIRECTORY
           OPEN INPUT KEYLIB-FILE
           IF WS-LIB-FILE-STATUS NOT = "00"
               DISPLAY "  No key-sheet library found (KEYLIB.DAT)"
           END-IF
           DISPLAY "  Cutting key sheet for " WS-RUN-DATE.

       LOAD-NET-DIRECTORY.
      * With no directory no net can be vouched for, so every
      * sheet comes out NONET and nothing is cut.
           MOVE 0 TO WS-DIR-COUNT
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: no net directory found "
                   "(NETDIR.DAT) - no sheet can be cut"
           ELSE
               MOVE "N" TO WS-DIR-EOF
               PERFORM UNTIL WS-DIR-EOF = "Y"
                   READ NET-DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-DIR-EOF
                       NOT AT END
                           PERFORM STORE-DIRECTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE NET-DIRECTORY-FILE
           END-IF.

       STORE-DIRECTORY-ENTRY.
           IF WS-DIR-COUNT >= 50
               DISPLAY "  WARNING: more than 50 nets on the net "
                   "directory - extra record ignored"
           ELSE
               ADD 1 TO WS-DIR-COUNT
               MOVE ND-CODE TO WS-DIR-CODE(WS-DIR-COUNT)
               MOVE ND-KENN TO WS-DIR-KENN(WS-DIR-COUNT)
               MOVE ND-MACHINE TO WS-DIR-MACHINE(WS-DIR-COUNT)
               MOVE ND-STATUS TO WS-DIR-STATUS(WS-DIR-COUNT)
               MOVE ND-RETIRED-DATE TO WS-DIR-RETIRED(WS-DIR-COUNT)
           END-IF.

       VALIDATE-WHOLE-LIBRARY.
           MOVE "Key-Sheet Library Validation Report" TO
               VALIDATION-REPORT-RECORD
           STRING "Sheets read: " WS-RECORD-COUNT
               "  clean: " WS-VALID-COUNT
               "  to re-issue: " WS-INVALID-COUNT
               "  refused: " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO VALIDATION-REPORT-RECORD
           END-STRING
           WRITE VALIDATION-REPORT-RECORD
           DISPLAY "  " WS-RECORD-COUNT " sheet(s) read, "
               WS-INVALID-COUNT " to re-issue, " WS-REFUSED-COUNT
               " refused"
           IF WS-INVALID-COUNT > 0
               MOVE 8 TO WS-RC
           END-IF.
           PERFORM CHECK-GREEK-FIELDS
           PERFORM CHECK-DUPLICATE-NET
           PERFORM CHECK-BURNED
           PERFORM CHECK-NET-DIRECTORY
           EVALUATE TRUE
               WHEN WS-FAULTS = SPACES AND WS-REFUSED = "Y"
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM WRITE-SHEET-REFUSED-LINE
               WHEN WS-FAULTS = SPACES
                   ADD 1 TO WS-VALID-COUNT
                   PERFORM WRITE-SHEET-OK-LINE
                   PERFORM HOLD-SHEET-IF-TODAY
               WHEN OTHER
                   ADD 1 TO WS-INVALID-COUNT
                   PERFORM WRITE-SHEET-FAULT-LINE
                   IF KL-DATE IS NUMERIC
                       AND FUNCTION NUMVAL(KL-DATE) = WS-RUN-DATE
                       MOVE "Y" TO WS-TODAY-BAD
                   END-IF
           END-EVALUATE.

       ADD-FAULT-DATE.
           STRING "DATE " DELIMITED BY SIZE
                   MOVE WS-SEEN-COUNT TO WS-I
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-THIS-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF.
               END-STRING
           END-IF.

       CHECK-NET-DIRECTORY.
      * A net missing from the directory (NONET), a key group other
      * than the directory's (KENN) or a Greek wheel on a
      * three-rotor net or none on an M4 net (MACHINE) is a sheet
      * made out wrong and holds the day back like any fault. A
      * sheet dated on or after its net's retirement is made out
      * right for a net no longer served: it is refused on its
      * own, and the rest of the day still goes.
           MOVE "N" TO WS-REFUSED
           MOVE 0 TO WS-DIR-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DIR-COUNT
               IF WS-DIR-CODE(WS-I) = KL-NET
                   MOVE WS-I TO WS-DIR-IDX
               END-IF
           END-PERFORM
           IF WS-DIR-IDX = 0
               STRING "NONET " DELIMITED BY SIZE
                   INTO WS-FAULTS WITH POINTER WS-FAULT-LEN
               END-STRING
           ELSE
               IF KL-KENN NOT = WS-DIR-KENN(WS-DIR-IDX)
                   STRING "KENN " DELIMITED BY SIZE
                       INTO WS-FAULTS WITH POINTER WS-FAULT-LEN
                   END-STRING
               END-IF
               IF (WS-DIR-MACHINE(WS-DIR-IDX) = "4"
                   AND KL-ROTOR-GREEK NOT = "B"
                   AND KL-ROTOR-GREEK NOT = "G")
                   OR (WS-DIR-MACHINE(WS-DIR-IDX) NOT = "4"
                   AND (KL-ROTOR-GREEK = "B"
                       OR KL-ROTOR-GREEK = "G"))
                   STRING "MACHINE " DELIMITED BY SIZE
                       INTO WS-FAULTS WITH POINTER WS-FAULT-LEN
                   END-STRING
               END-IF
               IF WS-DIR-STATUS(WS-DIR-IDX) = "R"
                   AND KL-DATE IS NUMERIC
                   IF WS-DIR-RETIRED(WS-DIR-IDX) IS NOT NUMERIC
                       MOVE "Y" TO WS-REFUSED
                   ELSE
                       IF KL-DATE >= WS-DIR-RETIRED(WS-DIR-IDX)
                           MOVE "Y" TO WS-REFUSED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-SHEET-REFUSED-LINE.
           MOVE SPACES TO VALIDATION-REPORT-RECORD
           STRING KL-DATE " net " KL-NET " key group " KL-KENN
               ": REFUSED - net retired "
               WS-DIR-RETIRED(WS-DIR-IDX)
               DELIMITED BY SIZE INTO VALIDATION-REPORT-RECORD
           END-STRING
           WRITE VALIDATION-REPORT-RECORD
           DISPLAY "  " KL-DATE " net " KL-NET " refused: net "
               "retired " WS-DIR-RETIRED(WS-DIR-IDX).

       WRITE-SHEET-OK-LINE.
           MOVE SPACES TO VALIDATION-REPORT-RECORD
           STRING KL-DATE " net " KL-NET " key group " KL-KENN

       HOLD-SHEET-IF-TODAY.
           IF FUNCTION NUMVAL(KL-DATE) = WS-RUN-DATE
               IF WS-TODAY-COUNT >= 50
                   DISPLAY "  WARNING: more than 50 nets for the "
                       "run date - extra sheet not cut"
               ELSE
                   ADD 1 TO WS-TODAY-COUNT
