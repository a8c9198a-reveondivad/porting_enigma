       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYGEN.
       AUTHOR. PEOPLETEC-INC.
      * Key-sheet generator: draws a whole month of dated settings
      * for the nets the key-procedure officer names - or for every
      * net in service on the net directory NETDIR.DAT, which
      * supplies each net's Kenngruppen and machine - and appends
      * them to the KEYLIB.DAT library, in exactly the layout KEYLIB
      * validates and cuts from - no more typing the library in by
      * hand from a settings list. Every day of every net gets a
      * rotor order, reflector, ring settings, Grundstellung, ten
      * plug pairs, the net's Kenngruppen and, on an M4 net, the
      * Greek rotor with its ring and start. The officer's rules
      * are enforced as the month is drawn:
      *   - no rotor sits in the same position two days running on
      *     a net (checked across the month boundary against the
      *     library's last day of the month before),
      *   - no plug pair repeats one of the net's pairs of the day
      *     before, and no pair joins two adjacent letters,
      *   - no two nets share a day's setting: each net's rotor
      *     order and plugboard differ from every other net's that
      *     day.
      * KEYLIST.RPT lists each net's sheets in reverse date order
      * for distribution, so used days can be torn off and destroyed
      * from the bottom of the sheet.
      * Return code: 0 month written, 8 nothing written (no nets,
      * no net directory, a bad month, the month already in the
      * library, or a file that could not be opened).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYLIB-FILE ASSIGN TO "KEYLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-FILE-STATUS.

           SELECT LISTING-FILE ASSIGN TO "KEYLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYLIB-FILE.
      * Same dated key-sheet record KEYLIB reads: the date, the
      * sheet exactly as the batch reads it off KEYSHEET.DAT, then
      * KEYBURN's compromise marker (always blank on a new sheet).
       01  KEYLIB-RECORD.
           05 KL-DATE            PIC X(8).
           05 KL-SHEET.
              10 KL-ROTOR-LEFT   PIC X(1).
              10 KL-ROTOR-MID    PIC X(1).
              10 KL-ROTOR-RIGHT  PIC X(1).
              10 KL-REFLECTOR    PIC X(1).
              10 KL-RING-LEFT    PIC X(2).
              10 KL-RING-MID     PIC X(2).
              10 KL-RING-RIGHT   PIC X(2).
              10 KL-START-LEFT   PIC X(2).
              10 KL-START-MID    PIC X(2).
              10 KL-START-RIGHT  PIC X(2).
              10 KL-PLUG-PAIRS   PIC X(26).
              10 KL-ROTOR-GREEK  PIC X(1).
              10 KL-RING-GREEK   PIC X(2).
              10 KL-START-GREEK  PIC X(2).
              10 KL-NET          PIC X(3).
              10 KL-KENN         PIC X(3).
           05 KL-BURNED          PIC X(1).

       FD  LISTING-FILE.
       01  LISTING-RECORD        PIC X(100).

      * The net directory NETMAINT keeps: net code, Kenngruppen,
      * machine (3 or 4), and whether the net is still in service.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 ND-KENN            PIC X(3).
           05 ND-MACHINE         PIC X(1).
           05 FILLER             PIC X(43).
           05 ND-STATUS          PIC X(1).
           05 FILLER             PIC X(16).
           05 ND-RETIRED-DATE    PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-LIB-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-LST-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-EOF            PIC X(1) VALUE "N".

      * The net directory as loaded, with whether each net is in
      * service on the first day of the month being drawn.
       01 WS-DIR-COUNT          PIC 9(2) VALUE 0.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 50 TIMES.
              10 WS-DIR-CODE         PIC X(3).
              10 WS-DIR-KENN         PIC X(3).
              10 WS-DIR-MACHINE      PIC X(1).
              10 WS-DIR-IN-SERVICE   PIC X(1).
              10 WS-DIR-RETIRED      PIC X(8).
       01 WS-DIR-IDX            PIC 9(2) VALUE 0.
       01 WS-D                  PIC 9(2).
       01 WS-EOF                PIC X(1) VALUE "N".

      * The month to draw. An empty reply takes next month, the
      * usual case - the library is cut a month ahead.
       01 WS-MONTH-LINE         PIC X(10).
       01 WS-KEY-MONTH          PIC 9(6) VALUE 0.
       01 WS-KEY-MONTH-R REDEFINES WS-KEY-MONTH.
           05 WS-KEY-YEAR       PIC 9(4).
           05 WS-KEY-MM         PIC 9(2).
       01 WS-TODAY              PIC 9(8) VALUE 0.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01 WS-FIRST-DATE         PIC 9(8) VALUE 0.
       01 WS-NEXT-FIRST-DATE    PIC 9(8) VALUE 0.
       01 WS-PREV-DATE          PIC 9(8) VALUE 0.
       01 WS-GEN-DATE           PIC 9(8) VALUE 0.
       01 WS-DAYS-IN-MONTH      PIC 9(2) VALUE 0.
       01 WS-MONTH-PRESENT      PIC X(1) VALUE "N".

      * The nets to draw for, as keyed by the officer, with the
      * Kenngruppen and machine (3 = three-rotor, 4 = M4) the net
      * directory gives them. Each
      * net carries the rotor order and plug partners of its last
      * drawn day, which the next day's draw must steer clear of,
      * and the month's sheets as drawn, held until the whole month
      * is complete - nothing is written if any day fails.
       01 WS-NET-LINE           PIC X(20).
       01 WS-NET-TOKEN-1        PIC X(3).
       01 WS-NET-TOKEN-2        PIC X(3).
       01 WS-NET-TOKEN-3        PIC X(1).
       01 WS-NET-INPUT-DONE     PIC X(1) VALUE "N".
       01 WS-NET-OK             PIC X(1).
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 50 TIMES.
              10 WS-NET-ID           PIC X(3).
              10 WS-NET-KENN         PIC X(3).
              10 WS-NET-M4           PIC X(1).
              10 WS-PREV-LEFT        PIC 9(1).
              10 WS-PREV-MID         PIC 9(1).
              10 WS-PREV-RIGHT       PIC 9(1).
              10 WS-PREV-PARTNER     PIC 9(2) OCCURS 26 TIMES.
              10 WS-DAY-SHEET        PIC X(53) OCCURS 31 TIMES.
       01 WS-N                  PIC 9(2).
       01 WS-J                  PIC 9(2).
       01 WS-DAY                PIC 9(2).

      * The sheet being drawn, laid out as KL-SHEET.
       01 WS-SHEET.
           05 WS-SH-ROTOR-LEFT   PIC 9(1).
           05 WS-SH-ROTOR-MID    PIC 9(1).
           05 WS-SH-ROTOR-RIGHT  PIC 9(1).
           05 WS-SH-REFLECTOR    PIC X(1).
           05 WS-SH-RING-LEFT    PIC 9(2).
           05 WS-SH-RING-MID     PIC 9(2).
           05 WS-SH-RING-RIGHT   PIC 9(2).
           05 WS-SH-START-LEFT   PIC 9(2).
           05 WS-SH-START-MID    PIC 9(2).
           05 WS-SH-START-RIGHT  PIC 9(2).
           05 WS-SH-PLUG-PAIRS   PIC X(26).
           05 WS-SH-ROTOR-GREEK  PIC X(1).
           05 WS-SH-RING-GREEK   PIC 9(2).
           05 WS-SH-START-GREEK  PIC 9(2).
           05 WS-SH-NET          PIC X(3).
           05 WS-SH-KENN         PIC X(3).

      * The draw. A running seed stirred with the time of the run,
      * so no two runs draw the same month, and a draw that breaks
      * one of the officer's rules is thrown back and drawn again.
      * A day still unresolved after 500 draws fails the month.
       01 WS-TIME               PIC 9(8) VALUE 0.
       01 WS-SEED               PIC 9(10) VALUE 0.
       01 WS-RANGE              PIC 9(2).
       01 WS-DRAW               PIC 9(2).
       01 WS-DRAWN-OK           PIC X(1).
       01 WS-TRIES              PIC 9(3).

      * Plugboard draw: letters in use today, the pair being drawn.
       01 WS-ALPHABET           PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-PLUG-USED-TABLE.
          05 WS-PLUG-USED PIC 9(1) OCCURS 26 TIMES.
       01 WS-PAIR               PIC 9(2).
       01 WS-LET-A              PIC 9(2).
       01 WS-LET-B              PIC 9(2).
       01 WS-LET-LOW            PIC 9(2).
       01 WS-LET-HIGH           PIC 9(2).
       01 WS-PROBES             PIC 9(2).
       01 WS-PARTNER-OK         PIC X(1).
       01 WS-PLUG-POS           PIC 9(2).
       01 WS-I                  PIC 9(2).
       01 WS-CHAR               PIC X(1).

      * Listing line pieces.
       01 WS-PLUG-SPACED        PIC X(30).
       01 WS-MACHINE-TEXT       PIC X(9).

       01 WS-SHEET-COUNT        PIC 9(4) VALUE 0.
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Key-Sheet Generator"
           DISPLAY "==================="
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM GET-KEY-MONTH
           IF WS-RC = 0
               PERFORM GET-NET-LIST
           END-IF
           IF WS-RC = 0
               PERFORM SCAN-EXISTING-LIBRARY
           END-IF
           IF WS-RC = 0
               PERFORM GENERATE-MONTH
           END-IF
           IF WS-RC = 0
               PERFORM WRITE-LIBRARY-MONTH
           END-IF
           IF WS-RC = 0
               PERFORM WRITE-KEY-LISTING
               DISPLAY "  " WS-SHEET-COUNT " sheet(s) for "
                   WS-KEY-MONTH " added to KEYLIB.DAT"
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       GET-KEY-MONTH.
           DISPLAY "Key month (YYYYMM, empty for next month):"
           MOVE SPACES TO WS-MONTH-LINE
           ACCEPT WS-MONTH-LINE
           IF WS-MONTH-LINE = SPACES
               IF WS-TODAY-MM = 12
                   COMPUTE WS-KEY-YEAR = WS-TODAY-YEAR + 1
                   MOVE 1 TO WS-KEY-MM
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-KEY-YEAR
                   COMPUTE WS-KEY-MM = WS-TODAY-MM + 1
               END-IF
           ELSE
               IF WS-MONTH-LINE(1:6) IS NUMERIC
                   MOVE WS-MONTH-LINE(1:6) TO WS-KEY-MONTH
               END-IF
           END-IF
           IF WS-KEY-MM < 1 OR WS-KEY-MM > 12 OR WS-KEY-YEAR < 1601
               DISPLAY "  '" WS-MONTH-LINE "' is not a month - "
                   "nothing generated"
               MOVE 8 TO WS-RC
           ELSE
               COMPUTE WS-FIRST-DATE = WS-KEY-MONTH * 100 + 1
               IF WS-KEY-MM = 12
                   COMPUTE WS-NEXT-FIRST-DATE =
                       (WS-KEY-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-FIRST-DATE = WS-FIRST-DATE + 100
               END-IF
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
               COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) - 1)
               DISPLAY "  Generating key sheets for " WS-KEY-MONTH
                   " (" WS-DAYS-IN-MONTH " days)"
           END-IF.

       GET-NET-LIST.
      * One net code per line until an empty line; an empty first
      * line draws for every net in service instead. A net off the
      * directory or retired is refused, as is a net already given,
      * and may be re-keyed. A key group or machine keyed after the
      * code, as the officer used to, must agree with the directory.
           PERFORM LOAD-NET-DIRECTORY
           IF WS-RC = 0
               MOVE "N" TO WS-NET-INPUT-DONE
               PERFORM UNTIL WS-NET-INPUT-DONE = "Y"
                   DISPLAY "Net, e.g. HER - empty line to finish "
                       "(on the first line, every net in service):"
                   MOVE SPACES TO WS-NET-LINE
                   ACCEPT WS-NET-LINE
                   IF WS-NET-LINE = SPACES
                       MOVE "Y" TO WS-NET-INPUT-DONE
                       IF WS-NET-COUNT = 0
                           PERFORM TAKE-EVERY-NET-IN-SERVICE
                       END-IF
                   ELSE
                       PERFORM STORE-ONE-NET
                   END-IF
               END-PERFORM
               IF WS-NET-COUNT = 0
                   DISPLAY "  No nets given - nothing generated"
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       LOAD-NET-DIRECTORY.
           MOVE 0 TO WS-DIR-COUNT
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  No net directory found (NETDIR.DAT) - "
                   "nothing generated"
               MOVE 8 TO WS-RC
           ELSE
               MOVE "N" TO WS-DIR-EOF
               PERFORM UNTIL WS-DIR-EOF = "Y"
                   READ NET-DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-DIR-EOF
                       NOT AT END
                           PERFORM STORE-ONE-DIRECTORY-NET
                   END-READ
               END-PERFORM
               CLOSE NET-DIRECTORY-FILE
           END-IF.

       STORE-ONE-DIRECTORY-NET.
           IF ND-CODE NOT = SPACES AND WS-DIR-COUNT < 50
               ADD 1 TO WS-DIR-COUNT
               MOVE ND-CODE TO WS-DIR-CODE(WS-DIR-COUNT)
               MOVE ND-KENN TO WS-DIR-KENN(WS-DIR-COUNT)
               MOVE ND-MACHINE TO WS-DIR-MACHINE(WS-DIR-COUNT)
               MOVE ND-RETIRED-DATE TO WS-DIR-RETIRED(WS-DIR-COUNT)
               IF ND-STATUS NOT = "R"
                   OR (ND-RETIRED-DATE IS NUMERIC
                       AND FUNCTION NUMVAL(ND-RETIRED-DATE)
                           > WS-FIRST-DATE)
                   MOVE "Y" TO WS-DIR-IN-SERVICE(WS-DIR-COUNT)
               ELSE
                   MOVE "N" TO WS-DIR-IN-SERVICE(WS-DIR-COUNT)
               END-IF
           END-IF.

       TAKE-EVERY-NET-IN-SERVICE.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DIR-COUNT
               IF WS-DIR-IN-SERVICE(WS-D) = "Y"
                   MOVE WS-D TO WS-DIR-IDX
                   PERFORM ADD-NET-TO-DRAW
               END-IF
           END-PERFORM.

       STORE-ONE-NET.
           MOVE SPACES TO WS-NET-TOKEN-1
           MOVE SPACES TO WS-NET-TOKEN-2
           MOVE SPACES TO WS-NET-TOKEN-3
           UNSTRING WS-NET-LINE DELIMITED BY ALL SPACE
               INTO WS-NET-TOKEN-1 WS-NET-TOKEN-2 WS-NET-TOKEN-3
           END-UNSTRING
           MOVE "Y" TO WS-NET-OK
           MOVE 0 TO WS-DIR-IDX
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DIR-COUNT
               IF WS-DIR-CODE(WS-D) = WS-NET-TOKEN-1
                   MOVE WS-D TO WS-DIR-IDX
               END-IF
           END-PERFORM
           IF WS-DIR-IDX = 0
               DISPLAY "  Net '" WS-NET-TOKEN-1 "' is not on the net "
                   "directory - not taken"
               MOVE "N" TO WS-NET-OK
           ELSE
               IF WS-DIR-IN-SERVICE(WS-DIR-IDX) = "N"
                   DISPLAY "  Net " WS-NET-TOKEN-1 " was retired "
                       WS-DIR-RETIRED(WS-DIR-IDX) " - not taken"
                   MOVE "N" TO WS-NET-OK
               END-IF
           END-IF
           IF WS-NET-OK = "Y"
               IF (WS-NET-TOKEN-2 NOT = SPACES
                   AND WS-NET-TOKEN-2 NOT = WS-DIR-KENN(WS-DIR-IDX))
                   OR (WS-NET-TOKEN-3 NOT = SPACES
                   AND WS-NET-TOKEN-3 NOT =
                       WS-DIR-MACHINE(WS-DIR-IDX))
                   DISPLAY "  '" FUNCTION TRIM(WS-NET-LINE) "' does "
                       "not agree with the net directory ("
                       WS-DIR-CODE(WS-DIR-IDX) " "
                       WS-DIR-KENN(WS-DIR-IDX) " "
                       WS-DIR-MACHINE(WS-DIR-IDX) ") - not taken"
                   MOVE "N" TO WS-NET-OK
               END-IF
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NET-COUNT OR WS-NET-OK = "N"
               IF WS-NET-ID(WS-J) = WS-NET-TOKEN-1
                   DISPLAY "  Net " WS-NET-TOKEN-1 " already given "
                       "- not taken"
                   MOVE "N" TO WS-NET-OK
               END-IF
           END-PERFORM
           IF WS-NET-OK = "Y"
               PERFORM ADD-NET-TO-DRAW
           END-IF.

       ADD-NET-TO-DRAW.
      * A net retiring during the month is still drawn for whole;
      * KEYLIB refuses its sheets from the retirement day on.
           IF WS-NET-COUNT >= 50
               DISPLAY "  WARNING: more than fifty nets - "
                   WS-DIR-CODE(WS-DIR-IDX) " not taken"
           ELSE
               ADD 1 TO WS-NET-COUNT
               MOVE WS-DIR-CODE(WS-DIR-IDX) TO WS-NET-ID(WS-NET-COUNT)
               MOVE WS-DIR-KENN(WS-DIR-IDX) TO
                   WS-NET-KENN(WS-NET-COUNT)
               IF WS-DIR-MACHINE(WS-DIR-IDX) = "4"
                   MOVE "Y" TO WS-NET-M4(WS-NET-COUNT)
               ELSE
                   MOVE "N" TO WS-NET-M4(WS-NET-COUNT)
               END-IF
               MOVE 0 TO WS-PREV-LEFT(WS-NET-COUNT)
               MOVE 0 TO WS-PREV-MID(WS-NET-COUNT)
               MOVE 0 TO WS-PREV-RIGHT(WS-NET-COUNT)
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 26
                   MOVE 0 TO WS-PREV-PARTNER(WS-NET-COUNT, WS-I)
               END-PERFORM
               IF WS-DIR-RETIRED(WS-DIR-IDX) IS NUMERIC
                   AND WS-DIR-RETIRED(WS-DIR-IDX) NOT = "00000000"
                   AND FUNCTION NUMVAL(WS-DIR-RETIRED(WS-DIR-IDX))
                       < WS-NEXT-FIRST-DATE
                   DISPLAY "  Net " WS-DIR-CODE(WS-DIR-IDX)
                       " retires " WS-DIR-RETIRED(WS-DIR-IDX)
                       " - its sheets from that day will be refused"
               END-IF
           END-IF.

       SCAN-EXISTING-LIBRARY.
      * A month already in the library is never drawn over - sheets
      * may have been issued from it. The day before the month, if
      * the library holds it, seeds each net's previous-day rotor
      * order and plug partners so the rules hold across the month
      * boundary. No library yet is not an error: this run starts
      * one.
           MOVE "N" TO WS-MONTH-PRESENT
           OPEN INPUT KEYLIB-FILE
           IF WS-LIB-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ KEYLIB-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM EXAMINE-LIBRARY-SHEET
                   END-READ
               END-PERFORM
               CLOSE KEYLIB-FILE
           END-IF
           IF WS-MONTH-PRESENT = "Y"
               DISPLAY "  KEYLIB.DAT already holds sheets for "
                   WS-KEY-MONTH " - nothing generated"
               MOVE 8 TO WS-RC
           END-IF.

       EXAMINE-LIBRARY-SHEET.
           IF KL-DATE(1:6) = WS-KEY-MONTH
               MOVE "Y" TO WS-MONTH-PRESENT
           END-IF
           IF KL-DATE IS NUMERIC
               AND FUNCTION NUMVAL(KL-DATE) = WS-PREV-DATE
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NET-COUNT
                   IF WS-NET-ID(WS-N) = KL-NET
                       PERFORM SEED-PREVIOUS-DAY
                   END-IF
               END-PERFORM
           END-IF.

       SEED-PREVIOUS-DAY.
           IF KL-ROTOR-LEFT IS NUMERIC
               MOVE KL-ROTOR-LEFT TO WS-PREV-LEFT(WS-N)
           END-IF
           IF KL-ROTOR-MID IS NUMERIC
               MOVE KL-ROTOR-MID TO WS-PREV-MID(WS-N)
           END-IF
           IF KL-ROTOR-RIGHT IS NUMERIC
               MOVE KL-ROTOR-RIGHT TO WS-PREV-RIGHT(WS-N)
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 2
               UNTIL WS-I > 25
               IF KL-PLUG-PAIRS(WS-I:1) >= "A"
                   AND KL-PLUG-PAIRS(WS-I:1) <= "Z"
                   AND KL-PLUG-PAIRS(WS-I + 1:1) >= "A"
                   AND KL-PLUG-PAIRS(WS-I + 1:1) <= "Z"
                   COMPUTE WS-LET-A = FUNCTION ORD(
                       KL-PLUG-PAIRS(WS-I:1)) - FUNCTION ORD("A") + 1
                   COMPUTE WS-LET-B = FUNCTION ORD(
                       KL-PLUG-PAIRS(WS-I + 1:1))
                       - FUNCTION ORD("A") + 1
                   MOVE WS-LET-B TO WS-PREV-PARTNER(WS-N, WS-LET-A)
                   MOVE WS-LET-A TO WS-PREV-PARTNER(WS-N, WS-LET-B)
               END-IF
           END-PERFORM.

       GENERATE-MONTH.
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-SEED = FUNCTION MOD(
               WS-FIRST-DATE * 7919 + WS-TIME, 2147483646) + 1
           PERFORM VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > WS-DAYS-IN-MONTH OR WS-RC NOT = 0
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NET-COUNT OR WS-RC NOT = 0
                   PERFORM GENERATE-NET-DAY
               END-PERFORM
           END-PERFORM.

       GENERATE-NET-DAY.
      * Rotor order and plugboard are drawn together and thrown
      * back together: a plugboard that dead-ends or matches
      * another net's today sends both back to the bench.
           MOVE "N" TO WS-DRAWN-OK
           MOVE 0 TO WS-TRIES
           PERFORM UNTIL WS-DRAWN-OK = "Y" OR WS-TRIES >= 500
               ADD 1 TO WS-TRIES
               PERFORM DRAW-ROTOR-ORDER
               IF WS-DRAWN-OK = "Y"
                   PERFORM DRAW-PLUGBOARD
               END-IF
               IF WS-DRAWN-OK = "Y"
                   PERFORM CHECK-OTHER-NETS-TODAY
               END-IF
           END-PERFORM
           IF WS-DRAWN-OK = "N"
               COMPUTE WS-GEN-DATE = WS-FIRST-DATE + WS-DAY - 1
               DISPLAY "  No setting for net " WS-NET-ID(WS-N)
                   " on " WS-GEN-DATE " satisfies the rules - "
                   "nothing generated"
               MOVE 8 TO WS-RC
           ELSE
               PERFORM DRAW-RINGS-AND-STARTS
               MOVE WS-NET-ID(WS-N) TO WS-SH-NET
               MOVE WS-NET-KENN(WS-N) TO WS-SH-KENN
               MOVE WS-SHEET TO WS-DAY-SHEET(WS-N, WS-DAY)
               PERFORM CARRY-DAY-FORWARD
           END-IF.

       DRAW-ROTOR-ORDER.
      * Three different rotors from I-V, none in the position it
      * held on this net the day before.
           MOVE "Y" TO WS-DRAWN-OK
           MOVE 5 TO WS-RANGE
           PERFORM NEXT-RANDOM
           COMPUTE WS-SH-ROTOR-LEFT = WS-DRAW + 1
           PERFORM NEXT-RANDOM
           COMPUTE WS-SH-ROTOR-MID = WS-DRAW + 1
           PERFORM NEXT-RANDOM
           COMPUTE WS-SH-ROTOR-RIGHT = WS-DRAW + 1
           IF WS-SH-ROTOR-LEFT = WS-SH-ROTOR-MID
               OR WS-SH-ROTOR-LEFT = WS-SH-ROTOR-RIGHT
               OR WS-SH-ROTOR-MID = WS-SH-ROTOR-RIGHT
               OR WS-SH-ROTOR-LEFT = WS-PREV-LEFT(WS-N)
               OR WS-SH-ROTOR-MID = WS-PREV-MID(WS-N)
               OR WS-SH-ROTOR-RIGHT = WS-PREV-RIGHT(WS-N)
               MOVE "N" TO WS-DRAWN-OK
           END-IF.

       DRAW-PLUGBOARD.
      * Ten pairs, each written lower letter first. The first
      * letter of a pair is any free letter; its partner is the
      * next free letter from a random start that is neither
      * alphabetically adjacent to it nor its partner on this net
      * the day before. No such partner left means a dead end and
      * the whole draw goes back.
           MOVE SPACES TO WS-SH-PLUG-PAIRS
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 26
               MOVE 0 TO WS-PLUG-USED(WS-I)
           END-PERFORM
           PERFORM VARYING WS-PAIR FROM 1 BY 1
               UNTIL WS-PAIR > 10 OR WS-DRAWN-OK = "N"
               PERFORM DRAW-ONE-PLUG-PAIR
           END-PERFORM.

       DRAW-ONE-PLUG-PAIR.
           MOVE 26 TO WS-RANGE
           PERFORM NEXT-RANDOM
           COMPUTE WS-LET-A = WS-DRAW + 1
           PERFORM UNTIL WS-PLUG-USED(WS-LET-A) = 0
               ADD 1 TO WS-LET-A
               IF WS-LET-A > 26
                   MOVE 1 TO WS-LET-A
               END-IF
           END-PERFORM
           MOVE 1 TO WS-PLUG-USED(WS-LET-A)
           PERFORM NEXT-RANDOM
           COMPUTE WS-LET-B = WS-DRAW + 1
           MOVE "N" TO WS-PARTNER-OK
           MOVE 0 TO WS-PROBES
           PERFORM UNTIL WS-PARTNER-OK = "Y" OR WS-PROBES >= 26
               IF WS-PLUG-USED(WS-LET-B) = 0
                   AND WS-LET-B NOT = WS-LET-A + 1
                   AND WS-LET-A NOT = WS-LET-B + 1
                   AND WS-PREV-PARTNER(WS-N, WS-LET-A) NOT = WS-LET-B
                   MOVE "Y" TO WS-PARTNER-OK
               ELSE
                   ADD 1 TO WS-PROBES
                   ADD 1 TO WS-LET-B
                   IF WS-LET-B > 26
                       MOVE 1 TO WS-LET-B
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PARTNER-OK = "N"
               MOVE "N" TO WS-DRAWN-OK
           ELSE
               MOVE 1 TO WS-PLUG-USED(WS-LET-B)
               IF WS-LET-A < WS-LET-B
                   MOVE WS-LET-A TO WS-LET-LOW
                   MOVE WS-LET-B TO WS-LET-HIGH
               ELSE
                   MOVE WS-LET-B TO WS-LET-LOW
                   MOVE WS-LET-A TO WS-LET-HIGH
               END-IF
               COMPUTE WS-PLUG-POS = (WS-PAIR - 1) * 2 + 1
               MOVE WS-ALPHABET(WS-LET-LOW:1) TO
                   WS-SH-PLUG-PAIRS(WS-PLUG-POS:1)
               MOVE WS-ALPHABET(WS-LET-HIGH:1) TO
                   WS-SH-PLUG-PAIRS(WS-PLUG-POS + 1:1)
           END-IF.

       CHECK-OTHER-NETS-TODAY.
      * Nets already drawn for this day: neither the rotor order
      * nor the plugboard may be the same as any of theirs.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J >= WS-N OR WS-DRAWN-OK = "N"
               IF WS-DAY-SHEET(WS-J, WS-DAY)(1:3) = WS-SHEET(1:3)
                   OR WS-DAY-SHEET(WS-J, WS-DAY)(17:26) =
                       WS-SH-PLUG-PAIRS
                   MOVE "N" TO WS-DRAWN-OK
               END-IF
           END-PERFORM.

       DRAW-RINGS-AND-STARTS.
      * Reflector B or C; on an M4 net these are the thin
      * reflectors the Greek rotor pairs with, and the Greek rotor
      * (Beta or Gamma) gets a ring and start of its own. A
      * three-rotor net carries the no-Greek-rotor marker.
           MOVE 2 TO WS-RANGE
           PERFORM NEXT-RANDOM
           IF WS-DRAW = 0
               MOVE "B" TO WS-SH-REFLECTOR
           ELSE
               MOVE "C" TO WS-SH-REFLECTOR
           END-IF
           MOVE 26 TO WS-RANGE
           PERFORM NEXT-RANDOM
           MOVE WS-DRAW TO WS-SH-RING-LEFT
           PERFORM NEXT-RANDOM
           MOVE WS-DRAW TO WS-SH-RING-MID
           PERFORM NEXT-RANDOM
           MOVE WS-DRAW TO WS-SH-RING-RIGHT
           PERFORM NEXT-RANDOM
           MOVE WS-DRAW TO WS-SH-START-LEFT
           PERFORM NEXT-RANDOM
           MOVE WS-DRAW TO WS-SH-START-MID
           PERFORM NEXT-RANDOM
           MOVE WS-DRAW TO WS-SH-START-RIGHT
           IF WS-NET-M4(WS-N) = "Y"
               MOVE 2 TO WS-RANGE
               PERFORM NEXT-RANDOM
               IF WS-DRAW = 0
                   MOVE "B" TO WS-SH-ROTOR-GREEK
               ELSE
                   MOVE "G" TO WS-SH-ROTOR-GREEK
               END-IF
               MOVE 26 TO WS-RANGE
               PERFORM NEXT-RANDOM
               MOVE WS-DRAW TO WS-SH-RING-GREEK
               PERFORM NEXT-RANDOM
               MOVE WS-DRAW TO WS-SH-START-GREEK
           ELSE
               MOVE "0" TO WS-SH-ROTOR-GREEK
               MOVE 0 TO WS-SH-RING-GREEK
               MOVE 0 TO WS-SH-START-GREEK
           END-IF.

       CARRY-DAY-FORWARD.
      * Today's rotor order and plug partners become the ones
      * tomorrow's draw on this net must avoid.
           MOVE WS-SH-ROTOR-LEFT TO WS-PREV-LEFT(WS-N)
           MOVE WS-SH-ROTOR-MID TO WS-PREV-MID(WS-N)
           MOVE WS-SH-ROTOR-RIGHT TO WS-PREV-RIGHT(WS-N)
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 26
               MOVE 0 TO WS-PREV-PARTNER(WS-N, WS-I)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 2
               UNTIL WS-I > 19
               COMPUTE WS-LET-A = FUNCTION ORD(
                   WS-SH-PLUG-PAIRS(WS-I:1)) - FUNCTION ORD("A") + 1
               COMPUTE WS-LET-B = FUNCTION ORD(
                   WS-SH-PLUG-PAIRS(WS-I + 1:1))
                   - FUNCTION ORD("A") + 1
               MOVE WS-LET-B TO WS-PREV-PARTNER(WS-N, WS-LET-A)
               MOVE WS-LET-A TO WS-PREV-PARTNER(WS-N, WS-LET-B)
           END-PERFORM.

       NEXT-RANDOM.
      * Multiplicative congruential step; the draw is the new seed
      * reduced to the range asked for.
           COMPUTE WS-SEED =
               FUNCTION MOD(WS-SEED * 16807, 2147483647)
           COMPUTE WS-DRAW = FUNCTION MOD(WS-SEED, WS-RANGE).

       WRITE-LIBRARY-MONTH.
      * Appended in date order, every net for a day together, the
      * way the library has always been laid out.
           OPEN EXTEND KEYLIB-FILE
           IF WS-LIB-FILE-STATUS NOT = "00"
               OPEN OUTPUT KEYLIB-FILE
           END-IF
           IF WS-LIB-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not extend KEYLIB.DAT - "
                   "nothing generated"
               MOVE 8 TO WS-RC
           ELSE
               PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-DAYS-IN-MONTH
                   COMPUTE WS-GEN-DATE = WS-FIRST-DATE + WS-DAY - 1
                   PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-NET-COUNT
                       MOVE SPACES TO KEYLIB-RECORD
                       MOVE WS-GEN-DATE TO KL-DATE
                       MOVE WS-DAY-SHEET(WS-N, WS-DAY) TO KL-SHEET
                       WRITE KEYLIB-RECORD
                       ADD 1 TO WS-SHEET-COUNT
                   END-PERFORM
               END-PERFORM
               CLOSE KEYLIB-FILE
           END-IF.

       WRITE-KEY-LISTING.
      * One section per net, last day of the month first, so the
      * first day is at the foot of the sheet and each day is torn
      * off from the bottom once used.
           OPEN OUTPUT LISTING-FILE
           IF WS-LST-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open KEYLIST.RPT - "
                   "key-sheet listing not written"
           ELSE
               MOVE SPACES TO LISTING-RECORD
               STRING "Key-Sheet Listing for " WS-KEY-MONTH
                   DELIMITED BY SIZE INTO LISTING-RECORD
               END-STRING
               WRITE LISTING-RECORD
               MOVE "============================" TO LISTING-RECORD
               WRITE LISTING-RECORD
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NET-COUNT
                   PERFORM WRITE-ONE-NET-LISTING
               END-PERFORM
               CLOSE LISTING-FILE
           END-IF.

       WRITE-ONE-NET-LISTING.
           IF WS-NET-M4(WS-N) = "Y"
               MOVE "M4" TO WS-MACHINE-TEXT
           ELSE
               MOVE "3-rotor" TO WS-MACHINE-TEXT
           END-IF
           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO LISTING-RECORD
           STRING "Net " WS-NET-ID(WS-N) " key group "
               WS-NET-KENN(WS-N) " - " WS-MACHINE-TEXT
               DELIMITED BY SIZE INTO LISTING-RECORD
           END-STRING
           WRITE LISTING-RECORD
           MOVE "  Date      Rotors  Refl  Rings     Start     Plugs"
               TO LISTING-RECORD
           IF WS-NET-M4(WS-N) = "Y"
               MOVE "Greek" TO LISTING-RECORD(84:5)
           END-IF
           WRITE LISTING-RECORD
           PERFORM VARYING WS-DAY FROM WS-DAYS-IN-MONTH BY -1
               UNTIL WS-DAY < 1
               PERFORM WRITE-ONE-LISTING-LINE
           END-PERFORM.

       WRITE-ONE-LISTING-LINE.
           MOVE WS-DAY-SHEET(WS-N, WS-DAY) TO WS-SHEET
           COMPUTE WS-GEN-DATE = WS-FIRST-DATE + WS-DAY - 1
           MOVE SPACES TO WS-PLUG-SPACED
           PERFORM VARYING WS-PAIR FROM 1 BY 1
               UNTIL WS-PAIR > 10
               MOVE WS-SH-PLUG-PAIRS((WS-PAIR - 1) * 2 + 1:2) TO
                   WS-PLUG-SPACED((WS-PAIR - 1) * 3 + 1:2)
           END-PERFORM
           MOVE SPACES TO LISTING-RECORD
           STRING "  " WS-GEN-DATE "  "
               WS-SH-ROTOR-LEFT " " WS-SH-ROTOR-MID " "
               WS-SH-ROTOR-RIGHT "   " WS-SH-REFLECTOR "     "
               WS-SH-RING-LEFT " " WS-SH-RING-MID " "
               WS-SH-RING-RIGHT "  "
               WS-SH-START-LEFT " " WS-SH-START-MID " "
               WS-SH-START-RIGHT "  " WS-PLUG-SPACED
               DELIMITED BY SIZE INTO LISTING-RECORD
           END-STRING
           IF WS-NET-M4(WS-N) = "Y"
               STRING WS-SH-ROTOR-GREEK " " WS-SH-RING-GREEK " "
                   WS-SH-START-GREEK
                   DELIMITED BY SIZE INTO LISTING-RECORD(84:8)
               END-STRING
           END-IF
           WRITE LISTING-RECORD.
