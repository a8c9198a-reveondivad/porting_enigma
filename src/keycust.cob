       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYCUST.
       AUTHOR. PEOPLETEC-INC.
      * Key-material custody ledger.
      * Records which out-stations were issued which days of which
      * nets' key sheets, whether they confirmed receipt, and which
      * days they have certified destroyed - the custody officer's
      * index cards, kept in KEYCUST.DAT keyed by station, net and
      * key month with one custody state per day of the month.
      * The officer keys the day's transactions, each for a date
      * range:
      *   ISS station net from to [date]  sheets issued
      *   RCP station net from to [date]  receipt confirmed
      *   DES station net from to [date]  destruction certificate
      * (date is when the issue, confirmation or certificate was
      * made, empty for today). KEYCUST.RPT is then written as of
      * a review date: stations that never confirmed receipt,
      * stations holding days past the destruction deadline, and
      * stations still holding days KEYBURN has marked burned in
      * KEYLIB.DAT. For every burned day it also lists each station
      * that ever held that sheet, destroyed since or not, so the
      * damage assessment covers who could have leaked it as well
      * as DAMAGE.RPT's list of what traffic it exposed.
      * Return code: 0 no exceptions, 4 exceptions listed or a
      * transaction refused, 8 ledger or report failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "KEYCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT KEYLIB-FILE ASSIGN TO "KEYLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-FILE-STATUS.

           SELECT CUSTODY-REPORT-FILE ASSIGN TO "KEYCUST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
      * One record per station, net and key month. Each byte of
      * KC-DAY-STATE is one day of the month:
      *   space  never issued to this station
      *   I      issued, receipt not yet confirmed
      *   R      issued and receipt confirmed
      *   D      destruction certified
      * with the date of the latest issue, confirmation and
      * certificate against the month.
       01  LEDGER-RECORD.
           05 KC-KEY.
              10 KC-STATION       PIC X(6).
              10 KC-NET           PIC X(3).
              10 KC-MONTH         PIC 9(6).
           05 KC-ISSUE-DATE       PIC 9(8).
           05 KC-RECEIPT-DATE     PIC 9(8).
           05 KC-CERT-DATE        PIC 9(8).
           05 KC-DAY-STATE        PIC X(31).

       FD  KEYLIB-FILE.
      * Same dated layout KEYLIB reads; only the date, net and
      * KEYBURN's burn marker are used here.
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

       FD  CUSTODY-REPORT-FILE.
       01  CUSTODY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-LDG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-LIB-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-RPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-LDG-EOF            PIC X(1) VALUE "N".
       01 WS-LIB-EOF            PIC X(1) VALUE "N".
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.

      * One transaction as keyed by the custody officer.
       01 WS-TXN-LINE           PIC X(50).
       01 WS-TXN-DONE           PIC X(1) VALUE "N".
       01 WS-TXN-TYPE           PIC X(3).
       01 WS-TXN-STATION        PIC X(6).
       01 WS-TXN-NET            PIC X(3).
       01 WS-TXN-FROM-X         PIC X(8).
       01 WS-TXN-TO-X           PIC X(8).
       01 WS-TXN-DATE-X         PIC X(8).
       01 WS-TXN-FROM           PIC 9(8) VALUE 0.
       01 WS-TXN-TO             PIC 9(8) VALUE 0.
       01 WS-TXN-DATE           PIC 9(8) VALUE 0.
       01 WS-TXN-OK             PIC X(1).
       01 WS-FROM-INT           PIC 9(8).
       01 WS-TO-INT             PIC 9(8).
       01 WS-DAY-INT            PIC 9(8).
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-DAY-MONTH          PIC 9(6).
       01 WS-DAY-NO             PIC 9(2).

      * The ledger record in hand while a range is worked through;
      * a range running into the next month moves on to that
      * month's record.
       01 WS-LOADED-MONTH       PIC 9(6) VALUE 0.
       01 WS-LOADED             PIC X(1) VALUE "N".
       01 WS-LDG-FOUND          PIC X(1) VALUE "N".
       01 WS-CHANGED-DAYS       PIC 9(3) VALUE 0.
       01 WS-SKIPPED-DAYS       PIC 9(3) VALUE 0.
       01 WS-TXN-COUNT          PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT      PIC 9(4) VALUE 0.

      * Review date and destruction deadline for the report. A day
      * must be certified destroyed within the deadline's days
      * after the key day itself; an empty reply takes two.
       01 WS-REVIEW-LINE        PIC X(20).
       01 WS-REVIEW-TOKEN       PIC X(8).
       01 WS-DEADLINE-TOKEN     PIC X(8).
       01 WS-REVIEW-DATE        PIC 9(8) VALUE 0.
       01 WS-DEADLINE-DAYS      PIC 9(3) VALUE 2.
       01 WS-OVERDUE-DATE       PIC 9(8) VALUE 0.

      * Every day KEYBURN has burned, off the library.
       01 WS-BURN-COUNT         PIC 9(3) VALUE 0.
       01 WS-BURN-TABLE.
           05 WS-BURN-ENTRY OCCURS 500 TIMES.
              10 WS-BURN-DATE    PIC 9(8).
              10 WS-BURN-NET     PIC X(3).

      * Stations found holding a burned day, collected on the
      * ledger scan and then reported grouped per burned day.
       01 WS-HOLD-COUNT         PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
              10 WS-HOLD-BURN    PIC 9(3).
              10 WS-HOLD-STATION PIC X(6).
              10 WS-HOLD-STATE   PIC X(1).
              10 WS-HOLD-CERT    PIC 9(8).

      * Report pass in progress and its working fields.
       01 WS-SECTION            PIC X(1).
       01 WS-SECTION-COUNT      PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(4) VALUE 0.
       01 WS-DAY-COUNT          PIC 9(3).
       01 WS-FIRST-DAY          PIC 9(8).
       01 WS-LAST-DAY           PIC 9(8).
       01 WS-STATE-TEXT         PIC X(40).
       01 WS-I                  PIC 9(3).
       01 WS-J                  PIC 9(3).
       01 WS-D                  PIC 9(2).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Key-Material Custody Ledger"
           DISPLAY "==========================="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-LEDGER
           IF WS-RC < 8
               PERFORM GET-TRANSACTIONS
               CLOSE LEDGER-FILE
               DISPLAY "  " WS-TXN-COUNT " transaction(s) posted, "
                   WS-REFUSED-COUNT " refused"
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO WS-RC
               END-IF
               PERFORM GET-REVIEW-DATE
               PERFORM LOAD-BURNED-DAYS
               PERFORM WRITE-CUSTODY-REPORT
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       OPEN-LEDGER.
      * Opened I-O so every month already on the cards stays put;
      * the first run ever creates the ledger.
           OPEN I-O LEDGER-FILE
           IF WS-LDG-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               IF WS-LDG-FILE-STATUS = "00"
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
           END-IF
           IF WS-LDG-FILE-STATUS NOT = "00"
               DISPLAY "  Could not open KEYCUST.DAT (status "
                   WS-LDG-FILE-STATUS ") - nothing posted"
               MOVE 8 TO WS-RC
           END-IF.

       GET-TRANSACTIONS.
           MOVE "N" TO WS-TXN-DONE
           PERFORM UNTIL WS-TXN-DONE = "Y"
               DISPLAY "Transaction ISS/RCP/DES station net FROM TO "
                   "[date] (empty line to finish):"
               MOVE SPACES TO WS-TXN-LINE
               ACCEPT WS-TXN-LINE
               IF WS-TXN-LINE = SPACES
                   MOVE "Y" TO WS-TXN-DONE
               ELSE
                   PERFORM POST-ONE-TRANSACTION
               END-IF
           END-PERFORM.

       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-TXN-TYPE
           MOVE SPACES TO WS-TXN-STATION
           MOVE SPACES TO WS-TXN-NET
           MOVE SPACES TO WS-TXN-FROM-X
           MOVE SPACES TO WS-TXN-TO-X
           MOVE SPACES TO WS-TXN-DATE-X
           UNSTRING WS-TXN-LINE DELIMITED BY ALL SPACE
               INTO WS-TXN-TYPE WS-TXN-STATION WS-TXN-NET
                    WS-TXN-FROM-X WS-TXN-TO-X WS-TXN-DATE-X
           END-UNSTRING
           PERFORM CHECK-TRANSACTION
           IF WS-TXN-OK = "N"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE "N" TO WS-LOADED
               MOVE 0 TO WS-CHANGED-DAYS
               MOVE 0 TO WS-SKIPPED-DAYS
               PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
                   PERFORM POST-ONE-DAY
               END-PERFORM
               IF WS-LOADED = "Y"
                   PERFORM SAVE-LEDGER-ENTRY
               END-IF
               ADD 1 TO WS-TXN-COUNT
               DISPLAY "  " WS-TXN-TYPE " " WS-TXN-STATION " net "
                   WS-TXN-NET " " WS-TXN-FROM " - " WS-TXN-TO ": "
                   WS-CHANGED-DAYS " day(s) posted"
               IF WS-SKIPPED-DAYS > 0
                   DISPLAY "  WARNING: " WS-SKIPPED-DAYS " day(s) "
                       "of the range not held by " WS-TXN-STATION
                       " - left as they were"
               END-IF
           END-IF.

       CHECK-TRANSACTION.
      * A range runs forwards over real dates and at most three
      * months - a longer one is a keying error, not an issue.
           MOVE "Y" TO WS-TXN-OK
           MOVE 0 TO WS-TXN-FROM
           MOVE 0 TO WS-TXN-TO
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           IF WS-TXN-FROM-X IS NUMERIC
               MOVE WS-TXN-FROM-X TO WS-TXN-FROM
           END-IF
           IF WS-TXN-TO-X IS NUMERIC
               MOVE WS-TXN-TO-X TO WS-TXN-TO
           END-IF
           IF WS-TXN-DATE-X IS NUMERIC
               MOVE WS-TXN-DATE-X TO WS-TXN-DATE
           END-IF
           IF WS-TXN-TYPE NOT = "ISS" AND WS-TXN-TYPE NOT = "RCP"
               AND WS-TXN-TYPE NOT = "DES"
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - type "
                   "must be ISS, RCP or DES - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               AND (WS-TXN-STATION = SPACES OR WS-TXN-NET = SPACES)
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - needs "
                   "a station and a net - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-FROM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-TO) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-DATE)
                       NOT = 0
                   DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - "
                       "not a valid date range - refused"
                   MOVE "N" TO WS-TXN-OK
               END-IF
           END-IF
           IF WS-TXN-OK = "Y"
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TXN-FROM)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TXN-TO)
               IF WS-TO-INT < WS-FROM-INT
                   OR WS-TO-INT - WS-FROM-INT > 92
                   DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - "
                       "range backwards or over three months - "
                       "refused"
                   MOVE "N" TO WS-TXN-OK
               END-IF
           END-IF.

       POST-ONE-DAY.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-DAY-MONTH = WS-DAY-DATE / 100
           COMPUTE WS-DAY-NO = FUNCTION MOD(WS-DAY-DATE, 100)
           IF WS-LOADED = "N" OR WS-DAY-MONTH NOT = WS-LOADED-MONTH
               IF WS-LOADED = "Y"
                   PERFORM SAVE-LEDGER-ENTRY
               END-IF
               PERFORM LOAD-LEDGER-ENTRY
           END-IF
           EVALUATE WS-TXN-TYPE
               WHEN "ISS"
      * A re-issue replaces the station's copy, so it wants a new
      * confirmation; a destroyed day is never put back in play.
                   IF KC-DAY-STATE(WS-DAY-NO:1) = "D"
                       ADD 1 TO WS-SKIPPED-DAYS
                   ELSE
                       MOVE "I" TO KC-DAY-STATE(WS-DAY-NO:1)
                       MOVE WS-TXN-DATE TO KC-ISSUE-DATE
                       ADD 1 TO WS-CHANGED-DAYS
                   END-IF
               WHEN "RCP"
                   EVALUATE KC-DAY-STATE(WS-DAY-NO:1)
                       WHEN "I"
                           MOVE "R" TO KC-DAY-STATE(WS-DAY-NO:1)
                           MOVE WS-TXN-DATE TO KC-RECEIPT-DATE
                           ADD 1 TO WS-CHANGED-DAYS
                       WHEN "R"
                       WHEN "D"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-DAYS
                   END-EVALUATE
               WHEN "DES"
                   EVALUATE KC-DAY-STATE(WS-DAY-NO:1)
                       WHEN "I"
                       WHEN "R"
                           MOVE "D" TO KC-DAY-STATE(WS-DAY-NO:1)
                           MOVE WS-TXN-DATE TO KC-CERT-DATE
                           ADD 1 TO WS-CHANGED-DAYS
                       WHEN "D"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-DAYS
                   END-EVALUATE
           END-EVALUATE.

       LOAD-LEDGER-ENTRY.
           MOVE WS-TXN-STATION TO KC-STATION
           MOVE WS-TXN-NET TO KC-NET
           MOVE WS-DAY-MONTH TO KC-MONTH
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "N" TO WS-LDG-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-LDG-FOUND
           END-READ
           IF WS-LDG-FOUND = "N"
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-TXN-STATION TO KC-STATION
               MOVE WS-TXN-NET TO KC-NET
               MOVE WS-DAY-MONTH TO KC-MONTH
               MOVE 0 TO KC-ISSUE-DATE
               MOVE 0 TO KC-RECEIPT-DATE
               MOVE 0 TO KC-CERT-DATE
           END-IF
           MOVE WS-DAY-MONTH TO WS-LOADED-MONTH
           MOVE "Y" TO WS-LOADED.

       SAVE-LEDGER-ENTRY.
      * A month the transaction never touched is not put on the
      * ledger just because the range ran through it.
           IF WS-LDG-FOUND = "Y"
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "  WARNING: could not update "
                           KC-STATION " " KC-NET " " KC-MONTH
               END-REWRITE
           ELSE
               IF KC-DAY-STATE NOT = SPACES
                   WRITE LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "  WARNING: could not enter "
                               KC-STATION " " KC-NET " " KC-MONTH
                               " on the ledger"
                   END-WRITE
               END-IF
           END-IF.

       GET-REVIEW-DATE.
           DISPLAY "Report as of (YYYYMMDD, empty for today) and "
               "destruction deadline in days (empty for 2):"
           MOVE SPACES TO WS-REVIEW-LINE
           ACCEPT WS-REVIEW-LINE
           MOVE SPACES TO WS-REVIEW-TOKEN
           MOVE SPACES TO WS-DEADLINE-TOKEN
           UNSTRING WS-REVIEW-LINE DELIMITED BY ALL SPACE
               INTO WS-REVIEW-TOKEN WS-DEADLINE-TOKEN
           END-UNSTRING
           MOVE WS-RUN-DATE TO WS-REVIEW-DATE
           IF WS-REVIEW-TOKEN IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-REVIEW-TOKEN)) = 0
                   MOVE WS-REVIEW-TOKEN TO WS-REVIEW-DATE
               END-IF
           END-IF
           IF WS-DEADLINE-TOKEN NOT = SPACES
               AND FUNCTION NUMVAL(WS-DEADLINE-TOKEN) > 0
               MOVE FUNCTION NUMVAL(WS-DEADLINE-TOKEN) TO
                   WS-DEADLINE-DAYS
           END-IF
      * Any day on or before this date should be destroyed by now.
           COMPUTE WS-OVERDUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE)
               - WS-DEADLINE-DAYS)
           DISPLAY "  Reviewing custody as of " WS-REVIEW-DATE
               ", days up to " WS-OVERDUE-DATE " due destroyed".

       LOAD-BURNED-DAYS.
      * No library is not an error here - there is then simply no
      * burned day to account for.
           OPEN INPUT KEYLIB-FILE
           IF WS-LIB-FILE-STATUS = "00"
               MOVE "N" TO WS-LIB-EOF
               PERFORM UNTIL WS-LIB-EOF = "Y"
                   READ KEYLIB-FILE
                       AT END
                           MOVE "Y" TO WS-LIB-EOF
                       NOT AT END
                           IF KL-BURNED = "B" AND KL-DATE IS NUMERIC
                               PERFORM STORE-ONE-BURNED-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYLIB-FILE
           END-IF
           DISPLAY "  " WS-BURN-COUNT " burned day(s) in KEYLIB.DAT".

       STORE-ONE-BURNED-DAY.
           IF WS-BURN-COUNT >= 500
               DISPLAY "  WARNING: more than 500 burned days - "
                   "later days not checked this run"
           ELSE
               ADD 1 TO WS-BURN-COUNT
               MOVE KL-DATE TO WS-BURN-DATE(WS-BURN-COUNT)
               MOVE KL-NET TO WS-BURN-NET(WS-BURN-COUNT)
           END-IF.

       WRITE-CUSTODY-REPORT.
           OPEN OUTPUT CUSTODY-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open KEYCUST.RPT - "
                   "report not written"
               MOVE 8 TO WS-RC
           ELSE
               MOVE "Key-Material Custody Report" TO
                   CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
               MOVE "===========================" TO
                   CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
               MOVE SPACES TO CUSTODY-REPORT-RECORD
               STRING "As of " WS-REVIEW-DATE
                   ", destruction deadline " WS-DEADLINE-DAYS
                   " day(s) after the key day"
                   DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
               END-STRING
               WRITE CUSTODY-REPORT-RECORD
               MOVE "U" TO WS-SECTION
               PERFORM WRITE-ONE-SECTION
               MOVE "O" TO WS-SECTION
               PERFORM WRITE-ONE-SECTION
               MOVE "B" TO WS-SECTION
               PERFORM WRITE-ONE-SECTION
               PERFORM WRITE-BURNED-HOLDERS
               MOVE SPACES TO CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
               MOVE SPACES TO CUSTODY-REPORT-RECORD
               STRING "Custody exceptions: " WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
               END-STRING
               WRITE CUSTODY-REPORT-RECORD
               CLOSE CUSTODY-REPORT-FILE
               DISPLAY "  " WS-EXCEPTION-COUNT " custody exception(s)"
                   " - report written to KEYCUST.RPT"
               IF WS-EXCEPTION-COUNT > 0 AND WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       WRITE-ONE-SECTION.
      * Each exception section is one pass over the ledger in key
      * order, so a station's months come out together.
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           WRITE CUSTODY-REPORT-RECORD
           EVALUATE WS-SECTION
               WHEN "U"
                   MOVE "Receipt never confirmed:" TO
                       CUSTODY-REPORT-RECORD
               WHEN "O"
                   MOVE "Held past the destruction deadline:" TO
                       CUSTODY-REPORT-RECORD
               WHEN "B"
                   MOVE "Still holding burned material:" TO
                       CUSTODY-REPORT-RECORD
           END-EVALUATE
           WRITE CUSTODY-REPORT-RECORD
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM SCAN-LEDGER
           IF WS-SECTION-COUNT = 0
               MOVE "  none" TO CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
           END-IF
           ADD WS-SECTION-COUNT TO WS-EXCEPTION-COUNT.

       SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-FILE-STATUS NOT = "00"
               MOVE "  ledger could not be read" TO
                   CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
               MOVE 8 TO WS-RC
           ELSE
               MOVE "N" TO WS-LDG-EOF
               PERFORM UNTIL WS-LDG-EOF = "Y"
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LDG-EOF
                       NOT AT END
                           PERFORM EXAMINE-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       EXAMINE-LEDGER-ENTRY.
           EVALUATE WS-SECTION
               WHEN "U"
                   PERFORM CHECK-UNCONFIRMED
               WHEN "O"
                   PERFORM CHECK-OVERDUE
               WHEN "B"
                   PERFORM CHECK-HOLDING-BURNED
               WHEN "H"
                   PERFORM COLLECT-BURNED-HOLDERS
           END-EVALUATE.

       CHECK-UNCONFIRMED.
      * Days issued on or before the review date with no receipt
      * confirmation against them, one line per station and month.
           IF KC-ISSUE-DATE <= WS-REVIEW-DATE
               MOVE 0 TO WS-DAY-COUNT
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
                   IF KC-DAY-STATE(WS-D:1) = "I"
                       PERFORM NOTE-LISTED-DAY
                   END-IF
               END-PERFORM
               IF WS-DAY-COUNT > 0
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO CUSTODY-REPORT-RECORD
                   STRING "  " KC-STATION "  net " KC-NET
                       "  month " KC-MONTH "  issued "
                       KC-ISSUE-DATE "  " WS-DAY-COUNT
                       " day(s) unconfirmed, " WS-FIRST-DAY
                       " - " WS-LAST-DAY
                       DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
                   END-STRING
                   WRITE CUSTODY-REPORT-RECORD
               END-IF
           END-IF.

       CHECK-OVERDUE.
      * Days still held, confirmed or not, that are past the
      * destruction deadline.
           MOVE 0 TO WS-DAY-COUNT
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
               COMPUTE WS-DAY-DATE = KC-MONTH * 100 + WS-D
               IF (KC-DAY-STATE(WS-D:1) = "I"
                   OR KC-DAY-STATE(WS-D:1) = "R")
                   AND WS-DAY-DATE <= WS-OVERDUE-DATE
                   PERFORM NOTE-LISTED-DAY
               END-IF
           END-PERFORM
           IF WS-DAY-COUNT > 0
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO CUSTODY-REPORT-RECORD
               STRING "  " KC-STATION "  net " KC-NET
                   "  month " KC-MONTH "  " WS-DAY-COUNT
                   " day(s) not certified destroyed, " WS-FIRST-DAY
                   " - " WS-LAST-DAY
                   DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
               END-STRING
               WRITE CUSTODY-REPORT-RECORD
           END-IF.

       NOTE-LISTED-DAY.
           COMPUTE WS-DAY-DATE = KC-MONTH * 100 + WS-D
           IF WS-DAY-COUNT = 0
               MOVE WS-DAY-DATE TO WS-FIRST-DAY
           END-IF
           MOVE WS-DAY-DATE TO WS-LAST-DAY
           ADD 1 TO WS-DAY-COUNT.

       CHECK-HOLDING-BURNED.
      * One line per burned day the station has not certified
      * destroyed.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BURN-COUNT
               IF WS-BURN-NET(WS-I) = KC-NET
                   AND WS-BURN-DATE(WS-I) / 100 = KC-MONTH
                   COMPUTE WS-D =
                       FUNCTION MOD(WS-BURN-DATE(WS-I), 100)
                   IF KC-DAY-STATE(WS-D:1) = "I"
                       OR KC-DAY-STATE(WS-D:1) = "R"
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO CUSTODY-REPORT-RECORD
                       STRING "  " KC-STATION "  net " KC-NET
                           "  burned day " WS-BURN-DATE(WS-I)
                           " still held - recall and destroy"
                           DELIMITED BY SIZE
                           INTO CUSTODY-REPORT-RECORD
                       END-STRING
                       WRITE CUSTODY-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-BURNED-HOLDERS.
      * Everyone who ever held a burned sheet, whether destroyed
      * since or not, grouped per burned day. Informational - the
      * ones still holding are already exceptions above.
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           WRITE CUSTODY-REPORT-RECORD
           MOVE "Holders of burned key sheets:" TO
               CUSTODY-REPORT-RECORD
           WRITE CUSTODY-REPORT-RECORD
           IF WS-BURN-COUNT = 0
               MOVE "  no burned days in KEYLIB.DAT" TO
                   CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
           ELSE
               MOVE 0 TO WS-HOLD-COUNT
               MOVE "H" TO WS-SECTION
               PERFORM SCAN-LEDGER
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BURN-COUNT
                   PERFORM WRITE-ONE-BURNED-DAY
               END-PERFORM
           END-IF.

       COLLECT-BURNED-HOLDERS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BURN-COUNT
               IF WS-BURN-NET(WS-I) = KC-NET
                   AND WS-BURN-DATE(WS-I) / 100 = KC-MONTH
                   COMPUTE WS-D =
                       FUNCTION MOD(WS-BURN-DATE(WS-I), 100)
                   IF KC-DAY-STATE(WS-D:1) NOT = SPACE
                       PERFORM STORE-ONE-HOLDER
                   END-IF
               END-IF
           END-PERFORM.

       STORE-ONE-HOLDER.
           IF WS-HOLD-COUNT >= 500
               DISPLAY "  WARNING: more than 500 holders of burned "
                   "sheets - later holders not listed this run"
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-I TO WS-HOLD-BURN(WS-HOLD-COUNT)
               MOVE KC-STATION TO WS-HOLD-STATION(WS-HOLD-COUNT)
               MOVE KC-DAY-STATE(WS-D:1) TO
                   WS-HOLD-STATE(WS-HOLD-COUNT)
               MOVE KC-CERT-DATE TO WS-HOLD-CERT(WS-HOLD-COUNT)
           END-IF.

       WRITE-ONE-BURNED-DAY.
           MOVE SPACES TO CUSTODY-REPORT-RECORD
           STRING "  Burned " WS-BURN-DATE(WS-I) " net "
               WS-BURN-NET(WS-I) ":"
               DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
           END-STRING
           WRITE CUSTODY-REPORT-RECORD
           MOVE 0 TO WS-DAY-COUNT
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-HOLD-COUNT
               IF WS-HOLD-BURN(WS-J) = WS-I
                   ADD 1 TO WS-DAY-COUNT
                   EVALUATE WS-HOLD-STATE(WS-J)
                       WHEN "I"
                           MOVE "still held, receipt unconfirmed"
                               TO WS-STATE-TEXT
                       WHEN "R"
                           MOVE "still held" TO WS-STATE-TEXT
                       WHEN OTHER
                           MOVE SPACES TO WS-STATE-TEXT
                           STRING "destroyed, last certificate "
                               WS-HOLD-CERT(WS-J)
                               DELIMITED BY SIZE INTO WS-STATE-TEXT
                           END-STRING
                   END-EVALUATE
                   MOVE SPACES TO CUSTODY-REPORT-RECORD
                   STRING "    " WS-HOLD-STATION(WS-J) "  "
                       WS-STATE-TEXT
                       DELIMITED BY SIZE INTO CUSTODY-REPORT-RECORD
                   END-STRING
                   WRITE CUSTODY-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-DAY-COUNT = 0
               MOVE "    no station on the ledger held this sheet"
                   TO CUSTODY-REPORT-RECORD
               WRITE CUSTODY-REPORT-RECORD
           END-IF.
