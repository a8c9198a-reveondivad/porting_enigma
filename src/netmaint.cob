       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETMAINT.
       AUTHOR. PEOPLETEC-INC.
      * Net directory maintenance.
      * NETDIR.DAT is the master list of the nets this station
      * serves - each net's code, Kenngruppen, machine (three-rotor
      * or M4), the minimum daily volume DUMMYGEN pads it to, and
      * the staging and release files its cipher output goes
      * through. Every program that handles nets works from it, so
      * a new net comes on here rather than in the code. The
      * signals officer keys the day's transactions:
      *   ADD net kenn machine minimum stage release
      *   CHG net kenn machine minimum stage release
      *   RET net [date]
      * machine is 3 for three-rotor or 4 for M4. On a CHG an
      * omitted field, or "=", keeps what the directory holds. RET
      * retires the net from the date given (empty for today) - a
      * retirement may be booked ahead, and the net stays in
      * service until that date. A retired net is never taken off
      * the directory: KEYLIB and the batch refuse its sheets, and
      * its code cannot be re-used for a different net.
      * The directory is rewritten in net-code order and listed on
      * NETDIR.RPT.
      * Return code: 0 all posted, 4 a transaction refused, 8 the
      * directory could not be read or rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

           SELECT DIRECTORY-REPORT-FILE ASSIGN TO "NETDIR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-DIRECTORY-FILE.
      * One record per net ever served. ND-STATUS is "A" active or
      * "R" retired; a retired net is out of service from
      * ND-RETIRED-DATE on. The dates are when the net was added,
      * last changed and retired (zero when not yet).
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 ND-KENN            PIC X(3).
           05 ND-MACHINE         PIC X(1).
           05 ND-MIN-DUMMY       PIC 9(3).
           05 ND-STAGE-NAME      PIC X(20).
           05 ND-RELEASE-NAME    PIC X(20).
           05 ND-STATUS          PIC X(1).
           05 ND-ADDED-DATE      PIC 9(8).
           05 ND-CHANGED-DATE    PIC 9(8).
           05 ND-RETIRED-DATE    PIC 9(8).

       FD  DIRECTORY-REPORT-FILE.
       01  DIRECTORY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-RPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-EOF            PIC X(1) VALUE "N".
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.

      * The whole directory, held in net-code order while the
      * transactions are posted against it.
       01 WS-DIR-COUNT          PIC 9(2) VALUE 0.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 50 TIMES.
              10 WS-DIR-CODE        PIC X(3).
              10 WS-DIR-KENN        PIC X(3).
              10 WS-DIR-MACHINE     PIC X(1).
              10 WS-DIR-MIN-DUMMY   PIC 9(3).
              10 WS-DIR-STAGE       PIC X(20).
              10 WS-DIR-RELEASE     PIC X(20).
              10 WS-DIR-STATUS      PIC X(1).
              10 WS-DIR-ADDED       PIC 9(8).
              10 WS-DIR-CHANGED     PIC 9(8).
              10 WS-DIR-RETIRED     PIC 9(8).

      * One transaction as keyed by the signals officer.
       01 WS-TXN-LINE           PIC X(80).
       01 WS-TXN-DONE           PIC X(1) VALUE "N".
       01 WS-TXN-TYPE           PIC X(3).
       01 WS-TXN-NET            PIC X(3).
       01 WS-TXN-KENN           PIC X(3).
       01 WS-TXN-MACHINE        PIC X(1).
       01 WS-TXN-MIN-X          PIC X(3).
       01 WS-TXN-STAGE          PIC X(20).
       01 WS-TXN-RELEASE        PIC X(20).
       01 WS-TXN-DATE-X         PIC X(8).
      * Length of each token as keyed, so one too long for its
      * directory field is refused rather than cut short.
       01 WS-TYPE-LEN           PIC 9(2).
       01 WS-NET-LEN            PIC 9(2).
       01 WS-KENN-LEN           PIC 9(2).
       01 WS-MACHINE-LEN        PIC 9(2).
       01 WS-MIN-LEN            PIC 9(2).
       01 WS-STAGE-LEN          PIC 9(2).
       01 WS-RELEASE-LEN        PIC 9(2).
       01 WS-DATE-LEN           PIC 9(2).
       01 WS-TXN-MIN            PIC 9(3) VALUE 0.
       01 WS-TXN-DATE           PIC 9(8) VALUE 0.
       01 WS-TXN-OK             PIC X(1).
       01 WS-TXN-COUNT          PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT      PIC 9(4) VALUE 0.

      * Slot of the net named on the transaction (0 when it is not
      * on the directory) and where an added net goes in code
      * order.
       01 WS-FOUND-IDX          PIC 9(2) VALUE 0.
       01 WS-INSERT-IDX         PIC 9(2) VALUE 0.

       01 WS-IN-SERVICE-COUNT   PIC 9(2) VALUE 0.
       01 WS-MACHINE-TEXT       PIC X(11).
       01 WS-STATE-TEXT         PIC X(30).
       01 WS-I                  PIC 9(2).
       01 WS-J                  PIC 9(2).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Net Directory Maintenance"
           DISPLAY "========================="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-NET-DIRECTORY
           IF WS-RC < 8
               PERFORM GET-TRANSACTIONS
               DISPLAY "  " WS-TXN-COUNT " transaction(s) posted, "
                   WS-REFUSED-COUNT " refused"
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO WS-RC
               END-IF
               IF WS-TXN-COUNT > 0
                   PERFORM REWRITE-NET-DIRECTORY
               END-IF
               PERFORM WRITE-DIRECTORY-REPORT
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-NET-DIRECTORY.
      * No directory yet just means the first net is about to be
      * added; the rewrite creates it.
           MOVE 0 TO WS-DIR-COUNT
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS = "35"
               DISPLAY "  No net directory yet - NETDIR.DAT will be "
                   "created"
           ELSE
               IF WS-DIR-FILE-STATUS NOT = "00"
                   DISPLAY "  Could not open NETDIR.DAT (status "
                       WS-DIR-FILE-STATUS ") - nothing posted"
                   MOVE 8 TO WS-RC
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
                   DISPLAY "  " WS-DIR-COUNT " net(s) on the "
                       "directory"
               END-IF
           END-IF.

       STORE-DIRECTORY-ENTRY.
      * A directory too big for the table is not rewritten short -
      * that would silently drop nets.
           IF WS-DIR-COUNT >= 50
               DISPLAY "  WARNING: more than 50 nets on NETDIR.DAT - "
                   "directory left unchanged"
               MOVE 8 TO WS-RC
               MOVE "Y" TO WS-DIR-EOF
           ELSE
               ADD 1 TO WS-DIR-COUNT
               MOVE NET-DIRECTORY-RECORD TO
                   WS-DIR-ENTRY(WS-DIR-COUNT)
           END-IF.

       GET-TRANSACTIONS.
           MOVE "N" TO WS-TXN-DONE
           PERFORM UNTIL WS-TXN-DONE = "Y"
               DISPLAY "Transaction ADD/CHG net kenn machine minimum "
                   "stage release, or RET net [date] (empty line "
                   "to finish):"
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
           MOVE SPACES TO WS-TXN-NET
           MOVE SPACES TO WS-TXN-KENN
           MOVE SPACES TO WS-TXN-MACHINE
           MOVE SPACES TO WS-TXN-MIN-X
           MOVE SPACES TO WS-TXN-STAGE
           MOVE SPACES TO WS-TXN-RELEASE
           MOVE SPACES TO WS-TXN-DATE-X
           MOVE 0 TO WS-TYPE-LEN WS-NET-LEN WS-KENN-LEN
               WS-MACHINE-LEN WS-MIN-LEN WS-STAGE-LEN WS-RELEASE-LEN
           UNSTRING WS-TXN-LINE DELIMITED BY ALL SPACE
               INTO WS-TXN-TYPE COUNT IN WS-TYPE-LEN
                    WS-TXN-NET COUNT IN WS-NET-LEN
                    WS-TXN-KENN COUNT IN WS-KENN-LEN
                    WS-TXN-MACHINE COUNT IN WS-MACHINE-LEN
                    WS-TXN-MIN-X COUNT IN WS-MIN-LEN
                    WS-TXN-STAGE COUNT IN WS-STAGE-LEN
                    WS-TXN-RELEASE COUNT IN WS-RELEASE-LEN
           END-UNSTRING
           PERFORM FIND-DIRECTORY-NET
           PERFORM CHECK-TRANSACTION
           IF WS-TXN-OK = "N"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               EVALUATE WS-TXN-TYPE
                   WHEN "ADD"
                       PERFORM ADD-DIRECTORY-NET
                   WHEN "CHG"
                       PERFORM CHANGE-DIRECTORY-NET
                   WHEN "RET"
                       PERFORM RETIRE-DIRECTORY-NET
               END-EVALUATE
               ADD 1 TO WS-TXN-COUNT
           END-IF.

       FIND-DIRECTORY-NET.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DIR-COUNT
               IF WS-DIR-CODE(WS-I) = WS-TXN-NET
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       CHECK-TRANSACTION.
           MOVE "Y" TO WS-TXN-OK
           IF WS-TXN-TYPE NOT = "ADD" AND WS-TXN-TYPE NOT = "CHG"
               AND WS-TXN-TYPE NOT = "RET"
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - type "
                   "must be ADD, CHG or RET - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y" AND WS-TXN-NET = SPACES
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - needs "
                   "a net - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               AND (WS-TYPE-LEN > 3 OR WS-NET-LEN > 3)
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - type "
                   "and net are three letters - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               EVALUATE WS-TXN-TYPE
                   WHEN "ADD"
                       PERFORM CHECK-ADD-TRANSACTION
                   WHEN "CHG"
                       PERFORM CHECK-CHANGE-TRANSACTION
                   WHEN "RET"
                       PERFORM CHECK-RETIRE-TRANSACTION
               END-EVALUATE
           END-IF.

       CHECK-ADD-TRANSACTION.
      * A net code is never re-used, even once retired - old
      * archives and ledgers still carry it.
           IF WS-FOUND-IDX > 0
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - net "
                   "already on the directory - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y" AND WS-DIR-COUNT >= 50
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - "
                   "directory full at 50 nets - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               PERFORM CHECK-FIELD-LENGTHS
           END-IF
           IF WS-TXN-OK = "Y"
               AND (WS-TXN-KENN = SPACES OR WS-TXN-MACHINE = SPACES
                   OR WS-TXN-MIN-X = SPACES OR WS-TXN-STAGE = SPACES
                   OR WS-TXN-RELEASE = SPACES)
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - needs "
                   "kenn, machine, minimum, stage and release - "
                   "refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               PERFORM CHECK-NET-SETTINGS
           END-IF.

       CHECK-CHANGE-TRANSACTION.
      * Fields left off or keyed as "=" take the directory's
      * current value, so the settings check always sees the net
      * as it will stand.
           IF WS-FOUND-IDX = 0
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - net "
                   "not on the directory - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y" AND WS-DIR-STATUS(WS-FOUND-IDX) = "R"
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - net "
                   "retired - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               PERFORM CHECK-FIELD-LENGTHS
           END-IF
           IF WS-TXN-OK = "Y"
               IF WS-TXN-KENN = SPACES OR WS-TXN-KENN = "="
                   MOVE WS-DIR-KENN(WS-FOUND-IDX) TO WS-TXN-KENN
               END-IF
               IF WS-TXN-MACHINE = SPACES OR WS-TXN-MACHINE = "="
                   MOVE WS-DIR-MACHINE(WS-FOUND-IDX) TO
                       WS-TXN-MACHINE
               END-IF
               IF WS-TXN-MIN-X = SPACES OR WS-TXN-MIN-X = "="
                   MOVE WS-DIR-MIN-DUMMY(WS-FOUND-IDX) TO
                       WS-TXN-MIN-X
               END-IF
               IF WS-TXN-STAGE = SPACES OR WS-TXN-STAGE = "="
                   MOVE WS-DIR-STAGE(WS-FOUND-IDX) TO WS-TXN-STAGE
               END-IF
               IF WS-TXN-RELEASE = SPACES OR WS-TXN-RELEASE = "="
                   MOVE WS-DIR-RELEASE(WS-FOUND-IDX) TO
                       WS-TXN-RELEASE
               END-IF
               PERFORM CHECK-NET-SETTINGS
           END-IF.

       CHECK-FIELD-LENGTHS.
           IF WS-KENN-LEN > 3 OR WS-MACHINE-LEN > 1 OR WS-MIN-LEN > 3
               OR WS-STAGE-LEN > 20 OR WS-RELEASE-LEN > 20
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - kenn "
                   "3, machine 1, minimum 3, stage and release 20 "
                   "characters at most - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF.

       CHECK-NET-SETTINGS.
      * The machine decides whether the key sheets carry a Greek
      * wheel, and the minimum is what DUMMYGEN pads the net to.
           MOVE 0 TO WS-TXN-MIN
           IF WS-TXN-MACHINE NOT = "3" AND WS-TXN-MACHINE NOT = "4"
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - "
                   "machine must be 3 or 4 - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               IF FUNCTION TEST-NUMVAL(WS-TXN-MIN-X) NOT = 0
                   DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - "
                       "minimum must be a number of messages - "
                       "refused"
                   MOVE "N" TO WS-TXN-OK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TXN-MIN-X) TO WS-TXN-MIN
               END-IF
           END-IF
           IF WS-TXN-OK = "Y" AND WS-TXN-STAGE = WS-TXN-RELEASE
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - stage "
                   "and release must be different files - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               PERFORM CHECK-CLASH-WITH-OTHER-NETS
           END-IF.

       CHECK-CLASH-WITH-OTHER-NETS.
      * Two nets in service must never share a key group - the
      * receive side routes on it - nor a staging or release file,
      * or one net's traffic would go out under the other's name.
      * A net whose retirement has taken effect no longer holds
      * its names.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DIR-COUNT OR WS-TXN-OK = "N"
               IF WS-DIR-CODE(WS-I) NOT = WS-TXN-NET
                   AND (WS-DIR-STATUS(WS-I) NOT = "R"
                       OR WS-DIR-RETIRED(WS-I) > WS-RUN-DATE)
                   IF WS-DIR-KENN(WS-I) = WS-TXN-KENN
                       DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE)
                           "' - key group already used by net "
                           WS-DIR-CODE(WS-I) " - refused"
                       MOVE "N" TO WS-TXN-OK
                   END-IF
                   IF WS-TXN-OK = "Y"
                       AND (WS-DIR-STAGE(WS-I) = WS-TXN-STAGE
                           OR WS-DIR-STAGE(WS-I) = WS-TXN-RELEASE
                           OR WS-DIR-RELEASE(WS-I) = WS-TXN-STAGE
                           OR WS-DIR-RELEASE(WS-I) = WS-TXN-RELEASE)
                       DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE)
                           "' - file already used by net "
                           WS-DIR-CODE(WS-I) " - refused"
                       MOVE "N" TO WS-TXN-OK
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RETIRE-TRANSACTION.
      * The date is the third token of a RET line, empty for
      * today.
           MOVE SPACES TO WS-TXN-DATE-X
           MOVE 0 TO WS-DATE-LEN
           UNSTRING WS-TXN-LINE DELIMITED BY ALL SPACE
               INTO WS-TXN-TYPE WS-TXN-NET
                    WS-TXN-DATE-X COUNT IN WS-DATE-LEN
           END-UNSTRING
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           IF WS-TXN-DATE-X NOT = SPACES
               IF WS-TXN-DATE-X IS NUMERIC AND WS-DATE-LEN = 8
                   MOVE WS-TXN-DATE-X TO WS-TXN-DATE
               ELSE
                   MOVE 0 TO WS-TXN-DATE
               END-IF
           END-IF
           IF WS-FOUND-IDX = 0
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - net "
                   "not on the directory - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y" AND WS-DIR-STATUS(WS-FOUND-IDX) = "R"
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - net "
                   "already retired from "
                   WS-DIR-RETIRED(WS-FOUND-IDX) " - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF WS-TXN-OK = "Y"
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-DATE) NOT = 0
               DISPLAY "  '" FUNCTION TRIM(WS-TXN-LINE) "' - "
                   "not a valid date - refused"
               MOVE "N" TO WS-TXN-OK
           END-IF.

       ADD-DIRECTORY-NET.
      * Slot the new net in code order, moving the later ones
      * down one.
           MOVE WS-DIR-COUNT TO WS-INSERT-IDX
           ADD 1 TO WS-INSERT-IDX
           PERFORM VARYING WS-I FROM WS-DIR-COUNT BY -1
               UNTIL WS-I < 1
               IF WS-DIR-CODE(WS-I) > WS-TXN-NET
                   MOVE WS-I TO WS-INSERT-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM WS-DIR-COUNT BY -1
               UNTIL WS-J < WS-INSERT-IDX
               MOVE WS-DIR-ENTRY(WS-J) TO WS-DIR-ENTRY(WS-J + 1)
           END-PERFORM
           ADD 1 TO WS-DIR-COUNT
           MOVE WS-TXN-NET TO WS-DIR-CODE(WS-INSERT-IDX)
           MOVE "A" TO WS-DIR-STATUS(WS-INSERT-IDX)
           MOVE WS-RUN-DATE TO WS-DIR-ADDED(WS-INSERT-IDX)
           MOVE 0 TO WS-DIR-CHANGED(WS-INSERT-IDX)
           MOVE 0 TO WS-DIR-RETIRED(WS-INSERT-IDX)
           MOVE WS-INSERT-IDX TO WS-FOUND-IDX
           PERFORM STORE-NET-SETTINGS
           DISPLAY "  Added net " WS-TXN-NET " key group "
               WS-TXN-KENN " machine " WS-TXN-MACHINE.

       CHANGE-DIRECTORY-NET.
           PERFORM STORE-NET-SETTINGS
           MOVE WS-RUN-DATE TO WS-DIR-CHANGED(WS-FOUND-IDX)
           DISPLAY "  Changed net " WS-TXN-NET " key group "
               WS-TXN-KENN " machine " WS-TXN-MACHINE.

       STORE-NET-SETTINGS.
           MOVE WS-TXN-KENN TO WS-DIR-KENN(WS-FOUND-IDX)
           MOVE WS-TXN-MACHINE TO WS-DIR-MACHINE(WS-FOUND-IDX)
           MOVE WS-TXN-MIN TO WS-DIR-MIN-DUMMY(WS-FOUND-IDX)
           MOVE WS-TXN-STAGE TO WS-DIR-STAGE(WS-FOUND-IDX)
           MOVE WS-TXN-RELEASE TO WS-DIR-RELEASE(WS-FOUND-IDX).

       RETIRE-DIRECTORY-NET.
           MOVE "R" TO WS-DIR-STATUS(WS-FOUND-IDX)
           MOVE WS-TXN-DATE TO WS-DIR-RETIRED(WS-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-DIR-CHANGED(WS-FOUND-IDX)
           DISPLAY "  Retired net " WS-TXN-NET " from "
               WS-TXN-DATE.

       REWRITE-NET-DIRECTORY.
           OPEN OUTPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not rewrite NETDIR.DAT - "
                   "transactions not saved"
               MOVE 8 TO WS-RC
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DIR-COUNT
                   MOVE WS-DIR-ENTRY(WS-I) TO NET-DIRECTORY-RECORD
                   WRITE NET-DIRECTORY-RECORD
               END-PERFORM
               CLOSE NET-DIRECTORY-FILE
           END-IF.

       WRITE-DIRECTORY-REPORT.
           OPEN OUTPUT DIRECTORY-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open NETDIR.RPT - "
                   "listing not written"
               MOVE 8 TO WS-RC
           ELSE
               MOVE "Net Directory" TO DIRECTORY-REPORT-RECORD
               WRITE DIRECTORY-REPORT-RECORD
               MOVE "=============" TO DIRECTORY-REPORT-RECORD
               WRITE DIRECTORY-REPORT-RECORD
               MOVE SPACES TO DIRECTORY-REPORT-RECORD
               STRING "As of " WS-RUN-DATE
                   DELIMITED BY SIZE INTO DIRECTORY-REPORT-RECORD
               END-STRING
               WRITE DIRECTORY-REPORT-RECORD
               MOVE 0 TO WS-IN-SERVICE-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DIR-COUNT
                   PERFORM WRITE-ONE-DIRECTORY-LINE
               END-PERFORM
               MOVE SPACES TO DIRECTORY-REPORT-RECORD
               STRING "Nets on directory: " WS-DIR-COUNT
                   "  in service: " WS-IN-SERVICE-COUNT
                   DELIMITED BY SIZE INTO DIRECTORY-REPORT-RECORD
               END-STRING
               WRITE DIRECTORY-REPORT-RECORD
               CLOSE DIRECTORY-REPORT-FILE
               DISPLAY "  " WS-IN-SERVICE-COUNT " of " WS-DIR-COUNT
                   " net(s) in service"
           END-IF.

       WRITE-ONE-DIRECTORY-LINE.
           IF WS-DIR-MACHINE(WS-I) = "4"
               MOVE "M4" TO WS-MACHINE-TEXT
           ELSE
               MOVE "three-rotor" TO WS-MACHINE-TEXT
           END-IF
           MOVE SPACES TO WS-STATE-TEXT
           IF WS-DIR-STATUS(WS-I) NOT = "R"
               ADD 1 TO WS-IN-SERVICE-COUNT
               STRING "in service" DELIMITED BY SIZE
                   INTO WS-STATE-TEXT
               END-STRING
           ELSE
               IF WS-DIR-RETIRED(WS-I) > WS-RUN-DATE
                   ADD 1 TO WS-IN-SERVICE-COUNT
                   STRING "retiring " WS-DIR-RETIRED(WS-I)
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
                   END-STRING
               ELSE
                   STRING "retired " WS-DIR-RETIRED(WS-I)
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO DIRECTORY-REPORT-RECORD
           STRING "  Net " WS-DIR-CODE(WS-I) " key group "
               WS-DIR-KENN(WS-I) "  " WS-MACHINE-TEXT
               "  minimum " WS-DIR-MIN-DUMMY(WS-I) "  "
               WS-STATE-TEXT
               DELIMITED BY SIZE INTO DIRECTORY-REPORT-RECORD
           END-STRING
           WRITE DIRECTORY-REPORT-RECORD
           MOVE SPACES TO DIRECTORY-REPORT-RECORD
           STRING "      stage " WS-DIR-STAGE(WS-I)
               "  release " WS-DIR-RELEASE(WS-I)
               DELIMITED BY SIZE INTO DIRECTORY-REPORT-RECORD
           END-STRING
           WRITE DIRECTORY-REPORT-RECORD.
