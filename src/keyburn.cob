       01 WS-TO-DATE            PIC 9(8) VALUE 0.

      * The whole library held in storage while it is rewritten -
      * the months KEYGEN has drawn ahead across every net on the
      * net directory are well under the table's 5000 records.
       01 WS-LIB-COUNT          PIC 9(4) VALUE 0.
       01 WS-LIB-TABLE.
           05 WS-LIB-REC        PIC X(62) OCCURS 5000 TIMES.

       01 WS-BURNED-COUNT       PIC 9(4) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(4) VALUE 0.
       01 WS-EXPOSED-COUNT      PIC 9(6) VALUE 0.
       01 WS-I                  PIC 9(4).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           END-IF.

       MARK-ONE-LIBRARY-RECORD.
           IF WS-LIB-COUNT >= 5000
               DISPLAY "  WARNING: more than 5000 library records - "
                   "library unchanged, split the file and re-run"
               MOVE 8 TO WS-RC
               MOVE "Y" TO WS-LIB-EOF
