      * go to MSGCLEAN.DAT for release to the batch, bad ones to
      * MSGREJ.DAT with a reason code, and EDITRPT.OUT carries the
      * record counts the operators check before releasing the run.
      * Return code: 0 clean, 4 records rejected (the clean file is
      * still released), 8 no message file or an output could not
      * be opened - MSGCLEAN.DAT is not fit to encipher.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CHAR               PIC X(1).
       01 WS-I                  PIC 9(3).
       01 WS-BAD-CHAR-POS       PIC 9(3).
       01 WS-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-FILE-STATUS NOT = "00"
               DISPLAY "  No message file found - nothing to edit"
               MOVE 8 TO WS-RC
           ELSE
               OPEN OUTPUT CLEAN-FILE
               OPEN OUTPUT REJECT-FILE
                   OR WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "  WARNING: could not open an output file "
                       "- edit abandoned, batch input unchanged"
                   MOVE 8 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-EOF-MSG = "Y"
                       READ MESSAGE-FILE
                   END-PERFORM
                   PERFORM WRITE-EDIT-REPORT
                   CLOSE EDIT-REPORT-FILE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE
           END-IF
           CLOSE MESSAGE-FILE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       EDIT-ONE-MESSAGE.
                   WHEN WS-THIS-ID = WS-LAST-ID
                       AND WS-THIS-PRI NOT = WS-LAST-PRI
      * All parts of one message must travel in the same precedence
      * class - the batch sorts the clean file by class first, and
      * a continuation in a different class would sort away from
      * the rest of its message, out of part order on the air.
                       MOVE "PRI" TO WS-REASON
                   WHEN WS-THIS-ID > WS-LAST-ID
                       AND WS-THIS-PART NOT = 1
