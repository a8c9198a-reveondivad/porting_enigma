      * appearance, for the per-net grouping of the report.
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-LIST.
           05 WS-NET-NAME       PIC X(3) OCCURS 50 TIMES.

       01 WS-CHECKED-COUNT      PIC 9(6) VALUE 0.
       01 WS-ACKED-COUNT        PIC 9(6) VALUE 0.
                   MOVE WS-NET-COUNT TO WS-J
               END-IF
           END-PERFORM
           IF WS-MATCHED = "N"
               IF WS-NET-COUNT >= 50
                   DISPLAY "  WARNING: more than 50 nets - net "
                       ARC-NET " not grouped on the report"
               ELSE
                   ADD 1 TO WS-NET-COUNT
                   MOVE ARC-NET TO WS-NET-NAME(WS-NET-COUNT)
               END-IF
           END-IF.

       WRITE-CHASER-REPORT.
