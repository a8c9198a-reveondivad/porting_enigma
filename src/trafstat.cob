      * the month-end return was compiled by hand from a stack of
      * SUMMARY.OUT printouts. This program reads ARCHIVE.DAT for
      * an operator-keyed month and writes TRAFSTAT.RPT: per net
      * (in net directory order, NETDIR.DAT) and per day, the
      * messages and parts transmitted, the total
      * cipher letters (counted from the archived groups), the
      * multi-part share and the busiest day - plus a
      * month-over-month comparison line when the prior month is
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       FD  STAT-REPORT-FILE.
       01  STAT-REPORT-RECORD    PIC X(100).

      * Only the net code matters here - a retired net still has
      * its traffic counted for the months it served.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 FILLER             PIC X(72).

       WORKING-STORAGE SECTION.

       01 WS-ARCH-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-HIST-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-RPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-EOF            PIC X(1) VALUE "N".
       01 WS-ARCH-EOF           PIC X(1) VALUE "N".
       01 WS-HIST-EOF           PIC X(1) VALUE "N".

      * Per-net, per-day accumulators for the keyed month. The
      * archive key orders records by date, message id and part,
      * so a change of date-plus-id marks a new logical message
      * and the arrival of part 2 marks it multi-part. The slots
      * are laid out in net directory order before the scan.
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-IDX            PIC 9(2) VALUE 0.
       01 WS-STAT-TABLE.
           05 WS-STAT-NET OCCURS 50 TIMES.
              10 WS-SN-ID           PIC X(3).
              10 WS-SN-DAY OCCURS 31 TIMES.
                 15 WS-SD-MSGS      PIC 9(5).
               DISPLAY "  No month given - nothing to report"
               MOVE 4 TO WS-RC
           ELSE
               PERFORM LOAD-NET-DIRECTORY
               PERFORM SCAN-LIVE-ARCHIVE
               IF WS-RC < 8
                   PERFORM SCAN-HISTORY-FOR-PRIOR
               END-IF
           END-IF.

       LOAD-NET-DIRECTORY.
      * Every net on the directory gets its slot up front, so the
      * return lists nets in directory order whatever day each one
      * first transmitted. Without the directory the nets are
      * slotted as they turn up.
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: no net directory found "
                   "(NETDIR.DAT) - nets listed as they turn up"
           ELSE
               MOVE "N" TO WS-DIR-EOF
               PERFORM UNTIL WS-DIR-EOF = "Y"
                   READ NET-DIRECTORY-FILE
                       AT END
                           MOVE "Y" TO WS-DIR-EOF
                       NOT AT END
                           MOVE ND-CODE TO WS-REC-NET
                           PERFORM FIND-NET-SLOT
                   END-READ
               END-PERFORM
               CLOSE NET-DIRECTORY-FILE
           END-IF.

       SCAN-LIVE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
           MOVE WS-REC-MSG-ID TO WS-PRI-PREV-ID.

       FIND-NET-SLOT.
      * Directory nets already hold a slot; a net archived under
      * a code no longer on the directory is slotted on first
      * appearance. Past fifty nets the traffic is reported and
      * left out of the return.
           MOVE 0 TO WS-NET-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NET-COUNT
               END-IF
           END-PERFORM
           IF WS-NET-IDX = 0
               IF WS-NET-COUNT >= 50
                   DISPLAY "  WARNING: more than fifty nets in the "
                       "month - net " WS-REC-NET " not counted"
               ELSE
                   ADD 1 TO WS-NET-COUNT
                   UNTIL WS-NET-IDX > WS-NET-COUNT
                   PERFORM WRITE-ONE-NET-SECTION
               END-PERFORM
               IF WS-MONTH-PARTS = 0
                   MOVE "No traffic archived for the month" TO
                       STAT-REPORT-RECORD
                   WRITE STAT-REPORT-RECORD
           END-IF.

       WRITE-ONE-NET-SECTION.
      * A directory net with nothing archived for the month is
      * left off the return.
           MOVE 0 TO WS-NET-PARTS
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > 31
               ADD WS-SD-PARTS(WS-NET-IDX, WS-D) TO WS-NET-PARTS
           END-PERFORM
           IF WS-NET-PARTS > 0
               PERFORM WRITE-NET-TRAFFIC
           END-IF.

       WRITE-NET-TRAFFIC.
           MOVE SPACES TO STAT-REPORT-RECORD
           STRING "Net " WS-SN-ID(WS-NET-IDX) ":"
               DELIMITED BY SIZE INTO STAT-REPORT-RECORD
