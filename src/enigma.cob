       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The day's traffic as released by the pre-batch edit - only
      * records MSGEDIT passed to MSGCLEAN.DAT are ever enciphered;
      * its rejects in MSGREJ.DAT stay with the clerk.
           SELECT CLEAN-MESSAGE-FILE ASSIGN TO "MSGCLEAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.

      * The same traffic sorted once at the start of the batch into
      * processing order - precedence class (KR, RT, DF), net,
      * message id, part - and kept on disk as MSGSORT.DAT. The
      * encipherment and the verification pass each read it once
      * from top to bottom, and the checkpoint names a position in
      * it, so a restart works from the very file the abended run
      * was working from.
           SELECT SORT-WORK-FILE ASSIGN TO "MSGSORT.WRK".

           SELECT MESSAGE-FILE ASSIGN TO "MSGSORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-FILE-STATUS.

      * read end to end. Written under unreleased staging names:
      * nothing reaches the radio room until the release gate
      * (RELGATE) has shown the run's control totals to an
      * operator and a supervisor and cut the transmitted copies
      * under dual sign-off. Each net's staging and transmitted
      * names come off the net directory, so one file serves
      * whichever net's output is being written or read at the
      * time, under the name set up for it.
           SELECT CIPHER-STAGE-FILE ASSIGN USING WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIPHER-FILE-STATUS.

      * The transmitted names themselves, opened here only to be
      * truncated at the start of the batch - the single-file
      * batch always cut its output name fresh each run, and that
      * invariant keeps a prior day's released traffic from
      * sitting transmittable under a net's transmitted name on a
      * day the gate has nothing new to cut for that net.
           SELECT RELEASED-NET-FILE ASSIGN USING WS-RELEASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

      * Net directory maintained by NETMAINT: every net this
      * station serves, with its Kenngruppen, machine, and
      * staging and transmitted file names. A key sheet for a net
      * not in service on the run date is refused.
           SELECT NET-DIRECTORY-FILE ASSIGN TO "NETDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.

           SELECT KEY-SHEET-FILE ASSIGN TO "KEYSHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

      * Cipher engine certification. The known-answer vectors in
      * CERTVEC.DAT - every rotor I-V in every position, reflectors
      * A/B/C, both thin reflectors with Beta and Gamma, ring
      * settings, plug pairs and double-step positions - are run
      * through this program's engine before any live traffic,
      * each vector set up through APPLY-KEY-SHEET exactly as a
      * day's sheet is. RECEIVE carries its own copy of the engine
      * and runs the same file. Each program leaves the ciphertext
      * its engine produced in its own exchange file and deciphers
      * the other's, so the two copies are proved against each
      * other and not only against the file. The findings go to
      * the certification report CERTENIG.RPT.
           SELECT CERT-VECTOR-FILE ASSIGN TO "CERTVEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-VEC-STATUS.

           SELECT CERT-REPORT-FILE ASSIGN TO "CERTENIG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RPT-STATUS.

           SELECT CERT-OWN-FILE ASSIGN TO "CERTENIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-OWN-STATUS.

           SELECT CERT-OTHER-FILE ASSIGN TO "CERTRECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-OTHER-STATUS.

      * Permanent transmission-of-record archive: every header/
      * ciphertext pair keyed by run date, message id and part, so
      * a repeat request weeks later is answered from the archive

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-MESSAGE-FILE.
       01  CLEAN-MESSAGE-RECORD.
           05 CLN-ID             PIC 9(6).
           05 CLN-NET            PIC X(3).
           05 CLN-PART           PIC X(2).
           05 CLN-TOTAL          PIC X(2).
           05 CLN-PRI            PIC X(2).
           05 CLN-TEXT           PIC X(100).

      * Sort record: the processing-order key ahead of the message
      * as MSGEDIT passed it. The net is the one the message will
      * actually be routed to (a blank net sorts with the first
      * net on the sheet, where it is sent), and the part is the
      * normalized part number, so blank and "01" sort together.
      * The three draw terms carry the message's key draw relative
      * to wherever its precedence class's draws begin (see
      * DRAW-ONE-MESSAGE-KEY).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-KEY-PREFIX.
              10 SRT-PRI-RANK    PIC 9(1).
              10 SRT-NET         PIC X(3).
              10 SRT-PART        PIC 9(2).
           05 SRT-MESSAGE.
              10 SRT-MSG-ID      PIC 9(6).
              10 FILLER          PIC X(109).
           05 SRT-DRAW-MULT      PIC 9(5).
           05 SRT-DRAW-STEP      PIC 9(5).
           05 SRT-DRAW-ADD       PIC 9(5).

       FD  MESSAGE-FILE.
       01  MESSAGE-RECORD.
           05 MSG-SORT-PREFIX.
              10 MSG-PRI-RANK    PIC 9(1).
              10 MSG-SORT-NET    PIC X(3).
              10 MSG-SORT-PART   PIC 9(2).
           05 MSG-ID             PIC 9(6).
      * Network/addressee the message goes out under - matched
      * against the net tag on the day's key-sheet records. A
           05 MSG-PART           PIC X(2).
           05 MSG-TOTAL          PIC X(2).
      * Precedence class: KR urgent, RT routine, DF deferred. The
      * sort puts every urgent record ahead of the routine and
      * deferred ones, so an urgent signal keyed last still leads
      * its net's output. Blanks mean an ordinary routine message,
      * so old files keep working once converted to the widened
      * layout.
           05 MSG-PRI            PIC X(2).
           05 MSG-TEXT            PIC X(100).
      * The message key's seed, drawn while the traffic was sorted.
           05 MSG-KEY-SEED       PIC 9(5).
      * The whole sort key - prefix and message id - as one field,
      * for the checkpoint's record of the last committed message.
       01  MESSAGE-KEY-RECORD.
           05 MSG-SORT-KEY       PIC X(12).
           05 FILLER             PIC X(114).
      * The message as MSGEDIT passed it, for the sort to fill.
       01  MESSAGE-IMAGE-RECORD.
           05 MSG-IMAGE-PREFIX   PIC X(6).
           05 MSG-IMAGE          PIC X(115).
           05 FILLER             PIC X(5).

      * Wide enough for a fully-grouped worst-case message (every
      * character of a 100-character MSG-TEXT spelled out as a
      * six-letter digit word, plus one group space every five
      * letters).
       FD  CIPHER-STAGE-FILE.
       01  CIPHER-STAGE-RECORD   PIC X(750).

       FD  RELEASED-NET-FILE.
       01  RELEASED-NET-RECORD   PIC X(750).

      * Same layout NETMAINT keeps; the machine and dummy minimum
      * are KEYLIB's and DUMMYGEN's business.
       FD  NET-DIRECTORY-FILE.
       01  NET-DIRECTORY-RECORD.
           05 ND-CODE            PIC X(3).
           05 ND-KENN            PIC X(3).
           05 ND-MACHINE         PIC X(1).
           05 ND-MIN-DUMMY       PIC X(3).
           05 ND-STAGE-NAME      PIC X(20).
           05 ND-RELEASE-NAME    PIC X(20).
           05 ND-STATUS          PIC X(1).
           05 ND-ADDED-DATE      PIC X(8).
           05 ND-CHANGED-DATE    PIC X(8).
           05 ND-RETIRED-DATE    PIC X(8).

       FD  KEY-SHEET-FILE.
       01  KEYSHEET-RECORD.
      * Multi-network fields: which net this sheet belongs to (one
      * record per net per day) and the net's Kenngruppen letters,
      * sent in every message header so the receiving station knows
      * which key applies. The net must be one the net directory
      * has in service on the run date.
           05 KS-NET             PIC X(3).
           05 KS-KENN            PIC X(3).
      * Date the sheet was cut for, stamped by KEYLIB at release.
           05 CKPT-LEFT-OFF       PIC 9(2).
           05 CKPT-MID-OFF        PIC 9(2).
           05 CKPT-RIGHT-OFF      PIC 9(2).
           05 CKPT-LAST-KEY       PIC X(12).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD        PIC X(100).

       FD  CERT-VECTOR-FILE.
       01  CERT-VECTOR-RECORD.
           05 CV-ID              PIC X(3).
           05 FILLER             PIC X(1).
      * The machine setting, laid out as the key sheet's columns
      * from the rotor order through the Greek rotor's start.
           05 CV-SHEET           PIC X(47).
           05 FILLER             PIC X(1).
           05 CV-PLAIN           PIC X(60).
           05 FILLER             PIC X(1).
           05 CV-CIPHER          PIC X(60).
           05 FILLER             PIC X(1).
           05 CV-NOTE            PIC X(30).

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-RECORD    PIC X(100).

      * Exchange files: vector id, the date the engine ran it, and
      * the ciphertext it produced from the vector's plaintext.
       FD  CERT-OWN-FILE.
       01  CERT-OWN-RECORD.
           05 CO-ID              PIC X(3).
           05 CO-DATE            PIC 9(8).
           05 CO-CIPHER          PIC X(60).

       FD  CERT-OTHER-FILE.
       01  CERT-OTHER-RECORD.
           05 CX-ID              PIC X(3).
           05 CX-DATE            PIC X(8).
           05 CX-CIPHER          PIC X(60).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARC-KEY.
       01 FWD-BETA    PIC X(26) VALUE "LEYJVCNIXWPBQMDRTAKZGFUHOS".
       01 FWD-GAMMA   PIC X(26) VALUE "FSOKANUERHMBTIYCWLQPZXVGJD".
       01 BWD-BETA    PIC X(26) VALUE "RLFOBVUXHDSANGYKMPZQWEJICT".
       01 BWD-GAMMA   PIC X(26) VALUE "ELPZHAXJNYDRKFCTSIBMGWQVOU".
       01 REFL-B-THIN PIC X(26) VALUE "ENKQAUYWJICOPBLMDXZVFTHRGS".
       01 REFL-C-THIN PIC X(26) VALUE "RDOBJNTKVEHMLFCWZAXGYIPSUQ".

       01 WS-OUT     PIC 9(2).
       01 WS-TEMP    PIC S9(4).
       01 WS-CHAR    PIC X(1).
       01 WS-I       PIC 9(3).
       01 WS-INCHAR  PIC X(1).
       01 WS-INNUM   PIC 9(2).

       01 ALL-PASS    PIC 9(1) VALUE 1.

       01 WS-CLEAN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF-CLEAN          PIC X(1) VALUE "N".
       01 WS-MSG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-CIPHER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-KEY-FILE-STATUS    PIC X(2) VALUE "00".
      * written to SUMMARY.OUT instead of scrolling away on the
      * console, and the RETURN-CODE tells the scheduler whether
      * downstream transmission may proceed: 0 clean, 4 batch
      * skipped, 8 reconciliation failure or a staging file that
      * failed mid-batch, 12 engine certification
      * failure (the daily batch was not run), 16 key-sheet
      * interlock (no clean sheet dated for the run - the
      * scheduler must hold all downstream transmission).
       01 WS-SUMM-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-TEST-FAIL-COUNT    PIC 9(3) VALUE 0.
       01 WS-SUBST-TOTAL        PIC 9(6) VALUE 0.
       01 WS-KEYPRESS-TOTAL     PIC 9(6) VALUE 0.
       01 WS-TURNOVER-TOTAL     PIC 9(6) VALUE 0.
      * interlock up neither the daily batch nor the verification
      * pass runs - transmitting a whole day's traffic on defaults
      * or on yesterday's setting is the one failure every listener
      * is waiting for. The certification vectors carry their own
      * settings and never need the sheet.
       01 WS-KEY-INTERLOCK      PIC X(1) VALUE "N".

      * Engine certification bookkeeping. A vector fails when its
      * plaintext does not encipher to the known answer, when the
      * known answer does not decipher back to the plaintext, or
      * when RECEIVE's ciphertext for it does not decipher to the
      * plaintext here. A missing or empty vector file certifies
      * nothing. Any failure keeps the daily batch off the air.
       01 WS-CERT-VEC-STATUS    PIC X(2) VALUE "00".
       01 WS-CERT-RPT-STATUS    PIC X(2) VALUE "00".
       01 WS-CERT-OWN-STATUS    PIC X(2) VALUE "00".
       01 WS-CERT-OTHER-STATUS  PIC X(2) VALUE "00".
       01 WS-CERT-EOF           PIC X(1).
       01 WS-CERT-RPT-ON        PIC X(1) VALUE "N".
       01 WS-CERT-OWN-ON        PIC X(1) VALUE "N".
       01 WS-CERT-COUNT         PIC 9(3) VALUE 0.
       01 WS-CERT-XCHK-COUNT    PIC 9(3) VALUE 0.
       01 WS-CERT-POS           PIC 9(3).
       01 WS-CERT-LEN           PIC 9(3).
       01 WS-CERT-TEXT          PIC X(60).
       01 WS-CERT-RESULT        PIC X(60).
       01 WS-CERT-OWN-CIPHER    PIC X(60).
       01 WS-CERT-ENC-FLAG      PIC X(4).
       01 WS-CERT-DEC-FLAG      PIC X(4).
       01 WS-CERT-XCHK-FLAG     PIC X(4).
       01 WS-CERT-OTHER-COUNT   PIC 9(3) VALUE 0.
       01 WS-CERT-OTHER-DATE    PIC X(8) VALUE SPACES.
       01 WS-CERT-OTHER-TABLE.
           05 WS-CERT-OTHER-ENTRY OCCURS 200 TIMES.
              10 WS-CERT-OTHER-ID     PIC X(3).
              10 WS-CERT-OTHER-CIPHER PIC X(60).
       01 WS-CERT-OTHER-IDX     PIC 9(3).
       01 WS-CO                 PIC 9(3).

      * Per-letter rotor-offset audit trail, written out of PRESS-KEY
      * so a day's ciphertext can be checked letter-by-letter against
      * the key sheet after the fact.
       01 WS-AUDIT-MSG-ID       PIC 9(6) VALUE 0.
      * T/B/I/V tags which phase a logged keypress belongs to
      * (certification, daily batch text, indicator encipherment,
      * verification replay) - the phases share the same small id
      * space, so the tag is what makes AUDIT.OUT/TURNOVER.OUT
      * unambiguous to filter on.
      * verification pass can reset the machine to the same starting
      * state after the batch has stepped the rotors forward. The
      * VALUE clauses mirror the standard I-II-III AAA no-plug
      * setting of the first certification vector; live traffic
      * never runs on them - the run-date interlock sees to that.
       01 WS-DAY-ROTOR-LEFT     PIC 9(1) VALUE 1.
       01 WS-DAY-ROTOR-MID      PIC 9(1) VALUE 2.
       01 WS-DAY-ROTOR-RIGHT    PIC 9(1) VALUE 3.

      * Multi-network operation: the whole day's key sheet is read
      * up front, one record per net, and the machine is set up
      * from the matching entry for every message. The nets served
      * are whatever the net directory lists, up to fifty; a sheet
      * beyond that is reported and ignored.
       01 WS-REL-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-STAGE-FILE-NAME    PIC X(20) VALUE SPACES.
       01 WS-RELEASE-FILE-NAME  PIC X(20) VALUE SPACES.
      * Net whose staging file is open just now, 0 for none - the
      * sorted traffic runs net by net within each precedence
      * class, so the file only changes hands a few times a run.
       01 WS-STAGE-OPEN-IDX     PIC 9(2) VALUE 0.
       01 WS-STAGE-OPEN-OK      PIC X(1) VALUE "Y".
      * Set when a net's staging file cannot be extended or written
      * mid-batch: the message is not counted, archived or
      * checkpointed and the batch stops there, so a restart sends
      * it again.
       01 WS-STAGE-WRITE-OK     PIC X(1) VALUE "Y".
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-IDX            PIC 9(2) VALUE 0.
       01 WS-ROUTE-IDX          PIC 9(2) VALUE 0.
       01 WS-MSG-NET-IDX        PIC 9(2) VALUE 0.
       01 WS-SHEET-REFUSED-COUNT PIC 9(2) VALUE 0.

      * The net directory as loaded for the run. A net is in
      * service until its retirement date; a retired net's
      * transmitted name is still truncated each run, so nothing
      * of its old traffic lies about transmittable.
       01 WS-DIR-LOADED         PIC X(1) VALUE "N".
       01 WS-DIR-EOF            PIC X(1) VALUE "N".
       01 WS-DIR-COUNT          PIC 9(2) VALUE 0.
       01 WS-DIR-IDX            PIC 9(2) VALUE 0.
       01 WS-DIR-FOUND-IDX      PIC 9(2) VALUE 0.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 50 TIMES.
              10 WS-DIR-CODE        PIC X(3).
              10 WS-DIR-STAGE       PIC X(20).
              10 WS-DIR-RELEASE     PIC X(20).
              10 WS-DIR-IN-SERVICE  PIC X(1).
              10 WS-DIR-RETIRED     PIC X(8).
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 50 TIMES.
              10 WS-NET-ID           PIC X(3).
              10 WS-NET-KENN         PIC X(3).
              10 WS-NET-STAGE        PIC X(20).
              10 WS-NET-ROTOR-LEFT   PIC 9(1).
              10 WS-NET-ROTOR-MID    PIC 9(1).
              10 WS-NET-ROTOR-RIGHT  PIC 9(1).
              10 WS-NET-RING-GREEK   PIC X(2).
              10 WS-NET-START-GREEK  PIC X(2).
       01 WS-NET-MSG-TOTALS.
           05 WS-NET-SENT-COUNT   PIC 9(5) OCCURS 50 TIMES.
       01 WS-NET-VERIFY-TOTALS.
           05 WS-NET-VERIFY-COUNT PIC 9(5) OCCURS 50 TIMES.
       01 WS-NET-FAIL-TOTALS.
           05 WS-NET-FAIL-COUNT   PIC 9(5) OCCURS 50 TIMES.
      * Dummy traffic (text opening with the BLINDBLIND marker,
      * written by the pre-batch generator) is enciphered and
      * transmitted like any other message but counted separately,
      * so the day's totals still reconcile against the far end's
      * delivered-plus-discarded count.
       01 WS-NET-FILLER-TOTALS.
           05 WS-NET-FILLER-COUNT PIC 9(5) OCCURS 50 TIMES.
       01 WS-UNROUTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CIPHER-LINE        PIC X(750).
       01 WS-NET-EOF            PIC X(1).
       01 WS-STARTING-CHECKPOINT PIC 9(6) VALUE 0.
       01 WS-PROCESSED-COUNT    PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(6) VALUE 0.
      * The checkpoint count is a position in MSGSORT.DAT; the key of
      * the record at that position is saved beside it, and a
      * restart will not resume unless the record it skips to still
      * carries that key.
       01 WS-CKPT-LAST-KEY      PIC X(12) VALUE SPACES.
       01 WS-RESTART-KEY        PIC X(12) VALUE SPACES.
       01 WS-RESTART-POS-OK     PIC X(1) VALUE "Y".
       01 WS-SORTED-READY       PIC X(1) VALUE "N".
       01 WS-EOF-SORT           PIC X(1) VALUE "N".
       01 WS-SORT-ROUTED        PIC X(1) VALUE "N".
       01 WS-SORT-CLASS         PIC 9(1) VALUE 0.

      * Message-key draws. Each draw takes the running seed to
      * seed * 73 + id * 37 + position * 11 + 17 (mod 26 cubed),
      * position counting every message of the day before it in
      * precedence order. The draws are made in precedence-class
      * order, each class in the order MSGEDIT passed it - not in
      * the net-by-net order of the sorted file - so a day's keys do
      * not depend on how its nets happen to interleave. Within a
      * class the sort input keeps the chain as multiplier, step and
      * addend on the class's starting seed and position; once every
      * class has been counted those starting points are known and
      * each record's own seed is fixed as it is written out.
       01 WS-CLASS-DRAW-TABLE.
           05 WS-CLASS-DRAW OCCURS 3 TIMES.
              10 WS-CLASS-MULT      PIC 9(5).
              10 WS-CLASS-STEP      PIC 9(5).
              10 WS-CLASS-ADD       PIC 9(5).
              10 WS-CLASS-COUNT     PIC 9(6).
              10 WS-CLASS-START     PIC 9(5).
              10 WS-CLASS-BASE      PIC 9(6).

      * Precedence order: urgent (KR) first, then routine, then
      * deferred, so urgent traffic reaches the cipher outputs ahead
      * of everything else without the operators hand-sorting the
      * message file. The sort ranks the classes 1, 2, 3; within a
      * class and net the id-and-part order MSGEDIT enforces is the
      * order the traffic goes out in.
       01 WS-MSG-PRI-NORM       PIC X(2) VALUE "RT".
       01 WS-VERIFY-PRI         PIC X(2).

      * Verification walks every net's cipher file side by side with
      * the one pass over MSGSORT.DAT. Only one net's file is open
      * at a time; each net keeps count of the records already
      * taken off its file, so going back to it picks up where it
      * left off.
       01 WS-VERIFY-NET-TABLE.
           05 WS-VERIFY-NET-ENTRY OCCURS 50 TIMES.
              10 WS-VERIFY-NET-OPEN PIC X(1).
              10 WS-VERIFY-NET-EOF  PIC X(1).
              10 WS-VERIFY-NET-READ PIC 9(6).
       01 WS-VERIFY-SKIP        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "======================================"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-AUDIT-AND-TURNOVER-FILES
           PERFORM RUN-CERTIFICATION
      * An engine that has not proved itself against every vector
      * never touches live traffic.
           IF ALL-PASS = 0
               DISPLAY "  ENGINE NOT CERTIFIED: " WS-TEST-FAIL-COUNT
                   " failure(s) - daily batch not run"
           ELSE
               PERFORM RUN-DAILY-BATCH
      * With the key-sheet interlock up there is no output of this
      * run's to replay - verifying yesterday's leftover cipher
      * files against today's message file would only manufacture
      * failures on top of the real fault.
               IF WS-KEY-INTERLOCK = "N"
                   AND WS-STAGE-WRITE-OK = "Y"
                   PERFORM RUN-VERIFICATION-PASS
               END-IF
           END-IF
           PERFORM WRITE-DAILY-SUMMARY
           CLOSE AUDIT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.

       RUN-CERTIFICATION.
      * Every vector in the file, before any live traffic. The
      * other engine's exchange file is read first, so its
      * ciphertext can be deciphered here vector by vector; this
      * engine's own answers are written fresh for RECEIVE.
           DISPLAY "Engine Certification"
           DISPLAY "===================="
           MOVE "T" TO WS-AUDIT-PHASE
           MOVE 1 TO ALL-PASS
           MOVE 0 TO WS-TEST-FAIL-COUNT
           MOVE 0 TO WS-CERT-COUNT
           MOVE 0 TO WS-CERT-XCHK-COUNT
           PERFORM LOAD-OTHER-ENGINE-OUTPUT
           PERFORM OPEN-CERTIFICATION-OUTPUTS
           OPEN INPUT CERT-VECTOR-FILE
           IF WS-CERT-VEC-STATUS NOT = "00"
               DISPLAY "  No test-vector file (CERTVEC.DAT) - engine "
                   "cannot be certified"
           ELSE
               MOVE "N" TO WS-CERT-EOF
               PERFORM UNTIL WS-CERT-EOF = "Y"
                   READ CERT-VECTOR-FILE
                       AT END
                           MOVE "Y" TO WS-CERT-EOF
                       NOT AT END
                           PERFORM CERTIFY-ONE-VECTOR
                   END-READ
               END-PERFORM
               CLOSE CERT-VECTOR-FILE
           END-IF
           IF WS-CERT-COUNT = 0
               MOVE 0 TO ALL-PASS
               ADD 1 TO WS-TEST-FAIL-COUNT
           END-IF
           PERFORM CLOSE-CERTIFICATION-OUTPUTS
           IF ALL-PASS = 1
               DISPLAY "  ALL " WS-CERT-COUNT " VECTORS PASSED, "
                   WS-CERT-XCHK-COUNT " CROSS-CHECKED"
           ELSE
               DISPLAY "  CERTIFICATION FAILED - " WS-TEST-FAIL-COUNT
                   " failure(s), see CERTENIG.RPT"
           END-IF.

       LOAD-OTHER-ENGINE-OUTPUT.
      * No exchange file yet (RECEIVE has never run here) is not a
      * failure - the cross-check is reported as not run.
           MOVE 0 TO WS-CERT-OTHER-COUNT
           MOVE SPACES TO WS-CERT-OTHER-DATE
           OPEN INPUT CERT-OTHER-FILE
           IF WS-CERT-OTHER-STATUS = "00"
               MOVE "N" TO WS-CERT-EOF
               PERFORM UNTIL WS-CERT-EOF = "Y"
                   READ CERT-OTHER-FILE
                       AT END
                           MOVE "Y" TO WS-CERT-EOF
                       NOT AT END
                           PERFORM STORE-ONE-OTHER-ANSWER
                   END-READ
               END-PERFORM
               CLOSE CERT-OTHER-FILE
           END-IF.

       STORE-ONE-OTHER-ANSWER.
           IF WS-CERT-OTHER-COUNT >= 200
               DISPLAY "  WARNING: more than 200 vectors in "
                   "CERTRECV.DAT - vector " CX-ID " not cross-checked"
           ELSE
               ADD 1 TO WS-CERT-OTHER-COUNT
               MOVE CX-ID TO WS-CERT-OTHER-ID(WS-CERT-OTHER-COUNT)
               MOVE CX-CIPHER TO
                   WS-CERT-OTHER-CIPHER(WS-CERT-OTHER-COUNT)
               MOVE CX-DATE TO WS-CERT-OTHER-DATE
           END-IF.

       OPEN-CERTIFICATION-OUTPUTS.
           MOVE "N" TO WS-CERT-RPT-ON
           MOVE "N" TO WS-CERT-OWN-ON
           OPEN OUTPUT CERT-OWN-FILE
           IF WS-CERT-OWN-STATUS = "00"
               MOVE "Y" TO WS-CERT-OWN-ON
           ELSE
               DISPLAY "  WARNING: could not open CERTENIG.DAT - "
                   "RECEIVE will have nothing to cross-check"
           END-IF
           OPEN OUTPUT CERT-REPORT-FILE
           IF WS-CERT-RPT-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open CERTENIG.RPT - "
                   "certification report not written"
           ELSE
               MOVE "Y" TO WS-CERT-RPT-ON
               MOVE "Cipher Engine Certification - ENIGMA" TO
                   CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               MOVE "====================================" TO
                   CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               MOVE SPACES TO CERT-REPORT-RECORD
               STRING "Run date: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD
               END-STRING
               WRITE CERT-REPORT-RECORD
               MOVE SPACES TO CERT-REPORT-RECORD
               IF WS-CERT-OTHER-COUNT > 0
                   STRING "Cross-check against the RECEIVE engine's "
                       "ciphertext of " WS-CERT-OTHER-DATE
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "No RECEIVE engine output (CERTRECV.DAT) "
                       "on hand - cross-check not run"
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE CERT-REPORT-RECORD
               MOVE SPACES TO CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               STRING "Vec Setting (key-sheet columns)            "
                   "          Enc  Dec  Xchk Vector"
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD
               END-STRING
               WRITE CERT-REPORT-RECORD
           END-IF.

       CERTIFY-ONE-VECTOR.
           ADD 1 TO WS-CERT-COUNT
           MOVE WS-CERT-COUNT TO WS-AUDIT-MSG-ID
      * Encipher: the plaintext must come out as the known answer.
           MOVE CV-PLAIN TO WS-CERT-TEXT
           PERFORM RUN-CERT-TEXT
           MOVE WS-CERT-RESULT TO WS-CERT-OWN-CIPHER
           IF WS-CERT-RESULT = CV-CIPHER
               MOVE "PASS" TO WS-CERT-ENC-FLAG
           ELSE
               MOVE "FAIL" TO WS-CERT-ENC-FLAG
           END-IF
      * Decipher: the known answer must come back as the plaintext.
           MOVE CV-CIPHER TO WS-CERT-TEXT
           PERFORM RUN-CERT-TEXT
           IF WS-CERT-RESULT = CV-PLAIN
               MOVE "PASS" TO WS-CERT-DEC-FLAG
           ELSE
               MOVE "FAIL" TO WS-CERT-DEC-FLAG
           END-IF
      * Cross-check: RECEIVE's ciphertext for the same vector,
      * deciphered on this engine, must give the plaintext.
           MOVE "----" TO WS-CERT-XCHK-FLAG
           MOVE 0 TO WS-CERT-OTHER-IDX
           PERFORM VARYING WS-CO FROM 1 BY 1
               UNTIL WS-CO > WS-CERT-OTHER-COUNT
               IF WS-CERT-OTHER-ID(WS-CO) = CV-ID
                   MOVE WS-CO TO WS-CERT-OTHER-IDX
               END-IF
           END-PERFORM
           IF WS-CERT-OTHER-IDX > 0
               ADD 1 TO WS-CERT-XCHK-COUNT
               MOVE WS-CERT-OTHER-CIPHER(WS-CERT-OTHER-IDX) TO
                   WS-CERT-TEXT
               PERFORM RUN-CERT-TEXT
               IF WS-CERT-RESULT = CV-PLAIN
                   MOVE "PASS" TO WS-CERT-XCHK-FLAG
               ELSE
                   MOVE "FAIL" TO WS-CERT-XCHK-FLAG
               END-IF
           END-IF
           IF WS-CERT-ENC-FLAG = "FAIL" OR WS-CERT-DEC-FLAG = "FAIL"
               OR WS-CERT-XCHK-FLAG = "FAIL"
               MOVE 0 TO ALL-PASS
               ADD 1 TO WS-TEST-FAIL-COUNT
               DISPLAY "  Vector " CV-ID " " FUNCTION TRIM(CV-NOTE)
                   ": enc " WS-CERT-ENC-FLAG " dec " WS-CERT-DEC-FLAG
                   " xchk " WS-CERT-XCHK-FLAG " [FAIL]"
           END-IF
           IF WS-CERT-RPT-ON = "Y"
               MOVE SPACES TO CERT-REPORT-RECORD
               STRING CV-ID " " CV-SHEET "  " WS-CERT-ENC-FLAG " "
                   WS-CERT-DEC-FLAG " " WS-CERT-XCHK-FLAG " "
                   CV-NOTE
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD
               END-STRING
               WRITE CERT-REPORT-RECORD
               IF WS-CERT-ENC-FLAG = "FAIL"
                   MOVE SPACES TO CERT-REPORT-RECORD
                   STRING "    expected " CV-CIPHER
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   END-STRING
                   WRITE CERT-REPORT-RECORD
                   MOVE SPACES TO CERT-REPORT-RECORD
                   STRING "    produced " WS-CERT-OWN-CIPHER
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   END-STRING
                   WRITE CERT-REPORT-RECORD
               END-IF
           END-IF
           IF WS-CERT-OWN-ON = "Y"
               MOVE CV-ID TO CO-ID
               MOVE WS-RUN-DATE TO CO-DATE
               MOVE WS-CERT-OWN-CIPHER TO CO-CIPHER
               WRITE CERT-OWN-RECORD
           END-IF.

       RUN-CERT-TEXT.
      * Sets the machine from the vector's columns through the same
      * APPLY-KEY-SHEET a live day uses, then keys the text letter
      * by letter - no operator substitution, the vectors are A-Z.
           MOVE SPACES TO KEYSHEET-RECORD
           MOVE CV-SHEET TO KEYSHEET-RECORD(1:47)
           PERFORM APPLY-KEY-SHEET
           MOVE SPACES TO WS-CERT-RESULT
           MOVE 0 TO WS-AUDIT-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CERT-TEXT TRAILING))
               TO WS-CERT-LEN
           PERFORM VARYING WS-CERT-POS FROM 1 BY 1
               UNTIL WS-CERT-POS > WS-CERT-LEN
               MOVE WS-CERT-TEXT(WS-CERT-POS:1) TO WS-INCHAR
               IF WS-INCHAR >= "A" AND WS-INCHAR <= "Z"
                   PERFORM PRESS-KEY
               END-IF
               MOVE WS-INCHAR TO WS-CERT-RESULT(WS-CERT-POS:1)
           END-PERFORM.

       CLOSE-CERTIFICATION-OUTPUTS.
           IF WS-CERT-OWN-ON = "Y"
               CLOSE CERT-OWN-FILE
               MOVE "N" TO WS-CERT-OWN-ON
           END-IF
           IF WS-CERT-RPT-ON = "Y"
               MOVE SPACES TO CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               MOVE SPACES TO CERT-REPORT-RECORD
               STRING "Vectors run: " WS-CERT-COUNT
                   "   cross-checked: " WS-CERT-XCHK-COUNT
                   "   failures: " WS-TEST-FAIL-COUNT
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD
               END-STRING
               WRITE CERT-REPORT-RECORD
               IF ALL-PASS = 1
                   MOVE "ENGINE CERTIFIED - live traffic may run" TO
                       CERT-REPORT-RECORD
               ELSE
                   MOVE "ENGINE NOT CERTIFIED - daily batch not run"
                       TO CERT-REPORT-RECORD
               END-IF
               WRITE CERT-REPORT-RECORD
               CLOSE CERT-REPORT-FILE
               MOVE "N" TO WS-CERT-RPT-ON
           END-IF.

       INIT-PLUG-IDENTITY.
           PERFORM VARYING WS-I FROM 1 BY 1
           END-STRING
           WRITE AUDIT-OUT-RECORD.

       ENCRYPT-TEXT.
      * General-purpose plaintext -> ciphertext pass used by the
      * daily batch run. WS-MSG-PLAIN
      * is first run through the operator-substitution convention
      * (spelled-out digits, X for space/punctuation) so every
      * character is on the machine's A-Z keyboard before PRESS-KEY
      * scheduler can hold transmission. The silent fall-back to
      * default settings is gone - it once sent a whole day's
      * traffic on I-II-III AAA with no plugboard.
      * The sheets are only taken for nets the net directory has
      * in service on the run date, so the directory is loaded
      * first; with no directory there is no net to send for.
           MOVE "N" TO WS-KEY-LOADED
           MOVE 0 TO WS-NET-COUNT
           MOVE 0 TO WS-SHEET-REFUSED-COUNT
           PERFORM LOAD-NET-DIRECTORY
           OPEN INPUT KEY-SHEET-FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "  No key sheet found - run KEYLIB for "
               END-PERFORM
               CLOSE KEY-SHEET-FILE
               IF WS-NET-COUNT = 0
                   IF WS-SHEET-REFUSED-COUNT > 0
                       DISPLAY "  No sheet on KEYSHEET.DAT is for a "
                           "net in service - run KEYLIB for "
                           WS-RUN-DATE
                   ELSE
                       DISPLAY "  Key sheet is empty - run KEYLIB "
                           "for " WS-RUN-DATE
                   END-IF
                   MOVE "Y" TO WS-KEY-INTERLOCK
               ELSE
                   IF WS-KEY-INTERLOCK = "N"
               PERFORM STORE-DATED-KEY-SHEET
           END-IF.

       LOAD-NET-DIRECTORY.
           MOVE "N" TO WS-DIR-LOADED
           MOVE 0 TO WS-DIR-COUNT
           OPEN INPUT NET-DIRECTORY-FILE
           IF WS-DIR-FILE-STATUS NOT = "00"
               DISPLAY "  No net directory found (NETDIR.DAT) - no "
                   "net can be sent for"
           ELSE
               MOVE "Y" TO WS-DIR-LOADED
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
      * A retirement booked ahead leaves the net in service until
      * its date comes round.
           IF WS-DIR-COUNT >= 50
               DISPLAY "  WARNING: more than 50 nets on the net "
                   "directory - extra record ignored"
           ELSE
               ADD 1 TO WS-DIR-COUNT
               MOVE ND-CODE TO WS-DIR-CODE(WS-DIR-COUNT)
               MOVE ND-STAGE-NAME TO WS-DIR-STAGE(WS-DIR-COUNT)
               MOVE ND-RELEASE-NAME TO WS-DIR-RELEASE(WS-DIR-COUNT)
               MOVE ND-RETIRED-DATE TO WS-DIR-RETIRED(WS-DIR-COUNT)
               MOVE "Y" TO WS-DIR-IN-SERVICE(WS-DIR-COUNT)
               IF ND-STATUS = "R"
                   IF ND-RETIRED-DATE IS NOT NUMERIC
                       MOVE "N" TO WS-DIR-IN-SERVICE(WS-DIR-COUNT)
                   ELSE
                       IF FUNCTION NUMVAL(ND-RETIRED-DATE)
                           <= WS-RUN-DATE
                           MOVE "N" TO
                               WS-DIR-IN-SERVICE(WS-DIR-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-DATED-KEY-SHEET.
      * A sheet for a net the directory does not list, or has
      * retired, is refused outright rather than merely left off
      * the next day's sheet: its traffic is not sent, and the
      * refusal shows on the summary.
           MOVE 0 TO WS-DIR-FOUND-IDX
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-CODE(WS-DIR-IDX) = KS-NET
                   MOVE WS-DIR-IDX TO WS-DIR-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DIR-FOUND-IDX = 0
                   DISPLAY "  WARNING: key sheet net " KS-NET
                       " is not on the net directory - sheet "
                       "refused"
                   ADD 1 TO WS-SHEET-REFUSED-COUNT
               WHEN WS-DIR-IN-SERVICE(WS-DIR-FOUND-IDX) = "N"
                   DISPLAY "  WARNING: key sheet net " KS-NET
                       " was retired " WS-DIR-RETIRED(WS-DIR-FOUND-IDX)
                       " - sheet refused"
                   ADD 1 TO WS-SHEET-REFUSED-COUNT
               WHEN OTHER
                   PERFORM STORE-SERVED-KEY-SHEET
           END-EVALUATE.

       STORE-SERVED-KEY-SHEET.
           IF WS-NET-COUNT >= 50
               DISPLAY "  WARNING: more than 50 nets on the key "
                   "sheet - extra record ignored"
           ELSE
               ADD 1 TO WS-NET-COUNT
               MOVE WS-DIR-STAGE(WS-DIR-FOUND-IDX) TO
                   WS-NET-STAGE(WS-NET-COUNT)
               MOVE KS-NET TO WS-NET-ID(WS-NET-COUNT)
               MOVE KS-KENN TO WS-NET-KENN(WS-NET-COUNT)
               MOVE KS-ROTOR-LEFT TO WS-NET-ROTOR-LEFT(WS-NET-COUNT)
           END-PERFORM.

       RUN-DAILY-BATCH.
      * Real daily traffic, read from MSGCLEAN.DAT one fixed-length
      * record per message and sorted into processing order, written
      * to the staging output as a header group (indicator/rotor/
      * ring setting, message length) followed by the ciphertext in
      * 5-letter groups. Absence of a message
      * file is not an error - it just means there is no traffic to
      * run today. The batch checkpoints after every message so an
      * abend partway through a large day's traffic can be resumed
           MOVE WS-CHECKPOINT-COUNT TO WS-STARTING-CHECKPOINT
           MOVE 0 TO WS-PROCESSED-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM PREPARE-SORTED-TRAFFIC
           IF WS-SORTED-READY = "N"
               DISPLAY "  No message file found - skipping daily batch"
           ELSE
               PERFORM OPEN-CIPHER-OUTPUTS
      * A daily batch with no output archive is worse than no batch at
      * all - it would advance the checkpoint and let the
      * verification pass "succeed" against zero records - so skip
      * the run entirely rather than process messages nowhere.
               IF WS-STAGE-OPEN-OK = "N"
                   DISPLAY "  WARNING: could not open a net's cipher "
                       "output - skipping daily batch"
                   MOVE "Y" TO WS-BATCH-SKIPPED
                   PERFORM OPEN-ARCHIVE
                   DISPLAY "Daily Batch Run"
                   DISPLAY "==============="
                   PERFORM RUN-SORTED-TRAFFIC-PASS
                   PERFORM CLOSE-CIPHER-OUTPUTS
                   IF WS-ARCHIVE-ON = "Y"
                       CLOSE ARCHIVE-FILE
                   END-IF
      * A restart that could not find its place, or a batch
      * stopped by a staging file, leaves the checkpoint at the
      * last message committed for the operator.
                   IF WS-RESTART-POS-OK = "Y"
                       AND WS-STAGE-WRITE-OK = "Y"
                       PERFORM RESET-CHECKPOINT
                   END-IF
                   IF WS-RESTART-POS-OK = "N"
                       MOVE "Y" TO WS-BATCH-SKIPPED
                   END-IF
               END-IF
           END-IF.

       PREPARE-SORTED-TRAFFIC.
      * A fresh run sorts MSGCLEAN.DAT into MSGSORT.DAT. A restart
      * keeps the sorted file the abended run left behind, since
      * that is the file its checkpoint position counts into; only
      * if it has gone missing is the day's traffic sorted again.
           MOVE "N" TO WS-SORTED-READY
           IF WS-STARTING-CHECKPOINT > 0
               OPEN INPUT MESSAGE-FILE
               IF WS-MSG-FILE-STATUS = "00"
                   CLOSE MESSAGE-FILE
                   MOVE "Y" TO WS-SORTED-READY
               END-IF
           END-IF
           IF WS-SORTED-READY = "N"
               OPEN INPUT CLEAN-MESSAGE-FILE
               IF WS-CLEAN-FILE-STATUS = "00"
                   CLOSE CLEAN-MESSAGE-FILE
                   PERFORM VARYING WS-SORT-CLASS FROM 1 BY 1
                       UNTIL WS-SORT-CLASS > 3
                       MOVE 1 TO WS-CLASS-MULT(WS-SORT-CLASS)
                       MOVE 0 TO WS-CLASS-STEP(WS-SORT-CLASS)
                       MOVE 0 TO WS-CLASS-ADD(WS-SORT-CLASS)
                       MOVE 0 TO WS-CLASS-COUNT(WS-SORT-CLASS)
                   END-PERFORM
                   MOVE "Y" TO WS-SORTED-READY
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SRT-PRI-RANK SRT-NET
                           SRT-MSG-ID SRT-PART
                       INPUT PROCEDURE IS RELEASE-CLEAN-MESSAGES
                       OUTPUT PROCEDURE IS WRITE-SORTED-MESSAGES
                   IF SORT-RETURN NOT = 0
                       MOVE "N" TO WS-SORTED-READY
                   END-IF
                   IF WS-SORTED-READY = "N"
                       DISPLAY "  WARNING: sort of MSGCLEAN.DAT into "
                           "MSGSORT.DAT failed - no traffic to run"
                   END-IF
               END-IF
           END-IF.

       RELEASE-CLEAN-MESSAGES.
           MOVE "N" TO WS-EOF-CLEAN
           OPEN INPUT CLEAN-MESSAGE-FILE
           IF WS-CLEAN-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-CLEAN = "Y"
                   READ CLEAN-MESSAGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CLEAN
                       NOT AT END
                           PERFORM RELEASE-ONE-MESSAGE
                   END-READ
                   IF WS-CLEAN-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-CLEAN
                   END-IF
               END-PERFORM
               CLOSE CLEAN-MESSAGE-FILE
           END-IF.

       RELEASE-ONE-MESSAGE.
      * Builds the sort key the same way the batch will read the
      * record: blank or unknown precedence is routine, a blank net
      * goes to the first net on the sheet, blank or zero part is
      * part 1.
           MOVE CLEAN-MESSAGE-RECORD TO SRT-MESSAGE
           EVALUATE CLN-PRI
               WHEN "KR" MOVE 1 TO SRT-PRI-RANK
               WHEN "DF" MOVE 3 TO SRT-PRI-RANK
               WHEN OTHER MOVE 2 TO SRT-PRI-RANK
           END-EVALUATE
           IF CLN-NET = SPACES
               MOVE WS-NET-ID(1) TO SRT-NET
           ELSE
               MOVE CLN-NET TO SRT-NET
           END-IF
           IF CLN-PART IS NUMERIC AND CLN-PART NOT = "00"
               MOVE CLN-PART TO SRT-PART
           ELSE
               MOVE 1 TO SRT-PART
           END-IF
           MOVE "N" TO WS-SORT-ROUTED
           IF CLN-NET = SPACES
               MOVE "Y" TO WS-SORT-ROUTED
           ELSE
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-NET-COUNT
                   IF CLN-NET = WS-NET-ID(WS-ROUTE-IDX)
                       MOVE "Y" TO WS-SORT-ROUTED
                   END-IF
               END-PERFORM
           END-IF
           MOVE SRT-PRI-RANK TO WS-SORT-CLASS
           PERFORM DRAW-ONE-MESSAGE-KEY
           RELEASE SORT-WORK-RECORD.

       DRAW-ONE-MESSAGE-KEY.
      * Advances the class's chain by this message's draw and
      * records where the chain stands. A message no net will take
      * is never sent and draws no key, but it still holds its
      * place in the day's position count.
           IF WS-SORT-ROUTED = "Y"
               COMPUTE WS-CLASS-MULT(WS-SORT-CLASS) =
                   FUNCTION MOD(WS-CLASS-MULT(WS-SORT-CLASS) * 73,
                       17576)
               COMPUTE WS-CLASS-STEP(WS-SORT-CLASS) =
                   FUNCTION MOD(WS-CLASS-STEP(WS-SORT-CLASS) * 73
                       + 11, 17576)
               COMPUTE WS-CLASS-ADD(WS-SORT-CLASS) =
                   FUNCTION MOD(WS-CLASS-ADD(WS-SORT-CLASS) * 73
                       + CLN-ID * 37
                       + WS-CLASS-COUNT(WS-SORT-CLASS) * 11 + 17,
                       17576)
           END-IF
           MOVE WS-CLASS-MULT(WS-SORT-CLASS) TO SRT-DRAW-MULT
           MOVE WS-CLASS-STEP(WS-SORT-CLASS) TO SRT-DRAW-STEP
           MOVE WS-CLASS-ADD(WS-SORT-CLASS) TO SRT-DRAW-ADD
           ADD 1 TO WS-CLASS-COUNT(WS-SORT-CLASS).

       WRITE-SORTED-MESSAGES.
      * Every class is counted by now: urgent draws start from the
      * day's seed at position 0, and each later class starts where
      * the class before it left the seed, after all of that
      * class's messages.
           MOVE WS-KEYGEN-SEED TO WS-CLASS-START(1)
           MOVE 0 TO WS-CLASS-BASE(1)
           PERFORM VARYING WS-SORT-CLASS FROM 2 BY 1
               UNTIL WS-SORT-CLASS > 3
               COMPUTE WS-CLASS-START(WS-SORT-CLASS) =
                   FUNCTION MOD(
                       WS-CLASS-MULT(WS-SORT-CLASS - 1)
                           * WS-CLASS-START(WS-SORT-CLASS - 1)
                       + WS-CLASS-STEP(WS-SORT-CLASS - 1)
                           * WS-CLASS-BASE(WS-SORT-CLASS - 1)
                       + WS-CLASS-ADD(WS-SORT-CLASS - 1), 17576)
               COMPUTE WS-CLASS-BASE(WS-SORT-CLASS) =
                   WS-CLASS-BASE(WS-SORT-CLASS - 1)
                   + WS-CLASS-COUNT(WS-SORT-CLASS - 1)
           END-PERFORM
           OPEN OUTPUT MESSAGE-FILE
           IF WS-MSG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SORTED-READY
           ELSE
               MOVE "N" TO WS-EOF-SORT
               PERFORM UNTIL WS-EOF-SORT = "Y"
                   RETURN SORT-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SORT
                       NOT AT END
                           PERFORM WRITE-ONE-SORTED-MESSAGE
                   END-RETURN
               END-PERFORM
               CLOSE MESSAGE-FILE
           END-IF.

       WRITE-ONE-SORTED-MESSAGE.
           MOVE SPACES TO MESSAGE-IMAGE-RECORD
           MOVE SRT-KEY-PREFIX TO MSG-IMAGE-PREFIX
           MOVE SRT-MESSAGE TO MSG-IMAGE
           MOVE SRT-PRI-RANK TO WS-SORT-CLASS
           COMPUTE MSG-KEY-SEED =
               FUNCTION MOD(
                   SRT-DRAW-MULT * WS-CLASS-START(WS-SORT-CLASS)
                   + SRT-DRAW-STEP * WS-CLASS-BASE(WS-SORT-CLASS)
                   + SRT-DRAW-ADD, 17576)
           WRITE MESSAGE-RECORD
           IF WS-MSG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SORTED-READY
           END-IF.

       RUN-SORTED-TRAFFIC-PASS.
      * One top-to-bottom read of the sorted traffic. On a restart
      * the records already committed are passed over by count, and
      * the last of them must carry the key the checkpoint saved -
      * otherwise the sorted file is not the one the abended run
      * was working from and nothing more is sent.
           MOVE "Y" TO WS-RESTART-POS-OK
           MOVE "N" TO WS-EOF-MSG
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-FILE-STATUS = "00"
                       AT END
                           MOVE "Y" TO WS-EOF-MSG
                       NOT AT END
                           IF WS-SKIP-COUNT < WS-STARTING-CHECKPOINT
                               ADD 1 TO WS-SKIP-COUNT
                               IF WS-SKIP-COUNT =
                                   WS-STARTING-CHECKPOINT
                                   PERFORM CHECK-RESTART-POSITION
                               END-IF
                           ELSE
                               PERFORM NORMALIZE-PRECEDENCE
                               PERFORM PROCESS-ONE-MESSAGE
                               IF WS-STAGE-WRITE-OK = "Y"
                                   PERFORM COMMIT-ONE-MESSAGE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-MSG-FILE-STATUS NOT = "00"
                       OR WS-RESTART-POS-OK = "N"
                       OR WS-STAGE-WRITE-OK = "N"
                       MOVE "Y" TO WS-EOF-MSG
                   END-IF
               END-PERFORM
               CLOSE MESSAGE-FILE
           END-IF
           IF WS-SKIP-COUNT < WS-STARTING-CHECKPOINT
               DISPLAY "  WARNING: MSGSORT.DAT holds only "
                   WS-SKIP-COUNT " record(s) - restart position "
                   WS-STARTING-CHECKPOINT " not found"
               MOVE "N" TO WS-RESTART-POS-OK
           END-IF.

       COMMIT-ONE-MESSAGE.
           ADD 1 TO WS-PROCESSED-COUNT
           COMPUTE WS-CHECKPOINT-COUNT =
               WS-STARTING-CHECKPOINT + WS-PROCESSED-COUNT
           MOVE MSG-SORT-KEY TO WS-CKPT-LAST-KEY
           PERFORM WRITE-CHECKPOINT.

       CHECK-RESTART-POSITION.
           IF MSG-SORT-KEY NOT = WS-RESTART-KEY
               DISPLAY "  WARNING: record " WS-SKIP-COUNT
                   " of MSGSORT.DAT is not the last committed "
                   "message - restart abandoned"
               MOVE "N" TO WS-RESTART-POS-OK
           ELSE
               MOVE MSG-SORT-KEY TO WS-CKPT-LAST-KEY
           END-IF.

       NORMALIZE-PRECEDENCE.
      * Table items carry no VALUE clause, so the per-net totals
      * are cleared here before the first message is counted.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > 50
               MOVE 0 TO WS-NET-SENT-COUNT(WS-NET-IDX)
               MOVE 0 TO WS-NET-VERIFY-COUNT(WS-NET-IDX)
               MOVE 0 TO WS-NET-FAIL-COUNT(WS-NET-IDX)
       OPEN-CIPHER-OUTPUTS.
      * One output per net on the sheet; a restart extends what the
      * abended run already committed, exactly as the single-net
      * batch always did. Each net's staging file is opened and
      * closed again here so a file that cannot be had stops the
      * batch before any message is enciphered; the writes reopen
      * it to extend as the traffic comes to that net. The
      * transmitted names are truncated first, so a prior day's
      * released traffic can never sit under a transmitted name
      * once today's batch has begun - only what today's gate cuts
      * is transmittable. The gate runs after the batch, so a
      * restart has nothing of today's released yet and the
      * truncation is safe there too.
           PERFORM TRUNCATE-RELEASED-OUTPUTS
           MOVE "Y" TO WS-STAGE-OPEN-OK
           MOVE 0 TO WS-STAGE-OPEN-IDX
           IF WS-STARTING-CHECKPOINT > 0
               DISPLAY "  Restarting after checkpoint - skipping "
                   WS-STARTING-CHECKPOINT " committed message(s)"
           END-IF
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               MOVE WS-NET-STAGE(WS-NET-IDX) TO WS-STAGE-FILE-NAME
               IF WS-STARTING-CHECKPOINT > 0
                   OPEN EXTEND CIPHER-STAGE-FILE
                   IF WS-CIPHER-FILE-STATUS NOT = "00"
                       OPEN OUTPUT CIPHER-STAGE-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT CIPHER-STAGE-FILE
               END-IF
               IF WS-CIPHER-FILE-STATUS = "00"
                   CLOSE CIPHER-STAGE-FILE
               ELSE
                   DISPLAY "  Net " WS-NET-ID(WS-NET-IDX)
                       ": could not open "
                       FUNCTION TRIM(WS-STAGE-FILE-NAME)
                       " (status " WS-CIPHER-FILE-STATUS ")"
                   MOVE "N" TO WS-STAGE-OPEN-OK
               END-IF
           END-PERFORM.

       TRUNCATE-RELEASED-OUTPUTS.
      * Every net on the directory, in service or not.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               MOVE WS-DIR-RELEASE(WS-DIR-IDX) TO
                   WS-RELEASE-FILE-NAME
               OPEN OUTPUT RELEASED-NET-FILE
               IF WS-REL-FILE-STATUS = "00"
                   CLOSE RELEASED-NET-FILE
               END-IF
           END-PERFORM.

       CLOSE-CIPHER-OUTPUTS.
           IF WS-STAGE-OPEN-IDX > 0
               CLOSE CIPHER-STAGE-FILE
               MOVE 0 TO WS-STAGE-OPEN-IDX
           END-IF.

       PROCESS-ONE-MESSAGE.
               PERFORM FORMAT-CIPHER-GROUPS
               MOVE WS-GROUPED-CIPHER TO WS-CIPHER-LINE
               PERFORM WRITE-CIPHER-RECORD
               IF WS-STAGE-WRITE-OK = "Y"
                   PERFORM BOOK-SENT-MESSAGE
               END-IF
           END-IF.

       BOOK-SENT-MESSAGE.
      * Only a message wholly on its staging file counts as sent.
           IF WS-ARCHIVE-ON = "Y"
               PERFORM WRITE-ARCHIVE-RECORD
           END-IF
           ADD WS-SUBST-COUNT TO WS-SUBST-TOTAL
           ADD 1 TO WS-NET-SENT-COUNT(WS-MSG-NET-IDX)
           IF MSG-TEXT(1:10) = "BLINDBLIND"
               ADD 1 TO WS-NET-FILLER-COUNT(WS-MSG-NET-IDX)
           END-IF
           DISPLAY "  " MSG-ID ": " FUNCTION TRIM(WS-MSG-PLAIN)
               " -> " WS-MSG-CIPHER(1:WS-MSG-CIPHER-LEN)
               " (" WS-SUBST-COUNT " char(s) substituted)".

       NORMALIZE-PART-FIELDS.
      * Blank or zero part fields are the ordinary case: one part
      * of one. A total smaller than the part number can only be a
           END-IF.

       WRITE-CIPHER-RECORD.
      * Traffic for another net than the one whose file is open
      * moves the staging file over to that net's name. A staging
      * file that cannot be extended or written stops the batch at
      * this message.
           IF WS-STAGE-WRITE-OK = "Y"
               AND WS-MSG-NET-IDX NOT = WS-STAGE-OPEN-IDX
               PERFORM CLOSE-CIPHER-OUTPUTS
               MOVE WS-NET-STAGE(WS-MSG-NET-IDX) TO
                   WS-STAGE-FILE-NAME
               OPEN EXTEND CIPHER-STAGE-FILE
               IF WS-CIPHER-FILE-STATUS = "00"
                   MOVE WS-MSG-NET-IDX TO WS-STAGE-OPEN-IDX
               ELSE
                   PERFORM STOP-ON-STAGING-FAILURE
               END-IF
           END-IF
           IF WS-STAGE-WRITE-OK = "Y"
               MOVE WS-CIPHER-LINE TO CIPHER-STAGE-RECORD
               WRITE CIPHER-STAGE-RECORD
               IF WS-CIPHER-FILE-STATUS NOT = "00"
                   PERFORM STOP-ON-STAGING-FAILURE
               END-IF
           END-IF.

       STOP-ON-STAGING-FAILURE.
           MOVE "N" TO WS-STAGE-WRITE-OK
           DISPLAY "  " MSG-ID ": could not write "
               FUNCTION TRIM(WS-STAGE-FILE-NAME)
               " (status " WS-CIPHER-FILE-STATUS ") - message "
               "not sent, batch stopped".

       GENERATE-MESSAGE-KEY.
      * A fresh 3-letter message key for this message. The running
      * seed plays the part of the operator reaching for three new
      * letters: stirred with the message id and the position in
      * the day's traffic so consecutive messages never share a
      * start position. The draw itself was made as the traffic was
      * sorted (DRAW-ONE-MESSAGE-KEY) and travels on the record, so
      * a restart sends each message under the key it had all along.
           MOVE MSG-KEY-SEED TO WS-KEYGEN-SEED
           COMPUTE WS-MSGKEY-LEFT = WS-KEYGEN-SEED / 676
           COMPUTE WS-MSGKEY-MID =
               FUNCTION MOD(WS-KEYGEN-SEED / 26, 26)
      * sheet and the message key from the indicators alone. Built
      * from the saved day settings, never the key-sheet record
      * area, so the header stays sound on a day with no key sheet.
      * The transmission date closes the header, so a far station
      * working the signal after midnight or a day late still knows
      * which day's sheet it went out on.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "HDR " WS-AUDIT-MSG-ID " "
               WS-DAY-ROTOR-LEFT WS-DAY-ROTOR-MID WS-DAY-ROTOR-RIGHT
               " " WS-DAY-ROTOR-GREEK " " WS-DAY-RING-GREEK
               " " WS-HDR-NET-TOKEN " " WS-HDR-KENN-TOKEN
               " TEIL " WS-MSG-PART-NUM " VON " WS-MSG-TOTAL-NUM
               " " WS-MSG-PRI-NORM " " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADER-LINE
           END-STRING.

       LOAD-CHECKPOINT.
      * Under the per-message indicator procedure every message sets
      * its own rotors from its own enciphered key, so a restart only
      * needs the committed position in MSGSORT.DAT and the key of
      * the message at it. The offsets in the record are kept as an
      * operator cross-check of where the machine stood at the
      * abend, but nothing is restored from them.
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE SPACES TO WS-RESTART-KEY
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CKPT-COUNT TO WS-CHECKPOINT-COUNT
                       MOVE CKPT-LAST-KEY TO WS-RESTART-KEY
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
               MOVE LEFT-OFF TO CKPT-LEFT-OFF
               MOVE MID-OFF TO CKPT-MID-OFF
               MOVE RIGHT-OFF TO CKPT-RIGHT-OFF
               MOVE WS-CKPT-LAST-KEY TO CKPT-LAST-KEY
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
      * A clean finish clears the checkpoint so the next day's run
      * starts from the top of its own message file.
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE SPACES TO WS-CKPT-LAST-KEY
           PERFORM WRITE-CHECKPOINT.

       RUN-VERIFICATION-PASS.
      * through PRESS-KEY under the same key-sheet settings must
      * reproduce the plaintext that was actually enciphered (after
      * the operator-substitution convention was applied to it).
      * Each message is replayed under its own net's sheet, with
      * per-net totals for the reconciliation report. MSGSORT.DAT
      * is read once: the batch wrote each net's traffic in
      * sorted-file order, so the next message for a net is always
      * the next header in that net's file. Only the net in hand
      * has its file open; another net's file is reopened where
      * its count of records taken says it was left.
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-VERIFY-FAIL-COUNT
           MOVE 0 TO WS-FAIL-IDX
           MOVE 0 TO WS-LOG-COUNT
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               MOVE "N" TO WS-VERIFY-NET-EOF(WS-NET-IDX)
               MOVE 0 TO WS-VERIFY-NET-READ(WS-NET-IDX)
               PERFORM OPEN-NET-CIPHER-INPUT
               MOVE WS-CIPHER-OPEN-OK TO
                   WS-VERIFY-NET-OPEN(WS-NET-IDX)
               IF WS-CIPHER-OPEN-OK = "N"
                   DISPLAY "  Net " WS-NET-ID(WS-NET-IDX)
                       ": no ciphertext output to verify"
               END-IF
           END-PERFORM
      * A day with no message file can still have yesterday's
      * cipher outputs on disk - there is nothing to replay them
      * against, so the nets are passed over rather than matched
      * against some other day's sorted traffic.
           IF WS-SORTED-READY = "Y"
               OPEN INPUT MESSAGE-FILE
           END-IF
           IF WS-SORTED-READY = "N"
               OR WS-MSG-FILE-STATUS NOT = "00"
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
                   IF WS-VERIFY-NET-OPEN(WS-NET-IDX) = "Y"
                       DISPLAY "  Net " WS-NET-ID(WS-NET-IDX)
                           ": no message file to replay against - "
                           "net not verified"
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO WS-EOF-MSG
               PERFORM UNTIL WS-EOF-MSG = "Y"
                   READ MESSAGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-MSG
                       NOT AT END
                           PERFORM VERIFY-SORTED-MESSAGE
                   END-READ
      * A read error fires neither AT END nor NOT AT END; without
      * this the loop would spin on the failing READ forever.
                   IF WS-MSG-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-MSG
                   END-IF
               END-PERFORM
               CLOSE MESSAGE-FILE
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
                   IF WS-VERIFY-NET-OPEN(WS-NET-IDX) = "Y"
                       PERFORM VERIFY-UNMATCHED-CIPHER
                   END-IF
               END-PERFORM
           END-IF
           PERFORM CLOSE-NET-CIPHER-INPUT
           PERFORM PRINT-RECONCILIATION-REPORT.

       VERIFY-SORTED-MESSAGE.
      * Pairs one sorted record with the next header on its net's
      * cipher file. Records no net could take were never sent and
      * have no cipher pair; a net whose file is already spent has
      * nothing left to pair with.
           PERFORM ROUTE-MESSAGE-TO-NET
           IF WS-MSG-NET-IDX > 0
               MOVE WS-MSG-NET-IDX TO WS-NET-IDX
               IF WS-VERIFY-NET-OPEN(WS-NET-IDX) = "Y"
                   AND WS-VERIFY-NET-EOF(WS-NET-IDX) = "N"
                   MOVE "N" TO WS-VERIFY-EOF
                   PERFORM READ-NET-CIPHER-RECORD
                   IF WS-VERIFY-EOF NOT = "Y"
                       PERFORM SETUP-MACHINE-FOR-NET
                       MOVE MSG-TEXT TO WS-MSG-PLAIN
                       PERFORM PREPARE-PLAINTEXT
                       PERFORM VERIFY-ONE-MESSAGE
                   END-IF
                   MOVE WS-VERIFY-EOF TO WS-VERIFY-NET-EOF(WS-NET-IDX)
               END-IF
           END-IF.

       VERIFY-UNMATCHED-CIPHER.
      * Cipher pairs left on a net's file once the sorted traffic is
      * spent match no message at all. Each is still replayed and
      * counted, against an empty expected text, so it fails.
           PERFORM SETUP-MACHINE-FOR-NET
           MOVE WS-VERIFY-NET-EOF(WS-NET-IDX) TO WS-VERIFY-EOF
           PERFORM UNTIL WS-VERIFY-EOF = "Y"
               PERFORM READ-NET-CIPHER-RECORD
               IF WS-VERIFY-EOF NOT = "Y"
                   MOVE 0 TO WS-MSG-EXP-LEN
                   MOVE SPACES TO WS-MSG-EXPANDED
                   PERFORM VERIFY-ONE-MESSAGE
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-VERIFY-NET-EOF(WS-NET-IDX).

       OPEN-NET-CIPHER-INPUT.
      * Proves the net's file is there to verify; it is opened for
      * reading when its first record is wanted.
           MOVE "Y" TO WS-CIPHER-OPEN-OK
           MOVE WS-NET-STAGE(WS-NET-IDX) TO WS-STAGE-FILE-NAME
           OPEN INPUT CIPHER-STAGE-FILE
           IF WS-CIPHER-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CIPHER-OPEN-OK
           ELSE
               CLOSE CIPHER-STAGE-FILE
           END-IF.

       CLOSE-NET-CIPHER-INPUT.
           IF WS-STAGE-OPEN-IDX > 0
               CLOSE CIPHER-STAGE-FILE
               MOVE 0 TO WS-STAGE-OPEN-IDX
           END-IF.

       SWITCH-NET-CIPHER-INPUT.
      * Opens the net's file and reads past the records already
      * taken off it.
           PERFORM CLOSE-NET-CIPHER-INPUT
           MOVE WS-NET-STAGE(WS-NET-IDX) TO WS-STAGE-FILE-NAME
           OPEN INPUT CIPHER-STAGE-FILE
           IF WS-CIPHER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-VERIFY-EOF
           ELSE
               MOVE WS-NET-IDX TO WS-STAGE-OPEN-IDX
               MOVE 0 TO WS-VERIFY-SKIP
               PERFORM UNTIL WS-VERIFY-SKIP
                   >= WS-VERIFY-NET-READ(WS-NET-IDX)
                   OR WS-VERIFY-EOF = "Y"
                   READ CIPHER-STAGE-FILE
                       AT END
                           MOVE "Y" TO WS-VERIFY-EOF
                   END-READ
                   ADD 1 TO WS-VERIFY-SKIP
               END-PERFORM
           END-IF.

       READ-NET-CIPHER-RECORD.
           IF WS-NET-IDX NOT = WS-STAGE-OPEN-IDX
               PERFORM SWITCH-NET-CIPHER-INPUT
           END-IF
           IF WS-VERIFY-EOF NOT = "Y"
               READ CIPHER-STAGE-FILE
                   AT END
                       MOVE "Y" TO WS-VERIFY-EOF
                   NOT AT END
                       MOVE CIPHER-STAGE-RECORD TO WS-CIPHER-LINE
                       ADD 1 TO WS-VERIFY-NET-READ(WS-NET-IDX)
               END-READ
           END-IF.

       VERIFY-ONE-MESSAGE.
      * A net's cipher file holds two records per message: the
                   WS-VERIFY-VON-TAG WS-VERIFY-TOTAL
                   WS-VERIFY-PRI
           END-UNSTRING
           PERFORM READ-NET-CIPHER-RECORD
           IF WS-VERIFY-EOF = "Y"
               MOVE SPACES TO WS-VERIFY-GROUPLINE
               MOVE WS-CIPHER-LINE TO WS-VERIFY-GROUPLINE
           END-IF
           PERFORM STRIP-CIPHER-GROUPS
           MOVE WS-VERIFY-MSG-ID TO WS-AUDIT-MSG-ID
           PERFORM RECOVER-MESSAGE-KEY
           PERFORM TRACK-LOGICAL-MESSAGE
               END-IF
           END-IF.

       RECORD-VERIFY-FAILURE.
      * The failed-id list holds 200 entries; beyond that the
      * count still climbs but further ids are not listed - a day
       WRITE-DAILY-SUMMARY.
      * Control totals for every phase in one written report, and
      * the scheduler return code derived from them: the worst
      * condition wins (the key-sheet interlock outranks an
      * engine certification failure outranks a reconciliation
      * failure outranks a skipped batch).
           MOVE 0 TO WS-RC
           IF WS-BATCH-SKIPPED = "Y"
               MOVE 4 TO WS-RC
           END-IF
           IF WS-VERIFY-FAIL-COUNT > 0
               OR WS-MULTIPART-FAIL-COUNT > 0
               OR WS-STAGE-WRITE-OK = "N"
               MOVE 8 TO WS-RC
           END-IF
           IF ALL-PASS = 0
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Certification failures:   " WS-TEST-FAIL-COUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           IF WS-STAGE-WRITE-OK = "N"
               STRING "Staging write failed:     Y"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               END-STRING
           ELSE
               STRING "Staging write failed:     N"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               END-STRING
           END-IF
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Key-sheet interlock:      " WS-KEY-INTERLOCK
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Key sheets refused:       " WS-SHEET-REFUSED-COUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Messages processed:       " WS-PROCESSED-COUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
