      * manifest when ROUTING.DAT is on hand, or to the single
      * DELIVERY.OUT as before - so inbound traffic never has to
      * be hand-edited into MESSAGES.DAT and re-run through the
      * batch. Traffic for an out-station we relay for (RELAY.DAT)
      * that no desk of ours takes is appended to MESSAGES.DAT on
      * its onward net instead, for the next outbound batch, and
      * logged inbound-id to outbound-id in RELAY.LOG. Every part
      * received is entered in the inbound register INREG.DAT with
      * what became of it; a WDH repeat or duplicate copy of a
      * part already taken clean is flagged there instead of being
      * delivered twice, and ACKSEND.DAT acknowledges every part
      * taken clean in the far stations' RECEIPTS.DAT layout.
      * Traffic sent on an earlier day, by the transmission date
      * its header carries, is worked on that day's sheet from the
      * KEYLIB.DAT library within the operator's look-back and
      * marked late on delivery; traffic sent under a day KEYBURN
      * has burned goes to the burned-key queue BURNKEY.DAT
      * instead of being delivered. Before any traffic is touched
      * the cipher engine is certified against the known-answer
      * vectors in CERTVEC.DAT and cross-checked against ENIGMA's.
      * Return code: 0 run complete, 12 cipher engine not
      * certified - no traffic worked, 16 key-sheet interlock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

      * The dated key-sheet library KEYLIB cuts KEYSHEET.DAT from:
      * the sheets of the look-back days, for traffic sent before
      * today, and KEYBURN's burn markers.
           SELECT KEYLIB-FILE ASSIGN TO "KEYLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-FILE-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-FILE-STATUS.

      * Per-addressee distribution: ROUTING.DAT maps addressee
      * codes to numbered delivery outputs, one file per desk -
      * DELIVER1.OUT for the first directory record, DELIVER2.OUT
      * for the second and so on, the single delivery file below
      * assigned in turn to each desk's name. With no directory on
      * hand
      * everything still lands in the single DELIVERY.OUT as it
      * always did. Messages whose addressee is in no directory
      * record queue to UNROUTE.OUT for the distribution clerk.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.

           SELECT DESK-DELIVERY-FILE ASSIGN USING WS-DESK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESK-FILE-STATUS.

           SELECT UNROUTE-FILE ASSIGN TO "UNROUTE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-RPT-STATUS.

      * Burned-key queue: traffic sent under a day KEYBURN has
      * burned is never deciphered here. Its untouched wire lines
      * are queued for the security officer in the holding-queue
      * layout, extended run on run like the holding queue.
           SELECT BURNKEY-FILE ASSIGN TO "BURNKEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURN-FILE-STATUS.

      * Cipher engine certification, the receive-side twin of the
      * batch's: the same known-answer vectors in CERTVEC.DAT run
      * through this program's own copy of the engine, each set up
      * through APPLY-KEY-SHEET as a day's sheet is. This engine's
      * ciphertext goes to CERTRECV.DAT for ENIGMA to decipher,
      * and ENIGMA's in CERTENIG.DAT is deciphered here, so the two
      * copies are proved against each other. The findings go to
      * the certification report CERTRECV.RPT.
           SELECT CERT-VECTOR-FILE ASSIGN TO "CERTVEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-VEC-STATUS.

           SELECT CERT-REPORT-FILE ASSIGN TO "CERTRECV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RPT-STATUS.

           SELECT CERT-OWN-FILE ASSIGN TO "CERTRECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-OWN-STATUS.

           SELECT CERT-OTHER-FILE ASSIGN TO "CERTENIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-OTHER-STATUS.

      * Relay station working: RELAY.DAT maps the addressee codes
      * of the out-stations we relay for to the net their traffic
      * goes out on. Their recovered text is appended to the
      * day's MESSAGES.DAT in the ordinary message layout, so the
      * next outbound run edits and enciphers it like any other
      * traffic, and RELAY.LOG pairs each inbound id with the
      * outbound id it left under.
           SELECT RELAY-FILE ASSIGN TO "RELAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAY-FILE-STATUS.

           SELECT RELAY-MSG-FILE ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMSG-FILE-STATUS.

           SELECT RELAY-LOG-FILE ASSIGN TO "RELAY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.

      * Inbound register: the permanent record of what came in,
      * one record per part received, keyed by receipt date, the
      * header's net tag, message id and part. Each part is looked
      * up here before it is worked.
           SELECT REGISTER-FILE ASSIGN TO "INREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REG-FILE-STATUS.

      * Acknowledgments back to the far stations, one per part we
      * took clean copy of, for their acknowledgment ledger.
           SELECT ACK-FILE ASSIGN TO "ACKSEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
      * run date - a stale or undated sheet trips the interlock.
           05 KS-DATE            PIC X(8).

       FD  KEYLIB-FILE.
      * Same dated layout KEYLIB reads: the date, the sheet in the
      * KEYSHEET.DAT layout, KEYBURN's burn marker.
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

       FD  DELIVERY-FILE.
      * Message id, part marking, then the recovered readable text -
      * sized for the worst case where nothing shrinks on reversal.
       FD  ROUTING-FILE.
      * One record per addressee served, read in slot order: the
      * first record's traffic goes to DELIVER1.OUT, the second's
      * to DELIVER2.OUT, and so on down the directory. The desk
      * name is what the manifest is signed against.
       01  ROUTING-RECORD.
           05 RT-CODE            PIC X(3).
           05 RT-DESK            PIC X(20).

       FD  DESK-DELIVERY-FILE.
       01  DESK-DELIVERY-RECORD  PIC X(640).

       FD  UNROUTE-FILE.
       01  UNROUTE-RECORD        PIC X(640).
       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-RECORD    PIC X(100).

       FD  BURNKEY-FILE.
       01  BURNKEY-RECORD        PIC X(763).

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

       FD  RELAY-FILE.
      * One record per relayed addressee: its code as it appears in
      * the inbound header's net tag, then the onward net.
       01  RELAY-RECORD.
           05 RLY-CODE           PIC X(3).
           05 RLY-NET            PIC X(3).

       FD  RELAY-MSG-FILE.
      * Same layout MSGEDIT and the sending batch read.
       01  RELAY-MSG-RECORD.
           05 RMSG-ID            PIC 9(6).
           05 RMSG-NET           PIC X(3).
           05 RMSG-PART          PIC X(2).
           05 RMSG-TOTAL         PIC X(2).
           05 RMSG-PRI           PIC X(2).
           05 RMSG-TEXT          PIC X(100).

       FD  RELAY-LOG-FILE.
       01  RELAY-LOG-RECORD      PIC X(100).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 REG-KEY.
              10 REG-DATE         PIC 9(8).
              10 REG-NET          PIC X(3).
              10 REG-MSG-ID       PIC 9(6).
              10 REG-PART         PIC 9(2).
      * Outcome of the copy that was worked: DLV delivered, RLY
      * relayed onward, FIL filler discarded, HLD held, DRP
      * dropped, BRN sent under a burned key and queued for the
      * security officer; DUP or WDH when the part had already been
      * taken clean under another key and this copy was not
      * delivered.
           05 REG-OUTCOME         PIC X(3).
      * Y when the worked copy came in marked WDH by the far end.
           05 REG-REPEAT          PIC X(1).
      * Transmission date - the header's own, else the WDH copy's
      * original date, else the receipt date - which is the date the
      * acknowledgment names.
           05 REG-TX-DATE         PIC 9(8).
      * Copies received under this key, and the last copy's date
      * and flag, so a duplicate shows against the clean original.
           05 REG-COPIES          PIC 9(3).
           05 REG-LAST-FLAG       PIC X(3).
           05 REG-LAST-DATE       PIC 9(8).
           05 REG-HEADER          PIC X(100).
           05 REG-GROUPS          PIC X(750).

       FD  ACK-FILE.
      * Same date, message id and part layout as RECEIPTS.DAT.
       01  ACK-RECORD.
           05 ACK-DATE            PIC X(8).
           05 ACK-MSG-ID          PIC X(6).
           05 ACK-PART            PIC X(2).

       WORKING-STORAGE SECTION.

       01 FWD-I    PIC X(26) VALUE "EKMFLGDQVZNTOWYHXUSPAIBRCJ".
       01 FWD-BETA    PIC X(26) VALUE "LEYJVCNIXWPBQMDRTAKZGFUHOS".
       01 FWD-GAMMA   PIC X(26) VALUE "FSOKANUERHMBTIYCWLQPZXVGJD".
       01 BWD-BETA    PIC X(26) VALUE "RLFOBVUXHDSANGYKMPZQWEJICT".
       01 BWD-GAMMA   PIC X(26) VALUE "ELPZHAXJNYDRKFCTSIBMGWQVOU".
       01 REFL-B-THIN PIC X(26) VALUE "ENKQAUYWJICOPBLMDXZVFTHRGS".
       01 REFL-C-THIN PIC X(26) VALUE "RDOBJNTKVEHMLFCWZAXGYIPSUQ".

      * DF deferred) - carried onto the delivery record so the
      * delivery desk works its queue in the sender's order.
       01 WS-HDR-PRI            PIC X(2).
      * Transmission date, the day whose key sheet the message went
      * out on - blank from a sender that does not carry it yet.
       01 WS-HDR-TX-DATE        PIC X(8).

      * All of the day's key sheets, one record per net, read up
      * front; each inbound message picks its sheet by the header's
      * Kenngruppen (or failing that its net tag).
       01 WS-NET-COUNT          PIC 9(2) VALUE 0.
       01 WS-NET-IDX            PIC 9(2) VALUE 0.
       01 WS-MSG-NET-IDX        PIC 9(2) VALUE 0.
       01 WS-NET-EOF            PIC X(1).
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 50 TIMES.
              10 WS-NET-ID           PIC X(3).
              10 WS-NET-KENN         PIC X(3).
              10 WS-NET-ROTOR-LEFT   PIC 9(1).
      * letters) each desk signs against. A desk with more than
      * 200 delivered messages keeps its counts but its manifest
      * stops listing ids - a day that heavy is collected in
      * person anyway. Only one desk's delivery output is open at
      * a time; the slot open is kept so consecutive messages for
      * the same desk do not reopen it.
       01 WS-ROUTE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-DESK-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-DESK-FILE-NAME     PIC X(13) VALUE SPACES.
       01 WS-DESK-OPEN-SLOT     PIC 9(2) VALUE 0.
       01 WS-UNR-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-MAN-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-ROUTE-COUNT        PIC 9(2) VALUE 0.
       01 WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 50 TIMES.
              10 WS-ROUTE-CODE      PIC X(3).
              10 WS-ROUTE-DESK      PIC X(20).
              10 WS-ROUTE-FILE      PIC X(13).
              10 WS-ROUTE-MSG-COUNT PIC 9(5).
              10 WS-ROUTE-LTR-COUNT PIC 9(6).
              10 WS-ROUTE-MAN-COUNT PIC 9(3).
                 15 WS-MAN-PART     PIC 9(2).
                 15 WS-MAN-TOTAL    PIC 9(2).
                 15 WS-MAN-LETTERS  PIC 9(3).
                 15 WS-MAN-KEY-DATE PIC 9(8).
       01 WS-UNROUTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-DLV-SLOT           PIC 9(2).
       01 WS-DLV-BUILD          PIC X(640).
       01 WS-DLV-OPEN-OK        PIC X(1).
       01 WS-ADDR-CODE          PIC X(3).
       01 WS-ROUTE-EOF          PIC X(1).
       01 WS-R                  PIC 9(2).
       01 WS-M                  PIC 9(3).

      * Relay bookkeeping: the relay table as loaded, the next
      * free outbound message id (one past the highest already in
      * MESSAGES.DAT), and the inbound net and id last relayed, so
      * that the following parts of a multi-part signal go out
      * under the same outbound id as its first part. Relayed text
      * is prefixed VON net id - the inbound net and message id -
      * so the onward copy can be traced back by the far desk; a
      * text too long to carry that prefix in one message record
      * is delivered here as before for the clerk to re-key.
       01 WS-RELAY-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-RMSG-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-RLOG-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-RELAY-COUNT        PIC 9(2) VALUE 0.
       01 WS-RELAY-TABLE.
           05 WS-RELAY-ENTRY OCCURS 50 TIMES.
              10 WS-RELAY-CODE      PIC X(3).
              10 WS-RELAY-NET       PIC X(3).
       01 WS-RELAY-EOF          PIC X(1).
       01 WS-RELAY-ON           PIC X(1) VALUE "N".
       01 WS-RELAY-SLOT         PIC 9(2).
       01 WS-RL                 PIC 9(2).
       01 WS-RELAY-DONE         PIC X(1).
       01 WS-RELAY-OK-NET       PIC X(1).
       01 WS-RELAY-NEXT-ID      PIC 9(6) VALUE 0.
       01 WS-RELAY-LAST-NET     PIC X(3) VALUE SPACES.
       01 WS-RELAY-LAST-IN-ID   PIC 9(6) VALUE 0.
       01 WS-ORIGIN-NET         PIC X(3).
       01 WS-RELAY-TEXT-LEN     PIC 9(3).
       01 WS-RELAY-TIME         PIC 9(8).
       01 WS-RELAYED-COUNT      PIC 9(5) VALUE 0.
       01 WS-RELAY-LONG-COUNT   PIC 9(5) VALUE 0.

      * Inbound register bookkeeping. A header line marked WDH by
      * the far end's retransmission program carries the original
      * transmission date ahead of the ordinary header; the marker
      * is noted and the header proper parsed from behind it. A
      * part is "taken clean" once a copy of it was delivered,
      * relayed or recognised as filler - any further copy is
      * flagged, not delivered. A part not yet taken clean (held
      * or dropped before) is worked as usual and its register
      * record brought up to date. A held message keeps the key
      * of the day it was first received.
       01 WS-REG-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-ACK-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-REGISTER-ON        PIC X(1) VALUE "N".
       01 WS-ACK-ON             PIC X(1) VALUE "N".
       01 WS-WDH-COPY           PIC X(1) VALUE "N".
       01 WS-WDH-DATE           PIC X(8).
       01 WS-WIRE-HEADER        PIC X(750).
       01 WS-RECEIPT-DATE       PIC 9(8).
       01 WS-TX-DATE            PIC 9(8).
       01 WS-LOOKUP-DATE        PIC 9(8).
       01 WS-REG-HIT            PIC X(1).
       01 WS-REG-FOUND          PIC X(1).
       01 WS-TAKEN-CLEAN        PIC X(1).
      * Wire lines of the first clean entry found for the part, so a
      * copy can be matched against it whichever date it was under.
       01 WS-CLEAN-HEADER       PIC X(100).
       01 WS-CLEAN-GROUPS       PIC X(750).
       01 WS-REG-OUTCOME        PIC X(3).
       01 WS-DUP-COUNT          PIC 9(5) VALUE 0.
       01 WS-WDH-COUNT          PIC 9(5) VALUE 0.
       01 WS-ACK-COUNT          PIC 9(5) VALUE 0.

      * Late traffic. The header's transmission date picks the key
      * day: today's traffic is worked on KEYSHEET.DAT as always,
      * traffic sent on one of the look-back days before today on
      * that day's sheet out of the library, and it is marked late
      * on its delivery record and the manifest so the desk knows
      * the signal is old. The look-back comes off the operator's
      * console, three days when the reply is empty, fourteen at
      * most. A day KEYBURN has burned is never worked: its traffic
      * goes to the burned-key queue. Traffic older than the
      * look-back is held under reason OLD for a reprocess run with
      * a longer look-back; no sheet for the day holds under KEN as
      * before.
       01 WS-LIB-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-BURN-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-LIB-EOF            PIC X(1).
       01 WS-LOOKBACK-LINE      PIC X(10).
       01 WS-LOOKBACK-TOKEN     PIC X(10).
       01 WS-LOOKBACK-DAYS      PIC 9(2) VALUE 3.
       01 WS-OLDEST-KEY-DATE    PIC 9(8) VALUE 0.
       01 WS-LIB-COUNT          PIC 9(3) VALUE 0.
       01 WS-LIB-TABLE.
           05 WS-LIB-ENTRY OCCURS 750 TIMES.
              10 WS-LIB-DATE        PIC 9(8).
              10 WS-LIB-NET         PIC X(3).
              10 WS-LIB-KENN        PIC X(3).
              10 WS-LIB-BURNED      PIC X(1).
              10 WS-LIB-SHEET       PIC X(53).
       01 WS-LIB-IDX            PIC 9(3) VALUE 0.
       01 WS-LB                 PIC 9(3).
       01 WS-KEY-DATE           PIC 9(8) VALUE 0.
       01 WS-KEY-BURNED         PIC X(1) VALUE "N".
       01 WS-LATE-KEY           PIC X(1) VALUE "N".
       01 WS-HOLD-WHY           PIC X(3) VALUE "KEN".
       01 WS-BURN-QUEUE-ON      PIC X(1) VALUE "N".
       01 WS-BURN-QUEUED-COUNT  PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT         PIC 9(5) VALUE 0.

      * Held-traffic bookkeeping. The run mode comes off the
      * operator's console: an empty reply works the day's inbound
      * file as always, H re-reads the holding queue once the
       01 WS-KEY-INTERLOCK      PIC X(1) VALUE "N".
       01 WS-RC                 PIC 9(2) VALUE 0.

      * Engine certification bookkeeping. A vector fails when its
      * plaintext does not encipher to the known answer, when the
      * known answer does not decipher back to the plaintext, or
      * when ENIGMA's ciphertext for it does not decipher to the
      * plaintext here. A missing or empty vector file certifies
      * nothing. Any failure leaves all traffic unworked.
       01 WS-CERT-VEC-STATUS    PIC X(2) VALUE "00".
       01 WS-CERT-PASS          PIC X(1) VALUE "Y".
       01 WS-CERT-FAIL-COUNT    PIC 9(3) VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Inbound Traffic Decrypt"
           DISPLAY "======================="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RUN-CERTIFICATION
           IF WS-CERT-PASS = "N"
               DISPLAY "  ENGINE NOT CERTIFIED: " WS-CERT-FAIL-COUNT
                   " failure(s) - inbound traffic not processed"
               MOVE 12 TO WS-RC
           ELSE
               PERFORM LOAD-DAILY-KEY-SHEET
               IF WS-KEY-INTERLOCK = "Y"
                   DISPLAY "  KEY-SHEET INTERLOCK: no clean sheet "
                       "dated " WS-RUN-DATE
                       " - inbound traffic not processed"
                   MOVE 16 TO WS-RC
               ELSE
                   PERFORM LOAD-ROUTING-DIRECTORY
                   PERFORM LOAD-RELAY-TABLE
                   PERFORM GET-RUN-MODE
                   PERFORM GET-KEY-LOOKBACK
                   PERFORM LOAD-KEY-LIBRARY
                   IF WS-RUN-MODE = "H"
                       PERFORM RUN-REPROCESS-MODE
                   ELSE
                       PERFORM PROCESS-INBOUND-FILE
                   END-IF
                   PERFORM WRITE-HELD-REPORT
                   IF WS-ROUTE-COUNT > 0
                       PERFORM WRITE-DELIVERY-MANIFEST
                   END-IF
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       RUN-CERTIFICATION.
      * Every vector in the file, before any traffic. ENIGMA's
      * exchange file is read first, so its ciphertext can be
      * deciphered here vector by vector; this engine's own
      * answers are written fresh for ENIGMA.
           DISPLAY "Engine Certification"
           DISPLAY "===================="
           MOVE "Y" TO WS-CERT-PASS
           MOVE 0 TO WS-CERT-FAIL-COUNT
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
               MOVE "N" TO WS-CERT-PASS
               ADD 1 TO WS-CERT-FAIL-COUNT
           END-IF
           PERFORM CLOSE-CERTIFICATION-OUTPUTS
           IF WS-CERT-PASS = "Y"
               DISPLAY "  ALL " WS-CERT-COUNT " VECTORS PASSED, "
                   WS-CERT-XCHK-COUNT " CROSS-CHECKED"
           ELSE
               DISPLAY "  CERTIFICATION FAILED - " WS-CERT-FAIL-COUNT
                   " failure(s), see CERTRECV.RPT"
           END-IF.

       LOAD-OTHER-ENGINE-OUTPUT.
      * No exchange file yet (ENIGMA has never run here) is not a
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
                   "CERTENIG.DAT - vector " CX-ID " not cross-checked"
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
               DISPLAY "  WARNING: could not open CERTRECV.DAT - "
                   "ENIGMA will have nothing to cross-check"
           END-IF
           OPEN OUTPUT CERT-REPORT-FILE
           IF WS-CERT-RPT-STATUS NOT = "00"
               DISPLAY "  WARNING: could not open CERTRECV.RPT - "
                   "certification report not written"
           ELSE
               MOVE "Y" TO WS-CERT-RPT-ON
               MOVE "Cipher Engine Certification - RECEIVE" TO
                   CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               MOVE "=====================================" TO
                   CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               MOVE SPACES TO CERT-REPORT-RECORD
               STRING "Run date: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD
               END-STRING
               WRITE CERT-REPORT-RECORD
               MOVE SPACES TO CERT-REPORT-RECORD
               IF WS-CERT-OTHER-COUNT > 0
                   STRING "Cross-check against the ENIGMA engine's "
                       "ciphertext of " WS-CERT-OTHER-DATE
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "No ENIGMA engine output (CERTENIG.DAT) "
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
      * Cross-check: ENIGMA's ciphertext for the same vector,
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
               MOVE "N" TO WS-CERT-PASS
               ADD 1 TO WS-CERT-FAIL-COUNT
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
      * APPLY-KEY-SHEET a day's sheet uses, then keys the text letter
      * by letter - no operator substitution, the vectors are A-Z.
           MOVE SPACES TO KEYSHEET-RECORD
           MOVE CV-SHEET TO KEYSHEET-RECORD(1:47)
           PERFORM APPLY-KEY-SHEET
           MOVE SPACES TO WS-CERT-RESULT
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
                   "   failures: " WS-CERT-FAIL-COUNT
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD
               END-STRING
               WRITE CERT-REPORT-RECORD
               IF WS-CERT-PASS = "Y"
                   MOVE "ENGINE CERTIFIED - inbound traffic may run"
                       TO CERT-REPORT-RECORD
               ELSE
                   MOVE "ENGINE NOT CERTIFIED - no traffic worked"
                       TO CERT-REPORT-RECORD
               END-IF
               WRITE CERT-REPORT-RECORD
               CLOSE CERT-REPORT-FILE
               MOVE "N" TO WS-CERT-RPT-ON
           END-IF.

       GET-RUN-MODE.
           DISPLAY "Mode (empty = inbound file, H = reprocess held "
               "queue):"
               MOVE "H" TO WS-RUN-MODE
           END-IF.

       GET-KEY-LOOKBACK.
           DISPLAY "Key look-back for late traffic in days (empty "
               "for 3):"
           MOVE SPACES TO WS-LOOKBACK-LINE
           ACCEPT WS-LOOKBACK-LINE
           MOVE SPACES TO WS-LOOKBACK-TOKEN
           UNSTRING WS-LOOKBACK-LINE DELIMITED BY ALL SPACE
               INTO WS-LOOKBACK-TOKEN
           END-UNSTRING
           IF WS-LOOKBACK-TOKEN NOT = SPACES
               IF FUNCTION NUMVAL(WS-LOOKBACK-TOKEN) > 14
                   MOVE 14 TO WS-LOOKBACK-DAYS
               ELSE
                   MOVE FUNCTION NUMVAL(WS-LOOKBACK-TOKEN) TO
                       WS-LOOKBACK-DAYS
               END-IF
           END-IF
           COMPUTE WS-OLDEST-KEY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS)
           DISPLAY "  Late traffic worked on library sheets back to "
               WS-OLDEST-KEY-DATE.

       LOAD-KEY-LIBRARY.
      * Every library sheet from the oldest look-back day up to
      * today - today's only for its burn marker, the traffic itself
      * is worked on KEYSHEET.DAT. No library is not an error: late
      * traffic is then held as before.
           MOVE 0 TO WS-LIB-COUNT
           OPEN INPUT KEYLIB-FILE
           IF WS-LIB-FILE-STATUS NOT = "00"
               DISPLAY "  No key-sheet library (KEYLIB.DAT) - late "
                   "traffic will be held"
           ELSE
               MOVE "N" TO WS-LIB-EOF
               PERFORM UNTIL WS-LIB-EOF = "Y"
                   READ KEYLIB-FILE
                       AT END
                           MOVE "Y" TO WS-LIB-EOF
                       NOT AT END
                           IF KL-DATE IS NUMERIC
                               AND FUNCTION NUMVAL(KL-DATE)
                                   >= WS-OLDEST-KEY-DATE
                               AND FUNCTION NUMVAL(KL-DATE)
                                   <= WS-RUN-DATE
                               PERFORM STORE-ONE-LIBRARY-SHEET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYLIB-FILE
               DISPLAY "  " WS-LIB-COUNT " library sheet(s) in the "
                   "look-back"
           END-IF.

       STORE-ONE-LIBRARY-SHEET.
           IF WS-LIB-COUNT >= 750
               DISPLAY "  WARNING: more than 750 library sheets in "
                   "the look-back - " KL-DATE " net " KL-NET
                   " not loaded"
           ELSE
               ADD 1 TO WS-LIB-COUNT
               MOVE KL-DATE TO WS-LIB-DATE(WS-LIB-COUNT)
               MOVE KL-NET TO WS-LIB-NET(WS-LIB-COUNT)
               MOVE KL-KENN TO WS-LIB-KENN(WS-LIB-COUNT)
               MOVE KL-BURNED TO WS-LIB-BURNED(WS-LIB-COUNT)
               MOVE KL-SHEET TO WS-LIB-SHEET(WS-LIB-COUNT)
           END-IF.

       PROCESS-INBOUND-FILE.
           OPEN INPUT INBOUND-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
                       DISPLAY "  WARNING: held message "
                           WS-HDR-MSG-ID " has no group record - "
                           "dropped"
                       PERFORM REGISTER-DROPPED-HEADER
                   NOT AT END
                       MOVE HOLD-LINE TO WS-GROUP-LINE
                       PERFORM DECIPHER-AND-DELIVER
                       MOVE "Y" TO WS-IN-EOF
                       DISPLAY "  WARNING: message " WS-HDR-MSG-ID
                           " has no ciphertext line - dropped"
                       PERFORM REGISTER-DROPPED-HEADER
                   NOT AT END
                       MOVE INBOUND-RECORD TO WS-GROUP-LINE
                       PERFORM DECIPHER-AND-DELIVER
           MOVE SPACES TO WS-HDR-VON-TAG
           MOVE 1 TO WS-HDR-TOTAL
           MOVE "RT" TO WS-HDR-PRI
           MOVE SPACES TO WS-HDR-TX-DATE
           MOVE "N" TO WS-WDH-COPY
           MOVE SPACES TO WS-WDH-DATE
           IF WS-HEADER-SAVE(1:4) = "WDH "
               MOVE "Y" TO WS-WDH-COPY
               MOVE WS-HEADER-SAVE(5:8) TO WS-WDH-DATE
               MOVE WS-HEADER-SAVE(14:) TO WS-WIRE-HEADER
           ELSE
               MOVE WS-HEADER-SAVE TO WS-WIRE-HEADER
           END-IF
           UNSTRING WS-WIRE-HEADER DELIMITED BY SPACE
               INTO WS-HDR-TAG WS-HDR-MSG-ID
                   WS-HDR-ROTORS WS-HDR-REFL
                   WS-HDR-RINGS WS-HDR-LEN
                   WS-HDR-NET WS-HDR-KENN
                   WS-HDR-TEIL-TAG WS-HDR-PART
                   WS-HDR-VON-TAG WS-HDR-TOTAL
                   WS-HDR-PRI WS-HDR-TX-DATE
           END-UNSTRING.

       DECIPHER-AND-DELIVER.
           PERFORM CHECK-INBOUND-REGISTER
           IF WS-TAKEN-CLEAN = "Y"
               PERFORM FLAG-REPEATED-COPY
           ELSE
               PERFORM SELECT-SHEET-FOR-KEY-DATE
               EVALUATE TRUE
                   WHEN WS-KEY-BURNED = "Y"
                       PERFORM QUEUE-BURNED-KEY-MESSAGE
                   WHEN WS-LIB-IDX > 0
                       PERFORM SETUP-MACHINE-FROM-LIBRARY
                       PERFORM DELIVER-WITH-SELECTED-SHEET
                   WHEN WS-MSG-NET-IDX > 0
                       MOVE WS-MSG-NET-IDX TO WS-NET-IDX
                       PERFORM SETUP-MACHINE-FOR-NET
                       PERFORM DELIVER-WITH-SELECTED-SHEET
                   WHEN OTHER
                       PERFORM HOLD-ONE-MESSAGE
               END-EVALUATE
           END-IF
           PERFORM BOOK-INBOUND-REGISTER
           IF WS-REG-OUTCOME = "DLV" OR WS-REG-OUTCOME = "RLY"
               OR WS-REG-OUTCOME = "FIL" OR WS-REG-OUTCOME = "DUP"
               OR WS-REG-OUTCOME = "WDH"
               PERFORM WRITE-ACKNOWLEDGMENT
           END-IF.

       CHECK-INBOUND-REGISTER.
      * A WDH copy is first looked up under its original
      * transmission date, where the clean original would have
      * been entered; then every copy under its own receipt date,
      * last, so a record found there is the one left in the
      * record area for BOOK-INBOUND-REGISTER to bring up to date.
           MOVE SPACES TO WS-REG-OUTCOME
           MOVE "N" TO WS-REG-FOUND
           MOVE "N" TO WS-TAKEN-CLEAN
           MOVE SPACES TO WS-CLEAN-HEADER WS-CLEAN-GROUPS
           IF WS-RUN-MODE = "H" AND WS-HELD-DATE IS NUMERIC
               MOVE WS-HELD-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RECEIPT-DATE
           END-IF
           MOVE WS-RECEIPT-DATE TO WS-TX-DATE
           IF WS-HDR-TX-DATE IS NUMERIC
               MOVE WS-HDR-TX-DATE TO WS-TX-DATE
           ELSE
               IF WS-WDH-COPY = "Y" AND WS-WDH-DATE IS NUMERIC
                   MOVE WS-WDH-DATE TO WS-TX-DATE
               END-IF
           END-IF
           IF WS-REGISTER-ON = "Y"
               IF WS-TX-DATE NOT = WS-RECEIPT-DATE
                   MOVE WS-TX-DATE TO WS-LOOKUP-DATE
                   PERFORM READ-REGISTER-ENTRY
                   IF WS-REG-HIT = "Y"
                       PERFORM TEST-TAKEN-CLEAN
                   END-IF
               END-IF
               MOVE WS-RECEIPT-DATE TO WS-LOOKUP-DATE
               PERFORM READ-REGISTER-ENTRY
               IF WS-REG-HIT = "Y"
                   MOVE "Y" TO WS-REG-FOUND
                   PERFORM TEST-TAKEN-CLEAN
               END-IF
           END-IF.

       READ-REGISTER-ENTRY.
           MOVE WS-LOOKUP-DATE TO REG-DATE
           MOVE WS-HDR-NET TO REG-NET
           MOVE WS-HDR-MSG-ID TO REG-MSG-ID
           MOVE WS-HDR-PART TO REG-PART
           READ REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-REG-HIT
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-HIT
           END-READ.

       TEST-TAKEN-CLEAN.
           IF REG-OUTCOME = "DLV" OR REG-OUTCOME = "RLY"
               OR REG-OUTCOME = "FIL" OR REG-OUTCOME = "DUP"
               OR REG-OUTCOME = "WDH"
               IF WS-TAKEN-CLEAN = "N"
                   MOVE REG-HEADER TO WS-CLEAN-HEADER
                   MOVE REG-GROUPS TO WS-CLEAN-GROUPS
               END-IF
               MOVE "Y" TO WS-TAKEN-CLEAN
           END-IF.

       FLAG-REPEATED-COPY.
      * The part is already in hand. A copy marked WDH is the far
      * end repeating it - it did not get our acknowledgment, so
      * the acknowledgment goes again; any other copy is a plain
      * duplicate. Neither is deciphered or delivered again.
           IF WS-WDH-COPY = "Y"
               MOVE "WDH" TO WS-REG-OUTCOME
               ADD 1 TO WS-WDH-COUNT
               DISPLAY "  " WS-HDR-MSG-ID ": WDH repeat of a part "
                   "already taken clean - not delivered again"
           ELSE
               MOVE "DUP" TO WS-REG-OUTCOME
               ADD 1 TO WS-DUP-COUNT
               IF WS-CLEAN-HEADER = WS-WIRE-HEADER(1:100)
                   AND WS-CLEAN-GROUPS = WS-GROUP-LINE
                   DISPLAY "  " WS-HDR-MSG-ID ": exact duplicate of "
                       "a part already taken clean - not delivered "
                       "again"
               ELSE
                   DISPLAY "  WARNING: " WS-HDR-MSG-ID " part "
                       WS-HDR-PART " net " WS-HDR-NET " already "
                       "taken clean - this copy differs and is not "
                       "delivered, check with the sender"
               END-IF
           END-IF.

       BOOK-INBOUND-REGISTER.
      * A key already on the register is brought up to date: the
      * copy count and last-copy flag always, the outcome and the
      * wire lines only while the part has not been taken clean,
      * so a duplicate never overwrites the clean original. A
      * reprocess run works the copy already counted when it was
      * held, so it does not count it again.
           IF WS-REGISTER-ON = "Y"
               IF WS-REG-FOUND = "Y"
                   IF WS-RUN-MODE NOT = "H"
                       ADD 1 TO REG-COPIES
                   END-IF
                   MOVE WS-REG-OUTCOME TO REG-LAST-FLAG
                   MOVE WS-RUN-DATE TO REG-LAST-DATE
                   IF WS-TAKEN-CLEAN = "N"
                       MOVE WS-REG-OUTCOME TO REG-OUTCOME
                       MOVE WS-WDH-COPY TO REG-REPEAT
                       MOVE WS-TX-DATE TO REG-TX-DATE
                       MOVE WS-WIRE-HEADER TO REG-HEADER
                       MOVE WS-GROUP-LINE TO REG-GROUPS
                   END-IF
                   REWRITE REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "  WARNING: could not update "
                               "the register for " WS-HDR-MSG-ID
                   END-REWRITE
               ELSE
                   MOVE SPACES TO REGISTER-RECORD
                   MOVE WS-RECEIPT-DATE TO REG-DATE
                   MOVE WS-HDR-NET TO REG-NET
                   MOVE WS-HDR-MSG-ID TO REG-MSG-ID
                   MOVE WS-HDR-PART TO REG-PART
                   MOVE WS-REG-OUTCOME TO REG-OUTCOME
                   MOVE WS-WDH-COPY TO REG-REPEAT
                   MOVE WS-TX-DATE TO REG-TX-DATE
                   MOVE 1 TO REG-COPIES
                   MOVE WS-REG-OUTCOME TO REG-LAST-FLAG
                   MOVE WS-RUN-DATE TO REG-LAST-DATE
                   MOVE WS-WIRE-HEADER TO REG-HEADER
                   MOVE WS-GROUP-LINE TO REG-GROUPS
                   WRITE REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "  WARNING: could not enter "
                               WS-HDR-MSG-ID " on the register"
                   END-WRITE
               END-IF
           END-IF.

       REGISTER-DROPPED-HEADER.
      * A header cut off from its group line is entered as dropped
      * with no groups, unless the part is already in hand.
           MOVE SPACES TO WS-GROUP-LINE
           PERFORM CHECK-INBOUND-REGISTER
           IF WS-TAKEN-CLEAN = "Y"
               PERFORM FLAG-REPEATED-COPY
           ELSE
               MOVE "DRP" TO WS-REG-OUTCOME
           END-IF
           PERFORM BOOK-INBOUND-REGISTER.

       WRITE-ACKNOWLEDGMENT.
           IF WS-ACK-ON = "Y"
               MOVE WS-TX-DATE TO ACK-DATE
               MOVE WS-HDR-MSG-ID TO ACK-MSG-ID
               MOVE WS-HDR-PART TO ACK-PART
               WRITE ACK-RECORD
               ADD 1 TO WS-ACK-COUNT
           END-IF.

       HOLD-ONE-MESSAGE.
      * No sheet we hold answers this header's Kenngruppen or net
      * tag. The untouched header and group lines go to the
      * holding queue under reason KEN (OLD when the message was
      * sent before the key look-back), dated so the held report
      * can show how long the message has waited; a reprocess run
      * re-holds to the work file under the original date instead.
           EVALUATE TRUE
               WHEN WS-RUN-MODE = "H"
                   MOVE WS-HOLD-WHY TO WS-HB-REASON
                   MOVE WS-HELD-DATE TO WS-HB-DATE
                   MOVE WS-HEADER-SAVE TO WS-HB-LINE
                   MOVE WS-HOLD-BUILD TO HOLDWORK-RECORD
                   MOVE WS-HOLD-BUILD TO HOLDWORK-RECORD
                   WRITE HOLDWORK-RECORD
                   ADD 1 TO WS-REHELD-COUNT
                   MOVE "HLD" TO WS-REG-OUTCOME
                   IF WS-HOLD-WHY = "OLD"
                       DISPLAY "  " WS-HDR-MSG-ID " was sent "
                           WS-KEY-DATE ", before the key look-back"
                           " - re-held"
                   ELSE
                       DISPLAY "  " WS-HDR-MSG-ID " key group "
                           WS-HDR-KENN " still matches no sheet - "
                           "re-held"
                   END-IF
               WHEN WS-HOLDING-ON = "Y"
                   MOVE WS-HOLD-WHY TO WS-HB-REASON
                   MOVE WS-RUN-DATE TO WS-HB-DATE
                   MOVE WS-HEADER-SAVE TO WS-HB-LINE
                   MOVE WS-HOLD-BUILD TO HOLDING-RECORD
                   MOVE WS-HOLD-BUILD TO HOLDING-RECORD
                   WRITE HOLDING-RECORD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HLD" TO WS-REG-OUTCOME
                   IF WS-HOLD-WHY = "OLD"
                       DISPLAY "  " WS-HDR-MSG-ID " was sent "
                           WS-KEY-DATE ", before the key look-back"
                           " - held for reprocessing"
                   ELSE
                       DISPLAY "  " WS-HDR-MSG-ID " key group "
                           WS-HDR-KENN " net " WS-HDR-NET
                           " matches no key sheet we hold - held for "
                           "reprocessing"
                   END-IF
               WHEN OTHER
                   MOVE "DRP" TO WS-REG-OUTCOME
                   DISPLAY "  WARNING: message " WS-HDR-MSG-ID
                       " key group " WS-HDR-KENN " net " WS-HDR-NET
                       " matches no key sheet we hold - message "
               IF WS-RUN-MODE = "H"
                   PERFORM REHOLD-ON-BAD-INDICATOR
               ELSE
                   MOVE "DRP" TO WS-REG-OUTCOME
                   DISPLAY "  WARNING: message " WS-HDR-MSG-ID
                       " indicator groups do not agree - message "
                       "dropped, request a repeat"
           MOVE WS-HOLD-BUILD TO HOLDWORK-RECORD
           WRITE HOLDWORK-RECORD
           ADD 1 TO WS-REHELD-COUNT
           MOVE "HLD" TO WS-REG-OUTCOME
           DISPLAY "  " WS-HDR-MSG-ID " indicator groups do not "
               "agree - re-held, request a repeat".

           PERFORM DECRYPT-CIPHERTEXT
           IF WS-PLAIN-TEXT(1:10) = "BLINDBLIND"
               ADD 1 TO WS-FILLER-COUNT
               MOVE "FIL" TO WS-REG-OUTCOME
               DISPLAY "  " WS-HDR-MSG-ID ": filler - discarded"
           ELSE
               PERFORM REVERSE-SUBSTITUTION
               PERFORM WRITE-DELIVERY-RECORD
               IF WS-RELAY-DONE = "Y"
                   MOVE "RLY" TO WS-REG-OUTCOME
               ELSE
                   MOVE "DLV" TO WS-REG-OUTCOME
               END-IF
               ADD 1 TO WS-MSG-COUNT
               IF WS-RUN-MODE = "H"
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               IF WS-LATE-KEY = "Y"
                   ADD 1 TO WS-LATE-COUNT
                   DISPLAY "  " WS-HDR-MSG-ID ": " WS-HDR-LEN
                       " letter(s) deciphered on the key of "
                       WS-KEY-DATE " - late"
               ELSE
                   DISPLAY "  " WS-HDR-MSG-ID ": " WS-HDR-LEN
                       " letter(s) deciphered"
               END-IF
           END-IF.

       STRIP-CIPHER-GROUPS.
      * id, then the recovered text - the class leads the record so
      * the delivery desk pulls KR traffic to the top of its queue
      * at a glance. A numbered part carries its TEIL n VON m
      * marking so the clerk can lay the parts back together, and a
      * message worked on an earlier day's sheet says so, with the
      * day, ahead of the text.
           MOVE SPACES TO WS-DLV-BUILD
           EVALUATE TRUE
               WHEN WS-HDR-TOTAL > 1 AND WS-LATE-KEY = "Y"
                   STRING WS-HDR-PRI " " WS-HDR-MSG-ID " TEIL "
                       WS-HDR-PART " VON " WS-HDR-TOTAL
                       " LATE KEY " WS-KEY-DATE " "
                       WS-DELIVERY-TEXT
                       DELIMITED BY SIZE INTO WS-DLV-BUILD
                   END-STRING
               WHEN WS-HDR-TOTAL > 1
                   STRING WS-HDR-PRI " " WS-HDR-MSG-ID " TEIL "
                       WS-HDR-PART " VON " WS-HDR-TOTAL " "
                       WS-DELIVERY-TEXT
                       DELIMITED BY SIZE INTO WS-DLV-BUILD
                   END-STRING
               WHEN WS-LATE-KEY = "Y"
                   STRING WS-HDR-PRI " " WS-HDR-MSG-ID
                       " LATE KEY " WS-KEY-DATE " "
                       WS-DELIVERY-TEXT
                       DELIMITED BY SIZE INTO WS-DLV-BUILD
                   END-STRING
               WHEN OTHER
                   STRING WS-HDR-PRI " " WS-HDR-MSG-ID " "
                       WS-DELIVERY-TEXT
                       DELIMITED BY SIZE INTO WS-DLV-BUILD
                   END-STRING
           END-EVALUATE
      * Traffic for a relayed addressee goes onward instead.
           MOVE "N" TO WS-RELAY-DONE
           IF WS-ROUTE-COUNT = 0
               PERFORM RESOLVE-ADDRESSEE-CODE
               PERFORM FIND-RELAY-NET
               IF WS-RELAY-SLOT > 0
                   PERFORM RELAY-ONE-MESSAGE
               END-IF
               IF WS-RELAY-DONE = "N"
                   MOVE WS-DLV-BUILD TO DELIVERY-RECORD
                   WRITE DELIVERY-RECORD
               END-IF
           ELSE
               PERFORM ROUTE-DELIVERY-RECORD
           END-IF.

       RESOLVE-ADDRESSEE-CODE.
      * The header's net tag is the addressee code (it has always
      * doubled as "network/addressee" on the sending side); an
      * old "---" header falls back to the net whose sheet
      * deciphered the message.
           IF WS-HDR-NET = "---"
               IF WS-LIB-IDX > 0
                   MOVE WS-LIB-NET(WS-LIB-IDX) TO WS-ADDR-CODE
               ELSE
                   MOVE WS-NET-ID(WS-MSG-NET-IDX) TO WS-ADDR-CODE
               END-IF
           ELSE
               MOVE WS-HDR-NET TO WS-ADDR-CODE
           END-IF.

       ROUTE-DELIVERY-RECORD.
      * A code in no directory record is checked against the relay
      * table, and failing that queues to UNROUTE.OUT for the
      * distribution clerk instead of silently landing on the
      * wrong desk. A desk of ours always takes precedence over a
      * relay entry for the same code.
           PERFORM RESOLVE-ADDRESSEE-CODE
           MOVE 0 TO WS-DLV-SLOT
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-ROUTE-COUNT
                   MOVE WS-R TO WS-DLV-SLOT
               END-IF
           END-PERFORM
           IF WS-DLV-SLOT > 0
               PERFORM WRITE-DESK-DELIVERY
           ELSE
               PERFORM FIND-RELAY-NET
               IF WS-RELAY-SLOT > 0
                   PERFORM RELAY-ONE-MESSAGE
               END-IF
               IF WS-RELAY-DONE = "N"
                   MOVE WS-DLV-BUILD TO UNROUTE-RECORD
                   WRITE UNROUTE-RECORD
                   ADD 1 TO WS-UNROUTED-COUNT
                   DISPLAY "  " WS-HDR-MSG-ID ": addressee "
                       WS-ADDR-CODE " not in the routing "
                       "directory - queued to UNROUTE.OUT"
               END-IF
           END-IF
           IF WS-DLV-SLOT > 0
               PERFORM BOOK-MANIFEST-ENTRY
           END-IF.

       WRITE-DESK-DELIVERY.
      * Every desk's output was opened and positioned at the start
      * of the run, so switching desks only has to extend the next
      * one.
           IF WS-DESK-OPEN-SLOT NOT = WS-DLV-SLOT
               IF WS-DESK-OPEN-SLOT > 0
                   CLOSE DESK-DELIVERY-FILE
               END-IF
               MOVE WS-ROUTE-FILE(WS-DLV-SLOT) TO WS-DESK-FILE-NAME
               OPEN EXTEND DESK-DELIVERY-FILE
               MOVE WS-DLV-SLOT TO WS-DESK-OPEN-SLOT
           END-IF
           MOVE WS-DLV-BUILD TO DESK-DELIVERY-RECORD
           WRITE DESK-DELIVERY-RECORD.

       FIND-RELAY-NET.
           MOVE "N" TO WS-RELAY-DONE
           MOVE 0 TO WS-RELAY-SLOT
           IF WS-RELAY-ON = "Y"
               PERFORM VARYING WS-RL FROM 1 BY 1
                   UNTIL WS-RL > WS-RELAY-COUNT
                   IF WS-RELAY-CODE(WS-RL) = WS-ADDR-CODE
                       MOVE WS-RL TO WS-RELAY-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       RELAY-ONE-MESSAGE.
      * One outbound message record per inbound part, on the
      * onward net, in the sender's precedence class and with its
      * TEIL n VON m numbering. A part after the first of the
      * signal last relayed keeps that signal's outbound id; any
      * other part opens a new id. A continuation arriving out of
      * order therefore goes out under an id of its own, which
      * the pre-batch edit turns back to the clerk as a part
      * fault rather than let it travel unpaired. Traffic taken
      * on a library sheet came in on that sheet's net.
           IF WS-LIB-IDX > 0
               MOVE WS-LIB-NET(WS-LIB-IDX) TO WS-ORIGIN-NET
           ELSE
               MOVE WS-NET-ID(WS-MSG-NET-IDX) TO WS-ORIGIN-NET
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-DELIVERY-TEXT TRAILING))
               TO WS-RELAY-TEXT-LEN
           IF WS-RELAY-TEXT-LEN = 0
               MOVE 1 TO WS-RELAY-TEXT-LEN
           END-IF
      * "VON net id " takes 15 characters and MSGEDIT refuses a
      * text that runs to the 100th.
           IF WS-RELAY-TEXT-LEN > 84
               ADD 1 TO WS-RELAY-LONG-COUNT
               DISPLAY "  WARNING: " WS-HDR-MSG-ID " for "
                   WS-ADDR-CODE " is too long to relay in one "
                   "message record - delivered here for re-keying"
           ELSE
               IF WS-HDR-PART > 1
                   AND WS-ORIGIN-NET = WS-RELAY-LAST-NET
                   AND WS-HDR-MSG-ID = WS-RELAY-LAST-IN-ID
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RELAY-NEXT-ID
               END-IF
               MOVE WS-ORIGIN-NET TO WS-RELAY-LAST-NET
               MOVE WS-HDR-MSG-ID TO WS-RELAY-LAST-IN-ID
               MOVE SPACES TO RELAY-MSG-RECORD
               MOVE WS-RELAY-NEXT-ID TO RMSG-ID
               MOVE WS-RELAY-NET(WS-RELAY-SLOT) TO RMSG-NET
               IF WS-HDR-TOTAL > 1
                   MOVE WS-HDR-PART TO RMSG-PART
                   MOVE WS-HDR-TOTAL TO RMSG-TOTAL
               END-IF
               MOVE WS-HDR-PRI TO RMSG-PRI
               STRING "VON " WS-ORIGIN-NET " " WS-HDR-MSG-ID " "
                   WS-DELIVERY-TEXT(1:WS-RELAY-TEXT-LEN)
                   DELIMITED BY SIZE INTO RMSG-TEXT
               END-STRING
               WRITE RELAY-MSG-RECORD
               MOVE "Y" TO WS-RELAY-DONE
               ADD 1 TO WS-RELAYED-COUNT
               DISPLAY "  " WS-HDR-MSG-ID ": addressee " WS-ADDR-CODE
                   " relayed on net " WS-RELAY-NET(WS-RELAY-SLOT)
                   " as " WS-RELAY-NEXT-ID
           END-IF
           PERFORM WRITE-RELAY-LOG-LINE.

       WRITE-RELAY-LOG-LINE.
      * Inbound net, id and part marking against the onward net
      * and outbound id, so a relay can be chased from either end.
           ACCEPT WS-RELAY-TIME FROM TIME
           MOVE SPACES TO RELAY-LOG-RECORD
           IF WS-RELAY-DONE = "Y"
               STRING WS-RUN-DATE " " WS-RELAY-TIME(1:6)
                   " IN " WS-ORIGIN-NET " " WS-HDR-MSG-ID
                   " TEIL " WS-HDR-PART " VON " WS-HDR-TOTAL
                   " " WS-HDR-PRI " FOR " WS-ADDR-CODE
                   " OUT " WS-RELAY-NET(WS-RELAY-SLOT)
                   " " WS-RELAY-NEXT-ID
                   DELIMITED BY SIZE INTO RELAY-LOG-RECORD
               END-STRING
           ELSE
               STRING WS-RUN-DATE " " WS-RELAY-TIME(1:6)
                   " IN " WS-ORIGIN-NET " " WS-HDR-MSG-ID
                   " TEIL " WS-HDR-PART " VON " WS-HDR-TOTAL
                   " " WS-HDR-PRI " FOR " WS-ADDR-CODE
                   " NOT RELAYED - TOO LONG"
                   DELIMITED BY SIZE INTO RELAY-LOG-RECORD
               END-STRING
           END-IF
           WRITE RELAY-LOG-RECORD.

       BOOK-MANIFEST-ENTRY.
           ADD 1 TO WS-ROUTE-MSG-COUNT(WS-DLV-SLOT)
           ADD WS-DLV-LEN TO WS-ROUTE-LTR-COUNT(WS-DLV-SLOT)
               MOVE WS-HDR-PART TO WS-MAN-PART(WS-DLV-SLOT, WS-M)
               MOVE WS-HDR-TOTAL TO WS-MAN-TOTAL(WS-DLV-SLOT, WS-M)
               MOVE WS-DLV-LEN TO WS-MAN-LETTERS(WS-DLV-SLOT, WS-M)
               IF WS-LATE-KEY = "Y"
                   MOVE WS-KEY-DATE TO
                       WS-MAN-KEY-DATE(WS-DLV-SLOT, WS-M)
               ELSE
                   MOVE 0 TO WS-MAN-KEY-DATE(WS-DLV-SLOT, WS-M)
               END-IF
           END-IF.

       LOAD-ROUTING-DIRECTORY.
           IF RT-CODE = SPACES
               CONTINUE
           ELSE
               IF WS-ROUTE-COUNT >= 50
                   DISPLAY "  WARNING: more than fifty addressees in "
                       "the routing directory - extra record ignored"
               ELSE
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE RT-CODE TO WS-ROUTE-CODE(WS-ROUTE-COUNT)
                   MOVE RT-DESK TO WS-ROUTE-DESK(WS-ROUTE-COUNT)
                   MOVE SPACES TO WS-ROUTE-FILE(WS-ROUTE-COUNT)
                   IF WS-ROUTE-COUNT < 10
                       STRING "DELIVER" WS-ROUTE-COUNT(2:1) ".OUT"
                           DELIMITED BY SIZE
                           INTO WS-ROUTE-FILE(WS-ROUTE-COUNT)
                       END-STRING
                   ELSE
                       STRING "DELIVER" WS-ROUTE-COUNT ".OUT"
                           DELIMITED BY SIZE
                           INTO WS-ROUTE-FILE(WS-ROUTE-COUNT)
                       END-STRING
                   END-IF
                   MOVE 0 TO WS-ROUTE-MSG-COUNT(WS-ROUTE-COUNT)
                   MOVE 0 TO WS-ROUTE-LTR-COUNT(WS-ROUTE-COUNT)
                   MOVE 0 TO WS-ROUTE-MAN-COUNT(WS-ROUTE-COUNT)
               END-IF
           END-IF.

       LOAD-RELAY-TABLE.
      * No relay table means this station relays for nobody. An
      * entry whose onward net has no key sheet today could never
      * be enciphered by the outbound batch, so it is ignored and
      * that addressee's traffic stays with the clerk as before.
           MOVE 0 TO WS-RELAY-COUNT
           OPEN INPUT RELAY-FILE
           IF WS-RELAY-FILE-STATUS = "00"
               MOVE "N" TO WS-RELAY-EOF
               PERFORM UNTIL WS-RELAY-EOF = "Y"
                   READ RELAY-FILE
                       AT END
                           MOVE "Y" TO WS-RELAY-EOF
                       NOT AT END
                           PERFORM STORE-ONE-RELAY
                   END-READ
               END-PERFORM
               CLOSE RELAY-FILE
               IF WS-RELAY-COUNT > 0
                   DISPLAY "  Relay table: " WS-RELAY-COUNT
                       " addressee(s)"
               END-IF
           END-IF.

       STORE-ONE-RELAY.
           MOVE "N" TO WS-RELAY-OK-NET
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               IF RLY-NET = WS-NET-ID(WS-NET-IDX)
                   MOVE "Y" TO WS-RELAY-OK-NET
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN RLY-CODE = SPACES
                   CONTINUE
               WHEN WS-RELAY-OK-NET = "N"
                   DISPLAY "  WARNING: relay for " RLY-CODE
                       " names onward net " RLY-NET
                       " - no key sheet for it today, entry ignored"
               WHEN WS-RELAY-COUNT >= 50
                   DISPLAY "  WARNING: more than 50 addressees in "
                       "the relay table - extra record ignored"
               WHEN OTHER
                   ADD 1 TO WS-RELAY-COUNT
                   MOVE RLY-CODE TO WS-RELAY-CODE(WS-RELAY-COUNT)
                   MOVE RLY-NET TO WS-RELAY-NET(WS-RELAY-COUNT)
           END-EVALUATE.

       OPEN-RELAY-OUTPUTS.
      * The outbound id starts one past the highest id already in
      * MESSAGES.DAT, the same rule the filler generator uses, so
      * relayed traffic always sorts after the day's own. Both the
      * message file and the log are extended, never rewritten. If
      * either cannot be opened the run goes on without relaying
      * and relay traffic is delivered here for the clerk.
           MOVE "N" TO WS-RELAY-ON
           MOVE 0 TO WS-RELAY-NEXT-ID
           MOVE SPACES TO WS-RELAY-LAST-NET
           OPEN INPUT RELAY-MSG-FILE
           IF WS-RMSG-FILE-STATUS = "00"
               MOVE "N" TO WS-RELAY-EOF
               PERFORM UNTIL WS-RELAY-EOF = "Y"
                   READ RELAY-MSG-FILE
                       AT END
                           MOVE "Y" TO WS-RELAY-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-MESSAGE-ID
                   END-READ
               END-PERFORM
               CLOSE RELAY-MSG-FILE
           END-IF
           OPEN EXTEND RELAY-MSG-FILE
           IF WS-RMSG-FILE-STATUS NOT = "00"
               OPEN OUTPUT RELAY-MSG-FILE
           END-IF
           OPEN EXTEND RELAY-LOG-FILE
           IF WS-RLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT RELAY-LOG-FILE
           END-IF
           IF WS-RMSG-FILE-STATUS = "00"
               AND WS-RLOG-FILE-STATUS = "00"
               MOVE "Y" TO WS-RELAY-ON
           ELSE
               DISPLAY "  WARNING: could not extend MESSAGES.DAT or "
                   "RELAY.LOG - relay traffic delivered here"
               IF WS-RMSG-FILE-STATUS = "00"
                   CLOSE RELAY-MSG-FILE
               END-IF
               IF WS-RLOG-FILE-STATUS = "00"
                   CLOSE RELAY-LOG-FILE
               END-IF
           END-IF.

       NOTE-ONE-MESSAGE-ID.
           IF RMSG-ID IS NUMERIC AND RMSG-ID > WS-RELAY-NEXT-ID
               MOVE RMSG-ID TO WS-RELAY-NEXT-ID
           END-IF.

       OPEN-DELIVERY-OUTPUTS.
      * One output per directory slot plus the unroutable queue,
      * or the single flat file when no directory is on hand. A
                   MOVE "N" TO WS-DLV-OPEN-OK
               END-IF
           ELSE
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-ROUTE-COUNT
                   PERFORM OPEN-ONE-DESK-OUTPUT
               END-PERFORM
               MOVE 0 TO WS-DESK-OPEN-SLOT
               IF WS-RUN-MODE = "H"
                   OPEN EXTEND UNROUTE-FILE
                   IF WS-UNR-FILE-STATUS NOT = "00"
                       OPEN OUTPUT UNROUTE-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT UNROUTE-FILE
               END-IF
               IF WS-UNR-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-DLV-OPEN-OK
               END-IF
           END-IF
           IF WS-DLV-OPEN-OK = "Y" AND WS-RELAY-COUNT > 0
               PERFORM OPEN-RELAY-OUTPUTS
           END-IF
           IF WS-DLV-OPEN-OK = "Y"
               PERFORM OPEN-REGISTER-AND-ACKS
               PERFORM OPEN-BURNED-KEY-QUEUE
           END-IF.

       OPEN-ONE-DESK-OUTPUT.
      * Cleared for the day, or kept and extended by a reprocess
      * run, then closed again until the desk's first message.
           MOVE WS-ROUTE-FILE(WS-R) TO WS-DESK-FILE-NAME
           IF WS-RUN-MODE = "H"
               OPEN EXTEND DESK-DELIVERY-FILE
               IF WS-DESK-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DESK-DELIVERY-FILE
               END-IF
           ELSE
               OPEN OUTPUT DESK-DELIVERY-FILE
           END-IF
           IF WS-DESK-FILE-STATUS = "00"
               CLOSE DESK-DELIVERY-FILE
           ELSE
               DISPLAY "  Could not open " WS-DESK-FILE-NAME
                   " for addressee " WS-ROUTE-CODE(WS-R)
               MOVE "N" TO WS-DLV-OPEN-OK
           END-IF.

       OPEN-BURNED-KEY-QUEUE.
      * Extended like the holding queue, so the security officer
      * works through everything queued since it was last cleared.
           MOVE "N" TO WS-BURN-QUEUE-ON
           OPEN EXTEND BURNKEY-FILE
           IF WS-BURN-FILE-STATUS NOT = "00"
               OPEN OUTPUT BURNKEY-FILE
           END-IF
           IF WS-BURN-FILE-STATUS = "00"
               MOVE "Y" TO WS-BURN-QUEUE-ON
           ELSE
               DISPLAY "  WARNING: could not open BURNKEY.DAT - "
                   "traffic on a burned key will be dropped this run"
           END-IF.

       OPEN-REGISTER-AND-ACKS.
      * The register is opened I-O so earlier days' entries stay
      * put; the first run ever creates it. Without it the run
      * still delivers, but nothing is checked for duplicates. The
      * acknowledgment file is the run's own, extended by a
      * reprocess run like the delivery outputs.
           MOVE "N" TO WS-REGISTER-ON
           OPEN I-O REGISTER-FILE
           IF WS-REG-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               IF WS-REG-FILE-STATUS = "00"
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
           END-IF
           IF WS-REG-FILE-STATUS = "00"
               MOVE "Y" TO WS-REGISTER-ON
           ELSE
               DISPLAY "  WARNING: could not open INREG.DAT "
                   "(status " WS-REG-FILE-STATUS ") - inbound "
                   "register not kept, duplicates not checked"
           END-IF
           MOVE "N" TO WS-ACK-ON
           IF WS-RUN-MODE = "H"
               OPEN EXTEND ACK-FILE
               IF WS-ACK-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACK-FILE
               END-IF
           ELSE
               OPEN OUTPUT ACK-FILE
           END-IF
           IF WS-ACK-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACK-ON
           ELSE
               DISPLAY "  WARNING: could not open ACKSEND.DAT - "
                   "no acknowledgments this run"
           END-IF.

       CLOSE-DELIVERY-OUTPUTS.
           IF WS-ROUTE-COUNT = 0
               CLOSE DELIVERY-FILE
           ELSE
               IF WS-DESK-OPEN-SLOT > 0
                   CLOSE DESK-DELIVERY-FILE
                   MOVE 0 TO WS-DESK-OPEN-SLOT
               END-IF
               CLOSE UNROUTE-FILE
           END-IF
           IF WS-RELAY-ON = "Y"
               CLOSE RELAY-MSG-FILE
               CLOSE RELAY-LOG-FILE
               MOVE "N" TO WS-RELAY-ON
               DISPLAY "  " WS-RELAYED-COUNT " message(s) relayed "
                   "onward to MESSAGES.DAT, " WS-RELAY-LONG-COUNT
                   " too long to relay"
           END-IF
           IF WS-REGISTER-ON = "Y"
               CLOSE REGISTER-FILE
               MOVE "N" TO WS-REGISTER-ON
           END-IF
           IF WS-ACK-ON = "Y"
               CLOSE ACK-FILE
               MOVE "N" TO WS-ACK-ON
           END-IF
           IF WS-BURN-QUEUE-ON = "Y"
               CLOSE BURNKEY-FILE
               MOVE "N" TO WS-BURN-QUEUE-ON
           END-IF
           DISPLAY "  " WS-LATE-COUNT " message(s) worked on an "
               "earlier day's key, " WS-BURN-QUEUED-COUNT
               " queued to BURNKEY.DAT on a burned key"
           DISPLAY "  " WS-DUP-COUNT " duplicate(s) and " WS-WDH-COUNT
               " WDH repeat(s) not delivered again, " WS-ACK-COUNT
               " acknowledgment(s) to ACKSEND.DAT".

       WRITE-DELIVERY-MANIFEST.
      * One section per addressee: the ids and part markings
                   DELIMITED BY SIZE INTO MANIFEST-RECORD
               END-STRING
               WRITE MANIFEST-RECORD
               IF WS-RELAY-COUNT > 0
                   MOVE SPACES TO MANIFEST-RECORD
                   STRING "Relayed onward (RELAY.LOG): "
                       WS-RELAYED-COUNT
                       DELIMITED BY SIZE INTO MANIFEST-RECORD
                   END-STRING
                   WRITE MANIFEST-RECORD
               END-IF
               IF WS-LATE-COUNT > 0
                   MOVE SPACES TO MANIFEST-RECORD
                   STRING "Worked on an earlier day's key (LATE KEY): "
                       WS-LATE-COUNT
                       DELIMITED BY SIZE INTO MANIFEST-RECORD
                   END-STRING
                   WRITE MANIFEST-RECORD
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       WRITE-ONE-MANIFEST-SECTION.
           MOVE SPACES TO MANIFEST-RECORD
           STRING "Addressee " WS-ROUTE-CODE(WS-R) " ("
               WS-ROUTE-DESK(WS-R) ") - " WS-ROUTE-FILE(WS-R)
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
                       DELIMITED BY SIZE INTO MANIFEST-RECORD
                   END-STRING
               END-IF
               IF WS-MAN-KEY-DATE(WS-R, WS-M) > 0
                   MOVE SPACES TO WS-DLV-BUILD
                   STRING FUNCTION TRIM(MANIFEST-RECORD TRAILING)
                       "  LATE KEY " WS-MAN-KEY-DATE(WS-R, WS-M)
                       DELIMITED BY SIZE INTO WS-DLV-BUILD
                   END-STRING
                   MOVE WS-DLV-BUILD TO MANIFEST-RECORD
               END-IF
               WRITE MANIFEST-RECORD
           END-PERFORM
           MOVE SPACES TO MANIFEST-RECORD
           END-IF.

       STORE-DATED-KEY-SHEET.
           IF WS-NET-COUNT >= 50
               DISPLAY "  WARNING: more than fifty nets on the key "
                   "sheet - extra record ignored"
           ELSE
               ADD 1 TO WS-NET-COUNT
           MOVE WS-NET-START-GREEK(WS-NET-IDX) TO KS-START-GREEK
           PERFORM APPLY-KEY-SHEET.

       SELECT-SHEET-FOR-KEY-DATE.
      * The key day is the header's transmission date; a header
      * without one, or dated today or later, is today's traffic.
      * The library is checked first on every day, today's
      * included, so a day burned after it was cut is still
      * refused. Otherwise today's traffic picks its sheet off
      * KEYSHEET.DAT as before and earlier traffic off the library.
           MOVE "N" TO WS-KEY-BURNED
           MOVE "N" TO WS-LATE-KEY
           MOVE "KEN" TO WS-HOLD-WHY
           MOVE 0 TO WS-MSG-NET-IDX
           MOVE WS-RUN-DATE TO WS-KEY-DATE
           IF WS-HDR-TX-DATE IS NUMERIC
               IF FUNCTION NUMVAL(WS-HDR-TX-DATE) < WS-RUN-DATE
                   MOVE WS-HDR-TX-DATE TO WS-KEY-DATE
               END-IF
           END-IF
           PERFORM FIND-LIBRARY-SHEET
           EVALUATE TRUE
               WHEN WS-LIB-IDX > 0
                   AND WS-LIB-BURNED(WS-LIB-IDX) = "B"
                   MOVE "Y" TO WS-KEY-BURNED
               WHEN WS-KEY-DATE = WS-RUN-DATE
                   MOVE 0 TO WS-LIB-IDX
                   PERFORM SELECT-SHEET-FOR-MESSAGE
               WHEN WS-KEY-DATE < WS-OLDEST-KEY-DATE
                   MOVE "OLD" TO WS-HOLD-WHY
               WHEN WS-LIB-IDX > 0
                   MOVE "Y" TO WS-LATE-KEY
           END-EVALUATE.

       FIND-LIBRARY-SHEET.
      * Same preference as SELECT-SHEET-FOR-MESSAGE: Kenngruppen
      * first, then the net tag.
           MOVE 0 TO WS-LIB-IDX
           PERFORM VARYING WS-LB FROM 1 BY 1
               UNTIL WS-LB > WS-LIB-COUNT
               IF WS-LIB-DATE(WS-LB) = WS-KEY-DATE
                   AND WS-HDR-KENN NOT = "---"
                   AND WS-HDR-KENN = WS-LIB-KENN(WS-LB)
                   MOVE WS-LB TO WS-LIB-IDX
               END-IF
           END-PERFORM
           IF WS-LIB-IDX = 0
               PERFORM VARYING WS-LB FROM 1 BY 1
                   UNTIL WS-LB > WS-LIB-COUNT
                   IF WS-LIB-DATE(WS-LB) = WS-KEY-DATE
                       AND WS-HDR-NET NOT = "---"
                       AND WS-HDR-NET = WS-LIB-NET(WS-LB)
                       MOVE WS-LB TO WS-LIB-IDX
                   END-IF
               END-PERFORM
           END-IF.

       SETUP-MACHINE-FROM-LIBRARY.
      * The library sheet is in the key-sheet layout already.
           MOVE WS-LIB-SHEET(WS-LIB-IDX) TO KEYSHEET-RECORD(1:53)
           PERFORM APPLY-KEY-SHEET.

       QUEUE-BURNED-KEY-MESSAGE.
      * Never deciphered or delivered: the untouched header and
      * group lines go to the burned-key queue under reason BRN and
      * the day they were received, and are not acknowledged.
           IF WS-BURN-QUEUE-ON = "Y"
               MOVE "BRN" TO WS-HB-REASON
               IF WS-RUN-MODE = "H"
                   MOVE WS-HELD-DATE TO WS-HB-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HB-DATE
               END-IF
               MOVE WS-HEADER-SAVE TO WS-HB-LINE
               MOVE WS-HOLD-BUILD TO BURNKEY-RECORD
               WRITE BURNKEY-RECORD
               MOVE WS-GROUP-LINE TO WS-HB-LINE
               MOVE WS-HOLD-BUILD TO BURNKEY-RECORD
               WRITE BURNKEY-RECORD
               ADD 1 TO WS-BURN-QUEUED-COUNT
               MOVE "BRN" TO WS-REG-OUTCOME
               DISPLAY "  WARNING: " WS-HDR-MSG-ID " net "
                   WS-HDR-NET " was sent on the burned key of "
                   WS-KEY-DATE " - queued to BURNKEY.DAT for the "
                   "security officer"
           ELSE
               MOVE "DRP" TO WS-REG-OUTCOME
               DISPLAY "  WARNING: " WS-HDR-MSG-ID " net "
                   WS-HDR-NET " was sent on the burned key of "
                   WS-KEY-DATE " - message dropped"
           END-IF.

       SELECT-SHEET-FOR-MESSAGE.
      * The header's Kenngruppen name the key; the net tag is the
      * fallback for traffic from stations that have not taken up
