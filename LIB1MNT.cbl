      *           fresh master copy is saved - LIB1RCV rolls forward
      *           from that copy through the journal in order.
      *           An accepted DELETE also drops the item's records
      *           from the location file and its lots from the lot
      *           file (LIB1EREC), so a later re-add of the same key
      *           cannot surface stale warehouse quantities or lots
      *           as live availability. A DELETE is rejected while
      *           an open customer-order line (LIB1KREC) or the bill
      *           of materials (LIB1BREC) still names the item, the
      *           same rule LIB1SMNT applies to a supplier still on
      *           a cross-reference.
      *           Changes past the shop's limits are not applied but
      *           held in the approval queue (LIB1APQ) for a
      *           supervisor: a DELETE of an item still carrying
      *           stock, a CHANGE that overrides the unit cost LIB1MOV
      *           maintains, and a CHANGE that moves the price by more
      *           than WS-PRICE-HOLD-PCT. Each run first applies the
      *           changes a supervisor has released through LIB1APRV
      *           since the last one, marking them applied (or failed
      *           when the master no longer allows them), and ages
      *           finished queue entries off after WS-QUEUE-KEEP-DAYS.
      *           The journal carries the keying operator and, for a
      *           released change, the supervisor who released it.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1MNT.
           SELECT LIB1-LOCATION-FILE ASSIGN TO "data/lib1loc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN TO "data/lib1apq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT LOT-FILE ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT CUST-ORDER-IN ASSIGN TO "data/lib1cord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ORDER-STATUS.

           SELECT BOM-IN ASSIGN TO "data/lib1bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       copy LIB1MREC.

       FD  TRAN-IN.
       01  TRAN-IN-REC                  PIC X(64).

       FD  STATUS-OUT.
       01  STATUS-OUT-REC.
       FD  LIB1-LOCATION-FILE.
       copy LIB1LREC.

       FD  APPROVAL-QUEUE.
       01  APPROVAL-QUEUE-REC           PIC X(157).

       FD  LOT-FILE.
       copy LIB1EREC.

       FD  CUST-ORDER-IN.
       copy LIB1KREC.

       FD  BOM-IN.
       copy LIB1BREC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02).
       01  WS-TRAN-STATUS               PIC X(02).
       01  WS-STATUS-OUT-STATUS         PIC X(02).
       01  WS-JOURNAL-STATUS            PIC X(02).
       01  WS-LOCATION-STATUS           PIC X(02).
       01  WS-QUEUE-STATUS              PIC X(02).
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-CUST-ORDER-STATUS         PIC X(02).
       01  WS-BOM-STATUS                PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       copy LIB1TRAN.

       copy LIB1APQ.

       01  WS-MAX-MASTER                PIC 9(05) VALUE 9999.
       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-LOC-SHUFFLE-IDX           PIC 9(05).
       01  WS-LOC-DROP-COUNT            PIC 9(05) VALUE ZERO.

      *    The lot file, held in full so an accepted DELETE can drop
      *    the item's lots and the file be written back without them.
       01  WS-LOT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-LOT-IDX                   PIC 9(05).
       01  WS-LOT-SHUFFLE-IDX           PIC 9(05).
       01  WS-LOT-DROP-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY             OCCURS 9999 TIMES.
               10  WS-LOT-KEY           PIC X(05).
               10  FILLER               PIC X(42).

      *    Every item key an open customer-order line or the bill of
      *    materials (kit or component) still names - none of them
      *    may be deleted.
       01  WS-USE-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-USE-IDX                   PIC 9(05).
       01  WS-USE-TABLE.
           05  WS-USE-KEY               PIC X(05) OCCURS 9999 TIMES.
       01  WS-NEW-USE-KEY               PIC X(05).
       01  WS-KEY-IN-USE-SW             PIC X(01).
           88  WS-KEY-IN-USE            VALUE 'Y'.

      *    Before/after record images staged here while a transaction
      *    is applied, then written to JOURNAL-OUT as one record.
       01  WS-BEFORE-IMAGE              PIC X(55).
       01  WS-AFTER-IMAGE               PIC X(55).
      *    A CHANGE moving the price by more than this percentage
      *    either way is held for a supervisor - the same limit
      *    LIB1PRC applies to price-change transactions.
       01  WS-PRICE-HOLD-PCT            PIC 9(03)V9 VALUE 20.0.
       01  WS-PRICE-MOVE-PCT            PIC 9(09)V9.

      *    Applied, rejected and failed queue entries are kept this
      *    many days after the supervisor acted, for the auditors.
       01  WS-QUEUE-KEEP-DAYS           PIC 9(03) VALUE 90.
       01  WS-TODAY-NUM                 PIC 9(08).
       01  WS-ACTION-NUM                PIC 9(08).

      *    The approval queue, held in full while the run adds holds
      *    and marks released entries, then written back.
       01  WS-APQ-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-APQ-IDX                   PIC 9(05).
       01  WS-APQ-NEXT-SEQ              PIC 9(06) VALUE ZERO.
       01  WS-APQ-TABLE.
           05  WS-APQ-ENTRY             PIC X(157)
                   OCCURS 9999 TIMES.

       01  WS-HOLD-REASON               PIC X(01).
       01  WS-HOLD-NOTE                 PIC X(30).
       01  WS-NOTE-OLD                  PIC ZZZZ9.99.
       01  WS-NOTE-NEW                  PIC ZZZZ9.99.
       01  WS-NOTE-QTY                  PIC ZZZZ9.
       01  WS-REBASED-QTY               PIC S9(07).
       01  WS-APPROVER                  PIC X(08).
       01  WS-RELEASED-SW               PIC X(01) VALUE 'N'.
           88  WS-APPLYING-RELEASED     VALUE 'Y'.
       01  WS-ACCEPTED-SW               PIC X(01).
           88  WS-TRAN-ACCEPTED         VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CTS-DATE              PIC X(08).
           05  WS-CTS-TIME              PIC X(06).
           PERFORM 0100-LOAD-MASTER

           IF LIB1T-LOAD-OK
               PERFORM 0150-LOAD-APPROVAL-QUEUE
               IF RETURN-CODE = ZERO
                   PERFORM 0170-LOAD-LOTS
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM 0180-LOAD-KEYS-IN-USE
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM 0200-APPLY-TRANSACTIONS
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM 0300-REWRITE-MASTER
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM 0400-REWRITE-APPROVAL-QUEUE
               END-IF
           ELSE
      *        The master file could not be loaded - applying
      *        transactions against an empty table and rewriting the

           MOVE 'N' TO WS-EOF-SW.

       0150-LOAD-APPROVAL-QUEUE.

      *    The queue has to be read whole before anything is held -
      *    new holds are numbered on from the highest sequence
      *    number already on it.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT APPROVAL-QUEUE

           EVALUATE WS-QUEUE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1MNT: UNABLE TO READ data/lib1apq.dat - '
                       'FILE STATUS ' WS-QUEUE-STATUS
                       ' - TRANSACTIONS NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ APPROVAL-QUEUE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF WS-APQ-COUNT >= 9999
                                   DISPLAY 'LIB1MNT: data/lib1apq.dat '
                                       'HAS MORE THAN 9999 RECORDS - '
                                       'TRANSACTIONS NOT APPLIED'
                                   MOVE 16 TO RETURN-CODE
                                   SET WS-EOF TO TRUE
                               ELSE
                                   ADD 1 TO WS-APQ-COUNT
                                   MOVE APPROVAL-QUEUE-REC
                                     TO WS-APQ-ENTRY(WS-APQ-COUNT)
                                   MOVE APPROVAL-QUEUE-REC
                                     TO LIB1-APPROVAL-RECORD
                                   IF APQ-SEQ > WS-APQ-NEXT-SEQ
                                       MOVE APQ-SEQ TO WS-APQ-NEXT-SEQ
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPROVAL-QUEUE
           END-EVALUATE

           MOVE 'N' TO WS-EOF-SW.

       0170-LOAD-LOTS.

      *    The lot file is rewritten whenever a DELETE drops lots, so
      *    a failed or truncated load must not be taken for the whole
      *    file.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LOT-FILE

           EVALUATE WS-LOT-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1MNT: UNABLE TO READ data/lib1lot.dat - '
                       'FILE STATUS ' WS-LOT-STATUS
                       ' - TRANSACTIONS NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ LOT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF WS-LOT-COUNT >= 9999
                                   DISPLAY 'LIB1MNT: data/lib1lot.dat '
                                       'HAS MORE THAN 9999 RECORDS - '
                                       'TRANSACTIONS NOT APPLIED'
                                   MOVE 16 TO RETURN-CODE
                                   SET WS-EOF TO TRUE
                               ELSE
                                   ADD 1 TO WS-LOT-COUNT
                                   MOVE LIB1-LOT-RECORD
                                     TO WS-LOT-ENTRY(WS-LOT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOT-FILE
           END-EVALUATE

           MOVE 'N' TO WS-EOF-SW.

       0180-LOAD-KEYS-IN-USE.

      *    Without both files a DELETE cannot be checked, and an item
      *    deleted from under an open order or a kit would leave
      *    LIB1ALOC and LIB1MOV working against a key that no longer
      *    exists. Neither file ever having been written is normal.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CUST-ORDER-IN

           EVALUATE WS-CUST-ORDER-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1MNT: UNABLE TO READ data/lib1cord.dat '
                       '- FILE STATUS ' WS-CUST-ORDER-STATUS
                       ' - TRANSACTIONS NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ CUST-ORDER-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF CO-STATUS = 'O'
                                   MOVE CO-KEY TO WS-NEW-USE-KEY
                                   PERFORM 0190-ADD-KEY-IN-USE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUST-ORDER-IN
           END-EVALUATE

           MOVE 'N' TO WS-EOF-SW

           IF RETURN-CODE = ZERO
               OPEN INPUT BOM-IN
               EVALUATE WS-BOM-STATUS
                   WHEN '35'
                       CONTINUE
                   WHEN NOT = '00'
                       DISPLAY 'LIB1MNT: UNABLE TO READ '
                           'data/lib1bom.dat - FILE STATUS '
                           WS-BOM-STATUS
                           ' - TRANSACTIONS NOT APPLIED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM UNTIL WS-EOF
                           READ BOM-IN
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   MOVE BOM-KIT-KEY TO WS-NEW-USE-KEY
                                   PERFORM 0190-ADD-KEY-IN-USE
                                   MOVE BOM-COMP-KEY TO WS-NEW-USE-KEY
                                   PERFORM 0190-ADD-KEY-IN-USE
                           END-READ
                       END-PERFORM
                       CLOSE BOM-IN
               END-EVALUATE
           END-IF

           MOVE 'N' TO WS-EOF-SW.

       0190-ADD-KEY-IN-USE.

      *    Each key once - the master's 9999 items bound the table.
           MOVE 'N' TO WS-KEY-IN-USE-SW
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                      OR WS-KEY-IN-USE
               IF WS-USE-KEY(WS-USE-IDX) = WS-NEW-USE-KEY
                   SET WS-KEY-IN-USE TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-KEY-IN-USE
               IF WS-USE-COUNT >= 9999
                   DISPLAY 'LIB1MNT: MORE THAN 9999 ITEMS ON OPEN '
                       'ORDERS AND BOM - TRANSACTIONS NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-NEW-USE-KEY TO WS-USE-KEY(WS-USE-COUNT)
               END-IF
           END-IF.

       0200-APPLY-TRANSACTIONS.

           OPEN INPUT TRAN-IN

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

      *        Released changes go first - they were keyed before
      *        anything in tonight's file.
               PERFORM 0250-APPLY-RELEASED-CHANGE
                   VARYING WS-APQ-IDX FROM 1 BY 1
                   UNTIL WS-APQ-IDX > WS-APQ-COUNT

               PERFORM UNTIL WS-EOF
                   READ TRAN-IN
                       AT END
               CLOSE JOURNAL-OUT
           END-IF.

       0250-APPLY-RELEASED-CHANGE.

           MOVE WS-APQ-ENTRY(WS-APQ-IDX) TO LIB1-APPROVAL-RECORD

           IF APQ-FROM-MAINT AND APQ-RELEASED
               MOVE APQ-TRAN       TO LIB1-TRAN-RECORD
               MOVE APQ-SUPERVISOR TO WS-APPROVER
               SET WS-APPLYING-RELEASED TO TRUE
               MOVE 'N' TO WS-ACCEPTED-SW
               PERFORM 1100-FIND-MASTER-ENTRY
               IF TRAN-CODE = 'C' AND WS-FOUND
                   PERFORM 0260-REBASE-QUANTITY
               END-IF
               PERFORM 1050-APPLY-BY-CODE
               IF WS-TRAN-ACCEPTED
                   SET APQ-APPLIED TO TRUE
               ELSE
                   SET APQ-FAILED TO TRUE
               END-IF
               MOVE LIB1-APPROVAL-RECORD TO WS-APQ-ENTRY(WS-APQ-IDX)
               MOVE 'N' TO WS-RELEASED-SW
           END-IF.

       0260-REBASE-QUANTITY.

      *    The held CHANGE carries the on-hand and the unit cost as
      *    they were keyed; receipts and issues posted while it
      *    waited for approval must not be wiped out by applying it
      *    now, so the movement since the hold is carried over on
      *    top of it. Likewise the moving-average cost those
      *    receipts set is kept - only a change that was held as a
      *    cost override, and so approved as one, applies the cost
      *    it was keyed with.
           COMPUTE WS-REBASED-QTY = TRAN-QTY
               + LIB1T-QTY(WS-FOUND-IDX) - APQ-HOLD-QTY
           IF WS-REBASED-QTY < ZERO
               MOVE ZERO TO WS-REBASED-QTY
           END-IF
           IF WS-REBASED-QTY > 99999
               MOVE 99999 TO WS-REBASED-QTY
           END-IF
           MOVE WS-REBASED-QTY TO TRAN-QTY

           IF NOT APQ-COST-OVERRIDE
               MOVE LIB1T-COST(WS-FOUND-IDX) TO TRAN-COST
           END-IF.

       1000-APPLY-ONE-TRANSACTION.

           MOVE TRAN-IN-REC TO LIB1-TRAN-RECORD
           MOVE SPACES TO WS-APPROVER
           PERFORM 1100-FIND-MASTER-ENTRY
           PERFORM 1500-CHECK-APPROVAL-LIMITS

           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 1600-HOLD-FOR-APPROVAL
           ELSE
               PERFORM 1050-APPLY-BY-CODE
           END-IF.

       1050-APPLY-BY-CODE.

           EVALUATE TRAN-CODE
               WHEN 'A'

       1400-APPLY-DELETE.

      *    Checked again here for a released DELETE - an order or a
      *    kit may have taken the item up while it waited.
           PERFORM 1420-CHECK-KEY-IN-USE

           IF WS-FOUND AND WS-KEY-IN-USE
               MOVE SPACES        TO STATUS-OUT-REC
               MOVE TRAN-CODE     TO STO-CODE
               MOVE TRAN-KEY      TO STO-KEY
               MOVE 'REJECTED'    TO STO-RESULT
               MOVE 'ON OPEN ORDER OR BOM' TO STO-REASON
               WRITE STATUS-OUT-REC
           ELSE
           IF WS-FOUND
               MOVE LIB1T-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               END-PERFORM
               SUBTRACT 1 FROM LIB1T-COUNT
               PERFORM 1450-DROP-LOCATION-RECORDS
               PERFORM 1460-DROP-LOT-RECORDS
               PERFORM 1950-WRITE-JOURNAL
               PERFORM 1930-WRITE-ACCEPT
           ELSE
               PERFORM 1940-WRITE-REJECT-NOT-FOUND
           END-IF
           END-IF.

       1420-CHECK-KEY-IN-USE.

           MOVE 'N' TO WS-KEY-IN-USE-SW
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                      OR WS-KEY-IN-USE
               IF WS-USE-KEY(WS-USE-IDX) = TRAN-KEY
                   SET WS-KEY-IN-USE TO TRUE
               END-IF
           END-PERFORM.

       1450-DROP-LOCATION-RECORDS.

      *    Backwards, so the shuffle only moves entries the scan has
               END-IF
           END-PERFORM.

       1460-DROP-LOT-RECORDS.

           PERFORM VARYING WS-LOT-IDX FROM WS-LOT-COUNT BY -1
                   UNTIL WS-LOT-IDX < 1
               IF WS-LOT-KEY(WS-LOT-IDX) = TRAN-KEY
                   ADD 1 TO WS-LOT-DROP-COUNT
                   PERFORM VARYING WS-LOT-SHUFFLE-IDX FROM WS-LOT-IDX
                           BY 1
                           UNTIL WS-LOT-SHUFFLE-IDX >= WS-LOT-COUNT
                       MOVE WS-LOT-ENTRY(WS-LOT-SHUFFLE-IDX + 1)
                         TO WS-LOT-ENTRY(WS-LOT-SHUFFLE-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-LOT-COUNT
               END-IF
           END-PERFORM.

       1500-CHECK-APPROVAL-LIMITS.

      *    Only changes to an item that is on file can be held - a
      *    missing key takes the ordinary reject below. An ADD sets
      *    the item's first cost and price, so there is nothing to
      *    override.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-HOLD-NOTE

      *    A DELETE that would be rejected as still in use is not
      *    worth a supervisor's time.
           IF WS-FOUND
               EVALUATE TRAN-CODE
                   WHEN 'D'
                       PERFORM 1420-CHECK-KEY-IN-USE
                       IF LIB1T-QTY(WS-FOUND-IDX) > ZERO
                          AND NOT WS-KEY-IN-USE
                           MOVE 'D' TO WS-HOLD-REASON
                           MOVE LIB1T-QTY(WS-FOUND-IDX) TO WS-NOTE-QTY
                           STRING 'DELETE WITH ' WS-NOTE-QTY
                               ' ON HAND'
                               DELIMITED BY SIZE INTO WS-HOLD-NOTE
                           END-STRING
                       END-IF
                   WHEN 'C'
                       IF TRAN-COST NOT = LIB1T-COST(WS-FOUND-IDX)
                           MOVE 'C' TO WS-HOLD-REASON
                           MOVE LIB1T-COST(WS-FOUND-IDX) TO WS-NOTE-OLD
                           MOVE TRAN-COST TO WS-NOTE-NEW
                           STRING 'COST ' WS-NOTE-OLD ' TO '
                               WS-NOTE-NEW
                               DELIMITED BY SIZE INTO WS-HOLD-NOTE
                           END-STRING
                       ELSE
                           PERFORM 1510-MEASURE-PRICE-MOVE
                           IF WS-PRICE-MOVE-PCT > WS-PRICE-HOLD-PCT
                               MOVE 'P' TO WS-HOLD-REASON
                               MOVE LIB1T-PRICE(WS-FOUND-IDX)
                                 TO WS-NOTE-OLD
                               MOVE TRAN-PRICE TO WS-NOTE-NEW
                               STRING 'PRICE ' WS-NOTE-OLD ' TO '
                                   WS-NOTE-NEW
                                   DELIMITED BY SIZE INTO WS-HOLD-NOTE
                               END-STRING
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       1510-MEASURE-PRICE-MOVE.

      *    Pricing an item that had no price at all is always a
      *    move past the limit.
           IF LIB1T-PRICE(WS-FOUND-IDX) = ZERO
               IF TRAN-PRICE = ZERO
                   MOVE ZERO TO WS-PRICE-MOVE-PCT
               ELSE
                   MOVE 999.9 TO WS-PRICE-MOVE-PCT
               END-IF
           ELSE
               COMPUTE WS-PRICE-MOVE-PCT ROUNDED =
                   FUNCTION ABS(TRAN-PRICE - LIB1T-PRICE(WS-FOUND-IDX))
                   * 100 / LIB1T-PRICE(WS-FOUND-IDX)
           END-IF.

       1600-HOLD-FOR-APPROVAL.

           IF WS-APQ-COUNT >= 9999
               MOVE SPACES        TO STATUS-OUT-REC
               MOVE TRAN-CODE     TO STO-CODE
               MOVE TRAN-KEY      TO STO-KEY
               MOVE 'REJECTED'    TO STO-RESULT
               MOVE 'APPROVAL QUEUE FULL' TO STO-REASON
               WRITE STATUS-OUT-REC
           ELSE
               ADD 1 TO WS-APQ-COUNT
               ADD 1 TO WS-APQ-NEXT-SEQ
               MOVE SPACES                   TO LIB1-APPROVAL-RECORD
               MOVE WS-APQ-NEXT-SEQ          TO APQ-SEQ
               MOVE 'M'                      TO APQ-SOURCE
               MOVE WS-HOLD-REASON           TO APQ-REASON
               SET APQ-HELD                  TO TRUE
               MOVE TRAN-KEY                 TO APQ-KEY
               MOVE TRAN-OPERATOR            TO APQ-OPERATOR
               MOVE WS-CTS-DATE              TO APQ-HOLD-DATE
               MOVE WS-CTS-TIME              TO APQ-HOLD-TIME
               MOVE LIB1T-QTY(WS-FOUND-IDX)  TO APQ-HOLD-QTY
               MOVE WS-HOLD-NOTE             TO APQ-NOTE
               MOVE LIB1-TRAN-RECORD         TO APQ-TRAN
               MOVE LIB1-APPROVAL-RECORD
                 TO WS-APQ-ENTRY(WS-APQ-COUNT)

               MOVE SPACES        TO STATUS-OUT-REC
               MOVE TRAN-CODE     TO STO-CODE
               MOVE TRAN-KEY      TO STO-KEY
               MOVE 'HELD'        TO STO-RESULT
               STRING 'APPROVAL SEQ ' APQ-SEQ
                   DELIMITED BY SIZE INTO STO-REASON
               END-STRING
               WRITE STATUS-OUT-REC
           END-IF.

       1900-WRITE-REJECT-BAD-CODE.

           MOVE SPACES        TO STATUS-OUT-REC

       1930-WRITE-ACCEPT.

           MOVE 'Y' TO WS-ACCEPTED-SW
           MOVE SPACES        TO STATUS-OUT-REC
           MOVE TRAN-CODE     TO STO-CODE
           MOVE TRAN-KEY      TO STO-KEY
           MOVE 'ACCEPTED'    TO STO-RESULT
           IF WS-APPLYING-RELEASED
               MOVE 'RELEASED FROM QUEUE' TO STO-REASON
           END-IF
           WRITE STATUS-OUT-REC.

       1940-WRITE-REJECT-NOT-FOUND.
           MOVE TRAN-KEY        TO JRN-KEY
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE
           MOVE TRAN-OPERATOR   TO JRN-OPERATOR
           MOVE WS-APPROVER     TO JRN-APPROVER
           WRITE LIB1-JOURNAL-RECORD.

       0300-REWRITE-MASTER.
               IF LIB1LT-LOAD-OK AND WS-LOC-DROP-COUNT > ZERO
                   PERFORM 0320-REWRITE-LOCATIONS
               END-IF
               IF WS-LOT-DROP-COUNT > ZERO
                   PERFORM 0330-REWRITE-LOTS
               END-IF
           END-IF.

       0320-REWRITE-LOCATIONS.
               CLOSE LIB1-LOCATION-FILE
           END-IF.

       0330-REWRITE-LOTS.

           OPEN OUTPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'LIB1MNT: UNABLE TO OPEN data/lib1lot.dat FOR '
                   'REWRITE - FILE STATUS ' WS-LOT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   MOVE WS-LOT-ENTRY(WS-LOT-IDX) TO LIB1-LOT-RECORD
                   WRITE LIB1-LOT-RECORD
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

       0400-REWRITE-APPROVAL-QUEUE.

           MOVE WS-CTS-DATE TO WS-TODAY-NUM

           OPEN OUTPUT APPROVAL-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
      *        The master already carries tonight's changes; only the
      *        queue bookkeeping is lost, so a released change would
      *        be applied a second time tomorrow - stop the stream.
               DISPLAY 'LIB1MNT: UNABLE TO OPEN data/lib1apq.dat FOR '
                   'REWRITE - FILE STATUS ' WS-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                       UNTIL WS-APQ-IDX > WS-APQ-COUNT
                   MOVE WS-APQ-ENTRY(WS-APQ-IDX)
                     TO LIB1-APPROVAL-RECORD
                   IF APQ-FINISHED AND APQ-ACTION-DATE IS NUMERIC
                       MOVE APQ-ACTION-DATE TO WS-ACTION-NUM
                   ELSE
                       MOVE WS-TODAY-NUM TO WS-ACTION-NUM
                   END-IF
                   IF FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                      - FUNCTION INTEGER-OF-DATE(WS-ACTION-NUM)
                      <= WS-QUEUE-KEEP-DAYS
                       MOVE LIB1-APPROVAL-RECORD
                         TO APPROVAL-QUEUE-REC
                       WRITE APPROVAL-QUEUE-REC
                   END-IF
               END-PERFORM
               CLOSE APPROVAL-QUEUE
           END-IF.

       0310-FLAG-REWRITE-FAILURE.

           OPEN EXTEND STATUS-OUT
