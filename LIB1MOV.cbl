      *           closes the oldest open purchase order for the item
      *           on the open-order file (LIB1OREC), so LIB1REO stops
      *           counting stock that has now arrived as still on
      *           order. A 'T' transfer ships stock out of one
      *           warehouse into transit for another and a 'U'
      *           receipt confirms its arrival at the destination;
      *           the open transfer is held on the in-transit file
      *           (LIB1XREC) in between. A transfer only moves stock
      *           between location records - the master total, the
      *           moving-average cost and the open orders are left
      *           alone, and no master image is journaled - but both
      *           legs go to MOVEMENT-JOURNAL under the one transfer
      *           reference. An 'I' issue whose MOV-REF carries a
      *           customer order number ships against that order's
      *           open line for the item and warehouse on the
      *           customer-order file (LIB1KREC), relieving the stock
      *           LIB1ALOC reserved for it and completing the line
      *           once it has shipped in full. Shelf-life controlled
      *           stock is held by lot (LIB1EREC) underneath the
      *           location record: a receipt naming a lot (MOV-LOT,
      *           MOV-EXPIRY) creates or adds to it, an issue draws on
      *           the lot it names or else on the earliest-expiring
      *           lots first and then on any stock received without a
      *           lot, and a lot past its expiry date cannot be
      *           issued or transferred - only adjusted off. A
      *           transfer moves the lot it names and the receipt leg
      *           re-creates it at the destination. Every lot touched
      *           is written to the lot journal (LIB1EJRN) so a lot
      *           can be traced to where it went. A 'B' kit build
      *           posts a whole assembly in one step: every component
      *           on the kit's bill of materials (LIB1BREC) is issued
      *           from the build warehouse - earliest-expiring lots
      *           first - and the kits are received there, costed at
      *           the sum of their components' LIB1M-COST so the
      *           kit's moving average carries what the build really
      *           used. A build short of any one component is
      *           rejected whole. A 'D' disassembly takes kits apart
      *           again and returns their components, as stock
      *           without a lot. Both journal every leg under the
      *           one build reference. Accepted/rejected
      *           dispositions are written to STATUS-OUT in the same
      *           style as LIB1LMNT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1MOV.
           SELECT ORDER-FILE ASSIGN TO "data/lib1ord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT TRANSIT-FILE ASSIGN TO "data/lib1xit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-STATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO "data/lib1cord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ORDER-STATUS.

           SELECT LOT-FILE ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOT-JOURNAL ASSIGN TO "data/lib1lot-jrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JRN-STATUS.

           SELECT BOM-FILE ASSIGN TO "data/lib1bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       copy LIB1LREC.

       FD  MOV-IN.
       01  MOV-IN-REC                   PIC X(51).

       FD  MOVEMENT-JOURNAL.
       copy LIB1MJRN.
       FD  ORDER-FILE.
       copy LIB1OREC.

       FD  TRANSIT-FILE.
       copy LIB1XREC.

       FD  CUST-ORDER-FILE.
       copy LIB1KREC.

       FD  LOT-FILE.
       copy LIB1EREC.

       FD  LOT-JOURNAL.
       copy LIB1EJRN.

       FD  BOM-FILE.
       copy LIB1BREC.

       FD  STATUS-OUT.
       01  STATUS-OUT-REC.
           05  STO-CODE                 PIC X(01).
       01  WS-MAINT-JRN-STATUS          PIC X(02).
       01  WS-STATUS-OUT-STATUS         PIC X(02).
       01  WS-ORDER-STATUS              PIC X(02).
       01  WS-TRANSIT-STATUS            PIC X(02).
       01  WS-CUST-ORDER-STATUS         PIC X(02).
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-LOT-JRN-STATUS            PIC X(02).
       01  WS-BOM-STATUS                PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-ORD-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ORD-EOF               VALUE 'Y'.
       01  WS-XIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-XIT-EOF               VALUE 'Y'.
       01  WS-CO-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-CO-EOF                VALUE 'Y'.
       01  WS-LOT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LOT-EOF               VALUE 'Y'.
       01  WS-BOM-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-BOM-EOF               VALUE 'Y'.

       copy LIB1MTRN.

               10  WS-ORD-EXPECT-DATE   PIC X(08).
               10  WS-ORD-STATUS        PIC X(01).
               10  WS-ORD-CLOSE-DATE    PIC X(08).
               10  WS-ORD-SUPPLIER      PIC X(06).

      *    In-memory copy of the in-transit file, loaded up front and
      *    rewritten only when a transfer leg posted. Closed
      *    transfers stay on file as history, like closed orders.
       01  WS-XIT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-XIT-IDX                   PIC 9(05).
       01  WS-XIT-FOUND-IDX             PIC 9(05).
       01  WS-XIT-FOUND-SW              PIC X(01).
           88  WS-XIT-FOUND             VALUE 'Y'.
       01  WS-XIT-CHANGED-SW            PIC X(01) VALUE 'N'.
           88  WS-XIT-CHANGED           VALUE 'Y'.
       01  WS-TRANSIT-TABLE.
           05  WS-XIT-ENTRY             OCCURS 9999 TIMES.
               10  WS-XIT-REF           PIC X(08).
               10  WS-XIT-KEY           PIC X(05).
               10  WS-XIT-FROM-WHS      PIC X(03).
               10  WS-XIT-TO-WHS        PIC X(03).
               10  WS-XIT-SHIP-QTY      PIC 9(05).
               10  WS-XIT-OPEN-QTY      PIC 9(05).
               10  WS-XIT-SHIP-DATE     PIC X(08).
               10  WS-XIT-STATUS        PIC X(01).
               10  WS-XIT-CLOSE-DATE    PIC X(08).
               10  WS-XIT-LOT           PIC X(10).
               10  WS-XIT-EXPIRY        PIC X(08).

      *    In-memory copy of the customer-order file, loaded up
      *    front and rewritten only when an issue shipped against
      *    an order line.
       01  WS-CO-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CO-IDX                    PIC 9(05).
       01  WS-CO-FOUND-IDX              PIC 9(05).
       01  WS-CO-FOUND-SW               PIC X(01).
           88  WS-CO-FOUND              VALUE 'Y'.
       01  WS-CO-CHANGED-SW             PIC X(01) VALUE 'N'.
           88  WS-CO-CHANGED            VALUE 'Y'.
       01  WS-CO-NEW-SHIP               PIC 9(06).
       01  WS-CO-RELIEF                 PIC 9(05).
       01  WS-CUST-ORDER-TABLE.
           05  WS-CO-ENTRY              OCCURS 9999 TIMES.
               10  WS-CO-ORDER          PIC X(08).
               10  WS-CO-LINE           PIC 9(03).
               10  WS-CO-CUST           PIC X(08).
               10  WS-CO-KEY            PIC X(05).
               10  WS-CO-WHS            PIC X(03).
               10  WS-CO-ORDER-QTY      PIC 9(05).
               10  WS-CO-SHIP-QTY       PIC 9(05).
               10  WS-CO-ALLOC-QTY      PIC 9(05).
               10  WS-CO-ORDER-DATE     PIC X(08).
               10  WS-CO-STATUS         PIC X(01).
               10  WS-CO-CLOSE-DATE     PIC X(08).

      *    In-memory copy of the lot file, loaded up front and
      *    rewritten only when a movement touched a lot.
       01  WS-LOT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-LOT-IDX                   PIC 9(05).
       01  WS-LOT-FOUND-IDX             PIC 9(05).
       01  WS-LOT-FOUND-SW              PIC X(01).
           88  WS-LOT-FOUND             VALUE 'Y'.
       01  WS-LOT-CHANGED-SW            PIC X(01) VALUE 'N'.
           88  WS-LOT-CHANGED           VALUE 'Y'.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY             OCCURS 9999 TIMES.
               10  WS-LOT-KEY           PIC X(05).
               10  WS-LOT-WHS           PIC X(03).
               10  WS-LOT-NUMBER        PIC X(10).
               10  WS-LOT-EXPIRY        PIC X(08).
               10  WS-LOT-QTY           PIC 9(05).
               10  WS-LOT-RECEIPT-DATE  PIC X(08).
               10  WS-LOT-REF           PIC X(08).

      *    The lots a movement will touch are worked out into the
      *    draw table before anything is posted, so a movement the
      *    lots cannot cover is rejected whole. A draw against lot
      *    index zero creates the lot WS-NEW-LOT-NUMBER names.
       01  WS-LOT-REASON                PIC X(20).
       01  WS-NEW-LOT-NUMBER            PIC X(10).
       01  WS-NEW-LOT-EXPIRY            PIC X(08).
       01  WS-EXPIRY-CHECK.
           05  WS-EXPIRY-YYYY           PIC 9(04).
           05  WS-EXPIRY-MM             PIC 9(02).
           05  WS-EXPIRY-DD             PIC 9(02).
       01  WS-DRAW-COUNT                PIC 9(03).
       01  WS-DRAW-IDX                  PIC 9(03).
       01  WS-DRAW-TABLE.
           05  WS-DRAW-ENTRY            OCCURS 100 TIMES.
               10  WS-DRAW-LOT-IDX      PIC 9(05).
               10  WS-DRAW-QTY          PIC S9(05).
       01  WS-LOT-NEED                  PIC 9(06).
       01  WS-LOT-TAKE                  PIC 9(05).
       01  WS-LOT-TOTAL                 PIC 9(07).
       01  WS-UNTRACKED-QTY             PIC S9(07).
       01  WS-LOT-EXPIRED-SW            PIC X(01).
           88  WS-LOT-EXPIRED           VALUE 'Y'.
       01  WS-INCLUDE-EXPIRED-SW        PIC X(01).
           88  WS-INCLUDE-EXPIRED       VALUE 'Y'.

      *    First-expiry-first-out selection: each pass picks the
      *    lot with the lowest expiry-then-table-position above the
      *    one picked last, so lots come out in expiry order without
      *    sorting the table. A lot that never expires sorts last.
       01  WS-FEFO-LAST                 PIC X(13).
       01  WS-FEFO-BEST                 PIC X(13).
       01  WS-FEFO-BEST-IDX             PIC 9(05).
       01  WS-FEFO-CANDIDATE.
           05  WS-FEFO-CAND-EXPIRY      PIC X(08).
           05  WS-FEFO-CAND-IDX         PIC 9(05).

      *    In-memory copy of the bill of materials, read only.
       01  WS-BOM-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-BOM-IDX                   PIC 9(05).
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY             OCCURS 9999 TIMES.
               10  WS-BOM-KIT-KEY       PIC X(05).
               10  WS-BOM-COMP-KEY      PIC X(05).
               10  WS-BOM-QTY-PER       PIC 9(03).

      *    A kit build or disassembly is planned component by
      *    component into the component table - master and location
      *    entries found, quantities proven - before any leg posts.
      *    The kit's own transaction is held in WS-KIT-MOVEMENT
      *    while MOV-KEY is pointed at each component in turn, so
      *    the posting paragraphs serve the components unchanged.
       01  WS-KIT-REASON                PIC X(20).
       01  WS-KIT-MOVEMENT              PIC X(51).
       01  WS-KIT-KEY                   PIC X(05).
       01  WS-KIT-QTY                   PIC 9(05).
       01  WS-KIT-IDX                   PIC 9(05).
       01  WS-KIT-LOC-FOUND-SW          PIC X(01).
       01  WS-KIT-LOC-IDX               PIC 9(05).
       01  WS-KIT-NEW-QTY               PIC S9(06).
       01  WS-KIT-NEW-LOC-QTY           PIC S9(06).
       01  WS-KIT-NEW-LOCS              PIC 9(03).
       01  WS-KIT-UNIT-COST             PIC 9(07)V99.
       01  WS-COMP-COUNT                PIC 9(03).
       01  WS-COMP-IDX                  PIC 9(03).
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY            OCCURS 50 TIMES.
               10  WS-COMP-KEY          PIC X(05).
               10  WS-COMP-MST-IDX      PIC 9(05).
               10  WS-COMP-LOC-SW       PIC X(01).
                   88  WS-COMP-LOC-FOUND VALUE 'Y'.
               10  WS-COMP-LOC-IDX      PIC 9(05).
               10  WS-COMP-QTY          PIC 9(08).
               10  WS-COMP-NEW-QTY      PIC S9(09).
               10  WS-COMP-NEW-LOC-QTY  PIC S9(09).

      *    WS-DELTA is the signed quantity actually applied to
      *    on-hand; the new quantities are computed signed so a
               GOBACK
           END-IF

           PERFORM 0150-LOAD-TRANSIT

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0170-LOAD-CUST-ORDERS

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0180-LOAD-LOTS

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0190-LOAD-BOM

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0200-POST-MOVEMENTS

           IF RETURN-CODE = ZERO
               IF RETURN-CODE = ZERO AND WS-ORD-CLOSED-COUNT > ZERO
                   PERFORM 0500-REWRITE-ORDERS
               END-IF
               IF RETURN-CODE = ZERO AND WS-XIT-CHANGED
                   PERFORM 0600-REWRITE-TRANSIT
               END-IF
               IF RETURN-CODE = ZERO AND WS-CO-CHANGED
                   PERFORM 0700-REWRITE-CUST-ORDERS
               END-IF
               IF RETURN-CODE = ZERO AND WS-LOT-CHANGED
                   PERFORM 0800-REWRITE-LOTS
               END-IF
           END-IF

           GOBACK.
               CLOSE ORDER-FILE
           END-IF.

       0150-LOAD-TRANSIT.

           OPEN INPUT TRANSIT-FILE

           IF WS-TRANSIT-STATUS = '35'
      *        No transfer has ever been shipped.
               MOVE ZERO TO WS-XIT-COUNT
           ELSE
           IF WS-TRANSIT-STATUS NOT = '00'
      *        Unlike the open-order file, nothing else records the
      *        stock in transit - a failed load followed by a rewrite
      *        would lose it from the books, so abend instead.
               DISPLAY 'LIB1MOV: UNABLE TO READ data/lib1xit.dat - '
                   'FILE STATUS ' WS-TRANSIT-STATUS
                   ' - MOVEMENTS NOT POSTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-XIT-EOF
                   READ TRANSIT-FILE
                       AT END
                           SET WS-XIT-EOF TO TRUE
                       NOT AT END
                           IF WS-XIT-COUNT >= 9999
                               DISPLAY 'LIB1MOV: data/lib1xit.dat HAS '
                                   'MORE THAN 9999 RECORDS - '
                                   'MOVEMENTS NOT POSTED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-XIT-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-XIT-COUNT
                               MOVE LIB1-TRANSIT-RECORD
                                 TO WS-XIT-ENTRY(WS-XIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSIT-FILE
           END-IF
           END-IF.

       0170-LOAD-CUST-ORDERS.

           OPEN INPUT CUST-ORDER-FILE

           IF WS-CUST-ORDER-STATUS = '35'
      *        No customer order has ever been taken.
               MOVE ZERO TO WS-CO-COUNT
           ELSE
           IF WS-CUST-ORDER-STATUS NOT = '00'
      *        Rewriting after a failed load would lose the order
      *        book, so abend instead.
               DISPLAY 'LIB1MOV: UNABLE TO READ data/lib1cord.dat - '
                   'FILE STATUS ' WS-CUST-ORDER-STATUS
                   ' - MOVEMENTS NOT POSTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CO-EOF
                   READ CUST-ORDER-FILE
                       AT END
                           SET WS-CO-EOF TO TRUE
                       NOT AT END
                           IF WS-CO-COUNT >= 9999
                               DISPLAY 'LIB1MOV: data/lib1cord.dat HAS '
                                   'MORE THAN 9999 RECORDS - '
                                   'MOVEMENTS NOT POSTED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-CO-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CO-COUNT
                               MOVE LIB1-CUST-ORDER-RECORD
                                 TO WS-CO-ENTRY(WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF
           END-IF.

       0180-LOAD-LOTS.

           OPEN INPUT LOT-FILE

           EVALUATE WS-LOT-STATUS
               WHEN '35'
      *            No lot-controlled stock has ever been received.
                   MOVE ZERO TO WS-LOT-COUNT
               WHEN NOT = '00'
      *            The lot file is the only record of which lots the
      *            stock is in - rewriting it after a failed load
      *            would lose the lot trail, so abend instead.
                   DISPLAY 'LIB1MOV: UNABLE TO READ data/lib1lot.dat - '
                       'FILE STATUS ' WS-LOT-STATUS
                       ' - MOVEMENTS NOT POSTED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-LOT-EOF
                       READ LOT-FILE
                           AT END
                               SET WS-LOT-EOF TO TRUE
                           NOT AT END
                               PERFORM 0185-ADD-LOT-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE LOT-FILE
           END-EVALUATE.

       0185-ADD-LOT-ENTRY.

           IF WS-LOT-COUNT >= 9999
               DISPLAY 'LIB1MOV: data/lib1lot.dat HAS MORE THAN 9999 '
                   'RECORDS - MOVEMENTS NOT POSTED'
               MOVE 16 TO RETURN-CODE
               SET WS-LOT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-LOT-COUNT
               MOVE LIB1-LOT-RECORD TO WS-LOT-ENTRY(WS-LOT-COUNT)
           END-IF.

       0190-LOAD-BOM.

           OPEN INPUT BOM-FILE

           EVALUATE WS-BOM-STATUS
               WHEN '35'
      *            No item is built in-house - every build is
      *            rejected as having no bill of materials.
                   MOVE ZERO TO WS-BOM-COUNT
               WHEN NOT = '00'
      *            Builds would be rejected for want of components
      *            they really have - hold the run instead.
                   DISPLAY 'LIB1MOV: UNABLE TO READ data/lib1bom.dat - '
                       'FILE STATUS ' WS-BOM-STATUS
                       ' - MOVEMENTS NOT POSTED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-BOM-EOF
                       READ BOM-FILE
                           AT END
                               SET WS-BOM-EOF TO TRUE
                           NOT AT END
                               PERFORM 0195-ADD-BOM-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE BOM-FILE
           END-EVALUATE.

       0195-ADD-BOM-ENTRY.

           IF WS-BOM-COUNT >= 9999
               DISPLAY 'LIB1MOV: data/lib1bom.dat HAS MORE THAN 9999 '
                   'RECORDS - MOVEMENTS NOT POSTED'
               MOVE 16 TO RETURN-CODE
               SET WS-BOM-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BOM-COUNT
               MOVE LIB1-BOM-RECORD TO WS-BOM-ENTRY(WS-BOM-COUNT)
           END-IF.

       0200-POST-MOVEMENTS.

           OPEN INPUT MOV-IN
               IF WS-MAINT-JRN-STATUS NOT = '00'
                   OPEN OUTPUT MAINT-JOURNAL
               END-IF
               OPEN EXTEND LOT-JOURNAL
               IF WS-LOT-JRN-STATUS NOT = '00'
                   OPEN OUTPUT LOT-JOURNAL
               END-IF
               OPEN OUTPUT STATUS-OUT

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               CLOSE MOV-IN
               CLOSE MOVEMENT-JOURNAL
               CLOSE MAINT-JOURNAL
               CLOSE LOT-JOURNAL
               CLOSE STATUS-OUT
           END-IF.

           MOVE MOV-IN-REC TO LIB1-MOV-RECORD

           IF MOV-CODE NOT = 'R' AND MOV-CODE NOT = 'I'
              AND MOV-CODE NOT = 'J' AND MOV-CODE NOT = 'T'
              AND MOV-CODE NOT = 'U' AND MOV-CODE NOT = 'B'
              AND MOV-CODE NOT = 'D'
               PERFORM 1900-WRITE-REJECT-BAD-CODE
           ELSE
               IF MOV-QTY IS NOT NUMERIC
                   IF MOV-WHS = SPACES
                       PERFORM 1980-WRITE-REJECT-NO-WHS
                   ELSE
      *            Both legs of a transfer are matched up by the
      *            transfer reference, so it cannot be blank.
                   IF (MOV-CODE = 'T' OR MOV-CODE = 'U')
                      AND MOV-REF = SPACES
                       PERFORM 1981-WRITE-REJECT-NO-REF
                   ELSE
                   IF MOV-CODE = 'T'
                      AND (MOV-TO-WHS = SPACES
                           OR MOV-TO-WHS = MOV-WHS)
                       PERFORM 1982-WRITE-REJECT-BAD-TO-WHS
                   ELSE
                       PERFORM 1100-FIND-MASTER-ENTRY
                       IF WS-FOUND
                           PERFORM 1150-FIND-LOCATION-ENTRY
                           EVALUATE MOV-CODE
                               WHEN 'T'
                                   PERFORM 1500-APPLY-TRANSFER-SHIP
                               WHEN 'U'
                                   PERFORM 1600-APPLY-TRANSFER-RECEIPT
                               WHEN 'B'
                               WHEN 'D'
                                   PERFORM 2000-APPLY-KIT-MOVEMENT
                               WHEN OTHER
                                   PERFORM 1200-APPLY-MOVEMENT
                           END-EVALUATE
                       ELSE
                           PERFORM 1940-WRITE-REJECT-NOT-FOUND
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
               MOVE WS-DELTA TO WS-NEW-LOC-QTY
           END-IF

           PERFORM 1800-PLAN-LOTS

      *    Every bound is checked before either table is touched: a
      *    result above 99999 would be silently truncated by the
      *    PIC 9(05) on-hand fields - and the journal would record
                   PERFORM 1965-WRITE-REJECT-WHS-SHORT
               WHEN WS-NEW-LOC-QTY > 99999
                   PERFORM 1970-WRITE-REJECT-OVER-LIMIT
               WHEN WS-LOT-REASON NOT = SPACES
                   PERFORM 1990-WRITE-REJECT-LOT
               WHEN OTHER
                   PERFORM 1300-WRITE-JOURNAL-RECORD
                   PERFORM 1880-POST-LOT-DRAWS
                   MOVE LIB1T-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
                   IF MOV-CODE = 'R'
                      AND MOV-COST IS NUMERIC
                   IF MOV-CODE = 'R'
                       PERFORM 1400-CLOSE-OPEN-ORDER
                   END-IF
                   IF MOV-CODE = 'I' AND MOV-REF NOT = SPACES
                       PERFORM 1450-RELIEVE-ALLOCATION
                   END-IF
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

           MOVE MOV-KEY         TO JRN-KEY
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE
           MOVE 'LIB1MOV'       TO JRN-OPERATOR
           WRITE LIB1-JOURNAL-RECORD.

       1360-UPDATE-AVERAGE-COST.
               END-IF
           END-PERFORM.

       1450-RELIEVE-ALLOCATION.

      *    MOV-REF on an issue is any warehouse document number, so
      *    an issue that matches no open order line is simply an
      *    ordinary issue. A match ships against the line: the
      *    shipped quantity comes off what was reserved for it, and
      *    a line shipped in full is complete and gives up any
      *    reservation it still held.
           MOVE 'N' TO WS-CO-FOUND-SW

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
               IF WS-CO-ORDER(WS-CO-IDX) = MOV-REF
                  AND WS-CO-KEY(WS-CO-IDX) = MOV-KEY
                  AND WS-CO-WHS(WS-CO-IDX) = MOV-WHS
                  AND WS-CO-STATUS(WS-CO-IDX) = 'O'
                   SET WS-CO-FOUND TO TRUE
                   MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CO-FOUND
               MOVE WS-CO-FOUND-IDX TO WS-CO-IDX
               COMPUTE WS-CO-NEW-SHIP = WS-CO-SHIP-QTY(WS-CO-IDX)
                                      + FUNCTION ABS(MOV-QTY)
               IF WS-CO-NEW-SHIP >= WS-CO-ORDER-QTY(WS-CO-IDX)
                   MOVE WS-CO-ORDER-QTY(WS-CO-IDX)
                     TO WS-CO-SHIP-QTY(WS-CO-IDX)
                   MOVE ZERO        TO WS-CO-ALLOC-QTY(WS-CO-IDX)
                   MOVE 'C'         TO WS-CO-STATUS(WS-CO-IDX)
                   MOVE WS-CTS-DATE TO WS-CO-CLOSE-DATE(WS-CO-IDX)
               ELSE
                   MOVE WS-CO-NEW-SHIP TO WS-CO-SHIP-QTY(WS-CO-IDX)
                   COMPUTE WS-CO-RELIEF = FUNCTION ABS(MOV-QTY)
                   IF WS-CO-RELIEF > WS-CO-ALLOC-QTY(WS-CO-IDX)
                       MOVE WS-CO-ALLOC-QTY(WS-CO-IDX) TO WS-CO-RELIEF
                   END-IF
                   SUBTRACT WS-CO-RELIEF
                       FROM WS-CO-ALLOC-QTY(WS-CO-IDX)
               END-IF
               SET WS-CO-CHANGED TO TRUE
           END-IF.

       1500-APPLY-TRANSFER-SHIP.

      *    The stock leaves the shipping warehouse but stays in the
      *    company - the master total is carried through unchanged,
      *    so the journal's before and after quantities agree and
      *    the roll-forward proof ignores the leg.
           COMPUTE WS-DELTA = ZERO - FUNCTION ABS(MOV-QTY)
           MOVE LIB1T-QTY(WS-FOUND-IDX) TO WS-NEW-QTY

           PERFORM 1700-FIND-TRANSIT-ENTRY

           IF WS-LOC-FOUND
               COMPUTE WS-NEW-LOC-QTY
                   = LIB1LT-QTY(WS-LOC-FOUND-IDX) + WS-DELTA
           END-IF

           PERFORM 1870-PLAN-TRANSFER-LOT

           EVALUATE TRUE
               WHEN NOT WS-LOC-FOUND
                   PERFORM 1945-WRITE-REJECT-NO-LOCATION
               WHEN WS-NEW-LOC-QTY < ZERO
                   PERFORM 1965-WRITE-REJECT-WHS-SHORT
               WHEN WS-XIT-FOUND
      *            One shipment per item per transfer reference -
      *            a second would make the receipt ambiguous.
                   PERFORM 1983-WRITE-REJECT-DUP-TRANSFER
               WHEN WS-XIT-COUNT >= 9999
                   PERFORM 1984-WRITE-REJECT-TRANSIT-FULL
               WHEN WS-LOT-REASON NOT = SPACES
                   PERFORM 1990-WRITE-REJECT-LOT
               WHEN OTHER
                   PERFORM 1300-WRITE-JOURNAL-RECORD
                   PERFORM 1880-POST-LOT-DRAWS
                   MOVE WS-NEW-LOC-QTY
                     TO LIB1LT-QTY(WS-LOC-FOUND-IDX)
                   ADD 1 TO WS-XIT-COUNT
                   MOVE MOV-REF     TO WS-XIT-REF(WS-XIT-COUNT)
                   MOVE MOV-KEY     TO WS-XIT-KEY(WS-XIT-COUNT)
                   MOVE MOV-WHS     TO WS-XIT-FROM-WHS(WS-XIT-COUNT)
                   MOVE MOV-TO-WHS  TO WS-XIT-TO-WHS(WS-XIT-COUNT)
                   COMPUTE WS-XIT-SHIP-QTY(WS-XIT-COUNT)
                       = FUNCTION ABS(MOV-QTY)
                   MOVE WS-XIT-SHIP-QTY(WS-XIT-COUNT)
                     TO WS-XIT-OPEN-QTY(WS-XIT-COUNT)
                   MOVE WS-CTS-DATE TO WS-XIT-SHIP-DATE(WS-XIT-COUNT)
                   MOVE 'O'         TO WS-XIT-STATUS(WS-XIT-COUNT)
                   MOVE SPACES      TO WS-XIT-CLOSE-DATE(WS-XIT-COUNT)
                   MOVE MOV-LOT     TO WS-XIT-LOT(WS-XIT-COUNT)
                   MOVE WS-NEW-LOT-EXPIRY
                     TO WS-XIT-EXPIRY(WS-XIT-COUNT)
                   SET WS-XIT-CHANGED TO TRUE
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1600-APPLY-TRANSFER-RECEIPT.

      *    Confirms all or part of an open shipment at its
      *    destination. A short delivery leaves the balance in
      *    transit, where the aging report keeps it in view until
      *    it arrives or is written off.
           COMPUTE WS-DELTA = FUNCTION ABS(MOV-QTY)
           MOVE LIB1T-QTY(WS-FOUND-IDX) TO WS-NEW-QTY

           PERFORM 1700-FIND-TRANSIT-ENTRY

           IF WS-LOC-FOUND
               COMPUTE WS-NEW-LOC-QTY
                   = LIB1LT-QTY(WS-LOC-FOUND-IDX) + WS-DELTA
           ELSE
               MOVE WS-DELTA TO WS-NEW-LOC-QTY
           END-IF

      *    The lot travels with the shipment, not the receipt
      *    transaction - whatever lot the 'T' named is re-created
      *    (or added to) at the destination.
           MOVE SPACES TO WS-LOT-REASON
           MOVE ZERO TO WS-DRAW-COUNT
           IF WS-XIT-FOUND
               IF WS-XIT-LOT(WS-XIT-FOUND-IDX) NOT = SPACES
                   MOVE WS-XIT-LOT(WS-XIT-FOUND-IDX)
                     TO WS-NEW-LOT-NUMBER
                   MOVE WS-XIT-EXPIRY(WS-XIT-FOUND-IDX)
                     TO WS-NEW-LOT-EXPIRY
                   PERFORM 1810-PLAN-LOT-RECEIPT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-XIT-FOUND
                   PERFORM 1985-WRITE-REJECT-NO-TRANSFER
               WHEN WS-XIT-TO-WHS(WS-XIT-FOUND-IDX) NOT = MOV-WHS
                   PERFORM 1986-WRITE-REJECT-WRONG-DEST
               WHEN WS-DELTA > WS-XIT-OPEN-QTY(WS-XIT-FOUND-IDX)
                   PERFORM 1987-WRITE-REJECT-OVER-TRANSFER
               WHEN NOT WS-LOC-FOUND
                  AND LIB1LT-COUNT >= WS-MAX-LOCATIONS
                   PERFORM 1920-WRITE-REJECT-TABLE-FULL
               WHEN WS-NEW-LOC-QTY > 99999
                   PERFORM 1970-WRITE-REJECT-OVER-LIMIT
               WHEN WS-LOT-REASON NOT = SPACES
                   PERFORM 1990-WRITE-REJECT-LOT
               WHEN OTHER
                   PERFORM 1300-WRITE-JOURNAL-RECORD
                   PERFORM 1880-POST-LOT-DRAWS
                   IF NOT WS-LOC-FOUND
                       ADD 1 TO LIB1LT-COUNT
                       MOVE MOV-KEY TO LIB1LT-KEY(LIB1LT-COUNT)
                       MOVE MOV-WHS TO LIB1LT-WHS(LIB1LT-COUNT)
                       MOVE LIB1LT-COUNT TO WS-LOC-FOUND-IDX
                   END-IF
                   MOVE WS-NEW-LOC-QTY
                     TO LIB1LT-QTY(WS-LOC-FOUND-IDX)
                   SUBTRACT WS-DELTA
                       FROM WS-XIT-OPEN-QTY(WS-XIT-FOUND-IDX)
                   IF WS-XIT-OPEN-QTY(WS-XIT-FOUND-IDX) = ZERO
                       MOVE 'C' TO WS-XIT-STATUS(WS-XIT-FOUND-IDX)
                       MOVE WS-CTS-DATE
                         TO WS-XIT-CLOSE-DATE(WS-XIT-FOUND-IDX)
                   END-IF
                   SET WS-XIT-CHANGED TO TRUE
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1700-FIND-TRANSIT-ENTRY.

           MOVE 'N' TO WS-XIT-FOUND-SW
           MOVE ZERO TO WS-XIT-FOUND-IDX

           PERFORM VARYING WS-XIT-IDX FROM 1 BY 1
                   UNTIL WS-XIT-IDX > WS-XIT-COUNT
                      OR WS-XIT-FOUND
               IF WS-XIT-REF(WS-XIT-IDX) = MOV-REF
                  AND WS-XIT-KEY(WS-XIT-IDX) = MOV-KEY
                  AND WS-XIT-STATUS(WS-XIT-IDX) = 'O'
                   SET WS-XIT-FOUND TO TRUE
                   MOVE WS-XIT-IDX TO WS-XIT-FOUND-IDX
               END-IF
           END-PERFORM.

       1800-PLAN-LOTS.

           MOVE SPACES TO WS-LOT-REASON
           MOVE ZERO TO WS-DRAW-COUNT
           MOVE MOV-LOT    TO WS-NEW-LOT-NUMBER
           MOVE MOV-EXPIRY TO WS-NEW-LOT-EXPIRY

      *    Stock coming in only goes into a lot when the movement
      *    names one; stock going out always draws on the lots, so
      *    an unnamed issue cannot leave an expiring lot untouched
      *    while fresher stock is shipped. An adjustment may take
      *    an expired lot down - that is how it is written off.
           IF WS-DELTA > ZERO
               IF MOV-LOT NOT = SPACES
                   PERFORM 1810-PLAN-LOT-RECEIPT
               END-IF
           ELSE
               COMPUTE WS-LOT-NEED = ZERO - WS-DELTA
               IF MOV-CODE = 'I' OR MOV-CODE = 'D'
                   MOVE 'N' TO WS-INCLUDE-EXPIRED-SW
               ELSE
                   SET WS-INCLUDE-EXPIRED TO TRUE
               END-IF
               IF MOV-LOT NOT = SPACES
                   PERFORM 1820-PLAN-NAMED-LOT
               ELSE
                   PERFORM 1830-PLAN-FEFO
               END-IF
           END-IF.

       1810-PLAN-LOT-RECEIPT.

           PERFORM 1840-FIND-LOT
           MOVE WS-NEW-LOT-EXPIRY TO WS-EXPIRY-CHECK

           EVALUATE TRUE
               WHEN (MOV-CODE = 'R' OR MOV-CODE = 'B')
                AND WS-NEW-LOT-EXPIRY NOT = SPACES
                AND (WS-EXPIRY-CHECK IS NOT NUMERIC
                     OR WS-EXPIRY-MM < 01 OR WS-EXPIRY-MM > 12
                     OR WS-EXPIRY-DD < 01 OR WS-EXPIRY-DD > 31)
                   MOVE 'INVALID EXPIRY DATE' TO WS-LOT-REASON
               WHEN WS-LOT-FOUND AND MOV-CODE NOT = 'J'
                AND WS-LOT-EXPIRY(WS-LOT-FOUND-IDX)
                    NOT = WS-NEW-LOT-EXPIRY
                   MOVE 'LOT EXPIRY MISMATCH' TO WS-LOT-REASON
               WHEN WS-LOT-FOUND
                AND WS-LOT-QTY(WS-LOT-FOUND-IDX) + WS-DELTA > 99999
                   MOVE 'OVER ON-HAND LIMIT' TO WS-LOT-REASON
               WHEN WS-LOT-FOUND
                   MOVE 1 TO WS-DRAW-COUNT
                   MOVE WS-LOT-FOUND-IDX TO WS-DRAW-LOT-IDX(1)
                   MOVE WS-DELTA TO WS-DRAW-QTY(1)
               WHEN MOV-CODE = 'J'
      *            An adjustment corrects a lot that exists - only a
      *            receipt may start a new one.
                   MOVE 'LOT NOT FOUND' TO WS-LOT-REASON
               WHEN WS-LOT-COUNT >= 9999
                   MOVE 'LOT FILE FULL' TO WS-LOT-REASON
               WHEN OTHER
                   MOVE 1 TO WS-DRAW-COUNT
                   MOVE ZERO TO WS-DRAW-LOT-IDX(1)
                   MOVE WS-DELTA TO WS-DRAW-QTY(1)
           END-EVALUATE.

       1820-PLAN-NAMED-LOT.

           PERFORM 1840-FIND-LOT
           MOVE 'N' TO WS-LOT-EXPIRED-SW
           IF WS-LOT-FOUND
               MOVE WS-LOT-FOUND-IDX TO WS-LOT-IDX
               PERFORM 1845-CHECK-LOT-EXPIRED
               MOVE WS-LOT-EXPIRY(WS-LOT-FOUND-IDX)
                 TO WS-NEW-LOT-EXPIRY
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-LOT-FOUND
                   MOVE 'LOT NOT FOUND' TO WS-LOT-REASON
               WHEN WS-LOT-EXPIRED AND NOT WS-INCLUDE-EXPIRED
                   MOVE 'LOT EXPIRED' TO WS-LOT-REASON
               WHEN WS-LOT-QTY(WS-LOT-FOUND-IDX) < WS-LOT-NEED
                   MOVE 'INSUFFICIENT IN LOT' TO WS-LOT-REASON
               WHEN OTHER
                   MOVE 1 TO WS-DRAW-COUNT
                   MOVE WS-LOT-FOUND-IDX TO WS-DRAW-LOT-IDX(1)
                   COMPUTE WS-DRAW-QTY(1) = ZERO - WS-LOT-NEED
           END-EVALUATE.

       1830-PLAN-FEFO.

      *    Lots first, earliest expiry first, then whatever stock
      *    was received without a lot. What the lots and the
      *    unlotted stock cannot cover between them, with the
      *    warehouse total already proven sufficient, is stock
      *    sitting in expired lots.
           PERFORM 1850-SUM-LOTS
           MOVE LOW-VALUES TO WS-FEFO-LAST
           MOVE 1 TO WS-FEFO-BEST-IDX

           PERFORM UNTIL WS-LOT-NEED = ZERO
                      OR WS-FEFO-BEST-IDX = ZERO
                      OR WS-LOT-REASON NOT = SPACES
               PERFORM 1860-NEXT-FEFO-LOT
               IF WS-FEFO-BEST-IDX NOT = ZERO
                   IF WS-DRAW-COUNT >= 100
                       MOVE 'TOO MANY LOTS' TO WS-LOT-REASON
                   ELSE
                       IF WS-LOT-QTY(WS-FEFO-BEST-IDX) < WS-LOT-NEED
                           MOVE WS-LOT-QTY(WS-FEFO-BEST-IDX)
                             TO WS-LOT-TAKE
                       ELSE
                           MOVE WS-LOT-NEED TO WS-LOT-TAKE
                       END-IF
                       ADD 1 TO WS-DRAW-COUNT
                       MOVE WS-FEFO-BEST-IDX
                         TO WS-DRAW-LOT-IDX(WS-DRAW-COUNT)
                       COMPUTE WS-DRAW-QTY(WS-DRAW-COUNT)
                           = ZERO - WS-LOT-TAKE
                       SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LOT-REASON = SPACES
              AND WS-LOT-NEED > WS-UNTRACKED-QTY
               IF WS-INCLUDE-EXPIRED
                   MOVE 'INSUFFICIENT IN WHS' TO WS-LOT-REASON
               ELSE
                   MOVE 'EXPIRED LOTS BLOCKED' TO WS-LOT-REASON
               END-IF
           END-IF.

       1840-FIND-LOT.

           MOVE 'N' TO WS-LOT-FOUND-SW
           MOVE ZERO TO WS-LOT-FOUND-IDX

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
                      OR WS-LOT-FOUND
               IF WS-LOT-KEY(WS-LOT-IDX) = MOV-KEY
                  AND WS-LOT-WHS(WS-LOT-IDX) = MOV-WHS
                  AND WS-LOT-NUMBER(WS-LOT-IDX) = WS-NEW-LOT-NUMBER
                   SET WS-LOT-FOUND TO TRUE
                   MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
               END-IF
           END-PERFORM.

       1845-CHECK-LOT-EXPIRED.

      *    A lot may be issued up to and including its expiry date.
           IF WS-LOT-EXPIRY(WS-LOT-IDX) NOT = SPACES
              AND WS-LOT-EXPIRY(WS-LOT-IDX) < WS-CTS-DATE
               SET WS-LOT-EXPIRED TO TRUE
           ELSE
               MOVE 'N' TO WS-LOT-EXPIRED-SW
           END-IF.

       1850-SUM-LOTS.

           MOVE ZERO TO WS-LOT-TOTAL

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-KEY(WS-LOT-IDX) = MOV-KEY
                  AND WS-LOT-WHS(WS-LOT-IDX) = MOV-WHS
                   ADD WS-LOT-QTY(WS-LOT-IDX) TO WS-LOT-TOTAL
               END-IF
           END-PERFORM

           IF WS-LOC-FOUND
               COMPUTE WS-UNTRACKED-QTY
                   = LIB1LT-QTY(WS-LOC-FOUND-IDX) - WS-LOT-TOTAL
           ELSE
               MOVE ZERO TO WS-UNTRACKED-QTY
           END-IF

           IF WS-UNTRACKED-QTY < ZERO
               MOVE ZERO TO WS-UNTRACKED-QTY
           END-IF.

       1860-NEXT-FEFO-LOT.

           MOVE HIGH-VALUES TO WS-FEFO-BEST
           MOVE ZERO TO WS-FEFO-BEST-IDX

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-KEY(WS-LOT-IDX) = MOV-KEY
                  AND WS-LOT-WHS(WS-LOT-IDX) = MOV-WHS
                  AND WS-LOT-QTY(WS-LOT-IDX) > ZERO
                   PERFORM 1865-CONSIDER-FEFO-LOT
               END-IF
           END-PERFORM

           IF WS-FEFO-BEST-IDX NOT = ZERO
               MOVE WS-FEFO-BEST TO WS-FEFO-LAST
           END-IF.

       1865-CONSIDER-FEFO-LOT.

           PERFORM 1845-CHECK-LOT-EXPIRED

           IF NOT WS-LOT-EXPIRED OR WS-INCLUDE-EXPIRED
               IF WS-LOT-EXPIRY(WS-LOT-IDX) = SPACES
                   MOVE '99999999' TO WS-FEFO-CAND-EXPIRY
               ELSE
                   MOVE WS-LOT-EXPIRY(WS-LOT-IDX)
                     TO WS-FEFO-CAND-EXPIRY
               END-IF
               MOVE WS-LOT-IDX TO WS-FEFO-CAND-IDX
               IF WS-FEFO-CANDIDATE > WS-FEFO-LAST
                  AND WS-FEFO-CANDIDATE < WS-FEFO-BEST
                   MOVE WS-FEFO-CANDIDATE TO WS-FEFO-BEST
                   MOVE WS-LOT-IDX TO WS-FEFO-BEST-IDX
               END-IF
           END-IF.

       1870-PLAN-TRANSFER-LOT.

      *    A transfer moves one lot, the one it names, so the
      *    receiving warehouse knows exactly what arrived. Unnamed,
      *    it may only move stock received without a lot.
           MOVE SPACES TO WS-LOT-REASON
           MOVE ZERO TO WS-DRAW-COUNT
           MOVE MOV-LOT TO WS-NEW-LOT-NUMBER
           MOVE SPACES TO WS-NEW-LOT-EXPIRY
           COMPUTE WS-LOT-NEED = FUNCTION ABS(MOV-QTY)
           MOVE 'N' TO WS-INCLUDE-EXPIRED-SW

           IF MOV-LOT NOT = SPACES
               PERFORM 1820-PLAN-NAMED-LOT
           ELSE
               PERFORM 1850-SUM-LOTS
               IF WS-LOT-TOTAL > ZERO
                  AND WS-LOT-NEED > WS-UNTRACKED-QTY
                   MOVE 'NAME LOT TO TRANSFER' TO WS-LOT-REASON
               END-IF
           END-IF.

       1880-POST-LOT-DRAWS.

           PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
               IF WS-DRAW-LOT-IDX(WS-DRAW-IDX) = ZERO
                   ADD 1 TO WS-LOT-COUNT
                   MOVE MOV-KEY     TO WS-LOT-KEY(WS-LOT-COUNT)
                   MOVE MOV-WHS     TO WS-LOT-WHS(WS-LOT-COUNT)
                   MOVE WS-NEW-LOT-NUMBER
                     TO WS-LOT-NUMBER(WS-LOT-COUNT)
                   MOVE WS-NEW-LOT-EXPIRY
                     TO WS-LOT-EXPIRY(WS-LOT-COUNT)
                   MOVE ZERO        TO WS-LOT-QTY(WS-LOT-COUNT)
                   MOVE WS-CTS-DATE TO WS-LOT-RECEIPT-DATE(WS-LOT-COUNT)
                   MOVE MOV-REF     TO WS-LOT-REF(WS-LOT-COUNT)
                   MOVE WS-LOT-COUNT TO WS-DRAW-LOT-IDX(WS-DRAW-IDX)
               END-IF
               MOVE WS-DRAW-LOT-IDX(WS-DRAW-IDX) TO WS-LOT-IDX
               COMPUTE WS-LOT-QTY(WS-LOT-IDX)
                   = WS-LOT-QTY(WS-LOT-IDX) + WS-DRAW-QTY(WS-DRAW-IDX)
               PERFORM 1890-WRITE-LOT-JOURNAL
               SET WS-LOT-CHANGED TO TRUE
           END-PERFORM.

       1890-WRITE-LOT-JOURNAL.

           MOVE SPACES                     TO LIB1-LOT-JOURNAL-RECORD
           MOVE WS-CTS-DATE                TO LJ-DATE
           MOVE WS-CTS-TIME                TO LJ-TIME
           MOVE MOV-CODE                   TO LJ-CODE
           MOVE WS-LOT-KEY(WS-LOT-IDX)     TO LJ-KEY
           MOVE WS-LOT-WHS(WS-LOT-IDX)     TO LJ-WHS
           MOVE WS-LOT-NUMBER(WS-LOT-IDX)  TO LJ-LOT
           MOVE WS-LOT-EXPIRY(WS-LOT-IDX)  TO LJ-EXPIRY
           MOVE WS-DRAW-QTY(WS-DRAW-IDX)   TO LJ-QTY
           MOVE MOV-REF                    TO LJ-REF
           IF MOV-CODE = 'T'
               MOVE MOV-TO-WHS             TO LJ-TO-WHS
           END-IF
           WRITE LIB1-LOT-JOURNAL-RECORD.

       1900-WRITE-REJECT-BAD-CODE.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE 'WAREHOUSE IS BLANK'  TO STO-REASON
           WRITE STATUS-OUT-REC.

       1981-WRITE-REJECT-NO-REF.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'TRANSFER REF BLANK'  TO STO-REASON
           WRITE STATUS-OUT-REC.

       1982-WRITE-REJECT-BAD-TO-WHS.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'BAD DESTINATION WHS' TO STO-REASON
           WRITE STATUS-OUT-REC.

       1983-WRITE-REJECT-DUP-TRANSFER.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'DUPLICATE TRANSFER'  TO STO-REASON
           WRITE STATUS-OUT-REC.

       1984-WRITE-REJECT-TRANSIT-FULL.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'TRANSIT FILE FULL'   TO STO-REASON
           WRITE STATUS-OUT-REC.

       1985-WRITE-REJECT-NO-TRANSFER.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'NO OPEN TRANSFER'    TO STO-REASON
           WRITE STATUS-OUT-REC.

       1986-WRITE-REJECT-WRONG-DEST.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'NOT TRANSFER DEST'   TO STO-REASON
           WRITE STATUS-OUT-REC.

       1987-WRITE-REJECT-OVER-TRANSFER.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE 'OVER TRANSFER QTY'   TO STO-REASON
           WRITE STATUS-OUT-REC.

       1990-WRITE-REJECT-LOT.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE WS-LOT-REASON TO STO-REASON
           WRITE STATUS-OUT-REC.

       1991-WRITE-REJECT-KIT.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE MOV-CODE      TO STO-CODE
           MOVE MOV-KEY       TO STO-KEY
           MOVE MOV-WHS       TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE WS-KIT-REASON TO STO-REASON
           WRITE STATUS-OUT-REC.

       2000-APPLY-KIT-MOVEMENT.

      *    A build issues every component on the kit's bill of
      *    materials and receives the kits; a disassembly does the
      *    reverse. Every leg - components, kit and lots - is
      *    proven before any of them posts, so a build short of
      *    one component is rejected whole and nothing moves.
           MOVE SPACES           TO WS-KIT-REASON
           MOVE LIB1-MOV-RECORD  TO WS-KIT-MOVEMENT
           MOVE MOV-KEY          TO WS-KIT-KEY
           MOVE WS-FOUND-IDX     TO WS-KIT-IDX
           MOVE WS-LOC-FOUND-SW  TO WS-KIT-LOC-FOUND-SW
           MOVE WS-LOC-FOUND-IDX TO WS-KIT-LOC-IDX
           COMPUTE WS-KIT-QTY = FUNCTION ABS(MOV-QTY)

           IF MOV-CODE = 'B'
               MOVE WS-KIT-QTY TO WS-DELTA
           ELSE
               COMPUTE WS-DELTA = ZERO - WS-KIT-QTY
           END-IF

           COMPUTE WS-KIT-NEW-QTY
               = LIB1T-QTY(WS-FOUND-IDX) + WS-DELTA

           IF WS-LOC-FOUND
               COMPUTE WS-KIT-NEW-LOC-QTY
                   = LIB1LT-QTY(WS-LOC-FOUND-IDX) + WS-DELTA
           ELSE
               MOVE WS-DELTA TO WS-KIT-NEW-LOC-QTY
           END-IF

      *    Every leg of the build is journaled under the one build
      *    reference - it is what ties the components to the kits.
           IF MOV-REF = SPACES
               MOVE 'BUILD REF BLANK' TO WS-KIT-REASON
           ELSE
               PERFORM 2100-PLAN-KIT-COMPONENTS
           END-IF

           IF WS-KIT-REASON = SPACES
               PERFORM 2200-CHECK-KIT-ITEM
           END-IF

           IF WS-KIT-REASON = SPACES
               PERFORM 1800-PLAN-LOTS
               MOVE WS-LOT-REASON TO WS-KIT-REASON
           END-IF

           IF WS-KIT-REASON = SPACES AND MOV-CODE = 'B'
               PERFORM 2250-PLAN-COMPONENT-LOTS
           END-IF

           IF WS-KIT-REASON = SPACES
               PERFORM 2300-POST-KIT-MOVEMENT
               PERFORM 1930-WRITE-ACCEPT
           ELSE
               PERFORM 1991-WRITE-REJECT-KIT
           END-IF.

       2100-PLAN-KIT-COMPONENTS.

      *    The kit's unit cost is the sum of its components' average
      *    costs at the quantity each kit uses.
           MOVE ZERO TO WS-COMP-COUNT
           MOVE ZERO TO WS-KIT-NEW-LOCS
           MOVE ZERO TO WS-KIT-UNIT-COST

           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
                      OR WS-KIT-REASON NOT = SPACES
               IF WS-BOM-KIT-KEY(WS-BOM-IDX) = WS-KIT-KEY
                   PERFORM 2150-PLAN-ONE-COMPONENT
               END-IF
           END-PERFORM

           IF WS-KIT-REASON = SPACES AND WS-COMP-COUNT = ZERO
               MOVE 'NO BILL OF MATERIALS' TO WS-KIT-REASON
           END-IF

           PERFORM 2190-RESTORE-KIT-MOVEMENT.

       2150-PLAN-ONE-COMPONENT.

           IF WS-COMP-COUNT >= 50
               MOVE 'TOO MANY COMPONENTS' TO WS-KIT-REASON
           ELSE
               ADD 1 TO WS-COMP-COUNT
               MOVE WS-COMP-COUNT TO WS-COMP-IDX
               MOVE WS-BOM-COMP-KEY(WS-BOM-IDX)
                 TO WS-COMP-KEY(WS-COMP-IDX)
               MOVE WS-BOM-COMP-KEY(WS-BOM-IDX) TO MOV-KEY
               COMPUTE WS-COMP-QTY(WS-COMP-IDX)
                   = WS-BOM-QTY-PER(WS-BOM-IDX) * WS-KIT-QTY
               PERFORM 1100-FIND-MASTER-ENTRY
               IF NOT WS-FOUND
                   STRING 'NO MASTER FOR ' MOV-KEY
                       DELIMITED BY SIZE INTO WS-KIT-REASON
               ELSE
                   PERFORM 1150-FIND-LOCATION-ENTRY
                   MOVE WS-FOUND-IDX     TO WS-COMP-MST-IDX(WS-COMP-IDX)
                   MOVE WS-LOC-FOUND-SW  TO WS-COMP-LOC-SW(WS-COMP-IDX)
                   MOVE WS-LOC-FOUND-IDX TO WS-COMP-LOC-IDX(WS-COMP-IDX)
                   COMPUTE WS-KIT-UNIT-COST = WS-KIT-UNIT-COST
                       + WS-BOM-QTY-PER(WS-BOM-IDX)
                       * LIB1T-COST(WS-FOUND-IDX)
                   PERFORM 2160-CHECK-COMPONENT-QTY
               END-IF
           END-IF.

       2160-CHECK-COMPONENT-QTY.

      *    A build draws the component from the build warehouse, so
      *    the warehouse must hold enough of it; a disassembly puts
      *    it back there, opening the warehouse if it never held it.
           IF MOV-CODE = 'B'
               COMPUTE WS-COMP-NEW-QTY(WS-COMP-IDX)
                   = LIB1T-QTY(WS-FOUND-IDX) - WS-COMP-QTY(WS-COMP-IDX)
               IF WS-LOC-FOUND
                   COMPUTE WS-COMP-NEW-LOC-QTY(WS-COMP-IDX)
                       = LIB1LT-QTY(WS-LOC-FOUND-IDX)
                       - WS-COMP-QTY(WS-COMP-IDX)
               ELSE
                   COMPUTE WS-COMP-NEW-LOC-QTY(WS-COMP-IDX)
                       = ZERO - WS-COMP-QTY(WS-COMP-IDX)
               END-IF
               IF WS-COMP-NEW-QTY(WS-COMP-IDX) < ZERO
                  OR WS-COMP-NEW-LOC-QTY(WS-COMP-IDX) < ZERO
                   STRING 'SHORT OF COMP ' MOV-KEY
                       DELIMITED BY SIZE INTO WS-KIT-REASON
               END-IF
           ELSE
               COMPUTE WS-COMP-NEW-QTY(WS-COMP-IDX)
                   = LIB1T-QTY(WS-FOUND-IDX) + WS-COMP-QTY(WS-COMP-IDX)
               IF WS-LOC-FOUND
                   COMPUTE WS-COMP-NEW-LOC-QTY(WS-COMP-IDX)
                       = LIB1LT-QTY(WS-LOC-FOUND-IDX)
                       + WS-COMP-QTY(WS-COMP-IDX)
               ELSE
                   MOVE WS-COMP-QTY(WS-COMP-IDX)
                     TO WS-COMP-NEW-LOC-QTY(WS-COMP-IDX)
                   ADD 1 TO WS-KIT-NEW-LOCS
               END-IF
               IF WS-COMP-NEW-QTY(WS-COMP-IDX) > 99999
                  OR WS-COMP-NEW-LOC-QTY(WS-COMP-IDX) > 99999
                   STRING 'ON-HAND LIMIT ' MOV-KEY
                       DELIMITED BY SIZE INTO WS-KIT-REASON
               END-IF
           END-IF.

       2190-RESTORE-KIT-MOVEMENT.

           MOVE WS-KIT-MOVEMENT     TO LIB1-MOV-RECORD
           MOVE WS-KIT-IDX          TO WS-FOUND-IDX
           MOVE 'Y'                 TO WS-FOUND-SW
           MOVE WS-KIT-LOC-FOUND-SW TO WS-LOC-FOUND-SW
           MOVE WS-KIT-LOC-IDX      TO WS-LOC-FOUND-IDX.

       2200-CHECK-KIT-ITEM.

      *    The same bounds 1200-APPLY-MOVEMENT proves for a receipt
      *    or an issue, applied to the kit item itself.
           EVALUATE TRUE
               WHEN WS-KIT-NEW-QTY < ZERO
                   MOVE 'INSUFFICIENT ON-HAND' TO WS-KIT-REASON
               WHEN WS-KIT-NEW-QTY > 99999
                   MOVE 'OVER ON-HAND LIMIT' TO WS-KIT-REASON
               WHEN NOT WS-LOC-FOUND AND MOV-CODE = 'D'
                   MOVE 'WAREHOUSE NOT FOUND' TO WS-KIT-REASON
               WHEN WS-KIT-NEW-LOC-QTY < ZERO
                   MOVE 'INSUFFICIENT IN WHS' TO WS-KIT-REASON
               WHEN WS-KIT-NEW-LOC-QTY > 99999
                   MOVE 'OVER ON-HAND LIMIT' TO WS-KIT-REASON
               WHEN NOT WS-LOC-FOUND
                   ADD 1 TO WS-KIT-NEW-LOCS
           END-EVALUATE

           IF WS-KIT-REASON = SPACES
              AND LIB1LT-COUNT + WS-KIT-NEW-LOCS > WS-MAX-LOCATIONS
               MOVE 'LOCATION FILE FULL' TO WS-KIT-REASON
           END-IF

      *    MOV-COST carries the unit cost into the moving average
      *    and holds no more than 99999.99.
           IF WS-KIT-REASON = SPACES AND MOV-CODE = 'B'
              AND WS-KIT-UNIT-COST > 99999.99
               MOVE 'KIT COST OVER LIMIT' TO WS-KIT-REASON
           END-IF.

       2250-PLAN-COMPONENT-LOTS.

      *    Components are drawn the way an unnamed issue draws -
      *    lots earliest expiry first, expired lots blocked, then
      *    stock received without a lot - and their draws are added
      *    to the kit's own in the one draw table.
           MOVE 'N' TO WS-INCLUDE-EXPIRED-SW

           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
                      OR WS-LOT-REASON NOT = SPACES
               MOVE WS-COMP-KEY(WS-COMP-IDX)     TO MOV-KEY
               MOVE WS-COMP-LOC-SW(WS-COMP-IDX)  TO WS-LOC-FOUND-SW
               MOVE WS-COMP-LOC-IDX(WS-COMP-IDX) TO WS-LOC-FOUND-IDX
               MOVE WS-COMP-QTY(WS-COMP-IDX)     TO WS-LOT-NEED
               PERFORM 1830-PLAN-FEFO
           END-PERFORM

           MOVE WS-LOT-REASON TO WS-KIT-REASON

           PERFORM 2190-RESTORE-KIT-MOVEMENT.

       2300-POST-KIT-MOVEMENT.

      *    The kits are posted after their components on a build and
      *    before them on a disassembly, so the journal reads in the
      *    order the stock moved.
           IF MOV-CODE = 'D'
               PERFORM 2400-POST-KIT-ITEM
           END-IF

           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
               PERFORM 2350-POST-ONE-COMPONENT
           END-PERFORM

           IF MOV-CODE = 'B'
               PERFORM 2400-POST-KIT-ITEM
           END-IF

           PERFORM 2190-RESTORE-KIT-MOVEMENT
           PERFORM 1880-POST-LOT-DRAWS
           ADD 1 TO WS-POSTED-COUNT.

       2350-POST-ONE-COMPONENT.

           MOVE WS-COMP-KEY(WS-COMP-IDX)     TO MOV-KEY
           MOVE WS-COMP-MST-IDX(WS-COMP-IDX) TO WS-FOUND-IDX

           IF MOV-CODE = 'B'
               COMPUTE WS-DELTA = ZERO - WS-COMP-QTY(WS-COMP-IDX)
           ELSE
               MOVE WS-COMP-QTY(WS-COMP-IDX) TO WS-DELTA
           END-IF
           MOVE WS-COMP-NEW-QTY(WS-COMP-IDX) TO WS-NEW-QTY

           PERFORM 1300-WRITE-JOURNAL-RECORD
           MOVE LIB1T-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
           MOVE WS-NEW-QTY TO LIB1T-QTY(WS-FOUND-IDX)
           MOVE LIB1T-ENTRY(WS-FOUND-IDX) TO WS-AFTER-IMAGE
           PERFORM 1350-WRITE-MAINT-JOURNAL

           IF WS-COMP-LOC-FOUND(WS-COMP-IDX)
               MOVE WS-COMP-LOC-IDX(WS-COMP-IDX) TO WS-LOC-FOUND-IDX
           ELSE
               PERFORM 2450-ADD-KIT-LOCATION
           END-IF
           MOVE WS-COMP-NEW-LOC-QTY(WS-COMP-IDX)
             TO LIB1LT-QTY(WS-LOC-FOUND-IDX).

       2400-POST-KIT-ITEM.

           PERFORM 2190-RESTORE-KIT-MOVEMENT

           IF MOV-CODE = 'B'
               MOVE WS-KIT-QTY TO WS-DELTA
           ELSE
               COMPUTE WS-DELTA = ZERO - WS-KIT-QTY
           END-IF
           MOVE WS-KIT-NEW-QTY TO WS-NEW-QTY

           PERFORM 1300-WRITE-JOURNAL-RECORD
           MOVE LIB1T-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE

      *    The kits come in at what their components cost, so the
      *    kit's moving average carries what the build really used.
           IF MOV-CODE = 'B' AND WS-KIT-UNIT-COST > ZERO
               MOVE WS-KIT-UNIT-COST TO MOV-COST
               PERFORM 1360-UPDATE-AVERAGE-COST
           END-IF

           MOVE WS-NEW-QTY TO LIB1T-QTY(WS-FOUND-IDX)
           MOVE LIB1T-ENTRY(WS-FOUND-IDX) TO WS-AFTER-IMAGE
           PERFORM 1350-WRITE-MAINT-JOURNAL

           IF NOT WS-LOC-FOUND
               PERFORM 2450-ADD-KIT-LOCATION
           END-IF
           MOVE WS-KIT-NEW-LOC-QTY TO LIB1LT-QTY(WS-LOC-FOUND-IDX).

       2450-ADD-KIT-LOCATION.

           ADD 1 TO LIB1LT-COUNT
           MOVE MOV-KEY TO LIB1LT-KEY(LIB1LT-COUNT)
           MOVE MOV-WHS TO LIB1LT-WHS(LIB1LT-COUNT)
           MOVE LIB1LT-COUNT TO WS-LOC-FOUND-IDX.

       0300-REWRITE-MASTER.

           OPEN OUTPUT LIB1-MASTER-FILE
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

       0600-REWRITE-TRANSIT.

           OPEN OUTPUT TRANSIT-FILE
           IF WS-TRANSIT-STATUS NOT = '00'
               DISPLAY 'LIB1MOV: UNABLE TO OPEN data/lib1xit.dat FOR '
                   'REWRITE - FILE STATUS ' WS-TRANSIT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-XIT-IDX FROM 1 BY 1
                       UNTIL WS-XIT-IDX > WS-XIT-COUNT
                   MOVE WS-XIT-ENTRY(WS-XIT-IDX)
                     TO LIB1-TRANSIT-RECORD
                   WRITE LIB1-TRANSIT-RECORD
               END-PERFORM
               CLOSE TRANSIT-FILE
           END-IF.

       0700-REWRITE-CUST-ORDERS.

           OPEN OUTPUT CUST-ORDER-FILE
           IF WS-CUST-ORDER-STATUS NOT = '00'
               DISPLAY 'LIB1MOV: UNABLE TO OPEN data/lib1cord.dat FOR '
                   'REWRITE - FILE STATUS ' WS-CUST-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                   MOVE WS-CO-ENTRY(WS-CO-IDX)
                     TO LIB1-CUST-ORDER-RECORD
                   WRITE LIB1-CUST-ORDER-RECORD
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.

       0800-REWRITE-LOTS.

      *    Lots drawn down to nothing are dropped - their history is
      *    on the lot journal.
           OPEN OUTPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'LIB1MOV: UNABLE TO OPEN data/lib1lot.dat FOR '
                   'REWRITE - FILE STATUS ' WS-LOT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-QTY(WS-LOT-IDX) > ZERO
                       MOVE WS-LOT-ENTRY(WS-LOT-IDX)
                         TO LIB1-LOT-RECORD
                       WRITE LIB1-LOT-RECORD
                   END-IF
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.
