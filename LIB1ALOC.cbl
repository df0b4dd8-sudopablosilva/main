      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1ALOC - Customer order allocation. Applies the day's
      *            order-entry transactions (LIB1KTRN: new order
      *            lines and cancellations) to the customer-order
      *            file (LIB1KREC), then reserves stock for every
      *            open line against its warehouse's on-hand on the
      *            location file. Allocation is rebuilt from scratch
      *            each run, lines taken in file (entry) sequence, so
      *            the oldest order always has first claim on the
      *            stock, a warehouse whose on-hand has dropped since
      *            the last run gives back only the newest
      *            reservations, and a line shipped or cancelled in
      *            the meantime never keeps stock it no longer needs.
      *            Whatever a line still needs beyond what could be
      *            reserved is on backorder until a later run finds
      *            the stock; LIB1BORD reports those lines. Stock
      *            in lots past their expiry date (LIB1EREC) stays
      *            on hand but is never reserved, since LIB1MOV will
      *            not issue it. LIB1 nets the allocations (and the
      *            expired stock) off on-hand so the inquiries show
      *            available-to-promise. Runs in the nightly stream
      *            after LIB1MOV has posted the night's issues and
      *            receipts. Order-entry transactions that cannot be
      *            applied are written to STATUS-OUT in the same
      *            style as LIB1MOV.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1ALOC.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ORDER-FILE ASSIGN TO "data/lib1cord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ORDER-STATUS.

           SELECT ORDER-ENTRY-IN ASSIGN TO "data/lib1cord-tran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.

           SELECT LOT-FILE ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT STATUS-OUT ASSIGN TO "data/lib1aloc.sts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OUT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ORDER-FILE.
       copy LIB1KREC.

       FD  ORDER-ENTRY-IN.
       copy LIB1KTRN.

       FD  LOT-FILE.
       copy LIB1EREC.

       FD  STATUS-OUT.
       01  STATUS-OUT-REC.
           05  STO-CODE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  STO-ORDER                PIC X(08).
           05  FILLER                   PIC X(01).
           05  STO-LINE                 PIC X(03).
           05  FILLER                   PIC X(01).
           05  STO-KEY                  PIC X(05).
           05  FILLER                   PIC X(01).
           05  STO-WHS                  PIC X(03).
           05  FILLER                   PIC X(01).
           05  STO-RESULT               PIC X(08).
           05  FILLER                   PIC X(01).
           05  STO-REASON               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CUST-ORDER-STATUS         PIC X(02).
       01  WS-ENTRY-STATUS              PIC X(02).
       01  WS-STATUS-OUT-STATUS         PIC X(02).
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-LOT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LOT-EOF               VALUE 'Y'.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-CO-IDX                    PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.
       01  WS-MST-FOUND-IDX             PIC 9(05).
       01  WS-MST-FOUND-SW              PIC X(01).
           88  WS-MST-FOUND             VALUE 'Y'.
       01  WS-LOC-FOUND-IDX             PIC 9(05).
       01  WS-LOC-FOUND-SW              PIC X(01).
           88  WS-LOC-FOUND             VALUE 'Y'.

      *    In-memory copy of the customer-order file, rewritten in
      *    full at the end of every run since every open line's
      *    allocation is recalculated.
       01  WS-CO-COUNT                  PIC 9(05) VALUE ZERO.
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

      *    Stock still free to reserve at each location, kept in
      *    step with LIB1-LOCATION-TABLE entry for entry.
       01  WS-FREE-TABLE.
           05  WS-FREE-QTY              PIC 9(05) OCCURS 9999 TIMES.

       01  WS-NEED-QTY                  PIC 9(05).
       01  WS-BACK-QTY                  PIC 9(05).

       01  WS-ENTRY-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-ADDED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-CANCEL-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REJ-REASON                PIC X(20).
       01  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-FILLED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-BACKORDER-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-ALLOC-TOTAL               PIC 9(09) VALUE ZERO.
       01  WS-BACK-TOTAL                PIC 9(09) VALUE ZERO.
       01  WS-EXPIRED-TOTAL             PIC 9(09) VALUE ZERO.

       01  WS-TODAY                     PIC X(08).

       copy LIB1TBL.

       copy LIB1LTBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1ALOC: UNABLE TO LOAD MASTER FILE - '
                   'ORDERS NOT ALLOCATED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CALL 'LIB1LLOD' USING LIB1-LOCATION-TABLE

           IF NOT LIB1LT-LOAD-OK
               IF LIB1LT-FILE-MISSING
      *            No location file means no stock anywhere - every
      *            open line goes to backorder.
                   MOVE ZERO TO LIB1LT-COUNT
               ELSE
      *            Allocating off a failed load would strip genuine
      *            reservations from lines that still have their
      *            stock, so abend instead.
                   DISPLAY 'LIB1ALOC: UNABLE TO READ data/lib1loc.dat '
                       '- ORDERS NOT ALLOCATED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      *    The same goes for a load cut short at the table size.
           IF LIB1LT-LOAD-TRUNCATED
               DISPLAY 'LIB1ALOC: LOCATION FILE TRUNCATED - '
                   'ORDERS NOT ALLOCATED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 0050-SEED-FREE-STOCK

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0100-LOAD-CUST-ORDERS

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0200-APPLY-ORDER-ENTRIES

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0300-ALLOCATE-OPEN-LINES
           PERFORM 0400-REWRITE-CUST-ORDERS

           DISPLAY 'LIB1ALOC ENTRIES READ     : ' WS-ENTRY-COUNT
           DISPLAY 'LIB1ALOC LINES ADDED      : ' WS-ADDED-COUNT
           DISPLAY 'LIB1ALOC LINES CANCELLED  : ' WS-CANCEL-COUNT
           DISPLAY 'LIB1ALOC ENTRIES REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'LIB1ALOC OPEN LINES       : ' WS-OPEN-COUNT
           DISPLAY 'LIB1ALOC FULLY ALLOCATED  : ' WS-FILLED-COUNT
           DISPLAY 'LIB1ALOC ON BACKORDER     : ' WS-BACKORDER-COUNT
           DISPLAY 'LIB1ALOC QTY ALLOCATED    : ' WS-ALLOC-TOTAL
           DISPLAY 'LIB1ALOC QTY BACKORDERED  : ' WS-BACK-TOTAL
           DISPLAY 'LIB1ALOC QTY EXPIRED      : ' WS-EXPIRED-TOTAL

           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0050-SEED-FREE-STOCK.

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1LT-COUNT
               MOVE LIB1LT-QTY(WS-TABLE-IDX)
                 TO WS-FREE-QTY(WS-TABLE-IDX)
           END-PERFORM

      *    A lot may be issued up to and including its expiry date,
      *    as LIB1MOV allows; after that its stock is held back from
      *    every warehouse total before any line is allocated.
           OPEN INPUT LOT-FILE

           EVALUATE TRUE
               WHEN WS-LOT-STATUS = '35'
      *            No lot has ever been received.
                   CONTINUE
               WHEN WS-LOT-STATUS NOT = '00'
      *            Allocating without knowing which stock has expired
      *            would reserve stock that can never ship.
                   DISPLAY 'LIB1ALOC: UNABLE TO READ data/lib1lot.dat '
                       '- FILE STATUS ' WS-LOT-STATUS
                       ' - ORDERS NOT ALLOCATED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-LOT-EOF
                       READ LOT-FILE
                           AT END
                               SET WS-LOT-EOF TO TRUE
                           NOT AT END
                               IF LOT-EXPIRY NOT = SPACES
                                  AND LOT-EXPIRY < WS-TODAY
                                   PERFORM 0060-WITHHOLD-EXPIRED-LOT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOT-FILE
           END-EVALUATE.

       0060-WITHHOLD-EXPIRED-LOT.

           MOVE 'N' TO WS-LOC-FOUND-SW

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1LT-COUNT
                      OR WS-LOC-FOUND
               IF LIB1LT-KEY(WS-TABLE-IDX) = LOT-KEY
                  AND LIB1LT-WHS(WS-TABLE-IDX) = LOT-WHS
                   SET WS-LOC-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-LOC-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-LOC-FOUND
               ADD LOT-QTY TO WS-EXPIRED-TOTAL
               IF LOT-QTY >= WS-FREE-QTY(WS-LOC-FOUND-IDX)
                   MOVE ZERO TO WS-FREE-QTY(WS-LOC-FOUND-IDX)
               ELSE
                   SUBTRACT LOT-QTY
                       FROM WS-FREE-QTY(WS-LOC-FOUND-IDX)
               END-IF
           END-IF.

       0100-LOAD-CUST-ORDERS.

           OPEN INPUT CUST-ORDER-FILE

           IF WS-CUST-ORDER-STATUS = '35'
      *        No customer order has ever been taken.
               MOVE ZERO TO WS-CO-COUNT
           ELSE
           IF WS-CUST-ORDER-STATUS NOT = '00'
               DISPLAY 'LIB1ALOC: UNABLE TO READ data/lib1cord.dat - '
                   'FILE STATUS ' WS-CUST-ORDER-STATUS
                   ' - ORDERS NOT ALLOCATED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CUST-ORDER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CO-COUNT >= 9999
      *                        Rewriting from a truncated copy would
      *                        delete every line past the table, so
      *                        abend until the history is archived.
                               DISPLAY 'LIB1ALOC: data/lib1cord.dat '
                                   'HAS MORE THAN 9999 RECORDS - '
                                   'ORDERS NOT ALLOCATED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
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

       0200-APPLY-ORDER-ENTRIES.

           OPEN INPUT ORDER-ENTRY-IN

           IF WS-ENTRY-STATUS = '35'
      *        No orders taken or cancelled today - the run still
      *        reallocates the open book against tonight's stock.
               CONTINUE
           ELSE
           IF WS-ENTRY-STATUS NOT = '00'
               DISPLAY 'LIB1ALOC: UNABLE TO OPEN data/lib1cord-tran.dat'
                   ' - FILE STATUS ' WS-ENTRY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STATUS-OUT
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ORDER-ENTRY-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-COUNT
                           PERFORM 1000-APPLY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ORDER-ENTRY-IN
               CLOSE STATUS-OUT
           END-IF
           END-IF.

       0300-ALLOCATE-OPEN-LINES.

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-STATUS(WS-CO-IDX) = 'O'
                   PERFORM 2000-ALLOCATE-ONE-LINE
               END-IF
           END-PERFORM.

       0400-REWRITE-CUST-ORDERS.

           OPEN OUTPUT CUST-ORDER-FILE
           IF WS-CUST-ORDER-STATUS NOT = '00'
               DISPLAY 'LIB1ALOC: UNABLE TO OPEN data/lib1cord.dat FOR '
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

       1000-APPLY-ONE-ENTRY.

           PERFORM 1100-FIND-ORDER-LINE

           EVALUATE KT-CODE
               WHEN 'A'
                   PERFORM 1200-ADD-ORDER-LINE
               WHEN 'X'
                   PERFORM 1300-CANCEL-ORDER-LINE
               WHEN OTHER
                   MOVE 'INVALID ORDER CODE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
           END-EVALUATE.

       1100-FIND-ORDER-LINE.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-FOUND
               IF WS-CO-ORDER(WS-CO-IDX) = KT-ORDER
                  AND WS-CO-LINE(WS-CO-IDX) = KT-LINE
                   SET WS-FOUND TO TRUE
                   MOVE WS-CO-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1150-FIND-MASTER-ENTRY.

           MOVE 'N' TO WS-MST-FOUND-SW
           MOVE ZERO TO WS-MST-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-MST-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = KT-KEY
                   SET WS-MST-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-MST-FOUND-IDX
               END-IF
           END-PERFORM.

       1200-ADD-ORDER-LINE.

           PERFORM 1150-FIND-MASTER-ENTRY

           EVALUATE TRUE
               WHEN KT-ORDER = SPACES
                  OR KT-LINE IS NOT NUMERIC
                   MOVE 'BAD ORDER/LINE NO' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-FOUND
                   MOVE 'DUPLICATE ORDER LINE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN NOT WS-MST-FOUND
                   MOVE 'KEY NOT ON MASTER' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN LIB1T-STATUS(WS-MST-FOUND-IDX) NOT = 'A'
      *            An inactive item cannot be sold, so it cannot be
      *            promised either.
                   MOVE 'ITEM NOT ACTIVE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN KT-WHS = SPACES
                   MOVE 'WAREHOUSE IS BLANK' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN KT-QTY IS NOT NUMERIC
                   MOVE 'QTY NOT NUMERIC' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN KT-QTY = ZERO
                   MOVE 'QTY IS ZERO' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-CO-COUNT >= 9999
                   MOVE 'ORDER FILE FULL' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-CO-COUNT
                   MOVE KT-ORDER   TO WS-CO-ORDER(WS-CO-COUNT)
                   MOVE KT-LINE    TO WS-CO-LINE(WS-CO-COUNT)
                   MOVE KT-CUST    TO WS-CO-CUST(WS-CO-COUNT)
                   MOVE KT-KEY     TO WS-CO-KEY(WS-CO-COUNT)
                   MOVE KT-WHS     TO WS-CO-WHS(WS-CO-COUNT)
                   MOVE KT-QTY     TO WS-CO-ORDER-QTY(WS-CO-COUNT)
                   MOVE ZERO       TO WS-CO-SHIP-QTY(WS-CO-COUNT)
                   MOVE ZERO       TO WS-CO-ALLOC-QTY(WS-CO-COUNT)
                   MOVE WS-TODAY   TO WS-CO-ORDER-DATE(WS-CO-COUNT)
                   MOVE 'O'        TO WS-CO-STATUS(WS-CO-COUNT)
                   MOVE SPACES     TO WS-CO-CLOSE-DATE(WS-CO-COUNT)
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1300-CANCEL-ORDER-LINE.

      *    The cancelled line simply drops out of the allocation
      *    pass below, so its stock is free for the next line in
      *    sequence tonight.
           IF WS-FOUND
              AND WS-CO-STATUS(WS-FOUND-IDX) = 'O'
               MOVE WS-CO-KEY(WS-FOUND-IDX) TO KT-KEY
               MOVE WS-CO-WHS(WS-FOUND-IDX) TO KT-WHS
               MOVE 'X'      TO WS-CO-STATUS(WS-FOUND-IDX)
               MOVE ZERO     TO WS-CO-ALLOC-QTY(WS-FOUND-IDX)
               MOVE WS-TODAY TO WS-CO-CLOSE-DATE(WS-FOUND-IDX)
               ADD 1 TO WS-CANCEL-COUNT
               PERFORM 1930-WRITE-ACCEPT
           ELSE
               MOVE 'ORDER LINE NOT OPEN' TO WS-REJ-REASON
               PERFORM 1900-WRITE-REJECT
           END-IF.

       1900-WRITE-REJECT.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE KT-CODE       TO STO-CODE
           MOVE KT-ORDER      TO STO-ORDER
           MOVE KT-LINE       TO STO-LINE
           MOVE KT-KEY        TO STO-KEY
           MOVE KT-WHS        TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE WS-REJ-REASON TO STO-REASON
           ADD 1 TO WS-REJECT-COUNT
           WRITE STATUS-OUT-REC.

       1930-WRITE-ACCEPT.

           MOVE SPACES        TO STATUS-OUT-REC
           MOVE KT-CODE       TO STO-CODE
           MOVE KT-ORDER      TO STO-ORDER
           MOVE KT-LINE       TO STO-LINE
           MOVE KT-KEY        TO STO-KEY
           MOVE KT-WHS        TO STO-WHS
           MOVE 'ACCEPTED'    TO STO-RESULT
           WRITE STATUS-OUT-REC.

       2000-ALLOCATE-ONE-LINE.

           MOVE ZERO TO WS-CO-ALLOC-QTY(WS-CO-IDX)

      *    LIB1MOV closes a line as its last issue ships; one still
      *    open but shipped in full has nothing left to reserve.
           IF WS-CO-SHIP-QTY(WS-CO-IDX)
                   >= WS-CO-ORDER-QTY(WS-CO-IDX)
               MOVE 'C'      TO WS-CO-STATUS(WS-CO-IDX)
               MOVE WS-TODAY TO WS-CO-CLOSE-DATE(WS-CO-IDX)
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-NEED-QTY = WS-CO-ORDER-QTY(WS-CO-IDX)
                                   - WS-CO-SHIP-QTY(WS-CO-IDX)
               PERFORM 2100-FIND-LOCATION-ENTRY
               IF WS-LOC-FOUND
                   IF WS-FREE-QTY(WS-LOC-FOUND-IDX) >= WS-NEED-QTY
                       MOVE WS-NEED-QTY
                         TO WS-CO-ALLOC-QTY(WS-CO-IDX)
                   ELSE
                       MOVE WS-FREE-QTY(WS-LOC-FOUND-IDX)
                         TO WS-CO-ALLOC-QTY(WS-CO-IDX)
                   END-IF
                   SUBTRACT WS-CO-ALLOC-QTY(WS-CO-IDX)
                       FROM WS-FREE-QTY(WS-LOC-FOUND-IDX)
               END-IF
               ADD WS-CO-ALLOC-QTY(WS-CO-IDX) TO WS-ALLOC-TOTAL
               COMPUTE WS-BACK-QTY = WS-NEED-QTY
                                   - WS-CO-ALLOC-QTY(WS-CO-IDX)
               IF WS-BACK-QTY > ZERO
                   ADD 1 TO WS-BACKORDER-COUNT
                   ADD WS-BACK-QTY TO WS-BACK-TOTAL
               ELSE
                   ADD 1 TO WS-FILLED-COUNT
               END-IF
           END-IF.

       2100-FIND-LOCATION-ENTRY.

           MOVE 'N' TO WS-LOC-FOUND-SW
           MOVE ZERO TO WS-LOC-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1LT-COUNT
                      OR WS-LOC-FOUND
               IF LIB1LT-KEY(WS-TABLE-IDX) = WS-CO-KEY(WS-CO-IDX)
                  AND LIB1LT-WHS(WS-TABLE-IDX) = WS-CO-WHS(WS-CO-IDX)
                   SET WS-LOC-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-LOC-FOUND-IDX
               END-IF
           END-PERFORM.
