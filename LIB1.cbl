      *        location file, loaded once per run via LIB1LLOD. A
      *        missing location file is not an error - the master
      *        total is still returned, with no breakdown.
      *
      *        Each warehouse in the breakdown also carries the
      *        stock LIB1ALOC has reserved there for open customer
      *        orders (summed from the customer-order file, loaded
      *        once per run alongside the locations) and the
      *        available-to-promise left after it, with both summed
      *        for the item as a whole. A missing customer-order
      *        file simply means nothing is allocated. Stock in
      *        lots past their expiry date (LIB1EREC) is on hand but
      *        LIB1MOV will not issue it, so it is not available to
      *        promise either; a missing lot file means no lots.
      *
      *        A found lookup also carries the item's ABC class from
      *        the LIB1ABC class file, loaded once per run with the
      *        rest; an item the last run did not classify, or a
      *        missing class file, returns the class as spaces.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ORDER-IN ASSIGN TO "data/lib1cord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ORDER-STATUS.

           SELECT ABC-IN ASSIGN TO "data/lib1abc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.

           SELECT LOT-IN ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ORDER-IN.
       copy LIB1KREC.

       FD  ABC-IN.
       copy LIB1QREC.

       FD  LOT-IN.
       copy LIB1EREC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-ORDER-STATUS         PIC X(02).
       01  WS-CO-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-CO-EOF                VALUE 'Y'.
       01  WS-ABC-STATUS                PIC X(02).
       01  WS-ABC-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ABC-EOF               VALUE 'Y'.
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-LOT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LOT-EOF               VALUE 'Y'.
       01  WS-LOADED-SW                 PIC X(01) VALUE 'N'.
           88  WS-LOADED                VALUE 'Y'.


       01  WS-LOC-IDX                   PIC 9(05).

      *    Open allocations summed by item and warehouse - one entry
      *    per location at most, so it can never outgrow the
      *    location table's 9999.
       01  WS-ALC-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ALC-IDX                   PIC 9(05).
       01  WS-ALC-FOUND-SW              PIC X(01).
           88  WS-ALC-FOUND             VALUE 'Y'.
       01  WS-ALLOC-TABLE.
           05  WS-ALC-ENTRY             OCCURS 9999 TIMES.
               10  WS-ALC-KEY           PIC X(05).
               10  WS-ALC-WHS           PIC X(03).
               10  WS-ALC-QTY           PIC 9(05).
       01  WS-LOC-ALLOC                 PIC 9(05).
       01  WS-LOC-ATP                   PIC 9(05).

      *    Stock in expired lots summed by item and warehouse - one
      *    entry per location at most, like the allocations.
       01  WS-EXL-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-EXL-IDX                   PIC 9(05).
       01  WS-EXL-FOUND-SW              PIC X(01).
           88  WS-EXL-FOUND             VALUE 'Y'.
       01  WS-EXPIRED-TABLE.
           05  WS-EXL-ENTRY             OCCURS 9999 TIMES.
               10  WS-EXL-KEY           PIC X(05).
               10  WS-EXL-WHS           PIC X(03).
               10  WS-EXL-QTY           PIC 9(06).
       01  WS-LOC-EXPIRED               PIC 9(06).
       01  WS-LOC-UNAVAILABLE           PIC 9(07).
       01  WS-TODAY                     PIC X(08).

      *    ABC classes from the last LIB1ABC run - one per active
      *    item at most, so the master's 9999 bounds it.
       01  WS-ABC-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ABC-IDX                   PIC 9(05).
       01  WS-ABC-FOUND-SW              PIC X(01).
           88  WS-ABC-FOUND             VALUE 'Y'.
       01  WS-ABC-TABLE.
           05  WS-ABC-ENTRY             OCCURS 9999 TIMES.
               10  WS-ABC-KEY           PIC X(05).
               10  WS-ABC-CLASS         PIC X(01).

       copy LIB1TBL.

       copy LIB1LTBL.
               IF LIB1T-LOAD-OK
                   PERFORM 0100-SORT-TABLE-BY-KEY
                   CALL 'LIB1LLOD' USING LIB1-LOCATION-TABLE
                   PERFORM 0400-LOAD-ALLOCATIONS
                   PERFORM 0500-LOAD-ABC-CLASSES
                   PERFORM 0600-LOAD-EXPIRED-LOTS
                   SET WS-LOADED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO LIB1-O-DATA
           MOVE ZERO TO LIB1-O-LOC-COUNT
           MOVE ZERO TO LIB1-O-ALLOC
           MOVE ZERO TO LIB1-O-ATP
           MOVE SPACES TO LIB1-O-ABC-CLASS

           IF NOT WS-LOADED
      *        The master file could not be opened by LIB1LOAD - report
                   MOVE LIB1T-PRICE(WS-FOUND-IDX)    TO LIB1-O-PRICE
                   MOVE LIB1T-STATUS(WS-FOUND-IDX)   TO LIB1-O-STATUS
                   PERFORM 0300-BUILD-LOCATION-LIST
                   PERFORM 0510-FIND-ABC-CLASS
               ELSE
                   MOVE '04' TO LIB1-O-ERR
               END-IF

      *    The location table is small and unordered, so a straight
      *    scan collects the item's warehouses; the output area caps
      *    the breakdown at 10 warehouses per item, but the
      *    allocated and available-to-promise totals take in every
      *    warehouse the item is stocked in.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > LIB1LT-COUNT
               IF LIB1LT-KEY(WS-LOC-IDX) = LIB1-I-KEY
                   PERFORM 0310-FIND-ALLOCATION
                   ADD WS-LOC-ALLOC TO LIB1-O-ALLOC
                   ADD WS-LOC-ATP   TO LIB1-O-ATP
                   IF LIB1-O-LOC-COUNT < 10
                       ADD 1 TO LIB1-O-LOC-COUNT
                       MOVE LIB1LT-WHS(WS-LOC-IDX)
                         TO LIB1-O-LOC-WHS(LIB1-O-LOC-COUNT)
                       MOVE LIB1LT-QTY(WS-LOC-IDX)
                         TO LIB1-O-LOC-QTY(LIB1-O-LOC-COUNT)
                       MOVE WS-LOC-ALLOC
                         TO LIB1-O-LOC-ALLOC(LIB1-O-LOC-COUNT)
                       MOVE WS-LOC-ATP
                         TO LIB1-O-LOC-ATP(LIB1-O-LOC-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       0310-FIND-ALLOCATION.

      *    Stock shipped out from under an allocation since the last
      *    LIB1ALOC run can leave more reserved than is on hand -
      *    nothing is left to promise, but the shortfall is not
      *    shown as negative stock. Expired-lot stock cannot ship,
      *    so it is taken off before anything is promised.
           MOVE ZERO TO WS-LOC-ALLOC
           MOVE 'N' TO WS-ALC-FOUND-SW

           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT
                      OR WS-ALC-FOUND
               IF WS-ALC-KEY(WS-ALC-IDX) = LIB1-I-KEY
                  AND WS-ALC-WHS(WS-ALC-IDX) = LIB1LT-WHS(WS-LOC-IDX)
                   SET WS-ALC-FOUND TO TRUE
                   MOVE WS-ALC-QTY(WS-ALC-IDX) TO WS-LOC-ALLOC
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-LOC-EXPIRED
           MOVE 'N' TO WS-EXL-FOUND-SW

           PERFORM VARYING WS-EXL-IDX FROM 1 BY 1
                   UNTIL WS-EXL-IDX > WS-EXL-COUNT
                      OR WS-EXL-FOUND
               IF WS-EXL-KEY(WS-EXL-IDX) = LIB1-I-KEY
                  AND WS-EXL-WHS(WS-EXL-IDX) = LIB1LT-WHS(WS-LOC-IDX)
                   SET WS-EXL-FOUND TO TRUE
                   MOVE WS-EXL-QTY(WS-EXL-IDX) TO WS-LOC-EXPIRED
               END-IF
           END-PERFORM

           COMPUTE WS-LOC-UNAVAILABLE = WS-LOC-ALLOC + WS-LOC-EXPIRED

           IF WS-LOC-UNAVAILABLE >= LIB1LT-QTY(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-ATP
           ELSE
               COMPUTE WS-LOC-ATP
                   = LIB1LT-QTY(WS-LOC-IDX) - WS-LOC-UNAVAILABLE
           END-IF.

       0400-LOAD-ALLOCATIONS.

      *    Only open lines hold stock; completed and cancelled lines
      *    are history. An order-file outage leaves nothing
      *    allocated rather than failing the inquiry, the same way
      *    a missing location file leaves no breakdown.
           MOVE ZERO TO WS-ALC-COUNT

           OPEN INPUT CUST-ORDER-IN

           IF WS-CUST-ORDER-STATUS = '00'
               PERFORM UNTIL WS-CO-EOF
                   READ CUST-ORDER-IN
                       AT END
                           SET WS-CO-EOF TO TRUE
                       NOT AT END
                           IF CO-STATUS = 'O' AND CO-ALLOC-QTY > ZERO
                               PERFORM 0410-ADD-ALLOCATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-IN
           END-IF.

       0410-ADD-ALLOCATION.

           MOVE 'N' TO WS-ALC-FOUND-SW

           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT
                      OR WS-ALC-FOUND
               IF WS-ALC-KEY(WS-ALC-IDX) = CO-KEY
                  AND WS-ALC-WHS(WS-ALC-IDX) = CO-WHS
                   SET WS-ALC-FOUND TO TRUE
                   ADD CO-ALLOC-QTY TO WS-ALC-QTY(WS-ALC-IDX)
               END-IF
           END-PERFORM

           IF NOT WS-ALC-FOUND AND WS-ALC-COUNT < 9999
               ADD 1 TO WS-ALC-COUNT
               MOVE CO-KEY       TO WS-ALC-KEY(WS-ALC-COUNT)
               MOVE CO-WHS       TO WS-ALC-WHS(WS-ALC-COUNT)
               MOVE CO-ALLOC-QTY TO WS-ALC-QTY(WS-ALC-COUNT)
           END-IF.

       0500-LOAD-ABC-CLASSES.

      *    Classification is a periodic run - until LIB1ABC has
      *    been run there is no class file, and every item simply
      *    shows no class.
           MOVE ZERO TO WS-ABC-COUNT

           OPEN INPUT ABC-IN

           IF WS-ABC-STATUS = '00'
               PERFORM UNTIL WS-ABC-EOF
                   READ ABC-IN
                       AT END
                           SET WS-ABC-EOF TO TRUE
                       NOT AT END
                           IF WS-ABC-COUNT < 9999
                               ADD 1 TO WS-ABC-COUNT
                               MOVE ABC-KEY
                                 TO WS-ABC-KEY(WS-ABC-COUNT)
                               MOVE ABC-CLASS
                                 TO WS-ABC-CLASS(WS-ABC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABC-IN
           END-IF.

       0510-FIND-ABC-CLASS.

           MOVE 'N' TO WS-ABC-FOUND-SW

           PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-COUNT
                      OR WS-ABC-FOUND
               IF WS-ABC-KEY(WS-ABC-IDX) = LIB1-I-KEY
                   SET WS-ABC-FOUND TO TRUE
                   MOVE WS-ABC-CLASS(WS-ABC-IDX) TO LIB1-O-ABC-CLASS
               END-IF
           END-PERFORM.

       0600-LOAD-EXPIRED-LOTS.

      *    A lot may be issued up to and including its expiry date,
      *    as LIB1MOV allows. A lot-file outage leaves nothing
      *    deducted rather than failing the inquiry, the same way
      *    an order-file outage leaves nothing allocated.
           MOVE ZERO TO WS-EXL-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT LOT-IN

           IF WS-LOT-STATUS = '00'
               PERFORM UNTIL WS-LOT-EOF
                   READ LOT-IN
                       AT END
                           SET WS-LOT-EOF TO TRUE
                       NOT AT END
                           IF LOT-EXPIRY NOT = SPACES
                              AND LOT-EXPIRY < WS-TODAY
                              AND LOT-QTY > ZERO
                               PERFORM 0610-ADD-EXPIRED-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-IN
           END-IF.

       0610-ADD-EXPIRED-LOT.

           MOVE 'N' TO WS-EXL-FOUND-SW

           PERFORM VARYING WS-EXL-IDX FROM 1 BY 1
                   UNTIL WS-EXL-IDX > WS-EXL-COUNT
                      OR WS-EXL-FOUND
               IF WS-EXL-KEY(WS-EXL-IDX) = LOT-KEY
                  AND WS-EXL-WHS(WS-EXL-IDX) = LOT-WHS
                   SET WS-EXL-FOUND TO TRUE
                   ADD LOT-QTY TO WS-EXL-QTY(WS-EXL-IDX)
               END-IF
           END-PERFORM

           IF NOT WS-EXL-FOUND AND WS-EXL-COUNT < 9999
               ADD 1 TO WS-EXL-COUNT
               MOVE LOT-KEY TO WS-EXL-KEY(WS-EXL-COUNT)
               MOVE LOT-WHS TO WS-EXL-WHS(WS-EXL-COUNT)
               MOVE LOT-QTY TO WS-EXL-QTY(WS-EXL-COUNT)
           END-IF.
