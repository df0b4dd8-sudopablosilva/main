      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1BORD - Customer backorder report. Lists every open
      *            customer order line LIB1ALOC could not fully
      *            reserve stock for (order, line, customer, key,
      *            description from the master, warehouse, quantity
      *            ordered, allocated and still on backorder), in
      *            file sequence - the order in which a later
      *            allocation run will serve them. Beside each line
      *            it shows the purchase orders (LIB1OREC) due to
      *            cover it: the earliest expected receipt still
      *            open for the item with its quantity, and the
      *            item's total open on-order quantity. Backorders
      *            for an item are added up line by line, and a line
      *            whose running backorder exceeds what is on order
      *            is flagged '*' - no open purchase order will
      *            cover it, so purchasing has to buy more or
      *            customer service has to reset the promise date.
      *            Runs in the nightly stream after LIB1ALOC.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1BORD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ORDER-IN ASSIGN TO "data/lib1cord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ORDER-STATUS.

           SELECT ORDER-IN ASSIGN TO "data/lib1ord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1bord.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ORDER-IN.
       copy LIB1KREC.

       FD  ORDER-IN.
       copy LIB1OREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-ORDER-STATUS         PIC X(02).
       01  WS-ORDER-STATUS              PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-ORD-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ORD-EOF               VALUE 'Y'.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-TABLE-IDX                 PIC 9(05).

      *    Open purchase orders only - closed ones cover nothing.
       01  WS-PO-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-PO-IDX                    PIC 9(05).
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY              OCCURS 9999 TIMES.
               10  WS-PO-KEY            PIC X(05).
               10  WS-PO-QTY            PIC 9(05).
               10  WS-PO-EXPECT-DATE    PIC X(08).

      *    Running backorder quantity per item, so each line can be
      *    set against what is on order after the lines ahead of it
      *    have taken their share.
       01  WS-BKO-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-BKO-IDX                   PIC 9(05).
       01  WS-BKO-FOUND-IDX             PIC 9(05).
       01  WS-BKO-FOUND-SW              PIC X(01).
           88  WS-BKO-FOUND             VALUE 'Y'.
       01  WS-BKO-TABLE.
           05  WS-BKO-ENTRY             OCCURS 9999 TIMES.
               10  WS-BKO-KEY           PIC X(05).
               10  WS-BKO-QTY           PIC 9(07).

       01  WS-BACK-QTY                  PIC 9(05).
       01  WS-ON-ORDER                  PIC 9(07).
       01  WS-NEXT-DUE-DATE             PIC X(08).
       01  WS-NEXT-DUE-QTY              PIC 9(05).

       01  WS-BACK-LINE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-BACK-QTY-TOTAL            PIC 9(09) VALUE ZERO.
       01  WS-UNCOVERED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-OPEN-LINE-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-RUN-DATE                  PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  HEADING-1.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(36)
                   VALUE 'LIB1 CUSTOMER BACKORDERS'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(08) VALUE 'ORDER'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE 'LN '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'KEY  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE 'WHS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'ORDER DT'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'ORDERED'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '  ALLOC'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'BACKORD'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'PO DUE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE ' PO QTY'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'ON ORDER'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE 'F'.

       01  DETAIL-LINE.
           05  DL-ORDER                 PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LINE                  PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CUST                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ORDER-DATE            PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-ORDERED               PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-ALLOC                 PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-BACK                  PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-DUE                PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-PO-QTY                PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ON-ORDER              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-FLAG                  PIC X(01).

       01  TRAILER-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'OPEN ORDER LINES       :'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR-OPEN                  PIC ZZ,ZZ9.

       01  TRAILER-LINE-2.
           05  FILLER                   PIC X(24)
                   VALUE 'LINES ON BACKORDER     :'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR2-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '   QUANTITY:    '.
           05  TR2-QTY                  PIC ZZZ,ZZZ,ZZ9.

       01  TRAILER-LINE-3.
           05  FILLER                   PIC X(24)
                   VALUE 'NOT COVERED BY OPEN POS:'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR3-COUNT                PIC ZZ,ZZ9.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1BORD: UNABLE TO LOAD MASTER FILE - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING

           PERFORM 0100-LOAD-OPEN-POS

           OPEN OUTPUT REPORT-OUT
           OPEN INPUT CUST-ORDER-IN

           IF WS-CUST-ORDER-STATUS NOT = '00'
               MOVE SPACES TO REPORT-OUT-REC
               STRING 'NO CUSTOMER-ORDER FILE - NOTHING ON BACKORDER'
                   DELIMITED BY SIZE INTO REPORT-OUT-REC
               END-STRING
               WRITE REPORT-OUT-REC
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CUST-ORDER-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CO-STATUS = 'O'
                               ADD 1 TO WS-OPEN-LINE-COUNT
                               PERFORM 1000-PRINT-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-IN
           END-IF

           PERFORM 2000-WRITE-TRAILER
           CLOSE REPORT-OUT

           DISPLAY 'LIB1BORD LINES ON BACKORDER: ' WS-BACK-LINE-COUNT
           DISPLAY 'LIB1BORD NOT COVERED       : ' WS-UNCOVERED-COUNT

           GOBACK.

       0100-LOAD-OPEN-POS.

      *    No open-order file simply means nothing is on order, so
      *    every backorder prints as uncovered.
           OPEN INPUT ORDER-IN

           IF WS-ORDER-STATUS = '00'
               PERFORM UNTIL WS-ORD-EOF
                   READ ORDER-IN
                       AT END
                           SET WS-ORD-EOF TO TRUE
                       NOT AT END
                           IF ORD-STATUS = 'O' AND WS-PO-COUNT < 9999
                               ADD 1 TO WS-PO-COUNT
                               MOVE ORD-KEY TO WS-PO-KEY(WS-PO-COUNT)
                               MOVE ORD-QTY TO WS-PO-QTY(WS-PO-COUNT)
                               MOVE ORD-EXPECT-DATE
                                 TO WS-PO-EXPECT-DATE(WS-PO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-IN
           END-IF.

       1000-PRINT-ONE-LINE.

           IF CO-SHIP-QTY + CO-ALLOC-QTY >= CO-ORDER-QTY
               MOVE ZERO TO WS-BACK-QTY
           ELSE
               COMPUTE WS-BACK-QTY
                   = CO-ORDER-QTY - CO-SHIP-QTY - CO-ALLOC-QTY
           END-IF

           IF WS-BACK-QTY > ZERO
               ADD 1 TO WS-BACK-LINE-COUNT
               ADD WS-BACK-QTY TO WS-BACK-QTY-TOTAL

               IF WS-LINE-COUNT >= 60
                   PERFORM 1100-WRITE-HEADINGS
               END-IF

               MOVE CO-ORDER       TO DL-ORDER
               MOVE CO-LINE        TO DL-LINE
               MOVE CO-CUST        TO DL-CUST
               MOVE CO-KEY         TO DL-KEY
               PERFORM 1200-FIND-DESCRIPTION
               MOVE CO-WHS         TO DL-WHS
               MOVE CO-ORDER-DATE  TO DL-ORDER-DATE
               MOVE CO-ORDER-QTY   TO DL-ORDERED
               MOVE CO-ALLOC-QTY   TO DL-ALLOC
               MOVE WS-BACK-QTY    TO DL-BACK

               PERFORM 1300-FIND-PO-COVER
               PERFORM 1400-ADD-RUNNING-BACKORDER

               IF WS-NEXT-DUE-DATE = SPACES
                   MOVE 'NONE'     TO DL-PO-DUE
                   MOVE ZERO       TO DL-PO-QTY
               ELSE
                   MOVE WS-NEXT-DUE-DATE TO DL-PO-DUE
                   MOVE WS-NEXT-DUE-QTY  TO DL-PO-QTY
               END-IF
               MOVE WS-ON-ORDER    TO DL-ON-ORDER

               IF WS-BKO-QTY(WS-BKO-FOUND-IDX) > WS-ON-ORDER
                   MOVE '*' TO DL-FLAG
                   ADD 1 TO WS-UNCOVERED-COUNT
               ELSE
                   MOVE SPACE TO DL-FLAG
               END-IF

               WRITE REPORT-OUT-REC FROM DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       1100-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE   TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT TO H1-PAGE

           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
           END-IF

           WRITE REPORT-OUT-REC FROM HEADING-1
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM HEADING-2
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE ZERO TO WS-LINE-COUNT.

       1200-FIND-DESCRIPTION.

           MOVE SPACES TO DL-DESC
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
               IF LIB1T-KEY(WS-TABLE-IDX) = CO-KEY
                   MOVE LIB1T-DESC(WS-TABLE-IDX) TO DL-DESC
               END-IF
           END-PERFORM.

       1300-FIND-PO-COVER.

      *    The earliest expected receipt is the one the customer can
      *    be promised; the total on order is what all the open
      *    purchase orders together will bring in.
           MOVE ZERO   TO WS-ON-ORDER
           MOVE SPACES TO WS-NEXT-DUE-DATE
           MOVE ZERO   TO WS-NEXT-DUE-QTY

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-KEY(WS-PO-IDX) = CO-KEY
                   ADD WS-PO-QTY(WS-PO-IDX) TO WS-ON-ORDER
                   IF WS-NEXT-DUE-DATE = SPACES
                      OR WS-PO-EXPECT-DATE(WS-PO-IDX)
                           < WS-NEXT-DUE-DATE
                       MOVE WS-PO-EXPECT-DATE(WS-PO-IDX)
                         TO WS-NEXT-DUE-DATE
                       MOVE WS-PO-QTY(WS-PO-IDX) TO WS-NEXT-DUE-QTY
                   END-IF
               END-IF
           END-PERFORM.

       1400-ADD-RUNNING-BACKORDER.

      *    Leaves WS-BKO-FOUND-IDX on the item's entry for the
      *    caller.
           MOVE 'N' TO WS-BKO-FOUND-SW

           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BKO-COUNT
                      OR WS-BKO-FOUND
               IF WS-BKO-KEY(WS-BKO-IDX) = CO-KEY
                   SET WS-BKO-FOUND TO TRUE
                   MOVE WS-BKO-IDX TO WS-BKO-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-BKO-FOUND
               ADD 1 TO WS-BKO-COUNT
               MOVE WS-BKO-COUNT TO WS-BKO-FOUND-IDX
               MOVE CO-KEY TO WS-BKO-KEY(WS-BKO-FOUND-IDX)
               MOVE ZERO   TO WS-BKO-QTY(WS-BKO-FOUND-IDX)
           END-IF

           ADD WS-BACK-QTY TO WS-BKO-QTY(WS-BKO-FOUND-IDX).

       2000-WRITE-TRAILER.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           MOVE WS-OPEN-LINE-COUNT TO TR-OPEN
           WRITE REPORT-OUT-REC FROM TRAILER-LINE
           MOVE WS-BACK-LINE-COUNT TO TR2-COUNT
           MOVE WS-BACK-QTY-TOTAL  TO TR2-QTY
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-2
           MOVE WS-UNCOVERED-COUNT TO TR3-COUNT
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-3.
