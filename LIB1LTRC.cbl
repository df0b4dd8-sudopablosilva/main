      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1LTRC - Lot recall trace. Run on demand with the lot
      *            number (and, where the same lot number is used on
      *            more than one item, the item key) on a parameter
      *            card. Follows the lot journal (LIB1EJRN) from the
      *            receipt that brought the lot in, listing every
      *            movement of it in the order it happened - issues,
      *            adjustments, transfers between warehouses and
      *            kit builds that consumed it (the build reference
      *            leads to the kits made from it) - and,
      *            for each issue that shipped against a customer
      *            order, the customer it went to from the customer-
      *            order file (LIB1KREC). The report closes with the
      *            stock of the lot still on hand at each warehouse
      *            from the lot file (LIB1EREC) and the totals
      *            received, shipped to customers, adjusted and
      *            remaining - where the lot went and what is left of
      *            it to pull. A lot that appears on neither file
      *            gives RETURN-CODE 4; no parameter card, RETURN-CODE
      *            16.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1LTRC.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "data/lib1ltrc-parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOT-JOURNAL-IN ASSIGN TO "data/lib1lot-jrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JRN-STATUS.

           SELECT LOT-IN ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT CUST-ORDER-IN ASSIGN TO "data/lib1cord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ORDER-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1ltrc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-LOT                 PIC X(10).
           05  PARM-KEY                 PIC X(05).

       FD  LOT-JOURNAL-IN.
       copy LIB1EJRN.

       FD  LOT-IN.
       copy LIB1EREC.

       FD  CUST-ORDER-IN.
       copy LIB1KREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02).
       01  WS-LOT-JRN-STATUS            PIC X(02).
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-CUST-ORDER-STATUS         PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-TRACE-LOT                 PIC X(10) VALUE SPACES.
       01  WS-TRACE-KEY                 PIC X(05) VALUE SPACES.

      *    Order number to customer, one entry per customer-order
      *    line - an issue carries the order number in its reference.
       01  WS-CO-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CO-IDX                    PIC 9(05).
       01  WS-CO-FOUND-SW               PIC X(01).
           88  WS-CO-FOUND              VALUE 'Y'.
       01  WS-CUST-ORDER-TABLE.
           05  WS-CO-ENTRY              OCCURS 9999 TIMES.
               10  WS-CO-ORDER          PIC X(08).
               10  WS-CO-KEY            PIC X(05).
               10  WS-CO-CUST           PIC X(08).

       01  WS-MOVE-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-ONHAND-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-RECEIVED-QTY              PIC 9(09) VALUE ZERO.
       01  WS-SHIPPED-QTY               PIC 9(09) VALUE ZERO.
       01  WS-ISSUED-QTY                PIC 9(09) VALUE ZERO.
       01  WS-ADJUSTED-QTY              PIC S9(09) VALUE ZERO.
       01  WS-TRANSFER-QTY              PIC 9(09) VALUE ZERO.
       01  WS-KIT-USED-QTY              PIC 9(09) VALUE ZERO.
       01  WS-DISASSEMBLED-QTY          PIC 9(09) VALUE ZERO.
       01  WS-ONHAND-QTY                PIC 9(09) VALUE ZERO.
       01  WS-CUST-ISSUE-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  WS-RUN-DATE                  PIC X(10).

       01  HEADING-1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(24)
                   VALUE 'LIB1 LOT RECALL TRACE - '.
           05  FILLER                   PIC X(04) VALUE 'LOT '.
           05  H1-LOT                   PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  H1-KEY-LABEL             PIC X(05).
           05  H1-KEY                   PIC X(05).
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(09) VALUE 'DATE     '.
           05  FILLER                   PIC X(07) VALUE 'TIME   '.
           05  FILLER                   PIC X(13) VALUE 'MOVEMENT'.
           05  FILLER                   PIC X(06) VALUE 'KEY   '.
           05  FILLER                   PIC X(04) VALUE 'WHS '.
           05  FILLER                   PIC X(09) VALUE 'EXPIRY   '.
           05  FILLER                   PIC X(07) VALUE '    QTY'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'TO WHS  '.
           05  FILLER                   PIC X(08) VALUE 'CUSTOMER'.

       01  DETAIL-LINE.
           05  DL-DATE                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TIME                  PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-MOVEMENT              PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-EXPIRY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-QTY                   PIC -----9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REF                   PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TO-WHS                PIC X(03).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  DL-CUST                  PIC X(08).

       01  ONHAND-HEADING.
           05  FILLER                   PIC X(35) VALUE
                   'STOCK OF THE LOT STILL ON HAND'.

       01  ONHAND-HEADING-2.
           05  FILLER                   PIC X(06) VALUE 'KEY   '.
           05  FILLER                   PIC X(04) VALUE 'WHS '.
           05  FILLER                   PIC X(09) VALUE 'EXPIRY   '.
           05  FILLER                   PIC X(07) VALUE '    QTY'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'RECEIVED '.
           05  FILLER                   PIC X(09) VALUE 'REFERENCE'.

       01  ONHAND-LINE.
           05  OL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-EXPIRY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-QTY                   PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OL-RECEIPT-DATE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-REF                   PIC X(08).

       01  SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           05  SL-QTY                   PIC ----,---,--9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SL-NOTE                  PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING

           PERFORM 0100-READ-PARAMETERS

           IF RETURN-CODE = ZERO
               PERFORM 0200-LOAD-CUST-ORDERS
           END-IF

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'LIB1LTRC: UNABLE TO OPEN data/lib1ltrc.rpt - '
                   'FILE STATUS ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1900-WRITE-HEADINGS
           PERFORM 1000-TRACE-MOVEMENTS

           IF RETURN-CODE = ZERO
               PERFORM 2000-LIST-ONHAND
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM 3000-WRITE-SUMMARY
           END-IF

           CLOSE REPORT-OUT

      *    A lot nobody has heard of is most likely a mistyped card -
      *    worth a warning rather than an empty report passing as a
      *    clean trace.
           IF RETURN-CODE = ZERO
              AND WS-MOVE-COUNT = ZERO
              AND WS-ONHAND-COUNT = ZERO
               DISPLAY 'LIB1LTRC: LOT ' WS-TRACE-LOT
                   ' NOT FOUND ON THE LOT JOURNAL OR LOT FILE'
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'LIB1LTRC LOT MOVEMENTS   : ' WS-MOVE-COUNT
           DISPLAY 'LIB1LTRC CUSTOMER ISSUES : ' WS-CUST-ISSUE-COUNT
           DISPLAY 'LIB1LTRC LOCATIONS HOLDING: ' WS-ONHAND-COUNT

           GOBACK.

       0100-READ-PARAMETERS.

      *    Unlike the reporting cards there is no sensible default -
      *    the lot to trace has to be named.
           OPEN INPUT PARM-IN

           IF WS-PARM-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-LOT TO WS-TRACE-LOT
                       MOVE PARM-KEY TO WS-TRACE-KEY
               END-READ
               CLOSE PARM-IN
           END-IF

           IF WS-TRACE-LOT = SPACES
               DISPLAY 'LIB1LTRC: NO LOT NUMBER ON PARAMETER CARD '
                   'data/lib1ltrc-parm.dat - TRACE NOT RUN'
               MOVE 16 TO RETURN-CODE
           END-IF.

       0200-LOAD-CUST-ORDERS.

           OPEN INPUT CUST-ORDER-IN

           EVALUATE WS-CUST-ORDER-STATUS
               WHEN '35'
      *            No customer orders - issues are listed without a
      *            customer.
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1LTRC: UNABLE TO READ data/lib1cord.dat '
                       '- FILE STATUS ' WS-CUST-ORDER-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ CUST-ORDER-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0210-ADD-CUST-ORDER
                       END-READ
                   END-PERFORM
                   CLOSE CUST-ORDER-IN
           END-EVALUATE.

       0210-ADD-CUST-ORDER.

           IF WS-CO-COUNT >= 9999
               DISPLAY 'LIB1LTRC: data/lib1cord.dat HAS MORE THAN '
                   '9999 RECORDS - TRACE NOT RUN'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CO-COUNT
               MOVE CO-ORDER TO WS-CO-ORDER(WS-CO-COUNT)
               MOVE CO-KEY   TO WS-CO-KEY(WS-CO-COUNT)
               MOVE CO-CUST  TO WS-CO-CUST(WS-CO-COUNT)
           END-IF.

       1000-TRACE-MOVEMENTS.

           OPEN INPUT LOT-JOURNAL-IN

           EVALUATE WS-LOT-JRN-STATUS
               WHEN '35'
                   MOVE 'NO LOT JOURNAL ON FILE - NO MOVEMENTS TO TRACE'
                     TO REPORT-OUT-REC
                   WRITE REPORT-OUT-REC
                   ADD 1 TO WS-LINE-COUNT
               WHEN NOT = '00'
                   DISPLAY 'LIB1LTRC: UNABLE TO READ '
                       'data/lib1lot-jrn.dat - FILE STATUS '
                       WS-LOT-JRN-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ LOT-JOURNAL-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF LJ-LOT = WS-TRACE-LOT
                                  AND (WS-TRACE-KEY = SPACES
                                       OR LJ-KEY = WS-TRACE-KEY)
                                   PERFORM 1100-PRINT-ONE-MOVEMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOT-JOURNAL-IN
           END-EVALUATE.

       1100-PRINT-ONE-MOVEMENT.

           IF WS-LINE-COUNT >= 60
               PERFORM 1900-WRITE-HEADINGS
           END-IF

           MOVE SPACES TO DETAIL-LINE
           MOVE LJ-DATE   TO DL-DATE
           MOVE LJ-TIME   TO DL-TIME
           MOVE LJ-KEY    TO DL-KEY
           MOVE LJ-WHS    TO DL-WHS
           MOVE LJ-EXPIRY TO DL-EXPIRY
           MOVE LJ-QTY    TO DL-QTY
           MOVE LJ-REF    TO DL-REF
           MOVE LJ-TO-WHS TO DL-TO-WHS

      *    Transfers are counted once, on the way out - the 'U'
      *    that lands them at the other warehouse is the same stock.
           EVALUATE LJ-CODE
               WHEN 'R'
                   MOVE 'RECEIPT'      TO DL-MOVEMENT
                   ADD LJ-QTY TO WS-RECEIVED-QTY
               WHEN 'I'
                   MOVE 'ISSUE'        TO DL-MOVEMENT
                   PERFORM 1200-FIND-CUSTOMER
               WHEN 'J'
                   MOVE 'ADJUSTMENT'   TO DL-MOVEMENT
                   ADD LJ-QTY TO WS-ADJUSTED-QTY
               WHEN 'T'
                   MOVE 'TRANSFER OUT' TO DL-MOVEMENT
                   SUBTRACT LJ-QTY FROM WS-TRANSFER-QTY
               WHEN 'U'
                   MOVE 'TRANSFER IN'  TO DL-MOVEMENT
      *        A build draws component lots (negative) and may
      *        receive the kits into a lot of their own (positive);
      *        a disassembly takes a kit lot apart.
               WHEN 'B'
                   MOVE 'KIT BUILD'    TO DL-MOVEMENT
                   IF LJ-QTY < ZERO
                       SUBTRACT LJ-QTY FROM WS-KIT-USED-QTY
                   ELSE
                       ADD LJ-QTY TO WS-RECEIVED-QTY
                   END-IF
               WHEN 'D'
                   MOVE 'DISASSEMBLY'  TO DL-MOVEMENT
                   SUBTRACT LJ-QTY FROM WS-DISASSEMBLED-QTY
               WHEN OTHER
                   MOVE LJ-CODE        TO DL-MOVEMENT
           END-EVALUATE

           WRITE REPORT-OUT-REC FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-MOVE-COUNT.

       1200-FIND-CUSTOMER.

           MOVE 'N' TO WS-CO-FOUND-SW

           IF LJ-REF NOT = SPACES
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                          OR WS-CO-FOUND
                   IF WS-CO-ORDER(WS-CO-IDX) = LJ-REF
                      AND WS-CO-KEY(WS-CO-IDX) = LJ-KEY
                       SET WS-CO-FOUND TO TRUE
                       MOVE WS-CO-CUST(WS-CO-IDX) TO DL-CUST
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CO-FOUND
               SUBTRACT LJ-QTY FROM WS-SHIPPED-QTY
               ADD 1 TO WS-CUST-ISSUE-COUNT
           ELSE
               SUBTRACT LJ-QTY FROM WS-ISSUED-QTY
           END-IF.

       1900-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-TRACE-LOT  TO H1-LOT
           IF WS-TRACE-KEY = SPACES
               MOVE SPACES    TO H1-KEY-LABEL
           ELSE
               MOVE 'ITEM '   TO H1-KEY-LABEL
           END-IF
           MOVE WS-TRACE-KEY  TO H1-KEY
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

       2000-LIST-ONHAND.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM ONHAND-HEADING
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM ONHAND-HEADING-2

           OPEN INPUT LOT-IN

           EVALUATE WS-LOT-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1LTRC: UNABLE TO READ data/lib1lot.dat '
                       '- FILE STATUS ' WS-LOT-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ LOT-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF LOT-NUMBER = WS-TRACE-LOT
                                  AND (WS-TRACE-KEY = SPACES
                                       OR LOT-KEY = WS-TRACE-KEY)
                                   PERFORM 2100-PRINT-ONE-LOCATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOT-IN
           END-EVALUATE

           IF WS-ONHAND-COUNT = ZERO
               MOVE 'NONE - THE LOT IS FULLY USED UP' TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
           END-IF.

       2100-PRINT-ONE-LOCATION.

           MOVE SPACES TO ONHAND-LINE
           MOVE LOT-KEY          TO OL-KEY
           MOVE LOT-WHS          TO OL-WHS
           MOVE LOT-EXPIRY       TO OL-EXPIRY
           MOVE LOT-QTY          TO OL-QTY
           MOVE LOT-RECEIPT-DATE TO OL-RECEIPT-DATE
           MOVE LOT-REF          TO OL-REF
           WRITE REPORT-OUT-REC FROM ONHAND-LINE

           ADD 1       TO WS-ONHAND-COUNT
           ADD LOT-QTY TO WS-ONHAND-QTY.

       3000-WRITE-SUMMARY.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'RECEIVED'             TO SL-LABEL
           MOVE WS-RECEIVED-QTY        TO SL-QTY
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'SHIPPED TO CUSTOMERS' TO SL-LABEL
           MOVE WS-SHIPPED-QTY         TO SL-QTY
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'OTHER ISSUES'         TO SL-LABEL
           MOVE WS-ISSUED-QTY          TO SL-QTY
           MOVE 'NOT AGAINST A CUSTOMER ORDER' TO SL-NOTE
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'ADJUSTED'             TO SL-LABEL
           MOVE WS-ADJUSTED-QTY        TO SL-QTY
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'TRANSFERRED'          TO SL-LABEL
           MOVE WS-TRANSFER-QTY        TO SL-QTY
           MOVE 'BETWEEN WAREHOUSES' TO SL-NOTE
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'USED IN KIT BUILDS'   TO SL-LABEL
           MOVE WS-KIT-USED-QTY        TO SL-QTY
           MOVE 'SEE BUILD REFS ABOVE FOR THE KITS' TO SL-NOTE
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'DISASSEMBLED'         TO SL-LABEL
           MOVE WS-DISASSEMBLED-QTY    TO SL-QTY
           MOVE 'KITS TAKEN APART' TO SL-NOTE
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE SPACES                 TO SUMMARY-LINE
           MOVE 'ON HAND NOW'          TO SL-LABEL
           MOVE WS-ONHAND-QTY          TO SL-QTY
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE.
