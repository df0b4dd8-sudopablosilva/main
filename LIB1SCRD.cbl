      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1SCRD - Monthly supplier delivery-performance scorecard.
      *            Run on demand for a reporting month (parameter
      *            card, YYYYMM; the previous calendar month when no
      *            card is supplied). For every supplier on the
      *            supplier master (LIB1SREC) it takes the purchase
      *            orders (LIB1OREC) closed in that month and
      *            compares ORD-CLOSE-DATE to ORD-EXPECT-DATE: orders
      *            closed on or before the expected date are on time,
      *            the rest are late by the difference in days.
      *            Average days late is taken over all the closed
      *            orders, on-time ones counting as zero, so one very
      *            late delivery weighs the same whatever else the
      *            supplier shipped. Alongside, it shows the orders
      *            still open with the supplier as of the run and
      *            their value at the supplier's last quoted cost
      *            from the cross-reference (LIB1ISUP), or at the
      *            master standard cost when the supplier has never
      *            quoted the item. Orders with no supplier, or one
      *            no longer on the master, are reported together as
      *            an unknown supplier so nothing drops out of the
      *            totals.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1SCRD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "data/lib1scrd-parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SUPPLIER-IN ASSIGN TO "data/lib1sup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT XREF-IN ASSIGN TO "data/lib1isup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ORDER-IN ASSIGN TO "data/lib1ord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1scrd.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-PERIOD              PIC X(06).

       FD  SUPPLIER-IN.
       copy LIB1SREC.

       FD  XREF-IN.
       copy LIB1ISUP.

       FD  ORDER-IN.
       copy LIB1OREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02).
       01  WS-SUPPLIER-STATUS           PIC X(02).
       01  WS-XREF-STATUS               PIC X(02).
       01  WS-ORDER-STATUS              PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-TABLE-IDX                 PIC 9(05).

       01  WS-PERIOD.
           05  WS-PERIOD-YYYY           PIC 9(04).
           05  WS-PERIOD-MM             PIC 9(02).
       01  WS-PERIOD-TEXT               PIC X(07).

      *    One entry per supplier on the master, then one more for
      *    orders whose supplier is blank or not on the master.
       01  WS-SUP-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-SUP-IDX                   PIC 9(05).
       01  WS-SUP-FOUND-IDX             PIC 9(05).
       01  WS-SUP-FOUND-SW              PIC X(01).
           88  WS-SUP-FOUND             VALUE 'Y'.
       01  WS-UNKNOWN-IDX               PIC 9(05).
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY             OCCURS 9999 TIMES.
               10  WS-SUP-ID            PIC X(06).
               10  WS-SUP-NAME          PIC X(30).
               10  WS-SUP-LEAD-DAYS     PIC 9(03).
               10  WS-SUP-CLOSED        PIC 9(05).
               10  WS-SUP-ON-TIME       PIC 9(05).
               10  WS-SUP-DAYS-LATE     PIC 9(07).
               10  WS-SUP-OPEN          PIC 9(05).
               10  WS-SUP-OPEN-VALUE    PIC 9(09)V99.

       01  WS-ISX-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ISX-IDX                   PIC 9(05).
       01  WS-ISX-FOUND-SW              PIC X(01).
           88  WS-ISX-FOUND             VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-ISX-ENTRY             OCCURS 9999 TIMES.
               10  WS-ISX-KEY           PIC X(05).
               10  WS-ISX-SUP-ID        PIC X(06).
               10  WS-ISX-LAST-COST     PIC 9(05)V99.

       01  WS-UNIT-COST                 PIC 9(05)V99.
       01  WS-CLOSE-NUM                 PIC 9(08).
       01  WS-EXPECT-NUM                PIC 9(08).
       01  WS-LATE-DAYS                 PIC 9(07).
       01  WS-PCT                       PIC 9(03)V9.
       01  WS-AVG-LATE                  PIC 9(04)V9.

       01  WS-TOT-CLOSED                PIC 9(07) VALUE ZERO.
       01  WS-TOT-ON-TIME               PIC 9(07) VALUE ZERO.
       01  WS-TOT-DAYS-LATE             PIC 9(09) VALUE ZERO.
       01  WS-TOT-OPEN                  PIC 9(07) VALUE ZERO.
       01  WS-TOT-OPEN-VALUE            PIC 9(11)V99 VALUE ZERO.

       01  WS-RUN-DATE                  PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  HEADING-1.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(34)
                   VALUE 'LIB1 SUPPLIER DELIVERY SCORECARD'.
           05  FILLER                   PIC X(07) VALUE 'PERIOD '.
           05  H1-PERIOD                PIC X(07).
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(06) VALUE 'SUPPLR'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'NAME'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'LEAD'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'CLOSED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'ON TIME'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'ON-TIME %'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE 'AVG DAYS LATE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'OPEN POS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE '   OPEN VALUE'.

       01  DETAIL-LINE.
           05  DL-SUP-ID                PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-NAME                  PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LEAD                  PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CLOSED                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-ON-TIME               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  DL-PCT                   PIC ZZ9.9.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  DL-AVG-LATE              PIC ZZZ9.9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-OPEN                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OPEN-VALUE            PIC ZZ,ZZZ,ZZ9.99.

       01  TRAILER-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'ORDERS CLOSED IN PERIOD:'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR-CLOSED                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '   ON TIME:     '.
           05  TR-ON-TIME               PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '   ON-TIME %:   '.
           05  TR-PCT                   PIC ZZ9.9.
           05  FILLER                   PIC X(19)
                   VALUE '   AVG DAYS LATE:  '.
           05  TR-AVG-LATE              PIC ZZZ9.9.

       01  TRAILER-LINE-2.
           05  FILLER                   PIC X(24)
                   VALUE 'ORDERS STILL OPEN      :'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR2-OPEN                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '   VALUE:       '.
           05  TR2-OPEN-VALUE           PIC ZZZ,ZZZ,ZZ9.99.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
      *        The master carries the standard cost open orders fall
      *        back to - without it the open values would be wrong.
               DISPLAY 'LIB1SCRD: UNABLE TO LOAD MASTER FILE - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING

           PERFORM 0100-READ-PARAMETERS

           PERFORM 0200-LOAD-SUPPLIERS
           IF RETURN-CODE = ZERO
               PERFORM 0300-LOAD-XREF
           END-IF

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'LIB1SCRD: UNABLE TO OPEN data/lib1scrd.rpt - '
                   'FILE STATUS ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ORDER-IN

           IF WS-ORDER-STATUS NOT = '00'
               MOVE SPACES TO REPORT-OUT-REC
               STRING 'NO OPEN-ORDER FILE - NO PURCHASE ORDERS TO '
                   'SCORE'
                   DELIMITED BY SIZE INTO REPORT-OUT-REC
               END-STRING
               WRITE REPORT-OUT-REC
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ORDER-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1000-SCORE-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE ORDER-IN

               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-SUP-COUNT
                   PERFORM 2000-PRINT-ONE-SUPPLIER
               END-PERFORM
           END-IF

           PERFORM 3000-WRITE-TRAILER
           CLOSE REPORT-OUT

           DISPLAY 'LIB1SCRD PERIOD              : ' WS-PERIOD-TEXT
           DISPLAY 'LIB1SCRD ORDERS CLOSED       : ' WS-TOT-CLOSED
           DISPLAY 'LIB1SCRD ORDERS ON TIME      : ' WS-TOT-ON-TIME

           GOBACK.

       0100-READ-PARAMETERS.

      *    Default to the month just ended - the scorecard is run
      *    in the first days of a month for the one before it.
           IF WS-CD-MM = 01
               COMPUTE WS-PERIOD-YYYY = WS-CD-YYYY - 1
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               MOVE WS-CD-YYYY TO WS-PERIOD-YYYY
               COMPUTE WS-PERIOD-MM = WS-CD-MM - 1
           END-IF

           OPEN INPUT PARM-IN

           IF WS-PARM-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD IS NUMERIC
                          AND PARM-PERIOD(5:2) >= '01'
                          AND PARM-PERIOD(5:2) <= '12'
                           MOVE PARM-PERIOD TO WS-PERIOD
                       ELSE
                           DISPLAY 'LIB1SCRD: INVALID PERIOD ON '
                               'PARAMETER CARD (' PARM-PERIOD
                               ') - PREVIOUS MONTH USED'
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF

           STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
               DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           END-STRING.

       0200-LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-IN

           IF WS-SUPPLIER-STATUS = '35'
               DISPLAY 'LIB1SCRD: data/lib1sup.dat NOT FOUND - '
                   'ALL ORDERS REPORTED AS UNKNOWN SUPPLIER'
           ELSE
           IF WS-SUPPLIER-STATUS NOT = '00'
               DISPLAY 'LIB1SCRD: UNABLE TO READ data/lib1sup.dat - '
                   'FILE STATUS ' WS-SUPPLIER-STATUS
                   ' - REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SUPPLIER-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
      *                    One slot is held back for the unknown
      *                    supplier entry.
                           IF WS-SUP-COUNT >= 9998
                               DISPLAY 'LIB1SCRD: data/lib1sup.dat '
                                   'HAS MORE THAN 9998 RECORDS - '
                                   'REPORT NOT PRODUCED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-SUP-COUNT
                               MOVE SUP-ID
                                 TO WS-SUP-ID(WS-SUP-COUNT)
                               MOVE SUP-NAME
                                 TO WS-SUP-NAME(WS-SUP-COUNT)
                               MOVE SUP-LEAD-DAYS
                                 TO WS-SUP-LEAD-DAYS(WS-SUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-IN
           END-IF
           END-IF

           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               PERFORM 0250-CLEAR-ACCUMULATORS
           END-PERFORM

           ADD 1 TO WS-SUP-COUNT
           MOVE WS-SUP-COUNT TO WS-UNKNOWN-IDX
           MOVE WS-UNKNOWN-IDX TO WS-SUP-IDX
           MOVE '??????' TO WS-SUP-ID(WS-SUP-IDX)
           MOVE 'UNKNOWN SUPPLIER' TO WS-SUP-NAME(WS-SUP-IDX)
           MOVE ZERO TO WS-SUP-LEAD-DAYS(WS-SUP-IDX)
           PERFORM 0250-CLEAR-ACCUMULATORS.

       0250-CLEAR-ACCUMULATORS.

           MOVE ZERO TO WS-SUP-CLOSED(WS-SUP-IDX)
                        WS-SUP-ON-TIME(WS-SUP-IDX)
                        WS-SUP-DAYS-LATE(WS-SUP-IDX)
                        WS-SUP-OPEN(WS-SUP-IDX)
                        WS-SUP-OPEN-VALUE(WS-SUP-IDX).

       0300-LOAD-XREF.

      *    A missing cross-reference only means no quoted costs -
      *    every open order is then valued at standard cost.
           OPEN INPUT XREF-IN

           IF WS-XREF-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ XREF-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ISX-COUNT < 9999
                               ADD 1 TO WS-ISX-COUNT
                               MOVE ISX-KEY
                                 TO WS-ISX-KEY(WS-ISX-COUNT)
                               MOVE ISX-SUP-ID
                                 TO WS-ISX-SUP-ID(WS-ISX-COUNT)
                               MOVE ISX-LAST-COST
                                 TO WS-ISX-LAST-COST(WS-ISX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-IN
           END-IF.

       1000-SCORE-ONE-ORDER.

           PERFORM 1100-FIND-SUPPLIER

           IF ORD-STATUS = 'C'
              AND ORD-CLOSE-DATE(1:6) = WS-PERIOD
               PERFORM 1200-SCORE-CLOSED-ORDER
           END-IF

           IF ORD-STATUS = 'O'
               PERFORM 1300-VALUE-OPEN-ORDER
           END-IF.

       1100-FIND-SUPPLIER.

           MOVE 'N' TO WS-SUP-FOUND-SW
           MOVE WS-UNKNOWN-IDX TO WS-SUP-FOUND-IDX

           IF ORD-SUPPLIER NOT = SPACES
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX >= WS-UNKNOWN-IDX
                          OR WS-SUP-FOUND
                   IF WS-SUP-ID(WS-SUP-IDX) = ORD-SUPPLIER
                       SET WS-SUP-FOUND TO TRUE
                       MOVE WS-SUP-IDX TO WS-SUP-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       1200-SCORE-CLOSED-ORDER.

           MOVE WS-SUP-FOUND-IDX TO WS-SUP-IDX
           ADD 1 TO WS-SUP-CLOSED(WS-SUP-IDX)
           ADD 1 TO WS-TOT-CLOSED

           IF ORD-CLOSE-DATE <= ORD-EXPECT-DATE
               ADD 1 TO WS-SUP-ON-TIME(WS-SUP-IDX)
               ADD 1 TO WS-TOT-ON-TIME
           ELSE
      *        An expected date that is not a real date cannot be
      *        measured against - the order counts as late by zero
      *        days rather than distort the average.
               IF ORD-CLOSE-DATE IS NUMERIC
                  AND ORD-EXPECT-DATE IS NUMERIC
                   MOVE ORD-CLOSE-DATE  TO WS-CLOSE-NUM
                   MOVE ORD-EXPECT-DATE TO WS-EXPECT-NUM
                   COMPUTE WS-LATE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CLOSE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-EXPECT-NUM)
                   ADD WS-LATE-DAYS TO WS-SUP-DAYS-LATE(WS-SUP-IDX)
                   ADD WS-LATE-DAYS TO WS-TOT-DAYS-LATE
               END-IF
           END-IF.

       1300-VALUE-OPEN-ORDER.

           MOVE ZERO TO WS-UNIT-COST
           MOVE 'N' TO WS-ISX-FOUND-SW

           PERFORM VARYING WS-ISX-IDX FROM 1 BY 1
                   UNTIL WS-ISX-IDX > WS-ISX-COUNT
                      OR WS-ISX-FOUND
               IF WS-ISX-KEY(WS-ISX-IDX) = ORD-KEY
                  AND WS-ISX-SUP-ID(WS-ISX-IDX) = ORD-SUPPLIER
                   SET WS-ISX-FOUND TO TRUE
                   MOVE WS-ISX-LAST-COST(WS-ISX-IDX) TO WS-UNIT-COST
               END-IF
           END-PERFORM

           IF WS-UNIT-COST = ZERO
               PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                       UNTIL WS-TABLE-IDX > LIB1T-COUNT
                   IF LIB1T-KEY(WS-TABLE-IDX) = ORD-KEY
                       MOVE LIB1T-COST(WS-TABLE-IDX) TO WS-UNIT-COST
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-SUP-FOUND-IDX TO WS-SUP-IDX
           ADD 1 TO WS-SUP-OPEN(WS-SUP-IDX)
           ADD 1 TO WS-TOT-OPEN
           COMPUTE WS-SUP-OPEN-VALUE(WS-SUP-IDX) =
               WS-SUP-OPEN-VALUE(WS-SUP-IDX) + ORD-QTY * WS-UNIT-COST
           COMPUTE WS-TOT-OPEN-VALUE =
               WS-TOT-OPEN-VALUE + ORD-QTY * WS-UNIT-COST.

       1900-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PERIOD-TEXT TO H1-PERIOD
           MOVE WS-RUN-DATE    TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT  TO H1-PAGE

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

       2000-PRINT-ONE-SUPPLIER.

      *    The unknown-supplier line only prints when some order
      *    actually landed there.
           IF WS-SUP-IDX NOT = WS-UNKNOWN-IDX
              OR WS-SUP-CLOSED(WS-SUP-IDX) > ZERO
              OR WS-SUP-OPEN(WS-SUP-IDX) > ZERO
               IF WS-LINE-COUNT >= 60
                   PERFORM 1900-WRITE-HEADINGS
               END-IF

               MOVE WS-SUP-ID(WS-SUP-IDX)        TO DL-SUP-ID
               MOVE WS-SUP-NAME(WS-SUP-IDX)      TO DL-NAME
               MOVE WS-SUP-LEAD-DAYS(WS-SUP-IDX) TO DL-LEAD
               MOVE WS-SUP-CLOSED(WS-SUP-IDX)    TO DL-CLOSED
               MOVE WS-SUP-ON-TIME(WS-SUP-IDX)   TO DL-ON-TIME

               IF WS-SUP-CLOSED(WS-SUP-IDX) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-SUP-ON-TIME(WS-SUP-IDX) * 100
                       / WS-SUP-CLOSED(WS-SUP-IDX)
                   COMPUTE WS-AVG-LATE ROUNDED =
                       WS-SUP-DAYS-LATE(WS-SUP-IDX)
                       / WS-SUP-CLOSED(WS-SUP-IDX)
               ELSE
                   MOVE ZERO TO WS-PCT WS-AVG-LATE
               END-IF
               MOVE WS-PCT      TO DL-PCT
               MOVE WS-AVG-LATE TO DL-AVG-LATE

               MOVE WS-SUP-OPEN(WS-SUP-IDX)       TO DL-OPEN
               MOVE WS-SUP-OPEN-VALUE(WS-SUP-IDX) TO DL-OPEN-VALUE

               WRITE REPORT-OUT-REC FROM DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       3000-WRITE-TRAILER.

           IF WS-PAGE-COUNT = ZERO
               PERFORM 1900-WRITE-HEADINGS
           END-IF

           IF WS-TOT-CLOSED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-ON-TIME * 100 / WS-TOT-CLOSED
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-TOT-DAYS-LATE / WS-TOT-CLOSED
           ELSE
               MOVE ZERO TO WS-PCT WS-AVG-LATE
           END-IF

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           MOVE WS-TOT-CLOSED  TO TR-CLOSED
           MOVE WS-TOT-ON-TIME TO TR-ON-TIME
           MOVE WS-PCT         TO TR-PCT
           MOVE WS-AVG-LATE    TO TR-AVG-LATE
           WRITE REPORT-OUT-REC FROM TRAILER-LINE
           MOVE WS-TOT-OPEN       TO TR2-OPEN
           MOVE WS-TOT-OPEN-VALUE TO TR2-OPEN-VALUE
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-2.
