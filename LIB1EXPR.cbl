      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1EXPR - Expiring stock report. Lists every lot on the lot
      *            file (LIB1EREC) with stock left that expires within
      *            the look-ahead window, or has already expired,
      *            earliest expiry first, with the days left to its
      *            expiry date and the quantity valued at the item's
      *            unit cost (LIB1T-COST). Lots already past their
      *            expiry are flagged EXPIRED - LIB1MOV will not issue
      *            or transfer them, so they sit on the shelf until
      *            an adjustment writes them off. The window is the
      *            shop's to set on a parameter card (days ahead,
      *            three digits); 30 days is used when no valid card
      *            is supplied. The trailer totals the expired and
      *            the expiring lots separately - the stock to write
      *            off and the stock to sell first.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1EXPR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "data/lib1expr-parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOT-IN ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1expr.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-DAYS                PIC X(03).

       FD  LOT-IN.
       copy LIB1EREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02).
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

      *    Days ahead of today a lot's expiry must fall within to be
      *    listed.
       01  WS-WINDOW-DAYS               PIC 9(03) VALUE 30.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.

       01  WS-TODAY-INT                 PIC 9(09).
       01  WS-EXPIRY-INT                PIC 9(09).
       01  WS-EXPIRY-DATE               PIC 9(08).
       01  WS-DAYS-LEFT                 PIC S9(05).
       01  WS-ITEM-VALUE                PIC 9(10)V99.

      *    The lots inside the window, in expiry order once sorted.
       01  WS-EXP-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-EXP-IDX                   PIC 9(05).
       01  WS-SORT-IDX                  PIC 9(05).
       01  WS-EXPIRY-TABLE.
           05  WS-EXP-ENTRY             OCCURS 9999 TIMES.
               10  WS-EXP-EXPIRY        PIC X(08).
               10  WS-EXP-KEY           PIC X(05).
               10  WS-EXP-WHS           PIC X(03).
               10  WS-EXP-LOT           PIC X(10).
               10  WS-EXP-QTY           PIC 9(05).
               10  WS-EXP-DAYS          PIC S9(05).

       01  WS-HOLD-EXP-ENTRY            PIC X(36).
       01  WS-HOLD-EXP-SORT REDEFINES WS-HOLD-EXP-ENTRY.
           05  WS-HOLD-EXP-ORDER        PIC X(26).
           05  FILLER                   PIC X(10).

       01  WS-LOT-READ-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-EXPIRED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-QTY               PIC 9(09) VALUE ZERO.
       01  WS-EXPIRED-VALUE             PIC 9(12)V99 VALUE ZERO.
       01  WS-EXPIRING-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-EXPIRING-QTY              PIC 9(09) VALUE ZERO.
       01  WS-EXPIRING-VALUE            PIC 9(12)V99 VALUE ZERO.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE
                                        PIC 9(08).

       01  WS-RUN-DATE                  PIC X(10).

       01  HEADING-1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(22)
                   VALUE 'LIB1 EXPIRING STOCK - '.
           05  FILLER                   PIC X(05) VALUE 'NEXT '.
           05  H1-DAYS                  PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(10) VALUE 'EXPIRY    '.
           05  FILLER                   PIC X(06) VALUE ' DAYS '.
           05  FILLER                   PIC X(06) VALUE 'KEY   '.
           05  FILLER                   PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(04) VALUE 'WHS '.
           05  FILLER                   PIC X(11) VALUE 'LOT'.
           05  FILLER                   PIC X(06) VALUE '   QTY'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'UNIT COST'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE '   VALUE AT COST'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'STATUS'.

       01  DETAIL-LINE.
           05  DL-EXPIRY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DAYS                  PIC -----9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-LOT                   PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-QTY                   PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-COST                  PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-VALUE                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-STATUS                PIC X(08).

       01  TRAILER-LINE.
           05  TR-LABEL                 PIC X(16).
           05  FILLER                   PIC X(07) VALUE 'LOTS: '.
           05  TR-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '   UNITS: '.
           05  TR-QTY                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '   VALUE: '.
           05  TR-VALUE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1EXPR: UNABLE TO LOAD MASTER FILE - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM 0100-READ-PARAMETERS
           PERFORM 0200-SELECT-LOTS

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0300-SORT-LOTS
           PERFORM 1000-PRINT-REPORT

           DISPLAY 'LIB1EXPR LOTS READ    : ' WS-LOT-READ-COUNT
           DISPLAY 'LIB1EXPR LOTS EXPIRED : ' WS-EXPIRED-COUNT
           DISPLAY 'LIB1EXPR LOTS EXPIRING: ' WS-EXPIRING-COUNT

           GOBACK.

       0100-READ-PARAMETERS.

      *    Same card handling as LIB1ABC: no card, or a card that
      *    does not make sense, leaves the standard window.
           OPEN INPUT PARM-IN

           IF WS-PARM-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DAYS IS NUMERIC
                           MOVE PARM-DAYS TO WS-WINDOW-DAYS
                       ELSE
                           DISPLAY 'LIB1EXPR: INVALID WINDOW ON '
                               'PARAMETER CARD (' PARM-IN-REC
                               ') - 30 DAYS USED'
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.

       0200-SELECT-LOTS.

           OPEN INPUT LOT-IN

           EVALUATE WS-LOT-STATUS
               WHEN '35'
      *            No lot-controlled stock has ever been received, so
      *            the report is simply empty.
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1EXPR: UNABLE TO READ data/lib1lot.dat '
                       '- FILE STATUS ' WS-LOT-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ LOT-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LOT-READ-COUNT
                               PERFORM 0210-CHECK-ONE-LOT
                       END-READ
                   END-PERFORM
                   CLOSE LOT-IN
           END-EVALUATE.

       0210-CHECK-ONE-LOT.

      *    A lot with no expiry date never expires, and one with an
      *    unreadable date cannot be placed in the window - neither
      *    is listed.
           IF LOT-QTY > ZERO
              AND LOT-EXPIRY IS NUMERIC
               MOVE LOT-EXPIRY TO WS-EXPIRY-DATE
               COMPUTE WS-EXPIRY-INT
                   = FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
               IF WS-EXPIRY-INT > ZERO
                  AND WS-DAYS-LEFT <= WS-WINDOW-DAYS
                   PERFORM 0220-ADD-EXPIRY-ENTRY
               END-IF
           END-IF.

       0220-ADD-EXPIRY-ENTRY.

           IF WS-EXP-COUNT >= 9999
               DISPLAY 'LIB1EXPR: MORE THAN 9999 LOTS IN THE WINDOW '
                   '- REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-EXP-COUNT
               MOVE LOT-EXPIRY   TO WS-EXP-EXPIRY(WS-EXP-COUNT)
               MOVE LOT-KEY      TO WS-EXP-KEY(WS-EXP-COUNT)
               MOVE LOT-WHS      TO WS-EXP-WHS(WS-EXP-COUNT)
               MOVE LOT-NUMBER   TO WS-EXP-LOT(WS-EXP-COUNT)
               MOVE LOT-QTY      TO WS-EXP-QTY(WS-EXP-COUNT)
               MOVE WS-DAYS-LEFT TO WS-EXP-DAYS(WS-EXP-COUNT)
           END-IF.

       0300-SORT-LOTS.

      *    Insertion sort on expiry, then key, warehouse and lot, so
      *    reruns list the same way.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-EXP-COUNT
               PERFORM 0310-INSERT-ENTRY
           END-PERFORM.

       0310-INSERT-ENTRY.

           MOVE WS-EXP-ENTRY(WS-SORT-IDX) TO WS-HOLD-EXP-ENTRY
           MOVE WS-SORT-IDX TO WS-EXP-IDX
           PERFORM UNTIL WS-EXP-IDX <= 1
              OR WS-EXP-ENTRY(WS-EXP-IDX - 1)(1:26)
                 <= WS-HOLD-EXP-ORDER
               MOVE WS-EXP-ENTRY(WS-EXP-IDX - 1)
                 TO WS-EXP-ENTRY(WS-EXP-IDX)
               SUBTRACT 1 FROM WS-EXP-IDX
           END-PERFORM
           MOVE WS-HOLD-EXP-ENTRY TO WS-EXP-ENTRY(WS-EXP-IDX).

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-OUT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'LIB1EXPR: UNABLE TO OPEN data/lib1expr.rpt - '
                   'FILE STATUS ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1900-WRITE-HEADINGS

               PERFORM 1100-PRINT-ONE-LOT
                   VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT

               PERFORM 2000-WRITE-TRAILER

               CLOSE REPORT-OUT
           END-IF.

       1100-PRINT-ONE-LOT.

           IF WS-LINE-COUNT >= 60
               PERFORM 1900-WRITE-HEADINGS
           END-IF

           PERFORM 1200-FIND-MASTER-ENTRY

           MOVE SPACES TO DETAIL-LINE
           MOVE WS-EXP-EXPIRY(WS-EXP-IDX) TO DL-EXPIRY
           MOVE WS-EXP-DAYS(WS-EXP-IDX)   TO DL-DAYS
           MOVE WS-EXP-KEY(WS-EXP-IDX)    TO DL-KEY
           MOVE WS-EXP-WHS(WS-EXP-IDX)    TO DL-WHS
           MOVE WS-EXP-LOT(WS-EXP-IDX)    TO DL-LOT
           MOVE WS-EXP-QTY(WS-EXP-IDX)    TO DL-QTY

           IF WS-FOUND
               MOVE LIB1T-DESC(WS-FOUND-IDX) TO DL-DESC
               MOVE LIB1T-COST(WS-FOUND-IDX) TO DL-COST
               COMPUTE WS-ITEM-VALUE
                   = WS-EXP-QTY(WS-EXP-IDX) * LIB1T-COST(WS-FOUND-IDX)
           ELSE
               MOVE '** NOT ON MASTER **' TO DL-DESC
               MOVE ZERO TO DL-COST
               MOVE ZERO TO WS-ITEM-VALUE
           END-IF
           MOVE WS-ITEM-VALUE TO DL-VALUE

      *    A lot may still be issued on its expiry date itself.
           IF WS-EXP-DAYS(WS-EXP-IDX) < ZERO
               MOVE 'EXPIRED' TO DL-STATUS
               ADD 1                      TO WS-EXPIRED-COUNT
               ADD WS-EXP-QTY(WS-EXP-IDX) TO WS-EXPIRED-QTY
               ADD WS-ITEM-VALUE          TO WS-EXPIRED-VALUE
           ELSE
               MOVE 'EXPIRING' TO DL-STATUS
               ADD 1                      TO WS-EXPIRING-COUNT
               ADD WS-EXP-QTY(WS-EXP-IDX) TO WS-EXPIRING-QTY
               ADD WS-ITEM-VALUE          TO WS-EXPIRING-VALUE
           END-IF

           WRITE REPORT-OUT-REC FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       1200-FIND-MASTER-ENTRY.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = WS-EXP-KEY(WS-EXP-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1900-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-WINDOW-DAYS TO H1-DAYS
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

       2000-WRITE-TRAILER.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE 'EXPIRED         '  TO TR-LABEL
           MOVE WS-EXPIRED-COUNT    TO TR-COUNT
           MOVE WS-EXPIRED-QTY      TO TR-QTY
           MOVE WS-EXPIRED-VALUE    TO TR-VALUE
           WRITE REPORT-OUT-REC FROM TRAILER-LINE

           MOVE 'EXPIRING        '  TO TR-LABEL
           MOVE WS-EXPIRING-COUNT   TO TR-COUNT
           MOVE WS-EXPIRING-QTY     TO TR-QTY
           MOVE WS-EXPIRING-VALUE   TO TR-VALUE
           WRITE REPORT-OUT-REC FROM TRAILER-LINE.
