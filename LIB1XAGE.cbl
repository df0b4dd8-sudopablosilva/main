      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1XAGE - In-transit aging report. Lists every inter-
      *            warehouse transfer still open on the in-transit
      *            file (LIB1XREC) - shipped by a 'T' movement but
      *            not yet fully confirmed by 'U' receipts at the
      *            destination - oldest first, with the days since
      *            shipment and the open quantity valued at the
      *            master's LIB1M-COST. Transfers open longer than
      *            WS-OVERDUE-DAYS are flagged '*' and counted in the
      *            trailer, along with the total quantity and value
      *            in transit and its spread across the age bands -
      *            the list the warehouses chase for shipments that
      *            were never confirmed.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1XAGE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSIT-IN ASSIGN TO "data/lib1xit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1xage.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSIT-IN.
       copy LIB1XREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANSIT-STATUS            PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

      *    A transfer between our own warehouses should be on the
      *    destination's dock within the week - anything older is
      *    chased.
       01  WS-OVERDUE-DAYS              PIC 9(03) VALUE 7.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.

       01  WS-TODAY-INT                 PIC 9(09).
       01  WS-SHIP-INT                  PIC 9(09).
       01  WS-SHIP-DATE                 PIC 9(08).
       01  WS-AGE-DAYS                  PIC 9(05).
       01  WS-ITEM-VALUE                PIC 9(10)V99.

       01  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-QTY                 PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-VALUE               PIC 9(12)V99 VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-QTY              PIC 9(09) OCCURS 4 TIMES.
       01  WS-BAND-IDX                  PIC 9(01).

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
           05  FILLER                   PIC X(28)
                   VALUE 'LIB1 IN-TRANSIT AGING'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(09) VALUE 'TRANSFER '.
           05  FILLER                   PIC X(06) VALUE 'KEY   '.
           05  FILLER                   PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(05) VALUE 'FROM '.
           05  FILLER                   PIC X(05) VALUE 'TO   '.
           05  FILLER                   PIC X(09) VALUE 'SHIPPED  '.
           05  FILLER                   PIC X(06) VALUE '  SHIP'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE '  OPEN'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE '   VALUE AT COST'.

       01  DETAIL-LINE.
           05  DL-REF                   PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-FROM-WHS              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TO-WHS                PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SHIP-DATE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-SHIP-QTY              PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-OPEN-QTY              PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-AGE                   PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-VALUE                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FLAG                  PIC X(01).

       01  TRAILER-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'OPEN TRANSFERS: '.
           05  TR-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   OVERDUE: '.
           05  TR-OVERDUE               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '   UNITS: '.
           05  TR-QTY                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '   VALUE: '.
           05  TR-VALUE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  BAND-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'UNITS BY AGE:   '.
           05  FILLER                   PIC X(10) VALUE '0-7 DAYS: '.
           05  BL-BAND-1                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '   8-14: '.
           05  BL-BAND-2                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  15-30: '.
           05  BL-BAND-3                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   OVER 30: '.
           05  BL-BAND-4                PIC ZZZ,ZZZ,ZZ9.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1XAGE: UNABLE TO LOAD MASTER FILE - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           MOVE ZERO TO WS-BAND-QTY(1) WS-BAND-QTY(2)
                        WS-BAND-QTY(3) WS-BAND-QTY(4)

           OPEN OUTPUT REPORT-OUT
           PERFORM 1100-WRITE-HEADINGS

           OPEN INPUT TRANSIT-IN

           IF WS-TRANSIT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ TRANSIT-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF XIT-STATUS = 'O'
                               PERFORM 1000-PRINT-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSIT-IN
           ELSE
      *        No in-transit file - nothing has ever been shipped
      *        between warehouses, so the report is simply empty.
               IF WS-TRANSIT-STATUS NOT = '35'
                   DISPLAY 'LIB1XAGE: UNABLE TO READ data/lib1xit.dat '
                       '- FILE STATUS ' WS-TRANSIT-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 2000-WRITE-TRAILER

           CLOSE REPORT-OUT

           DISPLAY 'LIB1XAGE OPEN TRANSFERS: ' WS-OPEN-COUNT
               ' OVERDUE: ' WS-OVERDUE-COUNT

           GOBACK.

       1000-PRINT-ONE-TRANSFER.

           IF WS-LINE-COUNT >= 60
               PERFORM 1100-WRITE-HEADINGS
           END-IF

           PERFORM 1200-FIND-MASTER-ENTRY

           MOVE SPACES TO DETAIL-LINE
           MOVE XIT-REF       TO DL-REF
           MOVE XIT-KEY       TO DL-KEY
           MOVE XIT-FROM-WHS  TO DL-FROM-WHS
           MOVE XIT-TO-WHS    TO DL-TO-WHS
           MOVE XIT-SHIP-DATE TO DL-SHIP-DATE
           MOVE XIT-SHIP-QTY  TO DL-SHIP-QTY
           MOVE XIT-OPEN-QTY  TO DL-OPEN-QTY

           IF WS-FOUND
               MOVE LIB1T-DESC(WS-FOUND-IDX) TO DL-DESC
               COMPUTE WS-ITEM-VALUE
                   = XIT-OPEN-QTY * LIB1T-COST(WS-FOUND-IDX)
           ELSE
               MOVE '** NOT ON MASTER **' TO DL-DESC
               MOVE ZERO TO WS-ITEM-VALUE
           END-IF
           MOVE WS-ITEM-VALUE TO DL-VALUE

           IF XIT-SHIP-DATE IS NUMERIC
               MOVE XIT-SHIP-DATE TO WS-SHIP-DATE
               COMPUTE WS-SHIP-INT
                   = FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SHIP-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO DL-AGE

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 14
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD XIT-OPEN-QTY TO WS-BAND-QTY(WS-BAND-IDX)

           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               MOVE '*' TO DL-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF

           WRITE REPORT-OUT-REC FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD 1             TO WS-OPEN-COUNT
           ADD XIT-OPEN-QTY  TO WS-TOTAL-QTY
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.

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

       1200-FIND-MASTER-ENTRY.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = XIT-KEY
                   SET WS-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2000-WRITE-TRAILER.

           MOVE WS-OPEN-COUNT    TO TR-COUNT
           MOVE WS-OVERDUE-COUNT TO TR-OVERDUE
           MOVE WS-TOTAL-QTY     TO TR-QTY
           MOVE WS-TOTAL-VALUE   TO TR-VALUE
           MOVE WS-BAND-QTY(1)   TO BL-BAND-1
           MOVE WS-BAND-QTY(2)   TO BL-BAND-2
           MOVE WS-BAND-QTY(3)   TO BL-BAND-3
           MOVE WS-BAND-QTY(4)   TO BL-BAND-4

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM TRAILER-LINE
           WRITE REPORT-OUT-REC FROM BAND-LINE.
