      *               every signed MJ-QTY is applied in order, and
      *               the result must equal the closing LIB1M-QTY
      *             . location sum - the item's LIB1L-QTY records
      *               plus whatever of it is still in transit
      *               between warehouses (the open XIT-OPEN-QTY on
      *               the in-transit file) must add up to LIB1M-QTY
      *               (an item with no location records carries no
      *               breakdown and is not checked against one)
      *           Transfer legs ('T' ship, 'U' receive) move stock
      *           between warehouses without changing the master
      *           total, so they take no part in the roll-forward.
      *           One out-of-proof line per failed check with the
      *           expected and actual figures, and RETURN-CODE 8 when
      *           anything is out of proof so the scheduler holds
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT TRANSIT-IN ASSIGN TO "data/lib1xit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1rcn.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  JOURNAL-IN.
       copy LIB1MJRN.

       FD  TRANSIT-IN.
       copy LIB1XREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS            PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-TRANSIT-STATUS            PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.


       01  WS-EXPECTED-QTY              PIC S9(09).
       01  WS-LOCATION-SUM              PIC S9(09).
       01  WS-TRANSIT-TOTAL             PIC 9(09) VALUE ZERO.

      *    Open in-transit quantity per item, summed from the
      *    in-transit file.
       01  WS-XIT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-XIT-IDX                   PIC 9(05).
       01  WS-XIT-FOUND-SW              PIC X(01).
           88  WS-XIT-FOUND             VALUE 'Y'.
       01  WS-TRANSIT-TABLE.
           05  WS-XIT-ENTRY             OCCURS 9999 TIMES.
               10  WS-XIT-KEY           PIC X(05).
               10  WS-XIT-QTY           PIC 9(09).

      *    Roll-forward accumulators, one slot per master table
      *    entry: the master quantity before the item's first

           PERFORM 0100-CLEAR-ACCUMULATORS
           PERFORM 0200-READ-JOURNAL
           PERFORM 0500-LOAD-TRANSIT
           PERFORM 1000-PROVE-ONE-ITEM
               VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX > LIB1T-COUNT
                       MOVE MJ-BEFORE-QTY
                         TO WS-RCN-FIRST-QTY(WS-FOUND-IDX)
                   END-IF
                   IF MJ-CODE NOT = 'T' AND MJ-CODE NOT = 'U'
                       ADD MJ-QTY TO WS-RCN-DELTA-SUM(WS-FOUND-IDX)
                   END-IF
               ELSE
      *            The item was journaled tonight but is no longer on
      *            the master - counted and summarized rather than
               END-IF
           END-PERFORM.

       0500-LOAD-TRANSIT.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRANSIT-IN

      *    No in-transit file means nothing has ever been shipped
      *    between warehouses - every location sum stands alone.
           IF WS-TRANSIT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ TRANSIT-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF XIT-STATUS = 'O'
                               PERFORM 0510-TALLY-TRANSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSIT-IN
           END-IF.

       0510-TALLY-TRANSIT.

           MOVE 'N' TO WS-XIT-FOUND-SW

           PERFORM VARYING WS-XIT-IDX FROM 1 BY 1
                   UNTIL WS-XIT-IDX > WS-XIT-COUNT
                      OR WS-XIT-FOUND
               IF WS-XIT-KEY(WS-XIT-IDX) = XIT-KEY
                   SET WS-XIT-FOUND TO TRUE
                   ADD XIT-OPEN-QTY TO WS-XIT-QTY(WS-XIT-IDX)
               END-IF
           END-PERFORM

           IF NOT WS-XIT-FOUND AND WS-XIT-COUNT < 9999
               ADD 1 TO WS-XIT-COUNT
               MOVE XIT-KEY      TO WS-XIT-KEY(WS-XIT-COUNT)
               MOVE XIT-OPEN-QTY TO WS-XIT-QTY(WS-XIT-COUNT)
           END-IF

           ADD XIT-OPEN-QTY TO WS-TRANSIT-TOTAL.

       1000-PROVE-ONE-ITEM.

           IF WS-RCN-MOVED(WS-TABLE-IDX)
                   SET WS-FOUND TO TRUE
                   ADD LIB1LT-QTY(WS-LOC-IDX) TO WS-LOCATION-SUM
               END-IF
           END-PERFORM

      *    Stock shipped but not yet received has left one
      *    warehouse without reaching the other - it is still part
      *    of the master total and belongs in the sum.
           PERFORM VARYING WS-XIT-IDX FROM 1 BY 1
                   UNTIL WS-XIT-IDX > WS-XIT-COUNT
               IF WS-XIT-KEY(WS-XIT-IDX) = LIB1T-KEY(WS-TABLE-IDX)
                   SET WS-FOUND TO TRUE
                   ADD WS-XIT-QTY(WS-XIT-IDX) TO WS-LOCATION-SUM
               END-IF
           END-PERFORM.

       1900-WRITE-PROOF-LINE.
           MOVE WS-JRN-USED-COUNT          TO SL-COUNT
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           MOVE 'QUANTITY IN TRANSIT'      TO SL-MESSAGE
           MOVE WS-TRANSIT-TOTAL           TO SL-COUNT
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE

           IF WS-ORPHAN-COUNT > ZERO
               MOVE 'JOURNAL KEYS NOT ON MASTER' TO SL-MESSAGE
               MOVE WS-ORPHAN-COUNT        TO SL-COUNT
