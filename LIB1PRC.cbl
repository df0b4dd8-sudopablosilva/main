      *           apply step. Bad transactions go to TRAN-REJECT with
      *           a reason, so merchandising can load next month's
      *           price list today and fix the strays immediately.
      *           Each transaction carries the ID of the operator who
      *           keyed it, who must be on the authority file
      *           (LIB1UREC) with price authority. A change that moves
      *           the price by more than WS-PRICE-HOLD-PCT either way
      *           is not loaded but held in the approval queue
      *           (LIB1APQ) for a supervisor; each run first loads the
      *           held changes a supervisor has released through
      *           LIB1APRV since the last one and marks them applied.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1PRC.
           SELECT TRAN-REJECT ASSIGN TO "data/lib1prc-rej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN TO "data/lib1apq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-IN.
       01  TRAN-IN-REC                  PIC X(28).

       FD  PENDING-OUT.
       copy LIB1PND.

       FD  TRAN-REJECT.
       01  TRAN-REJECT-REC.
           05  REJ-TRAN                 PIC X(28).
           05  FILLER                   PIC X(01).
           05  REJ-REASON               PIC X(25).

       FD  APPROVAL-QUEUE.
       01  APPROVAL-QUEUE-REC           PIC X(157).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02).
       01  WS-PENDING-STATUS            PIC X(02).
       01  WS-REJECT-STATUS             PIC X(02).
       01  WS-QUEUE-STATUS              PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-REJ-REASON                PIC X(25).
       01  WS-READ-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-LOADED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-RELEASED-COUNT            PIC 9(05) VALUE ZERO.

       01  WS-PRC-TRAN.
           05  PRC-KEY                  PIC X(05).
               10  PRC-EFF-YYYY         PIC 9(04).
               10  PRC-EFF-MM           PIC 9(02).
               10  PRC-EFF-DD           PIC 9(02).
           05  PRC-OPERATOR             PIC X(08).

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.

       01  WS-AUT-IDX                   PIC 9(05).
       01  WS-AUT-FOUND-IDX             PIC 9(05).
       01  WS-AUT-FOUND-SW              PIC X(01).
           88  WS-AUT-FOUND             VALUE 'Y'.

      *    A price change moving the price by more than this
      *    percentage either way is held for a supervisor - the same
      *    limit LIB1MNT applies to maintenance CHANGE transactions.
       01  WS-PRICE-HOLD-PCT            PIC 9(03)V9 VALUE 20.0.
       01  WS-PRICE-MOVE-PCT            PIC 9(09)V9.
       01  WS-NOTE-OLD                  PIC ZZZZ9.99.
       01  WS-NOTE-NEW                  PIC ZZZZ9.99.

      *    The approval queue, held in full while the run adds holds
      *    and marks released entries, then written back.
       01  WS-APQ-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-APQ-IDX                   PIC 9(05).
       01  WS-APQ-NEXT-SEQ              PIC 9(06) VALUE ZERO.
       01  WS-APQ-TABLE.
           05  WS-APQ-ENTRY             PIC X(157)
                   OCCURS 9999 TIMES.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CTS-DATE              PIC X(08).
           05  WS-CTS-TIME              PIC X(06).
           05  FILLER                   PIC X(07).

       copy LIB1TBL.

       copy LIB1UTBL.

       copy LIB1APQ.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
               GOBACK
           END-IF

           CALL 'LIB1ULOD' USING LIB1-AUTHORITY-TABLE

           IF NOT LIB1UT-LOAD-OK
               DISPLAY 'LIB1PRC: UNABLE TO LOAD OPERATOR AUTHORITY - '
                   'TRANSACTIONS NOT PROCESSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-LOAD-APPROVAL-QUEUE
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           OPEN INPUT TRAN-IN

           IF WS-TRAN-STATUS NOT = '00'
           END-IF
           OPEN OUTPUT TRAN-REJECT

      *    Released changes first - they were keyed before anything
      *    in tonight's file.
           PERFORM 0200-LOAD-RELEASED-CHANGE
               VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT

           PERFORM UNTIL WS-EOF
               READ TRAN-IN
                   AT END
           CLOSE PENDING-OUT
           CLOSE TRAN-REJECT

           PERFORM 0300-REWRITE-APPROVAL-QUEUE

           DISPLAY 'LIB1PRC TRANSACTIONS READ    : ' WS-READ-COUNT
           DISPLAY 'LIB1PRC CHANGES LOADED       : ' WS-LOADED-COUNT
           DISPLAY 'LIB1PRC CHANGES HELD         : ' WS-HELD-COUNT
           DISPLAY 'LIB1PRC RELEASED CHANGES     : ' WS-RELEASED-COUNT
           DISPLAY 'LIB1PRC TRANSACTIONS REJECTED: ' WS-REJECT-COUNT

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0100-LOAD-APPROVAL-QUEUE.

           OPEN INPUT APPROVAL-QUEUE

           EVALUATE WS-QUEUE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1PRC: UNABLE TO READ data/lib1apq.dat - '
                       'FILE STATUS ' WS-QUEUE-STATUS
                       ' - TRANSACTIONS NOT PROCESSED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ APPROVAL-QUEUE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0110-ADD-QUEUE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE APPROVAL-QUEUE
           END-EVALUATE

           MOVE 'N' TO WS-EOF-SW.

       0110-ADD-QUEUE-ENTRY.

           IF WS-APQ-COUNT >= 9999
               DISPLAY 'LIB1PRC: data/lib1apq.dat HAS MORE THAN 9999 '
                   'RECORDS - TRANSACTIONS NOT PROCESSED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-APQ-COUNT
               MOVE APPROVAL-QUEUE-REC TO WS-APQ-ENTRY(WS-APQ-COUNT)
               MOVE APPROVAL-QUEUE-REC TO LIB1-APPROVAL-RECORD
               IF APQ-SEQ > WS-APQ-NEXT-SEQ
                   MOVE APQ-SEQ TO WS-APQ-NEXT-SEQ
               END-IF
           END-IF.

       0200-LOAD-RELEASED-CHANGE.

           MOVE WS-APQ-ENTRY(WS-APQ-IDX) TO LIB1-APPROVAL-RECORD

           IF APQ-FROM-PRICE AND APQ-RELEASED
               MOVE APQ-TRAN TO WS-PRC-TRAN
               PERFORM 1100-FIND-MASTER-KEY
      *        An item deleted while its price change waited cannot
      *        take the change.
               IF WS-FOUND
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE APQ-SUPERVISOR TO PND-APPROVER
                   PERFORM 1200-WRITE-PENDING
                   SET APQ-APPLIED TO TRUE
               ELSE
                   SET APQ-FAILED TO TRUE
               END-IF
               MOVE LIB1-APPROVAL-RECORD TO WS-APQ-ENTRY(WS-APQ-IDX)
           END-IF.

       0300-REWRITE-APPROVAL-QUEUE.

           OPEN OUTPUT APPROVAL-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
      *        The released changes are already on the pending file;
      *        without the queue marked they would be loaded again
      *        tomorrow - stop the stream.
               DISPLAY 'LIB1PRC: UNABLE TO OPEN data/lib1apq.dat FOR '
                   'REWRITE - FILE STATUS ' WS-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                       UNTIL WS-APQ-IDX > WS-APQ-COUNT
                   MOVE WS-APQ-ENTRY(WS-APQ-IDX) TO APPROVAL-QUEUE-REC
                   WRITE APPROVAL-QUEUE-REC
               END-PERFORM
               CLOSE APPROVAL-QUEUE
           END-IF.

       1000-EDIT-ONE-TRANSACTION.

           ADD 1 TO WS-READ-COUNT
           MOVE TRAN-IN-REC TO WS-PRC-TRAN

           PERFORM 1100-FIND-MASTER-KEY
           PERFORM 1150-EDIT-OPERATOR

           IF WS-REJ-REASON NOT = SPACES
               PERFORM 1900-WRITE-REJECT
           ELSE
               IF NOT WS-FOUND
                   MOVE 'KEY NOT ON MASTER'   TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               ELSE
                   IF PRC-PRICE IS NOT NUMERIC
                       MOVE 'PRICE NOT NUMERIC' TO WS-REJ-REASON
                       PERFORM 1900-WRITE-REJECT
                   ELSE
                       IF PRC-EFF-DATE IS NOT NUMERIC
                          OR PRC-EFF-MM < 01 OR PRC-EFF-MM > 12
                          OR PRC-EFF-DD < 01 OR PRC-EFF-DD > 31
                           MOVE 'INVALID EFFECTIVE DATE'
                             TO WS-REJ-REASON
                           PERFORM 1900-WRITE-REJECT
                       ELSE
                           PERFORM 1300-CHECK-PRICE-MOVE
                       END-IF
                   END-IF
               END-IF
           END-IF.
                      OR WS-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = PRC-KEY
                   SET WS-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1150-EDIT-OPERATOR.

           MOVE SPACES TO WS-REJ-REASON
           MOVE 'N' TO WS-AUT-FOUND-SW

           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > LIB1UT-COUNT
                      OR WS-AUT-FOUND
               IF LIB1UT-OPERATOR(WS-AUT-IDX) = PRC-OPERATOR
                   SET WS-AUT-FOUND TO TRUE
                   MOVE WS-AUT-IDX TO WS-AUT-FOUND-IDX
               END-IF
           END-PERFORM

           IF PRC-OPERATOR = SPACES
               MOVE 'OPERATOR ID BLANK' TO WS-REJ-REASON
           ELSE
               IF NOT WS-AUT-FOUND
                   MOVE 'OPERATOR NOT ON FILE' TO WS-REJ-REASON
               ELSE
                   IF LIB1UT-ALLOW-PRICE(WS-AUT-FOUND-IDX) NOT = 'Y'
                       MOVE 'NOT AUTHORIZED FOR PRICE'
                         TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

       1200-WRITE-PENDING.

      *    PND-APPROVER is set by the caller - spaces for a change
      *    that never needed approval.
           ADD 1 TO WS-LOADED-COUNT
           MOVE PRC-KEY      TO PND-KEY
           MOVE PRC-PRICE    TO PND-PRICE
           MOVE PRC-EFF-DATE TO PND-EFF-DATE
           MOVE PRC-OPERATOR TO PND-OPERATOR
           WRITE LIB1-PENDING-PRICE-RECORD.

       1300-CHECK-PRICE-MOVE.

      *    Pricing an item that had no price at all is always a
      *    move past the limit.
           IF LIB1T-PRICE(WS-FOUND-IDX) = ZERO
               IF PRC-PRICE = ZERO
                   MOVE ZERO TO WS-PRICE-MOVE-PCT
               ELSE
                   MOVE 999.9 TO WS-PRICE-MOVE-PCT
               END-IF
           ELSE
               COMPUTE WS-PRICE-MOVE-PCT ROUNDED =
                   FUNCTION ABS(PRC-PRICE - LIB1T-PRICE(WS-FOUND-IDX))
                   * 100 / LIB1T-PRICE(WS-FOUND-IDX)
           END-IF

           IF WS-PRICE-MOVE-PCT > WS-PRICE-HOLD-PCT
               PERFORM 1400-HOLD-FOR-APPROVAL
           ELSE
               MOVE SPACES TO PND-APPROVER
               PERFORM 1200-WRITE-PENDING
           END-IF.

       1400-HOLD-FOR-APPROVAL.

           IF WS-APQ-COUNT >= 9999
               MOVE 'APPROVAL QUEUE FULL' TO WS-REJ-REASON
               PERFORM 1900-WRITE-REJECT
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-APQ-COUNT
               ADD 1 TO WS-APQ-NEXT-SEQ
               MOVE SPACES                   TO LIB1-APPROVAL-RECORD
               MOVE WS-APQ-NEXT-SEQ          TO APQ-SEQ
               MOVE 'P'                      TO APQ-SOURCE
               MOVE 'P'                      TO APQ-REASON
               SET APQ-HELD                  TO TRUE
               MOVE PRC-KEY                  TO APQ-KEY
               MOVE PRC-OPERATOR             TO APQ-OPERATOR
               MOVE WS-CTS-DATE              TO APQ-HOLD-DATE
               MOVE WS-CTS-TIME              TO APQ-HOLD-TIME
               MOVE ZERO                     TO APQ-HOLD-QTY
               MOVE LIB1T-PRICE(WS-FOUND-IDX) TO WS-NOTE-OLD
               MOVE PRC-PRICE                TO WS-NOTE-NEW
               STRING 'PRICE ' WS-NOTE-OLD ' TO ' WS-NOTE-NEW
                   DELIMITED BY SIZE INTO APQ-NOTE
               END-STRING
               MOVE TRAN-IN-REC              TO APQ-TRAN
               MOVE LIB1-APPROVAL-RECORD
                 TO WS-APQ-ENTRY(WS-APQ-COUNT)
           END-IF.

       1900-WRITE-REJECT.

           ADD 1 TO WS-REJECT-COUNT
