      *           the nightly stream leaves behind - KEYS-IN (keys
      *           driven), EXCEPTIONS-IN (lookups failed, by error
      *           code), MNT-STATUS-IN (maintenance transactions
      *           accepted/rejected, by reason, and held for
      *           supervisor approval), AUDIT-IN (audit
      *           lines logged), EXTRACT-IN (records extracted) - and
      *           the master itself, prints one operations page, and
      *           cross-checks the control totals:
      *               equal its own trailer count, so a short-shipped
      *               delta file is caught before the receiving side
      *               trusts the trailer
      *             . the general-ledger feed's details must agree
      *               with its trailer (count, debits and credits),
      *               and the trailer's debits must equal its
      *               credits, so an unbalanced or short feed never
      *               reaches the ledger
      *             . master count must equal the prior run's count
      *               plus accepted adds minus accepted deletes (the
      *               prior count is carried in COUNT-FILE, written
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT GL-IN ASSIGN TO "data/lib1gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT LIB1-MASTER-FILE ASSIGN TO "data/lib1mst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
       FD  DELTA-IN.
       01  DELTA-IN-REC                 PIC X(41).

       FD  GL-IN.
       copy LIB1GREC.

       FD  LIB1-MASTER-FILE.
       copy LIB1MREC.

       01  WS-AUDIT-STATUS              PIC X(02).
       01  WS-EXTRACT-STATUS            PIC X(02).
       01  WS-DELTA-STATUS              PIC X(02).
       01  WS-GL-STATUS                 PIC X(02).
       01  WS-MASTER-STATUS             PIC X(02).
       01  WS-COUNT-STATUS              PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
           05  WS-DLT-TRL-COUNT         PIC 9(09).
           05  FILLER                   PIC X(31).

      *    GL feed control check: details summed against the
      *    feed's own trailer, and the trailer's two sides against
      *    each other.
       01  WS-GL-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-GL-PRESENT            VALUE 'Y'.
       01  WS-GL-TRAILER-SW             PIC X(01) VALUE 'N'.
           88  WS-GL-TRAILER-SEEN       VALUE 'Y'.
       01  WS-GL-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-GL-DEBIT-SUM              PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDIT-SUM             PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-TRAILER-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-GL-TRAILER-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-TRAILER-CREDITS        PIC 9(13)V99 VALUE ZERO.

       01  WS-MNT-ACCEPTED              PIC 9(09) VALUE ZERO.
       01  WS-MNT-REJECTED              PIC 9(09) VALUE ZERO.
       01  WS-MNT-HELD                  PIC 9(09) VALUE ZERO.
       01  WS-ACCEPTED-ADDS             PIC 9(09) VALUE ZERO.
       01  WS-ACCEPTED-DELETES          PIC 9(09) VALUE ZERO.

           05  CL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  AMOUNT-LINE.
           05  AL-LABEL                 PIC X(36).
           05  AL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  REASON-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  RL-REASON                PIC X(20).
           PERFORM 0400-COUNT-AUDIT
           PERFORM 0500-COUNT-EXTRACT
           PERFORM 0550-COUNT-DELTA
           PERFORM 0570-COUNT-GL-FEED
           PERFORM 0600-READ-PRIOR-COUNT

           PERFORM 1000-PRINT-COUNTS

       0310-TALLY-MAINT-LINE.

           EVALUATE MST-RESULT
               WHEN 'ACCEPTED'
                   ADD 1 TO WS-MNT-ACCEPTED
                   IF MST-CODE = 'A'
                       ADD 1 TO WS-ACCEPTED-ADDS
                   END-IF
                   IF MST-CODE = 'D'
                       ADD 1 TO WS-ACCEPTED-DELETES
                   END-IF
               WHEN 'HELD'
                   ADD 1 TO WS-MNT-HELD
               WHEN OTHER
                   ADD 1 TO WS-MNT-REJECTED
                   PERFORM 0320-TALLY-REJECT-REASON
           END-EVALUATE.

       0320-TALLY-REJECT-REASON.

                   ADD 1 TO WS-DELTA-DETAIL-COUNT
           END-EVALUATE.

       0570-COUNT-GL-FEED.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GL-IN

           IF WS-GL-STATUS NOT = '00'
               MOVE SPACES TO REPORT-OUT-REC
               STRING 'GL FEED NOT FOUND - NOT CHECKED'
                   DELIMITED BY SIZE INTO REPORT-OUT-REC
               END-STRING
               WRITE REPORT-OUT-REC
           ELSE
               SET WS-GL-PRESENT TO TRUE
               PERFORM UNTIL WS-EOF
                   READ GL-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0580-TALLY-GL-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-IN
           END-IF.

       0580-TALLY-GL-RECORD.

           EVALUATE TRUE
               WHEN GL-HEADER
                   CONTINUE
               WHEN GL-TRAILER
                   SET WS-GL-TRAILER-SEEN TO TRUE
                   IF GLT-COUNT IS NUMERIC
                      AND GLT-DEBITS IS NUMERIC
                      AND GLT-CREDITS IS NUMERIC
                       MOVE GLT-COUNT   TO WS-GL-TRAILER-COUNT
                       MOVE GLT-DEBITS  TO WS-GL-TRAILER-DEBITS
                       MOVE GLT-CREDITS TO WS-GL-TRAILER-CREDITS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-GL-DETAIL-COUNT
                   IF GLD-DEBIT IS NUMERIC
                       ADD GLD-DEBIT  TO WS-GL-DEBIT-SUM
                   END-IF
                   IF GLD-CREDIT IS NUMERIC
                       ADD GLD-CREDIT TO WS-GL-CREDIT-SUM
                   END-IF
           END-EVALUATE.

       0600-READ-PRIOR-COUNT.

           OPEN INPUT COUNT-FILE
               WRITE REPORT-OUT-REC FROM REASON-LINE
           END-PERFORM

           MOVE 'MAINT TRANSACTIONS HELD'   TO CL-LABEL
           MOVE WS-MNT-HELD                 TO CL-COUNT
           WRITE REPORT-OUT-REC FROM COUNT-LINE

           MOVE 'RECORDS EXTRACTED'         TO CL-LABEL
           MOVE WS-EXTRACT-COUNT            TO CL-COUNT
           WRITE REPORT-OUT-REC FROM COUNT-LINE
               WRITE REPORT-OUT-REC FROM COUNT-LINE
           END-IF

           IF WS-GL-PRESENT
               MOVE 'GL FEED DETAIL LINES'  TO CL-LABEL
               MOVE WS-GL-DETAIL-COUNT      TO CL-COUNT
               WRITE REPORT-OUT-REC FROM COUNT-LINE

               MOVE 'GL FEED DEBITS'        TO AL-LABEL
               MOVE WS-GL-DEBIT-SUM         TO AL-AMOUNT
               WRITE REPORT-OUT-REC FROM AMOUNT-LINE

               MOVE 'GL FEED CREDITS'       TO AL-LABEL
               MOVE WS-GL-CREDIT-SUM        TO AL-AMOUNT
               WRITE REPORT-OUT-REC FROM AMOUNT-LINE
           END-IF

           MOVE 'MASTER RECORD COUNT'       TO CL-LABEL
           MOVE WS-MASTER-COUNT             TO CL-COUNT
           WRITE REPORT-OUT-REC FROM COUNT-LINE
               WRITE REPORT-OUT-REC FROM CHECK-LINE
           END-IF

           IF WS-GL-PRESENT
      *        As with the delta, a feed without its trailer is an
      *        incomplete ship.
               IF WS-GL-TRAILER-SEEN
                  AND WS-GL-DETAIL-COUNT = WS-GL-TRAILER-COUNT
                  AND WS-GL-DEBIT-SUM = WS-GL-TRAILER-DEBITS
                  AND WS-GL-CREDIT-SUM = WS-GL-TRAILER-CREDITS
                   MOVE 'BALANCED'  TO XL-RESULT
               ELSE
                   MOVE 'OUT OF BAL' TO XL-RESULT
                   ADD 1 TO WS-BALANCE-ERRORS
               END-IF
               MOVE 'GL FEED DETAILS VS TRAILER TOTALS'
                 TO XL-TEXT
               WRITE REPORT-OUT-REC FROM CHECK-LINE

               IF WS-GL-TRAILER-DEBITS = WS-GL-TRAILER-CREDITS
                   MOVE 'BALANCED'  TO XL-RESULT
               ELSE
                   MOVE 'OUT OF BAL' TO XL-RESULT
                   ADD 1 TO WS-BALANCE-ERRORS
               END-IF
               MOVE 'GL FEED DEBITS VS CREDITS' TO XL-TEXT
               WRITE REPORT-OUT-REC FROM CHECK-LINE
           END-IF

           IF WS-PRIOR-KNOWN
               COMPUTE WS-EXPECTED-COUNT
                   = WS-PRIOR-COUNT + WS-ACCEPTED-ADDS
