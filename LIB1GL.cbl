      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1GL - Nightly general-ledger feed. Turns tonight's
      *          movement journal (LIB1MJRN - only records stamped
      *          with tonight's run date; the journal accumulates
      *          across runs) into balanced accounting entries valued
      *          at the master unit cost (LIB1M-COST):
      *            . 'R' receipt - debit inventory, credit accrued
      *              payables
      *            . 'I' issue - debit cost of goods sold, credit
      *              inventory
      *            . 'J' adjustment - shrinkage against inventory,
      *              debit or credit by the sign of the adjustment
      *            . 'T' transfer ship - debit inventory in transit,
      *              credit the shipping warehouse's inventory
      *            . 'U' transfer receipt - debit the receiving
      *              warehouse's inventory, credit in transit
      *            . 'B' kit build and 'D' disassembly - each leg
      *              against kit assembly clearing: a leg bringing
      *              stock in (the kits built, the components
      *              returned) debits inventory, a leg taking it
      *              out credits it. What is left on the clearing
      *              account is the gap between the kits' average
      *              cost and what their components cost tonight
      *          A movement posted in the opposite sense (a negative
      *          receipt, a returned issue) simply swaps the sides.
      *          Price changes never reach the movement journal and
      *          do not change cost, so they produce no entry. The
      *          entries are summarized by account and warehouse
      *          (in-transit at company level, since a shipment
      *          belongs to neither building) and written to the GL
      *          feed (LIB1GREC) with a control trailer proving
      *          debits equal credits, which LIB1EOD checks with the
      *          other control totals; the same summary is printed
      *          for finance. A movement for an item no longer on
      *          the master, or one carrying no cost, cannot be
      *          valued - it is counted and reported and the run
      *          ends with RETURN-CODE 4. The account numbers are
      *          the shop's chart of accounts, held below as
      *          constants.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1GL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN ASSIGN TO "data/lib1mov-jrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-OUT ASSIGN TO "data/lib1gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1gl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN.
       copy LIB1MJRN.

       FD  GL-OUT.
       copy LIB1GREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS            PIC X(02).
       01  WS-GL-STATUS                 PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

      *    Chart of accounts for the inventory entries.
       01  WS-ACCT-INVENTORY            PIC X(06) VALUE '130000'.
       01  WS-ACCT-IN-TRANSIT           PIC X(06) VALUE '131000'.
       01  WS-ACCT-ASSEMBLY             PIC X(06) VALUE '132000'.
       01  WS-ACCT-ACCRUED-AP           PIC X(06) VALUE '210000'.
       01  WS-ACCT-COGS                 PIC X(06) VALUE '500000'.
       01  WS-ACCT-SHRINKAGE            PIC X(06) VALUE '510000'.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.

       01  WS-JRN-READ-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-JRN-USED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-UNCOSTED-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-UNIT-COST                 PIC 9(05)V99.
       01  WS-AMOUNT                    PIC 9(11)V99.

      *    The two sides of the entry being built for one movement.
       01  WS-DR-ACCOUNT                PIC X(06).
       01  WS-DR-WHS                    PIC X(03).
       01  WS-CR-ACCOUNT                PIC X(06).
       01  WS-CR-WHS                    PIC X(03).
       01  WS-SWAP-ACCOUNT              PIC X(06).
       01  WS-SWAP-WHS                  PIC X(03).

       01  WS-POST-ACCOUNT              PIC X(06).
       01  WS-POST-WHS                  PIC X(03).
       01  WS-ACCOUNT-DESC              PIC X(20).
       01  WS-POST-SIDE                 PIC X(01).
           88  WS-POST-DEBIT            VALUE 'D'.
           88  WS-POST-CREDIT           VALUE 'C'.

      *    Account/warehouse summary, written to the feed in account
      *    then warehouse order.
       01  WS-MAX-SUMMARY               PIC 9(05) VALUE 999.
       01  WS-SUM-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-SUM-IDX                   PIC 9(05).
       01  WS-SORT-IDX                  PIC 9(05).
       01  WS-SUM-FOUND-IDX             PIC 9(05).
       01  WS-SUM-FOUND-SW              PIC X(01).
           88  WS-SUM-FOUND             VALUE 'Y'.
       01  WS-SUM-FULL-SW               PIC X(01) VALUE 'N'.
           88  WS-SUM-FULL              VALUE 'Y'.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-ENTRY             OCCURS 999 TIMES.
               10  WS-SUM-ACCOUNT       PIC X(06).
               10  WS-SUM-WHS           PIC X(03).
               10  WS-SUM-DEBIT         PIC 9(11)V99.
               10  WS-SUM-CREDIT        PIC 9(11)V99.

       01  WS-HOLD-SUM-ENTRY            PIC X(35).
       01  WS-HOLD-SUM-SORT REDEFINES WS-HOLD-SUM-ENTRY.
           05  WS-HOLD-SUM-ACCOUNT      PIC X(06).
           05  WS-HOLD-SUM-WHS          PIC X(03).
           05  FILLER                   PIC X(26).

       01  WS-TOTAL-DEBITS              PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS             PIC 9(13)V99 VALUE ZERO.
       01  WS-DETAIL-COUNT              PIC 9(09) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  WS-TODAY                     PIC X(08).
       01  WS-RUN-DATE                  PIC X(10).

       01  HEADING-1.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(30)
                   VALUE 'LIB1 GENERAL-LEDGER FEED'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).

       01  HEADING-2.
           05  FILLER                   PIC X(07) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE 'WHS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE '       DEBIT'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE '      CREDIT'.

       01  DETAIL-LINE.
           05  DL-ACCOUNT               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DEBIT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CREDIT                PIC ZZZ,ZZZ,ZZ9.99.

       01  TRAILER-LINE.
           05  FILLER                   PIC X(32)
                   VALUE 'TOTALS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TR-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.

       01  TRAILER-LINE-2.
           05  FILLER                   PIC X(32)
                   VALUE 'MOVEMENTS VALUED TONIGHT       :'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR2-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  TRAILER-LINE-3.
           05  FILLER                   PIC X(32)
                   VALUE 'MOVEMENTS NOT VALUED (NO COST) :'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TR3-COUNT                PIC ZZZ,ZZZ,ZZ9.

       copy LIB1MJRO.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
      *        Without the master there is no cost to value the
      *        movements at - abend rather than feed the ledger
      *        zero-valued entries.
               DISPLAY 'LIB1GL: UNABLE TO LOAD MASTER FILE - '
                   'GL FEED NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING

           PERFORM 0100-READ-JOURNAL

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           IF WS-SUM-FULL
               DISPLAY 'LIB1GL: MORE THAN ' WS-MAX-SUMMARY
                   ' ACCOUNT/WAREHOUSE LINES - GL FEED NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0400-SORT-SUMMARY
           PERFORM 0500-WRITE-FEED

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0600-WRITE-REPORT

           DISPLAY 'LIB1GL MOVEMENTS VALUED  : ' WS-JRN-USED-COUNT
           DISPLAY 'LIB1GL MOVEMENTS UNCOSTED: ' WS-UNCOSTED-COUNT
           DISPLAY 'LIB1GL TOTAL DEBITS      : ' WS-TOTAL-DEBITS
           DISPLAY 'LIB1GL TOTAL CREDITS     : ' WS-TOTAL-CREDITS

           IF WS-UNCOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0100-READ-JOURNAL.

           OPEN INPUT JOURNAL-IN

           EVALUATE WS-JOURNAL-STATUS
               WHEN '35'
      *            No journal means no movements were posted tonight -
      *            the feed still goes out, header and trailer only,
      *            so the ledger sees a quiet night rather than a
      *            missing file.
                   CONTINUE
               WHEN NOT = '00'
      *            An empty feed would balance and pass LIB1EOD, and
      *            tonight's movements would never reach the ledger -
      *            the next run only values its own run date.
                   DISPLAY 'LIB1GL: UNABLE TO READ '
                       'data/lib1mov-jrn.dat - FILE STATUS '
                       WS-JOURNAL-STATUS
                       ' - GL FEED NOT PRODUCED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ JOURNAL-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1000-VALUE-ONE-MOVEMENT
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-IN
           END-EVALUATE.

       0350-CONVERT-OLD-FORMAT.

      *    Records written before the warehouse column was added
      *    still sit on the journal - remap them, as LIB1RCN does.
           IF MJ-WHS(1:1) = '+' OR MJ-WHS(1:1) = '-'
               MOVE LIB1-MOV-JOURNAL-RECORD
                 TO LIB1-MOV-JOURNAL-OLD
               MOVE SPACES            TO LIB1-MOV-JOURNAL-RECORD
               MOVE OLD-MJ-DATE       TO MJ-DATE
               MOVE OLD-MJ-TIME       TO MJ-TIME
               MOVE OLD-MJ-CODE       TO MJ-CODE
               MOVE OLD-MJ-KEY        TO MJ-KEY
               MOVE OLD-MJ-QTY        TO MJ-QTY
               MOVE OLD-MJ-REF        TO MJ-REF
               MOVE OLD-MJ-BEFORE-QTY TO MJ-BEFORE-QTY
               MOVE OLD-MJ-AFTER-QTY  TO MJ-AFTER-QTY
           END-IF.

       0400-SORT-SUMMARY.

      *    Insertion sort on account then warehouse - the same
      *    technique LIB1USG uses for its history file.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-SUM-COUNT
               PERFORM 0410-INSERT-ENTRY
           END-PERFORM.

       0410-INSERT-ENTRY.

           MOVE WS-SUM-ENTRY(WS-SORT-IDX) TO WS-HOLD-SUM-ENTRY
           MOVE WS-SORT-IDX TO WS-SUM-IDX
           PERFORM UNTIL WS-SUM-IDX <= 1
              OR WS-SUM-ACCOUNT(WS-SUM-IDX - 1) < WS-HOLD-SUM-ACCOUNT
              OR (WS-SUM-ACCOUNT(WS-SUM-IDX - 1) = WS-HOLD-SUM-ACCOUNT
                  AND WS-SUM-WHS(WS-SUM-IDX - 1) <= WS-HOLD-SUM-WHS)
               MOVE WS-SUM-ENTRY(WS-SUM-IDX - 1)
                 TO WS-SUM-ENTRY(WS-SUM-IDX)
               SUBTRACT 1 FROM WS-SUM-IDX
           END-PERFORM
           MOVE WS-HOLD-SUM-ENTRY TO WS-SUM-ENTRY(WS-SUM-IDX).

       0500-WRITE-FEED.

           OPEN OUTPUT GL-OUT
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'LIB1GL: UNABLE TO OPEN data/lib1gl.dat - '
                   'FILE STATUS ' WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES    TO LIB1-GL-RECORD
               SET GL-HEADER  TO TRUE
               MOVE WS-TODAY  TO GLH-RUN-DATE
               MOVE 'LIB1INV' TO GLH-SOURCE
               WRITE LIB1-GL-RECORD

               PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-SUM-COUNT
                   MOVE SPACES TO LIB1-GL-RECORD
                   SET GL-DETAIL TO TRUE
                   MOVE WS-SUM-ACCOUNT(WS-SUM-IDX) TO GLD-ACCOUNT
                   MOVE WS-SUM-WHS(WS-SUM-IDX)     TO GLD-WHS
                   MOVE WS-SUM-DEBIT(WS-SUM-IDX)   TO GLD-DEBIT
                   MOVE WS-SUM-CREDIT(WS-SUM-IDX)  TO GLD-CREDIT
                   PERFORM 1600-DESCRIBE-ACCOUNT
                   MOVE WS-ACCOUNT-DESC TO GLD-DESC
                   WRITE LIB1-GL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-SUM-DEBIT(WS-SUM-IDX)  TO WS-TOTAL-DEBITS
                   ADD WS-SUM-CREDIT(WS-SUM-IDX) TO WS-TOTAL-CREDITS
               END-PERFORM

               MOVE SPACES TO LIB1-GL-RECORD
               SET GL-TRAILER TO TRUE
               MOVE WS-DETAIL-COUNT  TO GLT-COUNT
               MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS
               MOVE WS-TOTAL-CREDITS TO GLT-CREDITS
               WRITE LIB1-GL-RECORD

               CLOSE GL-OUT
           END-IF.

       0600-WRITE-REPORT.

           OPEN OUTPUT REPORT-OUT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE REPORT-OUT-REC FROM HEADING-1
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM HEADING-2
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE WS-SUM-ACCOUNT(WS-SUM-IDX) TO DL-ACCOUNT
               MOVE WS-SUM-WHS(WS-SUM-IDX)     TO DL-WHS
               MOVE WS-SUM-DEBIT(WS-SUM-IDX)   TO DL-DEBIT
               MOVE WS-SUM-CREDIT(WS-SUM-IDX)  TO DL-CREDIT
               PERFORM 1600-DESCRIBE-ACCOUNT
               MOVE WS-ACCOUNT-DESC TO DL-DESC
               WRITE REPORT-OUT-REC FROM DETAIL-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           MOVE WS-TOTAL-DEBITS  TO TR-DEBITS
           MOVE WS-TOTAL-CREDITS TO TR-CREDITS
           WRITE REPORT-OUT-REC FROM TRAILER-LINE
           MOVE WS-JRN-USED-COUNT TO TR2-COUNT
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-2
           MOVE WS-UNCOSTED-COUNT TO TR3-COUNT
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-3

           CLOSE REPORT-OUT.

       1000-VALUE-ONE-MOVEMENT.

           PERFORM 0350-CONVERT-OLD-FORMAT

           ADD 1 TO WS-JRN-READ-COUNT

           IF MJ-DATE = WS-TODAY
               PERFORM 1100-FIND-UNIT-COST
               COMPUTE WS-AMOUNT = FUNCTION ABS(MJ-QTY) * WS-UNIT-COST

               IF WS-AMOUNT = ZERO
                   IF MJ-QTY NOT = ZERO
                       ADD 1 TO WS-UNCOSTED-COUNT
                       DISPLAY 'LIB1GL: NO COST FOR ' MJ-CODE ' '
                           MJ-KEY ' ' MJ-WHS ' REF ' MJ-REF
                           ' - NOT VALUED'
                   END-IF
               ELSE
                   PERFORM 1200-BUILD-ENTRY
               END-IF
           END-IF.

       1100-FIND-UNIT-COST.

           MOVE ZERO TO WS-UNIT-COST
           MOVE 'N' TO WS-FOUND-SW

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = MJ-KEY
                   SET WS-FOUND TO TRUE
                   MOVE LIB1T-COST(WS-TABLE-IDX) TO WS-UNIT-COST
               END-IF
           END-PERFORM.

       1200-BUILD-ENTRY.

      *    Each case is set up in its normal direction (stock in for
      *    receipts, out for issues); a movement the other way
      *    swaps the sides below.
           MOVE MJ-WHS TO WS-DR-WHS
           MOVE MJ-WHS TO WS-CR-WHS

           EVALUATE MJ-CODE
               WHEN 'R'
                   MOVE WS-ACCT-INVENTORY  TO WS-DR-ACCOUNT
                   MOVE WS-ACCT-ACCRUED-AP TO WS-CR-ACCOUNT
                   IF MJ-QTY < ZERO
                       PERFORM 1250-SWAP-SIDES
                   END-IF
               WHEN 'I'
                   MOVE WS-ACCT-COGS       TO WS-DR-ACCOUNT
                   MOVE WS-ACCT-INVENTORY  TO WS-CR-ACCOUNT
                   IF MJ-QTY > ZERO
                       PERFORM 1250-SWAP-SIDES
                   END-IF
               WHEN 'J'
                   MOVE WS-ACCT-SHRINKAGE  TO WS-DR-ACCOUNT
                   MOVE WS-ACCT-INVENTORY  TO WS-CR-ACCOUNT
                   IF MJ-QTY > ZERO
                       PERFORM 1250-SWAP-SIDES
                   END-IF
               WHEN 'T'
                   MOVE WS-ACCT-IN-TRANSIT TO WS-DR-ACCOUNT
                   MOVE SPACES             TO WS-DR-WHS
                   MOVE WS-ACCT-INVENTORY  TO WS-CR-ACCOUNT
               WHEN 'U'
                   MOVE WS-ACCT-INVENTORY  TO WS-DR-ACCOUNT
                   MOVE WS-ACCT-IN-TRANSIT TO WS-CR-ACCOUNT
                   MOVE SPACES             TO WS-CR-WHS
               WHEN 'B'
               WHEN 'D'
                   MOVE WS-ACCT-INVENTORY  TO WS-DR-ACCOUNT
                   MOVE WS-ACCT-ASSEMBLY   TO WS-CR-ACCOUNT
                   IF MJ-QTY < ZERO
                       PERFORM 1250-SWAP-SIDES
                   END-IF
               WHEN OTHER
      *            A code the feed has no entry for is left out
      *            rather than guessed at.
                   MOVE SPACES TO WS-DR-ACCOUNT
           END-EVALUATE

           IF WS-DR-ACCOUNT NOT = SPACES
               ADD 1 TO WS-JRN-USED-COUNT
               MOVE WS-DR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-DR-WHS     TO WS-POST-WHS
               SET WS-POST-DEBIT  TO TRUE
               PERFORM 1500-ADD-TO-SUMMARY
               MOVE WS-CR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-CR-WHS     TO WS-POST-WHS
               SET WS-POST-CREDIT TO TRUE
               PERFORM 1500-ADD-TO-SUMMARY
           END-IF.

       1250-SWAP-SIDES.

           MOVE WS-DR-ACCOUNT   TO WS-SWAP-ACCOUNT
           MOVE WS-DR-WHS       TO WS-SWAP-WHS
           MOVE WS-CR-ACCOUNT   TO WS-DR-ACCOUNT
           MOVE WS-CR-WHS       TO WS-DR-WHS
           MOVE WS-SWAP-ACCOUNT TO WS-CR-ACCOUNT
           MOVE WS-SWAP-WHS     TO WS-CR-WHS.

       1500-ADD-TO-SUMMARY.

           MOVE 'N' TO WS-SUM-FOUND-SW

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
                      OR WS-SUM-FOUND
               IF WS-SUM-ACCOUNT(WS-SUM-IDX) = WS-POST-ACCOUNT
                  AND WS-SUM-WHS(WS-SUM-IDX) = WS-POST-WHS
                   SET WS-SUM-FOUND TO TRUE
                   MOVE WS-SUM-IDX TO WS-SUM-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-SUM-FOUND
               MOVE WS-SUM-FOUND-IDX TO WS-SUM-IDX
           ELSE
               IF WS-SUM-COUNT >= WS-MAX-SUMMARY
                   SET WS-SUM-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-IDX
                   MOVE WS-POST-ACCOUNT TO WS-SUM-ACCOUNT(WS-SUM-IDX)
                   MOVE WS-POST-WHS     TO WS-SUM-WHS(WS-SUM-IDX)
                   MOVE ZERO TO WS-SUM-DEBIT(WS-SUM-IDX)
                   MOVE ZERO TO WS-SUM-CREDIT(WS-SUM-IDX)
               END-IF
           END-IF

           IF NOT WS-SUM-FULL
               IF WS-POST-DEBIT
                   ADD WS-AMOUNT TO WS-SUM-DEBIT(WS-SUM-IDX)
               ELSE
                   ADD WS-AMOUNT TO WS-SUM-CREDIT(WS-SUM-IDX)
               END-IF
           END-IF.

       1600-DESCRIBE-ACCOUNT.

           EVALUATE WS-SUM-ACCOUNT(WS-SUM-IDX)
               WHEN WS-ACCT-INVENTORY
                   MOVE 'INVENTORY'            TO WS-ACCOUNT-DESC
               WHEN WS-ACCT-IN-TRANSIT
                   MOVE 'INVENTORY IN TRANSIT' TO WS-ACCOUNT-DESC
               WHEN WS-ACCT-ASSEMBLY
                   MOVE 'ASSEMBLY CLEARING'    TO WS-ACCOUNT-DESC
               WHEN WS-ACCT-ACCRUED-AP
                   MOVE 'ACCRUED PAYABLES'     TO WS-ACCOUNT-DESC
               WHEN WS-ACCT-COGS
                   MOVE 'COST OF GOODS SOLD'   TO WS-ACCOUNT-DESC
               WHEN WS-ACCT-SHRINKAGE
                   MOVE 'INVENTORY SHRINKAGE'  TO WS-ACCOUNT-DESC
               WHEN OTHER
                   MOVE SPACES                 TO WS-ACCOUNT-DESC
           END-EVALUATE.
