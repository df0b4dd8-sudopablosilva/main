      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1SMNT - Supplier master and item-to-supplier cross-
      *            reference maintenance. Applies ADD/CHANGE/DELETE
      *            transactions (LIB1SUPT) to the supplier master
      *            (LIB1SREC: name, contact, standard lead time,
      *            payment terms) and to the cross-reference
      *            (LIB1ISUP: which suppliers can supply an item,
      *            which one is preferred, and the last quoted cost).
      *            A cross-reference can only be added for an item
      *            on the LIB1 master and a supplier on the supplier
      *            master, and a supplier still named on a
      *            cross-reference cannot be deleted. Marking a
      *            supplier preferred for an item takes the flag off
      *            whichever supplier held it before, so LIB1ORD
      *            always has exactly one supplier to default to.
      *            Both files are loaded in full and rewritten, the
      *            same pattern LIB1LMNT uses for locations; a file
      *            that does not exist yet is started fresh, any
      *            other open failure abends. Dispositions are
      *            written to STATUS-OUT in the same style as
      *            LIB1LMNT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1SMNT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "data/lib1sup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT XREF-FILE ASSIGN TO "data/lib1isup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TRAN-IN ASSIGN TO "data/lib1smnt-tran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT STATUS-OUT ASSIGN TO "data/lib1smnt.sts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OUT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
       copy LIB1SREC.

       FD  XREF-FILE.
       copy LIB1ISUP.

       FD  TRAN-IN.
       01  TRAN-IN-REC                  PIC X(91).

       FD  STATUS-OUT.
       01  STATUS-OUT-REC.
           05  STO-TYPE                 PIC X(01).
           05  STO-CODE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  STO-SUP-ID               PIC X(06).
           05  FILLER                   PIC X(01).
           05  STO-KEY                  PIC X(05).
           05  FILLER                   PIC X(01).
           05  STO-RESULT               PIC X(08).
           05  FILLER                   PIC X(01).
           05  STO-REASON               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-STATUS           PIC X(02).
       01  WS-XREF-STATUS               PIC X(02).
       01  WS-TRAN-STATUS               PIC X(02).
       01  WS-STATUS-OUT-STATUS         PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-REJ-REASON                PIC X(20).

       copy LIB1SUPT.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-SUP-IDX                   PIC 9(05).
       01  WS-ISX-IDX                   PIC 9(05).
       01  WS-SUP-FOUND-IDX             PIC 9(05).
       01  WS-SUP-FOUND-SW              PIC X(01).
           88  WS-SUP-FOUND             VALUE 'Y'.
       01  WS-ISX-FOUND-IDX             PIC 9(05).
       01  WS-ISX-FOUND-SW              PIC X(01).
           88  WS-ISX-FOUND             VALUE 'Y'.
       01  WS-SUP-IN-USE-SW             PIC X(01).
           88  WS-SUP-IN-USE            VALUE 'Y'.
       01  WS-MASTER-FOUND-SW           PIC X(01).
           88  WS-MASTER-FOUND          VALUE 'Y'.

       01  WS-READ-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.

       01  WS-TODAY                     PIC X(08).

      *    In-memory copies of both files, rewritten in full once
      *    the transactions have been applied.
       01  WS-SUP-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY             OCCURS 9999 TIMES.
               10  WS-SUP-ID            PIC X(06).
               10  WS-SUP-NAME          PIC X(30).
               10  WS-SUP-CONTACT       PIC X(25).
               10  WS-SUP-PHONE         PIC X(15).
               10  WS-SUP-LEAD-DAYS     PIC 9(03).
               10  WS-SUP-TERMS         PIC X(10).

       01  WS-ISX-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-ISX-ENTRY             OCCURS 9999 TIMES.
               10  WS-ISX-KEY           PIC X(05).
               10  WS-ISX-SUP-ID        PIC X(06).
               10  WS-ISX-PREFERRED     PIC X(01).
               10  WS-ISX-LAST-COST     PIC 9(05)V99.
               10  WS-ISX-QUOTE-DATE    PIC X(08).

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT TRAN-IN

           IF WS-TRAN-STATUS NOT = '00'
      *        No maintenance file simply means purchasing changed
      *        nothing today - a normal day, not an error.
               DISPLAY 'LIB1SMNT: NO SUPPLIER MAINTENANCE ON FILE'
               GOBACK
           END-IF

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
      *        Without the master there is no way to tell a valid
      *        item key from a bad one - abend rather than guess.
               DISPLAY 'LIB1SMNT: UNABLE TO LOAD MASTER FILE - '
                   'TRANSACTIONS NOT APPLIED'
               CLOSE TRAN-IN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-LOAD-SUPPLIERS

           IF RETURN-CODE = ZERO
               PERFORM 0150-LOAD-XREF
           END-IF

           IF RETURN-CODE NOT = ZERO
               CLOSE TRAN-IN
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 0200-APPLY-TRANSACTIONS

           PERFORM 0300-REWRITE-SUPPLIERS
           IF RETURN-CODE = ZERO
               PERFORM 0400-REWRITE-XREF
           END-IF

           DISPLAY 'LIB1SMNT TRANSACTIONS READ    : ' WS-READ-COUNT
           DISPLAY 'LIB1SMNT TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'LIB1SMNT TRANSACTIONS REJECTED: ' WS-REJECT-COUNT

           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0100-LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-FILE

           IF WS-SUPPLIER-STATUS = '35'
               DISPLAY 'LIB1SMNT: data/lib1sup.dat NOT FOUND - '
                   'STARTING A NEW SUPPLIER MASTER'
               MOVE ZERO TO WS-SUP-COUNT
           ELSE
           IF WS-SUPPLIER-STATUS NOT = '00'
      *        Rewriting from an empty table would erase every
      *        supplier, so abend instead.
               DISPLAY 'LIB1SMNT: UNABLE TO READ data/lib1sup.dat - '
                   'FILE STATUS ' WS-SUPPLIER-STATUS
                   ' - TRANSACTIONS NOT APPLIED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SUPPLIER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SUP-COUNT >= 9999
                               DISPLAY 'LIB1SMNT: data/lib1sup.dat '
                                   'HAS MORE THAN 9999 RECORDS - '
                                   'TRANSACTIONS NOT APPLIED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-SUP-COUNT
                               MOVE LIB1-SUPPLIER-RECORD
                                 TO WS-SUP-ENTRY(WS-SUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF
           END-IF.

       0150-LOAD-XREF.

           OPEN INPUT XREF-FILE

           IF WS-XREF-STATUS = '35'
               DISPLAY 'LIB1SMNT: data/lib1isup.dat NOT FOUND - '
                   'STARTING A NEW CROSS-REFERENCE'
               MOVE ZERO TO WS-ISX-COUNT
           ELSE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'LIB1SMNT: UNABLE TO READ data/lib1isup.dat - '
                   'FILE STATUS ' WS-XREF-STATUS
                   ' - TRANSACTIONS NOT APPLIED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ISX-COUNT >= 9999
                               DISPLAY 'LIB1SMNT: data/lib1isup.dat '
                                   'HAS MORE THAN 9999 RECORDS - '
                                   'TRANSACTIONS NOT APPLIED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-ISX-COUNT
                               MOVE LIB1-ITEM-SUPPLIER-RECORD
                                 TO WS-ISX-ENTRY(WS-ISX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           END-IF.

       0200-APPLY-TRANSACTIONS.

           OPEN OUTPUT STATUS-OUT

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TRAN-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1000-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE TRAN-IN
           CLOSE STATUS-OUT.

       0300-REWRITE-SUPPLIERS.

           OPEN OUTPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS NOT = '00'
               DISPLAY 'LIB1SMNT: UNABLE TO OPEN data/lib1sup.dat FOR '
                   'REWRITE - FILE STATUS ' WS-SUPPLIER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-SUP-COUNT
                   MOVE WS-SUP-ENTRY(WS-SUP-IDX)
                     TO LIB1-SUPPLIER-RECORD
                   WRITE LIB1-SUPPLIER-RECORD
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF.

       0400-REWRITE-XREF.

           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'LIB1SMNT: UNABLE TO OPEN data/lib1isup.dat FOR '
                   'REWRITE - FILE STATUS ' WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ISX-IDX FROM 1 BY 1
                       UNTIL WS-ISX-IDX > WS-ISX-COUNT
                   MOVE WS-ISX-ENTRY(WS-ISX-IDX)
                     TO LIB1-ITEM-SUPPLIER-RECORD
                   WRITE LIB1-ITEM-SUPPLIER-RECORD
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       1000-APPLY-ONE-TRANSACTION.

           MOVE TRAN-IN-REC TO LIB1-SUP-TRAN-RECORD
           PERFORM 1100-FIND-SUPPLIER

           EVALUATE TRUE
               WHEN SPT-TYPE = 'S' AND SPT-CODE = 'A'
                   PERFORM 1200-ADD-SUPPLIER
               WHEN SPT-TYPE = 'S' AND SPT-CODE = 'C'
                   PERFORM 1300-CHANGE-SUPPLIER
               WHEN SPT-TYPE = 'S' AND SPT-CODE = 'D'
                   PERFORM 1400-DELETE-SUPPLIER
               WHEN SPT-TYPE = 'X'
                  AND (SPT-CODE = 'A' OR SPT-CODE = 'C'
                       OR SPT-CODE = 'D')
                   PERFORM 1150-FIND-XREF
                   EVALUATE SPT-CODE
                       WHEN 'A'
                           PERFORM 1500-ADD-XREF
                       WHEN 'C'
                           PERFORM 1600-CHANGE-XREF
                       WHEN OTHER
                           PERFORM 1700-DELETE-XREF
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'INVALID TRAN CODE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
           END-EVALUATE.

       1100-FIND-SUPPLIER.

           MOVE 'N' TO WS-SUP-FOUND-SW
           MOVE ZERO TO WS-SUP-FOUND-IDX

           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR WS-SUP-FOUND
               IF WS-SUP-ID(WS-SUP-IDX) = SPT-SUP-ID
                   SET WS-SUP-FOUND TO TRUE
                   MOVE WS-SUP-IDX TO WS-SUP-FOUND-IDX
               END-IF
           END-PERFORM.

       1150-FIND-XREF.

           MOVE 'N' TO WS-ISX-FOUND-SW
           MOVE ZERO TO WS-ISX-FOUND-IDX

           PERFORM VARYING WS-ISX-IDX FROM 1 BY 1
                   UNTIL WS-ISX-IDX > WS-ISX-COUNT
                      OR WS-ISX-FOUND
               IF WS-ISX-KEY(WS-ISX-IDX) = SPT-KEY
                  AND WS-ISX-SUP-ID(WS-ISX-IDX) = SPT-SUP-ID
                   SET WS-ISX-FOUND TO TRUE
                   MOVE WS-ISX-IDX TO WS-ISX-FOUND-IDX
               END-IF
           END-PERFORM.

       1160-FIND-MASTER-KEY.

           MOVE 'N' TO WS-MASTER-FOUND-SW

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-MASTER-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = SPT-KEY
                   SET WS-MASTER-FOUND TO TRUE
               END-IF
           END-PERFORM.

       1200-ADD-SUPPLIER.

           EVALUATE TRUE
               WHEN SPT-SUP-ID = SPACES
                   MOVE 'SUPPLIER ID BLANK' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-SUP-FOUND
                   MOVE 'DUPLICATE SUPPLIER' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-NAME = SPACES
                   MOVE 'SUPPLIER NAME BLANK' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-LEAD-DAYS IS NOT NUMERIC
                   MOVE 'LEAD TIME NOT NUMERIC' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-SUP-COUNT >= 9999
                   MOVE 'SUPPLIER FILE FULL' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-SUP-COUNT
                   MOVE WS-SUP-COUNT TO WS-SUP-FOUND-IDX
                   MOVE SPT-SUP-ID TO WS-SUP-ID(WS-SUP-FOUND-IDX)
                   PERFORM 1250-MOVE-SUPPLIER-DATA
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1250-MOVE-SUPPLIER-DATA.

           MOVE SPT-NAME      TO WS-SUP-NAME(WS-SUP-FOUND-IDX)
           MOVE SPT-CONTACT   TO WS-SUP-CONTACT(WS-SUP-FOUND-IDX)
           MOVE SPT-PHONE     TO WS-SUP-PHONE(WS-SUP-FOUND-IDX)
           MOVE SPT-LEAD-DAYS TO WS-SUP-LEAD-DAYS(WS-SUP-FOUND-IDX)
           MOVE SPT-TERMS     TO WS-SUP-TERMS(WS-SUP-FOUND-IDX).

       1300-CHANGE-SUPPLIER.

      *    A change re-keys the whole record - name, contact, lead
      *    time and terms all come from the transaction.
           EVALUATE TRUE
               WHEN NOT WS-SUP-FOUND
                   MOVE 'SUPPLIER NOT FOUND' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-NAME = SPACES
                   MOVE 'SUPPLIER NAME BLANK' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-LEAD-DAYS IS NOT NUMERIC
                   MOVE 'LEAD TIME NOT NUMERIC' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   PERFORM 1250-MOVE-SUPPLIER-DATA
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1400-DELETE-SUPPLIER.

      *    A supplier still on a cross-reference would leave LIB1ORD
      *    defaulting orders to a supplier that no longer exists, so
      *    the cross-references must be moved or deleted first.
           MOVE 'N' TO WS-SUP-IN-USE-SW
           PERFORM VARYING WS-ISX-IDX FROM 1 BY 1
                   UNTIL WS-ISX-IDX > WS-ISX-COUNT
               IF WS-ISX-SUP-ID(WS-ISX-IDX) = SPT-SUP-ID
                   SET WS-SUP-IN-USE TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-SUP-FOUND
                   MOVE 'SUPPLIER NOT FOUND' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-SUP-IN-USE
                   MOVE 'SUPPLIER IN USE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   PERFORM VARYING WS-SUP-IDX FROM WS-SUP-FOUND-IDX
                           BY 1 UNTIL WS-SUP-IDX >= WS-SUP-COUNT
                       MOVE WS-SUP-ENTRY(WS-SUP-IDX + 1)
                         TO WS-SUP-ENTRY(WS-SUP-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-SUP-COUNT
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1500-ADD-XREF.

           PERFORM 1160-FIND-MASTER-KEY

           EVALUATE TRUE
               WHEN NOT WS-SUP-FOUND
                   MOVE 'SUPPLIER NOT FOUND' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN NOT WS-MASTER-FOUND
                   MOVE 'ITEM NOT ON MASTER' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-ISX-FOUND
                   MOVE 'DUPLICATE CROSS-REF' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-PREFERRED NOT = 'Y'
                  AND SPT-PREFERRED NOT = 'N'
                  AND SPT-PREFERRED NOT = SPACE
                   MOVE 'BAD PREFERRED FLAG' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-LAST-COST IS NOT NUMERIC
                   MOVE 'COST NOT NUMERIC' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-ISX-COUNT >= 9999
                   MOVE 'CROSS-REF FILE FULL' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-ISX-COUNT
                   MOVE WS-ISX-COUNT TO WS-ISX-FOUND-IDX
                   MOVE SPT-KEY    TO WS-ISX-KEY(WS-ISX-FOUND-IDX)
                   MOVE SPT-SUP-ID TO WS-ISX-SUP-ID(WS-ISX-FOUND-IDX)
                   PERFORM 1550-MOVE-XREF-DATA
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1550-MOVE-XREF-DATA.

           IF SPT-PREFERRED = 'Y'
               PERFORM 1560-CLEAR-PREFERRED
               MOVE 'Y' TO WS-ISX-PREFERRED(WS-ISX-FOUND-IDX)
           ELSE
               MOVE 'N' TO WS-ISX-PREFERRED(WS-ISX-FOUND-IDX)
           END-IF

           MOVE SPT-LAST-COST TO WS-ISX-LAST-COST(WS-ISX-FOUND-IDX)

      *    A quote keyed without a date is taken as quoted today.
           IF SPT-QUOTE-DATE = SPACES
               MOVE WS-TODAY TO WS-ISX-QUOTE-DATE(WS-ISX-FOUND-IDX)
           ELSE
               MOVE SPT-QUOTE-DATE
                 TO WS-ISX-QUOTE-DATE(WS-ISX-FOUND-IDX)
           END-IF.

       1560-CLEAR-PREFERRED.

           PERFORM VARYING WS-ISX-IDX FROM 1 BY 1
                   UNTIL WS-ISX-IDX > WS-ISX-COUNT
               IF WS-ISX-KEY(WS-ISX-IDX) = SPT-KEY
                   MOVE 'N' TO WS-ISX-PREFERRED(WS-ISX-IDX)
               END-IF
           END-PERFORM.

       1600-CHANGE-XREF.

           EVALUATE TRUE
               WHEN NOT WS-ISX-FOUND
                   MOVE 'CROSS-REF NOT FOUND' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-PREFERRED NOT = 'Y'
                  AND SPT-PREFERRED NOT = 'N'
                  AND SPT-PREFERRED NOT = SPACE
                   MOVE 'BAD PREFERRED FLAG' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN SPT-LAST-COST IS NOT NUMERIC
                   MOVE 'COST NOT NUMERIC' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   PERFORM 1550-MOVE-XREF-DATA
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1700-DELETE-XREF.

           IF NOT WS-ISX-FOUND
               MOVE 'CROSS-REF NOT FOUND' TO WS-REJ-REASON
               PERFORM 1900-WRITE-REJECT
           ELSE
               PERFORM VARYING WS-ISX-IDX FROM WS-ISX-FOUND-IDX
                       BY 1 UNTIL WS-ISX-IDX >= WS-ISX-COUNT
                   MOVE WS-ISX-ENTRY(WS-ISX-IDX + 1)
                     TO WS-ISX-ENTRY(WS-ISX-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-ISX-COUNT
               PERFORM 1930-WRITE-ACCEPT
           END-IF.

       1900-WRITE-REJECT.

           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES        TO STATUS-OUT-REC
           MOVE SPT-TYPE      TO STO-TYPE
           MOVE SPT-CODE      TO STO-CODE
           MOVE SPT-SUP-ID    TO STO-SUP-ID
           IF SPT-TYPE = 'X'
               MOVE SPT-KEY   TO STO-KEY
           END-IF
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE WS-REJ-REASON TO STO-REASON
           WRITE STATUS-OUT-REC.

       1930-WRITE-ACCEPT.

           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES        TO STATUS-OUT-REC
           MOVE SPT-TYPE      TO STO-TYPE
           MOVE SPT-CODE      TO STO-CODE
           MOVE SPT-SUP-ID    TO STO-SUP-ID
           IF SPT-TYPE = 'X'
               MOVE SPT-KEY   TO STO-KEY
           END-IF
           MOVE 'ACCEPTED'    TO STO-RESULT
           WRITE STATUS-OUT-REC.
