      * LIB1ORD - Open purchase-order create. Reads the approved
      *           suggestions purchasing keys from the LIB1REO buy
      *           list (key, quantity ordered, expected receipt
      *           date, supplier), validates each one - the key must
      *           exist on the master, the quantity must be numeric
      *           and non-zero, the expected date must be a plausible
      *           YYYYMMDD - and appends one open-order record
      *           (LIB1OREC, status 'O', order date = today) to the
      *           open-order file where it waits for the matching 'R'
      *           receipt to be posted through LIB1MOV. Bad
      *           transactions go to TRAN-REJECT with a reason, the
      *           same pattern LIB1PRC uses for price changes.
      *           Every order is stamped with the supplier it was
      *           placed with: a supplier keyed on the approval must
      *           be on the supplier master (LIB1SREC); a blank one
      *           takes the item's preferred supplier from the
      *           cross-reference (LIB1ISUP). A blank expected date
      *           defaults to today plus that supplier's standard
      *           lead time. Approvals keyed before the supplier was
      *           added to the layout are 18 bytes long and simply
      *           read as a blank supplier.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1ORD.
           SELECT TRAN-REJECT ASSIGN TO "data/lib1ord-rej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT SUPPLIER-IN ASSIGN TO "data/lib1sup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT XREF-IN ASSIGN TO "data/lib1isup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-IN.
       01  TRAN-IN-REC                  PIC X(24).

       FD  ORDER-OUT.
       copy LIB1OREC.

       FD  TRAN-REJECT.
       01  TRAN-REJECT-REC.
           05  REJ-TRAN                 PIC X(24).
           05  FILLER                   PIC X(01).
           05  REJ-REASON               PIC X(25).

       FD  SUPPLIER-IN.
       copy LIB1SREC.

       FD  XREF-IN.
       copy LIB1ISUP.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02).
       01  WS-ORDER-STATUS              PIC X(02).
       01  WS-REJECT-STATUS             PIC X(02).
       01  WS-SUPPLIER-STATUS           PIC X(02).
       01  WS-XREF-STATUS               PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-REJ-REASON                PIC X(25).
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.

       01  WS-TODAY                     PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                        PIC 9(08).

       01  WS-ORD-TRAN.
           05  OTR-KEY                  PIC X(05).
               10  OTR-EXP-YYYY         PIC 9(04).
               10  OTR-EXP-MM           PIC 9(02).
               10  OTR-EXP-DD           PIC 9(02).
           05  OTR-SUPPLIER             PIC X(06).

      *    Supplier master and item cross-reference, loaded once so
      *    each approval can be checked and defaulted in memory.
       01  WS-SUP-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-SUP-IDX                   PIC 9(05).
       01  WS-SUP-FOUND-IDX             PIC 9(05).
       01  WS-SUP-FOUND-SW              PIC X(01).
           88  WS-SUP-FOUND             VALUE 'Y'.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY             OCCURS 9999 TIMES.
               10  WS-SUP-ID            PIC X(06).
               10  WS-SUP-LEAD-DAYS     PIC 9(03).

       01  WS-ISX-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ISX-IDX                   PIC 9(05).
       01  WS-ISX-FOUND-SW              PIC X(01).
           88  WS-ISX-FOUND             VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-ISX-ENTRY             OCCURS 9999 TIMES.
               10  WS-ISX-KEY           PIC X(05).
               10  WS-ISX-SUP-ID        PIC X(06).

       01  WS-EXPECT-DAYS               PIC 9(07).

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
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

           OPEN EXTEND ORDER-OUT
           IF WS-ORDER-STATUS NOT = '00'
               OPEN OUTPUT ORDER-OUT

           GOBACK.

       0100-LOAD-SUPPLIERS.

      *    A supplier master that does not exist yet just means no
      *    suppliers are set up, so every approval rejects; one that
      *    exists but cannot be read would reject a whole day's
      *    orders for no good reason, so abend instead.
           OPEN INPUT SUPPLIER-IN

           IF WS-SUPPLIER-STATUS = '35'
               DISPLAY 'LIB1ORD: data/lib1sup.dat NOT FOUND - '
                   'NO SUPPLIERS ON FILE'
           ELSE
           IF WS-SUPPLIER-STATUS NOT = '00'
               DISPLAY 'LIB1ORD: UNABLE TO READ data/lib1sup.dat - '
                   'FILE STATUS ' WS-SUPPLIER-STATUS
                   ' - ORDERS NOT OPENED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SUPPLIER-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SUP-COUNT >= 9999
                               DISPLAY 'LIB1ORD: data/lib1sup.dat '
                                   'HAS MORE THAN 9999 RECORDS - '
                                   'ORDERS NOT OPENED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-SUP-COUNT
                               MOVE SUP-ID
                                 TO WS-SUP-ID(WS-SUP-COUNT)
                               MOVE SUP-LEAD-DAYS
                                 TO WS-SUP-LEAD-DAYS(WS-SUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-IN
               MOVE 'N' TO WS-EOF-SW
           END-IF
           END-IF.

       0150-LOAD-XREF.

      *    Only the preferred supplier for each item is kept - that
      *    is the one a blank supplier on the approval defaults to.
           OPEN INPUT XREF-IN

           IF WS-XREF-STATUS = '35'
               DISPLAY 'LIB1ORD: data/lib1isup.dat NOT FOUND - '
                   'NO PREFERRED SUPPLIERS ON FILE'
           ELSE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'LIB1ORD: UNABLE TO READ data/lib1isup.dat - '
                   'FILE STATUS ' WS-XREF-STATUS
                   ' - ORDERS NOT OPENED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ XREF-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ISX-PREFERRED = 'Y'
                               IF WS-ISX-COUNT >= 9999
                                   DISPLAY 'LIB1ORD: data/lib1isup.dat'
                                       ' HAS MORE THAN 9999 PREFERRED'
                                       ' SUPPLIERS - ORDERS NOT OPENED'
                                   MOVE 16 TO RETURN-CODE
                                   SET WS-EOF TO TRUE
                               ELSE
                                   ADD 1 TO WS-ISX-COUNT
                                   MOVE ISX-KEY
                                     TO WS-ISX-KEY(WS-ISX-COUNT)
                                   MOVE ISX-SUP-ID
                                     TO WS-ISX-SUP-ID(WS-ISX-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-IN
               MOVE 'N' TO WS-EOF-SW
           END-IF
           END-IF.

       1000-EDIT-ONE-TRANSACTION.

           ADD 1 TO WS-READ-COUNT
                   MOVE 'QTY NOT NUMERIC OR ZERO' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               ELSE
                   PERFORM 1150-RESOLVE-SUPPLIER
                   IF NOT WS-SUP-FOUND
                       PERFORM 1900-WRITE-REJECT
                   ELSE
                       IF OTR-EXPECT-DATE = SPACES
                           PERFORM 1170-DEFAULT-EXPECT-DATE
                       END-IF
                       IF OTR-EXPECT-DATE IS NOT NUMERIC
                          OR OTR-EXP-MM < 01 OR OTR-EXP-MM > 12
                          OR OTR-EXP-DD < 01 OR OTR-EXP-DD > 31
                           MOVE 'INVALID EXPECTED DATE'
                             TO WS-REJ-REASON
                           PERFORM 1900-WRITE-REJECT
                       ELSE
                           PERFORM 1200-WRITE-OPEN-ORDER
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

       1150-RESOLVE-SUPPLIER.

      *    Leaves WS-SUP-FOUND set and OTR-SUPPLIER filled in when
      *    the order has a supplier to go to; otherwise the reject
      *    reason is left in WS-REJ-REASON for the caller.
           MOVE 'N' TO WS-SUP-FOUND-SW

           IF OTR-SUPPLIER = SPACES
               MOVE 'N' TO WS-ISX-FOUND-SW
               PERFORM VARYING WS-ISX-IDX FROM 1 BY 1
                       UNTIL WS-ISX-IDX > WS-ISX-COUNT
                          OR WS-ISX-FOUND
                   IF WS-ISX-KEY(WS-ISX-IDX) = OTR-KEY
                       SET WS-ISX-FOUND TO TRUE
                       MOVE WS-ISX-SUP-ID(WS-ISX-IDX) TO OTR-SUPPLIER
                   END-IF
               END-PERFORM
               IF NOT WS-ISX-FOUND
                   MOVE 'NO PREFERRED SUPPLIER' TO WS-REJ-REASON
               ELSE
                   PERFORM 1160-FIND-SUPPLIER
               END-IF
           ELSE
               PERFORM 1160-FIND-SUPPLIER
           END-IF.

       1160-FIND-SUPPLIER.

           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR WS-SUP-FOUND
               IF WS-SUP-ID(WS-SUP-IDX) = OTR-SUPPLIER
                   SET WS-SUP-FOUND TO TRUE
                   MOVE WS-SUP-IDX TO WS-SUP-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-SUP-FOUND
               MOVE 'SUPPLIER NOT ON FILE' TO WS-REJ-REASON
           END-IF.

       1170-DEFAULT-EXPECT-DATE.

           COMPUTE WS-EXPECT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + WS-SUP-LEAD-DAYS(WS-SUP-FOUND-IDX)
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPECT-DAYS)
             TO OTR-EXPECT-DATE.

       1200-WRITE-OPEN-ORDER.

           ADD 1 TO WS-OPENED-COUNT
           MOVE WS-TODAY        TO ORD-DATE
           MOVE OTR-EXPECT-DATE TO ORD-EXPECT-DATE
           MOVE 'O'             TO ORD-STATUS
           MOVE OTR-SUPPLIER    TO ORD-SUPPLIER
           WRITE LIB1-ORDER-RECORD.

       1900-WRITE-REJECT.
