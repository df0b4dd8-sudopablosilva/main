      * LIB1TRAN - ADD/CHANGE/DELETE maintenance transaction layout
      *            used by LIB1MNT to update the LIB1 master file.
      *            TRAN-CODE: 'A' = ADD, 'C' = CHANGE, 'D' = DELETE.
      *            TRAN-OPERATOR is the sign-on ID of whoever keyed
      *            the transaction; LIB1EDIT checks it against the
      *            operator authority file for the transaction code
      *            and LIB1MNT carries it into the journal.
      *-----------------------------------------------------------------
       01  LIB1-TRAN-RECORD.
           05  TRAN-CODE                PIC X(01).
           05  TRAN-REORDER-PT          PIC 9(05).
           05  TRAN-REORDER-QTY         PIC 9(05).
           05  TRAN-COST                PIC 9(05)V99.
           05  TRAN-OPERATOR            PIC X(08).
