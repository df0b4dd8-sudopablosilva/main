      *            receipt; ORD-CLOSE-DATE is the posting date of the
      *            receipt that closed it, spaces while open. Closed
      *            orders stay on file as ordering history.
      *            ORD-SUPPLIER is the supplier (LIB1SREC) the order
      *            was placed with, stamped by LIB1ORD; orders opened
      *            before suppliers were tracked carry spaces and are
      *            reported by LIB1SCRD as an unknown supplier.
      *-----------------------------------------------------------------
       01  LIB1-ORDER-RECORD.
           05  ORD-KEY                  PIC X(05).
           05  ORD-EXPECT-DATE          PIC X(08).
           05  ORD-STATUS               PIC X(01).
           05  ORD-CLOSE-DATE           PIC X(08).
           05  ORD-SUPPLIER             PIC X(06).
