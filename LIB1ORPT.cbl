      *            open-order file LIB1ORD maintains and prints every
      *            order still open (key, description from the
      *            master, quantity ordered, order date, expected
      *            receipt, supplier), flagging '*' any order whose
      *            expected receipt date has already passed, so
      *            purchasing can chase overdue deliveries instead of
      *            hand-keeping a spreadsheet of what is on order.
      *            Closed orders are counted in the trailer but not
      *            listed - they are history, not workload.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1ORPT.
           05  FILLER                   PIC X(10) VALUE 'ORDER DATE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'EXPECTED'.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'SUPPLIER'.

       01  DETAIL-LINE.
           05  DL-KEY                   PIC X(05).
           05  DL-EXPECT-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FLAG                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SUPPLIER              PIC X(06).

       01  TRAILER-LINE.
           05  FILLER                   PIC X(21)
               MOVE ORD-QTY          TO DL-QTY
               MOVE ORD-DATE         TO DL-ORDER-DATE
               MOVE ORD-EXPECT-DATE  TO DL-EXPECT-DATE
               MOVE ORD-SUPPLIER     TO DL-SUPPLIER

               IF ORD-EXPECT-DATE < WS-TODAY
                   MOVE '*' TO DL-FLAG
