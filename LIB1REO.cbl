               10  WS-ORD-EXPECT-DATE   PIC X(08).
               10  WS-ORD-STATUS        PIC X(01).
               10  WS-ORD-CLOSE-DATE    PIC X(08).
               10  WS-ORD-SUPPLIER      PIC X(06).

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
