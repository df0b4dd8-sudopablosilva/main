      *          LIB1-O-LOC-COUNT and LIB1-O-LOC-ENTRY carry the
      *          per-warehouse breakdown behind it (up to 10
      *          warehouses per item), filled only when the lookup
      *          found the key. LIB1-O-LOC-ALLOC is the stock in
      *          that warehouse LIB1ALOC has reserved for open
      *          customer orders and LIB1-O-LOC-ATP what is left to
      *          promise (on-hand less allocated, never below
      *          zero); LIB1-O-ALLOC and LIB1-O-ATP are the same
      *          figures summed over all of the item's warehouses.
      *          LIB1-O-ABC-CLASS is the item's class from the last
      *          LIB1ABC run ('A', 'B' or 'C'; spaces when the item
      *          has not been classified).
      *-----------------------------------------------------------------
           05  LIB1-I-KEY               PIC X(05).
           05  LIB1-O-ERR               PIC X(02).
           05  LIB1-O-LOC-ENTRY OCCURS 10 TIMES.
               10  LIB1-O-LOC-WHS       PIC X(03).
               10  LIB1-O-LOC-QTY       PIC 9(05).
               10  LIB1-O-LOC-ALLOC     PIC 9(05).
               10  LIB1-O-LOC-ATP       PIC 9(05).
           05  LIB1-O-ALLOC             PIC 9(05).
           05  LIB1-O-ATP               PIC 9(05).
           05  LIB1-O-ABC-CLASS         PIC X(01).
