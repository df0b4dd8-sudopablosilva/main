      *            The journal accumulates across runs and is never
      *            cycled, so records in this shape remain on
      *            data/lib1mov-jrn.dat indefinitely; every journal
      *            reader (LIB1RCN, LIB1USG, LIB1DLT, LIB1GL) converts
      *            them in place after the READ. A record is in this
      *            shape when the byte where MJ-WHS now starts holds
      *            the quantity's leading separate sign ('+' or '-') -
      *            a warehouse code never starts with a sign.
      *-----------------------------------------------------------------
       01  LIB1-MOV-JOURNAL-OLD.
           05  OLD-MJ-DATE              PIC X(08).
