      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1QREC - ABC class record, one per active item, written by
      *            LIB1ABC to data/lib1abc.dat each time the Pareto
      *            analysis is run and read back by the LIB1 inquiry
      *            and by LIB1VAL so the class travels with the item.
      *            ABC-USAGE-QTY is the item's issue volume over the
      *            twelve months of usage history and ABC-USAGE-VALUE
      *            that volume at the item's unit cost. ABC-RANK is
      *            the item's position by descending usage value and
      *            ABC-CUM-PCT the share of the total usage value
      *            taken by the items ranked up to and including it.
      *            ABC-CLASS is 'A', 'B' or 'C'; ABC-PRIOR-CLASS is
      *            the class the previous run gave the item (spaces
      *            when it was not classified then). ABC-RUN-DATE is
      *            the YYYYMMDD date of the run that wrote the record.
      *-----------------------------------------------------------------
       01  LIB1-ABC-RECORD.
           05  ABC-KEY                  PIC X(05).
           05  ABC-CLASS                PIC X(01).
               88  ABC-CLASS-A          VALUE 'A'.
               88  ABC-CLASS-B          VALUE 'B'.
               88  ABC-CLASS-C          VALUE 'C'.
           05  ABC-RANK                 PIC 9(05).
           05  ABC-USAGE-QTY            PIC 9(09).
           05  ABC-USAGE-VALUE          PIC 9(11)V99.
           05  ABC-CUM-PCT              PIC 9(03)V99.
           05  ABC-PRIOR-CLASS          PIC X(01).
           05  ABC-RUN-DATE             PIC X(08).
