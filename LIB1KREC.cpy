      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1KREC - Customer order line record, one per order line,
      *            for the customer-order file. Lines are added and
      *            cancelled by LIB1ALOC from the order-entry
      *            transactions (LIB1KTRN); LIB1ALOC then reserves
      *            on-hand stock against every open line in file
      *            (entry) sequence, so the oldest order is served
      *            first. CO-ALLOC-QTY is the stock currently
      *            reserved for the line at CO-WHS; whatever of
      *            CO-ORDER-QTY is neither shipped nor allocated is
      *            on backorder. LIB1MOV relieves the allocation as
      *            'I' issues carrying the order number in MOV-REF
      *            ship against the line, and LIB1 nets allocations
      *            off on-hand to give available-to-promise.
      *            CO-STATUS: 'O' = open,
      *                       'C' = complete (shipped in full),
      *                       'X' = cancelled.
      *            CO-ORDER-DATE and CO-CLOSE-DATE are YYYYMMDD;
      *            CO-CLOSE-DATE is spaces while the line is open.
      *            Completed and cancelled lines stay on file as
      *            order history.
      *-----------------------------------------------------------------
       01  LIB1-CUST-ORDER-RECORD.
           05  CO-ORDER                 PIC X(08).
           05  CO-LINE                  PIC 9(03).
           05  CO-CUST                  PIC X(08).
           05  CO-KEY                   PIC X(05).
           05  CO-WHS                   PIC X(03).
           05  CO-ORDER-QTY             PIC 9(05).
           05  CO-SHIP-QTY              PIC 9(05).
           05  CO-ALLOC-QTY             PIC 9(05).
           05  CO-ORDER-DATE            PIC X(08).
           05  CO-STATUS                PIC X(01).
           05  CO-CLOSE-DATE            PIC X(08).
