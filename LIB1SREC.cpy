      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1SREC - Supplier master record, one per supplier,
      *            maintained by LIB1SMNT. SUP-LEAD-DAYS is the
      *            supplier's standard lead time in calendar days -
      *            LIB1ORD uses it to set the expected receipt date
      *            of an order keyed without one. SUP-TERMS is the
      *            payment terms as agreed with the supplier (e.g.
      *            'NET 30'), carried for purchasing's reference.
      *-----------------------------------------------------------------
       01  LIB1-SUPPLIER-RECORD.
           05  SUP-ID                   PIC X(06).
           05  SUP-NAME                 PIC X(30).
           05  SUP-CONTACT              PIC X(25).
           05  SUP-PHONE                PIC X(15).
           05  SUP-LEAD-DAYS            PIC 9(03).
           05  SUP-TERMS                PIC X(10).
