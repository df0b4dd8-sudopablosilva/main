      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1ISUP - Item-to-supplier cross-reference record, one per
      *            item key per supplier that can supply it,
      *            maintained by LIB1SMNT. ISX-PREFERRED 'Y' marks the
      *            one supplier LIB1ORD orders the item from when the
      *            approved suggestion names none; at most one
      *            supplier per item carries it. ISX-LAST-COST is the
      *            supplier's last quoted unit cost for the item and
      *            ISX-QUOTE-DATE (YYYYMMDD) when it was quoted.
      *-----------------------------------------------------------------
       01  LIB1-ITEM-SUPPLIER-RECORD.
           05  ISX-KEY                  PIC X(05).
           05  ISX-SUP-ID               PIC X(06).
           05  ISX-PREFERRED            PIC X(01).
           05  ISX-LAST-COST            PIC 9(05)V99.
           05  ISX-QUOTE-DATE           PIC X(08).
