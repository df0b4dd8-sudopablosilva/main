      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1SUPT - ADD/CHANGE/DELETE maintenance transaction layout
      *            used by LIB1SMNT for the supplier master (LIB1SREC)
      *            and the item-to-supplier cross-reference
      *            (LIB1ISUP).
      *            SPT-TYPE:  'S' = supplier master record,
      *                       'X' = item-to-supplier cross-reference.
      *            SPT-CODE:  'A' = ADD, 'C' = CHANGE, 'D' = DELETE.
      *            A supplier transaction carries the supplier's
      *            details in SPT-SUPPLIER-DATA; a cross-reference
      *            transaction carries the item key, preferred flag
      *            and quoted cost in SPT-XREF-DATA. A DELETE needs
      *            only the keys.
      *-----------------------------------------------------------------
       01  LIB1-SUP-TRAN-RECORD.
           05  SPT-TYPE                 PIC X(01).
           05  SPT-CODE                 PIC X(01).
           05  SPT-SUP-ID               PIC X(06).
           05  SPT-DATA                 PIC X(83).
           05  SPT-SUPPLIER-DATA REDEFINES SPT-DATA.
               10  SPT-NAME             PIC X(30).
               10  SPT-CONTACT          PIC X(25).
               10  SPT-PHONE            PIC X(15).
               10  SPT-LEAD-DAYS        PIC 9(03).
               10  SPT-TERMS            PIC X(10).
           05  SPT-XREF-DATA REDEFINES SPT-DATA.
               10  SPT-KEY              PIC X(05).
               10  SPT-PREFERRED        PIC X(01).
               10  SPT-LAST-COST        PIC 9(05)V99.
               10  SPT-QUOTE-DATE       PIC X(08).
               10  FILLER               PIC X(62).
