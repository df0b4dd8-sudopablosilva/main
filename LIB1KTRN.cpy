      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1KTRN - Customer order-entry transaction layout read by
      *            LIB1ALOC ahead of each allocation run.
      *            KT-CODE: 'A' = ADD an order line (KT-ORDER/KT-LINE
      *                           must not already be on file),
      *                     'X' = CANCEL an open order line, releasing
      *                           whatever was allocated to it; only
      *                           KT-ORDER and KT-LINE are needed.
      *            KT-WHS is the warehouse the line is to ship from.
      *-----------------------------------------------------------------
       01  LIB1-CUST-ORDER-TRAN.
           05  KT-CODE                  PIC X(01).
           05  KT-ORDER                 PIC X(08).
           05  KT-LINE                  PIC 9(03).
           05  KT-CUST                  PIC X(08).
           05  KT-KEY                   PIC X(05).
           05  KT-WHS                   PIC X(03).
           05  KT-QTY                   PIC 9(05).
