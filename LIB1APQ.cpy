      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1APQ - Approval queue record (data/lib1apq.dat). A change
      *           that goes past a shop limit is held here instead of
      *           being applied: LIB1MNT holds maintenance deletes of
      *           items with stock on hand, changes that override the
      *           unit cost, and changes that move the price by more
      *           than the limit; LIB1PRC holds price changes past
      *           the same limit. APQ-TRAN keeps the transaction
      *           exactly as keyed (a LIB1TRAN image for source 'M',
      *           a price-change transaction for source 'P') and
      *           APQ-NOTE says in words what it would do.
      *           A supervisor releases or rejects each held change
      *           through LIB1APRV; a released change is applied by
      *           the next run of the program that held it, which
      *           marks it applied (or failed, when the master no
      *           longer allows it). APQ-HOLD-QTY is the on-hand at
      *           the time of the hold, so a released maintenance
      *           CHANGE keeps the stock movements posted while it
      *           waited; it keeps the moving-average cost they set
      *           too, unless APQ-REASON shows it was held - and
      *           approved - as a cost override. Entries are numbered
      *           in APQ-SEQ order and
      *           finished ones are kept for the audit trail until
      *           LIB1MNT ages them off.
      *-----------------------------------------------------------------
       01  LIB1-APPROVAL-RECORD.
           05  APQ-SEQ                  PIC 9(06).
           05  APQ-SOURCE               PIC X(01).
               88  APQ-FROM-MAINT       VALUE 'M'.
               88  APQ-FROM-PRICE       VALUE 'P'.
           05  APQ-REASON               PIC X(01).
               88  APQ-PRICE-MOVE       VALUE 'P'.
               88  APQ-DELETE-ON-HAND   VALUE 'D'.
               88  APQ-COST-OVERRIDE    VALUE 'C'.
           05  APQ-STATUS               PIC X(01).
               88  APQ-HELD             VALUE 'H'.
               88  APQ-RELEASED         VALUE 'R'.
               88  APQ-REJECTED         VALUE 'X'.
               88  APQ-APPLIED          VALUE 'A'.
               88  APQ-FAILED           VALUE 'F'.
               88  APQ-FINISHED         VALUES 'X' 'A' 'F'.
           05  APQ-KEY                  PIC X(05).
           05  APQ-OPERATOR             PIC X(08).
           05  APQ-HOLD-DATE            PIC X(08).
           05  APQ-HOLD-TIME            PIC X(06).
           05  APQ-HOLD-QTY             PIC 9(05).
           05  APQ-NOTE                 PIC X(30).
           05  APQ-SUPERVISOR           PIC X(08).
           05  APQ-ACTION-DATE          PIC X(08).
           05  APQ-ACTION-TIME          PIC X(06).
           05  APQ-TRAN                 PIC X(64).
