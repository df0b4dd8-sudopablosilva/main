      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1EREC - Lot stock record (data/lib1lot.dat), one per item,
      *            warehouse and lot number, maintained by LIB1MOV.
      *            Lots sit underneath the location record (LIB1LREC):
      *            the LOT-QTY of an item's lots at a warehouse adds
      *            up to no more than that warehouse's LIB1L-QTY, and
      *            whatever of LIB1L-QTY no lot accounts for is stock
      *            received without a lot number. A lot is created by
      *            the first 'R' receipt that names it, and moves
      *            between warehouses with the 'T'/'U' transfer legs
      *            that name it. LOT-EXPIRY is YYYYMMDD, spaces for a
      *            lot that does not expire; the lot may be issued up
      *            to and including that date and is blocked from
      *            issue after it. LOT-RECEIPT-DATE and LOT-REF are
      *            the date and document reference of the receipt
      *            that first brought the lot into the warehouse.
      *            Lots drawn down to zero are dropped from the file;
      *            their history stays on the lot journal (LIB1EJRN).
      *-----------------------------------------------------------------
       01  LIB1-LOT-RECORD.
           05  LOT-KEY                  PIC X(05).
           05  LOT-WHS                  PIC X(03).
           05  LOT-NUMBER               PIC X(10).
           05  LOT-EXPIRY               PIC X(08).
           05  LOT-QTY                  PIC 9(05).
           05  LOT-RECEIPT-DATE         PIC X(08).
           05  LOT-REF                  PIC X(08).
