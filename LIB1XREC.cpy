      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1XREC - In-transit stock record, one per item per
      *            inter-warehouse transfer, written by LIB1MOV when a
      *            'T' transfer ships stock out of XIT-FROM-WHS and
      *            worked off by the 'U' receipt confirmations at
      *            XIT-TO-WHS. XIT-REF is the transfer reference both
      *            legs carry in MOV-REF/MJ-REF. XIT-OPEN-QTY is the
      *            quantity shipped but not yet confirmed received -
      *            stock that has left one warehouse's LIB1L-QTY,
      *            has not reached the other's, and is still part of
      *            the master LIB1M-QTY total, which a transfer never
      *            changes.
      *            XIT-STATUS: 'O' = open (quantity in transit),
      *                        'C' = closed (fully received).
      *            XIT-SHIP-DATE and XIT-CLOSE-DATE are YYYYMMDD.
      *            XIT-LOT and XIT-EXPIRY carry the lot a 'T' named
      *            (LIB1EREC) so the 'U' receipt re-creates it at the
      *            destination; spaces when the stock shipped was not
      *            lot controlled.
      *-----------------------------------------------------------------
       01  LIB1-TRANSIT-RECORD.
           05  XIT-REF                  PIC X(08).
           05  XIT-KEY                  PIC X(05).
           05  XIT-FROM-WHS             PIC X(03).
           05  XIT-TO-WHS               PIC X(03).
           05  XIT-SHIP-QTY             PIC 9(05).
           05  XIT-OPEN-QTY             PIC 9(05).
           05  XIT-SHIP-DATE            PIC X(08).
           05  XIT-STATUS               PIC X(01).
           05  XIT-CLOSE-DATE           PIC X(08).
           05  XIT-LOT                  PIC X(10).
           05  XIT-EXPIRY               PIC X(08).
