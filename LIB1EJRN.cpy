      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1EJRN - Lot journal record (data/lib1lot-jrn.dat) written
      *            by LIB1MOV, one per lot a posted movement touched,
      *            stamped with the run date and time. An issue
      *            spread over several lots writes one record per lot
      *            drawn. LJ-QTY is the signed quantity into (+) or
      *            out of (-) lot LJ-LOT at warehouse LJ-WHS; LJ-REF
      *            is the movement's MOV-REF (the customer order
      *            number on an issue that shipped against one) and
      *            LJ-TO-WHS the destination of a 'T' transfer. The
      *            journal accumulates across runs and is the trail
      *            LIB1LTRC follows to say where a lot went.
      *-----------------------------------------------------------------
       01  LIB1-LOT-JOURNAL-RECORD.
           05  LJ-DATE                  PIC X(08).
           05  LJ-TIME                  PIC X(06).
           05  LJ-CODE                  PIC X(01).
           05  LJ-KEY                   PIC X(05).
           05  LJ-WHS                   PIC X(03).
           05  LJ-LOT                   PIC X(10).
           05  LJ-EXPIRY                PIC X(08).
           05  LJ-QTY                   PIC S9(05) SIGN IS LEADING
                                        SEPARATE CHARACTER.
           05  LJ-REF                   PIC X(08).
           05  LJ-TO-WHS                PIC X(03).
