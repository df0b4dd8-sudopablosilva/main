      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1GREC - General-ledger feed record written nightly by LIB1GL
      *            to data/lib1gl.dat for the ledger to post, and
      *            proven by LIB1EOD. One 'H' header (run date,
      *            source system), one 'D' detail per account and
      *            warehouse carrying the night's debit and credit
      *            totals for that pair, and one 'T' trailer with the
      *            detail count and the debit and credit totals. The
      *            feed is in balance when the trailer's debits equal
      *            its credits and both equal the sums of the details.
      *            GLD-WHS is spaces for company-level lines.
      *-----------------------------------------------------------------
       01  LIB1-GL-RECORD.
           05  GL-TYPE                  PIC X(01).
               88  GL-HEADER            VALUE 'H'.
               88  GL-DETAIL            VALUE 'D'.
               88  GL-TRAILER           VALUE 'T'.
           05  GL-DATA                  PIC X(59).
           05  GL-HEADER-DATA REDEFINES GL-DATA.
               10  GLH-RUN-DATE         PIC X(08).
               10  GLH-SOURCE           PIC X(08).
               10  FILLER               PIC X(43).
           05  GL-DETAIL-DATA REDEFINES GL-DATA.
               10  GLD-ACCOUNT          PIC X(06).
               10  GLD-WHS              PIC X(03).
               10  GLD-DEBIT            PIC 9(11)V99.
               10  GLD-CREDIT           PIC 9(11)V99.
               10  GLD-DESC             PIC X(20).
               10  FILLER               PIC X(04).
           05  GL-TRAILER-DATA REDEFINES GL-DATA.
               10  GLT-COUNT            PIC 9(09).
               10  GLT-DEBITS           PIC 9(13)V99.
               10  GLT-CREDITS          PIC 9(13)V99.
               10  FILLER               PIC X(20).
