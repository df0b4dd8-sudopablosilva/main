      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1CREC - Physical inventory count snapshot record, one per
      *            item key per warehouse on the count, written by
      *            LIB1CNT when the count sheets are cut and carried
      *            through to posting by LIB1CVAR.
      *            CNT-ID is the count reference; it is the MOV-REF
      *            on every 'J' adjustment the count posts, so the
      *            movement journal ties each correction back to the
      *            count that produced it.
      *            CNT-BOOK-QTY is the warehouse on-hand frozen at
      *            sheet time. Counters count the shelf as it stood
      *            at that cutoff, and the variance posted is counted
      *            less frozen book - movements posted after the
      *            cutoff are on both the book and the shelf, so they
      *            do not disturb the variance.
      *            CNT-STATUS: 'S' = on the sheet, not yet counted,
      *                        'C' = counted, variance not posted,
      *                        'J' = 'J' adjustment sent to LIB1MOV,
      *                              not yet seen on the movement
      *                              journal,
      *                        'P' = posted (or no variance) - closed.
      *            CNT-TYPE:   'F' = full (wall-to-wall) count,
      *                        'R' = rolling cycle count.
      *            CNT-APPROVED is 'Y' once a variance outside the
      *            tolerance has been approved for posting.
      *-----------------------------------------------------------------
       01  LIB1-COUNT-RECORD.
           05  CNT-ID                   PIC X(08).
           05  CNT-KEY                  PIC X(05).
           05  CNT-WHS                  PIC X(03).
           05  CNT-BOOK-QTY             PIC 9(05).
           05  CNT-COUNTED-QTY          PIC 9(05).
           05  CNT-STATUS               PIC X(01).
           05  CNT-TYPE                 PIC X(01).
           05  CNT-SHEET-DATE           PIC X(08).
           05  CNT-APPROVED             PIC X(01).
