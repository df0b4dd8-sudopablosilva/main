      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1CHST - Count history record, one per item key per
      *            warehouse that has ever been counted, rewritten by
      *            LIB1CVAR as count lines close. CH-LAST-DATE is the
      *            sheet date of the last count posted for the
      *            location and CH-LAST-ID its count reference.
      *            LIB1CNT reads it to pick a rolling count: the
      *            locations gone longest without a count (never
      *            counted first) are put on the sheet, so a series
      *            of rolling counts works its way round the whole
      *            location file between wall-to-wall counts - the
      *            coverage auditors ask to see.
      *-----------------------------------------------------------------
       01  LIB1-COUNT-HISTORY-RECORD.
           05  CH-KEY                   PIC X(05).
           05  CH-WHS                   PIC X(03).
           05  CH-LAST-DATE             PIC X(08).
           05  CH-LAST-ID               PIC X(08).
