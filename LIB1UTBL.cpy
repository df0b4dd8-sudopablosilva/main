      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1UTBL - In-memory operator authority table shared between
      *            LIB1ULOD (which populates it from the authority
      *            file, LIB1UREC) and the programs that check who
      *            keyed a transaction (LIB1EDIT, LIB1PRC, LIB1APRV).
      *            Follows the same pattern as LIB1LTBL.
      *
      *            LIB1UT-LOAD-STATUS is set by LIB1ULOD: 'Y' =
      *            loaded in full, 'N' = the authority file could not
      *            be read, or held more operators than the table
      *            carries. Callers must treat 'N' as an outage -
      *            with no authority table nobody can be shown to be
      *            authorized, so nothing may be processed.
      *-----------------------------------------------------------------
       01  LIB1-AUTHORITY-TABLE.
           05  LIB1UT-LOAD-STATUS       PIC X(01).
               88  LIB1UT-LOAD-OK       VALUE 'Y'.
           05  LIB1UT-COUNT             PIC 9(05).
           05  LIB1UT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON LIB1UT-COUNT
                   INDEXED BY LIB1UT-IDX.
               10  LIB1UT-OPERATOR      PIC X(08).
               10  LIB1UT-NAME          PIC X(20).
               10  LIB1UT-ALLOW-ADD     PIC X(01).
               10  LIB1UT-ALLOW-CHANGE  PIC X(01).
               10  LIB1UT-ALLOW-DELETE  PIC X(01).
               10  LIB1UT-ALLOW-PRICE   PIC X(01).
               10  LIB1UT-ALLOW-APPROVE PIC X(01).
