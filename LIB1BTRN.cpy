      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1BTRN - ADD/CHANGE/DELETE maintenance transaction layout
      *            used by LIB1BMNT for the bill of materials
      *            (LIB1BREC), one transaction per kit component.
      *            BMT-CODE:  'A' = ADD a component to the kit,
      *                       'C' = CHANGE its quantity per kit,
      *                       'D' = DELETE it from the kit.
      *            A DELETE needs only the two keys.
      *-----------------------------------------------------------------
       01  LIB1-BOM-TRAN-RECORD.
           05  BMT-CODE                 PIC X(01).
           05  BMT-KIT-KEY              PIC X(05).
           05  BMT-COMP-KEY             PIC X(05).
           05  BMT-QTY-PER              PIC 9(03).
