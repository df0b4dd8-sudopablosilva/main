      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1BREC - Bill-of-materials record (data/lib1bom.dat), one
      *            per component of a kit item built in-house,
      *            maintained by LIB1BMNT. BOM-KIT-KEY is the kit's
      *            key on the LIB1 master, BOM-COMP-KEY the key of
      *            one component (also on the master, never the kit
      *            itself) and BOM-QTY-PER how many of the component
      *            go into one kit. LIB1MOV's 'B' build issues
      *            BOM-QTY-PER times the kits built of every
      *            component and its 'D' disassembly puts them back;
      *            LIB1KAVL reports how many kits the stock on hand
      *            would build and where each component is used.
      *-----------------------------------------------------------------
       01  LIB1-BOM-RECORD.
           05  BOM-KIT-KEY              PIC X(05).
           05  BOM-COMP-KEY             PIC X(05).
           05  BOM-QTY-PER              PIC 9(03).
