      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1UREC - Operator authority record, one per operator ID, in
      *            data/lib1auth.dat. Each AUT-ALLOW- flag is 'Y' when
      *            the operator may key that transaction type:
      *            maintenance ADD, CHANGE and DELETE (LIB1EDIT),
      *            price changes (LIB1PRC), and release or rejection
      *            of held changes in the approval queue (LIB1APRV).
      *            Anything other than 'Y' means not authorized. The
      *            file is kept by security administration, not by
      *            any program in this system.
      *-----------------------------------------------------------------
       01  LIB1-AUTHORITY-RECORD.
           05  AUT-OPERATOR             PIC X(08).
           05  AUT-NAME                 PIC X(20).
           05  AUT-ALLOW-ADD            PIC X(01).
           05  AUT-ALLOW-CHANGE         PIC X(01).
           05  AUT-ALLOW-DELETE         PIC X(01).
           05  AUT-ALLOW-PRICE          PIC X(01).
           05  AUT-ALLOW-APPROVE        PIC X(01).
