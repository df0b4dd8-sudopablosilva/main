      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1ULOD - Reads the operator authority file in full into the
      *            caller's LIB1-AUTHORITY-TABLE (LIB1UTBL). Shared by
      *            LIB1EDIT, LIB1PRC and LIB1APRV so there is one
      *            place that knows how the authority file is stored
      *            - the same role LIB1LLOD plays for the location
      *            file. Unlike the location file, a missing or
      *            oversized authority file is never treated as
      *            empty: LIB1UT-LOAD-STATUS is left 'N' and the
      *            caller must stop rather than let every operator
      *            through or turn every transaction away.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1ULOD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO "data/lib1auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
       copy LIB1UREC.

       WORKING-STORAGE SECTION.
       01  WS-AUTHORITY-STATUS          PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-OVERFLOW-SW               PIC X(01) VALUE 'N'.
           88  WS-OVERFLOW              VALUE 'Y'.

       LINKAGE SECTION.
       copy LIB1UTBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LIB1-AUTHORITY-TABLE.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZERO TO LIB1UT-COUNT
           MOVE 'N'  TO WS-EOF-SW
           MOVE 'N'  TO WS-OVERFLOW-SW
           MOVE 'N'  TO LIB1UT-LOAD-STATUS

           OPEN INPUT AUTHORITY-FILE

           IF WS-AUTHORITY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AUTHORITY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF LIB1UT-COUNT >= 999
                               SET WS-EOF TO TRUE
                               SET WS-OVERFLOW TO TRUE
                           ELSE
                               PERFORM 1000-ADD-TABLE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
               IF WS-OVERFLOW
                   DISPLAY 'LIB1ULOD: AUTHORITY FILE HAS MORE THAN 999 '
                       'OPERATORS - NOT LOADED'
               ELSE
                   SET LIB1UT-LOAD-OK TO TRUE
               END-IF
           ELSE
               DISPLAY 'LIB1ULOD: UNABLE TO OPEN data/lib1auth.dat - '
                   'FILE STATUS ' WS-AUTHORITY-STATUS
           END-IF

           GOBACK.

       1000-ADD-TABLE-ENTRY.

           ADD 1 TO LIB1UT-COUNT
           MOVE AUT-OPERATOR      TO LIB1UT-OPERATOR(LIB1UT-COUNT)
           MOVE AUT-NAME          TO LIB1UT-NAME(LIB1UT-COUNT)
           MOVE AUT-ALLOW-ADD     TO LIB1UT-ALLOW-ADD(LIB1UT-COUNT)
           MOVE AUT-ALLOW-CHANGE  TO LIB1UT-ALLOW-CHANGE(LIB1UT-COUNT)
           MOVE AUT-ALLOW-DELETE  TO LIB1UT-ALLOW-DELETE(LIB1UT-COUNT)
           MOVE AUT-ALLOW-PRICE   TO LIB1UT-ALLOW-PRICE(LIB1UT-COUNT)
           MOVE AUT-ALLOW-APPROVE
             TO LIB1UT-ALLOW-APPROVE(LIB1UT-COUNT).
