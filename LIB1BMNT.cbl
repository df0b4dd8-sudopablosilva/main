      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1BMNT - Bill-of-materials maintenance. Applies ADD/CHANGE/
      *            DELETE transactions (LIB1BTRN) to the bill of
      *            materials (LIB1BREC) that says which components,
      *            and how many of each, go into one of a kit item
      *            built in-house. Both the kit and the component
      *            must be on the LIB1 master, a kit cannot be its
      *            own component, and a component that is itself a
      *            kit cannot list this kit among its own components
      *            - either would have LIB1MOV's build consume what
      *            it is making. A kit carries at most
      *            WS-MAX-COMPONENTS components, the most one LIB1MOV
      *            build can post. The file is loaded in full and
      *            rewritten, the same pattern LIB1SMNT uses for the
      *            supplier files; a file that does not exist yet is
      *            started fresh, any other open failure abends.
      *            Dispositions are written to STATUS-OUT in the same
      *            style as LIB1LMNT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1BMNT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO "data/lib1bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT TRAN-IN ASSIGN TO "data/lib1bmnt-tran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT STATUS-OUT ASSIGN TO "data/lib1bmnt.sts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OUT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE.
       copy LIB1BREC.

       FD  TRAN-IN.
       01  TRAN-IN-REC                  PIC X(14).

       FD  STATUS-OUT.
       01  STATUS-OUT-REC.
           05  STO-CODE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  STO-KIT-KEY              PIC X(05).
           05  FILLER                   PIC X(01).
           05  STO-COMP-KEY             PIC X(05).
           05  FILLER                   PIC X(01).
           05  STO-RESULT               PIC X(08).
           05  FILLER                   PIC X(01).
           05  STO-REASON               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-BOM-STATUS                PIC X(02).
       01  WS-TRAN-STATUS               PIC X(02).
       01  WS-STATUS-OUT-STATUS         PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-REJ-REASON                PIC X(20).

       copy LIB1BTRN.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-BOM-IDX                   PIC 9(05).
       01  WS-BOM-FOUND-IDX             PIC 9(05).
       01  WS-BOM-FOUND-SW              PIC X(01).
           88  WS-BOM-FOUND             VALUE 'Y'.
       01  WS-KIT-FOUND-SW              PIC X(01).
           88  WS-KIT-FOUND             VALUE 'Y'.
       01  WS-COMP-FOUND-SW             PIC X(01).
           88  WS-COMP-FOUND            VALUE 'Y'.
       01  WS-CIRCULAR-SW               PIC X(01).
           88  WS-CIRCULAR              VALUE 'Y'.
       01  WS-COMP-COUNT                PIC 9(05).
       01  WS-MAX-COMPONENTS            PIC 9(05) VALUE 50.

       01  WS-READ-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.

      *    In-memory copy of the bill of materials, rewritten in
      *    full once the transactions have been applied.
       01  WS-BOM-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY             OCCURS 9999 TIMES.
               10  WS-BOM-KIT-KEY       PIC X(05).
               10  WS-BOM-COMP-KEY      PIC X(05).
               10  WS-BOM-QTY-PER       PIC 9(03).

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           OPEN INPUT TRAN-IN

           IF WS-TRAN-STATUS NOT = '00'
      *        No maintenance file simply means engineering changed
      *        no kit today - a normal day, not an error.
               DISPLAY 'LIB1BMNT: NO BILL-OF-MATERIALS MAINTENANCE '
                   'ON FILE'
               GOBACK
           END-IF

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
      *        Without the master there is no way to tell a valid
      *        item key from a bad one - abend rather than guess.
               DISPLAY 'LIB1BMNT: UNABLE TO LOAD MASTER FILE - '
                   'TRANSACTIONS NOT APPLIED'
               CLOSE TRAN-IN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-LOAD-BOM

           IF RETURN-CODE NOT = ZERO
               CLOSE TRAN-IN
               GOBACK
           END-IF

           PERFORM 0200-APPLY-TRANSACTIONS

           PERFORM 0300-REWRITE-BOM

           DISPLAY 'LIB1BMNT TRANSACTIONS READ    : ' WS-READ-COUNT
           DISPLAY 'LIB1BMNT TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'LIB1BMNT TRANSACTIONS REJECTED: ' WS-REJECT-COUNT

           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0100-LOAD-BOM.

           OPEN INPUT BOM-FILE

           EVALUATE WS-BOM-STATUS
               WHEN '35'
                   DISPLAY 'LIB1BMNT: data/lib1bom.dat NOT FOUND - '
                       'STARTING A NEW BILL OF MATERIALS'
                   MOVE ZERO TO WS-BOM-COUNT
               WHEN NOT = '00'
      *            Rewriting from an empty table would erase every
      *            kit's components, so abend instead.
                   DISPLAY 'LIB1BMNT: UNABLE TO READ data/lib1bom.dat '
                       '- FILE STATUS ' WS-BOM-STATUS
                       ' - TRANSACTIONS NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ BOM-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0150-ADD-BOM-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE BOM-FILE
           END-EVALUATE.

       0150-ADD-BOM-ENTRY.

           IF WS-BOM-COUNT >= 9999
               DISPLAY 'LIB1BMNT: data/lib1bom.dat HAS MORE THAN 9999 '
                   'RECORDS - TRANSACTIONS NOT APPLIED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BOM-COUNT
               MOVE LIB1-BOM-RECORD TO WS-BOM-ENTRY(WS-BOM-COUNT)
           END-IF.

       0200-APPLY-TRANSACTIONS.

           OPEN OUTPUT STATUS-OUT

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TRAN-IN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1000-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE TRAN-IN
           CLOSE STATUS-OUT.

       0300-REWRITE-BOM.

           OPEN OUTPUT BOM-FILE
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'LIB1BMNT: UNABLE TO OPEN data/lib1bom.dat FOR '
                   'REWRITE - FILE STATUS ' WS-BOM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                       UNTIL WS-BOM-IDX > WS-BOM-COUNT
                   MOVE WS-BOM-ENTRY(WS-BOM-IDX) TO LIB1-BOM-RECORD
                   WRITE LIB1-BOM-RECORD
               END-PERFORM
               CLOSE BOM-FILE
           END-IF.

       1000-APPLY-ONE-TRANSACTION.

           MOVE TRAN-IN-REC TO LIB1-BOM-TRAN-RECORD
           PERFORM 1100-FIND-BOM-ENTRY

           EVALUATE BMT-CODE
               WHEN 'A'
                   PERFORM 1200-ADD-COMPONENT
               WHEN 'C'
                   PERFORM 1300-CHANGE-COMPONENT
               WHEN 'D'
                   PERFORM 1400-DELETE-COMPONENT
               WHEN OTHER
                   MOVE 'INVALID TRAN CODE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
           END-EVALUATE.

       1100-FIND-BOM-ENTRY.

           MOVE 'N' TO WS-BOM-FOUND-SW
           MOVE ZERO TO WS-BOM-FOUND-IDX

           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
                      OR WS-BOM-FOUND
               IF WS-BOM-KIT-KEY(WS-BOM-IDX) = BMT-KIT-KEY
                  AND WS-BOM-COMP-KEY(WS-BOM-IDX) = BMT-COMP-KEY
                   SET WS-BOM-FOUND TO TRUE
                   MOVE WS-BOM-IDX TO WS-BOM-FOUND-IDX
               END-IF
           END-PERFORM.

       1150-CHECK-MASTER-KEYS.

           MOVE 'N' TO WS-KIT-FOUND-SW
           MOVE 'N' TO WS-COMP-FOUND-SW

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
               IF LIB1T-KEY(WS-TABLE-IDX) = BMT-KIT-KEY
                   SET WS-KIT-FOUND TO TRUE
               END-IF
               IF LIB1T-KEY(WS-TABLE-IDX) = BMT-COMP-KEY
                   SET WS-COMP-FOUND TO TRUE
               END-IF
           END-PERFORM.

       1160-CHECK-KIT-USAGE.

      *    Counts the kit's components so far, and notes whether
      *    the new component is a kit already built from this one.
           MOVE ZERO TO WS-COMP-COUNT
           MOVE 'N' TO WS-CIRCULAR-SW

           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               IF WS-BOM-KIT-KEY(WS-BOM-IDX) = BMT-KIT-KEY
                   ADD 1 TO WS-COMP-COUNT
               END-IF
               IF WS-BOM-KIT-KEY(WS-BOM-IDX) = BMT-COMP-KEY
                  AND WS-BOM-COMP-KEY(WS-BOM-IDX) = BMT-KIT-KEY
                   SET WS-CIRCULAR TO TRUE
               END-IF
           END-PERFORM.

       1200-ADD-COMPONENT.

           PERFORM 1150-CHECK-MASTER-KEYS
           PERFORM 1160-CHECK-KIT-USAGE

           EVALUATE TRUE
               WHEN NOT WS-KIT-FOUND
                   MOVE 'KIT NOT ON MASTER' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN NOT WS-COMP-FOUND
                   MOVE 'COMP NOT ON MASTER' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN BMT-COMP-KEY = BMT-KIT-KEY
                   MOVE 'COMPONENT IS THE KIT' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-CIRCULAR
                   MOVE 'CIRCULAR BOM' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN BMT-QTY-PER IS NOT NUMERIC
                  OR BMT-QTY-PER = ZERO
                   MOVE 'BAD QTY PER KIT' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-BOM-FOUND
                   MOVE 'DUPLICATE COMPONENT' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-COMP-COUNT >= WS-MAX-COMPONENTS
                   MOVE 'TOO MANY COMPONENTS' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN WS-BOM-COUNT >= 9999
                   MOVE 'BOM FILE FULL' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-BOM-COUNT
                   MOVE BMT-KIT-KEY  TO WS-BOM-KIT-KEY(WS-BOM-COUNT)
                   MOVE BMT-COMP-KEY TO WS-BOM-COMP-KEY(WS-BOM-COUNT)
                   MOVE BMT-QTY-PER  TO WS-BOM-QTY-PER(WS-BOM-COUNT)
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1300-CHANGE-COMPONENT.

           EVALUATE TRUE
               WHEN NOT WS-BOM-FOUND
                   MOVE 'COMPONENT NOT FOUND' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN BMT-QTY-PER IS NOT NUMERIC
                  OR BMT-QTY-PER = ZERO
                   MOVE 'BAD QTY PER KIT' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               WHEN OTHER
                   MOVE BMT-QTY-PER
                     TO WS-BOM-QTY-PER(WS-BOM-FOUND-IDX)
                   PERFORM 1930-WRITE-ACCEPT
           END-EVALUATE.

       1400-DELETE-COMPONENT.

           IF NOT WS-BOM-FOUND
               MOVE 'COMPONENT NOT FOUND' TO WS-REJ-REASON
               PERFORM 1900-WRITE-REJECT
           ELSE
               PERFORM VARYING WS-BOM-IDX FROM WS-BOM-FOUND-IDX
                       BY 1 UNTIL WS-BOM-IDX >= WS-BOM-COUNT
                   MOVE WS-BOM-ENTRY(WS-BOM-IDX + 1)
                     TO WS-BOM-ENTRY(WS-BOM-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-BOM-COUNT
               PERFORM 1930-WRITE-ACCEPT
           END-IF.

       1900-WRITE-REJECT.

           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES        TO STATUS-OUT-REC
           MOVE BMT-CODE      TO STO-CODE
           MOVE BMT-KIT-KEY   TO STO-KIT-KEY
           MOVE BMT-COMP-KEY  TO STO-COMP-KEY
           MOVE 'REJECTED'    TO STO-RESULT
           MOVE WS-REJ-REASON TO STO-REASON
           WRITE STATUS-OUT-REC.

       1930-WRITE-ACCEPT.

           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES        TO STATUS-OUT-REC
           MOVE BMT-CODE      TO STO-CODE
           MOVE BMT-KIT-KEY   TO STO-KIT-KEY
           MOVE BMT-COMP-KEY  TO STO-COMP-KEY
           MOVE 'ACCEPTED'    TO STO-RESULT
           WRITE STATUS-OUT-REC.
