      *            entry can see exactly what to fix. A transaction
      *            with any bad field is withheld from TRAN-CLEAN in
      *            full - LIB1MNT only ever sees records that passed
      *            every edit. Every transaction must also carry the
      *            operator ID of whoever keyed it, and that operator
      *            must be authorized on the operator authority file
      *            (LIB1UREC, loaded through LIB1ULOD) for the
      *            transaction code; without the authority file
      *            nothing is edited at all.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1EDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-IN.
       01  TRAN-IN-REC                  PIC X(64).

       FD  TRAN-CLEAN.
       01  TRAN-CLEAN-REC               PIC X(64).

       FD  TRAN-REJECT.
       01  TRAN-REJECT-REC.
           05  REJ-TRAN                 PIC X(64).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  REJ-FIELD                PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
      *    order of magnitude below it) and is held for correction.
       01  WS-PRICE-LIMIT               PIC 9(05)V99 VALUE 10000.00.

       01  WS-AUT-IDX                   PIC 9(05).
       01  WS-AUT-FOUND-IDX             PIC 9(05).
       01  WS-AUT-FOUND-SW              PIC X(01).
           88  WS-AUT-FOUND             VALUE 'Y'.
       01  WS-AUT-ALLOWED               PIC X(01).

       copy LIB1TRAN.

       copy LIB1UTBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1ULOD' USING LIB1-AUTHORITY-TABLE

           IF NOT LIB1UT-LOAD-OK
      *        No way to tell who may key what - hold the whole batch
      *        rather than pass transactions nobody can vouch for.
               DISPLAY 'LIB1EDIT: UNABLE TO LOAD OPERATOR AUTHORITY '
                   '- TRANSACTIONS NOT EDITED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRAN-IN

           IF WS-TRAN-STATUS NOT = '00'

           PERFORM 1100-EDIT-CODE
           PERFORM 1200-EDIT-KEY
           PERFORM 1250-EDIT-OPERATOR

      *    A DELETE only needs a valid code and key - the data fields
      *    are ignored by LIB1MNT, so blanks there are not an error.
               PERFORM 1900-WRITE-REJECT
           END-IF.

       1250-EDIT-OPERATOR.

           MOVE 'N' TO WS-AUT-FOUND-SW

           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > LIB1UT-COUNT
                      OR WS-AUT-FOUND
               IF LIB1UT-OPERATOR(WS-AUT-IDX) = TRAN-OPERATOR
                   SET WS-AUT-FOUND TO TRUE
                   MOVE WS-AUT-IDX TO WS-AUT-FOUND-IDX
               END-IF
           END-PERFORM

           IF TRAN-OPERATOR = SPACES
               MOVE 'TRAN-OPER'          TO WS-REJ-FIELD
               MOVE 'OPERATOR ID BLANK'  TO WS-REJ-REASON
               PERFORM 1900-WRITE-REJECT
           ELSE
               IF NOT WS-AUT-FOUND
                   MOVE 'TRAN-OPER'      TO WS-REJ-FIELD
                   MOVE 'OPERATOR NOT ON FILE' TO WS-REJ-REASON
                   PERFORM 1900-WRITE-REJECT
               ELSE
      *            A bad code is already rejected above - there is no
      *            authority to check it against.
                   EVALUATE TRAN-CODE
                       WHEN 'A'
                           MOVE LIB1UT-ALLOW-ADD(WS-AUT-FOUND-IDX)
                             TO WS-AUT-ALLOWED
                       WHEN 'C'
                           MOVE LIB1UT-ALLOW-CHANGE(WS-AUT-FOUND-IDX)
                             TO WS-AUT-ALLOWED
                       WHEN 'D'
                           MOVE LIB1UT-ALLOW-DELETE(WS-AUT-FOUND-IDX)
                             TO WS-AUT-ALLOWED
                       WHEN OTHER
                           MOVE 'Y' TO WS-AUT-ALLOWED
                   END-EVALUATE
                   IF WS-AUT-ALLOWED NOT = 'Y'
                       MOVE 'TRAN-OPER'  TO WS-REJ-FIELD
                       MOVE 'NOT AUTHORIZED FOR CODE'
                         TO WS-REJ-REASON
                       PERFORM 1900-WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

       1300-EDIT-DESCRIPTION.

           IF TRAN-CODE = 'A' AND TRAN-DESC = SPACES
