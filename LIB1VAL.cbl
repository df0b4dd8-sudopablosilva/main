      *           on their detail line and counted in the trailer -
      *           the month-end numbers finance asks for, straight
      *           from the master instead of a spreadsheet over
      *           extract output. Each detail line also carries the
      *           item's ABC class from the last LIB1ABC run (blank
      *           for items it did not classify).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1VAL.
           SELECT REPORT-OUT ASSIGN TO "data/lib1val.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ABC-IN ASSIGN TO "data/lib1abc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       FD  ABC-IN.
       copy LIB1QREC.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-ABC-STATUS                PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
           05  WS-HOLD-REORDER-QTY      PIC 9(05).
           05  WS-HOLD-COST             PIC 9(05)V99.

      *    ABC classes from the last LIB1ABC run.
       01  WS-ABC-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ABC-IDX                   PIC 9(05).
       01  WS-ABC-FOUND-SW              PIC X(01).
           88  WS-ABC-FOUND             VALUE 'Y'.
       01  WS-ABC-TABLE.
           05  WS-ABC-ENTRY             OCCURS 9999 TIMES.
               10  WS-ABC-KEY           PIC X(05).
               10  WS-ABC-CLASS         PIC X(01).

       01  WS-ITEM-VALUE                PIC 9(10)V99.
       01  WS-ITEM-COST-VALUE           PIC 9(10)V99.
       01  WS-UNIT-MARGIN               PIC S9(05)V99.
                   VALUE '    MARGIN'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'STATUS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE 'ABC'.

       01  DETAIL-LINE.
           05  DL-KEY                   PIC X(05).
           05  DL-STATUS                PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FLAG                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ABC-CLASS             PIC X(01).

       01  SUBTOTAL-LINE.
           05  FILLER                   PIC X(10)
           END-STRING

           PERFORM 0100-SORT-BY-STATUS-KEY
           PERFORM 0200-LOAD-ABC-CLASSES

           PERFORM 1000-PRINT-DETAIL
               VARYING WS-TABLE-IDX FROM 1 BY 1
           END-PERFORM
           MOVE WS-HOLD-ENTRY TO LIB1T-ENTRY(WS-TABLE-IDX).

       0200-LOAD-ABC-CLASSES.

      *    No class file just means the classification has not been
      *    run yet - the column is left blank.
           OPEN INPUT ABC-IN

           IF WS-ABC-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ABC-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ABC-COUNT < 9999
                               ADD 1 TO WS-ABC-COUNT
                               MOVE ABC-KEY
                                 TO WS-ABC-KEY(WS-ABC-COUNT)
                               MOVE ABC-CLASS
                                 TO WS-ABC-CLASS(WS-ABC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABC-IN
           END-IF.

       1000-PRINT-DETAIL.

           IF WS-TABLE-IDX = 1
           MOVE WS-ITEM-COST-VALUE         TO DL-COST-VALUE
           MOVE WS-UNIT-MARGIN             TO DL-MARGIN
           MOVE LIB1T-STATUS(WS-TABLE-IDX) TO DL-STATUS
           PERFORM 1050-FIND-ABC-CLASS

           IF LIB1T-STATUS(WS-TABLE-IDX) = 'I'
              AND LIB1T-QTY(WS-TABLE-IDX) > ZERO
           ADD WS-ITEM-VALUE TO WS-GRAND-VALUE
           ADD WS-ITEM-COST-VALUE TO WS-GRAND-COST-VALUE.

       1050-FIND-ABC-CLASS.

           MOVE SPACE TO DL-ABC-CLASS
           MOVE 'N' TO WS-ABC-FOUND-SW

           PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-COUNT
                      OR WS-ABC-FOUND
               IF WS-ABC-KEY(WS-ABC-IDX) = LIB1T-KEY(WS-TABLE-IDX)
                   SET WS-ABC-FOUND TO TRUE
                   MOVE WS-ABC-CLASS(WS-ABC-IDX) TO DL-ABC-CLASS
               END-IF
           END-PERFORM.

       1100-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
