      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1ABC - ABC (Pareto) classification of the master by
      *           twelve-month usage value. Run on demand, normally
      *           once a month after LIB1USG has rolled the usage
      *           history forward. Every active item's issues over
      *           the last twelve months of the history file
      *           (LIB1HREC) are valued at the item's unit cost
      *           (LIB1T-COST) and the items ranked by descending
      *           usage value. Walking down the ranking, an item is
      *           class A while the items above it have taken less
      *           than the A breakpoint of the total usage value, B
      *           while they have taken less than the B breakpoint,
      *           and C after that; an item with no usage value is
      *           always C. The breakpoints are the shop's to set on
      *           a parameter card (A% and B%, three digits each);
      *           80 and 95 are used when no valid card is supplied.
      *           The classes are written to data/lib1abc.dat
      *           (LIB1QREC), one record per active item, replacing
      *           the previous run's file, which is read first so
      *           the printed Pareto report can close with the items
      *           whose class changed since then - including items
      *           ranked for the first time and items that dropped
      *           out because they are no longer active.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1ABC.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "data/lib1abc-parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-IN ASSIGN TO "data/lib1hst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ABC-FILE ASSIGN TO "data/lib1abc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1abc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-A-PCT               PIC X(03).
           05  PARM-B-PCT               PIC X(03).

       FD  HISTORY-IN.
       copy LIB1HREC.

       FD  ABC-FILE.
       copy LIB1QREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02).
       01  WS-HISTORY-STATUS            PIC X(02).
       01  WS-ABC-STATUS                PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-TABLE-IDX                 PIC 9(05).

      *    Cumulative-value breakpoints, in whole percent.
       01  WS-A-PCT                     PIC 9(03) VALUE 80.
       01  WS-B-PCT                     PIC 9(03) VALUE 95.

      *    Months are compared as year*12+month, as in LIB1USG, so
      *    the twelve-month window works across a year boundary.
       01  WS-CURRENT-PERIOD            PIC 9(06).
       01  WS-CUTOFF-PERIOD             PIC 9(06).
       01  WS-ENTRY-PERIOD              PIC 9(06).
       01  WS-HOLD-MONTH.
           05  WS-HM-YYYY               PIC 9(04).
           05  WS-HM-MM                 PIC 9(02).

      *    One entry per active item on the master, in rank order
      *    once sorted.
       01  WS-RNK-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-RNK-IDX                   PIC 9(05).
       01  WS-SORT-IDX                  PIC 9(05).
       01  WS-RNK-FOUND-IDX             PIC 9(05).
       01  WS-RNK-FOUND-SW              PIC X(01).
           88  WS-RNK-FOUND             VALUE 'Y'.
       01  WS-RANK-TABLE.
           05  WS-RNK-ENTRY             OCCURS 9999 TIMES.
               10  WS-RNK-KEY           PIC X(05).
               10  WS-RNK-DESC          PIC X(20).
               10  WS-RNK-COST          PIC 9(05)V99.
               10  WS-RNK-QTY           PIC 9(09).
               10  WS-RNK-VALUE         PIC 9(11)V99.
               10  WS-RNK-CUM-PCT       PIC 9(03)V99.
               10  WS-RNK-CLASS         PIC X(01).
               10  WS-RNK-PRIOR         PIC X(01).

       01  WS-HOLD-RNK-ENTRY            PIC X(61).
       01  WS-HOLD-RNK-SORT REDEFINES WS-HOLD-RNK-ENTRY.
           05  WS-HOLD-RNK-KEY          PIC X(05).
           05  FILLER                   PIC X(36).
           05  WS-HOLD-RNK-VALUE        PIC 9(11)V99.
           05  FILLER                   PIC X(07).

      *    The previous run's classes, for the class-change listing.
       01  WS-PRV-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-PRV-IDX                   PIC 9(05).
       01  WS-PRV-FOUND-SW              PIC X(01).
           88  WS-PRV-FOUND             VALUE 'Y'.
       01  WS-PRIOR-TABLE.
           05  WS-PRV-ENTRY             OCCURS 9999 TIMES.
               10  WS-PRV-KEY           PIC X(05).
               10  WS-PRV-CLASS         PIC X(01).
               10  WS-PRV-RANKED-SW     PIC X(01).
                   88  WS-PRV-RANKED    VALUE 'Y'.

      *    Items and usage value by class - entry 1 is A, 2 is B
      *    and 3 is C.
       01  WS-CLASS-IDX                 PIC 9(01).
       01  WS-CLASS-NAMES               PIC X(03) VALUE 'ABC'.
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY             OCCURS 3 TIMES.
               10  WS-CLS-COUNT         PIC 9(05).
               10  WS-CLS-VALUE         PIC 9(13)V99.

       01  WS-TOTAL-VALUE               PIC 9(13)V99 VALUE ZERO.
       01  WS-CUM-VALUE                 PIC 9(13)V99 VALUE ZERO.
       01  WS-CUM-BEFORE-PCT            PIC 9(03)V99.
       01  WS-ITEM-PCT                  PIC 9(03)V99.
       01  WS-CHANGE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-HST-READ-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-RUN-DATE                  PIC X(10).
       01  WS-TODAY                     PIC X(08).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  HEADING-1.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(34)
                   VALUE 'LIB1 ABC USAGE-VALUE ANALYSIS'.
           05  FILLER                   PIC X(04) VALUE 'A = '.
           05  H1-A-PCT                 PIC ZZ9.
           05  FILLER                   PIC X(08) VALUE '%  B = '.
           05  H1-B-PCT                 PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(05) VALUE ' RANK'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'KEY  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE ' 12M ISSUES'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'UNIT COST'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '      USAGE VALUE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'ITEM %'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE ' CUM %'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'CLASS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PRIOR'.

       01  DETAIL-LINE.
           05  DL-RANK                  PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-QTY                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-COST                  PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-VALUE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ITEM-PCT              PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CUM-PCT               PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-CLASS                 PIC X(01).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  DL-PRIOR                 PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-CHANGE                PIC X(07).

       01  SUMMARY-LINE.
           05  SL-LABEL                 PIC X(07).
           05  FILLER                   PIC X(10)
                   VALUE '   ITEMS: '.
           05  SL-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '   USAGE VALUE: '.
           05  SL-VALUE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(15)
                   VALUE '   % OF VALUE: '.
           05  SL-PCT                   PIC ZZ9.99.

       01  CHANGE-HEADING.
           05  FILLER                   PIC X(43) VALUE
                   'ITEMS THAT CHANGED CLASS SINCE THE LAST RUN'.

       01  CHANGE-HEADING-2.
           05  FILLER                   PIC X(05) VALUE 'KEY  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'WAS  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'NOW  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'REASON'.

       01  CHANGE-LINE.
           05  CL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CL-WAS                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CL-NOW                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CL-REASON                PIC X(30).

       01  TRAILER-LINE.
           05  FILLER                   PIC X(26)
                   VALUE 'TOTAL CLASS CHANGES:      '.
           05  TR-COUNT                 PIC ZZ,ZZ9.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1ABC: UNABLE TO LOAD MASTER FILE - '
                   'CLASSIFICATION NOT RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           COMPUTE WS-CURRENT-PERIOD
               = WS-CD-YYYY * 12 + WS-CD-MM
           COMPUTE WS-CUTOFF-PERIOD = WS-CURRENT-PERIOD - 11

           PERFORM 0100-READ-PARAMETERS
           PERFORM 0200-LOAD-PRIOR-CLASSES

           IF RETURN-CODE = ZERO
               PERFORM 0300-BUILD-RANKING
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 0400-ACCUMULATE-USAGE
           END-IF

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0500-SORT-RANKING
           PERFORM 0600-ASSIGN-CLASSES
           PERFORM 0700-WRITE-CLASS-FILE

           IF RETURN-CODE = ZERO
               PERFORM 1000-PRINT-REPORT
           END-IF

      *    A missing history file is not fatal - the classes are
      *    still written - but every item then falls to C, which is
      *    worth a warning.
           IF RETURN-CODE = ZERO AND WS-HISTORY-STATUS NOT = '00'
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'LIB1ABC HISTORY RECORDS READ : ' WS-HST-READ-COUNT
           DISPLAY 'LIB1ABC ITEMS CLASSIFIED     : ' WS-RNK-COUNT
           DISPLAY 'LIB1ABC CLASS CHANGES        : ' WS-CHANGE-COUNT

           GOBACK.

       0100-READ-PARAMETERS.

      *    Same card handling as LIB1CNT: no card, or a card that
      *    does not make sense, leaves the standard breakpoints.
           OPEN INPUT PARM-IN

           IF WS-PARM-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-A-PCT IS NUMERIC
                          AND PARM-B-PCT IS NUMERIC
                          AND PARM-A-PCT > '000'
                          AND PARM-A-PCT < PARM-B-PCT
                          AND PARM-B-PCT <= '100'
                           MOVE PARM-A-PCT TO WS-A-PCT
                           MOVE PARM-B-PCT TO WS-B-PCT
                       ELSE
                           DISPLAY 'LIB1ABC: INVALID BREAKPOINTS ON '
                               'PARAMETER CARD (' PARM-IN-REC
                               ') - 80/95 USED'
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.

       0200-LOAD-PRIOR-CLASSES.

           OPEN INPUT ABC-FILE

           IF WS-ABC-STATUS = '35'
      *        First run - nothing to compare against.
               CONTINUE
           ELSE
           IF WS-ABC-STATUS NOT = '00'
               DISPLAY 'LIB1ABC: UNABLE TO READ data/lib1abc.dat - '
                   'FILE STATUS ' WS-ABC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ABC-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PRV-COUNT >= 9999
                               DISPLAY 'LIB1ABC: data/lib1abc.dat '
                                   'HAS MORE THAN 9999 RECORDS - '
                                   'CLASSIFICATION NOT RUN'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-PRV-COUNT
                               MOVE ABC-KEY
                                 TO WS-PRV-KEY(WS-PRV-COUNT)
                               MOVE ABC-CLASS
                                 TO WS-PRV-CLASS(WS-PRV-COUNT)
                               MOVE 'N'
                                 TO WS-PRV-RANKED-SW(WS-PRV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABC-FILE
           END-IF
           END-IF.

       0300-BUILD-RANKING.

      *    Only active items are ranked - inactive stock is not
      *    bought or counted, so it takes no share of the value.
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
               IF LIB1T-STATUS(WS-TABLE-IDX) = 'A'
                   ADD 1 TO WS-RNK-COUNT
                   MOVE WS-RNK-COUNT TO WS-RNK-IDX
                   MOVE LIB1T-KEY(WS-TABLE-IDX)
                     TO WS-RNK-KEY(WS-RNK-IDX)
                   MOVE LIB1T-DESC(WS-TABLE-IDX)
                     TO WS-RNK-DESC(WS-RNK-IDX)
                   MOVE LIB1T-COST(WS-TABLE-IDX)
                     TO WS-RNK-COST(WS-RNK-IDX)
                   MOVE ZERO TO WS-RNK-QTY(WS-RNK-IDX)
                   MOVE ZERO TO WS-RNK-VALUE(WS-RNK-IDX)
                   MOVE ZERO TO WS-RNK-CUM-PCT(WS-RNK-IDX)
                   MOVE SPACES TO WS-RNK-CLASS(WS-RNK-IDX)
                   PERFORM 0310-FIND-PRIOR-CLASS
               END-IF
           END-PERFORM.

       0310-FIND-PRIOR-CLASS.

           MOVE SPACES TO WS-RNK-PRIOR(WS-RNK-IDX)
           MOVE 'N' TO WS-PRV-FOUND-SW

           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                      OR WS-PRV-FOUND
               IF WS-PRV-KEY(WS-PRV-IDX) = WS-RNK-KEY(WS-RNK-IDX)
                   SET WS-PRV-FOUND TO TRUE
                   MOVE WS-PRV-CLASS(WS-PRV-IDX)
                     TO WS-RNK-PRIOR(WS-RNK-IDX)
                   MOVE 'Y' TO WS-PRV-RANKED-SW(WS-PRV-IDX)
               END-IF
           END-PERFORM.

       0400-ACCUMULATE-USAGE.

           OPEN INPUT HISTORY-IN

           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'LIB1ABC: data/lib1hst.dat NOT FOUND - '
                   'NO USAGE, ALL ITEMS CLASSED C'
           ELSE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'LIB1ABC: UNABLE TO READ data/lib1hst.dat - '
                   'FILE STATUS ' WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ HISTORY-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HST-READ-COUNT
                           PERFORM 0410-TALLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF
           END-IF

           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
                   UNTIL WS-RNK-IDX > WS-RNK-COUNT
               COMPUTE WS-RNK-VALUE(WS-RNK-IDX)
                   = WS-RNK-QTY(WS-RNK-IDX) * WS-RNK-COST(WS-RNK-IDX)
               ADD WS-RNK-VALUE(WS-RNK-IDX) TO WS-TOTAL-VALUE
           END-PERFORM.

       0410-TALLY-HISTORY-RECORD.

      *    LIB1USG keeps the file to a rolling twelve months, but a
      *    history that has not been rolled lately could still hold
      *    older months - they are left out here.
           MOVE HST-MONTH TO WS-HOLD-MONTH
           IF WS-HOLD-MONTH IS NUMERIC
               COMPUTE WS-ENTRY-PERIOD
                   = WS-HM-YYYY * 12 + WS-HM-MM
           ELSE
               MOVE ZERO TO WS-ENTRY-PERIOD
           END-IF

           IF WS-ENTRY-PERIOD >= WS-CUTOFF-PERIOD
              AND HST-ISSUES > ZERO
               MOVE 'N' TO WS-RNK-FOUND-SW
               PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
                       UNTIL WS-RNK-IDX > WS-RNK-COUNT
                          OR WS-RNK-FOUND
                   IF WS-RNK-KEY(WS-RNK-IDX) = HST-KEY
                       SET WS-RNK-FOUND TO TRUE
                       MOVE WS-RNK-IDX TO WS-RNK-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-RNK-FOUND
                   ADD HST-ISSUES TO WS-RNK-QTY(WS-RNK-FOUND-IDX)
               END-IF
           END-IF.

       0500-SORT-RANKING.

      *    Insertion sort, highest usage value first; equal values
      *    fall back to key order so reruns rank the same way.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-RNK-COUNT
               PERFORM 0510-INSERT-ENTRY
           END-PERFORM.

       0510-INSERT-ENTRY.

           MOVE WS-RNK-ENTRY(WS-SORT-IDX) TO WS-HOLD-RNK-ENTRY
           MOVE WS-SORT-IDX TO WS-RNK-IDX
           PERFORM UNTIL WS-RNK-IDX <= 1
              OR WS-RNK-VALUE(WS-RNK-IDX - 1) > WS-HOLD-RNK-VALUE
              OR (WS-RNK-VALUE(WS-RNK-IDX - 1) = WS-HOLD-RNK-VALUE
                  AND WS-RNK-KEY(WS-RNK-IDX - 1) <= WS-HOLD-RNK-KEY)
               MOVE WS-RNK-ENTRY(WS-RNK-IDX - 1)
                 TO WS-RNK-ENTRY(WS-RNK-IDX)
               SUBTRACT 1 FROM WS-RNK-IDX
           END-PERFORM
           MOVE WS-HOLD-RNK-ENTRY TO WS-RNK-ENTRY(WS-RNK-IDX).

       0600-ASSIGN-CLASSES.

           INITIALIZE WS-CLASS-TABLE

      *    The class goes by the share taken before the item is
      *    added, so the item that carries the total across a
      *    breakpoint still belongs to the class above it.
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
                   UNTIL WS-RNK-IDX > WS-RNK-COUNT
               IF WS-TOTAL-VALUE > ZERO
                   COMPUTE WS-CUM-BEFORE-PCT ROUNDED
                       = WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
                   ADD WS-RNK-VALUE(WS-RNK-IDX) TO WS-CUM-VALUE
                   COMPUTE WS-RNK-CUM-PCT(WS-RNK-IDX) ROUNDED
                       = WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               ELSE
                   MOVE ZERO TO WS-CUM-BEFORE-PCT
                   MOVE ZERO TO WS-RNK-CUM-PCT(WS-RNK-IDX)
               END-IF

               EVALUATE TRUE
                   WHEN WS-RNK-VALUE(WS-RNK-IDX) = ZERO
                       MOVE 3 TO WS-CLASS-IDX
                   WHEN WS-CUM-BEFORE-PCT < WS-A-PCT
                       MOVE 1 TO WS-CLASS-IDX
                   WHEN WS-CUM-BEFORE-PCT < WS-B-PCT
                       MOVE 2 TO WS-CLASS-IDX
                   WHEN OTHER
                       MOVE 3 TO WS-CLASS-IDX
               END-EVALUATE

               MOVE WS-CLASS-NAMES(WS-CLASS-IDX:1)
                 TO WS-RNK-CLASS(WS-RNK-IDX)
               ADD 1 TO WS-CLS-COUNT(WS-CLASS-IDX)
               ADD WS-RNK-VALUE(WS-RNK-IDX)
                 TO WS-CLS-VALUE(WS-CLASS-IDX)
           END-PERFORM.

       0700-WRITE-CLASS-FILE.

           OPEN OUTPUT ABC-FILE

           IF WS-ABC-STATUS NOT = '00'
               DISPLAY 'LIB1ABC: UNABLE TO OPEN data/lib1abc.dat '
                   'FOR REWRITE - FILE STATUS ' WS-ABC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
                       UNTIL WS-RNK-IDX > WS-RNK-COUNT
                   MOVE WS-RNK-KEY(WS-RNK-IDX)     TO ABC-KEY
                   MOVE WS-RNK-CLASS(WS-RNK-IDX)   TO ABC-CLASS
                   MOVE WS-RNK-IDX                 TO ABC-RANK
                   MOVE WS-RNK-QTY(WS-RNK-IDX)     TO ABC-USAGE-QTY
                   MOVE WS-RNK-VALUE(WS-RNK-IDX)   TO ABC-USAGE-VALUE
                   MOVE WS-RNK-CUM-PCT(WS-RNK-IDX) TO ABC-CUM-PCT
                   MOVE WS-RNK-PRIOR(WS-RNK-IDX)   TO ABC-PRIOR-CLASS
                   MOVE WS-TODAY                   TO ABC-RUN-DATE
                   WRITE LIB1-ABC-RECORD
               END-PERFORM
               CLOSE ABC-FILE
           END-IF.

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-OUT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'LIB1ABC: UNABLE TO OPEN data/lib1abc.rpt - '
                   'FILE STATUS ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1900-WRITE-HEADINGS

               PERFORM 1100-PRINT-ONE-ITEM
                   VARYING WS-RNK-IDX FROM 1 BY 1
                   UNTIL WS-RNK-IDX > WS-RNK-COUNT

               PERFORM 2000-PRINT-CLASS-SUMMARY
               PERFORM 3000-PRINT-CLASS-CHANGES

               CLOSE REPORT-OUT
           END-IF.

       1100-PRINT-ONE-ITEM.

           IF WS-LINE-COUNT >= 60
               PERFORM 1900-WRITE-HEADINGS
           END-IF

           IF WS-TOTAL-VALUE > ZERO
               COMPUTE WS-ITEM-PCT ROUNDED
                   = WS-RNK-VALUE(WS-RNK-IDX) * 100 / WS-TOTAL-VALUE
           ELSE
               MOVE ZERO TO WS-ITEM-PCT
           END-IF

           MOVE WS-RNK-IDX                 TO DL-RANK
           MOVE WS-RNK-KEY(WS-RNK-IDX)     TO DL-KEY
           MOVE WS-RNK-DESC(WS-RNK-IDX)    TO DL-DESC
           MOVE WS-RNK-QTY(WS-RNK-IDX)     TO DL-QTY
           MOVE WS-RNK-COST(WS-RNK-IDX)    TO DL-COST
           MOVE WS-RNK-VALUE(WS-RNK-IDX)   TO DL-VALUE
           MOVE WS-ITEM-PCT                TO DL-ITEM-PCT
           MOVE WS-RNK-CUM-PCT(WS-RNK-IDX) TO DL-CUM-PCT
           MOVE WS-RNK-CLASS(WS-RNK-IDX)   TO DL-CLASS
           MOVE WS-RNK-PRIOR(WS-RNK-IDX)   TO DL-PRIOR

           MOVE SPACES TO DL-CHANGE
           IF WS-PRV-COUNT > ZERO
               IF WS-RNK-PRIOR(WS-RNK-IDX) = SPACES
                   MOVE 'NEW'     TO DL-CHANGE
               ELSE
                   IF WS-RNK-PRIOR(WS-RNK-IDX)
                      NOT = WS-RNK-CLASS(WS-RNK-IDX)
                       MOVE 'CHANGED' TO DL-CHANGE
                   END-IF
               END-IF
           END-IF

           WRITE REPORT-OUT-REC FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       1900-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-A-PCT      TO H1-A-PCT
           MOVE WS-B-PCT      TO H1-B-PCT
           MOVE WS-RUN-DATE   TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT TO H1-PAGE

           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
           END-IF

           WRITE REPORT-OUT-REC FROM HEADING-1
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM HEADING-2
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE ZERO TO WS-LINE-COUNT.

       2000-PRINT-CLASS-SUMMARY.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 3
               MOVE SPACES TO SL-LABEL
               STRING 'CLASS ' WS-CLASS-NAMES(WS-CLASS-IDX:1)
                   DELIMITED BY SIZE INTO SL-LABEL
               END-STRING
               MOVE WS-CLS-COUNT(WS-CLASS-IDX) TO SL-COUNT
               MOVE WS-CLS-VALUE(WS-CLASS-IDX) TO SL-VALUE
               IF WS-TOTAL-VALUE > ZERO
                   COMPUTE WS-ITEM-PCT ROUNDED
                       = WS-CLS-VALUE(WS-CLASS-IDX) * 100
                       / WS-TOTAL-VALUE
               ELSE
                   MOVE ZERO TO WS-ITEM-PCT
               END-IF
               MOVE WS-ITEM-PCT TO SL-PCT
               WRITE REPORT-OUT-REC FROM SUMMARY-LINE
           END-PERFORM

           MOVE 'TOTAL  '      TO SL-LABEL
           MOVE WS-RNK-COUNT   TO SL-COUNT
           MOVE WS-TOTAL-VALUE TO SL-VALUE
           IF WS-TOTAL-VALUE > ZERO
               MOVE 100 TO SL-PCT
           ELSE
               MOVE ZERO TO SL-PCT
           END-IF
           WRITE REPORT-OUT-REC FROM SUMMARY-LINE.

       3000-PRINT-CLASS-CHANGES.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM CHANGE-HEADING
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           IF WS-PRV-COUNT = ZERO
      *        Without a previous run every item would list as new,
      *        which tells nobody anything.
               MOVE 'NO PREVIOUS CLASSIFICATION ON FILE - FIRST RUN'
                 TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
           ELSE
               WRITE REPORT-OUT-REC FROM CHANGE-HEADING-2

               PERFORM 3100-CHECK-RANKED-ITEM
                   VARYING WS-RNK-IDX FROM 1 BY 1
                   UNTIL WS-RNK-IDX > WS-RNK-COUNT

               PERFORM 3200-CHECK-DROPPED-ITEM
                   VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT

               MOVE SPACES TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
               MOVE WS-CHANGE-COUNT TO TR-COUNT
               WRITE REPORT-OUT-REC FROM TRAILER-LINE
           END-IF.

       3100-CHECK-RANKED-ITEM.

           IF WS-RNK-PRIOR(WS-RNK-IDX) NOT = WS-RNK-CLASS(WS-RNK-IDX)
               MOVE WS-RNK-KEY(WS-RNK-IDX)   TO CL-KEY
               MOVE WS-RNK-DESC(WS-RNK-IDX)  TO CL-DESC
               MOVE WS-RNK-CLASS(WS-RNK-IDX) TO CL-NOW
               IF WS-RNK-PRIOR(WS-RNK-IDX) = SPACES
                   MOVE 'NONE'                TO CL-WAS
                   MOVE 'RANKED FOR THE FIRST TIME' TO CL-REASON
               ELSE
                   MOVE WS-RNK-PRIOR(WS-RNK-IDX) TO CL-WAS
                   MOVE 'USAGE VALUE SHARE MOVED'  TO CL-REASON
               END-IF
               WRITE REPORT-OUT-REC FROM CHANGE-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       3200-CHECK-DROPPED-ITEM.

           IF NOT WS-PRV-RANKED(WS-PRV-IDX)
               MOVE WS-PRV-KEY(WS-PRV-IDX)   TO CL-KEY
               MOVE SPACES                   TO CL-DESC
               PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                       UNTIL WS-TABLE-IDX > LIB1T-COUNT
                   IF LIB1T-KEY(WS-TABLE-IDX) = WS-PRV-KEY(WS-PRV-IDX)
                       MOVE LIB1T-DESC(WS-TABLE-IDX) TO CL-DESC
                   END-IF
               END-PERFORM
               MOVE WS-PRV-CLASS(WS-PRV-IDX) TO CL-WAS
               MOVE 'NONE'                   TO CL-NOW
               IF CL-DESC = SPACES
                   MOVE 'NO LONGER ON THE MASTER' TO CL-REASON
               ELSE
                   MOVE 'NO LONGER ACTIVE'        TO CL-REASON
               END-IF
               WRITE REPORT-OUT-REC FROM CHANGE-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.
