      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1KAVL - Kit availability and where-used report. For every
      *            kit on the bill of materials (LIB1BREC) and every
      *            warehouse holding the kit or any of its
      *            components, shows the kits on hand there and how
      *            many more the components on hand there would
      *            build - a LIB1MOV 'B' build draws every component
      *            from the one warehouse - with the component that
      *            runs out first. Component stock in lots past their
      *            expiry date (LIB1EREC) is left out, since the
      *            build will not draw on it. The second part lists,
      *            component by component, the kits each one goes
      *            into and how many per kit, so a short or
      *            discontinued component can be traced to the kits
      *            it holds up. No bill of materials on file gives
      *            RETURN-CODE 4 and no report.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1KAVL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO "data/lib1bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT LOT-FILE ASSIGN TO "data/lib1lot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1kavl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE.
       copy LIB1BREC.

       FD  LOT-FILE.
       copy LIB1EREC.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BOM-STATUS                PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-LOT-STATUS                PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.
       01  WS-LOT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LOT-EOF               VALUE 'Y'.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.
       01  WS-LOOKUP-KEY                PIC X(05).
       01  WS-LOOKUP-WHS                PIC X(03).
       01  WS-LOOKUP-QTY                PIC 9(05).

      *    The bill of materials twice over: in kit order for the
      *    availability part and in component order for where-used.
       01  WS-BOM-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-BOM-IDX                   PIC 9(05).
       01  WS-SORT-IDX                  PIC 9(05).
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY             OCCURS 9999 TIMES.
               10  WS-BOM-KIT-KEY       PIC X(05).
               10  WS-BOM-COMP-KEY      PIC X(05).
               10  WS-BOM-QTY-PER       PIC 9(03).
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY             OCCURS 9999 TIMES.
               10  WS-USE-COMP-KEY      PIC X(05).
               10  WS-USE-KIT-KEY       PIC X(05).
               10  WS-USE-QTY-PER       PIC 9(03).

       01  WS-HOLD-ENTRY                PIC X(13).
       01  WS-HOLD-SORT REDEFINES WS-HOLD-ENTRY.
           05  WS-HOLD-ORDER            PIC X(10).
           05  FILLER                   PIC X(03).

      *    Stock in expired lots summed by item and warehouse.
       01  WS-EXL-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-EXL-IDX                   PIC 9(05).
       01  WS-EXL-FOUND-SW              PIC X(01).
           88  WS-EXL-FOUND             VALUE 'Y'.
       01  WS-EXPIRED-TABLE.
           05  WS-EXL-ENTRY             OCCURS 9999 TIMES.
               10  WS-EXL-KEY           PIC X(05).
               10  WS-EXL-WHS           PIC X(03).
               10  WS-EXL-QTY           PIC 9(06).

      *    Every warehouse on the location file, in order.
       01  WS-WHS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-WHS-IDX                   PIC 9(03).
       01  WS-WHS-TABLE.
           05  WS-WHS-CODE              PIC X(03) OCCURS 999 TIMES.
       01  WS-HOLD-WHS                  PIC X(03).
       01  WS-WHS-SORT-IDX              PIC 9(03).
       01  WS-WHS-FOUND-SW              PIC X(01).
           88  WS-WHS-FOUND             VALUE 'Y'.

      *    One kit at a time: its lines on the kit-order table.
       01  WS-KIT-KEY                   PIC X(05).
       01  WS-KIT-FIRST                 PIC 9(05).
       01  WS-KIT-LAST                  PIC 9(05).
       01  WS-KIT-ONHAND                PIC 9(05).
       01  WS-CAN-BUILD                 PIC 9(05).
       01  WS-COMP-KITS                 PIC 9(05).
       01  WS-LIMIT-KEY                 PIC X(05).
       01  WS-STOCKED-SW                PIC X(01).
           88  WS-STOCKED               VALUE 'Y'.
       01  WS-KIT-TOTAL-ONHAND          PIC 9(07).
       01  WS-KIT-TOTAL-BUILD           PIC 9(07).

       01  WS-SECTION-SW                PIC X(01) VALUE 'K'.
           88  WS-KIT-SECTION           VALUE 'K'.
           88  WS-WHERE-USED-SECTION    VALUE 'W'.

       01  WS-BOM-READ-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-KIT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-KIT-NONE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-COMP-COUNT                PIC 9(05) VALUE ZERO.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  WS-RUN-DATE                  PIC X(10).

       01  HEADING-1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(37)
                   VALUE 'LIB1 KIT AVAILABILITY AND WHERE-USED'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2-KIT.
           05  FILLER                   PIC X(06) VALUE 'KIT   '.
           05  FILLER                   PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(04) VALUE 'WHS '.
           05  FILLER                   PIC X(08) VALUE ' ON HAND'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'CAN BUILD'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(26)
                   VALUE 'LIMITED BY COMPONENT'.

       01  HEADING-2-USE.
           05  FILLER                   PIC X(06) VALUE 'COMP  '.
           05  FILLER                   PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(08) VALUE ' ON HAND'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'KIT   '.
           05  FILLER                   PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(07) VALUE 'QTY/KIT'.

       01  KIT-LINE.
           05  KL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  KL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  KL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  KL-ONHAND                PIC ZZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  KL-CAN-BUILD             PIC ZZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  KL-LIMIT-KEY             PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  KL-LIMIT-DESC            PIC X(20).

       01  USE-LINE.
           05  UL-COMP-KEY              PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  UL-COMP-DESC             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  UL-ONHAND                PIC ZZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-KIT-KEY               PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  UL-KIT-DESC              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  UL-QTY-PER               PIC ZZ9.

       01  TRAILER-LINE.
           05  TR-LABEL                 PIC X(32).
           05  TR-COUNT                 PIC ZZ,ZZ9.

       copy LIB1TBL.
       copy LIB1LTBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1KAVL: UNABLE TO LOAD MASTER FILE - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CALL 'LIB1LLOD' USING LIB1-LOCATION-TABLE

           IF NOT LIB1LT-LOAD-OK
               IF LIB1LT-FILE-MISSING
      *            No location file means no stock anywhere - every
      *            kit shows nothing to build.
                   MOVE ZERO TO LIB1LT-COUNT
               ELSE
                   DISPLAY 'LIB1KAVL: UNABLE TO READ data/lib1loc.dat '
                       '- REPORT NOT PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      *    Kits short of a warehouse's stock would be reported as
      *    unbuildable when they are not.
           IF LIB1LT-LOAD-TRUNCATED
               DISPLAY 'LIB1KAVL: LOCATION FILE TRUNCATED - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING

           PERFORM 0100-LOAD-BOM

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0150-LOAD-EXPIRED-LOTS

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0200-SORT-BOM
           PERFORM 0300-COLLECT-WAREHOUSES

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 1000-PRINT-REPORT

           DISPLAY 'LIB1KAVL BOM LINES READ : ' WS-BOM-READ-COUNT
           DISPLAY 'LIB1KAVL KITS REPORTED  : ' WS-KIT-COUNT
           DISPLAY 'LIB1KAVL KITS UNBUILDABLE: ' WS-KIT-NONE-COUNT

           GOBACK.

       0100-LOAD-BOM.

           OPEN INPUT BOM-FILE

           EVALUATE WS-BOM-STATUS
               WHEN '35'
                   DISPLAY 'LIB1KAVL: NO BILL OF MATERIALS ON FILE - '
                       'REPORT NOT PRODUCED'
                   MOVE 4 TO RETURN-CODE
               WHEN NOT = '00'
                   DISPLAY 'LIB1KAVL: UNABLE TO READ data/lib1bom.dat '
                       '- FILE STATUS ' WS-BOM-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ BOM-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-BOM-READ-COUNT
                               PERFORM 0110-ADD-BOM-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE BOM-FILE
           END-EVALUATE.

       0110-ADD-BOM-ENTRY.

           IF WS-BOM-COUNT >= 9999
               DISPLAY 'LIB1KAVL: data/lib1bom.dat HAS MORE THAN 9999 '
                   'RECORDS - REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BOM-COUNT
               MOVE BOM-KIT-KEY  TO WS-BOM-KIT-KEY(WS-BOM-COUNT)
               MOVE BOM-COMP-KEY TO WS-BOM-COMP-KEY(WS-BOM-COUNT)
               MOVE BOM-QTY-PER  TO WS-BOM-QTY-PER(WS-BOM-COUNT)
               MOVE BOM-COMP-KEY TO WS-USE-COMP-KEY(WS-BOM-COUNT)
               MOVE BOM-KIT-KEY  TO WS-USE-KIT-KEY(WS-BOM-COUNT)
               MOVE BOM-QTY-PER  TO WS-USE-QTY-PER(WS-BOM-COUNT)
           END-IF.

       0150-LOAD-EXPIRED-LOTS.

      *    A lot may be issued up to and including its expiry date,
      *    as LIB1MOV allows.
           OPEN INPUT LOT-FILE

           EVALUATE WS-LOT-STATUS
               WHEN '35'
      *            No lot has ever been received.
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1KAVL: UNABLE TO READ data/lib1lot.dat '
                       '- FILE STATUS ' WS-LOT-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL WS-LOT-EOF
                       READ LOT-FILE
                           AT END
                               SET WS-LOT-EOF TO TRUE
                           NOT AT END
                               IF LOT-EXPIRY NOT = SPACES
                                  AND LOT-EXPIRY < WS-CURRENT-DATE
                                   PERFORM 0160-ADD-EXPIRED-LOT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOT-FILE
           END-EVALUATE.

       0160-ADD-EXPIRED-LOT.

           MOVE 'N' TO WS-EXL-FOUND-SW

           PERFORM VARYING WS-EXL-IDX FROM 1 BY 1
                   UNTIL WS-EXL-IDX > WS-EXL-COUNT
                      OR WS-EXL-FOUND
               IF WS-EXL-KEY(WS-EXL-IDX) = LOT-KEY
                  AND WS-EXL-WHS(WS-EXL-IDX) = LOT-WHS
                   SET WS-EXL-FOUND TO TRUE
                   ADD LOT-QTY TO WS-EXL-QTY(WS-EXL-IDX)
               END-IF
           END-PERFORM

           IF NOT WS-EXL-FOUND
               IF WS-EXL-COUNT >= 9999
                   DISPLAY 'LIB1KAVL: data/lib1lot.dat HAS MORE THAN '
                       '9999 EXPIRED LOCATIONS - REPORT NOT PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   SET WS-LOT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-EXL-COUNT
                   MOVE LOT-KEY TO WS-EXL-KEY(WS-EXL-COUNT)
                   MOVE LOT-WHS TO WS-EXL-WHS(WS-EXL-COUNT)
                   MOVE LOT-QTY TO WS-EXL-QTY(WS-EXL-COUNT)
               END-IF
           END-IF.

       0200-SORT-BOM.

      *    Insertion sort of both copies - kit then component for
      *    the availability part, component then kit for where-used.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-BOM-COUNT
               PERFORM 0210-INSERT-BOM-ENTRY
               PERFORM 0220-INSERT-USE-ENTRY
           END-PERFORM.

       0210-INSERT-BOM-ENTRY.

           MOVE WS-BOM-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
           MOVE WS-SORT-IDX TO WS-BOM-IDX
           PERFORM UNTIL WS-BOM-IDX <= 1
              OR WS-BOM-ENTRY(WS-BOM-IDX - 1)(1:10) <= WS-HOLD-ORDER
               MOVE WS-BOM-ENTRY(WS-BOM-IDX - 1)
                 TO WS-BOM-ENTRY(WS-BOM-IDX)
               SUBTRACT 1 FROM WS-BOM-IDX
           END-PERFORM
           MOVE WS-HOLD-ENTRY TO WS-BOM-ENTRY(WS-BOM-IDX).

       0220-INSERT-USE-ENTRY.

           MOVE WS-USE-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
           MOVE WS-SORT-IDX TO WS-BOM-IDX
           PERFORM UNTIL WS-BOM-IDX <= 1
              OR WS-USE-ENTRY(WS-BOM-IDX - 1)(1:10) <= WS-HOLD-ORDER
               MOVE WS-USE-ENTRY(WS-BOM-IDX - 1)
                 TO WS-USE-ENTRY(WS-BOM-IDX)
               SUBTRACT 1 FROM WS-BOM-IDX
           END-PERFORM
           MOVE WS-HOLD-ENTRY TO WS-USE-ENTRY(WS-BOM-IDX).

       0300-COLLECT-WAREHOUSES.

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1LT-COUNT
                      OR RETURN-CODE NOT = ZERO
               MOVE 'N' TO WS-WHS-FOUND-SW
               PERFORM VARYING WS-WHS-IDX FROM 1 BY 1
                       UNTIL WS-WHS-IDX > WS-WHS-COUNT
                          OR WS-WHS-FOUND
                   IF WS-WHS-CODE(WS-WHS-IDX)
                      = LIB1LT-WHS(WS-TABLE-IDX)
                       SET WS-WHS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-WHS-FOUND
                   PERFORM 0310-ADD-WAREHOUSE
               END-IF
           END-PERFORM.

       0310-ADD-WAREHOUSE.

      *    Kept in warehouse order as it is built.
           IF WS-WHS-COUNT >= 999
               DISPLAY 'LIB1KAVL: MORE THAN 999 WAREHOUSES - '
                   'REPORT NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-WHS-COUNT
               MOVE LIB1LT-WHS(WS-TABLE-IDX) TO WS-HOLD-WHS
               MOVE WS-WHS-COUNT TO WS-WHS-SORT-IDX
               PERFORM UNTIL WS-WHS-SORT-IDX <= 1
                  OR WS-WHS-CODE(WS-WHS-SORT-IDX - 1) <= WS-HOLD-WHS
                   MOVE WS-WHS-CODE(WS-WHS-SORT-IDX - 1)
                     TO WS-WHS-CODE(WS-WHS-SORT-IDX)
                   SUBTRACT 1 FROM WS-WHS-SORT-IDX
               END-PERFORM
               MOVE WS-HOLD-WHS TO WS-WHS-CODE(WS-WHS-SORT-IDX)
           END-IF.

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-OUT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'LIB1KAVL: UNABLE TO OPEN data/lib1kavl.rpt - '
                   'FILE STATUS ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-KIT-SECTION TO TRUE
               PERFORM 1900-WRITE-HEADINGS

               MOVE 1 TO WS-BOM-IDX
               PERFORM UNTIL WS-BOM-IDX > WS-BOM-COUNT
                   PERFORM 1100-PRINT-ONE-KIT
               END-PERFORM

               SET WS-WHERE-USED-SECTION TO TRUE
               PERFORM 1900-WRITE-HEADINGS

               PERFORM 1500-PRINT-ONE-USE
                   VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT

               PERFORM 2000-WRITE-TRAILER

               CLOSE REPORT-OUT
           END-IF.

       1100-PRINT-ONE-KIT.

      *    The kit's lines run from WS-KIT-FIRST to WS-KIT-LAST on
      *    the kit-order table; WS-BOM-IDX is left on the next kit.
           MOVE WS-BOM-KIT-KEY(WS-BOM-IDX) TO WS-KIT-KEY
           MOVE WS-BOM-IDX TO WS-KIT-FIRST
           PERFORM UNTIL WS-BOM-IDX > WS-BOM-COUNT
              OR WS-BOM-KIT-KEY(WS-BOM-IDX) NOT = WS-KIT-KEY
               ADD 1 TO WS-BOM-IDX
           END-PERFORM
           COMPUTE WS-KIT-LAST = WS-BOM-IDX - 1

           ADD 1 TO WS-KIT-COUNT
           MOVE ZERO TO WS-KIT-TOTAL-ONHAND
           MOVE ZERO TO WS-KIT-TOTAL-BUILD

           PERFORM 1150-PRINT-KIT-WAREHOUSE
               VARYING WS-WHS-IDX FROM 1 BY 1
               UNTIL WS-WHS-IDX > WS-WHS-COUNT

           IF WS-KIT-TOTAL-BUILD = ZERO
               ADD 1 TO WS-KIT-NONE-COUNT
           END-IF

           IF WS-LINE-COUNT >= 60
               PERFORM 1900-WRITE-HEADINGS
           END-IF

           MOVE SPACES TO KIT-LINE
           MOVE WS-KIT-KEY TO KL-KEY
           MOVE 'ALL WAREHOUSES' TO KL-DESC
           MOVE WS-KIT-TOTAL-ONHAND TO KL-ONHAND
           MOVE WS-KIT-TOTAL-BUILD TO KL-CAN-BUILD
           WRITE REPORT-OUT-REC FROM KIT-LINE
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           ADD 2 TO WS-LINE-COUNT.

       1150-PRINT-KIT-WAREHOUSE.

           MOVE WS-WHS-CODE(WS-WHS-IDX) TO WS-LOOKUP-WHS
           MOVE 'N' TO WS-STOCKED-SW

           MOVE WS-KIT-KEY TO WS-LOOKUP-KEY
           PERFORM 1250-FIND-LOCATION-QTY
           MOVE WS-LOOKUP-QTY TO WS-KIT-ONHAND
           IF WS-KIT-ONHAND > ZERO
               SET WS-STOCKED TO TRUE
           END-IF

           MOVE ZERO TO WS-CAN-BUILD
           MOVE SPACES TO WS-LIMIT-KEY
           PERFORM 1160-CHECK-ONE-COMPONENT
               VARYING WS-TABLE-IDX FROM WS-KIT-FIRST BY 1
               UNTIL WS-TABLE-IDX > WS-KIT-LAST

      *    A warehouse that holds neither the kit nor any of its
      *    components has nothing to say about it.
           IF WS-STOCKED
               IF WS-LINE-COUNT >= 60
                   PERFORM 1900-WRITE-HEADINGS
               END-IF
               MOVE SPACES TO KIT-LINE
               MOVE WS-KIT-KEY TO KL-KEY
               MOVE WS-KIT-KEY TO WS-LOOKUP-KEY
               PERFORM 1200-FIND-MASTER-ENTRY
               IF WS-FOUND
                   MOVE LIB1T-DESC(WS-FOUND-IDX) TO KL-DESC
               ELSE
                   MOVE '** NOT ON MASTER **' TO KL-DESC
               END-IF
               MOVE WS-LOOKUP-WHS TO KL-WHS
               MOVE WS-KIT-ONHAND TO KL-ONHAND
               MOVE WS-CAN-BUILD  TO KL-CAN-BUILD
               MOVE WS-LIMIT-KEY  TO KL-LIMIT-KEY
               MOVE WS-LIMIT-KEY  TO WS-LOOKUP-KEY
               PERFORM 1200-FIND-MASTER-ENTRY
               IF WS-FOUND
                   MOVE LIB1T-DESC(WS-FOUND-IDX) TO KL-LIMIT-DESC
               ELSE
                   MOVE '** NOT ON MASTER **' TO KL-LIMIT-DESC
               END-IF
               WRITE REPORT-OUT-REC FROM KIT-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD WS-KIT-ONHAND TO WS-KIT-TOTAL-ONHAND
               ADD WS-CAN-BUILD  TO WS-KIT-TOTAL-BUILD
           END-IF.

       1160-CHECK-ONE-COMPONENT.

      *    Whole kits only - the division truncates. The component
      *    giving the fewest kits limits the build; the first such
      *    component is named.
           MOVE WS-BOM-COMP-KEY(WS-TABLE-IDX) TO WS-LOOKUP-KEY
           PERFORM 1250-FIND-LOCATION-QTY
           IF WS-LOOKUP-QTY > ZERO
               SET WS-STOCKED TO TRUE
           END-IF
           PERFORM 1260-DEDUCT-EXPIRED-QTY

           IF WS-BOM-QTY-PER(WS-TABLE-IDX) > ZERO
               COMPUTE WS-COMP-KITS
                   = WS-LOOKUP-QTY / WS-BOM-QTY-PER(WS-TABLE-IDX)
           ELSE
               MOVE ZERO TO WS-COMP-KITS
           END-IF

           IF WS-LIMIT-KEY = SPACES
              OR WS-COMP-KITS < WS-CAN-BUILD
               MOVE WS-COMP-KITS TO WS-CAN-BUILD
               MOVE WS-BOM-COMP-KEY(WS-TABLE-IDX) TO WS-LIMIT-KEY
           END-IF.

       1200-FIND-MASTER-ENTRY.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = WS-LOOKUP-KEY
                   SET WS-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1250-FIND-LOCATION-QTY.

           MOVE ZERO TO WS-LOOKUP-QTY

           PERFORM VARYING LIB1LT-IDX FROM 1 BY 1
                   UNTIL LIB1LT-IDX > LIB1LT-COUNT
               IF LIB1LT-KEY(LIB1LT-IDX) = WS-LOOKUP-KEY
                  AND LIB1LT-WHS(LIB1LT-IDX) = WS-LOOKUP-WHS
                   MOVE LIB1LT-QTY(LIB1LT-IDX) TO WS-LOOKUP-QTY
               END-IF
           END-PERFORM.

       1260-DEDUCT-EXPIRED-QTY.

      *    Expired stock still counts as held at the warehouse, but
      *    a build cannot draw on it.
           MOVE 'N' TO WS-EXL-FOUND-SW

           PERFORM VARYING WS-EXL-IDX FROM 1 BY 1
                   UNTIL WS-EXL-IDX > WS-EXL-COUNT
                      OR WS-EXL-FOUND
               IF WS-EXL-KEY(WS-EXL-IDX) = WS-LOOKUP-KEY
                  AND WS-EXL-WHS(WS-EXL-IDX) = WS-LOOKUP-WHS
                   SET WS-EXL-FOUND TO TRUE
                   IF WS-EXL-QTY(WS-EXL-IDX) >= WS-LOOKUP-QTY
                       MOVE ZERO TO WS-LOOKUP-QTY
                   ELSE
                       SUBTRACT WS-EXL-QTY(WS-EXL-IDX)
                           FROM WS-LOOKUP-QTY
                   END-IF
               END-IF
           END-PERFORM.

       1500-PRINT-ONE-USE.

           IF WS-LINE-COUNT >= 60
               PERFORM 1900-WRITE-HEADINGS
           END-IF

      *    The component itself is shown on its first kit only.
           MOVE SPACES TO USE-LINE
           IF WS-BOM-IDX = 1
              OR WS-USE-COMP-KEY(WS-BOM-IDX)
                 NOT = WS-USE-COMP-KEY(WS-BOM-IDX - 1)
               ADD 1 TO WS-COMP-COUNT
               MOVE WS-USE-COMP-KEY(WS-BOM-IDX) TO UL-COMP-KEY
               MOVE WS-USE-COMP-KEY(WS-BOM-IDX) TO WS-LOOKUP-KEY
               PERFORM 1200-FIND-MASTER-ENTRY
               IF WS-FOUND
                   MOVE LIB1T-DESC(WS-FOUND-IDX) TO UL-COMP-DESC
                   MOVE LIB1T-QTY(WS-FOUND-IDX)  TO UL-ONHAND
               ELSE
                   MOVE '** NOT ON MASTER **' TO UL-COMP-DESC
                   MOVE ZERO TO UL-ONHAND
               END-IF
           END-IF

           MOVE WS-USE-KIT-KEY(WS-BOM-IDX) TO UL-KIT-KEY
           MOVE WS-USE-KIT-KEY(WS-BOM-IDX) TO WS-LOOKUP-KEY
           PERFORM 1200-FIND-MASTER-ENTRY
           IF WS-FOUND
               MOVE LIB1T-DESC(WS-FOUND-IDX) TO UL-KIT-DESC
           ELSE
               MOVE '** NOT ON MASTER **' TO UL-KIT-DESC
           END-IF
           MOVE WS-USE-QTY-PER(WS-BOM-IDX) TO UL-QTY-PER

           WRITE REPORT-OUT-REC FROM USE-LINE
           ADD 1 TO WS-LINE-COUNT.

       1900-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE    TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT  TO H1-PAGE

           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
           END-IF

           WRITE REPORT-OUT-REC FROM HEADING-1
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           IF WS-KIT-SECTION
               WRITE REPORT-OUT-REC FROM HEADING-2-KIT
           ELSE
               WRITE REPORT-OUT-REC FROM HEADING-2-USE
           END-IF
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE ZERO TO WS-LINE-COUNT.

       2000-WRITE-TRAILER.

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE 'KITS ON THE BILL OF MATERIALS:'  TO TR-LABEL
           MOVE WS-KIT-COUNT                      TO TR-COUNT
           WRITE REPORT-OUT-REC FROM TRAILER-LINE

           MOVE 'KITS NONE CAN BE BUILT       :'  TO TR-LABEL
           MOVE WS-KIT-NONE-COUNT                 TO TR-COUNT
           WRITE REPORT-OUT-REC FROM TRAILER-LINE

           MOVE 'COMPONENTS IN USE            :'  TO TR-LABEL
           MOVE WS-COMP-COUNT                     TO TR-COUNT
           WRITE REPORT-OUT-REC FROM TRAILER-LINE.
