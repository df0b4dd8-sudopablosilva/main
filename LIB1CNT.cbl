      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1CNT - Physical inventory count sheets. Opens a count over
      *           the location file (LIB1LREC) and prints one count
      *           sheet per warehouse (LIB1L-WHS) listing every item
      *           to be counted with a blank for the counted
      *           quantity - the book quantity is deliberately left
      *           off, so the counters count the shelf rather than
      *           confirm a number. At the same moment the book
      *           quantity of every location on the sheet is frozen
      *           to the count snapshot (LIB1CREC), which LIB1CVAR
      *           later compares the counts against. The parameter
      *           card picks the count: type 'F' is a full
      *           wall-to-wall count of every location, type 'R' a
      *           rolling cycle count of the given number of
      *           locations that have gone longest without a count
      *           according to the count history (LIB1CHST); either
      *           may be limited to one warehouse. A count reference
      *           may be keyed on the card, otherwise CTyymmdd is
      *           used. A count still open on the snapshot - lines
      *           not yet posted by LIB1CVAR - is never overwritten
      *           unless the card says to abandon it, since that
      *           would throw away counts already keyed.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1CNT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "data/lib1cnt-parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COUNT-FILE ASSIGN TO "data/lib1cnt-snap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT HISTORY-IN ASSIGN TO "data/lib1cnt-hst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1cnt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-COUNT-TYPE          PIC X(01).
           05  FILLER                   PIC X(01).
           05  PARM-WHS                 PIC X(03).
           05  FILLER                   PIC X(01).
           05  PARM-LINES               PIC 9(05).
           05  FILLER                   PIC X(01).
           05  PARM-COUNT-ID            PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-REPLACE             PIC X(01).

       FD  COUNT-FILE.
       copy LIB1CREC.

       FD  HISTORY-IN.
       copy LIB1CHST.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02).
       01  WS-COUNT-STATUS              PIC X(02).
       01  WS-HISTORY-STATUS            PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

      *    Run parameters, defaulted to a full count of every
      *    warehouse when no card is supplied.
       01  WS-COUNT-TYPE                PIC X(01) VALUE 'F'.
           88  WS-FULL-COUNT            VALUE 'F'.
           88  WS-ROLLING-COUNT         VALUE 'R'.
       01  WS-COUNT-WHS                 PIC X(03) VALUE SPACES.
       01  WS-COUNT-LINES               PIC 9(05) VALUE ZERO.
       01  WS-COUNT-ID                  PIC X(08) VALUE SPACES.
       01  WS-REPLACE-SW                PIC X(01) VALUE 'N'.
           88  WS-REPLACE-OPEN          VALUE 'Y'.

       01  WS-OPEN-LINES                PIC 9(05) VALUE ZERO.
       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-SORT-IDX                  PIC 9(05).
       01  WS-HST-IDX                   PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.

      *    Count history, loaded only for a rolling count.
       01  WS-HST-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-HISTORY-TABLE.
           05  WS-HST-ENTRY             OCCURS 9999 TIMES.
               10  WS-HST-KEY           PIC X(05).
               10  WS-HST-WHS           PIC X(03).
               10  WS-HST-LAST-DATE     PIC X(08).
               10  WS-HST-LAST-ID       PIC X(08).

      *    Locations selected for the count. WS-SEL-SORT-KEY is
      *    built for whichever order is wanted and the table sorted
      *    on it: last-count date first to pick a rolling count,
      *    then warehouse and key to print the sheets.
       01  WS-SEL-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-SELECT-TABLE.
           05  WS-SEL-ENTRY             OCCURS 9999 TIMES.
               10  WS-SEL-SORT-KEY      PIC X(16).
               10  WS-SEL-KEY           PIC X(05).
               10  WS-SEL-WHS           PIC X(03).
               10  WS-SEL-QTY           PIC 9(05).
               10  WS-SEL-LAST-DATE     PIC X(08).
       01  WS-HOLD-SEL-ENTRY.
           05  WS-HOLD-SORT-KEY         PIC X(16).
           05  FILLER                   PIC X(21).

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-CURRENT-WHS               PIC X(03).
       01  WS-WHS-LINES                 PIC 9(05) VALUE ZERO.
       01  WS-WHS-SHEETS                PIC 9(03) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  WS-RUN-DATE                  PIC X(10).
       01  WS-SHEET-DATE                PIC X(08).

       01  HEADING-1.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(36)
                   VALUE 'LIB1 PHYSICAL INVENTORY COUNT SHEET'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(10) VALUE 'COUNT ID: '.
           05  H2-COUNT-ID              PIC X(08).
           05  FILLER                   PIC X(09) VALUE '   TYPE: '.
           05  H2-TYPE                  PIC X(12).
           05  FILLER                   PIC X(14)
                   VALUE '   WAREHOUSE: '.
           05  H2-WHS                   PIC X(03).

       01  HEADING-3.
           05  FILLER                   PIC X(05) VALUE 'KEY  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(15)
                   VALUE 'COUNTED QTY'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(15)
                   VALUE 'COUNTED BY'.

       01  DETAIL-LINE.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(15)
                   VALUE '_______________'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(15)
                   VALUE '_______________'.

       01  WHS-TRAILER-LINE.
           05  FILLER                   PIC X(21)
                   VALUE 'LOCATIONS ON SHEET:  '.
           05  WT-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(22)
                   VALUE '     SIGNED OFF BY:   '.
           05  FILLER                   PIC X(15)
                   VALUE '_______________'.

       01  TRAILER-LINE.
           05  FILLER                   PIC X(21)
                   VALUE 'TOTAL LOCATIONS:     '.
           05  TR-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(15)
                   VALUE '   WAREHOUSES: '.
           05  TR-WHS-COUNT             PIC ZZ9.

       copy LIB1TBL.

       copy LIB1LTBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURRENT-DATE TO WS-SHEET-DATE

           PERFORM 0100-READ-PARAMETERS

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           PERFORM 0200-CHECK-OPEN-COUNT

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1CNT: UNABLE TO LOAD MASTER FILE - '
                   'COUNT SHEETS NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CALL 'LIB1LLOD' USING LIB1-LOCATION-TABLE

      *    A truncated location table would leave locations off a
      *    wall-to-wall count without anyone noticing - the count
      *    must cover the file or not be cut at all.
           IF NOT LIB1LT-LOAD-OK OR LIB1LT-LOAD-TRUNCATED
               DISPLAY 'LIB1CNT: UNABLE TO LOAD data/lib1loc.dat - '
                   'COUNT SHEETS NOT PRODUCED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ROLLING-COUNT
               PERFORM 0300-LOAD-COUNT-HISTORY
           END-IF

           PERFORM 1000-SELECT-ONE-LOCATION
               VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX > LIB1LT-COUNT

           IF WS-ROLLING-COUNT
               PERFORM 1200-PICK-ROLLING-LOCATIONS
           END-IF

           PERFORM 1250-SET-SHEET-ORDER

           IF WS-SEL-COUNT = ZERO
               DISPLAY 'LIB1CNT: NO LOCATIONS SELECTED - '
                   'COUNT SHEETS NOT PRODUCED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-WRITE-COUNT-SHEETS

           DISPLAY 'LIB1CNT COUNT ' WS-COUNT-ID
               ' LOCATIONS ON SHEETS: ' WS-SEL-COUNT

           GOBACK.

       0100-READ-PARAMETERS.

           OPEN INPUT PARM-IN

           IF WS-PARM-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-COUNT-TYPE NOT = SPACE
                           MOVE PARM-COUNT-TYPE TO WS-COUNT-TYPE
                       END-IF
                       MOVE PARM-WHS      TO WS-COUNT-WHS
                       IF PARM-LINES IS NUMERIC
                           MOVE PARM-LINES TO WS-COUNT-LINES
                       END-IF
                       MOVE PARM-COUNT-ID TO WS-COUNT-ID
                       MOVE PARM-REPLACE  TO WS-REPLACE-SW
               END-READ
               CLOSE PARM-IN
           END-IF

           IF WS-COUNT-ID = SPACES
               STRING 'CT' WS-CD-YYYY(3:2) WS-CD-MM WS-CD-DD
                   DELIMITED BY SIZE INTO WS-COUNT-ID
               END-STRING
           END-IF

           IF NOT WS-FULL-COUNT AND NOT WS-ROLLING-COUNT
               DISPLAY 'LIB1CNT: COUNT TYPE ' WS-COUNT-TYPE
                   ' INVALID - USE F (FULL) OR R (ROLLING)'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-ROLLING-COUNT AND WS-COUNT-LINES = ZERO
               DISPLAY 'LIB1CNT: ROLLING COUNT NEEDS A NUMBER OF '
                   'LOCATIONS ON THE PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
           END-IF.

       0200-CHECK-OPEN-COUNT.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT COUNT-FILE

           IF WS-COUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ COUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CNT-STATUS NOT = 'P'
                               ADD 1 TO WS-OPEN-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF

      *    Cutting new sheets replaces the snapshot, so any count
      *    still open - keyed but not posted, or never counted -
      *    would be lost. Hold the run unless the card explicitly
      *    abandons the open count.
           IF WS-OPEN-LINES > ZERO
               IF WS-REPLACE-OPEN
                   DISPLAY 'LIB1CNT: ABANDONING ' WS-OPEN-LINES
                       ' OPEN LINES OF THE PREVIOUS COUNT'
               ELSE
                   DISPLAY 'LIB1CNT: PREVIOUS COUNT HAS '
                       WS-OPEN-LINES ' LINES NOT YET POSTED - '
                       'COUNT SHEETS NOT PRODUCED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0300-LOAD-COUNT-HISTORY.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HISTORY-IN

           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HISTORY-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-HST-COUNT < 9999
                               ADD 1 TO WS-HST-COUNT
                               MOVE LIB1-COUNT-HISTORY-RECORD
                                 TO WS-HST-ENTRY(WS-HST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.

       1000-SELECT-ONE-LOCATION.

           IF WS-COUNT-WHS = SPACES
              OR LIB1LT-WHS(WS-TABLE-IDX) = WS-COUNT-WHS
               ADD 1 TO WS-SEL-COUNT
               MOVE LIB1LT-KEY(WS-TABLE-IDX)
                 TO WS-SEL-KEY(WS-SEL-COUNT)
               MOVE LIB1LT-WHS(WS-TABLE-IDX)
                 TO WS-SEL-WHS(WS-SEL-COUNT)
               MOVE LIB1LT-QTY(WS-TABLE-IDX)
                 TO WS-SEL-QTY(WS-SEL-COUNT)
               MOVE SPACES TO WS-SEL-LAST-DATE(WS-SEL-COUNT)
               IF WS-ROLLING-COUNT
                   PERFORM 1100-FIND-LAST-COUNT
               END-IF
           END-IF.

       1100-FIND-LAST-COUNT.

      *    A location never counted keeps a blank date, which sorts
      *    ahead of every real date - so it is first in line.
           MOVE 'N' TO WS-FOUND-SW

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
                      OR WS-FOUND
               IF WS-HST-KEY(WS-HST-IDX) = WS-SEL-KEY(WS-SEL-COUNT)
                  AND WS-HST-WHS(WS-HST-IDX)
                      = WS-SEL-WHS(WS-SEL-COUNT)
                   SET WS-FOUND TO TRUE
                   MOVE WS-HST-LAST-DATE(WS-HST-IDX)
                     TO WS-SEL-LAST-DATE(WS-SEL-COUNT)
               END-IF
           END-PERFORM.

       1200-PICK-ROLLING-LOCATIONS.

           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-SEL-COUNT
               MOVE SPACES TO WS-SEL-SORT-KEY(WS-SORT-IDX)
               STRING WS-SEL-LAST-DATE(WS-SORT-IDX)
                      WS-SEL-WHS(WS-SORT-IDX)
                      WS-SEL-KEY(WS-SORT-IDX)
                   DELIMITED BY SIZE INTO WS-SEL-SORT-KEY(WS-SORT-IDX)
               END-STRING
           END-PERFORM

           PERFORM 1300-SORT-SELECTION

           IF WS-SEL-COUNT > WS-COUNT-LINES
               MOVE WS-COUNT-LINES TO WS-SEL-COUNT
           END-IF.

       1250-SET-SHEET-ORDER.

           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-SEL-COUNT
               MOVE SPACES TO WS-SEL-SORT-KEY(WS-SORT-IDX)
               STRING WS-SEL-WHS(WS-SORT-IDX)
                      WS-SEL-KEY(WS-SORT-IDX)
                   DELIMITED BY SIZE INTO WS-SEL-SORT-KEY(WS-SORT-IDX)
               END-STRING
           END-PERFORM

           PERFORM 1300-SORT-SELECTION.

       1300-SORT-SELECTION.

      *    Insertion sort on the prepared sort key - the same
      *    technique LIB1VAL uses to order the master.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-SEL-COUNT
               PERFORM 1310-INSERT-ENTRY
           END-PERFORM.

       1310-INSERT-ENTRY.

           MOVE WS-SEL-ENTRY(WS-SORT-IDX) TO WS-HOLD-SEL-ENTRY
           MOVE WS-SORT-IDX TO WS-TABLE-IDX
           PERFORM UNTIL WS-TABLE-IDX <= 1
              OR WS-SEL-SORT-KEY(WS-TABLE-IDX - 1) <= WS-HOLD-SORT-KEY
               MOVE WS-SEL-ENTRY(WS-TABLE-IDX - 1)
                 TO WS-SEL-ENTRY(WS-TABLE-IDX)
               SUBTRACT 1 FROM WS-TABLE-IDX
           END-PERFORM
           MOVE WS-HOLD-SEL-ENTRY TO WS-SEL-ENTRY(WS-TABLE-IDX).

       2000-WRITE-COUNT-SHEETS.

           OPEN OUTPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = '00'
               DISPLAY 'LIB1CNT: UNABLE TO OPEN data/lib1cnt-snap.dat '
                   '- FILE STATUS ' WS-COUNT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-OUT

               MOVE WS-COUNT-ID TO H2-COUNT-ID
               IF WS-FULL-COUNT
                   MOVE 'FULL'    TO H2-TYPE
               ELSE
                   MOVE 'ROLLING' TO H2-TYPE
               END-IF
               MOVE SPACES TO WS-CURRENT-WHS

               PERFORM 2100-WRITE-ONE-LINE
                   VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-SEL-COUNT

               PERFORM 2300-WRITE-WHS-TRAILER

               MOVE WS-SEL-COUNT  TO TR-COUNT
               MOVE WS-WHS-SHEETS TO TR-WHS-COUNT
               MOVE SPACES TO REPORT-OUT-REC
               WRITE REPORT-OUT-REC
               WRITE REPORT-OUT-REC FROM TRAILER-LINE

               CLOSE REPORT-OUT
               CLOSE COUNT-FILE
           END-IF.

       2100-WRITE-ONE-LINE.

      *    Each warehouse starts a fresh sheet, so the sheets can be
      *    handed to separate count teams.
           IF WS-SEL-WHS(WS-SORT-IDX) NOT = WS-CURRENT-WHS
               IF WS-CURRENT-WHS NOT = SPACES
                   PERFORM 2300-WRITE-WHS-TRAILER
               END-IF
               MOVE WS-SEL-WHS(WS-SORT-IDX) TO WS-CURRENT-WHS
               ADD 1 TO WS-WHS-SHEETS
               MOVE ZERO TO WS-WHS-LINES
               MOVE 60 TO WS-LINE-COUNT
           END-IF

           IF WS-LINE-COUNT >= 60
               PERFORM 2200-WRITE-HEADINGS
           END-IF

           PERFORM 2150-FIND-MASTER-ENTRY

           MOVE WS-SEL-KEY(WS-SORT-IDX) TO DL-KEY
           IF WS-FOUND
               MOVE LIB1T-DESC(WS-FOUND-IDX) TO DL-DESC
           ELSE
               MOVE '** NOT ON MASTER **' TO DL-DESC
           END-IF
           WRITE REPORT-OUT-REC FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-WHS-LINES

           MOVE SPACES                  TO LIB1-COUNT-RECORD
           MOVE WS-COUNT-ID             TO CNT-ID
           MOVE WS-SEL-KEY(WS-SORT-IDX) TO CNT-KEY
           MOVE WS-SEL-WHS(WS-SORT-IDX) TO CNT-WHS
           MOVE WS-SEL-QTY(WS-SORT-IDX) TO CNT-BOOK-QTY
           MOVE ZERO                    TO CNT-COUNTED-QTY
           MOVE 'S'                     TO CNT-STATUS
           MOVE WS-COUNT-TYPE           TO CNT-TYPE
           MOVE WS-SHEET-DATE           TO CNT-SHEET-DATE
           MOVE 'N'                     TO CNT-APPROVED
           WRITE LIB1-COUNT-RECORD.

       2150-FIND-MASTER-ENTRY.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = WS-SEL-KEY(WS-SORT-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2200-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE    TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT  TO H1-PAGE
           MOVE WS-CURRENT-WHS TO H2-WHS

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
           WRITE REPORT-OUT-REC FROM HEADING-3
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC

           MOVE ZERO TO WS-LINE-COUNT.

       2300-WRITE-WHS-TRAILER.

           MOVE WS-WHS-LINES TO WT-COUNT
           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM WHS-TRAILER-LINE.
