      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1HIST - Online item history. Called from the LIB1ONL and
      *            LIB1BNL item display with the key on screen, it
      *            gathers everything the journals hold for that key
      *            and pages it newest first:
      *              . every posted movement from the movement
      *                journal (LIB1MJRN, older records converted
      *                from LIB1MJRO) - date, code, warehouse, signed
      *                quantity, reference and the master on-hand
      *                either side of it
      *              . every master change from the maintenance
      *                journal (LIB1JRN), the before and after images
      *                decoded into one plain line per field that
      *                changed ("PRICE 125.99 -> 149.99"), with the
      *                operator who keyed it and the supervisor who
      *                released it
      *            The maintenance journal is cut to a dated
      *            generation by every LIB1BKP cycle, so the
      *            generations still on its catalog are read as well
      *            as tonight's live journal. The quantity side of
      *            LIB1MOV's own master postings is left out of the
      *            change lines - the movement line already shows it.
      *            Only the newest WS-HST-MAX entries are kept.
      *            This site's GnuCOBOL runtime is built without
      *            extended screen I-O, so the terminal dialogue below
      *            (ACCEPT/DISPLAY) stands in for the full-screen
      *            panel; a CICS region would replace this program's
      *            I-O with BMS SEND/RECEIVE MAP.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1HIST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-JOURNAL ASSIGN TO "data/lib1mov-jrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-JRN-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "data/lib1bkp-cat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *    The live journal and each cataloged generation are read
      *    through the one file, the name set before every OPEN.
           SELECT MAINT-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-JRN-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-JOURNAL.
       copy LIB1MJRN.

      *    Catalog record as LIB1BKP writes it.
       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  CAT-GEN                  PIC 9(05).
           05  FILLER                   PIC X(01).
           05  CAT-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X(01).
           05  CAT-BACKUP-NAME          PIC X(40).
           05  FILLER                   PIC X(01).
           05  CAT-JOURNAL-NAME         PIC X(40).

       FD  MAINT-JOURNAL.
       copy LIB1JRN.

       WORKING-STORAGE SECTION.
       01  WS-MOV-JRN-STATUS            PIC X(02).
       01  WS-CATALOG-STATUS            PIC X(02).
       01  WS-MNT-JRN-STATUS            PIC X(02).
       01  WS-EOF-SW                    PIC X(01).
           88  WS-EOF                   VALUE 'Y'.

       copy LIB1MJRO.

       01  WS-JOURNAL-NAME              PIC X(40).

      *    Journal generations named on the backup catalog, oldest
      *    first.
       01  WS-GEN-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-GEN-IDX                   PIC 9(02).
       01  WS-GEN-MISSING-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-NAME              PIC X(40) OCCURS 99 TIMES.

      *    One entry per history line; the run stamp then the order
      *    the record was found in sort it newest first, and the
      *    line key (counting down) keeps the lines decoded from one
      *    journal record in field order.
       01  WS-HST-MAX                   PIC 9(04) VALUE 2000.
       01  WS-HST-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-HST-IDX                   PIC 9(04).
       01  WS-SORT-IDX                  PIC 9(04).
       01  WS-OLDEST-IDX                PIC 9(04).
       01  WS-HST-SEQ                   PIC 9(05) VALUE ZERO.
       01  WS-LINE-IN-RECORD            PIC 9(02).
       01  WS-TRUNCATED-SW              PIC X(01) VALUE 'N'.
           88  WS-TRUNCATED             VALUE 'Y'.
       01  WS-HISTORY-TABLE.
           05  WS-HST-ENTRY             OCCURS 2000 TIMES.
               10  WS-HST-ORDER.
                   15  WS-HST-STAMP     PIC X(14).
                   15  WS-HST-ORDER-SEQ PIC 9(05).
                   15  WS-HST-LINE-KEY  PIC 9(02).
               10  WS-HST-TEXT          PIC X(60).

       01  WS-NEW-ENTRY.
           05  WS-NEW-ORDER.
               10  WS-NEW-STAMP         PIC X(14).
               10  WS-NEW-SEQ           PIC 9(05).
               10  WS-NEW-LINE-KEY      PIC 9(02).
           05  WS-NEW-TEXT              PIC X(60).

       01  WS-HOLD-ENTRY.
           05  WS-HOLD-ORDER            PIC X(21).
           05  FILLER                   PIC X(60).

      *    The journal images, laid out as LIB1MREC.
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-KEY               PIC X(05).
           05  WS-BEF-DESC              PIC X(20).
           05  WS-BEF-QTY               PIC 9(05).
           05  WS-BEF-PRICE             PIC 9(05)V99.
           05  WS-BEF-STATUS            PIC X(01).
           05  WS-BEF-REORDER-PT        PIC 9(05).
           05  WS-BEF-REORDER-QTY       PIC 9(05).
           05  WS-BEF-COST              PIC 9(05)V99.
       01  WS-AFTER-IMAGE.
           05  WS-AFT-KEY               PIC X(05).
           05  WS-AFT-DESC              PIC X(20).
           05  WS-AFT-QTY               PIC 9(05).
           05  WS-AFT-PRICE             PIC 9(05)V99.
           05  WS-AFT-STATUS            PIC X(01).
           05  WS-AFT-REORDER-PT        PIC 9(05).
           05  WS-AFT-REORDER-QTY       PIC 9(05).
           05  WS-AFT-COST              PIC 9(05)V99.

      *    Edited figures are left-justified before they go into a
      *    line, so "PRICE 125.99 -> 149.99" reads without gaps.
       01  WS-QTY-ED                    PIC ZZZZ9.
       01  WS-SIGNED-QTY-ED             PIC +++++9.
       01  WS-AMOUNT-ED                 PIC ZZZZ9.99.
       01  WS-EDIT-FIELD                PIC X(12).
       01  WS-TRIM-FIELD                PIC X(12).
       01  WS-LEAD-SPACES               PIC 9(02).
       01  WS-TRIM-1                    PIC X(12).
       01  WS-TRIM-2                    PIC X(12).
       01  WS-TRIM-3                    PIC X(12).
       01  WS-FIELD-NAME                PIC X(12).
       01  WS-CHANGE-TEXT               PIC X(50).
       01  WS-MOVE-NAME                 PIC X(08).
       01  WS-TEXT-PTR                  PIC 9(02).

      *    Fifteen lines a page keeps the heading and the prompt on
      *    a 24-line terminal.
       01  WS-PAGE-SIZE                 PIC 9(02) VALUE 15.
       01  WS-PAGE-NUM                  PIC 9(04).
       01  WS-PAGE-TOTAL                PIC 9(04).
       01  WS-PAGE-LINE                 PIC 9(02).
       01  WS-REPLY                     PIC X(01).
       01  WS-PAGING-SW                 PIC X(01).
           88  WS-PAGING-DONE           VALUE 'Y'.

       01  WS-DISPLAY-LINE.
           05  DL-DATE                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TIME                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-TEXT                  PIC X(60).

       LINKAGE SECTION.
       01  LS-HIST-KEY                  PIC X(05).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-HIST-KEY.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZERO TO WS-HST-COUNT
           MOVE ZERO TO WS-HST-SEQ
           MOVE ZERO TO WS-GEN-COUNT
           MOVE ZERO TO WS-GEN-MISSING-COUNT
           MOVE 'N' TO WS-TRUNCATED-SW

           PERFORM 1000-READ-MOVEMENTS
           PERFORM 2000-READ-CATALOG

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-NAME(WS-GEN-IDX) TO WS-JOURNAL-NAME
               PERFORM 2100-READ-MAINT-JOURNAL
           END-PERFORM

           MOVE 'data/lib1mnt-jrn.dat' TO WS-JOURNAL-NAME
           PERFORM 2100-READ-MAINT-JOURNAL

           PERFORM 3000-SORT-HISTORY
           PERFORM 4000-SHOW-HISTORY

           GOBACK.

       1000-READ-MOVEMENTS.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MOVEMENT-JOURNAL

           EVALUATE WS-MOV-JRN-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'MOVEMENT JOURNAL UNAVAILABLE - FILE STATUS '
                       WS-MOV-JRN-STATUS
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ MOVEMENT-JOURNAL
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1010-CONVERT-OLD-FORMAT
                               IF MJ-KEY = LS-HIST-KEY
                                   PERFORM 1100-ADD-MOVEMENT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVEMENT-JOURNAL
           END-EVALUATE.

       1010-CONVERT-OLD-FORMAT.

      *    Same conversion every movement journal reader makes -
      *    the quantity sign where MJ-WHS now starts marks a record
      *    written before the warehouse column.
           IF MJ-WHS(1:1) = '+' OR MJ-WHS(1:1) = '-'
               MOVE LIB1-MOV-JOURNAL-RECORD
                 TO LIB1-MOV-JOURNAL-OLD
               MOVE SPACES            TO LIB1-MOV-JOURNAL-RECORD
               MOVE OLD-MJ-DATE       TO MJ-DATE
               MOVE OLD-MJ-TIME       TO MJ-TIME
               MOVE OLD-MJ-CODE       TO MJ-CODE
               MOVE OLD-MJ-KEY        TO MJ-KEY
               MOVE OLD-MJ-QTY        TO MJ-QTY
               MOVE OLD-MJ-REF        TO MJ-REF
               MOVE OLD-MJ-BEFORE-QTY TO MJ-BEFORE-QTY
               MOVE OLD-MJ-AFTER-QTY  TO MJ-AFTER-QTY
           END-IF.

       1100-ADD-MOVEMENT-LINE.

           EVALUATE MJ-CODE
               WHEN 'R'
                   MOVE 'RECEIPT'  TO WS-MOVE-NAME
               WHEN 'I'
                   MOVE 'ISSUE'    TO WS-MOVE-NAME
               WHEN 'J'
                   MOVE 'ADJUST'   TO WS-MOVE-NAME
               WHEN 'T'
                   MOVE 'XFER OUT' TO WS-MOVE-NAME
               WHEN 'U'
                   MOVE 'XFER IN'  TO WS-MOVE-NAME
               WHEN 'B'
                   MOVE 'BUILD'    TO WS-MOVE-NAME
               WHEN 'D'
                   MOVE 'DISASSM'  TO WS-MOVE-NAME
               WHEN OTHER
                   MOVE MJ-CODE    TO WS-MOVE-NAME
           END-EVALUATE

           MOVE MJ-QTY TO WS-SIGNED-QTY-ED
           MOVE WS-SIGNED-QTY-ED TO WS-EDIT-FIELD
           PERFORM 8100-TRIM-NUMBER
           MOVE WS-TRIM-FIELD TO WS-TRIM-1
           MOVE MJ-BEFORE-QTY TO WS-QTY-ED
           MOVE WS-QTY-ED TO WS-EDIT-FIELD
           PERFORM 8100-TRIM-NUMBER
           MOVE WS-TRIM-FIELD TO WS-TRIM-2
           MOVE MJ-AFTER-QTY TO WS-QTY-ED
           MOVE WS-QTY-ED TO WS-EDIT-FIELD
           PERFORM 8100-TRIM-NUMBER
           MOVE WS-TRIM-FIELD TO WS-TRIM-3

           MOVE SPACES TO WS-NEW-TEXT
           STRING 'MOV ' WS-MOVE-NAME ' ' MJ-WHS ' '
                      DELIMITED BY SIZE
                  WS-TRIM-1 DELIMITED BY SPACE
                  ' REF ' MJ-REF ' ON HAND ' DELIMITED BY SIZE
                  WS-TRIM-2 DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  WS-TRIM-3 DELIMITED BY SPACE
               INTO WS-NEW-TEXT
           END-STRING

           MOVE MJ-DATE TO WS-NEW-STAMP(1:8)
           MOVE MJ-TIME TO WS-NEW-STAMP(9:6)
           ADD 1 TO WS-HST-SEQ
           MOVE ZERO TO WS-LINE-IN-RECORD
           PERFORM 8000-ADD-HISTORY-LINE.

       2000-READ-CATALOG.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CATALOG-FILE

           EVALUATE WS-CATALOG-STATUS
               WHEN '35'
      *            No backup cycle has run - the live journal is all
      *            there is.
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'BACKUP CATALOG UNAVAILABLE - FILE STATUS '
                       WS-CATALOG-STATUS ' - ONLY THE LIVE JOURNAL '
                       'IS SHOWN'
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ CATALOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF WS-GEN-COUNT < 99
                                   ADD 1 TO WS-GEN-COUNT
                                   MOVE CAT-JOURNAL-NAME
                                     TO WS-GEN-NAME(WS-GEN-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOG-FILE
           END-EVALUATE.

       2100-READ-MAINT-JOURNAL.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MAINT-JOURNAL

      *    A generation operations have already scratched is simply
      *    counted - the history shown stops short of it.
           EVALUATE WS-MNT-JRN-STATUS
               WHEN '35'
                   IF WS-JOURNAL-NAME NOT = 'data/lib1mnt-jrn.dat'
                       ADD 1 TO WS-GEN-MISSING-COUNT
                   END-IF
               WHEN NOT = '00'
                   DISPLAY 'JOURNAL ' WS-JOURNAL-NAME
                   DISPLAY '  UNAVAILABLE - FILE STATUS '
                       WS-MNT-JRN-STATUS
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ MAINT-JOURNAL
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF JRN-KEY = LS-HIST-KEY
                                   PERFORM 2200-DECODE-MAINT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-JOURNAL
           END-EVALUATE.

       2200-DECODE-MAINT-RECORD.

           MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE  TO WS-AFTER-IMAGE
           MOVE JRN-DATE TO WS-NEW-STAMP(1:8)
           MOVE JRN-TIME TO WS-NEW-STAMP(9:6)
           ADD 1 TO WS-HST-SEQ
           MOVE ZERO TO WS-LINE-IN-RECORD

           EVALUATE JRN-CODE
               WHEN 'A'
                   MOVE WS-AFT-PRICE TO WS-AMOUNT-ED
                   MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
                   PERFORM 8100-TRIM-NUMBER
                   MOVE WS-TRIM-FIELD TO WS-TRIM-1
                   MOVE WS-AFT-QTY TO WS-QTY-ED
                   MOVE WS-QTY-ED TO WS-EDIT-FIELD
                   PERFORM 8100-TRIM-NUMBER
                   MOVE WS-TRIM-FIELD TO WS-TRIM-2
                   MOVE SPACES TO WS-CHANGE-TEXT
                   STRING 'ADDED ' WS-AFT-DESC DELIMITED BY '  '
                          ' QTY ' DELIMITED BY SIZE
                          WS-TRIM-2 DELIMITED BY SPACE
                          ' PRICE ' DELIMITED BY SIZE
                          WS-TRIM-1 DELIMITED BY SPACE
                       INTO WS-CHANGE-TEXT
                   END-STRING
                   PERFORM 2290-ADD-MAINT-LINE
               WHEN 'D'
                   IF JRN-OPERATOR = 'LIB1PRG'
                       MOVE 'PURGED TO ARCHIVE' TO WS-CHANGE-TEXT
                   ELSE
                       MOVE 'DELETED' TO WS-CHANGE-TEXT
                   END-IF
                   PERFORM 2290-ADD-MAINT-LINE
               WHEN OTHER
                   PERFORM 2210-DECODE-CHANGE
           END-EVALUATE.

       2210-DECODE-CHANGE.

      *    One line per field that differs, in record order.
           IF WS-AFT-DESC NOT = WS-BEF-DESC
               MOVE SPACES TO WS-CHANGE-TEXT
               STRING 'DESC ' WS-BEF-DESC DELIMITED BY '  '
                      ' -> ' WS-AFT-DESC DELIMITED BY '  '
                   INTO WS-CHANGE-TEXT
               END-STRING
               PERFORM 2290-ADD-MAINT-LINE
           END-IF

           IF WS-AFT-QTY NOT = WS-BEF-QTY
              AND JRN-OPERATOR NOT = 'LIB1MOV'
               MOVE 'QTY' TO WS-FIELD-NAME
               MOVE WS-BEF-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-1
               MOVE WS-AFT-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-2
               PERFORM 2280-BUILD-FROM-TO
           END-IF

           IF WS-AFT-PRICE NOT = WS-BEF-PRICE
               MOVE 'PRICE' TO WS-FIELD-NAME
               MOVE WS-BEF-PRICE TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-1
               MOVE WS-AFT-PRICE TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-2
               PERFORM 2280-BUILD-FROM-TO
           END-IF

           IF WS-AFT-STATUS NOT = WS-BEF-STATUS
               MOVE 'STATUS' TO WS-FIELD-NAME
               MOVE WS-BEF-STATUS TO WS-TRIM-1
               MOVE WS-AFT-STATUS TO WS-TRIM-2
               PERFORM 2280-BUILD-FROM-TO
           END-IF

           IF WS-AFT-REORDER-PT NOT = WS-BEF-REORDER-PT
               MOVE 'REORDER PT' TO WS-FIELD-NAME
               MOVE WS-BEF-REORDER-PT TO WS-QTY-ED
               MOVE WS-QTY-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-1
               MOVE WS-AFT-REORDER-PT TO WS-QTY-ED
               MOVE WS-QTY-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-2
               PERFORM 2280-BUILD-FROM-TO
           END-IF

           IF WS-AFT-REORDER-QTY NOT = WS-BEF-REORDER-QTY
               MOVE 'REORDER QTY' TO WS-FIELD-NAME
               MOVE WS-BEF-REORDER-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-1
               MOVE WS-AFT-REORDER-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-2
               PERFORM 2280-BUILD-FROM-TO
           END-IF

           IF WS-AFT-COST NOT = WS-BEF-COST
               MOVE 'COST' TO WS-FIELD-NAME
               MOVE WS-BEF-COST TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-1
               MOVE WS-AFT-COST TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
               PERFORM 8100-TRIM-NUMBER
               MOVE WS-TRIM-FIELD TO WS-TRIM-2
               PERFORM 2280-BUILD-FROM-TO
           END-IF.

       2280-BUILD-FROM-TO.

           MOVE SPACES TO WS-CHANGE-TEXT
           STRING WS-FIELD-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TRIM-1 DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  WS-TRIM-2 DELIMITED BY SPACE
               INTO WS-CHANGE-TEXT
           END-STRING
           PERFORM 2290-ADD-MAINT-LINE.

       2290-ADD-MAINT-LINE.

           MOVE SPACES TO WS-NEW-TEXT
           MOVE 1 TO WS-TEXT-PTR
           STRING 'MNT ' WS-CHANGE-TEXT DELIMITED BY '  '
               INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           IF JRN-OPERATOR NOT = SPACES
               STRING ' BY ' DELIMITED BY SIZE
                      JRN-OPERATOR DELIMITED BY SPACE
                   INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           IF JRN-APPROVER NOT = SPACES
               STRING ' APPR ' DELIMITED BY SIZE
                      JRN-APPROVER DELIMITED BY SPACE
                   INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           PERFORM 8000-ADD-HISTORY-LINE.

       3000-SORT-HISTORY.

      *    Insertion sort, newest first.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-HST-COUNT
               PERFORM 3010-INSERT-ENTRY
           END-PERFORM.

       3010-INSERT-ENTRY.

           MOVE WS-HST-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
           MOVE WS-SORT-IDX TO WS-HST-IDX
           PERFORM UNTIL WS-HST-IDX <= 1
              OR WS-HST-ORDER(WS-HST-IDX - 1) >= WS-HOLD-ORDER
               MOVE WS-HST-ENTRY(WS-HST-IDX - 1)
                 TO WS-HST-ENTRY(WS-HST-IDX)
               SUBTRACT 1 FROM WS-HST-IDX
           END-PERFORM
           MOVE WS-HOLD-ENTRY TO WS-HST-ENTRY(WS-HST-IDX).

       4000-SHOW-HISTORY.

           DISPLAY ' '
           DISPLAY '-------- LIB1 ITEM HISTORY - KEY ' LS-HIST-KEY
               ' --------'

           IF WS-GEN-MISSING-COUNT > ZERO
               DISPLAY 'JOURNAL GENERATIONS NO LONGER ON DISK: '
                   WS-GEN-MISSING-COUNT
           END-IF
           IF WS-TRUNCATED
               DISPLAY 'ONLY THE NEWEST ' WS-HST-MAX
                   ' ENTRIES ARE SHOWN'
           END-IF

           IF WS-HST-COUNT = ZERO
               DISPLAY 'NO HISTORY ON FILE FOR THIS KEY'
           ELSE
               COMPUTE WS-PAGE-TOTAL
                   = (WS-HST-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
               MOVE 1 TO WS-PAGE-NUM
               MOVE 1 TO WS-HST-IDX
               MOVE 'N' TO WS-PAGING-SW
               PERFORM UNTIL WS-PAGING-DONE
                   PERFORM 4100-SHOW-ONE-PAGE
                   PERFORM 4200-PROMPT-FOR-PAGE
               END-PERFORM
           END-IF.

       4100-SHOW-ONE-PAGE.

           DISPLAY ' '
           DISPLAY 'PAGE ' WS-PAGE-NUM ' OF ' WS-PAGE-TOTAL
               ' - NEWEST FIRST'
           DISPLAY 'DATE       TIME     DETAIL'

           MOVE ZERO TO WS-PAGE-LINE
           PERFORM UNTIL WS-PAGE-LINE >= WS-PAGE-SIZE
                      OR WS-HST-IDX > WS-HST-COUNT
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING WS-HST-STAMP(WS-HST-IDX)(1:4) '-'
                      WS-HST-STAMP(WS-HST-IDX)(5:2) '-'
                      WS-HST-STAMP(WS-HST-IDX)(7:2)
                   DELIMITED BY SIZE INTO DL-DATE
               END-STRING
               STRING WS-HST-STAMP(WS-HST-IDX)(9:2) ':'
                      WS-HST-STAMP(WS-HST-IDX)(11:2) ':'
                      WS-HST-STAMP(WS-HST-IDX)(13:2)
                   DELIMITED BY SIZE INTO DL-TIME
               END-STRING
               MOVE WS-HST-TEXT(WS-HST-IDX) TO DL-TEXT
               DISPLAY WS-DISPLAY-LINE
               ADD 1 TO WS-PAGE-LINE
               ADD 1 TO WS-HST-IDX
           END-PERFORM.

       4200-PROMPT-FOR-PAGE.

           IF WS-HST-IDX > WS-HST-COUNT
               DISPLAY 'END OF HISTORY - PRESS ENTER TO RETURN: '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               SET WS-PAGING-DONE TO TRUE
           ELSE
               DISPLAY 'ENTER N FOR NEXT PAGE, BLANK TO RETURN: '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = 'N' OR WS-REPLY = 'n'
                   ADD 1 TO WS-PAGE-NUM
               ELSE
                   SET WS-PAGING-DONE TO TRUE
               END-IF
           END-IF.

       8000-ADD-HISTORY-LINE.

      *    Past WS-HST-MAX lines the oldest line held gives way to a
      *    newer one, so the table always ends up with the newest.
           MOVE WS-HST-SEQ TO WS-NEW-SEQ
           ADD 1 TO WS-LINE-IN-RECORD
           COMPUTE WS-NEW-LINE-KEY = 99 - WS-LINE-IN-RECORD

           IF WS-HST-COUNT < WS-HST-MAX
               ADD 1 TO WS-HST-COUNT
               MOVE WS-NEW-ENTRY TO WS-HST-ENTRY(WS-HST-COUNT)
           ELSE
               SET WS-TRUNCATED TO TRUE
               MOVE 1 TO WS-OLDEST-IDX
               PERFORM VARYING WS-HST-IDX FROM 2 BY 1
                       UNTIL WS-HST-IDX > WS-HST-COUNT
                   IF WS-HST-ORDER(WS-HST-IDX)
                      < WS-HST-ORDER(WS-OLDEST-IDX)
                       MOVE WS-HST-IDX TO WS-OLDEST-IDX
                   END-IF
               END-PERFORM
               IF WS-NEW-ORDER > WS-HST-ORDER(WS-OLDEST-IDX)
                   MOVE WS-NEW-ENTRY TO WS-HST-ENTRY(WS-OLDEST-IDX)
               END-IF
           END-IF.

       8100-TRIM-NUMBER.

           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-EDIT-FIELD TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE SPACES TO WS-TRIM-FIELD
           IF WS-LEAD-SPACES < 12
               MOVE WS-EDIT-FIELD(WS-LEAD-SPACES + 1:)
                 TO WS-TRIM-FIELD
           END-IF.
