      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * LIB1CVAR - Physical inventory count variance and posting.
      *            Applies the counted quantities keyed from the
      *            count sheets (key, warehouse, counted quantity) to
      *            the count snapshot LIB1CNT froze, plus any
      *            supervisor approvals, and prints a variance report
      *            of every line on the count: frozen book quantity,
      *            counted quantity, variance in units and valued at
      *            the master's LIB1M-COST, and the variance as a
      *            percentage of book. A variance whose value or
      *            percentage exceeds the tolerance is flagged '*'
      *            and held until it is recounted or approved on the
      *            approval file; a variance inside tolerance, or an
      *            approved one, is posted by appending a 'J'
      *            adjustment for the signed variance to tonight's
      *            movement transactions with the count reference in
      *            MOV-REF - so the correction goes through LIB1MOV
      *            like any other adjustment, lands on the movement
      *            and maintenance journals and keeps LIB1RCN's proof
      *            intact. A posted line is marked sent on the
      *            snapshot (a rerun never posts it twice) and is
      *            only closed by the next run, once that run finds
      *            the adjustment LIB1MOV accepted on the movement
      *            journal; its location's last-count date is then
      *            recorded on the count history LIB1CNT uses to
      *            choose rolling counts. An adjustment still waiting
      *            on the movement transactions leaves the line sent;
      *            one that is on neither file was rejected by
      *            LIB1MOV, so the line is reopened and its variance
      *            posted again. Runs in the nightly stream ahead of
      *            LIB1MOV; with no count open it does nothing.
      *            Count entries that cannot be applied are written
      *            to STATUS-OUT in the same style as LIB1MOV.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIB1CVAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO "data/lib1cnt-snap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT COUNT-IN ASSIGN TO "data/lib1cnt-tran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-IN-STATUS.

           SELECT APPROVAL-IN ASSIGN TO "data/lib1cnt-apr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "data/lib1cnt-hst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT MOV-OUT ASSIGN TO "data/lib1mov-tran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVEMENT-JOURNAL ASSIGN TO "data/lib1mov-jrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-JRN-STATUS.

           SELECT REPORT-OUT ASSIGN TO "data/lib1cvar.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATUS-OUT ASSIGN TO "data/lib1cvar.sts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OUT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       copy LIB1CREC.

       FD  COUNT-IN.
       01  COUNT-IN-REC.
           05  CE-KEY                   PIC X(05).
           05  CE-WHS                   PIC X(03).
           05  CE-QTY                   PIC 9(05).

       FD  APPROVAL-IN.
       01  APPROVAL-IN-REC.
           05  AP-KEY                   PIC X(05).
           05  AP-WHS                   PIC X(03).

       FD  HISTORY-FILE.
       copy LIB1CHST.

       FD  MOV-OUT.
       01  MOV-OUT-REC                  PIC X(51).

       FD  MOVEMENT-JOURNAL.
       copy LIB1MJRN.

       FD  REPORT-OUT.
       01  REPORT-OUT-REC               PIC X(132).

       FD  STATUS-OUT.
       01  STATUS-OUT-REC.
           05  STO-CODE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  STO-KEY                  PIC X(05).
           05  FILLER                   PIC X(01).
           05  STO-WHS                  PIC X(03).
           05  FILLER                   PIC X(01).
           05  STO-RESULT               PIC X(08).
           05  FILLER                   PIC X(01).
           05  STO-REASON               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-COUNT-STATUS              PIC X(02).
       01  WS-COUNT-IN-STATUS           PIC X(02).
       01  WS-APPROVAL-STATUS           PIC X(02).
       01  WS-HISTORY-STATUS            PIC X(02).
       01  WS-MOV-STATUS                PIC X(02).
       01  WS-MOV-JRN-STATUS            PIC X(02).
       01  WS-REPORT-STATUS             PIC X(02).
       01  WS-STATUS-OUT-STATUS         PIC X(02).
       01  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

      *    Variances above either limit are held for a supervisor:
      *    the value limit catches a small miscount on an expensive
      *    item, the percentage limit a large miscount on a cheap
      *    one.
       01  WS-TOLERANCE-PCT             PIC 9(03)V9 VALUE 5.0.
       01  WS-TOLERANCE-VALUE           PIC 9(07)V99 VALUE 250.00.

       copy LIB1MTRN.
       copy LIB1MJRO.

       01  WS-TABLE-IDX                 PIC 9(05).
       01  WS-CNT-IDX                   PIC 9(05).
       01  WS-HST-IDX                   PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-FOUND-SW                  PIC X(01).
           88  WS-FOUND                 VALUE 'Y'.
       01  WS-MST-FOUND-IDX             PIC 9(05).
       01  WS-MST-FOUND-SW              PIC X(01).
           88  WS-MST-FOUND             VALUE 'Y'.
       01  WS-WORK-KEY                  PIC X(05).
       01  WS-WORK-WHS                  PIC X(03).

      *    In-memory copy of the count snapshot, rewritten in full
      *    once the night's counts and postings have been applied.
      *    WS-CNT-POST-SW marks the lines this run posts, so their
      *    adjustments are written only after both output files have
      *    opened, and what this run found for each line already
      *    sent to LIB1MOV.
       01  WS-CNT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-CNT-OPEN-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-COUNT-TABLE.
           05  WS-CNT-ENTRY             OCCURS 9999 TIMES.
               10  WS-CNT-DATA.
                   15  WS-CNT-ID        PIC X(08).
                   15  WS-CNT-KEY       PIC X(05).
                   15  WS-CNT-WHS       PIC X(03).
                   15  WS-CNT-BOOK-QTY  PIC 9(05).
                   15  WS-CNT-COUNTED-QTY
                                        PIC 9(05).
                   15  WS-CNT-STATUS    PIC X(01).
                   15  WS-CNT-TYPE      PIC X(01).
                   15  WS-CNT-SHEET-DATE
                                        PIC X(08).
                   15  WS-CNT-APPROVED  PIC X(01).
               10  WS-CNT-POST-SW       PIC X(01).
                   88  WS-CNT-POST-NOW  VALUE 'Y'.
                   88  WS-CNT-CONFIRMED VALUE 'K'.
                   88  WS-CNT-AWAITING  VALUE 'W'.
                   88  WS-CNT-REOPENED  VALUE 'R'.
               10  WS-CNT-VARIANCE      PIC S9(05).

       01  WS-HST-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-HST-CHANGED-SW            PIC X(01) VALUE 'N'.
           88  WS-HST-CHANGED           VALUE 'Y'.
       01  WS-HISTORY-TABLE.
           05  WS-HST-ENTRY             OCCURS 9999 TIMES.
               10  WS-HST-KEY           PIC X(05).
               10  WS-HST-WHS           PIC X(03).
               10  WS-HST-LAST-DATE     PIC X(08).
               10  WS-HST-LAST-ID       PIC X(08).

       01  WS-VARIANCE                  PIC S9(05).
       01  WS-VAR-VALUE                 PIC S9(10)V99.
       01  WS-VAR-ABS-VALUE             PIC 9(10)V99.
       01  WS-VAR-PCT                   PIC 9(05)V9.
       01  WS-UNIT-COST                 PIC 9(05)V99.
       01  WS-OUT-OF-TOL-SW             PIC X(01).
           88  WS-OUT-OF-TOLERANCE      VALUE 'Y'.

       01  WS-ENTRY-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-COUNTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNCOUNTED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-POSTED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-SENT-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-CONFIRMED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-REOPENED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-SETTLE-SW                 PIC X(01).
           88  WS-SETTLE-OK             VALUE 'Y'.
       01  WS-GAIN-VALUE                PIC 9(12)V99 VALUE ZERO.
       01  WS-LOSS-VALUE                PIC 9(12)V99 VALUE ZERO.
       01  WS-NET-VALUE                 PIC S9(12)V99 VALUE ZERO.

       01  WS-LINE-COUNT                PIC 9(02) VALUE 60.
       01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).

       01  WS-RUN-DATE                  PIC X(10).

       01  HEADING-1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(36)
                   VALUE 'LIB1 PHYSICAL INVENTORY VARIANCES'.
           05  FILLER                   PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  H1-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  H1-PAGE                  PIC ZZZ9.

       01  HEADING-2.
           05  FILLER                   PIC X(10) VALUE 'COUNT ID: '.
           05  H2-COUNT-ID              PIC X(08).
           05  FILLER                   PIC X(14)
                   VALUE '   TOLERANCE: '.
           05  H2-TOL-PCT               PIC ZZ9.9.
           05  FILLER                   PIC X(06) VALUE ' PCT /'.
           05  H2-TOL-VALUE             PIC Z,ZZZ,ZZ9.99.

       01  HEADING-3.
           05  FILLER                   PIC X(05) VALUE 'KEY  '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE 'WHS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE ' BOOK'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'COUNT'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'VAR QTY'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE '     COST'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '   VARIANCE VALUE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '    PCT'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE 'F'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'DISPOSITION'.

       01  DETAIL-LINE.
           05  DL-KEY                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DESC                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-WHS                   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-BOOK                  PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-COUNTED               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-VARIANCE              PIC ZZ,ZZ9-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-COST                  PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-VAR-VALUE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-PCT                   PIC ZZZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-FLAG                  PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(16).

       01  TRAILER-LINE-1.
           05  FILLER                   PIC X(17)
                   VALUE 'LINES ON COUNT:  '.
           05  TR-LINES                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   COUNTED: '.
           05  TR-COUNTED               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '   NOT COUNTED: '.
           05  TR-UNCOUNTED             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '   POSTED: '.
           05  TR-POSTED                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE '   HELD: '.
           05  TR-HELD                  PIC ZZ,ZZ9.

       01  TRAILER-LINE-2.
           05  FILLER                   PIC X(17)
                   VALUE 'POSTED GAIN:     '.
           05  TR-GAIN                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(10) VALUE '   LOSS: '.
           05  TR-LOSS                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09) VALUE '   NET: '.
           05  TR-NET                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       copy LIB1TBL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.

           MOVE ZEROS TO RETURN-CODE

           PERFORM 0100-LOAD-COUNT-SNAPSHOT

           IF RETURN-CODE NOT = ZERO OR WS-CNT-OPEN-COUNT = ZERO
               GOBACK
           END-IF

           CALL 'LIB1LOAD' USING LIB1-MASTER-TABLE

           IF NOT LIB1T-LOAD-OK
               DISPLAY 'LIB1CVAR: UNABLE TO LOAD MASTER FILE - '
                   'COUNT NOT PROCESSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0400-LOAD-COUNT-HISTORY

           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           OPEN OUTPUT STATUS-OUT

           PERFORM 0500-SETTLE-SENT-LINES
           PERFORM 0200-APPLY-COUNT-ENTRIES
           PERFORM 0300-APPLY-APPROVALS

           CLOSE STATUS-OUT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING

           OPEN OUTPUT REPORT-OUT

           PERFORM 1000-EVALUATE-ONE-LINE
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-COUNT

           PERFORM 1900-WRITE-TRAILER

           CLOSE REPORT-OUT

           PERFORM 2000-POST-RESULTS

           IF RETURN-CODE = ZERO AND WS-HST-CHANGED
               PERFORM 3000-REWRITE-HISTORY
           END-IF

           DISPLAY 'LIB1CVAR COUNT ' WS-CNT-ID(1)
               ' POSTED: ' WS-POSTED-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' NOT COUNTED: ' WS-UNCOUNTED-COUNT
           DISPLAY 'LIB1CVAR COUNT ' WS-CNT-ID(1)
               ' CONFIRMED: ' WS-CONFIRMED-COUNT
               ' REOPENED: ' WS-REOPENED-COUNT

           IF RETURN-CODE = ZERO
              AND (WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO
                   OR WS-REOPENED-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0100-LOAD-COUNT-SNAPSHOT.

           OPEN INPUT COUNT-FILE

           IF WS-COUNT-STATUS = '35'
      *        No count has ever been cut - a normal night.
               DISPLAY 'LIB1CVAR: NO COUNT IN PROGRESS'
           ELSE
           IF WS-COUNT-STATUS NOT = '00'
               DISPLAY 'LIB1CVAR: UNABLE TO READ data/lib1cnt-snap.dat '
                   '- FILE STATUS ' WS-COUNT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ COUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CNT-COUNT >= 9999
      *                        Rewriting from a truncated table would
      *                        drop the tail of the count unposted.
                               DISPLAY 'LIB1CVAR: COUNT SNAPSHOT HAS '
                                   'MORE THAN 9999 LINES - '
                                   'COUNT NOT PROCESSED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CNT-COUNT
                               MOVE LIB1-COUNT-RECORD
                                 TO WS-CNT-DATA(WS-CNT-COUNT)
                               MOVE 'N'
                                 TO WS-CNT-POST-SW(WS-CNT-COUNT)
                               MOVE ZERO
                                 TO WS-CNT-VARIANCE(WS-CNT-COUNT)
                               IF CNT-STATUS NOT = 'P'
                                   ADD 1 TO WS-CNT-OPEN-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
               IF RETURN-CODE = ZERO AND WS-CNT-OPEN-COUNT = ZERO
                   DISPLAY 'LIB1CVAR: NO COUNT IN PROGRESS'
               END-IF
           END-IF
           END-IF.

       0200-APPLY-COUNT-ENTRIES.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT COUNT-IN

      *    No count entries tonight is normal - the report still
      *    shows where the open count stands.
           IF WS-COUNT-IN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ COUNT-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0210-APPLY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE COUNT-IN
           END-IF.

       0210-APPLY-ONE-ENTRY.

           ADD 1 TO WS-ENTRY-COUNT
           MOVE CE-KEY TO WS-WORK-KEY
           MOVE CE-WHS TO WS-WORK-WHS
           MOVE SPACES TO STATUS-OUT-REC
           MOVE 'C'    TO STO-CODE

           IF CE-QTY IS NOT NUMERIC
               MOVE 'QTY NOT NUMERIC' TO STO-REASON
               PERFORM 1950-WRITE-REJECT
           ELSE
               PERFORM 1100-FIND-COUNT-LINE
               IF NOT WS-FOUND
                   MOVE 'NOT ON COUNT SHEET' TO STO-REASON
                   PERFORM 1950-WRITE-REJECT
               ELSE
                   IF WS-CNT-STATUS(WS-FOUND-IDX) = 'P'
                       MOVE 'LINE ALREADY POSTED' TO STO-REASON
                       PERFORM 1950-WRITE-REJECT
                   ELSE
                   IF WS-CNT-STATUS(WS-FOUND-IDX) = 'J'
                       MOVE 'ADJUSTMENT PENDING' TO STO-REASON
                       PERFORM 1950-WRITE-REJECT
                   ELSE
      *                A recount replaces the earlier count, and any
      *                approval given for the old figure no longer
      *                applies to the new one.
                       MOVE CE-QTY
                         TO WS-CNT-COUNTED-QTY(WS-FOUND-IDX)
                       MOVE 'C' TO WS-CNT-STATUS(WS-FOUND-IDX)
                       MOVE 'N' TO WS-CNT-APPROVED(WS-FOUND-IDX)
                       PERFORM 1940-WRITE-ACCEPT
                   END-IF
                   END-IF
               END-IF
           END-IF.

       0300-APPLY-APPROVALS.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT APPROVAL-IN

           IF WS-APPROVAL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ APPROVAL-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0310-APPLY-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-IN
           END-IF.

       0310-APPLY-ONE-APPROVAL.

           MOVE AP-KEY TO WS-WORK-KEY
           MOVE AP-WHS TO WS-WORK-WHS
           MOVE SPACES TO STATUS-OUT-REC
           MOVE 'A'    TO STO-CODE

           PERFORM 1100-FIND-COUNT-LINE

           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE 'NOT ON COUNT SHEET' TO STO-REASON
                   PERFORM 1950-WRITE-REJECT
               WHEN WS-CNT-STATUS(WS-FOUND-IDX) = 'P'
                   MOVE 'LINE ALREADY POSTED' TO STO-REASON
                   PERFORM 1950-WRITE-REJECT
               WHEN WS-CNT-STATUS(WS-FOUND-IDX) = 'J'
                   MOVE 'ADJUSTMENT PENDING' TO STO-REASON
                   PERFORM 1950-WRITE-REJECT
               WHEN WS-CNT-STATUS(WS-FOUND-IDX) NOT = 'C'
      *            Nothing to approve until a count has been keyed.
                   MOVE 'LINE NOT COUNTED' TO STO-REASON
                   PERFORM 1950-WRITE-REJECT
               WHEN OTHER
                   MOVE 'Y' TO WS-CNT-APPROVED(WS-FOUND-IDX)
                   PERFORM 1940-WRITE-ACCEPT
           END-EVALUATE.

       0400-LOAD-COUNT-HISTORY.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE

           IF WS-HISTORY-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-HISTORY-STATUS NOT = '00'
      *        The history is rewritten at the end of the run, so a
      *        failed load must not be mistaken for an empty file.
               DISPLAY 'LIB1CVAR: UNABLE TO READ data/lib1cnt-hst.dat '
                   '- FILE STATUS ' WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-HST-COUNT >= 9999
                               DISPLAY 'LIB1CVAR: data/lib1cnt-hst.dat '
                                   'HAS MORE THAN 9999 RECORDS - '
                                   'COUNT NOT PROCESSED'
                               MOVE 16 TO RETURN-CODE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-HST-COUNT
                               MOVE LIB1-COUNT-HISTORY-RECORD
                                 TO WS-HST-ENTRY(WS-HST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           END-IF.

       1000-EVALUATE-ONE-LINE.

           IF WS-LINE-COUNT >= 60
               PERFORM 1800-WRITE-HEADINGS
           END-IF

           MOVE WS-CNT-KEY(WS-CNT-IDX) TO WS-WORK-KEY
           PERFORM 1150-FIND-MASTER-ENTRY

           MOVE SPACES TO DETAIL-LINE
           MOVE WS-CNT-KEY(WS-CNT-IDX) TO DL-KEY
           MOVE WS-CNT-WHS(WS-CNT-IDX) TO DL-WHS
           IF WS-MST-FOUND
               MOVE LIB1T-DESC(WS-MST-FOUND-IDX) TO DL-DESC
               MOVE LIB1T-COST(WS-MST-FOUND-IDX) TO WS-UNIT-COST
           ELSE
               MOVE '** NOT ON MASTER **' TO DL-DESC
               MOVE ZERO TO WS-UNIT-COST
           END-IF

           EVALUATE WS-CNT-STATUS(WS-CNT-IDX)
               WHEN 'S'
                   ADD 1 TO WS-UNCOUNTED-COUNT
                   MOVE 'NOT COUNTED' TO DL-DISPOSITION
               WHEN 'P'
                   MOVE WS-CNT-BOOK-QTY(WS-CNT-IDX)    TO DL-BOOK
                   MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX) TO DL-COUNTED
                   IF WS-CNT-CONFIRMED(WS-CNT-IDX)
                       MOVE 'POSTED CONFIRMED' TO DL-DISPOSITION
                   ELSE
                       MOVE 'CLOSED EARLIER' TO DL-DISPOSITION
                   END-IF
               WHEN 'J'
                   MOVE WS-CNT-BOOK-QTY(WS-CNT-IDX)    TO DL-BOOK
                   MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX) TO DL-COUNTED
                   MOVE 'AWAITING LIB1MOV' TO DL-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-COUNTED-COUNT
                   PERFORM 1200-PRICE-VARIANCE
           END-EVALUATE

           WRITE REPORT-OUT-REC FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       1100-FIND-COUNT-LINE.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-CNT-COUNT
                      OR WS-FOUND
               IF WS-CNT-KEY(WS-TABLE-IDX) = WS-WORK-KEY
                  AND WS-CNT-WHS(WS-TABLE-IDX) = WS-WORK-WHS
                   SET WS-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1150-FIND-MASTER-ENTRY.

           MOVE 'N' TO WS-MST-FOUND-SW
           MOVE ZERO TO WS-MST-FOUND-IDX

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > LIB1T-COUNT
                      OR WS-MST-FOUND
               IF LIB1T-KEY(WS-TABLE-IDX) = WS-WORK-KEY
                   SET WS-MST-FOUND TO TRUE
                   MOVE WS-TABLE-IDX TO WS-MST-FOUND-IDX
               END-IF
           END-PERFORM.

       1200-PRICE-VARIANCE.

           COMPUTE WS-VARIANCE
               = WS-CNT-COUNTED-QTY(WS-CNT-IDX)
               - WS-CNT-BOOK-QTY(WS-CNT-IDX)
           COMPUTE WS-VAR-VALUE = WS-VARIANCE * WS-UNIT-COST
           COMPUTE WS-VAR-ABS-VALUE = FUNCTION ABS(WS-VAR-VALUE)

      *    A variance against a zero book has no meaningful
      *    percentage - it is always treated as out of tolerance.
           IF WS-CNT-BOOK-QTY(WS-CNT-IDX) = ZERO
               IF WS-VARIANCE = ZERO
                   MOVE ZERO TO WS-VAR-PCT
               ELSE
                   MOVE 9999.9 TO WS-VAR-PCT
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED
                   = FUNCTION ABS(WS-VARIANCE) * 100
                   / WS-CNT-BOOK-QTY(WS-CNT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VAR-PCT
               END-COMPUTE
           END-IF

           MOVE 'N' TO WS-OUT-OF-TOL-SW
           IF WS-VAR-PCT > WS-TOLERANCE-PCT
              OR WS-VAR-ABS-VALUE > WS-TOLERANCE-VALUE
               SET WS-OUT-OF-TOLERANCE TO TRUE
               MOVE '*' TO DL-FLAG
           END-IF

           MOVE WS-CNT-BOOK-QTY(WS-CNT-IDX)    TO DL-BOOK
           MOVE WS-CNT-COUNTED-QTY(WS-CNT-IDX) TO DL-COUNTED
           MOVE WS-VARIANCE                    TO DL-VARIANCE
           MOVE WS-UNIT-COST                   TO DL-COST
           MOVE WS-VAR-VALUE                   TO DL-VAR-VALUE
           MOVE WS-VAR-PCT                     TO DL-PCT

           EVALUATE TRUE
               WHEN WS-VARIANCE = ZERO
                   MOVE 'P' TO WS-CNT-STATUS(WS-CNT-IDX)
                   PERFORM 1300-NOTE-LAST-COUNT
                   MOVE 'NO VARIANCE' TO DL-DISPOSITION
               WHEN WS-OUT-OF-TOLERANCE
                AND WS-CNT-APPROVED(WS-CNT-IDX) NOT = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD - APPROVE' TO DL-DISPOSITION
               WHEN OTHER
      *            Closed, and the count date recorded, only once the
      *            next run finds LIB1MOV accepted the adjustment.
                   MOVE 'J' TO WS-CNT-STATUS(WS-CNT-IDX)
                   IF WS-CNT-REOPENED(WS-CNT-IDX)
                       MOVE 'REPOSTED' TO DL-DISPOSITION
                   ELSE
                   IF WS-CNT-APPROVED(WS-CNT-IDX) = 'Y'
                       MOVE 'POSTED APPROVED' TO DL-DISPOSITION
                   ELSE
                       MOVE 'POSTED' TO DL-DISPOSITION
                   END-IF
                   END-IF
                   MOVE 'Y' TO WS-CNT-POST-SW(WS-CNT-IDX)
                   MOVE WS-VARIANCE TO WS-CNT-VARIANCE(WS-CNT-IDX)
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-VAR-VALUE TO WS-NET-VALUE
                   IF WS-VAR-VALUE < ZERO
                       ADD WS-VAR-ABS-VALUE TO WS-LOSS-VALUE
                   ELSE
                       ADD WS-VAR-ABS-VALUE TO WS-GAIN-VALUE
                   END-IF
           END-EVALUATE.

       1300-NOTE-LAST-COUNT.

           MOVE 'N' TO WS-FOUND-SW

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
                      OR WS-FOUND
               IF WS-HST-KEY(WS-HST-IDX) = WS-CNT-KEY(WS-CNT-IDX)
                  AND WS-HST-WHS(WS-HST-IDX) = WS-CNT-WHS(WS-CNT-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-HST-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-FOUND AND WS-HST-COUNT < 9999
               ADD 1 TO WS-HST-COUNT
               MOVE WS-HST-COUNT TO WS-FOUND-IDX
               MOVE WS-CNT-KEY(WS-CNT-IDX) TO WS-HST-KEY(WS-FOUND-IDX)
               MOVE WS-CNT-WHS(WS-CNT-IDX) TO WS-HST-WHS(WS-FOUND-IDX)
               SET WS-FOUND TO TRUE
           END-IF

           IF WS-FOUND
               MOVE WS-CNT-SHEET-DATE(WS-CNT-IDX)
                 TO WS-HST-LAST-DATE(WS-FOUND-IDX)
               MOVE WS-CNT-ID(WS-CNT-IDX)
                 TO WS-HST-LAST-ID(WS-FOUND-IDX)
               SET WS-HST-CHANGED TO TRUE
           END-IF.

       0500-SETTLE-SENT-LINES.

      *    Lines sent to LIB1MOV by an earlier run are settled before
      *    tonight's counts are applied. If either file cannot be read
      *    the lines stay sent - reopening one whose adjustment did
      *    post would post the variance twice.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               IF WS-CNT-STATUS(WS-CNT-IDX) = 'J'
                   ADD 1 TO WS-SENT-COUNT
               END-IF
           END-PERFORM

           IF WS-SENT-COUNT > ZERO
               MOVE 'Y' TO WS-SETTLE-SW
               PERFORM 0510-FIND-POSTED-ADJUSTMENTS
               IF WS-SETTLE-OK
                   PERFORM 0520-FIND-WAITING-ADJUSTMENTS
               END-IF
               IF WS-SETTLE-OK
                   PERFORM 0540-SETTLE-ONE-LINE
                       VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > WS-CNT-COUNT
               ELSE
                   DISPLAY 'LIB1CVAR: ' WS-SENT-COUNT
                       ' SENT LINES LEFT UNSETTLED'
               END-IF
           END-IF.

       0510-FIND-POSTED-ADJUSTMENTS.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MOVEMENT-JOURNAL

           EVALUATE WS-MOV-JRN-STATUS
               WHEN '35'
      *            LIB1MOV has never posted anything.
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1CVAR: UNABLE TO READ '
                       'data/lib1mov-jrn.dat - FILE STATUS '
                       WS-MOV-JRN-STATUS
                   MOVE 'N' TO WS-SETTLE-SW
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ MOVEMENT-JOURNAL
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0515-CONVERT-OLD-FORMAT
                               IF MJ-CODE = 'J'
                                   MOVE MJ-KEY TO WS-WORK-KEY
                                   MOVE MJ-WHS TO WS-WORK-WHS
                                   PERFORM 1100-FIND-COUNT-LINE
                                   IF WS-FOUND
                                      AND WS-CNT-STATUS(WS-FOUND-IDX)
                                          = 'J'
                                      AND WS-CNT-ID(WS-FOUND-IDX)
                                          = MJ-REF
                                       MOVE 'K' TO
                                           WS-CNT-POST-SW(WS-FOUND-IDX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVEMENT-JOURNAL
           END-EVALUATE.

       0515-CONVERT-OLD-FORMAT.

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

       0520-FIND-WAITING-ADJUSTMENTS.

      *    An adjustment still on the movement transactions has not
      *    been through LIB1MOV yet - this run comes ahead of it.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MOV-OUT

           EVALUATE WS-MOV-STATUS
               WHEN '35'
                   CONTINUE
               WHEN NOT = '00'
                   DISPLAY 'LIB1CVAR: UNABLE TO READ '
                       'data/lib1mov-tran.dat - FILE STATUS '
                       WS-MOV-STATUS
                   MOVE 'N' TO WS-SETTLE-SW
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ MOV-OUT
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE MOV-OUT-REC TO LIB1-MOV-RECORD
                               IF MOV-CODE = 'J'
                                   PERFORM 0525-NOTE-WAITING-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-OUT
           END-EVALUATE.

       0525-NOTE-WAITING-LINE.

           MOVE MOV-KEY TO WS-WORK-KEY
           MOVE MOV-WHS TO WS-WORK-WHS
           PERFORM 1100-FIND-COUNT-LINE

           IF WS-FOUND
              AND WS-CNT-STATUS(WS-FOUND-IDX) = 'J'
              AND WS-CNT-ID(WS-FOUND-IDX) = MOV-REF
              AND NOT WS-CNT-CONFIRMED(WS-FOUND-IDX)
               MOVE 'W' TO WS-CNT-POST-SW(WS-FOUND-IDX)
           END-IF.

       0540-SETTLE-ONE-LINE.

           IF WS-CNT-STATUS(WS-CNT-IDX) = 'J'
               EVALUATE TRUE
                   WHEN WS-CNT-CONFIRMED(WS-CNT-IDX)
                       MOVE 'P' TO WS-CNT-STATUS(WS-CNT-IDX)
                       PERFORM 1300-NOTE-LAST-COUNT
                       ADD 1 TO WS-CONFIRMED-COUNT
                   WHEN WS-CNT-AWAITING(WS-CNT-IDX)
                       CONTINUE
                   WHEN OTHER
      *                Back to counted, approval kept - the figure
      *                approved has not changed.
                       MOVE 'C' TO WS-CNT-STATUS(WS-CNT-IDX)
                       MOVE 'R' TO WS-CNT-POST-SW(WS-CNT-IDX)
                       ADD 1 TO WS-REOPENED-COUNT
                       MOVE SPACES TO STATUS-OUT-REC
                       MOVE 'J'    TO STO-CODE
                       MOVE WS-CNT-KEY(WS-CNT-IDX) TO STO-KEY
                       MOVE WS-CNT-WHS(WS-CNT-IDX) TO STO-WHS
                       MOVE 'REOPENED' TO STO-RESULT
                       MOVE 'REJECTED BY LIB1MOV' TO STO-REASON
                       WRITE STATUS-OUT-REC
               END-EVALUATE
           END-IF.

       1800-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE        TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT      TO H1-PAGE
           MOVE WS-CNT-ID(1)       TO H2-COUNT-ID
           MOVE WS-TOLERANCE-PCT   TO H2-TOL-PCT
           MOVE WS-TOLERANCE-VALUE TO H2-TOL-VALUE

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

       1900-WRITE-TRAILER.

           MOVE WS-CNT-COUNT       TO TR-LINES
           MOVE WS-COUNTED-COUNT   TO TR-COUNTED
           MOVE WS-UNCOUNTED-COUNT TO TR-UNCOUNTED
           MOVE WS-POSTED-COUNT    TO TR-POSTED
           MOVE WS-HELD-COUNT      TO TR-HELD
           MOVE WS-GAIN-VALUE      TO TR-GAIN
           MOVE WS-LOSS-VALUE      TO TR-LOSS
           MOVE WS-NET-VALUE       TO TR-NET

           MOVE SPACES TO REPORT-OUT-REC
           WRITE REPORT-OUT-REC
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-1
           WRITE REPORT-OUT-REC FROM TRAILER-LINE-2.

       1940-WRITE-ACCEPT.

           MOVE WS-WORK-KEY   TO STO-KEY
           MOVE WS-WORK-WHS   TO STO-WHS
           MOVE 'ACCEPTED'    TO STO-RESULT
           WRITE STATUS-OUT-REC.

       1950-WRITE-REJECT.

           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-WORK-KEY   TO STO-KEY
           MOVE WS-WORK-WHS   TO STO-WHS
           MOVE 'REJECTED'    TO STO-RESULT
           WRITE STATUS-OUT-REC.

       2000-POST-RESULTS.

      *    Both outputs are opened before either is written: an
      *    adjustment appended for a line the snapshot then fails to
      *    close would be posted a second time by the next run.
           OPEN EXTEND MOV-OUT
           IF WS-MOV-STATUS NOT = '00'
               OPEN OUTPUT MOV-OUT
           END-IF

           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'LIB1CVAR: UNABLE TO OPEN data/lib1mov-tran.dat '
                   '- FILE STATUS ' WS-MOV-STATUS
                   ' - VARIANCES NOT POSTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT COUNT-FILE
               IF WS-COUNT-STATUS NOT = '00'
                   DISPLAY 'LIB1CVAR: UNABLE TO OPEN '
                       'data/lib1cnt-snap.dat FOR REWRITE - '
                       'FILE STATUS ' WS-COUNT-STATUS
                       ' - VARIANCES NOT POSTED'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2100-WRITE-ONE-LINE
                       VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > WS-CNT-COUNT
                   CLOSE COUNT-FILE
               END-IF
               CLOSE MOV-OUT
           END-IF.

       2100-WRITE-ONE-LINE.

           MOVE WS-CNT-DATA(WS-CNT-IDX) TO LIB1-COUNT-RECORD
           WRITE LIB1-COUNT-RECORD

           IF WS-CNT-POST-NOW(WS-CNT-IDX)
               MOVE SPACES                  TO LIB1-MOV-RECORD
               MOVE 'J'                     TO MOV-CODE
               MOVE WS-CNT-KEY(WS-CNT-IDX)  TO MOV-KEY
               MOVE WS-CNT-VARIANCE(WS-CNT-IDX) TO MOV-QTY
               MOVE WS-CNT-ID(WS-CNT-IDX)   TO MOV-REF
               MOVE WS-CNT-WHS(WS-CNT-IDX)  TO MOV-WHS
               MOVE ZERO                    TO MOV-COST
               MOVE LIB1-MOV-RECORD         TO MOV-OUT-REC
               WRITE MOV-OUT-REC
           END-IF.

       3000-REWRITE-HISTORY.

           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'LIB1CVAR: UNABLE TO OPEN data/lib1cnt-hst.dat '
                   'FOR REWRITE - FILE STATUS ' WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > WS-HST-COUNT
                   MOVE WS-HST-ENTRY(WS-HST-IDX)
                     TO LIB1-COUNT-HISTORY-RECORD
                   WRITE LIB1-COUNT-HISTORY-RECORD
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
