      *           report. Summarizes the movement journal into the
      *           per-item, per-month history file (LIB1HREC:
      *           receipts, issues, adjustments, net), keeping a
      *           rolling twelve months; inter-warehouse transfers
      *           are not usage and are left out. A kit build
      *           counts its components as issued and its kits as
      *           received; a disassembly takes them back out of
      *           the month's receipts and issues, never below zero.
      *           Every item-month
      *           the journal still carries is rebuilt from scratch
      *           on each run,
      *           so rerunning the summary never double-counts a
      *           movement; item-months the journal no longer holds
      *           survive from the existing history file. The report

           ADD 1 TO WS-JRN-READ-COUNT

      *    Transfer legs ('T' ship, 'U' receive) only move stock
      *    between warehouses - nothing was bought or used, so they
      *    stay out of the usage history altogether.
           IF MJ-CODE NOT = 'T' AND MJ-CODE NOT = 'U'
               PERFORM 0212-TALLY-USAGE
           END-IF.

       0212-TALLY-USAGE.

           PERFORM 0220-FIND-HISTORY-ENTRY

           IF NOT WS-FOUND
                   WHEN 'J'
                       ADD MJ-QTY
                         TO WS-HST-ADJUSTS(WS-FOUND-IDX)
      *            A build's components go out (issued) and its kits
      *            come in (received). A build component leg is
      *            always negative, so subtracting it only ever adds
      *            to the unsigned issues figure.
                   WHEN 'B'
                       IF MJ-QTY < ZERO
                           COMPUTE WS-HST-ISSUES(WS-FOUND-IDX)
                               = WS-HST-ISSUES(WS-FOUND-IDX) - MJ-QTY
                       ELSE
                           ADD MJ-QTY
                             TO WS-HST-RECEIPTS(WS-FOUND-IDX)
                       END-IF
      *            A disassembly takes the kits back out of the
      *            month's receipts and the components back out of
      *            its issues, but never below zero - the fields are
      *            unsigned, and a build from an earlier month has
      *            nothing left in this month to take back.
                   WHEN 'D'
                       IF MJ-QTY < ZERO
                           IF WS-HST-RECEIPTS(WS-FOUND-IDX) + MJ-QTY
                              < ZERO
                               MOVE ZERO
                                 TO WS-HST-RECEIPTS(WS-FOUND-IDX)
                           ELSE
                               ADD MJ-QTY
                                 TO WS-HST-RECEIPTS(WS-FOUND-IDX)
                           END-IF
                       ELSE
                           IF MJ-QTY > WS-HST-ISSUES(WS-FOUND-IDX)
                               MOVE ZERO
                                 TO WS-HST-ISSUES(WS-FOUND-IDX)
                           ELSE
                               COMPUTE WS-HST-ISSUES(WS-FOUND-IDX)
                                   = WS-HST-ISSUES(WS-FOUND-IDX)
                                   - MJ-QTY
                           END-IF
                       END-IF
               END-EVALUATE
               ADD MJ-QTY TO WS-HST-NET(WS-FOUND-IDX)
           END-IF.
