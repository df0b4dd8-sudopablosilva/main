      *            to the maintenance journal (LIB1JRN) with its
      *            before/after master images, so LIB1RCV's recovery
      *            reproduces the cutover instead of silently losing
      *            it, and carries the operator who keyed the change
      *            and the supervisor who released it, if it was held
      *            for approval. Run after LIB1MNT in the nightly stream
      *            so maintenance and price cutover land in the same
      *            rewritten master.
      *-----------------------------------------------------------------
      *    and written back as the new pending file afterwards.
       01  WS-KEEP-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY            PIC X(36)
                   OCCURS 9999 TIMES.

       01  DETAIL-LINE.
           MOVE PND-KEY         TO JRN-KEY
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE
           MOVE PND-OPERATOR    TO JRN-OPERATOR
           MOVE PND-APPROVER    TO JRN-APPROVER
           WRITE LIB1-JOURNAL-RECORD.

       2000-REWRITE-MASTER.
