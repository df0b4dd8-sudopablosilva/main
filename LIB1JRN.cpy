      *           a DELETE, so either side of any change can be
      *           reconstructed. Records are appended in the order the
      *           transactions were applied, stamped with the run
      *           date and time. JRN-OPERATOR is the sign-on ID that
      *           keyed the change (the program name for changes a
      *           batch step makes on its own, such as LIB1MOV's
      *           postings and LIB1PRG's purges) and JRN-APPROVER the
      *           supervisor who released it from the approval queue
      *           (spaces when it was never held).
      *-----------------------------------------------------------------
       01  LIB1-JOURNAL-RECORD.
           05  JRN-DATE                 PIC X(08).
           05  JRN-KEY                  PIC X(05).
           05  JRN-BEFORE-IMAGE         PIC X(55).
           05  JRN-AFTER-IMAGE          PIC X(55).
           05  JRN-OPERATOR             PIC X(08).
           05  JRN-APPROVER             PIC X(08).
