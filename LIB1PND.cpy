      *           the master on the day PND-EFF-DATE comes due).
      *           PND-EFF-DATE is YYYYMMDD; the change takes effect
      *           on the first nightly run on or after that date.
      *           PND-OPERATOR is who keyed the change and
      *           PND-APPROVER the supervisor who released it when it
      *           was held for approval; LIB1PAPL journals both.
      *-----------------------------------------------------------------
       01  LIB1-PENDING-PRICE-RECORD.
           05  PND-KEY                  PIC X(05).
           05  PND-PRICE                PIC 9(05)V99.
           05  PND-EFF-DATE             PIC X(08).
           05  PND-OPERATOR             PIC X(08).
           05  PND-APPROVER             PIC X(08).
