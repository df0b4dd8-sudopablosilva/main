      *           RETURN-CODE 8 holds everything that loads the
      *           master, LIB1PAPL after LIB1MNT so maintenance and
      *           price cutover land in the same rewritten master,
      *           LIB1SMNT ahead of LIB1ORD so a supplier set up
      *           today can be ordered from tonight,
      *           LIB1CVAR ahead of LIB1MOV so approved count
      *           variances post with the night's movements,
      *           LIB1BMNT ahead of LIB1MOV so kit builds are
      *           posted against today's bills of materials,
      *           LIB1RCN after LIB1MOV and before LIB1EXT so an
      *           out-of-proof master never ships downstream,
      *           LIB1GL after LIB1RCN so only a proven night's
      *           movements are fed to the ledger,
      *           LIB1ALOC after LIB1MOV so customer orders are
      *           allocated against stock with the night's issues
      *           and receipts already posted, LIB1EXPR after
      *           LIB1MOV so the expiring-stock list reflects the
      *           night's lot receipts and issues, LIB1KAVL after
      *           LIB1EXPR so kit availability is reported from the
      *           stock the night left, LIB1EOD
      *           closing the processing steps and LIB1BKP taking the
      *           backup/journal cycle at the clean point after it -
      *           writing one run-control record per
           05  FILLER                   PIC X(10) VALUE 'LIB1LMNT04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1PRC 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1PAPL04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1SMNT04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1ORD 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1CVAR04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1BMNT04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1MOV 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1RCN 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1GL  04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1ALOC04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1BORD04'.
           05  FILLER                   PIC X(10) VALUE 'MAIN    08'.
           05  FILLER                   PIC X(10) VALUE 'LIB1RPT 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1EXT 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1DLT 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1REO 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1XAGE04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1EXPR04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1KAVL04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1EOD 04'.
           05  FILLER                   PIC X(10) VALUE 'LIB1BKP 04'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY            OCCURS 25 TIMES.
               10  WS-STEP-NAME         PIC X(08).
               10  WS-STEP-MAX-RC       PIC 9(02).
       01  WS-STEP-COUNT                PIC 9(02) VALUE 25.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
