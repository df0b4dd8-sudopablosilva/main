       01  BACKUP-GEN-REC               PIC X(55).

       FD  JOURNAL-GEN.
       01  JOURNAL-GEN-REC              PIC X(146).

       FD  CATALOG-FILE.
       01  CATALOG-REC.
