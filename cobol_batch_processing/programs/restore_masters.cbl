           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

      *> Manifest rows as BACKUP-MASTERS writes them:
      *> date-time set file RECORDS=n HASH=h verdict
