           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

      *> The journal rows as mstjrnl-write.cpy lays them down:
      *> stamp, program, action, before image, after image.
           05 MJ-TIME          PIC 9(6).
           05 MJ-PROGRAM       PIC X(10).
           05 MJ-ACTION        PIC X.
           05 MJ-BEFORE-IMAGE  PIC X(67).
           05 MJ-AFTER-IMAGE   PIC X(67).
           05 FILLER           PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS     PIC XX.
