           05 MJRNL-TIME          PIC 9(6).
           05 MJRNL-PROGRAM       PIC X(10).
           05 MJRNL-ACTION        PIC X.
           05 MJRNL-BEFORE-IMAGE  PIC X(67).
           05 MJRNL-AFTER-IMAGE   PIC X(67).
