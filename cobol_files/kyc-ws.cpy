      *> ---------------------------------------------------------
      *> KYC-WS - shared working-storage for the KYC review cycle
      *> (see kyc-cycle.cpy). COPY into WORKING-STORAGE. A program
      *> that reads or rewrites the register declares its own
      *> SELECT KYC-FILE ASSIGN TO "KYC-REVIEWS.DAT" (LINE
      *> SEQUENTIAL, FILE STATUS IS KYC-REVIEW-STATUS) with the
      *> record layout:
      *>   KY-CUST-ID      9(5)  customer
      *>   KY-GRADE        X     risk grade the due date was set on
      *>   KY-LAST-REVIEW  9(8)  last completed review, 0 = never
      *>   KY-NEXT-DUE     9(8)  next review due
      *>   KY-REMINDED     9(8)  reminder queued this cycle, 0 = not
      *>   KY-STATUS       X     C current, D due, R restricted
      *>   KY-REVIEWED-BY  X(8)  operator who recorded the review
      *> ---------------------------------------------------------
       01  KYC-REVIEW-STATUS      PIC XX.
      *> Days past the due date before the accounts are restricted.
       01  WS-KY-GRACE-DAYS       PIC 9(3) VALUE 60.
      *> Callers set WS-KY-GRADE and WS-KY-FROM-DATE (the last
      *> review, YYYYMMDD) and PERFORM SET-KYC-DUE-DATE; the due
      *> date comes back in WS-KY-DUE-DATE.
       01  WS-KY-GRADE            PIC X.
       01  WS-KY-FROM-DATE        PIC 9(8).
       01  WS-KY-DUE-DATE         PIC 9(8).
       01  WS-KY-YEARS            PIC 9.
