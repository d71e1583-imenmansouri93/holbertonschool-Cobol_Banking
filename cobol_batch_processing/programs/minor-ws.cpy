      *> ---------------------------------------------------------
      *> MINOR-WS - shared working-storage for the minor test (see
      *> minor-check.cpy). COPY into WORKING-STORAGE. The calling
      *> program must have its own SELECT CONTACT-FILE ASSIGN TO
      *> "CUSTOMER-CONTACT.DAT" (INDEXED, ACCESS DYNAMIC, RECORD KEY
      *> CC-CUST-ID, FILE STATUS IS MINOR-CONTACT-STATUS) with the
      *> usual FD CONTACT-FILE / 01 CONTACT-RECORD layout -- CC-DOB
      *> is held MM/DD/YYYY, the way FORMATDATE stores it.
      *> A customer is a minor until the day the age of majority is
      *> reached; a customer with no usable date of birth on file
      *> is not treated as a minor (WS-MN-DOB-KNOWN says which).
      *> ---------------------------------------------------------
       01  MINOR-CONTACT-STATUS   PIC XX.
       01  WS-MN-MAJORITY-AGE     PIC 99 VALUE 18.
      *> Callers set WS-MN-CUST-ID and WS-MN-AS-OF (YYYYMMDD) before
      *> PERFORMing CHECK-CUSTOMER-MINOR; WS-MN-MINOR comes back Y/N
      *> with WS-MN-DOB and WS-MN-MAJORITY-DATE (both YYYYMMDD, zero
      *> when the date of birth is unknown). A program that has
      *> already read CONTACT-RECORD PERFORMs DERIVE-MINOR-FROM-DOB.
       01  WS-MN-CUST-ID          PIC 9(5).
       01  WS-MN-AS-OF            PIC 9(8).
       01  WS-MN-MINOR            PIC X.
       01  WS-MN-DOB-KNOWN        PIC X.
       01  WS-MN-DOB              PIC 9(8).
       01  WS-MN-DOB-TEXT         PIC X(8).
       01  WS-MN-MAJORITY-DATE    PIC 9(8).
