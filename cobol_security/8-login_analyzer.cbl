       FD LOGIN-AUDIT-FILE.
      *> Fixed layout of the line WRITE-LOGIN-AUDIT builds:
      *> YYYYMMDD-HHMMSSnn PPPPPPPPPP USER-ID=uuuuuuuu
      *> RESULT=rrrrrrrrrr ACCESS=a TERM=tttttttt, then the chain
      *> sequence and hash in columns 101-130.
       01 LOGIN-AUDIT-RECORD.
           05 LA-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 LA-RESULT       PIC X(10).
           05 FILLER          PIC X(8).
           05 LA-ACCESS       PIC X.
           05 FILLER          PIC X(28).
           05 LA-CHAIN        PIC X(30).

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).
