           05 NA-CIPHER-MODE    PIC 9.
           05 FILLER            PIC X.
           05 NA-KEY-ID         PIC X(8).
           05 FILLER            PIC X.
           05 NA-PARTNER        PIC X(8).
           05 FILLER            PIC X.
           05 NA-BATCH-ID       PIC X(8).
           05 FILLER            PIC X.
           05 NA-FUNC           PIC X.
           05 FILLER            PIC X.
           05 NA-ORIGIN         PIC X.

       FD CAESAR-EXC-FILE.
       01 CAESAR-EXC-RECORD     PIC X(160).
