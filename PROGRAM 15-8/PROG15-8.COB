       FILE SECTION.
      *
       FD  NET-PAY-FILE-IN
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NP-NET-PAY-REC-IN.
      *
           05  NP-FICA-IN                   PIC 9(6)V99.
           05  NP-DEDUCT-IN                 PIC 9(6)V99.
           05  NP-NET-PAY-IN                PIC 9(5)V99.
           05  NP-SUPP-TYPE-IN              PIC X(1).
           05  NP-SUPP-PAY-IN               PIC 9(5)V99.
           05  FILLER                       PIC X(7).
      *
       FD  QTD-TAX-FILE-IO
               RECORD CONTAINS 40 CHARACTERS
