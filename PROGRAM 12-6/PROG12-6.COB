      *     THE STATE COLUMNS FROM IT, SO THE REGISTERS AND THE
      *     CHECK RUN AGREE BY CONSTRUCTION. RUN PROG16-1 FIRST
      *     EACH CYCLE.
      *     SUPPLEMENTAL EARNINGS (BONUS, COMMISSION, RETRO, OTHER)
      *     ARE TAXED BY PROG16-1 AT THE FLAT SUPPLEMENTAL RATE FOR
      *     THE WORK STATE RATHER THAN ANNUALIZED. THE CURRENT
      *     PERIOD EARNINGS COLUMN NOW SHOWS REGULAR PAY ONLY, AND
      *     THE SUPPLEMENTAL PAY AND THE FLAT-RATE STATE TAX ON IT
      *     PRINT IN THEIR OWN COLUMNS. THE TAX COLUMN IS THE TOTAL
      *     WITHHELD AND IS WHAT GOES TO STYTDTAX.
      *
      * EMPLOYEES WHOSE STATE CALCULATION DID NOT MATCH A BRACKET
      * (TAXCALC STATE-OK FLAG "N") GO TO THE EXCEPTION FILE.
       FILE SECTION.
      *
       FD  TAX-CALC-FILE-IN
               RECORD CONTAINS 110 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-CALC-REC-IN.
      *
           05  TX-FED-OK-IN                 PIC X(1).
           05  TX-STATE-OK-IN               PIC X(1).
           05  TX-DUE-IN                    PIC X(1).
           05  TX-SUPP-TYPE-IN              PIC X(1).
           05  TX-SUPP-PAY-IN               PIC 9(5)V99.
           05  TX-SUPP-FED-TAX-IN           PIC 9(5)V99.
           05  TX-SUPP-STATE-TAX-IN         PIC 9(5)V99.
           05  FILLER                       PIC X(4).
      *
       FD  STATE-TAX-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  WS-SKIPPED-CNT               PIC 9(5).
           05  WS-STATE-TAX-TOT             OCCURS 2 TIMES
                                            PIC 9(7)V99.
           05  WS-SUPP-PAY-TOT              PIC 9(7)V99.
           05  WS-SUPP-TAX-TOT              PIC 9(7)V99.
      *
       01  WS-WORK-STATE-SUB                PIC 9.
      *
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(2) VALUE "ST".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "SUPPL".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "SUPPL".
           05  FILLER                     PIC X(13) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EARNINGS".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "AMOUNT".
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "PAY".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(13) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  WS-SSN-OUT.
           05  WS-TAX-ERROR-OUT REDEFINES WS-TAX-AMOUNT-OUT PIC X(10).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-STATE-CODE-OUT          PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SUPP-PAY-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SUPP-TAX-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(13) VALUE SPACES.
      *
       01  WS-SKIPPED-LINE.
           05  FILLER                     PIC X(24) VALUE SPACES.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GRAND-TAX-TOT-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(69) VALUE SPACES.
      *
       01  WS-SUPP-TOTAL-LINE.
           05  FILLER                     PIC X(24) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "SUPPLEMENTAL PAY".
           05  WS-SUPP-PAY-TOT-OUT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "SUPPLEMENTAL TAX".
           05  WS-SUPP-TAX-TOT-OUT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(43) VALUE SPACES.
      *
      *
      *
           MOVE ZEROS TO WS-SKIPPED-CNT.
           MOVE ZEROS TO WS-STATE-TAX-TOT(1).
           MOVE ZEROS TO WS-STATE-TAX-TOT(2).
           MOVE ZEROS TO WS-SUPP-PAY-TOT.
           MOVE ZEROS TO WS-SUPP-TAX-TOT.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
           MOVE TX-EMPL-FNAME-IN TO WS-EMPL-FNAME-OUT.
           MOVE TX-MAR-STAT-IN TO WS-MAR-STAT-OUT.
           MOVE TX-EXEMPTIONS-IN TO WS-EXEMPTIONS-OUT.
           SUBTRACT TX-SUPP-PAY-IN FROM TX-GROSS-IN
               GIVING WS-EARN-THIS-PER-OUT.
           MOVE TX-ANNUAL-EARN-IN TO WS-ANNUAL-EARN-OUT.
           MOVE TX-TAXABLE-EARN-IN TO WS-TAXABLE-EARN-OUT.
           MOVE WS-WORK-STATE-SUB TO WS-STATE-CODE-OUT.
           MOVE TX-SUPP-PAY-IN TO WS-SUPP-PAY-OUT.
           MOVE TX-SUPP-STATE-TAX-IN TO WS-SUPP-TAX-OUT.
           ADD TX-SUPP-PAY-IN TO WS-SUPP-PAY-TOT.


           IF TX-STATE-OK-IN = "Y" THEN
               MOVE TX-STATE-TAX-IN TO WS-TAX-AMOUNT-OUT
               ADD TX-STATE-TAX-IN TO WS-GRAND-TAX-TOT
               ADD TX-SUPP-STATE-TAX-IN TO WS-SUPP-TAX-TOT
               ADD TX-STATE-TAX-IN
                   TO WS-STATE-TAX-TOT(WS-WORK-STATE-SUB)
               PERFORM B50-UPDATE-YTD-PARA
           MOVE WS-GRAND-TAX-TOT TO WS-GRAND-TAX-TOT-OUT.
           WRITE IT-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SUPP-PAY-TOT TO WS-SUPP-PAY-TOT-OUT.
           MOVE WS-SUPP-TAX-TOT TO WS-SUPP-TAX-TOT-OUT.
           WRITE IT-REPORT-OUT FROM WS-SUPP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      * ONE LIABILITY LINE PER STATE: STATE 1 WITHHOLDING CREDITS
