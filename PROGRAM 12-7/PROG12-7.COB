      *     RUN, SO THE CHECK REGISTER'S TAX COLUMNS TIE TO THE TAX
      *     REGISTERS BY CONSTRUCTION. RUN PROG16-1 FIRST EACH
      *     CYCLE.
      *     THE GROSS COLUMN INCLUDES ANY SUPPLEMENTAL EARNINGS
      *     (BONUS, COMMISSION, RETRO, OTHER) PAID THIS PERIOD AND
      *     THE SUPPLEMENTAL PORTION AND ITS EARNINGS TYPE ARE
      *     PRINTED IN THEIR OWN COLUMNS AND TOTALLED. THE TYPE AND
      *     SUPPLEMENTAL AMOUNT ARE CARRIED FORWARD ON NETPAY.DAT.
      *     EMPLOYEES PROG16-1 MARKS NOT ACTIVE (TAXCALC PAY STATUS
      *     "I" - LEAVE WITHOUT PAY, OR TERMINATED AND ALREADY GIVEN
      *     A FINAL CHECK) GET NO CHECK AND ARE COUNTED ON THEIR OWN
      *     LINE UNDER THE SKIPPED LINE. A TERMINATED EMPLOYEE'S
      *     FINAL CHECK (PAY STATUS "F") IS FLAGGED "FINAL" ON THE
      *     REGISTER; ANY VACATION PAYOUT ON IT SHOWS AS
      *     SUPPLEMENTAL TYPE "L".
      *
      * FOR EACH TAXCALC.DAT RECORD THE FEDERAL AND STATE
      * WITHHOLDING ARE SUBTRACTED FROM THE CURRENT PERIOD GROSS TO
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
           05  TX-PAY-STATUS-IN             PIC X(1).
           05  FILLER                       PIC X(3).
      *
       FD  CHECK-REGISTER-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  FILLER                       PIC X(3).
      *
       FD  NET-PAY-FILE-OUT
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NP-NET-PAY-REC-OUT.
      *
           05  NP-FICA-OUT                  PIC 9(6)V99.
           05  NP-DEDUCT-OUT                PIC 9(6)V99.
           05  NP-NET-PAY-OUT               PIC 9(5)V99.
           05  NP-SUPP-TYPE-OUT             PIC X(1).
           05  NP-SUPP-PAY-OUT              PIC 9(5)V99.
           05  FILLER                       PIC X(7).
      *
      *
       WORKING-STORAGE SECTION.
       01  WS-TOTALS.
           05  WS-CHECK-CNT                 PIC 9(5).
           05  WS-SKIPPED-CNT               PIC 9(5).
           05  WS-INACTIVE-CNT              PIC 9(5).
           05  WS-GRAND-GROSS-TOT           PIC 9(7)V99.
           05  WS-GRAND-FED-TOT             PIC 9(7)V99.
           05  WS-GRAND-STATE-TOT           PIC 9(7)V99.
           05  WS-GRAND-FICA-TOT            PIC 9(7)V99.
           05  WS-GRAND-DEDUCT-TOT          PIC 9(7)V99.
           05  WS-GRAND-NET-TOT             PIC 9(7)V99.
           05  WS-GRAND-SUPP-TOT            PIC 9(7)V99.
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-USED                PIC 9(2).
           05  FILLER                     PIC X(6) VALUE "DEDUCT".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "NET".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "SUPPL".
           05  FILLER                     PIC X(14) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "TAKEN".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "PAY".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(1) VALUE "T".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "PAY".
           05  FILLER                     PIC X(14) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  WS-SSN-OUT.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-NET-PAY-OUT             PIC ZZ,ZZ9.99.
           05  WS-NET-ERROR-OUT REDEFINES WS-NET-PAY-OUT PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SUPP-TYPE-OUT           PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-SUPP-PAY-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-FINAL-OUT               PIC X(5).
           05  FILLER                     PIC X(7) VALUE SPACES.
      *
       01  WS-SKIPPED-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
               "EMPLOYEES NOT DUE".
           05  WS-SKIPPED-CNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(99) VALUE SPACES.
      *
       01  WS-INACTIVE-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(22) VALUE
               "EMPLOYEES NOT ACTIVE".
           05  WS-INACTIVE-CNT-OUT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(99) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-DEDUCT-TOT-OUT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-NET-TOT-OUT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-SUPP-TOT-OUT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(10) VALUE SPACES.
      *
      *
      *
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-CHECK-CNT.
           MOVE ZEROS TO WS-SKIPPED-CNT.
           MOVE ZEROS TO WS-INACTIVE-CNT.
           MOVE ZEROS TO WS-GRAND-GROSS-TOT.
           MOVE ZEROS TO WS-GRAND-FED-TOT.
           MOVE ZEROS TO WS-GRAND-STATE-TOT.
           MOVE ZEROS TO WS-GRAND-FICA-TOT.
           MOVE ZEROS TO WS-GRAND-DEDUCT-TOT.
           MOVE ZEROS TO WS-GRAND-NET-TOT.
           MOVE ZEROS TO WS-GRAND-SUPP-TOT.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
      *
      *
       B20-PROCESS-PARA.
           IF TX-PAY-STATUS-IN = "I" THEN
               ADD 1 TO WS-INACTIVE-CNT
               READ TAX-CALC-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           ELSE IF TX-DUE-IN = "N" THEN
               ADD 1 TO WS-SKIPPED-CNT
               READ TAX-CALC-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SW
           MOVE TX-STATE-TAX-IN TO WS-STATE-TAX-OUT.
           MOVE WS-FICA-HOLD TO WS-FICA-OUT.
           MOVE WS-DEDUCT-HOLD TO WS-DEDUCT-OUT.
           MOVE TX-SUPP-TYPE-IN TO WS-SUPP-TYPE-OUT.
           MOVE TX-SUPP-PAY-IN TO WS-SUPP-PAY-OUT.
           IF TX-PAY-STATUS-IN = "F" THEN
               MOVE "FINAL" TO WS-FINAL-OUT
           END-IF.


           IF TX-FED-OK-IN = "Y" AND TX-STATE-OK-IN = "Y" THEN
                   ADD WS-FICA-HOLD TO WS-GRAND-FICA-TOT
                   ADD WS-DEDUCT-HOLD TO WS-GRAND-DEDUCT-TOT
                   ADD WS-NET-PAY TO WS-GRAND-NET-TOT
                   ADD TX-SUPP-PAY-IN TO WS-GRAND-SUPP-TOT
               END-IF
           ELSE
               MOVE "TAX ERROR" TO WS-NET-ERROR-OUT
      *
      *
       B50-WRITE-NET-PAY-PARA.
           MOVE SPACES TO NP-NET-PAY-REC-OUT.
           MOVE TX-EMPL-NUM-IN TO NP-EMPL-NUM-OUT.
           MOVE TX-GROSS-IN TO NP-GROSS-PAY-OUT.
           MOVE TX-FED-TAX-IN TO NP-FED-TAX-OUT.
           MOVE WS-FICA-HOLD TO NP-FICA-OUT.
           MOVE WS-DEDUCT-HOLD TO NP-DEDUCT-OUT.
           MOVE WS-NET-PAY TO NP-NET-PAY-OUT.
           MOVE TX-SUPP-TYPE-IN TO NP-SUPP-TYPE-OUT.
           MOVE TX-SUPP-PAY-IN TO NP-SUPP-PAY-OUT.
           WRITE NP-NET-PAY-REC-OUT.
      *
      *
       C20-TOTALS-PARA.
           MOVE SPACES TO CK-REPORT-OUT.
           MOVE WS-SKIPPED-CNT TO WS-SKIPPED-CNT-OUT.
           MOVE WS-INACTIVE-CNT TO WS-INACTIVE-CNT-OUT.
           MOVE WS-CHECK-CNT TO WS-CHECK-CNT-OUT.
           MOVE WS-GRAND-GROSS-TOT TO WS-GROSS-TOT-OUT.
           MOVE WS-GRAND-FED-TOT TO WS-FED-TOT-OUT.
           MOVE WS-GRAND-FICA-TOT TO WS-FICA-TOT-OUT.
           MOVE WS-GRAND-DEDUCT-TOT TO WS-DEDUCT-TOT-OUT.
           MOVE WS-GRAND-NET-TOT TO WS-NET-TOT-OUT.
           MOVE WS-GRAND-SUPP-TOT TO WS-SUPP-TOT-OUT.
           WRITE CK-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE CK-REPORT-OUT FROM WS-SKIPPED-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CK-REPORT-OUT FROM WS-INACTIVE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CK-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
