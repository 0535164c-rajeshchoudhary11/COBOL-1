      * FIGURES INCLUDE THIS PERIOD'S WITHHOLDING AGAINST THE
      * PRE-ROLL EARNINGS.
      *
      * WHEN THE CHECK INCLUDES SUPPLEMENTAL EARNINGS THE GROSS IS
      * BROKEN OUT ON THE STATEMENT: REGULAR PAY, THEN THE
      * SUPPLEMENTAL PAY CAPTIONED BY ITS EARNINGS TYPE (BONUS,
      * COMMISSION, RETRO, OTHER, OR SUPPLEMENTAL WHEN MORE THAN ONE
      * TYPE WAS PAID), THEN THE GROSS PAY TOTAL.
      *
      * AN EMPLOYEE WITH A LEAVE BANK IN LEAVEBAL.DAT (SEE PROG16-5)
      * GETS A LEAVE BALANCE LINE UNDER THE YEAR TO DATE FIGURES
      * SHOWING THE VACATION AND SICK HOURS AVAILABLE AFTER THIS
      * PERIOD'S ACCRUAL AND HOURS TAKEN. THE LEAVE FILE IS OPTIONAL.
      *
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SYT-YTD-KEY-IN
               FILE STATUS IS WS-STYTD-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IN
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPL-NUM-IN
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
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
       FD  EARNINGS-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               10  SYT-STATE-CODE-IN        PIC X(1).
           05  SYT-TAX-YTD-AMT-IN           PIC 9(7)V99.
           05  FILLER                       PIC X(1).
      *
       FD  LEAVE-BAL-FILE-IN
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LB-LEAVE-BAL-REC-IN.
      *
       01  LB-LEAVE-BAL-REC-IN.
           05  LB-EMPL-NUM-IN               PIC X(9).
           05  FILLER                       PIC X(20).
           05  LB-VAC-BAL-IN                PIC 9(4)V99.
           05  LB-SICK-BAL-IN               PIC 9(4)V99.
           05  FILLER                       PIC X(59).
      *
       FD  PERIOD-PARM-FILE-IN
               RECORD CONTAINS 10 CHARACTERS
           05  WS-DEDDET-EOF-SW             PIC X(1).
           05  WS-YTD-OPEN-SW               PIC X(1).
           05  WS-STYTD-OPEN-SW             PIC X(1).
           05  WS-LEAVEBAL-OPEN-SW          PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-DEDDET-FILE-STAT          PIC X(2).
           05  WS-YTD-FILE-STAT             PIC X(2).
           05  WS-STYTD-FILE-STAT           PIC X(2).
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
      *
       01  WS-COUNTS.
           05  WS-STATEMENT-CNT             PIC 9(5).
      *
       01  WS-PARM-PERIOD                   PIC X(6).
      *
       01  WS-REGULAR-PAY-HOLD              PIC 9(5)V99.
      *
       01  WS-TAX-HOLDS.
           05  WS-FED-YTD-HOLD              PIC 9(7)V99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  WS-YL-ST2-OUT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(33) VALUE SPACES.
      *
       01  WS-LEAVE-LINE.
           05  FILLER                       PIC X(13)
                                            VALUE "LEAVE HOURS: ".
           05  FILLER                       PIC X(10)
                                            VALUE " VACATION ".
           05  WS-LL-VAC-OUT                PIC Z,ZZ9.99.
           05  FILLER                       PIC X(9)
                                            VALUE "  SICK   ".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  WS-LL-SICK-OUT               PIC Z,ZZ9.99.
           05  FILLER                       PIC X(83) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                       PIC X(11)
               IF WS-STYTD-OPEN-SW = "Y" THEN
                   CLOSE STATE-YTD-TAX-FILE-IN
               END-IF
               IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
                   CLOSE LEAVE-BAL-FILE-IN
               END-IF
           END-IF.
           STOP RUN.
      *
           IF WS-STYTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-STYTD-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-LEAVEBAL-OPEN-SW.
           OPEN INPUT LEAVE-BAL-FILE-IN.
           IF WS-LEAVEBAL-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-LEAVEBAL-OPEN-SW
           END-IF.
      *
      *
       B20-STATEMENT-PARA.
           WRITE ST-STATEMENT-OUT
               AFTER ADVANCING 1 LINE.

           IF NP-SUPP-PAY-IN NUMERIC AND NP-SUPP-PAY-IN > ZERO THEN
               PERFORM C15-PRINT-SUPP-PARA
           END-IF.
           MOVE "GROSS PAY" TO WS-AL-CAPTION-OUT.
           MOVE NP-GROSS-PAY-IN TO WS-AL-AMOUNT-OUT.
           WRITE ST-STATEMENT-OUT FROM WS-AMOUNT-LINE
           MOVE WS-ST2-YTD-HOLD TO WS-YL-ST2-OUT.
           WRITE ST-STATEMENT-OUT FROM WS-YTD-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               PERFORM C12-PRINT-LEAVE-PARA
           END-IF.
      *
      *
       C12-PRINT-LEAVE-PARA.
           MOVE NP-EMPL-NUM-IN TO LB-EMPL-NUM-IN.
           READ LEAVE-BAL-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LB-VAC-BAL-IN TO WS-LL-VAC-OUT
                   MOVE LB-SICK-BAL-IN TO WS-LL-SICK-OUT
                   WRITE ST-STATEMENT-OUT FROM WS-LEAVE-LINE
                       AFTER ADVANCING 1 LINE
           END-READ.
      *
      *
       C15-PRINT-SUPP-PARA.
           SUBTRACT NP-SUPP-PAY-IN FROM NP-GROSS-PAY-IN
               GIVING WS-REGULAR-PAY-HOLD.
           MOVE "REGULAR PAY" TO WS-AL-CAPTION-OUT.
           MOVE WS-REGULAR-PAY-HOLD TO WS-AL-AMOUNT-OUT.
           WRITE ST-STATEMENT-OUT FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF NP-SUPP-TYPE-IN = "B" THEN
               MOVE "BONUS PAY" TO WS-AL-CAPTION-OUT
           ELSE IF NP-SUPP-TYPE-IN = "C" THEN
               MOVE "COMMISSION PAY" TO WS-AL-CAPTION-OUT
           ELSE IF NP-SUPP-TYPE-IN = "R" THEN
               MOVE "RETRO PAY" TO WS-AL-CAPTION-OUT
           ELSE IF NP-SUPP-TYPE-IN = "O" THEN
               MOVE "OTHER PAY" TO WS-AL-CAPTION-OUT
           ELSE IF NP-SUPP-TYPE-IN = "L" THEN
               MOVE "VACATION PAYOUT" TO WS-AL-CAPTION-OUT
           ELSE
               MOVE "SUPPLEMENTAL PAY" TO WS-AL-CAPTION-OUT
           END-IF.
           MOVE NP-SUPP-PAY-IN TO WS-AL-AMOUNT-OUT.
           WRITE ST-STATEMENT-OUT FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C20-PRINT-DEDUCTS-PARA.
