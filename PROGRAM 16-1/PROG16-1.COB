      * PAY GROUPS (OR A MISSING PARAMETER FILE) COVERS ALL FOUR
      * GROUPS, WHICH IS THE OLD BEHAVIOR.
      *
      * SUPPLEMENTAL EARNINGS (BONUS, COMMISSION, RETRO PAY AND
      * OTHER ONE-TIME PAY) NO LONGER GO THROUGH ER-EARN-THIS-PER.
      * THEY ARE KEYED TO THE SUPPLEMENTAL TRANSACTION FILE
      * (SUPPEARN.DAT) AS EMPLOYEE NUMBER, EARNINGS TYPE B/C/R/O
      * AND AMOUNT. THE TRANSACTIONS ARE HELD IN A TABLE AND, FOR
      * EACH DUE EMPLOYEE, ADDED TO THE PERIOD GROSS BUT NOT TO THE
      * AMOUNT THAT IS ANNUALIZED. THEY ARE TAXED AT THE FLAT
      * FEDERAL RATE AND THE FLAT RATE FOR THE WORK STATE FROM THE
      * SUPPLEMENTAL RATE PARAMETER (SUPPRM.DAT), AND THAT TAX IS
      * ADDED TO THE BRACKET TAX ON REGULAR PAY. THE TYPE (OR "M"
      * FOR MORE THAN ONE TYPE), THE SUPPLEMENTAL PAY AND ITS TAX
      * ARE CARRIED ON TAXCALC.DAT FOR THE REGISTERS. A TRANSACTION
      * WITH A BAD TYPE OR AMOUNT, FOR AN EMPLOYEE NOT ON FILE OR
      * NOT DUE THIS CYCLE, OR KEYED WITH NO RATE PARAMETER ON FILE
      * IS NOT PAID AND IS LISTED ON THE PROOF.
      *
      * THE MASTER NOW CARRIES AN EMPLOYMENT STATUS (MAINTAINED BY
      * PROG12-1). AN EMPLOYEE ON LEAVE WITHOUT PAY, OR TERMINATED
      * AND ALREADY GIVEN A FINAL CHECK, IS WRITTEN TO TAXCALC.DAT
      * WITH THE DUE FLAG "N", ZERO TAX AND THE PAY STATUS "I" SO
      * EVERY LATER STEP SKIPS THE RECORD, AND IS COUNTED AS NOT
      * ACTIVE ON THE PROOF. A TERMINATED EMPLOYEE WHOSE FINAL CHECK
      * HAS NOT BEEN POSTED IS PAID ON THE NEXT CYCLE THE PAY GROUP
      * IS DUE AND IS WRITTEN WITH THE PAY STATUS "F". THAT FINAL
      * CHECK ALSO PAYS OUT THE REMAINING VACATION BALANCE FROM
      * LEAVEBAL.DAT (HOURS TIMES THE HOURLY RATE, OR FOR A
      * SALARIED EMPLOYEE THE PERIOD SALARY ANNUALIZED OVER 2080
      * HOURS) AS SUPPLEMENTAL PAY OF TYPE "L", TAXED AT THE FLAT
      * SUPPLEMENTAL RATES LIKE ANY OTHER SUPPLEMENTAL EARNINGS.
      * SICK LEAVE IS NOT PAID OUT. PROG12-8 ZEROES THE VACATION
      * BANK WHEN IT POSTS THE FINAL CHECK.
      *
      *
      *
       ENVIRONMENT DIVISION.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT SUPP-EARN-FILE-IN
               ASSIGN TO "SUPPEARN.DAT"
               FILE STATUS IS WS-SUPP-FILE-STAT.
           SELECT SUPP-PARM-FILE-IN
               ASSIGN TO "SUPPRM.DAT"
               FILE STATUS IS WS-SUPP-PARM-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IN
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPL-NUM-IN
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT TAX-CALC-FILE-OUT
               ASSIGN TO "TAXCALC.DAT"
               ORGANIZATION IS INDEXED
       01  PP-PERIOD-PARM-IN.
           05  PP-PERIOD-DATE-IN            PIC X(6).
           05  PP-DUE-FREQS-IN              PIC X(4).
      *
       FD  SUPP-EARN-FILE-IN
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SE-SUPP-EARN-REC-IN.
      *
       01  SE-SUPP-EARN-REC-IN.
           05  SE-EMPL-NUM-IN               PIC X(9).
           05  SE-EARN-TYPE-IN              PIC X(1).
               88  SE-TYPE-VALID                VALUE "B" "C" "R" "O".
           05  SE-AMOUNT-IN                 PIC 9(5)V99.
           05  FILLER                       PIC X(13).
      *
       FD  SUPP-PARM-FILE-IN
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SR-SUPP-PARM-IN.
      *
       01  SR-SUPP-PARM-IN.
           05  SR-FED-RATE-IN               PIC 9V9999.
           05  SR-STATE-RATE-IN    OCCURS 2 TIMES
                                            PIC 9V9999.
           05  FILLER                       PIC X(5).
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
       FD  TAX-CALC-FILE-OUT
               RECORD CONTAINS 110 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-CALC-REC-OUT.
      *
           05  TX-FED-OK-OUT                PIC X(1).
           05  TX-STATE-OK-OUT              PIC X(1).
           05  TX-DUE-OUT                   PIC X(1).
           05  TX-SUPP-TYPE-OUT             PIC X(1).
           05  TX-SUPP-PAY-OUT              PIC 9(5)V99.
           05  TX-SUPP-FED-TAX-OUT          PIC 9(5)V99.
           05  TX-SUPP-STATE-TAX-OUT        PIC 9(5)V99.
           05  TX-PAY-STATUS-OUT            PIC X(1).
           05  FILLER                       PIC X(3).
      *
       FD  CALC-PROOF-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-TAXCALC-FILE-STAT         PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-SUPP-FILE-STAT            PIC X(2).
           05  WS-SUPP-PARM-FILE-STAT       PIC X(2).
           05  WS-SUPP-EOF-SW               PIC X(1).
           05  WS-SUPP-PARM-SW              PIC X(1).
           05  WS-SUPP-MARK                 PIC X(1).
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-LEAVEBAL-OPEN-SW          PIC X(1).
           05  WS-EMPL-ACTIVE-SW            PIC X(1).
           05  WS-EMPL-FINAL-SW             PIC X(1).
      *
       01  WS-DUE-FREQS                     PIC X(4).
       01  WS-DUE-FREQ-TABLE REDEFINES WS-DUE-FREQS.
       01  WS-TOTALS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-SKIPPED-CNT               PIC 9(5).
           05  WS-INACTIVE-CNT              PIC 9(5).
           05  WS-FINAL-CNT                 PIC 9(5).
           05  WS-PAYOUT-TOT                PIC 9(8)V99.
           05  WS-ERROR-CNT                 PIC 9(5).
           05  WS-FED-TAX-TOT               PIC 9(8)V99.
           05  WS-STATE-TAX-TOT             OCCURS 2 TIMES
                                            PIC 9(8)V99.
           05  WS-SUPP-READ-CNT             PIC 9(5).
           05  WS-SUPP-PAID-CNT             PIC 9(5).
           05  WS-SUPP-REJECT-CNT           PIC 9(5).
           05  WS-SUPP-PAY-TOT              PIC 9(8)V99.
           05  WS-SUPP-FED-TOT              PIC 9(8)V99.
           05  WS-SUPP-STATE-TOT            PIC 9(8)V99.
      *
       01  WS-SUPP-RATES.
           05  WS-SUPP-FED-RATE             PIC 9V9999.
           05  WS-SUPP-STATE-RATE  OCCURS 2 TIMES
                                            PIC 9V9999.
      *
       01  WS-SUPP-CNT                      PIC 9(3).
       01  WS-SUPP-SUB                      PIC 9(3).
      *
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY       OCCURS 500 TIMES.
               10  WS-SUPP-EMPL-NUM         PIC X(9).
               10  WS-SUPP-TYPE             PIC X(1).
               10  WS-SUPP-AMOUNT           PIC 9(5)V99.
               10  WS-SUPP-STATUS           PIC X(1).
                   88  WS-SUPP-PENDING          VALUE SPACE.
                   88  WS-SUPP-PAID             VALUE "Y".
      *
       01  WS-CALCULATIONS.
           05  WS-ANNUAL-EARN               PIC 9(6)V99.
           05  WS-STATE-TAX-HOLD            PIC 9(6)V99.
           05  WS-PERC-TAX-EARN             PIC 9(6)V99.
           05  WS-PAY-PERIODS-PER-YR        PIC 9(2).
           05  WS-SUPP-TYPE-HOLD            PIC X(1).
           05  WS-SUPP-PAY-HOLD             PIC 9(5)V99.
           05  WS-SUPP-FED-HOLD             PIC 9(5)V99.
           05  WS-SUPP-STATE-HOLD           PIC 9(5)V99.
           05  WS-PAYOUT-HOLD               PIC 9(5)V99.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
                   20  ST-UL-IN             PIC 9(5).
      *
       01  WS-ER-EARNINGS-REC-IN.
           05  WS-ER-EMPL-STATUS-IN         PIC X(1).
               88  WS-STATUS-LWOP               VALUE "L".
               88  WS-STATUS-TERMINATED         VALUE "T".
           05  WS-ER-HIRE-DATE-IN           PIC X(6).
           05  WS-ER-FINAL-PAID-IN          PIC X(1).
               88  WS-FINAL-CHECK-PAID          VALUE "Y".
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WS-ER-EMPL-NUM-IN            PIC X(9).
           05  WS-ER-EMPL-LNAME-IN          PIC X(12).
           05  WS-ER-EMPL-FNAME-IN          PIC X(9).
           05  FILLER                       PIC X(9) VALUE SPACES.
           05  WS-ER-MAR-STAT-IN            PIC X(1).
           05  WS-ER-EXEMPTIONS-IN          PIC 9(2).
           05  WS-ER-PAY-CODE-IN            PIC X(1).
               88  WS-PAY-CODE-HOURLY           VALUE "H".
           05  WS-ER-HOURLY-RATE-IN         PIC 99V9999.
           05  WS-ER-EARN-THIS-PER-IN       PIC 9(5)V99.
           05  WS-ER-YTD-EARN-IN            PIC 9(6)V99.
           05  WS-ER-PAY-FREQ-IN            PIC X(1).
           05  WS-CL-CAPTION-OUT          PIC X(22).
           05  WS-CL-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.
      *
       01  WS-SUPP-REJECT-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-SR-EMPL-NUM-OUT         PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SR-TYPE-OUT             PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SR-AMOUNT-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SR-REASON-OUT           PIC X(30).
           05  FILLER                     PIC X(73) VALUE SPACES.
      *
      *
      *
           CLOSE EARNINGS-FILE-IN
                 TAX-CALC-FILE-OUT
                 CALC-PROOF-OUT.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               CLOSE LEAVE-BAL-FILE-IN
           END-IF.
           STOP RUN.
      *
      *
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-SKIPPED-CNT.
           MOVE ZEROS TO WS-INACTIVE-CNT.
           MOVE ZEROS TO WS-FINAL-CNT.
           MOVE ZEROS TO WS-PAYOUT-TOT.
           MOVE ZEROS TO WS-ERROR-CNT.
           PERFORM B12-GET-PARM-PARA.
           MOVE ZEROS TO WS-FED-TAX-TOT.
           MOVE ZEROS TO WS-STATE-TAX-TOT(1).
           MOVE ZEROS TO WS-STATE-TAX-TOT(2).
           MOVE ZEROS TO WS-SUPP-READ-CNT.
           MOVE ZEROS TO WS-SUPP-PAID-CNT.
           MOVE ZEROS TO WS-SUPP-REJECT-CNT.
           MOVE ZEROS TO WS-SUPP-PAY-TOT.
           MOVE ZEROS TO WS-SUPP-FED-TOT.
           MOVE ZEROS TO WS-SUPP-STATE-TOT.
           PERFORM B13-GET-SUPP-PARM-PARA.
           PERFORM B16-LOAD-SUPP-PARA.
           MOVE "Y" TO WS-LEAVEBAL-OPEN-SW.
           OPEN INPUT LEAVE-BAL-FILE-IN.
           IF WS-LEAVEBAL-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-LEAVEBAL-OPEN-SW
           END-IF.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE "WBSM" TO WS-DUE-FREQS
           END-IF.
      *
      *
       B13-GET-SUPP-PARM-PARA.
           MOVE "N" TO WS-SUPP-PARM-SW.
           MOVE ZEROS TO WS-SUPP-FED-RATE.
           MOVE ZEROS TO WS-SUPP-STATE-RATE(1).
           MOVE ZEROS TO WS-SUPP-STATE-RATE(2).
           OPEN INPUT SUPP-PARM-FILE-IN.
           IF WS-SUPP-PARM-FILE-STAT = "00" THEN
               READ SUPP-PARM-FILE-IN
                   AT END MOVE "N" TO WS-SUPP-PARM-SW
                   NOT AT END
                       MOVE "Y" TO WS-SUPP-PARM-SW
                       MOVE SR-FED-RATE-IN TO WS-SUPP-FED-RATE
                       MOVE SR-STATE-RATE-IN(1)
                           TO WS-SUPP-STATE-RATE(1)
                       MOVE SR-STATE-RATE-IN(2)
                           TO WS-SUPP-STATE-RATE(2)
               END-READ
               CLOSE SUPP-PARM-FILE-IN
           END-IF.
      *
      *
       B16-LOAD-SUPP-PARA.
           MOVE ZEROS TO WS-SUPP-CNT.
           MOVE "N" TO WS-SUPP-EOF-SW.
           OPEN INPUT SUPP-EARN-FILE-IN.
           IF WS-SUPP-FILE-STAT = "00" THEN
               READ SUPP-EARN-FILE-IN
                   AT END MOVE "Y" TO WS-SUPP-EOF-SW
               END-READ
               PERFORM B17-LOAD-SUPP-LINE-PARA
                   UNTIL WS-SUPP-EOF-SW = "Y"
               CLOSE SUPP-EARN-FILE-IN
           END-IF.
      *
      *
       B17-LOAD-SUPP-LINE-PARA.
           ADD 1 TO WS-SUPP-READ-CNT.
           IF WS-SUPP-CNT < 500 THEN
               ADD 1 TO WS-SUPP-CNT
               MOVE SE-EMPL-NUM-IN TO WS-SUPP-EMPL-NUM(WS-SUPP-CNT)
               MOVE SE-EARN-TYPE-IN TO WS-SUPP-TYPE(WS-SUPP-CNT)
               MOVE SPACE TO WS-SUPP-STATUS(WS-SUPP-CNT)
               IF SE-AMOUNT-IN NOT NUMERIC THEN
                   MOVE ZEROS TO WS-SUPP-AMOUNT(WS-SUPP-CNT)
                   MOVE "A" TO WS-SUPP-STATUS(WS-SUPP-CNT)
               ELSE
                   MOVE SE-AMOUNT-IN TO WS-SUPP-AMOUNT(WS-SUPP-CNT)
                   IF SE-AMOUNT-IN = ZERO THEN
                       MOVE "A" TO WS-SUPP-STATUS(WS-SUPP-CNT)
                   END-IF
               END-IF
               IF NOT SE-TYPE-VALID THEN
                   MOVE "T" TO WS-SUPP-STATUS(WS-SUPP-CNT)
               END-IF
               IF WS-SUPP-PARM-SW = "N"
                   AND WS-SUPP-PENDING(WS-SUPP-CNT) THEN
                   MOVE "P" TO WS-SUPP-STATUS(WS-SUPP-CNT)
               END-IF
           ELSE
               ADD 1 TO WS-SUPP-REJECT-CNT
               DISPLAY "SUPPEARN.DAT TABLE FULL - NOT PAID "
                   SE-EMPL-NUM-IN " " SE-EARN-TYPE-IN " "
                   SE-AMOUNT-IN
           END-IF.
           READ SUPP-EARN-FILE-IN
               AT END MOVE "Y" TO WS-SUPP-EOF-SW.
      *
      *
       B14-CHECK-ACTIVE-PARA.
           MOVE "Y" TO WS-EMPL-ACTIVE-SW.
           MOVE "N" TO WS-EMPL-FINAL-SW.
           IF WS-STATUS-LWOP THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           ELSE IF WS-STATUS-TERMINATED THEN
               IF WS-FINAL-CHECK-PAID THEN
                   MOVE "N" TO WS-EMPL-ACTIVE-SW
               ELSE
                   MOVE "Y" TO WS-EMPL-FINAL-SW
               END-IF
           END-IF.
      *
      *
       B15-CHECK-DUE-PARA.
           IF WS-FREQ-WEEKLY THEN
           MOVE ZEROS TO WS-TAXABLE-EARN.
           MOVE ZEROS TO WS-FED-TAX-HOLD.
           MOVE ZEROS TO WS-STATE-TAX-HOLD.
           MOVE SPACE TO WS-SUPP-TYPE-HOLD.
           MOVE ZEROS TO WS-SUPP-PAY-HOLD.
           MOVE ZEROS TO WS-SUPP-FED-HOLD.
           MOVE ZEROS TO WS-SUPP-STATE-HOLD.
           ADD 1 TO WS-EMPL-CNT.

           IF WS-WORK-STATE-2 THEN
               MOVE 1 TO WS-WORK-STATE-SUB
           END-IF.

           PERFORM B14-CHECK-ACTIVE-PARA.
           PERFORM B15-CHECK-DUE-PARA.
           IF WS-EMPL-ACTIVE-SW = "N" THEN
               ADD 1 TO WS-INACTIVE-CNT
               MOVE "N" TO WS-EMPL-DUE-SW
               MOVE "I" TO WS-SUPP-MARK
               PERFORM B29-WRITE-NOT-PAID-PARA
           ELSE IF WS-EMPL-DUE-SW = "N" THEN
               ADD 1 TO WS-SKIPPED-CNT
               MOVE "D" TO WS-SUPP-MARK
               PERFORM B29-WRITE-NOT-PAID-PARA
           ELSE
               PERFORM B25-CALCULATE-PARA
           END-IF.
      *
      *
       B22-FINAL-CHECK-PARA.
           ADD 1 TO WS-FINAL-CNT.
           MOVE ZEROS TO WS-PAYOUT-HOLD.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM-IN TO LB-EMPL-NUM-IN
               READ LEAVE-BAL-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM B23-PAYOUT-AMOUNT-PARA
               END-READ
           END-IF.
           IF WS-PAYOUT-HOLD > ZERO THEN
               IF WS-SUPP-CNT < 500 THEN
                   ADD 1 TO WS-SUPP-CNT
                   MOVE WS-ER-EMPL-NUM-IN
                       TO WS-SUPP-EMPL-NUM(WS-SUPP-CNT)
                   MOVE "L" TO WS-SUPP-TYPE(WS-SUPP-CNT)
                   MOVE WS-PAYOUT-HOLD TO WS-SUPP-AMOUNT(WS-SUPP-CNT)
                   MOVE SPACE TO WS-SUPP-STATUS(WS-SUPP-CNT)
                   IF WS-SUPP-PARM-SW = "N" THEN
                       MOVE "P" TO WS-SUPP-STATUS(WS-SUPP-CNT)
                   ELSE
                       ADD WS-PAYOUT-HOLD TO WS-PAYOUT-TOT
                   END-IF
               ELSE
                   DISPLAY "SUPPEARN.DAT TABLE FULL - LEAVE PAYOUT "
                       "NOT PAID " WS-ER-EMPL-NUM-IN " "
                       WS-PAYOUT-HOLD
               END-IF
           END-IF.
      *
      *
       B23-PAYOUT-AMOUNT-PARA.
           IF LB-VAC-BAL-IN NOT NUMERIC THEN
               MOVE ZEROS TO WS-PAYOUT-HOLD
           ELSE IF WS-PAY-CODE-HOURLY THEN
               IF WS-ER-HOURLY-RATE-IN NUMERIC THEN
                   COMPUTE WS-PAYOUT-HOLD ROUNDED =
                       LB-VAC-BAL-IN * WS-ER-HOURLY-RATE-IN
               END-IF
           ELSE
               COMPUTE WS-PAYOUT-HOLD ROUNDED =
                   LB-VAC-BAL-IN * WS-ER-EARN-THIS-PER-IN *
                   WS-PAY-PERIODS-PER-YR / 2080
           END-IF.
      *
      *
       B25-CALCULATE-PARA.
           IF WS-FREQ-WEEKLY THEN
               ADD 1 TO WS-ERROR-CNT
           END-IF.

           IF WS-EMPL-FINAL-SW = "Y" THEN
               PERFORM B22-FINAL-CHECK-PARA
           END-IF.

           MOVE "Y" TO WS-SUPP-MARK.
           PERFORM B27-SUM-SUPP-PARA.
           IF WS-SUPP-PAY-HOLD > ZERO THEN
               COMPUTE WS-SUPP-FED-HOLD ROUNDED =
                   WS-SUPP-PAY-HOLD * WS-SUPP-FED-RATE
               COMPUTE WS-SUPP-STATE-HOLD ROUNDED =
                   WS-SUPP-PAY-HOLD *
                   WS-SUPP-STATE-RATE(WS-WORK-STATE-SUB)
               ADD WS-SUPP-FED-HOLD TO WS-FED-TAX-HOLD
               ADD WS-SUPP-STATE-HOLD TO WS-STATE-TAX-HOLD
               ADD WS-SUPP-FED-HOLD TO WS-FED-TAX-TOT
               ADD WS-SUPP-STATE-HOLD
                   TO WS-STATE-TAX-TOT(WS-WORK-STATE-SUB)
               ADD WS-SUPP-PAY-HOLD TO WS-SUPP-PAY-TOT
               ADD WS-SUPP-FED-HOLD TO WS-SUPP-FED-TOT
               ADD WS-SUPP-STATE-HOLD TO WS-SUPP-STATE-TOT
           END-IF.

           PERFORM B50-WRITE-CALC-PARA.
           READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
               AT END MOVE "Y" TO WS-EOF-SW.
      *
      *
       B27-SUM-SUPP-PARA.
           PERFORM B28-SUPP-MATCH-PARA
               VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-CNT.
      *
      *
       B28-SUPP-MATCH-PARA.
           IF WS-SUPP-EMPL-NUM(WS-SUPP-SUB) = WS-ER-EMPL-NUM-IN
               AND WS-SUPP-PENDING(WS-SUPP-SUB) THEN
               MOVE WS-SUPP-MARK TO WS-SUPP-STATUS(WS-SUPP-SUB)
               IF WS-SUPP-MARK = "Y" THEN
                   ADD 1 TO WS-SUPP-PAID-CNT
                   ADD WS-SUPP-AMOUNT(WS-SUPP-SUB) TO WS-SUPP-PAY-HOLD
                   IF WS-SUPP-TYPE-HOLD = SPACE THEN
                       MOVE WS-SUPP-TYPE(WS-SUPP-SUB)
                           TO WS-SUPP-TYPE-HOLD
                   ELSE
                       IF WS-SUPP-TYPE-HOLD NOT =
                           WS-SUPP-TYPE(WS-SUPP-SUB) THEN
                           MOVE "M" TO WS-SUPP-TYPE-HOLD
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B29-WRITE-NOT-PAID-PARA.
           PERFORM B27-SUM-SUPP-PARA.
           MOVE "Y" TO WS-FED-TAX-OK-SW.
           MOVE "Y" TO WS-STATE-TAX-OK-SW.
           PERFORM B50-WRITE-CALC-PARA.
           READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
               AT END MOVE "Y" TO WS-EOF-SW.
           MOVE WS-ER-MAR-STAT-IN TO TX-MAR-STAT-OUT.
           MOVE WS-ER-EXEMPTIONS-IN TO TX-EXEMPTIONS-OUT.
           MOVE WS-WORK-STATE-SUB TO TX-WORK-STATE-OUT.
           ADD WS-ER-EARN-THIS-PER-IN WS-SUPP-PAY-HOLD
               GIVING TX-GROSS-OUT.
           MOVE WS-ER-YTD-EARN-IN TO TX-YTD-EARN-OUT.
           MOVE WS-ANNUAL-EARN TO TX-ANNUAL-EARN-OUT.
           MOVE WS-TAXABLE-EARN TO TX-TAXABLE-EARN-OUT.
           MOVE WS-FED-TAX-OK-SW TO TX-FED-OK-OUT.
           MOVE WS-STATE-TAX-OK-SW TO TX-STATE-OK-OUT.
           MOVE WS-EMPL-DUE-SW TO TX-DUE-OUT.
           MOVE WS-SUPP-TYPE-HOLD TO TX-SUPP-TYPE-OUT.
           MOVE WS-SUPP-PAY-HOLD TO TX-SUPP-PAY-OUT.
           MOVE WS-SUPP-FED-HOLD TO TX-SUPP-FED-TAX-OUT.
           MOVE WS-SUPP-STATE-HOLD TO TX-SUPP-STATE-TAX-OUT.
           IF WS-EMPL-ACTIVE-SW = "N" THEN
               MOVE "I" TO TX-PAY-STATUS-OUT
           ELSE IF WS-EMPL-FINAL-SW = "Y" THEN
               MOVE "F" TO TX-PAY-STATUS-OUT
           ELSE
               MOVE "A" TO TX-PAY-STATUS-OUT
           END-IF.
           WRITE TX-TAX-CALC-REC-OUT.
      *
      *
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "EMPLOYEES NOT ACTIVE" TO WS-CL-CAPTION-OUT.
           MOVE WS-INACTIVE-CNT TO WS-CL-COUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "FINAL CHECKS" TO WS-CL-CAPTION-OUT.
           MOVE WS-FINAL-CNT TO WS-CL-COUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "EMPLOYEES IN ERROR" TO WS-CL-CAPTION-OUT.
           MOVE WS-ERROR-CNT TO WS-CL-COUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
           MOVE WS-STATE-TAX-TOT(2) TO WS-PL-AMOUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "SUPP TRANS READ" TO WS-CL-CAPTION-OUT.
           MOVE WS-SUPP-READ-CNT TO WS-CL-COUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "SUPP TRANS PAID" TO WS-CL-CAPTION-OUT.
           MOVE WS-SUPP-PAID-CNT TO WS-CL-COUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "SUPPLEMENTAL PAY" TO WS-PL-CAPTION-OUT.
           MOVE WS-SUPP-PAY-TOT TO WS-PL-AMOUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "SUPP FEDERAL TAX" TO WS-PL-CAPTION-OUT.
           MOVE WS-SUPP-FED-TOT TO WS-PL-AMOUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "SUPP STATE TAX" TO WS-PL-CAPTION-OUT.
           MOVE WS-SUPP-STATE-TOT TO WS-PL-AMOUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE "VACATION PAYOUT" TO WS-PL-CAPTION-OUT.
           MOVE WS-PAYOUT-TOT TO WS-PL-AMOUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM C25-SUPP-REJECT-PARA
               VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-CNT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "SUPP TRANS REJECTED" TO WS-CL-CAPTION-OUT.
           MOVE WS-SUPP-REJECT-CNT TO WS-CL-COUNT-OUT.
           WRITE CP-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C25-SUPP-REJECT-PARA.
           IF NOT WS-SUPP-PAID(WS-SUPP-SUB) THEN
               ADD 1 TO WS-SUPP-REJECT-CNT
               MOVE SPACES TO WS-SUPP-REJECT-LINE
               MOVE WS-SUPP-EMPL-NUM(WS-SUPP-SUB)
                   TO WS-SR-EMPL-NUM-OUT
               MOVE WS-SUPP-TYPE(WS-SUPP-SUB) TO WS-SR-TYPE-OUT
               MOVE WS-SUPP-AMOUNT(WS-SUPP-SUB) TO WS-SR-AMOUNT-OUT
               PERFORM C27-SUPP-REASON-PARA
               WRITE CP-REPORT-OUT FROM WS-SUPP-REJECT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       C27-SUPP-REASON-PARA.
           IF WS-SUPP-STATUS(WS-SUPP-SUB) = "T" THEN
               MOVE "INVALID EARNINGS TYPE" TO WS-SR-REASON-OUT
           ELSE IF WS-SUPP-STATUS(WS-SUPP-SUB) = "A" THEN
               MOVE "INVALID AMOUNT" TO WS-SR-REASON-OUT
           ELSE IF WS-SUPP-STATUS(WS-SUPP-SUB) = "P" THEN
               MOVE "NO SUPPRM.DAT RATE PARAMETER" TO WS-SR-REASON-OUT
           ELSE IF WS-SUPP-STATUS(WS-SUPP-SUB) = "D" THEN
               MOVE "EMPLOYEE NOT DUE THIS CYCLE" TO WS-SR-REASON-OUT
           ELSE IF WS-SUPP-STATUS(WS-SUPP-SUB) = "I" THEN
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-SR-REASON-OUT
           ELSE
               MOVE "EMPLOYEE NOT ON FILE" TO WS-SR-REASON-OUT
           END-IF.
      *
