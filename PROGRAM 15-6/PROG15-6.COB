      * EMPLOYEE NUMBER NOT ON THE MASTER, SO BOTH ARE CAUGHT
      * BEFORE THE TAX REGISTERS RUN.
      *
      * THE TIMECARD CARRIES HOURS BY TYPE: REGULAR HOURS WORKED,
      * VACATION TAKEN, SICK LEAVE TAKEN AND HOLIDAY HOURS (A BLANK
      * LEAVE FIELD IS TAKEN AS ZERO). ONLY THE REGULAR HOURS ENTER
      * THE 40-HOUR OVERTIME TEST; VACATION, SICK AND HOLIDAY HOURS
      * ARE PAID AT THE STRAIGHT HOURLY RATE ON TOP. VACATION AND
      * SICK HOURS TAKEN ARE CHARGED AGAINST THE EMPLOYEE'S LEAVE
      * BANK ON LEAVEBAL.DAT (KEYED ON EMPLOYEE NUMBER, SET UP BY
      * PROG16-5). A TIMECARD THAT WOULD TAKE EITHER BALANCE BELOW
      * ZERO, OR THAT CHARGES LEAVE TO AN EMPLOYEE WITH NO LEAVE
      * BANK, IS LISTED ON THE EXCEPTION REPORT AND NOT APPLIED AT
      * ALL. A SALARIED EMPLOYEE'S TIMECARD IS NOW ACCEPTED WHEN IT
      * CHARGES VACATION OR SICK HOURS: THE BANK IS CHARGED AND THE
      * STANDING PAY IS LEFT ALONE.
      *
      * DURING THE MASTER SWEEP EVERY EMPLOYEE WHOSE PAY GROUP IS
      * DUE THIS CYCLE (PERIODPRM.DAT, AS IN PROG16-1) AND WHO HAS A
      * LEAVE BANK ACCRUES ONE PERIOD'S SHARE OF THE ANNUAL VACATION
      * AND SICK RATES (52, 26, 24 OR 12 PERIODS BY PAY FREQUENCY).
      * THE PERIOD-ENDING DATE IS STAMPED ON THE BANK FOR BOTH THE
      * ACCRUAL AND THE HOURS TAKEN, SO RERUNNING THE STEP FOR THE
      * SAME PERIOD REPLACES THE HOURS TAKEN AND DOES NOT ACCRUE
      * TWICE.
      *
      * A TIMECARD FOR AN EMPLOYEE WHO IS NOT ACTIVE ON THE MASTER
      * (STATUS "L", LEAVE WITHOUT PAY, OR STATUS "T" WITH THE
      * FINAL CHECK ALREADY POSTED) IS LISTED ON THE EXCEPTION
      * REPORT AND NOT APPLIED. A TERMINATED EMPLOYEE STILL OWED A
      * FINAL CHECK CAN BE GIVEN A LAST TIMECARD AND IS STILL
      * LISTED WHEN THE CARD IS MISSING, BUT ONLY ACTIVE EMPLOYEES
      * ACCRUE LEAVE.
      *
      *
      *
       ENVIRONMENT DIVISION.
           SELECT TIMECARD-FILE-IN
               ASSIGN TO "TIMECARD.DAT"
               FILE STATUS IS WS-TIMECARD-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IO
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPL-NUM-IO
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT TIMECARD-REGISTER-OUT
               ASSIGN TO "PROG15-6_OUT.DAT".
           SELECT TIMECARD-EXCEPTION-OUT
           05  FILLER                      PIC X(49).
      *
       FD  TIMECARD-FILE-IN
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TC-TIMECARD-REC-IN.
      *
       01  TC-TIMECARD-REC-IN              PIC X(40).
      *
       FD  LEAVE-BAL-FILE-IO
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LB-LEAVE-BAL-REC-IO.
      *
       01  LB-LEAVE-BAL-REC-IO.
           05  LB-EMPL-NUM-IO               PIC X(9).
           05  LB-VAC-RATE-IO               PIC 9(3)V99.
           05  LB-SICK-RATE-IO              PIC 9(3)V99.
           05  LB-VAC-CAP-IO                PIC 9(3)V99.
           05  LB-SICK-CAP-IO               PIC 9(3)V99.
           05  LB-VAC-BAL-IO                PIC 9(4)V99.
           05  LB-SICK-BAL-IO               PIC 9(4)V99.
           05  LB-VAC-ACCR-YTD-IO           PIC 9(4)V99.
           05  LB-VAC-TAKEN-YTD-IO          PIC 9(4)V99.
           05  LB-SICK-ACCR-YTD-IO          PIC 9(4)V99.
           05  LB-SICK-TAKEN-YTD-IO         PIC 9(4)V99.
           05  LB-ACCR-PERIOD-IO            PIC X(6).
           05  LB-TAKEN-PERIOD-IO           PIC X(6).
           05  LB-CUR-VAC-TAKEN-IO          PIC 9(3)V99.
           05  LB-CUR-SICK-TAKEN-IO         PIC 9(3)V99.
           05  FILLER                       PIC X(13).
      *
       FD  PERIOD-PARM-FILE-IN
               RECORD CONTAINS 10 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PP-PERIOD-PARM-IN.
      *
       01  PP-PERIOD-PARM-IN.
           05  PP-PERIOD-DATE-IN            PIC X(6).
           05  PP-DUE-FREQS-IN              PIC X(4).
      *
       FD  TIMECARD-REGISTER-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  WS-SWEEP-EOF-SW              PIC X(1).
           05  WS-VALID-SW                  PIC X(1).
           05  WS-APPLIED-FOUND-SW          PIC X(1).
           05  WS-EMPL-ACTIVE-SW            PIC X(1).
           05  WS-LEAVE-FOUND-SW            PIC X(1).
           05  WS-LEAVE-OK-SW               PIC X(1).
           05  WS-EMPL-DUE-SW               PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-TIMECARD-FILE-STAT        PIC X(2).
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
      *
       01  WS-PARM-PERIOD                   PIC X(6).
      *
       01  WS-DUE-FREQS                     PIC X(4).
       01  WS-DUE-FREQ-TABLE REDEFINES WS-DUE-FREQS.
           05  WS-DUE-FREQ-CHAR    OCCURS 4 TIMES
                                            PIC X(1).
      *
       01  WS-DUE-SUB                       PIC 9.
      *
       01  WS-FREQ-TEST                     PIC X(1).
      *
       01  WS-TOTALS.
           05  WS-TIMECARD-CNT              PIC 9(5).
           05  WS-EXCEPTION-CNT             PIC 9(5).
           05  WS-HOURS-TOT                 PIC 9(7)V99.
           05  WS-DOLLARS-TOT               PIC 9(8)V99.
           05  WS-VAC-HOURS-TOT             PIC 9(7)V99.
           05  WS-SICK-HOURS-TOT            PIC 9(7)V99.
           05  WS-HOL-HOURS-TOT             PIC 9(7)V99.
           05  WS-SAL-LEAVE-CNT             PIC 9(5).
           05  WS-ACCRUED-CNT               PIC 9(5).
      *
       01  WS-CALCULATIONS.
           05  WS-REG-HOURS                 PIC 9(3)V99.
           05  WS-OT-HOURS                  PIC 9(3)V99.
           05  WS-GROSS-HOLD                PIC 9(5)V99.
           05  WS-OT-DOLLARS                PIC 9(5)V99.
           05  WS-LEAVE-DOLLARS             PIC 9(5)V99.
           05  WS-LEAVE-HOURS               PIC 9(4)V99.
      *
       01  WS-LEAVE-CALCULATIONS.
           05  WS-VAC-AVAIL                 PIC 9(4)V99.
           05  WS-SICK-AVAIL                PIC 9(4)V99.
           05  WS-VAC-BAL-HOLD              PIC 9(4)V99.
           05  WS-SICK-BAL-HOLD             PIC 9(4)V99.
           05  WS-VAC-ACCRUAL               PIC 9(3)V99.
           05  WS-SICK-ACCRUAL              PIC 9(3)V99.
           05  WS-PAY-PERIODS-PER-YR        PIC 9(2).
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-USED                PIC 9(2).
       01  WS-TIMECARD-WORK.
           05  WS-TC-EMPL-NUM               PIC X(9).
           05  WS-TC-HOURS                  PIC 9(3)V99.
           05  WS-TC-VAC-HOURS              PIC 9(3)V99.
           05  WS-TC-VAC-HOURS-X REDEFINES WS-TC-VAC-HOURS
                                            PIC X(5).
           05  WS-TC-SICK-HOURS             PIC 9(3)V99.
           05  WS-TC-SICK-HOURS-X REDEFINES WS-TC-SICK-HOURS
                                            PIC X(5).
           05  WS-TC-HOL-HOURS              PIC 9(3)V99.
           05  WS-TC-HOL-HOURS-X REDEFINES WS-TC-HOL-HOURS
                                            PIC X(5).
           05  FILLER                       PIC X(11) VALUE SPACES.
      *
       01  WS-ER-MASTER-WORK.
           05  WS-ER-EMPL-STATUS            PIC X(1).
               88  WS-STATUS-ACTIVE             VALUE "A" SPACE.
               88  WS-STATUS-LWOP               VALUE "L".
               88  WS-STATUS-TERMINATED         VALUE "T".
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  WS-ER-FINAL-PAID             PIC X(1).
               88  WS-FINAL-CHECK-PAID          VALUE "Y".
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WS-ER-EMPL-NUM.
               10  WS-ER-EMPL-NUM-3         PIC X(3).
               10  WS-ER-EMPL-NUM-2         PIC X(2).
           05  WS-ER-EARN-THIS-PER          PIC 9(5)V99.
           05  WS-ER-YTD-EARN               PIC 9(6)V99.
           05  WS-ER-PAY-FREQ               PIC X(1).
               88  WS-FREQ-WEEKLY               VALUE "W".
               88  WS-FREQ-BIWEEKLY             VALUE "B".
               88  WS-FREQ-SEMIMONTHLY          VALUE "S".
           05  FILLER                       PIC X(5) VALUE SPACES.
      *
       01  WS-HEADING.
           05  FILLER                     PIC X(8) VALUE "OT HOURS".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "GROSS".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "VAC".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "SICK".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "HOL".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "VAC BAL".
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "SICK BAL".
           05  FILLER                     PIC X(19) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-EMPL-NUM-OUT         PIC X(9).
           05  WS-DL-OT-HOURS-OUT         PIC ZZ9.99.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-DL-GROSS-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-VAC-HOURS-OUT        PIC ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-SICK-HOURS-OUT       PIC ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-HOL-HOURS-OUT        PIC ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-VAC-BAL-OUT          PIC Z,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-SICK-BAL-OUT         PIC Z,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-NOTE-OUT             PIC X(8).
           05  FILLER                     PIC X(9) VALUE SPACES.
      *
       01  WS-EXCEPTION-LINE.
           05  WS-EX-EMPL-NUM-OUT         PIC X(9).
                                          VALUE "EXCEPTIONS ".
           05  WS-GT-EXCEPTION-CNT-OUT    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(48) VALUE SPACES.
      *
       01  WS-LEAVE-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "VACATION ".
           05  WS-LT-VAC-HOURS-OUT        PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "SICK ".
           05  WS-LT-SICK-HOURS-OUT       PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "HOLIDAY ".
           05  WS-LT-HOL-HOURS-OUT        PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(15)
                                          VALUE "SALARIED LEAVE ".
           05  WS-LT-SAL-LEAVE-CNT-OUT    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(15)
                                          VALUE "BANKS ACCRUED ".
           05  WS-LT-ACCRUED-CNT-OUT      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(21) VALUE SPACES.
      *
      *
      *
               OPEN I-O    EARNINGS-FILE-IO
               OPEN OUTPUT TIMECARD-REGISTER-OUT
                           TIMECARD-EXCEPTION-OUT
               PERFORM B05-OPEN-LEAVEBAL-PARA
               PERFORM B10-INIT-PARA
               PERFORM B70-READ-TIMECARD-PARA
               PERFORM B20-PROCESS-PARA
               PERFORM C20-TOTALS-PARA
               CLOSE EARNINGS-FILE-IO
                     TIMECARD-FILE-IN
                     LEAVE-BAL-FILE-IO
                     TIMECARD-REGISTER-OUT
                     TIMECARD-EXCEPTION-OUT
           END-IF.
           STOP RUN.
      *
      *
       B05-OPEN-LEAVEBAL-PARA.
           OPEN I-O LEAVE-BAL-FILE-IO.
           IF WS-LEAVEBAL-FILE-STAT = "35" THEN
               OPEN OUTPUT LEAVE-BAL-FILE-IO
               CLOSE LEAVE-BAL-FILE-IO
               OPEN I-O LEAVE-BAL-FILE-IO
           END-IF.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-TRANS-EOF-SW.
           MOVE ZEROS TO WS-HOURS-TOT.
           MOVE ZEROS TO WS-DOLLARS-TOT.
           MOVE ZEROS TO WS-APPLIED-CNT.
           MOVE ZEROS TO WS-VAC-HOURS-TOT WS-SICK-HOURS-TOT
                         WS-HOL-HOURS-TOT WS-SAL-LEAVE-CNT
                         WS-ACCRUED-CNT.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
           PERFORM B12-GET-PARM-PARA.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B12-GET-PARM-PARA.
           MOVE SPACES TO WS-PARM-PERIOD.
           MOVE SPACES TO WS-DUE-FREQS.
           OPEN INPUT PERIOD-PARM-FILE-IN.
           IF WS-PARM-FILE-STAT = "00" THEN
               READ PERIOD-PARM-FILE-IN
                   AT END MOVE SPACES TO WS-DUE-FREQS
                   NOT AT END
                       MOVE PP-PERIOD-DATE-IN TO WS-PARM-PERIOD
                       MOVE PP-DUE-FREQS-IN TO WS-DUE-FREQS
               END-READ
               CLOSE PERIOD-PARM-FILE-IN
           END-IF.
           IF WS-DUE-FREQS = SPACES THEN
               MOVE "WBSM" TO WS-DUE-FREQS
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           PERFORM B60-VALIDATE-TIMECARD-PARA.
                   MOVE SPACES TO WS-EX-LNAME-OUT
                   PERFORM C30-WRITE-EXCEPTION-PARA
               NOT INVALID KEY
                   PERFORM B32-CHECK-ACTIVE-PARA
                   IF WS-EMPL-ACTIVE-SW = "N" THEN
                       MOVE "EMPLOYEE NOT ACTIVE"
                           TO WS-EXCEPTION-REASON
                       MOVE WS-TC-EMPL-NUM TO WS-EX-EMPL-NUM-OUT
                       MOVE WS-ER-EMPL-LNAME TO WS-EX-LNAME-OUT
                       PERFORM C30-WRITE-EXCEPTION-PARA
                   ELSE
                       PERFORM B40-COMPUTE-GROSS-PARA
                   END-IF
           END-READ.
      *
      *
       B32-CHECK-ACTIVE-PARA.
           MOVE "Y" TO WS-EMPL-ACTIVE-SW.
           IF WS-STATUS-LWOP THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           ELSE IF WS-STATUS-TERMINATED AND WS-FINAL-CHECK-PAID THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           END-IF.
      *
      *
       B40-COMPUTE-GROSS-PARA.
           ADD WS-TC-VAC-HOURS WS-TC-SICK-HOURS
               GIVING WS-LEAVE-HOURS.
           IF WS-PAY-CODE-HOURLY THEN
               PERFORM B42-CHECK-LEAVE-PARA
               IF WS-LEAVE-OK-SW = "Y" THEN
                   PERFORM B44-PAY-HOURLY-PARA
               END-IF
           ELSE
               IF WS-PAY-CODE-SALARY AND WS-LEAVE-HOURS > ZERO THEN
                   PERFORM B42-CHECK-LEAVE-PARA
                   IF WS-LEAVE-OK-SW = "Y" THEN
                       PERFORM B46-SALARIED-LEAVE-PARA
                   END-IF
               ELSE
                   IF WS-PAY-CODE-SALARY THEN
                       MOVE "SALARIED - TIMECARD IGNORED"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE "INVALID PAY CODE ON MASTER"
                           TO WS-EXCEPTION-REASON
                   END-IF
                   MOVE WS-TC-EMPL-NUM TO WS-EX-EMPL-NUM-OUT
                   MOVE WS-ER-EMPL-LNAME TO WS-EX-LNAME-OUT
                   PERFORM C30-WRITE-EXCEPTION-PARA
               END-IF
           END-IF.
      *
      *
       B42-CHECK-LEAVE-PARA.
           MOVE "Y" TO WS-LEAVE-OK-SW.
           MOVE "N" TO WS-LEAVE-FOUND-SW.
           MOVE ZEROS TO WS-VAC-AVAIL.
           MOVE ZEROS TO WS-SICK-AVAIL.
           MOVE WS-TC-EMPL-NUM TO LB-EMPL-NUM-IO.
           READ LEAVE-BAL-FILE-IO
               INVALID KEY
                   MOVE "N" TO WS-LEAVE-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEAVE-FOUND-SW
                   PERFORM B43-AVAILABLE-LEAVE-PARA
           END-READ.
           IF WS-LEAVE-FOUND-SW = "N" AND WS-LEAVE-HOURS > ZERO THEN
               MOVE "N" TO WS-LEAVE-OK-SW
               MOVE "NO LEAVE BANK ON FILE" TO WS-EXCEPTION-REASON
           ELSE
               IF WS-TC-VAC-HOURS > WS-VAC-AVAIL THEN
                   MOVE "N" TO WS-LEAVE-OK-SW
                   MOVE "VACATION EXCEEDS BALANCE"
                       TO WS-EXCEPTION-REASON
               ELSE
                   IF WS-TC-SICK-HOURS > WS-SICK-AVAIL THEN
                       MOVE "N" TO WS-LEAVE-OK-SW
                       MOVE "SICK LEAVE EXCEEDS BALANCE"
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAVE-OK-SW = "N" THEN
               MOVE WS-TC-EMPL-NUM TO WS-EX-EMPL-NUM-OUT
               MOVE WS-ER-EMPL-LNAME TO WS-EX-LNAME-OUT
               PERFORM C30-WRITE-EXCEPTION-PARA
           END-IF.
      *
      *
       B43-AVAILABLE-LEAVE-PARA.
           MOVE LB-VAC-BAL-IO TO WS-VAC-AVAIL.
           MOVE LB-SICK-BAL-IO TO WS-SICK-AVAIL.
           IF WS-PARM-PERIOD NOT = SPACES AND
              LB-TAKEN-PERIOD-IO = WS-PARM-PERIOD THEN
               ADD LB-CUR-VAC-TAKEN-IO TO WS-VAC-AVAIL
               ADD LB-CUR-SICK-TAKEN-IO TO WS-SICK-AVAIL
           END-IF.
      *
      *
       B44-PAY-HOURLY-PARA.
           IF WS-TC-HOURS GREATER THAN 40 THEN
               MOVE 40 TO WS-REG-HOURS
               SUBTRACT 40 FROM WS-TC-HOURS GIVING WS-OT-HOURS
           ELSE
               MOVE WS-TC-HOURS TO WS-REG-HOURS
               MOVE ZEROS TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-OT-DOLLARS ROUNDED =
               WS-OT-HOURS * WS-ER-HOURLY-RATE * 1.5.
           COMPUTE WS-LEAVE-DOLLARS ROUNDED =
               (WS-TC-VAC-HOURS + WS-TC-SICK-HOURS + WS-TC-HOL-HOURS)
               * WS-ER-HOURLY-RATE.
           COMPUTE WS-GROSS-HOLD ROUNDED =
               (WS-REG-HOURS * WS-ER-HOURLY-RATE)
               + WS-OT-DOLLARS + WS-LEAVE-DOLLARS.
           MOVE WS-GROSS-HOLD TO WS-ER-EARN-THIS-PER.
           MOVE WS-ER-MASTER-WORK TO ER-MASTER-REC-IO.
           REWRITE ER-MASTER-REC-IO.
           PERFORM B48-POST-LEAVE-PARA.
           PERFORM B50-NOTE-APPLIED-PARA.
           ADD 1 TO WS-TIMECARD-CNT.
           ADD WS-TC-HOURS TO WS-HOURS-TOT.
           ADD WS-GROSS-HOLD TO WS-DOLLARS-TOT.
           ADD WS-TC-HOL-HOURS TO WS-HOL-HOURS-TOT.
           PERFORM C40-PRINT-DETAIL-PARA.
      *
      *
       B46-SALARIED-LEAVE-PARA.
           MOVE ZEROS TO WS-OT-HOURS.
           MOVE ZEROS TO WS-GROSS-HOLD.
           MOVE ZEROS TO WS-TC-HOL-HOURS.
           PERFORM B48-POST-LEAVE-PARA.
           ADD 1 TO WS-SAL-LEAVE-CNT.
           PERFORM C40-PRINT-DETAIL-PARA.
      *
      *
       B48-POST-LEAVE-PARA.
           MOVE ZEROS TO WS-VAC-BAL-HOLD.
           MOVE ZEROS TO WS-SICK-BAL-HOLD.
           IF WS-LEAVE-FOUND-SW = "Y" THEN
               IF WS-PARM-PERIOD NOT = SPACES AND
                  LB-TAKEN-PERIOD-IO = WS-PARM-PERIOD THEN
                   SUBTRACT LB-CUR-VAC-TAKEN-IO
                       FROM LB-VAC-TAKEN-YTD-IO
                   SUBTRACT LB-CUR-SICK-TAKEN-IO
                       FROM LB-SICK-TAKEN-YTD-IO
               END-IF
               SUBTRACT WS-TC-VAC-HOURS FROM WS-VAC-AVAIL
                   GIVING LB-VAC-BAL-IO
               SUBTRACT WS-TC-SICK-HOURS FROM WS-SICK-AVAIL
                   GIVING LB-SICK-BAL-IO
               ADD WS-TC-VAC-HOURS TO LB-VAC-TAKEN-YTD-IO
               ADD WS-TC-SICK-HOURS TO LB-SICK-TAKEN-YTD-IO
               MOVE WS-TC-VAC-HOURS TO LB-CUR-VAC-TAKEN-IO
               MOVE WS-TC-SICK-HOURS TO LB-CUR-SICK-TAKEN-IO
               MOVE WS-PARM-PERIOD TO LB-TAKEN-PERIOD-IO
               REWRITE LB-LEAVE-BAL-REC-IO
               MOVE LB-VAC-BAL-IO TO WS-VAC-BAL-HOLD
               MOVE LB-SICK-BAL-IO TO WS-SICK-BAL-HOLD
           END-IF.
           ADD WS-TC-VAC-HOURS TO WS-VAC-HOURS-TOT.
           ADD WS-TC-SICK-HOURS TO WS-SICK-HOURS-TOT.
      *
      *
       B50-NOTE-APPLIED-PARA.
               IF WS-TC-HOURS NOT NUMERIC THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID HOURS" TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM B65-VALIDATE-LEAVE-PARA
               END-IF
           END-IF.
      *
      *
       B65-VALIDATE-LEAVE-PARA.
           IF WS-TC-VAC-HOURS-X = SPACES THEN
               MOVE ZEROS TO WS-TC-VAC-HOURS
           END-IF.
           IF WS-TC-SICK-HOURS-X = SPACES THEN
               MOVE ZEROS TO WS-TC-SICK-HOURS
           END-IF.
           IF WS-TC-HOL-HOURS-X = SPACES THEN
               MOVE ZEROS TO WS-TC-HOL-HOURS
           END-IF.
           IF WS-TC-VAC-HOURS NOT NUMERIC OR
              WS-TC-SICK-HOURS NOT NUMERIC OR
              WS-TC-HOL-HOURS NOT NUMERIC THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID LEAVE HOURS" TO WS-EXCEPTION-REASON
           END-IF.
      *
      *
       B70-READ-TIMECARD-PARA.
           READ TIMECARD-FILE-IN INTO WS-TIMECARD-WORK
      *
      *
       B85-CHECK-MISSING-PARA.
           PERFORM B32-CHECK-ACTIVE-PARA.
           IF WS-PAY-CODE-HOURLY AND WS-EMPL-ACTIVE-SW = "Y" THEN
               MOVE "N" TO WS-APPLIED-FOUND-SW
               PERFORM VARYING WS-APPLIED-SUB FROM 1 BY 1
                   UNTIL WS-APPLIED-SUB > WS-APPLIED-CNT
                   PERFORM C30-WRITE-EXCEPTION-PARA
               END-IF
           END-IF.
           PERFORM B90-ACCRUE-LEAVE-PARA.
           READ EARNINGS-FILE-IO NEXT RECORD
               INTO WS-ER-MASTER-WORK
               AT END MOVE "Y" TO WS-SWEEP-EOF-SW
           END-READ.
      *
      *
       B90-ACCRUE-LEAVE-PARA.
           PERFORM B92-CHECK-DUE-PARA.
           IF WS-EMPL-DUE-SW = "Y" AND WS-STATUS-ACTIVE THEN
               MOVE WS-ER-EMPL-NUM TO LB-EMPL-NUM-IO
               READ LEAVE-BAL-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM B96-ADD-ACCRUAL-PARA
               END-READ
           END-IF.
      *
      *
       B92-CHECK-DUE-PARA.
           IF WS-FREQ-WEEKLY THEN
               MOVE "W" TO WS-FREQ-TEST
               MOVE 52 TO WS-PAY-PERIODS-PER-YR
           ELSE IF WS-FREQ-BIWEEKLY THEN
               MOVE "B" TO WS-FREQ-TEST
               MOVE 26 TO WS-PAY-PERIODS-PER-YR
           ELSE IF WS-FREQ-SEMIMONTHLY THEN
               MOVE "S" TO WS-FREQ-TEST
               MOVE 24 TO WS-PAY-PERIODS-PER-YR
           ELSE
               MOVE "M" TO WS-FREQ-TEST
               MOVE 12 TO WS-PAY-PERIODS-PER-YR
           END-IF.
           MOVE "N" TO WS-EMPL-DUE-SW.
           PERFORM B94-DUE-MATCH-PARA
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > 4.
      *
      *
       B94-DUE-MATCH-PARA.
           IF WS-FREQ-TEST = WS-DUE-FREQ-CHAR(WS-DUE-SUB) THEN
               MOVE "Y" TO WS-EMPL-DUE-SW
           END-IF.
      *
      *
       B96-ADD-ACCRUAL-PARA.
           IF WS-PARM-PERIOD = SPACES OR
              LB-ACCR-PERIOD-IO NOT = WS-PARM-PERIOD THEN
               DIVIDE LB-VAC-RATE-IO BY WS-PAY-PERIODS-PER-YR
                   GIVING WS-VAC-ACCRUAL ROUNDED
               DIVIDE LB-SICK-RATE-IO BY WS-PAY-PERIODS-PER-YR
                   GIVING WS-SICK-ACCRUAL ROUNDED
               ADD WS-VAC-ACCRUAL TO LB-VAC-BAL-IO
                                     LB-VAC-ACCR-YTD-IO
               ADD WS-SICK-ACCRUAL TO LB-SICK-BAL-IO
                                      LB-SICK-ACCR-YTD-IO
               MOVE WS-PARM-PERIOD TO LB-ACCR-PERIOD-IO
               REWRITE LB-LEAVE-BAL-REC-IO
               ADD 1 TO WS-ACCRUED-CNT
           END-IF.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
               AFTER ADVANCING 1 LINE.
           WRITE TR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-VAC-HOURS-TOT TO WS-LT-VAC-HOURS-OUT.
           MOVE WS-SICK-HOURS-TOT TO WS-LT-SICK-HOURS-OUT.
           MOVE WS-HOL-HOURS-TOT TO WS-LT-HOL-HOURS-OUT.
           MOVE WS-SAL-LEAVE-CNT TO WS-LT-SAL-LEAVE-CNT-OUT.
           MOVE WS-ACCRUED-CNT TO WS-LT-ACCRUED-CNT-OUT.
           WRITE TR-REPORT-OUT FROM WS-LEAVE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-WRITE-EXCEPTION-PARA.
           MOVE WS-TC-EMPL-NUM TO WS-DL-EMPL-NUM-OUT.
           MOVE WS-ER-EMPL-LNAME TO WS-DL-LNAME-OUT.
           MOVE WS-TC-HOURS TO WS-DL-HOURS-OUT.
           IF WS-PAY-CODE-HOURLY THEN
               MOVE WS-ER-HOURLY-RATE TO WS-DL-RATE-OUT
           ELSE
               MOVE ZEROS TO WS-DL-RATE-OUT
               MOVE "SALARIED" TO WS-DL-NOTE-OUT
           END-IF.
           MOVE WS-OT-HOURS TO WS-DL-OT-HOURS-OUT.
           MOVE WS-GROSS-HOLD TO WS-DL-GROSS-OUT.
           MOVE WS-TC-VAC-HOURS TO WS-DL-VAC-HOURS-OUT.
           MOVE WS-TC-SICK-HOURS TO WS-DL-SICK-HOURS-OUT.
           MOVE WS-TC-HOL-HOURS TO WS-DL-HOL-HOURS-OUT.
           MOVE WS-VAC-BAL-HOLD TO WS-DL-VAC-BAL-OUT.
           MOVE WS-SICK-BAL-HOLD TO WS-DL-SICK-BAL-OUT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
