       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-5.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  FEB 06,2004.
      *DATE-COMPILED. FEB 06,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM APPLIES TRANSACTIONS AGAINST THE LEAVE BALANCE
      * FILE (LEAVEBAL.DAT), IN THE SAME STYLE AS THE PROG12-1
      * EARNINGS AND PROG16-3 DIRECT DEPOSIT MAINTENANCE.
      * LEAVEBAL.DAT IS AN INDEXED FILE KEYED ON EMPLOYEE NUMBER
      * HOLDING EACH EMPLOYEE'S LEAVE BANK: THE ANNUAL VACATION AND
      * SICK ACCRUAL RATES IN HOURS, THE YEAR-END CARRYOVER CAP FOR
      * EACH (ZERO MEANING NO CAP), THE CURRENT BALANCES AND THE
      * HOURS ACCRUED AND TAKEN THIS YEAR. THE PROG15-6 TIMECARD
      * RUN ACCRUES AND CHARGES THE BANK EACH CYCLE AND THE PROG12-9
      * YEAR-END RUN APPLIES THE CARRYOVER CAP. THE TRANSACTIONS
      * ARE:
      *
      *   A - ADD A BANK WITH RATES, CAPS AND OPENING BALANCES
      *   C - CHANGE THE RATES AND CAPS (BALANCES ARE KEPT)
      *   D - DELETE THE BANK
      *   J - ADJUST THE BALANCES UP (+) OR DOWN (-) BY THE HOURS
      *       GIVEN, E.G. TO CORRECT A TIMECARD KEYED IN ERROR
      *
      * AN ADD IS REJECTED WHEN THE EMPLOYEE IS NOT ON THE
      * EARNINGS.DAT MASTER, AND A DOWNWARD ADJUSTMENT IS REJECTED
      * WHEN IT WOULD TAKE A BALANCE BELOW ZERO. TRANSACTIONS COME
      * FROM LEAVE-TRANS.DAT AND EVERY TRANSACTION, APPLIED OR
      * REJECTED, IS LOGGED TO LEAVE-AUDIT.DAT WITH THE BALANCES
      * THAT RESULT.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT LEAVE-BAL-FILE-IO
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMPL-NUM-IO
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT EARNINGS-FILE-IN
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-EMPL-NUM-IN
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT TRANS-FILE-IN
               ASSIGN TO "LEAVE-TRANS.DAT".
           SELECT AUDIT-LOG-OUT
               ASSIGN TO "LEAVE-AUDIT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
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
       FD  EARNINGS-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ER-EARNINGS-REC-IN.
      *
       01  ER-EARNINGS-REC-IN              PIC X(80).
       01  ER-EARNINGS-KEY-REC REDEFINES ER-EARNINGS-REC-IN.
           05  FILLER                      PIC X(10).
           05  ER-EMPL-NUM-IN              PIC X(9).
           05  ER-EMPL-LNAME-IN            PIC X(12).
           05  FILLER                      PIC X(49).
      *
       FD  TRANS-FILE-IN
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TR-TRANS-REC-IN.
      *
       01  TR-TRANS-REC-IN                 PIC X(60).
      *
       FD  AUDIT-LOG-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AL-AUDIT-LINE-OUT.
      *
       01  AL-AUDIT-LINE-OUT               PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SW              PIC X(1).
           05  WS-VALID-SW                  PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
      *
       01  WS-COUNTS.
           05  WS-ADD-CNT                   PIC 9(5).
           05  WS-CHANGE-CNT                PIC 9(5).
           05  WS-DELETE-CNT                PIC 9(5).
           05  WS-ADJUST-CNT                PIC 9(5).
           05  WS-REJECT-CNT                PIC 9(5).
      *
       01  WS-REJECT-REASON                 PIC X(30).
       01  WS-ACTION-TEXT                   PIC X(10).
      *
       01  WS-BALANCE-HOLDS.
           05  WS-VAC-BAL-HOLD              PIC 9(4)V99.
           05  WS-SICK-BAL-HOLD             PIC 9(4)V99.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR                  PIC X(2).
               10  WS-MONTH                 PIC X(2).
               10  WS-DAY                   PIC X(2).
      *
       01  WS-TRANS-WORK.
           05  WS-TR-TRANS-CODE             PIC X(1).
               88  WS-TR-ADD                    VALUE "A".
               88  WS-TR-CHANGE                 VALUE "C".
               88  WS-TR-DELETE                 VALUE "D".
               88  WS-TR-ADJUST                 VALUE "J".
           05  WS-TR-EMPL-NUM.
               10  WS-TR-EMPL-NUM-3         PIC X(3).
               10  WS-TR-EMPL-NUM-2         PIC X(2).
               10  WS-TR-EMPL-NUM-4         PIC X(4).
           05  WS-TR-VAC-RATE               PIC 9(3)V99.
           05  WS-TR-SICK-RATE              PIC 9(3)V99.
           05  WS-TR-VAC-CAP                PIC 9(3)V99.
           05  WS-TR-SICK-CAP               PIC 9(3)V99.
           05  WS-TR-VAC-HOURS              PIC 9(4)V99.
           05  WS-TR-SICK-HOURS             PIC 9(4)V99.
           05  WS-TR-ADJ-SIGN               PIC X(1).
               88  WS-TR-ADJ-PLUS               VALUE "+".
               88  WS-TR-ADJ-MINUS              VALUE "-".
           05  FILLER                       PIC X(17) VALUE SPACES.
      *
       01  WS-AUDIT-HEADING.
           05  FILLER                       PIC X(10)
                                            VALUE "LEAVE BANK".
           05  FILLER                       PIC X(10) VALUE " MAINT".
           05  FILLER                       PIC X(9)  VALUE "AUDIT LOG".
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-AH-RUN-DATE.
               10  WS-AH-MONTH              PIC X(2).
               10  FILLER                   PIC X(1) VALUE "/".
               10  WS-AH-DAY                PIC X(2).
               10  FILLER                   PIC X(1) VALUE "/".
               10  WS-AH-YEAR               PIC X(2).
           05  FILLER                       PIC X(92) VALUE SPACES.
      *
       01  WS-AUDIT-DETAIL-LINE.
           05  AL-SSN-OUT.
               10  AL-SSN-3-OUT             PIC X(3).
               10  AL-DASH-1-OUT            PIC X(1) VALUE "-".
               10  AL-SSN-2-OUT             PIC X(2).
               10  AL-DASH-2-OUT            PIC X(1) VALUE "-".
               10  AL-SSN-4-OUT             PIC X(4).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-ACTION-OUT                PIC X(10).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FILLER                       PIC X(4) VALUE "VAC ".
           05  AL-VAC-BAL-OUT               PIC Z,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FILLER                       PIC X(5) VALUE "SICK ".
           05  AL-SICK-BAL-OUT              PIC Z,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-MESSAGE-OUT               PIC X(30).
           05  FILLER                       PIC X(48) VALUE SPACES.
      *
       01  WS-AUDIT-TOTAL-LINE.
           05  FILLER                       PIC X(6) VALUE "ADDED-".
           05  WS-AT-ADD-OUT                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "CHANGED-".
           05  WS-AT-CHANGE-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "DELETED-".
           05  WS-AT-DELETE-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(9) VALUE "ADJUSTED-".
           05  WS-AT-ADJUST-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(9) VALUE "REJECTED-".
           05  WS-AT-REJECT-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(50) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B05-OPEN-LEAVEBAL-PARA.
           OPEN INPUT  EARNINGS-FILE-IN
                       TRANS-FILE-IN
                OUTPUT AUDIT-LOG-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B70-READ-TRANS-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL WS-TRANS-EOF-SW = "Y".
           PERFORM C20-TOTALS-PARA.
           CLOSE LEAVE-BAL-FILE-IO
                 EARNINGS-FILE-IN
                 TRANS-FILE-IN
                 AUDIT-LOG-OUT.
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
           MOVE ZEROS TO WS-ADD-CNT WS-CHANGE-CNT WS-DELETE-CNT
                         WS-ADJUST-CNT WS-REJECT-CNT.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO WS-AH-MONTH.
           MOVE WS-DAY TO WS-AH-DAY.
           MOVE WS-YEAR TO WS-AH-YEAR.
           PERFORM C10-AUDIT-HEADER-PARA.
      *
      *
       B20-PROCESS-PARA.
           MOVE ZEROS TO WS-VAC-BAL-HOLD.
           MOVE ZEROS TO WS-SICK-BAL-HOLD.
           PERFORM B60-VALIDATE-TRANS-PARA.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               IF WS-TR-ADD THEN
                   PERFORM B30-ADD-PARA
               ELSE
                   IF WS-TR-CHANGE THEN
                       PERFORM B40-CHANGE-PARA
                   ELSE
                       IF WS-TR-DELETE THEN
                           PERFORM B45-DELETE-PARA
                       ELSE
                           PERFORM B50-ADJUST-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM B70-READ-TRANS-PARA.
      *
      *
       B30-ADD-PARA.
           MOVE WS-TR-EMPL-NUM TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   PERFORM B35-WRITE-BANK-PARA
           END-READ.
      *
      *
       B35-WRITE-BANK-PARA.
           MOVE SPACES TO LB-LEAVE-BAL-REC-IO.
           MOVE WS-TR-EMPL-NUM TO LB-EMPL-NUM-IO.
           MOVE WS-TR-VAC-RATE TO LB-VAC-RATE-IO.
           MOVE WS-TR-SICK-RATE TO LB-SICK-RATE-IO.
           MOVE WS-TR-VAC-CAP TO LB-VAC-CAP-IO.
           MOVE WS-TR-SICK-CAP TO LB-SICK-CAP-IO.
           MOVE WS-TR-VAC-HOURS TO LB-VAC-BAL-IO.
           MOVE WS-TR-SICK-HOURS TO LB-SICK-BAL-IO.
           MOVE ZEROS TO LB-VAC-ACCR-YTD-IO LB-VAC-TAKEN-YTD-IO
                         LB-SICK-ACCR-YTD-IO LB-SICK-TAKEN-YTD-IO
                         LB-CUR-VAC-TAKEN-IO LB-CUR-SICK-TAKEN-IO.
           WRITE LB-LEAVE-BAL-REC-IO
               INVALID KEY
                   MOVE "LEAVE BANK ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CNT
                   MOVE "ADDED" TO WS-ACTION-TEXT
                   PERFORM C40-LOG-APPLIED-PARA
           END-WRITE.
      *
      *
       B40-CHANGE-PARA.
           MOVE WS-TR-EMPL-NUM TO LB-EMPL-NUM-IO.
           READ LEAVE-BAL-FILE-IO
               INVALID KEY
                   MOVE "LEAVE BANK NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   MOVE WS-TR-VAC-RATE TO LB-VAC-RATE-IO
                   MOVE WS-TR-SICK-RATE TO LB-SICK-RATE-IO
                   MOVE WS-TR-VAC-CAP TO LB-VAC-CAP-IO
                   MOVE WS-TR-SICK-CAP TO LB-SICK-CAP-IO
                   REWRITE LB-LEAVE-BAL-REC-IO
                   ADD 1 TO WS-CHANGE-CNT
                   MOVE "CHANGED" TO WS-ACTION-TEXT
                   PERFORM C40-LOG-APPLIED-PARA
           END-READ.
      *
      *
       B45-DELETE-PARA.
           MOVE WS-TR-EMPL-NUM TO LB-EMPL-NUM-IO.
           READ LEAVE-BAL-FILE-IO
               INVALID KEY
                   MOVE "LEAVE BANK NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   DELETE LEAVE-BAL-FILE-IO
                   ADD 1 TO WS-DELETE-CNT
                   MOVE "DELETED" TO WS-ACTION-TEXT
                   PERFORM C40-LOG-APPLIED-PARA
           END-READ.
      *
      *
       B50-ADJUST-PARA.
           MOVE WS-TR-EMPL-NUM TO LB-EMPL-NUM-IO.
           READ LEAVE-BAL-FILE-IO
               INVALID KEY
                   MOVE "LEAVE BANK NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   PERFORM B55-APPLY-ADJUST-PARA
           END-READ.
      *
      *
       B55-APPLY-ADJUST-PARA.
           IF WS-TR-ADJ-MINUS AND
              (WS-TR-VAC-HOURS > LB-VAC-BAL-IO OR
               WS-TR-SICK-HOURS > LB-SICK-BAL-IO) THEN
               MOVE LB-VAC-BAL-IO TO WS-VAC-BAL-HOLD
               MOVE LB-SICK-BAL-IO TO WS-SICK-BAL-HOLD
               MOVE "ADJUSTMENT EXCEEDS BALANCE" TO WS-REJECT-REASON
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               IF WS-TR-ADJ-MINUS THEN
                   SUBTRACT WS-TR-VAC-HOURS FROM LB-VAC-BAL-IO
                   SUBTRACT WS-TR-SICK-HOURS FROM LB-SICK-BAL-IO
               ELSE
                   ADD WS-TR-VAC-HOURS TO LB-VAC-BAL-IO
                   ADD WS-TR-SICK-HOURS TO LB-SICK-BAL-IO
               END-IF
               REWRITE LB-LEAVE-BAL-REC-IO
               ADD 1 TO WS-ADJUST-CNT
               MOVE "ADJUSTED" TO WS-ACTION-TEXT
               PERFORM C40-LOG-APPLIED-PARA
           END-IF.
      *
      *
       B60-VALIDATE-TRANS-PARA.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT (WS-TR-ADD OR WS-TR-CHANGE OR WS-TR-DELETE
                   OR WS-TR-ADJUST) THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-EMPL-NUM NOT NUMERIC THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
               ELSE
                   IF WS-TR-ADD OR WS-TR-CHANGE THEN
                       PERFORM B65-VALIDATE-RATES-PARA
                   END-IF
                   IF WS-VALID-SW = "Y" AND
                      (WS-TR-ADD OR WS-TR-ADJUST) THEN
                       PERFORM B67-VALIDATE-HOURS-PARA
                   END-IF
               END-IF
           END-IF.
      *
      *
       B65-VALIDATE-RATES-PARA.
           IF WS-TR-VAC-RATE NOT NUMERIC OR
              WS-TR-SICK-RATE NOT NUMERIC THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID ACCRUAL RATE" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-VAC-CAP NOT NUMERIC OR
                  WS-TR-SICK-CAP NOT NUMERIC THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID CARRYOVER CAP" TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
      *
       B67-VALIDATE-HOURS-PARA.
           IF WS-TR-VAC-HOURS NOT NUMERIC OR
              WS-TR-SICK-HOURS NOT NUMERIC THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID LEAVE HOURS" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-ADJUST AND
                  NOT (WS-TR-ADJ-PLUS OR WS-TR-ADJ-MINUS) THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID ADJUSTMENT SIGN" TO WS-REJECT-REASON
               ELSE
                   IF WS-TR-ADJUST AND WS-TR-VAC-HOURS = ZERO AND
                      WS-TR-SICK-HOURS = ZERO THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "ADJUSTMENT HOURS REQUIRED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *
      *
       B70-READ-TRANS-PARA.
           READ TRANS-FILE-IN INTO WS-TRANS-WORK
               AT END
                   MOVE "Y" TO WS-TRANS-EOF-SW
           END-READ.
      *
      *
       C10-AUDIT-HEADER-PARA.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO AL-AUDIT-LINE-OUT.
           WRITE AL-AUDIT-LINE-OUT
               AFTER ADVANCING 1 LINE.
      *
      *
       C20-TOTALS-PARA.
           MOVE WS-ADD-CNT TO WS-AT-ADD-OUT.
           MOVE WS-CHANGE-CNT TO WS-AT-CHANGE-OUT.
           MOVE WS-DELETE-CNT TO WS-AT-DELETE-OUT.
           MOVE WS-ADJUST-CNT TO WS-AT-ADJUST-OUT.
           MOVE WS-REJECT-CNT TO WS-AT-REJECT-OUT.
           MOVE SPACES TO AL-AUDIT-LINE-OUT.
           WRITE AL-AUDIT-LINE-OUT
               AFTER ADVANCING 1 LINE.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-LOG-REJECT-PARA.
           ADD 1 TO WS-REJECT-CNT.
           MOVE "REJECTED" TO WS-ACTION-TEXT.
           PERFORM C50-BUILD-LINE-PARA.
           MOVE WS-VAC-BAL-HOLD TO AL-VAC-BAL-OUT.
           MOVE WS-SICK-BAL-HOLD TO AL-SICK-BAL-OUT.
           MOVE WS-REJECT-REASON TO AL-MESSAGE-OUT.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C40-LOG-APPLIED-PARA.
           PERFORM C50-BUILD-LINE-PARA.
           IF WS-TR-DELETE THEN
               MOVE ZEROS TO AL-VAC-BAL-OUT
               MOVE ZEROS TO AL-SICK-BAL-OUT
           ELSE
               MOVE LB-VAC-BAL-IO TO AL-VAC-BAL-OUT
               MOVE LB-SICK-BAL-IO TO AL-SICK-BAL-OUT
           END-IF.
           MOVE SPACES TO AL-MESSAGE-OUT.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C50-BUILD-LINE-PARA.
           MOVE WS-TR-EMPL-NUM-3 TO AL-SSN-3-OUT.
           MOVE WS-TR-EMPL-NUM-2 TO AL-SSN-2-OUT.
           MOVE WS-TR-EMPL-NUM-4 TO AL-SSN-4-OUT.
           MOVE WS-ACTION-TEXT TO AL-ACTION-OUT.
      *
