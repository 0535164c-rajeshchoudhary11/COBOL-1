      * STEP), AN INVALID DEBIT/CREDIT CODE OR A NON-NUMERIC
      * AMOUNT ALSO FORCES THE OUT-OF-BALANCE VERDICT.
      *
      * GLPOST62.DAT FROM THE PROG16-2 VOID/MANUAL CHECK RUN IS
      * PROVED WITH THE OTHERS WHEN IT IS PRESENT. THAT RUN ONLY
      * HAPPENS WHEN A CHECK IS VOIDED OR A MANUAL CHECK IS
      * WRITTEN, SO A MISSING GLPOST62.DAT IS NOTED ON THE CONSOLE
      * BUT DOES NOT FORCE THE OUT-OF-BALANCE VERDICT. BECAUSE THE
      * FILE IS LEFT IN PLACE UNTIL THE NEXT VOID/MANUAL RUN, A
      * BALANCED PROOF THAT TOOK IT IN WRITES ITS RUN DATE, RECORD
      * COUNT AND DEBIT TOTAL TO GL62PRV.DAT. A GLPOST62.DAT THAT
      * MATCHES THAT STAMP HAS ALREADY BEEN HANDED TO ACCOUNTING; IT
      * IS NOTED ON THE CONSOLE AND LEFT OUT OF THE PROOF SO IT IS
      * NOT POSTED A SECOND TIME.
      *
      * GLPOST68.DAT FROM THE PROG16-8 LABOR DISTRIBUTION RUN IS
      * PROVED WITH GLPOST12/26/54 EVERY CYCLE AND IS REQUIRED THE
      * SAME WAY. ITS RECORDS CARRY THE DEPARTMENT CODE IN THE LAST
      * FOUR POSITIONS, WHICH IS LISTED IN ITS OWN COLUMN (BLANK ON
      * THE OTHER FILES).
      *
      * GLPOST69.DAT FROM THE PROG16-9 EMPLOYER UNEMPLOYMENT RUN
      * (FUTA AND SUTA EXPENSE AND LIABILITY) IS ALSO PROVED EVERY
      * CYCLE AND IS REQUIRED THE SAME WAY.
      *
      * GLPOST71.DAT FROM THE PROG17-1 DEDUCTION REMITTANCE RUN
      * (ACCRUED PAYROLL MOVED TO THE DEDUCTION PAYEE LIABILITY
      * ACCOUNTS) IS ALSO REQUIRED. THE AP VOUCHER INTERFACE FILE
      * APVOUCH.DAT WRITTEN BY THE SAME RUN IS READ AS WELL AND ITS
      * VOUCHER TOTAL IS PRINTED UNDER THE GL TOTALS; A MISSING
      * APVOUCH.DAT, A NON-NUMERIC VOUCHER AMOUNT, OR A VOUCHER
      * TOTAL THAT DOES NOT EQUAL THE GLPOST71.DAT CREDITS FORCES
      * THE OUT-OF-BALANCE VERDICT. AN EMPTY APVOUCH.DAT IS ACCEPTED
      * (NO DEDUCTIONS TO REMIT THIS CYCLE).
      *
      *
      *
       ENVIRONMENT DIVISION.
           SELECT GL-POST54-FILE-IN
               ASSIGN TO "GLPOST54.DAT"
               FILE STATUS IS WS-GLPOST54-FILE-STAT.
           SELECT GL-POST68-FILE-IN
               ASSIGN TO "GLPOST68.DAT"
               FILE STATUS IS WS-GLPOST68-FILE-STAT.
           SELECT GL-POST69-FILE-IN
               ASSIGN TO "GLPOST69.DAT"
               FILE STATUS IS WS-GLPOST69-FILE-STAT.
           SELECT GL-POST71-FILE-IN
               ASSIGN TO "GLPOST71.DAT"
               FILE STATUS IS WS-GLPOST71-FILE-STAT.
           SELECT AP-VOUCHER-FILE-IN
               ASSIGN TO "APVOUCH.DAT"
               FILE STATUS IS WS-APVOUCH-FILE-STAT.
           SELECT GL-POST62-FILE-IN
               ASSIGN TO "GLPOST62.DAT"
               FILE STATUS IS WS-GLPOST62-FILE-STAT.
           SELECT GL62-PROOF-FILE-IO
               ASSIGN TO "GL62PRV.DAT"
               FILE STATUS IS WS-GL62PRV-FILE-STAT.
           SELECT BALANCE-REPORT-OUT
               ASSIGN TO "PROG15-3_OUT.DAT".
      *
               DATA RECORD IS GL-POST54-REC-IN.
      *
       01  GL-POST54-REC-IN                 PIC X(50).
      *
       FD  GL-POST68-FILE-IN
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GL-POST68-REC-IN.
      *
       01  GL-POST68-REC-IN                 PIC X(50).
      *
       FD  GL-POST69-FILE-IN
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GL-POST69-REC-IN.
      *
       01  GL-POST69-REC-IN                 PIC X(50).
      *
       FD  GL-POST71-FILE-IN
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GL-POST71-REC-IN.
      *
       01  GL-POST71-REC-IN                 PIC X(50).
      *
       FD  AP-VOUCHER-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AV-VOUCHER-REC-IN.
      *
       01  AV-VOUCHER-REC-IN.
           05  AV-SOURCE-ID-IN              PIC X(4).
           05  AV-RUN-DATE-IN               PIC X(6).
           05  AV-PERIOD-IN                 PIC X(6).
           05  AV-PAYEE-ID-IN               PIC X(6).
           05  AV-PAYEE-NAME-IN             PIC X(24).
           05  AV-LIAB-ACCT-IN              PIC X(4).
           05  AV-AMOUNT-IN                 PIC 9(9)V99.
           05  AV-DEDUCT-CNT-IN             PIC 9(5).
           05  FILLER                       PIC X(14).
      *
       FD  GL-POST62-FILE-IN
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GL-POST62-REC-IN.
      *
       01  GL-POST62-REC-IN                 PIC X(50).
      *
       FD  GL62-PROOF-FILE-IO
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GP-PROOF-REC-IO.
      *
       01  GP-PROOF-REC-IO.
           05  GP-RUN-DATE-IO               PIC X(6).
           05  GP-REC-CNT-IO                PIC 9(5).
           05  GP-DEBIT-TOT-IO              PIC 9(11)V99.
           05  FILLER                       PIC X(16).
      *
       FD  BALANCE-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
      *
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-GL62-PROVED-SW            PIC X(1).
           05  WS-GL62-INCLUDED-SW          PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-GLPOST12-FILE-STAT        PIC X(2).
           05  WS-GLPOST26-FILE-STAT        PIC X(2).
           05  WS-GLPOST54-FILE-STAT        PIC X(2).
           05  WS-GLPOST62-FILE-STAT        PIC X(2).
           05  WS-GLPOST68-FILE-STAT        PIC X(2).
           05  WS-GLPOST69-FILE-STAT        PIC X(2).
           05  WS-GLPOST71-FILE-STAT        PIC X(2).
           05  WS-APVOUCH-FILE-STAT         PIC X(2).
           05  WS-GL62PRV-FILE-STAT         PIC X(2).
      *
       01  WS-GL-POST-WORK-REC.
           05  GL-SOURCE-ID-IN              PIC X(4).
           05  GL-DC-IN                     PIC X(1).
           05  GL-AMOUNT-IN                 PIC 9(9)V99.
           05  GL-DESC-IN                   PIC X(20).
           05  GL-DEPT-CODE-IN              PIC X(4).
      *
       01  WS-COUNTS.
           05  WS-RECORD-CNT                PIC 9(5).
           05  WS-FILE-REC-CNT              PIC 9(5).
           05  WS-BAD-REC-CNT               PIC 9(5).
           05  WS-VOUCHER-CNT               PIC 9(5).
      *
       01  WS-AMOUNT-TOTALS.
           05  WS-DEBIT-TOT                 PIC 9(11)V99.
           05  WS-CREDIT-TOT                PIC 9(11)V99.
           05  WS-NET-DIFF                  PIC S9(11)V99.
           05  WS-GL71-CREDIT-TOT           PIC 9(11)V99.
           05  WS-VOUCHER-TOT               PIC 9(11)V99.
      *
       01  WS-GL62-STAMP.
           05  WS-G62-RUN-DATE              PIC X(6).
           05  WS-G62-REC-CNT               PIC 9(5).
           05  WS-G62-DEBIT-TOT             PIC 9(11)V99.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(11)
                                          VALUE "DESCRIPTION".
           05  FILLER                     PIC X(13) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "DEPT".
           05  FILLER                     PIC X(58) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-AMOUNT-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-DESC-OUT             PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-DEPT-OUT             PIC X(4).
           05  FILLER                     PIC X(58) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "CREDITS ".
           05  WS-TL-CREDIT-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(75) VALUE SPACES.
      *
       01  WS-VOUCHER-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE "AP VOUCHERS".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-AV-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "TOTAL ".
           05  WS-AV-TOTAL-OUT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14)
                                          VALUE "GLPOST71 CR   ".
           05  WS-AV-GL71-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(49) VALUE SPACES.
      *
       01  WS-VERDICT-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           PERFORM B15-PROVE-12-FILE-PARA.
           PERFORM B17-PROVE-26-FILE-PARA.
           PERFORM B18-PROVE-54-FILE-PARA.
           PERFORM B40-PROVE-68-FILE-PARA.
           PERFORM B43-PROVE-69-FILE-PARA.
           PERFORM B46-PROVE-71-FILE-PARA.
           PERFORM B50-PROVE-62-FILE-PARA.
           PERFORM B55-PROVE-VOUCHERS-PARA.
           PERFORM C20-VERDICT-PARA.
           CLOSE BALANCE-REPORT-OUT.
           STOP RUN.
           MOVE ZEROS TO WS-BAD-REC-CNT.
           MOVE ZEROS TO WS-DEBIT-TOT.
           MOVE ZEROS TO WS-CREDIT-TOT.
           MOVE ZEROS TO WS-GL71-CREDIT-TOT.
           MOVE ZEROS TO WS-VOUCHER-TOT.
           MOVE ZEROS TO WS-VOUCHER-CNT.
           MOVE "N" TO WS-GL62-INCLUDED-SW.
           OPEN OUTPUT BALANCE-REPORT-OUT.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO WS-RUN-MONTH-OUT.
           MOVE GL-ACCOUNT-IN TO WS-DL-ACCOUNT-OUT.
           MOVE GL-DC-IN TO WS-DL-DC-OUT.
           MOVE GL-DESC-IN TO WS-DL-DESC-OUT.
           MOVE GL-DEPT-CODE-IN TO WS-DL-DEPT-OUT.
           IF GL-AMOUNT-IN NOT NUMERIC THEN
               ADD 1 TO WS-BAD-REC-CNT
               MOVE "BAD AMOUNT" TO WS-DL-DESC-OUT
           WRITE BR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       B40-PROVE-68-FILE-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-FILE-REC-CNT.
           OPEN INPUT GL-POST68-FILE-IN.
           IF WS-GLPOST68-FILE-STAT NOT = "00" THEN
               DISPLAY "GLPOST68.DAT MISSING - INTERFACE INCOMPLETE"
               ADD 1 TO WS-BAD-REC-CNT
           ELSE
               PERFORM B42-READ-68-PARA
               PERFORM B41-PROVE-68-RECORD-PARA
                   UNTIL WS-EOF-SW = "Y"
               CLOSE GL-POST68-FILE-IN
               IF WS-FILE-REC-CNT = ZERO THEN
                   DISPLAY "GLPOST68.DAT EMPTY - INTERFACE INCOMPLETE"
                   ADD 1 TO WS-BAD-REC-CNT
               END-IF
           END-IF.
      *
      *
       B41-PROVE-68-RECORD-PARA.
           PERFORM B30-TALLY-RECORD-PARA.
           PERFORM B42-READ-68-PARA.
      *
      *
       B42-READ-68-PARA.
           READ GL-POST68-FILE-IN INTO WS-GL-POST-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B43-PROVE-69-FILE-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-FILE-REC-CNT.
           OPEN INPUT GL-POST69-FILE-IN.
           IF WS-GLPOST69-FILE-STAT NOT = "00" THEN
               DISPLAY "GLPOST69.DAT MISSING - INTERFACE INCOMPLETE"
               ADD 1 TO WS-BAD-REC-CNT
           ELSE
               PERFORM B45-READ-69-PARA
               PERFORM B44-PROVE-69-RECORD-PARA
                   UNTIL WS-EOF-SW = "Y"
               CLOSE GL-POST69-FILE-IN
               IF WS-FILE-REC-CNT = ZERO THEN
                   DISPLAY "GLPOST69.DAT EMPTY - INTERFACE INCOMPLETE"
                   ADD 1 TO WS-BAD-REC-CNT
               END-IF
           END-IF.
      *
      *
       B44-PROVE-69-RECORD-PARA.
           PERFORM B30-TALLY-RECORD-PARA.
           PERFORM B45-READ-69-PARA.
      *
      *
       B45-READ-69-PARA.
           READ GL-POST69-FILE-IN INTO WS-GL-POST-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B46-PROVE-71-FILE-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-FILE-REC-CNT.
           OPEN INPUT GL-POST71-FILE-IN.
           IF WS-GLPOST71-FILE-STAT NOT = "00" THEN
               DISPLAY "GLPOST71.DAT MISSING - INTERFACE INCOMPLETE"
               ADD 1 TO WS-BAD-REC-CNT
           ELSE
               PERFORM B48-READ-71-PARA
               PERFORM B47-PROVE-71-RECORD-PARA
                   UNTIL WS-EOF-SW = "Y"
               CLOSE GL-POST71-FILE-IN
               IF WS-FILE-REC-CNT = ZERO THEN
                   DISPLAY "GLPOST71.DAT EMPTY - INTERFACE INCOMPLETE"
                   ADD 1 TO WS-BAD-REC-CNT
               END-IF
           END-IF.
      *
      *
       B47-PROVE-71-RECORD-PARA.
           PERFORM B30-TALLY-RECORD-PARA.
           IF GL-AMOUNT-IN NUMERIC AND GL-DC-IN = "C" THEN
               ADD GL-AMOUNT-IN TO WS-GL71-CREDIT-TOT
           END-IF.
           PERFORM B48-READ-71-PARA.
      *
      *
       B48-READ-71-PARA.
           READ GL-POST71-FILE-IN INTO WS-GL-POST-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B50-PROVE-62-FILE-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-FILE-REC-CNT.
           MOVE "N" TO WS-GL62-PROVED-SW.
           MOVE SPACES TO WS-G62-RUN-DATE.
           MOVE ZEROS TO WS-G62-REC-CNT.
           MOVE ZEROS TO WS-G62-DEBIT-TOT.
           OPEN INPUT GL-POST62-FILE-IN.
           IF WS-GLPOST62-FILE-STAT NOT = "00" THEN
               DISPLAY "GLPOST62.DAT NOT PRESENT - NO VOID/MANUAL RUN"
           ELSE
               PERFORM B52-READ-62-PARA
               IF WS-EOF-SW = "N" THEN
                   MOVE GL-RUN-DATE-IN TO WS-G62-RUN-DATE
               END-IF
               PERFORM B53-SCAN-62-RECORD-PARA
                   UNTIL WS-EOF-SW = "Y"
               CLOSE GL-POST62-FILE-IN
               PERFORM B54-CHECK-62-STAMP-PARA
               IF WS-GL62-PROVED-SW = "Y" THEN
                   DISPLAY "GLPOST62.DAT ALREADY PROVED ON A PRIOR RUN "
                       "- NOT POSTED AGAIN"
               ELSE
                   MOVE "Y" TO WS-GL62-INCLUDED-SW
                   MOVE "N" TO WS-EOF-SW
                   OPEN INPUT GL-POST62-FILE-IN
                   PERFORM B52-READ-62-PARA
                   PERFORM B51-PROVE-62-RECORD-PARA
                       UNTIL WS-EOF-SW = "Y"
                   CLOSE GL-POST62-FILE-IN
               END-IF
           END-IF.
      *
      *
       B51-PROVE-62-RECORD-PARA.
           PERFORM B30-TALLY-RECORD-PARA.
           PERFORM B52-READ-62-PARA.
      *
      *
       B52-READ-62-PARA.
           READ GL-POST62-FILE-IN INTO WS-GL-POST-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B53-SCAN-62-RECORD-PARA.
           ADD 1 TO WS-G62-REC-CNT.
           IF GL-AMOUNT-IN NUMERIC AND GL-DC-IN = "D" THEN
               ADD GL-AMOUNT-IN TO WS-G62-DEBIT-TOT
           END-IF.
           PERFORM B52-READ-62-PARA.
      *
      *
       B54-CHECK-62-STAMP-PARA.
           OPEN INPUT GL62-PROOF-FILE-IO.
           IF WS-GL62PRV-FILE-STAT = "00" THEN
               READ GL62-PROOF-FILE-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GP-RUN-DATE-IO = WS-G62-RUN-DATE AND
                          GP-REC-CNT-IO = WS-G62-REC-CNT AND
                          GP-DEBIT-TOT-IO = WS-G62-DEBIT-TOT THEN
                           MOVE "Y" TO WS-GL62-PROVED-SW
                       END-IF
               END-READ
               CLOSE GL62-PROOF-FILE-IO
           END-IF.
      *
      *
       B55-PROVE-VOUCHERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AP-VOUCHER-FILE-IN.
           IF WS-APVOUCH-FILE-STAT NOT = "00" THEN
               DISPLAY "APVOUCH.DAT MISSING - INTERFACE INCOMPLETE"
               ADD 1 TO WS-BAD-REC-CNT
           ELSE
               PERFORM B57-READ-VOUCHER-PARA
               PERFORM B56-TALLY-VOUCHER-PARA
                   UNTIL WS-EOF-SW = "Y"
               CLOSE AP-VOUCHER-FILE-IN
               IF WS-VOUCHER-TOT NOT = WS-GL71-CREDIT-TOT THEN
                   DISPLAY "APVOUCH.DAT TOTAL DOES NOT AGREE WITH "
                       "GLPOST71.DAT CREDITS"
                   ADD 1 TO WS-BAD-REC-CNT
               END-IF
           END-IF.
      *
      *
       B56-TALLY-VOUCHER-PARA.
           ADD 1 TO WS-VOUCHER-CNT.
           IF AV-AMOUNT-IN NOT NUMERIC THEN
               DISPLAY "APVOUCH.DAT BAD AMOUNT - PAYEE " AV-PAYEE-ID-IN
               ADD 1 TO WS-BAD-REC-CNT
           ELSE
               ADD AV-AMOUNT-IN TO WS-VOUCHER-TOT
           END-IF.
           PERFORM B57-READ-VOUCHER-PARA.
      *
      *
       B57-READ-VOUCHER-PARA.
           READ AP-VOUCHER-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       C20-VERDICT-PARA.
           COMPUTE WS-NET-DIFF = WS-DEBIT-TOT - WS-CREDIT-TOT.
           MOVE WS-NET-DIFF TO WS-VL-DIFF-OUT.
           IF WS-NET-DIFF = ZERO AND WS-BAD-REC-CNT = ZERO THEN
               MOVE "BALANCED" TO WS-VL-VERDICT-OUT
               IF WS-GL62-INCLUDED-SW = "Y" THEN
                   PERFORM C25-STAMP-62-PROOF-PARA
               END-IF
           ELSE
               MOVE "OUT OF BALANCE" TO WS-VL-VERDICT-OUT
               MOVE 4 TO RETURN-CODE
               AFTER ADVANCING 1 LINE.
           WRITE BR-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-VOUCHER-CNT TO WS-AV-COUNT-OUT.
           MOVE WS-VOUCHER-TOT TO WS-AV-TOTAL-OUT.
           MOVE WS-GL71-CREDIT-TOT TO WS-AV-GL71-OUT.
           WRITE BR-REPORT-OUT FROM WS-VOUCHER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BR-REPORT-OUT FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY "GL POSTING INTERFACE IS " WS-VL-VERDICT-OUT.
      *
      *
       C25-STAMP-62-PROOF-PARA.
           MOVE SPACES TO GP-PROOF-REC-IO.
           MOVE WS-G62-RUN-DATE TO GP-RUN-DATE-IO.
           MOVE WS-G62-REC-CNT TO GP-REC-CNT-IO.
           MOVE WS-G62-DEBIT-TOT TO GP-DEBIT-TOT-IO.
           OPEN OUTPUT GL62-PROOF-FILE-IO.
           WRITE GP-PROOF-REC-IO.
           CLOSE GL62-PROOF-FILE-IO.
      *
