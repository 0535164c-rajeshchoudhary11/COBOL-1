      * AFTER A CLEAN BUILD THE LOG IS REWRITTEN WITH THE PERIOD
      * JUST TRANSMITTED.
      *
      * EVERY NUMBER ASSIGNED IS ALSO RECORDED ON THE ISSUED CHECK
      * FILE (CHKISSUE.DAT) WITH THE EMPLOYEE, THE PERIOD, THE WORK
      * STATE FROM TAXCALC.DAT AND THE GROSS, TAX, DEDUCTION AND
      * NET AMOUNTS OF THE PAYMENT (AND THE SUPPLEMENTAL EARNINGS
      * TYPE AND AMOUNT INCLUDED IN THE GROSS), AND THE EMPLOYEE'S
      * DEDDET.DAT DEDUCTION LINES ARE COPIED TO CHKDED.DAT UNDER
      * THE SAME NUMBER. THE PROG16-2 VOID/MANUAL CHECK RUN WORKS
      * FROM THOSE TWO FILES WHEN A PAYMENT HAS TO BE STOPPED OR
      * REISSUED.
      *
      * NET PAY IS DEPOSITED FROM THE DIRECT DEPOSIT ACCOUNT FILE
      * (DDACCT.DAT) KEPT BY PROG16-3. THE EMPLOYEE'S ACTIVE
      * ACCOUNTS ARE TAKEN IN SEQUENCE: FLAT AMOUNT AND PERCENT
      * ACCOUNTS ARE FILLED FIRST, EACH HELD TO THE NET PAY STILL
      * UNPAID, AND THE FIRST REMAINDER ACCOUNT GETS WHAT IS LEFT.
      * ANY BALANCE NOT COVERED BY A REMAINDER ACCOUNT IS PAID BY
      * PAPER CHECK. A NEW OR CHANGED ACCOUNT IS SENT A ZERO-DOLLAR
      * PRENOTE AND MARKED SENT; IT IS TAKEN AS CONFIRMED ON THE
      * NEXT PERIOD UNLESS PROG16-3 HAS RECORDED IT RETURNED. WHILE
      * ANY ACTIVE ACCOUNT IS AWAITING CONFIRMATION OR WAS RETURNED,
      * OR WHEN THE EMPLOYEE HAS NO ACCOUNT, THE WHOLE NET PAY IS
      * PAID BY PAPER CHECK. EVERY DEPOSIT AND CHECK LINE FOR AN
      * EMPLOYEE CARRIES THE SAME CHECK/ADVICE NUMBER; PRENOTES
      * CARRY A ZERO NUMBER. THE BANK DETAIL RECORD NOW CARRIES THE
      * TRANSACTION CODE (22/32 CHECKING/SAVINGS DEPOSIT, 23/33
      * PRENOTE, CK PAPER CHECK), ROUTING NUMBER AND ACCOUNT NUMBER,
      * AND THE TRAILER COUNT IS THE NUMBER OF DETAIL RECORDS.
      *
      *
      *
       ENVIRONMENT DIVISION.
           SELECT CHECK-NUM-FILE
               ASSIGN TO "CHECKNUM.DAT"
               FILE STATUS IS WS-CHECKNUM-FILE-STAT.
           SELECT TAX-CALC-FILE-IN
               ASSIGN TO "TAXCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-EMPL-NUM-IN
               FILE STATUS IS WS-TAXCALC-FILE-STAT.
           SELECT DEDUCT-DETAIL-IN
               ASSIGN TO "DEDDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-DETAIL-KEY-IN
               FILE STATUS IS WS-DEDDET-FILE-STAT.
           SELECT CHECK-ISSUE-FILE-IO
               ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CHECK-NUM-IO
               FILE STATUS IS WS-CHKISSUE-FILE-STAT.
           SELECT CHECK-DEDUCT-FILE-IO
               ASSIGN TO "CHKDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CHECK-DED-KEY-IO
               FILE STATUS IS WS-CHKDED-FILE-STAT.
           SELECT DD-ACCOUNT-FILE-IO
               ASSIGN TO "DDACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-ACCOUNT-KEY-IO
               FILE STATUS IS WS-DDACCT-FILE-STAT.
           SELECT BANK-FILE-OUT
               ASSIGN TO "BANKFILE.DAT".
           SELECT PAYMENT-REGISTER-OUT
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
       FD  PERIOD-PARM-FILE-IN
               RECORD CONTAINS 10 CHARACTERS
               DATA RECORD IS CN-CHECK-NUM-REC.
      *
       01  CN-CHECK-NUM-REC                PIC 9(8).
      *
       FD  TAX-CALC-FILE-IN
               RECORD CONTAINS 110 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-CALC-REC-IN.
      *
       01  TX-TAX-CALC-REC-IN.
           05  TX-EMPL-NUM-IN               PIC X(9).
           05  TX-EMPL-LNAME-IN             PIC X(12).
           05  TX-EMPL-FNAME-IN             PIC X(9).
           05  TX-MAR-STAT-IN               PIC X(1).
           05  TX-EXEMPTIONS-IN             PIC 9(2).
           05  TX-WORK-STATE-IN             PIC X(1).
           05  FILLER                       PIC X(76).
      *
       FD  DEDUCT-DETAIL-IN
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DT-DEDUCT-DET-REC-IN.
      *
       01  DT-DEDUCT-DET-REC-IN.
           05  DT-DETAIL-KEY-IN.
               10  DT-EMPL-NUM-IN           PIC X(9).
               10  DT-TYPE-CODE-IN          PIC X(2).
           05  DT-METHOD-IN                 PIC X(1).
           05  DT-TAKEN-IN                  PIC 9(5)V99.
           05  FILLER                       PIC X(11).
      *
       FD  CHECK-ISSUE-FILE-IO
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CI-CHECK-ISSUE-REC-IO.
      *
       01  CI-CHECK-ISSUE-REC-IO.
           05  CI-CHECK-NUM-IO              PIC 9(8).
           05  CI-EMPL-NUM-IO               PIC X(9).
           05  CI-PERIOD-DATE-IO            PIC X(6).
           05  CI-ISSUE-DATE-IO             PIC X(6).
           05  CI-ISSUE-TYPE-IO             PIC X(1).
           05  CI-STATUS-IO                 PIC X(1).
           05  CI-WORK-STATE-IO             PIC X(1).
           05  CI-GROSS-PAY-IO              PIC 9(5)V99.
           05  CI-FED-TAX-IO                PIC 9(6)V99.
           05  CI-STATE-TAX-IO              PIC 9(6)V99.
           05  CI-FICA-IO                   PIC 9(6)V99.
           05  CI-DEDUCT-IO                 PIC 9(6)V99.
           05  CI-NET-PAY-IO                PIC 9(5)V99.
           05  CI-LINK-CHECK-IO             PIC 9(8).
           05  CI-SUPP-TYPE-IO              PIC X(1).
           05  CI-SUPP-PAY-IO               PIC 9(5)V99.
           05  FILLER                       PIC X(6).
      *
       FD  CHECK-DEDUCT-FILE-IO
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CD-CHECK-DED-REC-IO.
      *
       01  CD-CHECK-DED-REC-IO.
           05  CD-CHECK-DED-KEY-IO.
               10  CD-CHECK-NUM-IO          PIC 9(8).
               10  CD-TYPE-CODE-IO          PIC X(2).
           05  CD-AMOUNT-IO                 PIC 9(5)V99.
           05  FILLER                       PIC X(3).
      *
       FD  DD-ACCOUNT-FILE-IO
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DA-ACCOUNT-REC-IO.
      *
       01  DA-ACCOUNT-REC-IO.
           05  DA-ACCOUNT-KEY-IO.
               10  DA-EMPL-NUM-IO           PIC X(9).
               10  DA-SEQ-NUM-IO            PIC 9(2).
           05  DA-ROUTING-NUM-IO            PIC X(9).
           05  DA-ACCOUNT-NUM-IO            PIC X(17).
           05  DA-ACCT-TYPE-IO              PIC X(1).
           05  DA-METHOD-IO                 PIC X(1).
           05  DA-FLAT-AMT-IO               PIC 9(5)V99.
           05  DA-PERCENT-IO                PIC 9(2)V99.
           05  DA-ACTIVE-IO                 PIC X(1).
           05  DA-PRENOTE-STAT-IO           PIC X(1).
           05  DA-PRENOTE-DATE-IO           PIC X(6).
           05  FILLER                       PIC X(12).
      *
       FD  BANK-FILE-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BK-BANK-REC-OUT.
      *
       01  BK-BANK-REC-OUT                 PIC X(80).
      *
       01  BK-HEADER-REC REDEFINES BK-BANK-REC-OUT.
           05  BK-H-REC-TYPE               PIC X(1).
           05  BK-H-PERIOD                 PIC X(6).
           05  BK-H-RUN-DATE               PIC X(6).
           05  FILLER                      PIC X(67).
      *
       01  BK-DETAIL-REC REDEFINES BK-BANK-REC-OUT.
           05  BK-D-REC-TYPE               PIC X(1).
           05  BK-D-CHECK-NUM              PIC 9(8).
           05  BK-D-EMPL-NUM               PIC X(9).
           05  BK-D-AMOUNT                 PIC 9(7)V99.
           05  BK-D-TRAN-CODE              PIC X(2).
           05  BK-D-ROUTING-NUM            PIC X(9).
           05  BK-D-ACCOUNT-NUM            PIC X(17).
           05  FILLER                      PIC X(25).
      *
       01  BK-TRAILER-REC REDEFINES BK-BANK-REC-OUT.
           05  BK-T-REC-TYPE               PIC X(1).
           05  BK-T-REC-CNT                PIC 9(7).
           05  BK-T-HASH-TOTAL             PIC 9(11)V99.
           05  FILLER                      PIC X(59).
      *
       FD  PAYMENT-REGISTER-OUT
               RECORD CONTAINS 132 CHARACTERS
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-RUN-BLOCKED-SW            PIC X(1).
           05  WS-TAXCALC-OPEN-SW           PIC X(1).
           05  WS-DEDDET-OPEN-SW            PIC X(1).
           05  WS-DEDDET-EOF-SW             PIC X(1).
           05  WS-DDACCT-OPEN-SW            PIC X(1).
           05  WS-DDACCT-EOF-SW             PIC X(1).
           05  WS-PAPER-CHECK-SW            PIC X(1).
           05  WS-REMAINDER-DONE-SW         PIC X(1).
           05  WS-LINE-WRITTEN-SW           PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-LOG-FILE-STAT             PIC X(2).
           05  WS-CHECKNUM-FILE-STAT        PIC X(2).
           05  WS-TAXCALC-FILE-STAT         PIC X(2).
           05  WS-DEDDET-FILE-STAT          PIC X(2).
           05  WS-CHKISSUE-FILE-STAT        PIC X(2).
           05  WS-CHKDED-FILE-STAT          PIC X(2).
           05  WS-DDACCT-FILE-STAT          PIC X(2).
      *
       01  WS-PERIOD-HOLD.
           05  WS-PARM-PERIOD               PIC X(6).
           05  WS-PAYMENT-CNT               PIC 9(7).
           05  WS-AMOUNT-TOT                PIC 9(9)V99.
           05  WS-HASH-TOT                  PIC 9(11)V99.
           05  WS-RECORD-CNT                PIC 9(7).
           05  WS-DEPOSIT-CNT               PIC 9(7).
           05  WS-DEPOSIT-TOT               PIC 9(9)V99.
           05  WS-PAPER-CNT                 PIC 9(7).
           05  WS-PAPER-TOT                 PIC 9(9)V99.
           05  WS-PRENOTE-CNT               PIC 9(7).
      *
       01  WS-SPLIT-WORK.
           05  WS-REMAINING-NET             PIC 9(5)V99.
           05  WS-SPLIT-AMT                 PIC 9(5)V99.
           05  WS-DD-CNT                    PIC 9(2).
           05  WS-DD-SUB                    PIC 9(2).
      *
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 9 TIMES.
               10  WS-DD-ROUTING-NUM        PIC X(9).
               10  WS-DD-ACCOUNT-NUM        PIC X(17).
               10  WS-DD-ACCT-TYPE          PIC X(1).
               10  WS-DD-METHOD             PIC X(1).
               10  WS-DD-FLAT-AMT           PIC 9(5)V99.
               10  WS-DD-PERCENT            PIC 9(2)V99.
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-USED                PIC 9(2).
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "NET".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "PAID".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "ACCT".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "BANK".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "ACCOUNT".
           05  FILLER                     PIC X(59) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "AMOUNT".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(2) VALUE "BY".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "TYPE".
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "ROUTING".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(60) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-EMPL-NUM-OUT         PIC X(9).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-AMOUNT-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-PAID-BY-OUT          PIC X(7).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-ACCT-TYPE-OUT        PIC X(1).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-DL-ROUTING-OUT          PIC X(9).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DL-ACCOUNT-OUT          PIC X(17).
           05  FILLER                     PIC X(49) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "HASH ".
           05  WS-GT-HASH-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(63) VALUE SPACES.
      *
       01  WS-METHOD-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "DEPOSITS ".
           05  WS-MT-DEPOSIT-CNT-OUT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "AMOUNT ".
           05  WS-MT-DEPOSIT-AMT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(13) VALUE
               "PAPER CHECKS ".
           05  WS-MT-PAPER-CNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "AMOUNT ".
           05  WS-MT-PAPER-AMT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "PRENOTES ".
           05  WS-MT-PRENOTE-CNT-OUT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(21) VALUE SPACES.
      *
       01  WS-BLOCKED-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
                       AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM B18-GET-CHECK-NUM-PARA
                   PERFORM B19-OPEN-ISSUE-FILES-PARA
                   OPEN OUTPUT BANK-FILE-OUT
                   PERFORM B30-WRITE-HEADER-PARA
                   READ NET-PAY-FILE-IN
                   PERFORM B40-WRITE-TRAILER-PARA
                   CLOSE NET-PAY-FILE-IN
                         BANK-FILE-OUT
                         CHECK-ISSUE-FILE-IO
                         CHECK-DEDUCT-FILE-IO
                   IF WS-DDACCT-OPEN-SW = "Y" THEN
                       CLOSE DD-ACCOUNT-FILE-IO
                   END-IF
                   IF WS-TAXCALC-OPEN-SW = "Y" THEN
                       CLOSE TAX-CALC-FILE-IN
                   END-IF
                   IF WS-DEDDET-OPEN-SW = "Y" THEN
                       CLOSE DEDUCT-DETAIL-IN
                   END-IF
                   PERFORM C20-TOTALS-PARA
                   PERFORM C40-UPDATE-LOG-PARA
                   PERFORM C50-UPDATE-CHECK-NUM-PARA
           MOVE ZEROS TO WS-PAYMENT-CNT.
           MOVE ZEROS TO WS-AMOUNT-TOT.
           MOVE ZEROS TO WS-HASH-TOT.
           MOVE ZEROS TO WS-RECORD-CNT.
           MOVE ZEROS TO WS-DEPOSIT-CNT WS-DEPOSIT-TOT.
           MOVE ZEROS TO WS-PAPER-CNT WS-PAPER-TOT.
           MOVE ZEROS TO WS-PRENOTE-CNT.
           MOVE 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO WS-PARM-PERIOD.
           MOVE SPACES TO WS-LAST-SENT-PERIOD.
               CLOSE CHECK-NUM-FILE
           END-IF.
      *
      *
       B19-OPEN-ISSUE-FILES-PARA.
           OPEN I-O CHECK-ISSUE-FILE-IO.
           IF WS-CHKISSUE-FILE-STAT = "35" THEN
               OPEN OUTPUT CHECK-ISSUE-FILE-IO
               CLOSE CHECK-ISSUE-FILE-IO
               OPEN I-O CHECK-ISSUE-FILE-IO
           END-IF.
           OPEN I-O CHECK-DEDUCT-FILE-IO.
           IF WS-CHKDED-FILE-STAT = "35" THEN
               OPEN OUTPUT CHECK-DEDUCT-FILE-IO
               CLOSE CHECK-DEDUCT-FILE-IO
               OPEN I-O CHECK-DEDUCT-FILE-IO
           END-IF.
           MOVE "Y" TO WS-TAXCALC-OPEN-SW.
           OPEN INPUT TAX-CALC-FILE-IN.
           IF WS-TAXCALC-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-TAXCALC-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-DEDDET-OPEN-SW.
           OPEN INPUT DEDUCT-DETAIL-IN.
           IF WS-DEDDET-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-DEDDET-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-DDACCT-OPEN-SW.
           OPEN I-O DD-ACCOUNT-FILE-IO.
           IF WS-DDACCT-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-DDACCT-OPEN-SW
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           MOVE NP-NET-PAY-IN TO WS-REMAINING-NET.
           MOVE "N" TO WS-LINE-WRITTEN-SW.
           PERFORM B21-LOAD-ACCOUNTS-PARA.
           IF WS-DD-CNT = ZERO THEN
               MOVE "Y" TO WS-PAPER-CHECK-SW
           END-IF.
           IF WS-PAPER-CHECK-SW = "N" THEN
               PERFORM B24-SPLIT-PARA
           END-IF.
           IF WS-REMAINING-NET > ZERO OR
              WS-LINE-WRITTEN-SW = "N" THEN
               MOVE WS-REMAINING-NET TO WS-SPLIT-AMT
               PERFORM B34-PAPER-CHECK-PARA
           END-IF.
           PERFORM B25-RECORD-ISSUE-PARA.

           ADD 1 TO WS-PAYMENT-CNT.
           ADD NP-NET-PAY-IN TO WS-AMOUNT-TOT.
           ADD 1 TO WS-CHECK-NUM-HOLD.
           READ NET-PAY-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW.
      *
      *
       B21-LOAD-ACCOUNTS-PARA.
           MOVE ZEROS TO WS-DD-CNT.
           MOVE "N" TO WS-PAPER-CHECK-SW.
           IF WS-DDACCT-OPEN-SW = "Y" THEN
               MOVE "N" TO WS-DDACCT-EOF-SW
               MOVE NP-EMPL-NUM-IN TO DA-EMPL-NUM-IO
               MOVE ZEROS TO DA-SEQ-NUM-IO
               START DD-ACCOUNT-FILE-IO
                   KEY IS NOT LESS THAN DA-ACCOUNT-KEY-IO
                   INVALID KEY MOVE "Y" TO WS-DDACCT-EOF-SW
               END-START
               IF WS-DDACCT-EOF-SW = "N" THEN
                   PERFORM B23-READ-DDACCT-PARA
               END-IF
               PERFORM B22-LOAD-ACCOUNT-LINE-PARA
                   UNTIL WS-DDACCT-EOF-SW = "Y"
           END-IF.
      *
      *
       B22-LOAD-ACCOUNT-LINE-PARA.
           IF DA-EMPL-NUM-IO NOT = NP-EMPL-NUM-IN THEN
               MOVE "Y" TO WS-DDACCT-EOF-SW
           ELSE
               IF DA-ACTIVE-IO = "A" THEN
                   PERFORM B36-CHECK-PRENOTE-PARA
                   IF WS-DD-CNT < 9 THEN
                       ADD 1 TO WS-DD-CNT
                       MOVE DA-ROUTING-NUM-IO
                           TO WS-DD-ROUTING-NUM(WS-DD-CNT)
                       MOVE DA-ACCOUNT-NUM-IO
                           TO WS-DD-ACCOUNT-NUM(WS-DD-CNT)
                       MOVE DA-ACCT-TYPE-IO
                           TO WS-DD-ACCT-TYPE(WS-DD-CNT)
                       MOVE DA-METHOD-IO TO WS-DD-METHOD(WS-DD-CNT)
                       MOVE DA-FLAT-AMT-IO
                           TO WS-DD-FLAT-AMT(WS-DD-CNT)
                       MOVE DA-PERCENT-IO
                           TO WS-DD-PERCENT(WS-DD-CNT)
                   ELSE
                       MOVE "Y" TO WS-PAPER-CHECK-SW
                   END-IF
               END-IF
               PERFORM B23-READ-DDACCT-PARA
           END-IF.
      *
      *
       B23-READ-DDACCT-PARA.
           READ DD-ACCOUNT-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-DDACCT-EOF-SW
           END-READ.
      *
      *
       B24-SPLIT-PARA.
           MOVE "N" TO WS-REMAINDER-DONE-SW.
           PERFORM B26-SPLIT-ONE-PARA
               VARYING WS-DD-SUB FROM 1 BY 1
               UNTIL WS-DD-SUB > WS-DD-CNT.
           PERFORM B31-SPLIT-REMAINDER-PARA
               VARYING WS-DD-SUB FROM 1 BY 1
               UNTIL WS-DD-SUB > WS-DD-CNT.
      *
      *
       B25-RECORD-ISSUE-PARA.
           MOVE SPACES TO CI-CHECK-ISSUE-REC-IO.
           MOVE WS-CHECK-NUM-HOLD TO CI-CHECK-NUM-IO.
           MOVE NP-EMPL-NUM-IN TO CI-EMPL-NUM-IO.
           MOVE WS-PARM-PERIOD TO CI-PERIOD-DATE-IO.
           MOVE DATE-ACCEPT TO CI-ISSUE-DATE-IO.
           MOVE "R" TO CI-ISSUE-TYPE-IO.
           MOVE "O" TO CI-STATUS-IO.
           MOVE "1" TO CI-WORK-STATE-IO.
           IF WS-TAXCALC-OPEN-SW = "Y" THEN
               MOVE NP-EMPL-NUM-IN TO TX-EMPL-NUM-IN
               READ TAX-CALC-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TX-WORK-STATE-IN = "2" THEN
                           MOVE "2" TO CI-WORK-STATE-IO
                       END-IF
               END-READ
           END-IF.
           MOVE NP-GROSS-PAY-IN TO CI-GROSS-PAY-IO.
           MOVE NP-FED-TAX-IN TO CI-FED-TAX-IO.
           MOVE NP-STATE-TAX-IN TO CI-STATE-TAX-IO.
           MOVE NP-FICA-IN TO CI-FICA-IO.
           MOVE NP-DEDUCT-IN TO CI-DEDUCT-IO.
           MOVE NP-NET-PAY-IN TO CI-NET-PAY-IO.
           MOVE ZEROS TO CI-LINK-CHECK-IO.
           MOVE NP-SUPP-TYPE-IN TO CI-SUPP-TYPE-IO.
           MOVE NP-SUPP-PAY-IN TO CI-SUPP-PAY-IO.
           WRITE CI-CHECK-ISSUE-REC-IO
               INVALID KEY REWRITE CI-CHECK-ISSUE-REC-IO
           END-WRITE.
           IF WS-DEDDET-OPEN-SW = "Y" THEN
               PERFORM B27-COPY-DEDUCTS-PARA
           END-IF.
      *
      *
       B26-SPLIT-ONE-PARA.
           MOVE ZEROS TO WS-SPLIT-AMT.
           IF WS-DD-METHOD(WS-DD-SUB) = "A" THEN
               MOVE WS-DD-FLAT-AMT(WS-DD-SUB) TO WS-SPLIT-AMT
           ELSE
               IF WS-DD-METHOD(WS-DD-SUB) = "P" THEN
                   COMPUTE WS-SPLIT-AMT ROUNDED =
                       NP-NET-PAY-IN * WS-DD-PERCENT(WS-DD-SUB) / 100
               END-IF
           END-IF.
           IF WS-SPLIT-AMT > WS-REMAINING-NET THEN
               MOVE WS-REMAINING-NET TO WS-SPLIT-AMT
           END-IF.
           IF WS-SPLIT-AMT > ZERO THEN
               PERFORM B33-DEPOSIT-PARA
           END-IF.
      *
      *
       B27-COPY-DEDUCTS-PARA.
           MOVE "N" TO WS-DEDDET-EOF-SW.
           MOVE NP-EMPL-NUM-IN TO DT-EMPL-NUM-IN.
           MOVE LOW-VALUES TO DT-TYPE-CODE-IN.
           START DEDUCT-DETAIL-IN
               KEY IS NOT LESS THAN DT-DETAIL-KEY-IN
               INVALID KEY MOVE "Y" TO WS-DEDDET-EOF-SW
           END-START.
           IF WS-DEDDET-EOF-SW = "N" THEN
               PERFORM B29-READ-DEDDET-PARA
           END-IF.
           PERFORM B28-COPY-DEDUCT-LINE-PARA
               UNTIL WS-DEDDET-EOF-SW = "Y".
      *
      *
       B28-COPY-DEDUCT-LINE-PARA.
           IF DT-EMPL-NUM-IN NOT = NP-EMPL-NUM-IN THEN
               MOVE "Y" TO WS-DEDDET-EOF-SW
           ELSE
               MOVE SPACES TO CD-CHECK-DED-REC-IO
               MOVE WS-CHECK-NUM-HOLD TO CD-CHECK-NUM-IO
               MOVE DT-TYPE-CODE-IN TO CD-TYPE-CODE-IO
               MOVE DT-TAKEN-IN TO CD-AMOUNT-IO
               WRITE CD-CHECK-DED-REC-IO
                   INVALID KEY REWRITE CD-CHECK-DED-REC-IO
               END-WRITE
               PERFORM B29-READ-DEDDET-PARA
           END-IF.
      *
      *
       B29-READ-DEDDET-PARA.
           READ DEDUCT-DETAIL-IN NEXT RECORD
               AT END MOVE "Y" TO WS-DEDDET-EOF-SW
           END-READ.
      *
      *
       B30-WRITE-HEADER-PARA.
           MOVE SPACES TO BK-BANK-REC-OUT.
           MOVE "H" TO BK-H-REC-TYPE.
           MOVE WS-PARM-PERIOD TO BK-H-PERIOD.
           MOVE DATE-ACCEPT TO BK-H-RUN-DATE.
           WRITE BK-BANK-REC-OUT.
      *
      *
       B31-SPLIT-REMAINDER-PARA.
           IF WS-DD-METHOD(WS-DD-SUB) = "R" AND
              WS-REMAINDER-DONE-SW = "N" THEN
               MOVE "Y" TO WS-REMAINDER-DONE-SW
               MOVE WS-REMAINING-NET TO WS-SPLIT-AMT
               IF WS-SPLIT-AMT > ZERO THEN
                   PERFORM B33-DEPOSIT-PARA
               END-IF
           END-IF.
      *
      *
       B33-DEPOSIT-PARA.
           MOVE SPACES TO BK-BANK-REC-OUT.
           MOVE "D" TO BK-D-REC-TYPE.
           MOVE WS-CHECK-NUM-HOLD TO BK-D-CHECK-NUM.
           MOVE NP-EMPL-NUM-IN TO BK-D-EMPL-NUM.
           MOVE WS-SPLIT-AMT TO BK-D-AMOUNT.
           IF WS-DD-ACCT-TYPE(WS-DD-SUB) = "S" THEN
               MOVE "32" TO BK-D-TRAN-CODE
           ELSE
               MOVE "22" TO BK-D-TRAN-CODE
           END-IF.
           MOVE WS-DD-ROUTING-NUM(WS-DD-SUB) TO BK-D-ROUTING-NUM.
           MOVE WS-DD-ACCOUNT-NUM(WS-DD-SUB) TO BK-D-ACCOUNT-NUM.
           SUBTRACT WS-SPLIT-AMT FROM WS-REMAINING-NET.
           ADD 1 TO WS-DEPOSIT-CNT.
           ADD WS-SPLIT-AMT TO WS-DEPOSIT-TOT.
           MOVE "DEPOSIT" TO WS-DL-PAID-BY-OUT.
           MOVE WS-DD-ACCT-TYPE(WS-DD-SUB) TO WS-DL-ACCT-TYPE-OUT.
           PERFORM B35-WRITE-DETAIL-PARA.
      *
      *
       B34-PAPER-CHECK-PARA.
           MOVE SPACES TO BK-BANK-REC-OUT.
           MOVE "D" TO BK-D-REC-TYPE.
           MOVE WS-CHECK-NUM-HOLD TO BK-D-CHECK-NUM.
           MOVE NP-EMPL-NUM-IN TO BK-D-EMPL-NUM.
           MOVE WS-SPLIT-AMT TO BK-D-AMOUNT.
           MOVE "CK" TO BK-D-TRAN-CODE.
           SUBTRACT WS-SPLIT-AMT FROM WS-REMAINING-NET.
           ADD 1 TO WS-PAPER-CNT.
           ADD WS-SPLIT-AMT TO WS-PAPER-TOT.
           MOVE "CHECK" TO WS-DL-PAID-BY-OUT.
           MOVE SPACES TO WS-DL-ACCT-TYPE-OUT.
           PERFORM B35-WRITE-DETAIL-PARA.
      *
      *
       B35-WRITE-DETAIL-PARA.
           WRITE BK-BANK-REC-OUT.
           MOVE "Y" TO WS-LINE-WRITTEN-SW.
           ADD 1 TO WS-RECORD-CNT.
           ADD BK-D-AMOUNT TO WS-HASH-TOT.
           MOVE BK-D-CHECK-NUM TO WS-DL-CHECK-NUM-OUT.
           MOVE BK-D-EMPL-NUM TO WS-DL-EMPL-NUM-OUT.
           MOVE BK-D-AMOUNT TO WS-DL-AMOUNT-OUT.
           MOVE BK-D-ROUTING-NUM TO WS-DL-ROUTING-OUT.
           MOVE BK-D-ACCOUNT-NUM TO WS-DL-ACCOUNT-OUT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE PY-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       B36-CHECK-PRENOTE-PARA.
           IF DA-PRENOTE-STAT-IO = "N" THEN
               PERFORM B37-WRITE-PRENOTE-PARA
               MOVE "S" TO DA-PRENOTE-STAT-IO
               MOVE WS-PARM-PERIOD TO DA-PRENOTE-DATE-IO
               REWRITE DA-ACCOUNT-REC-IO
               MOVE "Y" TO WS-PAPER-CHECK-SW
           ELSE
               IF DA-PRENOTE-STAT-IO = "S" AND
                  DA-PRENOTE-DATE-IO NOT = WS-PARM-PERIOD THEN
                   MOVE "C" TO DA-PRENOTE-STAT-IO
                   REWRITE DA-ACCOUNT-REC-IO
               ELSE
                   IF DA-PRENOTE-STAT-IO NOT = "C" THEN
                       MOVE "Y" TO WS-PAPER-CHECK-SW
                   END-IF
               END-IF
           END-IF.
      *
      *
       B37-WRITE-PRENOTE-PARA.
           MOVE SPACES TO BK-BANK-REC-OUT.
           MOVE "D" TO BK-D-REC-TYPE.
           MOVE ZEROS TO BK-D-CHECK-NUM.
           MOVE NP-EMPL-NUM-IN TO BK-D-EMPL-NUM.
           MOVE ZEROS TO BK-D-AMOUNT.
           IF DA-ACCT-TYPE-IO = "S" THEN
               MOVE "33" TO BK-D-TRAN-CODE
           ELSE
               MOVE "23" TO BK-D-TRAN-CODE
           END-IF.
           MOVE DA-ROUTING-NUM-IO TO BK-D-ROUTING-NUM.
           MOVE DA-ACCOUNT-NUM-IO TO BK-D-ACCOUNT-NUM.
           ADD 1 TO WS-PRENOTE-CNT.
           MOVE "PRENOTE" TO WS-DL-PAID-BY-OUT.
           MOVE DA-ACCT-TYPE-IO TO WS-DL-ACCT-TYPE-OUT.
           PERFORM B35-WRITE-DETAIL-PARA.
      *
      *
       B40-WRITE-TRAILER-PARA.
           MOVE SPACES TO BK-BANK-REC-OUT.
           MOVE "T" TO BK-T-REC-TYPE.
           MOVE WS-RECORD-CNT TO BK-T-REC-CNT.
           MOVE WS-HASH-TOT TO BK-T-HASH-TOTAL.
           WRITE BK-BANK-REC-OUT.
      *
               AFTER ADVANCING 1 LINE.
           WRITE PY-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPOSIT-CNT TO WS-MT-DEPOSIT-CNT-OUT.
           MOVE WS-DEPOSIT-TOT TO WS-MT-DEPOSIT-AMT-OUT.
           MOVE WS-PAPER-CNT TO WS-MT-PAPER-CNT-OUT.
           MOVE WS-PAPER-TOT TO WS-MT-PAPER-AMT-OUT.
           MOVE WS-PRENOTE-CNT TO WS-MT-PRENOTE-CNT-OUT.
           WRITE PY-REPORT-OUT FROM WS-METHOD-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C40-UPDATE-LOG-PARA.
