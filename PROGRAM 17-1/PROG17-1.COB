       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG17-1.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  APR 02,2004.
      *DATE-COMPILED. APR 02,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE DEDUCTION REMITTANCE RUN, MADE EACH
      * CYCLE AFTER THE PROG12-7 CHECK REGISTER. IT TELLS ACCOUNTS
      * PAYABLE WHO IS OWED THE MONEY THE PROG15-2 DEDUCTION RUN
      * TOOK OUT OF THE CHECKS - THE HEALTH CARRIER, THE 401K
      * TRUSTEE, THE COURT OR AGENCY FOR A GARNISHMENT - AND BOOKS
      * THE AMOUNTS AS LIABILITIES IN THE GL.
      *
      * THE PAYEE FOR EACH DEDUCTION TYPE COMES FROM THE
      * DEDPAYEE.DAT TABLE, ONE LINE PER DEDUCTION TYPE CODE (AS
      * KEYED ON DEDUCT.DAT THROUGH PROG15-1): THE TYPE CODE, THE
      * AP VENDOR NUMBER OF THE PAYEE, THE PAYEE NAME AND THE GL
      * LIABILITY ACCOUNT THE DEDUCTION IS HELD IN UNTIL IT IS
      * PAID (BLANK MEANING 2300, DEDUCTIONS PAYABLE). SEVERAL TYPES
      * MAY NAME THE SAME PAYEE AND ARE THEN REMITTED TOGETHER. THE
      * TABLE IS LOADED THE WAY THE STATETAB FILES ARE, SO A NEW
      * CARRIER OR ORDER IS A NEW LINE ON THE FILE, NOT A PROGRAM
      * CHANGE.
      *
      * EVERY DEDUCTION TAKEN ON DEDDET.DAT (WRITTEN BY PROG15-2,
      * KEYED ON EMPLOYEE NUMBER PLUS TYPE CODE) FOR AN EMPLOYEE
      * WHO WAS ACTUALLY PAID ON NETPAY.DAT IS WRITTEN TO A WORK
      * FILE (REMITWRK.DAT) WITH ITS PAYEE, SORTED ON PAYEE AND
      * EMPLOYEE NUMBER (REMITSRT.DAT) AND LISTED ON THE REMITTANCE
      * REGISTER (PROG17-1_OUT.DAT) WITH THE EMPLOYEE DETAIL UNDER
      * EACH PAYEE AND A TOTAL PER PAYEE, AS A GARNISHMENT ORDER
      * REQUIRES. BOTH WORK FILES ARE DELETED AT THE END OF THE RUN.
      * FOR EACH PAYEE ONE VOUCHER RECORD IS WRITTEN TO THE AP
      * INTERFACE FILE (APVOUCH.DAT) AND ONE BALANCED PAIR TO THE
      * RUN'S OWN GL POSTING INTERFACE FILE (GLPOST71.DAT), A DEBIT
      * TO ACCRUED PAYROLL AND A CREDIT TO THE PAYEE'S LIABILITY
      * ACCOUNT. BOTH FILES ARE REWRITTEN WHOLE EACH RUN, SO A
      * RERUN REPLACES RATHER THAN DOUBLES THEM. PROG15-3 PROVES
      * GLPOST71.DAT WITH THE OTHER INTERFACE FILES AND CHECKS THE
      * VOUCHER TOTAL AGAINST IT.
      *
      * A DEDUCTION WHOSE TYPE IS NOT ON DEDPAYEE.DAT IS LISTED
      * UNDER PAYEE "NONE" AND IS NEITHER VOUCHERED NOR POSTED; THE
      * RUN DISPLAYS A WARNING AND ENDS WITH RETURN CODE 4 SO THE
      * TABLE CAN BE CORRECTED AND THE RUN MADE AGAIN. A DEDUCTION
      * FOR AN EMPLOYEE WITH NO CHECK ON NETPAY.DAT (A PROG12-7
      * EXCEPTION) WAS NEVER WITHHELD AND IS ONLY COUNTED. WITHOUT
      * DEDPAYEE.DAT, DEDDET.DAT OR NETPAY.DAT NOTHING IS REMITTED
      * AND THE RUN ENDS WITH RETURN CODE 8.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DEDUCT-DETAIL-IN
               ASSIGN TO "DEDDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DT-DETAIL-KEY-IN
               FILE STATUS IS WS-DEDDET-FILE-STAT.
           SELECT NET-PAY-FILE-IN
               ASSIGN TO "NETPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NP-EMPL-NUM-IN
               FILE STATUS IS WS-NETPAY-FILE-STAT.
           SELECT EARNINGS-FILE-IN
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-EMPL-NUM-IN
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT PAYEE-TABLE-FILE-IN
               ASSIGN TO "DEDPAYEE.DAT"
               FILE STATUS IS WS-PAYEE-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT REMIT-WORK-FILE
               ASSIGN TO "REMITWRK.DAT".
           SELECT REMIT-SORTED-FILE
               ASSIGN TO "REMITSRT.DAT".
           SELECT SORT-FILE
               ASSIGN TO "SORT-WORK.DAT".
           SELECT REMIT-REPORT-OUT
               ASSIGN TO "PROG17-1_OUT.DAT".
           SELECT AP-VOUCHER-OUT
               ASSIGN TO "APVOUCH.DAT"
               FILE STATUS IS WS-APVOUCH-FILE-STAT.
           SELECT GL-POST-FILE-OUT
               ASSIGN TO "GLPOST71.DAT"
               FILE STATUS IS WS-GLPOST-FILE-STAT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
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
       FD  NET-PAY-FILE-IN
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NP-NET-PAY-REC-IN.
      *
       01  NP-NET-PAY-REC-IN.
           05  NP-EMPL-NUM-IN               PIC X(9).
           05  FILLER                       PIC X(61).
      *
       FD  EARNINGS-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ER-EARNINGS-REC-IN.
      *
       01  ER-EARNINGS-REC-IN.
           05  FILLER                       PIC X(10).
           05  ER-EMPL-NUM-IN               PIC X(9).
           05  ER-EMPL-LNAME-IN             PIC X(12).
           05  ER-EMPL-FNAME-IN             PIC X(9).
           05  FILLER                       PIC X(40).
      *
       FD  PAYEE-TABLE-FILE-IN
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PT-PAYEE-TABLE-REC-IN.
      *
       01  PT-PAYEE-TABLE-REC-IN.
           05  PT-TYPE-CODE-IN              PIC X(2).
           05  PT-PAYEE-ID-IN               PIC X(6).
           05  PT-PAYEE-NAME-IN             PIC X(24).
           05  PT-LIAB-ACCT-IN              PIC X(4).
           05  FILLER                       PIC X(14).
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
       FD  REMIT-WORK-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RW-REMIT-WORK-REC.
      *
       01  RW-REMIT-WORK-REC               PIC X(60).
      *
       FD  REMIT-SORTED-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RS-REMIT-SORTED-REC.
      *
       01  RS-REMIT-SORTED-REC             PIC X(60).
      *
       SD  SORT-FILE
               DATA RECORD IS SR-SORT-RECORD.
      *
       01  SR-SORT-RECORD.
           05  SR-PAYEE-ID                  PIC X(6).
           05  SR-EMPL-NUM                  PIC X(9).
           05  SR-TYPE-CODE                 PIC X(2).
           05  FILLER                       PIC X(43).
      *
       FD  REMIT-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RR-REPORT-OUT.
      *
       01  RR-REPORT-OUT                   PIC X(132).
      *
       FD  AP-VOUCHER-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AV-VOUCHER-REC-OUT.
      *
       01  AV-VOUCHER-REC-OUT.
           05  AV-SOURCE-ID-OUT             PIC X(4).
           05  AV-RUN-DATE-OUT              PIC X(6).
           05  AV-PERIOD-OUT                PIC X(6).
           05  AV-PAYEE-ID-OUT              PIC X(6).
           05  AV-PAYEE-NAME-OUT            PIC X(24).
           05  AV-LIAB-ACCT-OUT             PIC X(4).
           05  AV-AMOUNT-OUT                PIC 9(9)V99.
           05  AV-DEDUCT-CNT-OUT            PIC 9(5).
           05  FILLER                       PIC X(14).
      *
       FD  GL-POST-FILE-OUT
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GL-POST-REC-OUT.
      *
       01  GL-POST-REC-OUT.
           05  GL-SOURCE-ID-OUT             PIC X(4).
           05  GL-RUN-DATE-OUT              PIC X(6).
           05  GL-ACCOUNT-OUT               PIC X(4).
           05  GL-DC-OUT                    PIC X(1).
           05  GL-AMOUNT-OUT                PIC 9(9)V99.
           05  GL-DESC-OUT                  PIC X(20).
           05  FILLER                       PIC X(4).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-FIRST-REC-SW              PIC X(1).
           05  WS-RUN-BLOCKED-SW            PIC X(1).
           05  WS-PAYEE-FOUND-SW            PIC X(1).
           05  WS-CHECK-FOUND-SW            PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-DEDDET-FILE-STAT          PIC X(2).
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-PAYEE-FILE-STAT           PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-APVOUCH-FILE-STAT         PIC X(2).
           05  WS-GLPOST-FILE-STAT          PIC X(2).
      *
       01  WS-WORK-FILE-NAMES.
           05  WS-REMIT-WORK-NAME           PIC X(12)
                                            VALUE "REMITWRK.DAT".
           05  WS-REMIT-SORTED-NAME         PIC X(12)
                                            VALUE "REMITSRT.DAT".
      *
       01  WS-PARM-PERIOD                   PIC X(6).
      *
       01  WS-PAYEE-CNT                     PIC 9(2).
       01  WS-PAYEE-SUB                     PIC 9(2).
       01  WS-PAYEE-HOLD-SUB                PIC 9(2).
      *
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY      OCCURS 50 TIMES.
               10  WS-PY-TYPE-CODE          PIC X(2).
               10  WS-PY-PAYEE-ID           PIC X(6).
               10  WS-PY-PAYEE-NAME         PIC X(24).
               10  WS-PY-LIAB-ACCT          PIC X(4).
      *
       01  WS-COUNTS.
           05  WS-DEDUCT-CNT                PIC 9(5).
           05  WS-PAYEE-DED-CNT             PIC 9(5).
           05  WS-VOUCHER-CNT               PIC 9(5).
           05  WS-NO-PAYEE-CNT              PIC 9(5).
           05  WS-NO-CHECK-CNT              PIC 9(5).
      *
       01  WS-AMOUNT-TOTALS.
           05  WS-PAYEE-TOT                 PIC 9(9)V99.
           05  WS-REMIT-TOT                 PIC 9(9)V99.
           05  WS-NO-PAYEE-TOT              PIC 9(9)V99.
           05  WS-NO-CHECK-TOT              PIC 9(9)V99.
      *
       01  WS-GL-PAIR-WORK.
           05  WS-GL-DR-ACCT                PIC X(4).
           05  WS-GL-DR-DESC                PIC X(20).
           05  WS-GL-CR-ACCT                PIC X(4).
           05  WS-GL-CR-DESC                PIC X(20).
           05  WS-GL-PAIR-AMT               PIC 9(9)V99.
      *
       01  WS-PREV-PAYEE-ID                 PIC X(6).
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-USED                PIC 9(2).
           05  WS-PAGE-COUNT                PIC 9(2).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR                  PIC X(2).
               10  WS-MONTH                 PIC X(2).
               10  WS-DAY                   PIC X(2).
      *
       01  WS-REMIT-WORK-REC.
           05  WS-RW-PAYEE-ID               PIC X(6).
           05  WS-RW-EMPL-NUM.
               10  WS-RW-EMPL-NUM-3         PIC X(3).
               10  WS-RW-EMPL-NUM-2         PIC X(2).
               10  WS-RW-EMPL-NUM-4         PIC X(4).
           05  WS-RW-TYPE-CODE              PIC X(2).
           05  WS-RW-PAYEE-SUB              PIC 9(2).
           05  WS-RW-EMPL-LNAME             PIC X(12).
           05  WS-RW-EMPL-FNAME             PIC X(9).
           05  WS-RW-AMOUNT                 PIC 9(5)V99.
           05  FILLER                       PIC X(13).
      *
       01  WS-HEADING.
           05  FILLER                       PIC X(9) VALUE "DEDUCTION".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE "REMITTANCE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "REGISTER".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(17-1)".
           05  FILLER                       PIC X(28) VALUE SPACES.
           05  WS-RUN-DATE-OUT.
               10  WS-RUN-MONTH-OUT         PIC X(2).
               10  FILLER                   PIC X(1) VALUE "/".
               10  WS-RUN-DAY-OUT           PIC X(2).
               10  FILLER                   PIC X(1) VALUE "/".
               10  WS-RUN-YR-OUT            PIC X(2).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(4) VALUE "PAGE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  WS-PAGE-OUT                  PIC ZZ9.
           05  FILLER                       PIC X(49) VALUE SPACES.
      *
       01  WS-COL-HEADING-01.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "LAST".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "DED".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "AMOUNT".
           05  FILLER                     PIC X(72) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "TYPE".
           05  FILLER                     PIC X(85) VALUE SPACES.
      *
       01  WS-PAYEE-HEADING-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "PAYEE".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PH-PAYEE-ID-OUT         PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PH-PAYEE-NAME-OUT       PIC X(24).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PH-ACCT-CAPTION-OUT     PIC X(14).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PH-LIAB-ACCT-OUT        PIC X(4).
           05  FILLER                     PIC X(71) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-SSN-OUT.
               10  WS-SSN-3-OUT           PIC X(3).
               10  WS-DASH-1-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-2-OUT           PIC X(2).
               10  WS-DASH-2-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-4-OUT           PIC X(4).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-EMPL-LNAME-OUT          PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-EMPL-FNAME-OUT          PIC X(9).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-TYPE-CODE-OUT           PIC X(2).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-AMOUNT-OUT              PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(72) VALUE SPACES.
      *
       01  WS-PAYEE-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE "PAYEE TOTAL".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PT-PAYEE-ID-OUT         PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "DEDUCTIONS".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PT-DEDUCT-CNT-OUT       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-PT-AMOUNT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PT-REMARK-OUT           PIC X(13).
           05  FILLER                     PIC X(57) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(14)
                                          VALUE "TOTAL REMITTED".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "VOUCHERS".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GT-VOUCHER-CNT-OUT      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  WS-GT-AMOUNT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(72) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CL-CAPTION-OUT          PIC X(36).
           05  WS-CL-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CL-AMOUNT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(66) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B10-INIT-PARA.
           PERFORM B12-LOAD-PAYEES-PARA.
           IF WS-RUN-BLOCKED-SW = "N" THEN
               PERFORM B14-OPEN-INPUTS-PARA
           END-IF.
           IF WS-RUN-BLOCKED-SW = "N" THEN
               PERFORM B15-EXTRACT-PARA
               PERFORM B30-SORT-PARA
               PERFORM B35-REPORT-PARA
               PERFORM B60-CLEANUP-PARA
               IF WS-NO-PAYEE-CNT > ZERO THEN
                   DISPLAY "DEDUCTION REMITTANCE - DEDUCTION TYPES "
                       "WITH NO PAYEE NOT REMITTED - SEE PROG17-1_OUT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE "Y" TO WS-FIRST-REC-SW.
           MOVE "N" TO WS-RUN-BLOCKED-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-COUNTS.
           MOVE ZEROS TO WS-AMOUNT-TOTALS.
           MOVE ZEROS TO WS-PAYEE-CNT.
           MOVE SPACES TO WS-PREV-PAYEE-ID.
           MOVE ZEROS TO WS-PAYEE-HOLD-SUB.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
           MOVE SPACES TO WS-PARM-PERIOD.
           OPEN INPUT PERIOD-PARM-FILE-IN.
           IF WS-PARM-FILE-STAT = "00" THEN
               READ PERIOD-PARM-FILE-IN
                   AT END MOVE SPACES TO WS-PARM-PERIOD
                   NOT AT END
                       MOVE PP-PERIOD-DATE-IN TO WS-PARM-PERIOD
               END-READ
               CLOSE PERIOD-PARM-FILE-IN
           END-IF.
           IF WS-PARM-PERIOD = SPACES THEN
               MOVE DATE-ACCEPT TO WS-PARM-PERIOD
           END-IF.
      *
      *
       B12-LOAD-PAYEES-PARA.
           OPEN INPUT PAYEE-TABLE-FILE-IN.
           IF WS-PAYEE-FILE-STAT NOT = "00" THEN
               DISPLAY "DEDPAYEE.DAT CANNOT BE OPENED - STATUS "
                   WS-PAYEE-FILE-STAT " - NOTHING REMITTED"
               MOVE "Y" TO WS-RUN-BLOCKED-SW
           ELSE
               READ PAYEE-TABLE-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM B13-LOAD-PAYEE-LINE-PARA
                   UNTIL WS-EOF-SW = "Y"
               CLOSE PAYEE-TABLE-FILE-IN
               MOVE "N" TO WS-EOF-SW
               IF WS-PAYEE-CNT = ZERO THEN
                   DISPLAY "DEDPAYEE.DAT IS EMPTY - NOTHING REMITTED"
                   MOVE "Y" TO WS-RUN-BLOCKED-SW
               END-IF
           END-IF.
      *
      *
       B13-LOAD-PAYEE-LINE-PARA.
           IF WS-PAYEE-CNT < 50 THEN
               ADD 1 TO WS-PAYEE-CNT
               MOVE PT-TYPE-CODE-IN TO WS-PY-TYPE-CODE(WS-PAYEE-CNT)
               MOVE PT-PAYEE-ID-IN TO WS-PY-PAYEE-ID(WS-PAYEE-CNT)
               MOVE PT-PAYEE-NAME-IN
                   TO WS-PY-PAYEE-NAME(WS-PAYEE-CNT)
               IF PT-LIAB-ACCT-IN = SPACES THEN
                   MOVE "2300" TO WS-PY-LIAB-ACCT(WS-PAYEE-CNT)
               ELSE
                   MOVE PT-LIAB-ACCT-IN
                       TO WS-PY-LIAB-ACCT(WS-PAYEE-CNT)
               END-IF
           ELSE
               DISPLAY "DEDPAYEE.DAT TABLE FULL - TYPE "
                   PT-TYPE-CODE-IN " IGNORED"
           END-IF.
           READ PAYEE-TABLE-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B14-OPEN-INPUTS-PARA.
           OPEN INPUT DEDUCT-DETAIL-IN.
           IF WS-DEDDET-FILE-STAT NOT = "00" THEN
               DISPLAY "DEDDET.DAT CANNOT BE OPENED - STATUS "
                   WS-DEDDET-FILE-STAT " - NOTHING REMITTED"
               MOVE "Y" TO WS-RUN-BLOCKED-SW
           ELSE
               OPEN INPUT NET-PAY-FILE-IN
               IF WS-NETPAY-FILE-STAT NOT = "00" THEN
                   DISPLAY "NETPAY.DAT CANNOT BE OPENED - STATUS "
                       WS-NETPAY-FILE-STAT " - NOTHING REMITTED"
                   MOVE "Y" TO WS-RUN-BLOCKED-SW
                   CLOSE DEDUCT-DETAIL-IN
               END-IF
           END-IF.
      *
      *
       B15-EXTRACT-PARA.
           OPEN INPUT  EARNINGS-FILE-IN
                OUTPUT REMIT-WORK-FILE.
           READ DEDUCT-DETAIL-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           PERFORM B20-EXTRACT-DEDUCT-PARA
               UNTIL WS-EOF-SW = "Y".
           CLOSE DEDUCT-DETAIL-IN
                 NET-PAY-FILE-IN
                 EARNINGS-FILE-IN
                 REMIT-WORK-FILE.
      *
      *
       B20-EXTRACT-DEDUCT-PARA.
           IF DT-TAKEN-IN NUMERIC AND DT-TAKEN-IN > ZERO THEN
               MOVE DT-EMPL-NUM-IN TO NP-EMPL-NUM-IN
               READ NET-PAY-FILE-IN
                   INVALID KEY
                       MOVE "N" TO WS-CHECK-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CHECK-FOUND-SW
               END-READ
               IF WS-CHECK-FOUND-SW = "N" THEN
                   ADD 1 TO WS-NO-CHECK-CNT
                   ADD DT-TAKEN-IN TO WS-NO-CHECK-TOT
               ELSE
                   PERFORM B22-BUILD-WORK-REC-PARA
               END-IF
           END-IF.
           READ DEDUCT-DETAIL-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B22-BUILD-WORK-REC-PARA.
           MOVE SPACES TO WS-REMIT-WORK-REC.
           MOVE DT-EMPL-NUM-IN TO WS-RW-EMPL-NUM.
           MOVE DT-TYPE-CODE-IN TO WS-RW-TYPE-CODE.
           MOVE DT-TAKEN-IN TO WS-RW-AMOUNT.
           MOVE ZEROS TO WS-RW-PAYEE-SUB.
           MOVE "N" TO WS-PAYEE-FOUND-SW.
           PERFORM B25-FIND-PAYEE-PARA
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-CNT
                  OR WS-PAYEE-FOUND-SW = "Y".
           IF WS-PAYEE-FOUND-SW = "N" THEN
               ADD 1 TO WS-NO-PAYEE-CNT
               ADD DT-TAKEN-IN TO WS-NO-PAYEE-TOT
           END-IF.
           MOVE DT-EMPL-NUM-IN TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-RW-EMPL-LNAME
               NOT INVALID KEY
                   MOVE ER-EMPL-LNAME-IN TO WS-RW-EMPL-LNAME
                   MOVE ER-EMPL-FNAME-IN TO WS-RW-EMPL-FNAME
           END-READ.
           WRITE RW-REMIT-WORK-REC FROM WS-REMIT-WORK-REC.
      *
      *
       B25-FIND-PAYEE-PARA.
           IF WS-PY-TYPE-CODE(WS-PAYEE-SUB) = DT-TYPE-CODE-IN THEN
               MOVE "Y" TO WS-PAYEE-FOUND-SW
               MOVE WS-PAYEE-SUB TO WS-RW-PAYEE-SUB
               MOVE WS-PY-PAYEE-ID(WS-PAYEE-SUB) TO WS-RW-PAYEE-ID
           END-IF.
      *
      *
       B30-SORT-PARA.
            SORT SORT-FILE
                ASCENDING KEY SR-PAYEE-ID
                              SR-EMPL-NUM
                              SR-TYPE-CODE
                    USING REMIT-WORK-FILE
                    GIVING REMIT-SORTED-FILE.
      *
      *
       B35-REPORT-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT  REMIT-SORTED-FILE
                OUTPUT REMIT-REPORT-OUT
                       AP-VOUCHER-OUT
                       GL-POST-FILE-OUT.
           PERFORM C10-HEADINGS-PARA.
           READ REMIT-SORTED-FILE INTO WS-REMIT-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           PERFORM B40-REMIT-PARA
               UNTIL WS-EOF-SW = "Y".
           PERFORM C20-TOTALS-PARA.
           CLOSE REMIT-SORTED-FILE
                 REMIT-REPORT-OUT
                 AP-VOUCHER-OUT
                 GL-POST-FILE-OUT.
      *
      *
       B40-REMIT-PARA.
           IF WS-FIRST-REC-SW = "Y" THEN
               MOVE "N" TO WS-FIRST-REC-SW
               MOVE WS-RW-PAYEE-ID TO WS-PREV-PAYEE-ID
               MOVE WS-RW-PAYEE-SUB TO WS-PAYEE-HOLD-SUB
               PERFORM C25-PAYEE-HEADING-PARA
           ELSE
               IF WS-RW-PAYEE-ID NOT = WS-PREV-PAYEE-ID THEN
                   PERFORM C30-PAYEE-BREAK-PARA
                   MOVE WS-RW-PAYEE-ID TO WS-PREV-PAYEE-ID
                   MOVE WS-RW-PAYEE-SUB TO WS-PAYEE-HOLD-SUB
                   PERFORM C25-PAYEE-HEADING-PARA
               END-IF
           END-IF.

           ADD 1 TO WS-DEDUCT-CNT.
           ADD 1 TO WS-PAYEE-DED-CNT.
           ADD WS-RW-AMOUNT TO WS-PAYEE-TOT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-RW-EMPL-NUM-3 TO WS-SSN-3-OUT.
           MOVE "-" TO WS-DASH-1-OUT.
           MOVE WS-RW-EMPL-NUM-2 TO WS-SSN-2-OUT.
           MOVE "-" TO WS-DASH-2-OUT.
           MOVE WS-RW-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE WS-RW-EMPL-LNAME TO WS-EMPL-LNAME-OUT.
           MOVE WS-RW-EMPL-FNAME TO WS-EMPL-FNAME-OUT.
           MOVE WS-RW-TYPE-CODE TO WS-TYPE-CODE-OUT.
           MOVE WS-RW-AMOUNT TO WS-AMOUNT-OUT.


           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.


           WRITE RR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
           READ REMIT-SORTED-FILE INTO WS-REMIT-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B60-CLEANUP-PARA.
           CALL "CBL_DELETE_FILE" USING WS-REMIT-WORK-NAME.
           CALL "CBL_DELETE_FILE" USING WS-REMIT-SORTED-NAME.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE RR-REPORT-OUT FROM WS-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RR-REPORT-OUT.
           WRITE RR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE RR-REPORT-OUT FROM WS-COL-HEADING-01
               AFTER ADVANCING 1 LINE.
           WRITE RR-REPORT-OUT FROM WS-COL-HEADING-02
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RR-REPORT-OUT.
           WRITE RR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 5 TO WS-LINES-USED.
           ADD 1 TO WS-PAGE-COUNT.
      *
      *
       C20-TOTALS-PARA.
           IF WS-FIRST-REC-SW = "N" THEN
               PERFORM C30-PAYEE-BREAK-PARA
           END-IF.
           IF WS-VOUCHER-CNT = ZERO THEN
               MOVE "2100" TO WS-GL-DR-ACCT
               MOVE "ACCRUED PAYROLL" TO WS-GL-DR-DESC
               MOVE "2300" TO WS-GL-CR-ACCT
               MOVE "DEDUCTIONS PAYABLE" TO WS-GL-CR-DESC
               MOVE ZEROS TO WS-GL-PAIR-AMT
               PERFORM C36-WRITE-GL-PAIR-PARA
           END-IF.
           MOVE WS-VOUCHER-CNT TO WS-GT-VOUCHER-CNT-OUT.
           MOVE WS-REMIT-TOT TO WS-GT-AMOUNT-OUT.
           WRITE RR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RR-REPORT-OUT.
           WRITE RR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           MOVE "DEDUCTIONS WITH NO PAYEE" TO WS-CL-CAPTION-OUT.
           MOVE WS-NO-PAYEE-CNT TO WS-CL-COUNT-OUT.
           MOVE WS-NO-PAYEE-TOT TO WS-CL-AMOUNT-OUT.
           WRITE RR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DEDUCTIONS WITH NO CHECK ISSUED"
               TO WS-CL-CAPTION-OUT.
           MOVE WS-NO-CHECK-CNT TO WS-CL-COUNT-OUT.
           MOVE WS-NO-CHECK-TOT TO WS-CL-AMOUNT-OUT.
           WRITE RR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C25-PAYEE-HEADING-PARA.
           MOVE SPACES TO WS-PAYEE-HEADING-LINE.
           IF WS-PAYEE-HOLD-SUB = ZERO THEN
               MOVE "NONE" TO WS-PH-PAYEE-ID-OUT
               MOVE "NO PAYEE ON DEDPAYEE.DAT" TO WS-PH-PAYEE-NAME-OUT
           ELSE
               MOVE WS-PREV-PAYEE-ID TO WS-PH-PAYEE-ID-OUT
               MOVE WS-PY-PAYEE-NAME(WS-PAYEE-HOLD-SUB)
                   TO WS-PH-PAYEE-NAME-OUT
               MOVE "LIABILITY ACCT" TO WS-PH-ACCT-CAPTION-OUT
               MOVE WS-PY-LIAB-ACCT(WS-PAYEE-HOLD-SUB)
                   TO WS-PH-LIAB-ACCT-OUT
           END-IF.
           IF WS-LINES-USED >= 55 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE RR-REPORT-OUT FROM WS-PAYEE-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C30-PAYEE-BREAK-PARA.
           MOVE SPACES TO WS-PT-REMARK-OUT.
           IF WS-PAYEE-HOLD-SUB = ZERO THEN
               MOVE "NONE" TO WS-PT-PAYEE-ID-OUT
               MOVE "NOT REMITTED" TO WS-PT-REMARK-OUT
           ELSE
               MOVE WS-PREV-PAYEE-ID TO WS-PT-PAYEE-ID-OUT
               PERFORM C32-WRITE-VOUCHER-PARA
           END-IF.
           MOVE WS-PAYEE-DED-CNT TO WS-PT-DEDUCT-CNT-OUT.
           MOVE WS-PAYEE-TOT TO WS-PT-AMOUNT-OUT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE RR-REPORT-OUT FROM WS-PAYEE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RR-REPORT-OUT.
           WRITE RR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINES-USED.
           MOVE ZEROS TO WS-PAYEE-TOT.
           MOVE ZEROS TO WS-PAYEE-DED-CNT.
      *
      *
       C32-WRITE-VOUCHER-PARA.
           ADD 1 TO WS-VOUCHER-CNT.
           ADD WS-PAYEE-TOT TO WS-REMIT-TOT.
           MOVE SPACES TO AV-VOUCHER-REC-OUT.
           MOVE "17-1" TO AV-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO AV-RUN-DATE-OUT.
           MOVE WS-PARM-PERIOD TO AV-PERIOD-OUT.
           MOVE WS-PREV-PAYEE-ID TO AV-PAYEE-ID-OUT.
           MOVE WS-PY-PAYEE-NAME(WS-PAYEE-HOLD-SUB)
               TO AV-PAYEE-NAME-OUT.
           MOVE WS-PY-LIAB-ACCT(WS-PAYEE-HOLD-SUB)
               TO AV-LIAB-ACCT-OUT.
           MOVE WS-PAYEE-TOT TO AV-AMOUNT-OUT.
           MOVE WS-PAYEE-DED-CNT TO AV-DEDUCT-CNT-OUT.
           WRITE AV-VOUCHER-REC-OUT.
           MOVE "2100" TO WS-GL-DR-ACCT.
           MOVE "ACCRUED PAYROLL" TO WS-GL-DR-DESC.
           MOVE WS-PY-LIAB-ACCT(WS-PAYEE-HOLD-SUB) TO WS-GL-CR-ACCT.
           MOVE WS-PY-PAYEE-NAME(WS-PAYEE-HOLD-SUB) TO WS-GL-CR-DESC.
           MOVE WS-PAYEE-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
      *
      *
       C36-WRITE-GL-PAIR-PARA.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "17-1" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE WS-GL-DR-ACCT TO GL-ACCOUNT-OUT.
           MOVE "D" TO GL-DC-OUT.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT-OUT.
           MOVE WS-GL-DR-DESC TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "17-1" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE WS-GL-CR-ACCT TO GL-ACCOUNT-OUT.
           MOVE "C" TO GL-DC-OUT.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT-OUT.
           MOVE WS-GL-CR-DESC TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
