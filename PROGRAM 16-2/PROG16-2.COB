       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-2.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JAN 09,2004.
      *DATE-COMPILED. JAN 09,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE VOID/REISSUE/MANUAL CHECK RUN. IT IS RUN
      * ON DEMAND, OUTSIDE THE REGULAR CYCLE, AGAINST THE ISSUED
      * CHECK FILE (CHKISSUE.DAT) AND ITS DEDUCTION LINES
      * (CHKDED.DAT) THAT THE PROG15-5 BANK FILE STEP WRITES FOR
      * EVERY NUMBER IT ASSIGNS FROM CHECKNUM.DAT. TRANSACTIONS COME
      * FROM CHECK-TRANS.DAT, ONE PER CHECK:
      *
      *   V - VOID. THE PAYMENT ON THE ISSUED CHECK FILE IS BACKED
      *       OUT OF EVERY ACCUMULATOR IT WENT INTO: THE PAYHIST.DAT
      *       RECORD FOR ITS PERIOD, THE MASTER YTD EARNINGS,
      *       YTDTAX.DAT, STYTDTAX.DAT (FOR THE WORK STATE THE
      *       CHECK WAS TAXED IN), FICAYTD.DAT, QTDTAX.DAT AND THE
      *       DEDUCT.DAT YTD-TAKEN OF EACH DEDUCTION ON THE CHECK.
      *       EVERY FILE IS PROVED BEFORE ANY IS CHANGED, SO THE
      *       VOID EITHER GOES THROUGH ALL OF THEM OR IS REJECTED
      *       WITH NOTHING TOUCHED. A CHECK WHOSE PERIOD HAS NOT YET
      *       BEEN POSTED BY PROG12-8 (NO PAYHIST.DAT RECORD), OR
      *       WHOSE PERIOD FALLS IN ANOTHER QUARTER THAN THE
      *       PERIODPRM.DAT PERIOD (THE RUN DATE WHEN THERE IS NONE),
      *       SO THAT PROG15-8 HAS ALREADY CLOSED ITS QUARTER, IS
      *       REJECTED. THE CHECK IS MARKED VOIDED ON CHKISSUE.DAT.
      *   R - REISSUE. A LOST OR DAMAGED CHECK IS REPLACED BY THE
      *       NEXT NUMBER FROM CHECKNUM.DAT FOR THE SAME AMOUNTS.
      *       THE OLD NUMBER IS MARKED REPLACED AND THE TWO ARE
      *       CROSS-REFERENCED ON CHKISSUE.DAT. NO ACCUMULATOR
      *       CHANGES, SINCE THE PAYMENT ITSELF STANDS.
      *   M - MANUAL. AN OFF-CYCLE HAND CHECK FOR THE EMPLOYEE,
      *       GROSS, FEDERAL, STATE AND FICA WITHHELD AND AT MOST ONE
      *       DEDUCTION KEYED ON THE TRANSACTION. IT IS POSTED INTO
      *       THE SAME FILES A VOID BACKS OUT OF, UNDER THE PERIOD
      *       KEYED (BLANK MEANS THE RUN DATE), AND GETS THE NEXT
      *       NUMBER FROM CHECKNUM.DAT AND ITS OWN CHKISSUE.DAT
      *       RECORD SO IT CAN ITSELF BE VOIDED LATER. A MANUAL
      *       CHECK FOR THE PERIODPRM.DAT PERIOD BEFORE PROG12-8 HAS
      *       POSTED IT IS REJECTED, SINCE THE POSTING RUN WRITES
      *       THAT PERIOD'S HISTORY RECORDS.
      *
      * EVERY TRANSACTION, APPLIED OR REJECTED, IS PRINTED ON THE
      * VOID/MANUAL CHECK REGISTER WITH COUNTS AND GROSS/NET TOTALS.
      * THE RUN REWRITES ITS OWN GL POSTING INTERFACE FILE
      * (GLPOST62.DAT): VOIDS POST THE MIRROR IMAGE OF THE PROG12-2,
      * PROG12-6 AND PROG15-4 ENTRIES (WAGES, WITHHOLDING AND THE
      * EMPLOYER FICA MATCH BACK INTO ACCRUED PAYROLL) AND MANUAL
      * CHECKS POST THE SAME ENTRIES THE CYCLE DOES. PROG15-3 PROVES
      * THE FILE WITH THE OTHER INTERFACE FILES. CHECKNUM.DAT IS
      * REWRITTEN WITH THE NEXT UNUSED NUMBER WHEN ANY WERE USED.
      *
      * A VOIDED CHECK THAT CARRIED SUPPLEMENTAL EARNINGS ALSO BACKS
      * ITS SUPPLEMENTAL AMOUNT OUT OF THE PAYHIST.DAT RECORD (THE
      * GROSS ON THE CHECK ALREADY INCLUDES IT). A MANUAL CHECK IS
      * TREATED AS REGULAR PAY AND CARRIES NO SUPPLEMENTAL AMOUNT.
      * HISTORY RECORDS WRITTEN BEFORE THE SUPPLEMENTAL FIELDS WERE
      * ADDED ARE TAKEN AS HAVING NONE.
      *
      * A MANUAL CHECK THAT OPENS A NEW PAYHIST.DAT RECORD STAMPS IT
      * WITH THE WORK STATE THE CHECK WAS TAXED IN, AS PROG12-8 DOES
      * FOR THE CYCLE, FOR THE PROG17-2 BALANCING PROOF.
      *
      * WHERE THE PROG16-9 UNEMPLOYMENT FILE UNEMPYTD.DAT IS KEPT, A
      * VOID ALSO BACKS THE CHECK'S GROSS OUT OF ITS YEAR-TO-DATE AND
      * QUARTER WAGES, WITH THE FUTA AND SUTA TAXABLE WAGES AND TAX
      * THAT FELL UNDER EACH WAGE BASE, AND A MANUAL CHECK ADDS THEM
      * THE WAY PROG16-9 DOES, FROM THE UNEMPRM.DAT RATES AND WAGE
      * BASES. THE TAX IS POSTED TO GLPOST62.DAT AGAINST THE SAME
      * FUTA AND SUTA EXPENSE AND LIABILITY ACCOUNTS AS GLPOST69.DAT.
      * A VOID WHOSE GROSS IS MORE THAN THE UNEMPLOYMENT WAGES ON
      * FILE (PROG16-9 HAS NOT YET POSTED THE CHECK) IS REJECTED.
      * WITHOUT UNEMPRM.DAT THE FILE IS LEFT ALONE, THE CONSOLE IS
      * TOLD AND THE RUN ENDS WITH RETURN CODE 4.
      *
      * A REISSUE OR MANUAL CHECK WHOSE NEW NUMBER IS ALREADY ON
      * CHKISSUE.DAT IS REJECTED BEFORE ANY OTHER FILE IS CHANGED.
      * THE NUMBER IS STILL PASSED OVER ON CHECKNUM.DAT.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CHECK-TRANS-IN
               ASSIGN TO "CHECK-TRANS.DAT"
               FILE STATUS IS WS-TRANS-FILE-STAT.
           SELECT CHECK-ISSUE-FILE-IO
               ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CHECK-NUM-IO
               FILE STATUS IS WS-CHKISSUE-FILE-STAT.
           SELECT CHECK-DEDUCT-FILE-IO
               ASSIGN TO "CHKDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHECK-DED-KEY-IO
               FILE STATUS IS WS-CHKDED-FILE-STAT.
           SELECT EARNINGS-FILE-IO
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-EMPL-NUM-IO
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IO
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT PAY-HISTORY-FILE-IO
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-HIST-KEY-IO
               FILE STATUS IS WS-PAYHIST-FILE-STAT.
           SELECT YTD-TAX-FILE-IO
               ASSIGN TO "YTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPL-NUM-IO
               FILE STATUS IS WS-YTD-FILE-STAT.
           SELECT STATE-YTD-TAX-FILE-IO
               ASSIGN TO "STYTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SY-YTD-KEY-IO
               FILE STATUS IS WS-STYTD-FILE-STAT.
           SELECT FICA-YTD-FILE-IO
               ASSIGN TO "FICAYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FY-EMPL-NUM-IO
               FILE STATUS IS WS-FICA-YTD-FILE-STAT.
           SELECT QTD-TAX-FILE-IO
               ASSIGN TO "QTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-EMPL-NUM-IO
               FILE STATUS IS WS-QTD-FILE-STAT.
           SELECT DEDUCT-FILE-IO
               ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DD-DEDUCT-KEY-IO
               FILE STATUS IS WS-DEDUCT-FILE-STAT.
           SELECT UNEMP-YTD-FILE-IO
               ASSIGN TO "UNEMPYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UY-EMPL-NUM-IO
               FILE STATUS IS WS-UNEMPYTD-FILE-STAT.
           SELECT UNEMP-PARM-FILE-IN
               ASSIGN TO "UNEMPRM.DAT"
               FILE STATUS IS WS-UNEMP-PARM-FILE-STAT.
           SELECT CHECK-NUM-FILE
               ASSIGN TO "CHECKNUM.DAT"
               FILE STATUS IS WS-CHECKNUM-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT POST-LOG-FILE
               ASSIGN TO "POSTLOG.DAT"
               FILE STATUS IS WS-LOG-FILE-STAT.
           SELECT GL-POST-FILE-OUT
               ASSIGN TO "GLPOST62.DAT"
               FILE STATUS IS WS-GLPOST-FILE-STAT.
           SELECT VOID-REGISTER-OUT
               ASSIGN TO "PROG16-2_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  CHECK-TRANS-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CT-TRANS-REC-IN.
      *
       01  CT-TRANS-REC-IN                 PIC X(80).
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
               88  CI-OUTSTANDING               VALUE "O".
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
       FD  EARNINGS-FILE-IO
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ER-MASTER-REC-IO.
      *
       01  ER-MASTER-REC-IO                PIC X(80).
       01  ER-MASTER-KEY-REC REDEFINES ER-MASTER-REC-IO.
           05  FILLER                      PIC X(10).
           05  ER-EMPL-NUM-IO              PIC X(9).
           05  ER-EMPL-LNAME-IO            PIC X(12).
           05  FILLER                      PIC X(49).
      *
       FD  PAY-HISTORY-FILE-IO
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PH-PAY-HIST-REC-IO.
      *
       01  PH-PAY-HIST-REC-IO.
           05  PH-HIST-KEY-IO.
               10  PH-EMPL-NUM-IO           PIC X(9).
               10  PH-PERIOD-DATE-IO        PIC X(6).
           05  PH-GROSS-PAY-IO              PIC 9(5)V99.
           05  PH-FED-TAX-IO                PIC 9(6)V99.
           05  PH-STATE-TAX-IO              PIC 9(6)V99.
           05  PH-FICA-IO                   PIC 9(6)V99.
           05  PH-DEDUCT-IO                 PIC 9(6)V99.
           05  PH-NET-PAY-IO                PIC 9(5)V99.
           05  PH-SUPP-TYPE-IO              PIC X(1).
           05  PH-SUPP-PAY-IO               PIC 9(5)V99.
           05  PH-WORK-STATE-IO             PIC X(1).
      *
       FD  YTD-TAX-FILE-IO
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS YT-YTD-TAX-REC-IO.
      *
       01  YT-YTD-TAX-REC-IO.
           05  YT-EMPL-NUM-IO               PIC X(9).
           05  YT-TAX-YTD-AMT-IO            PIC 9(7)V99.
           05  FILLER                       PIC X(2).
      *
       FD  STATE-YTD-TAX-FILE-IO
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SY-YTD-TAX-REC-IO.
      *
       01  SY-YTD-TAX-REC-IO.
           05  SY-YTD-KEY-IO.
               10  SY-EMPL-NUM-IO           PIC X(9).
               10  SY-STATE-CODE-IO         PIC X(1).
           05  SY-TAX-YTD-AMT-IO            PIC 9(7)V99.
           05  FILLER                       PIC X(1).
      *
       FD  FICA-YTD-FILE-IO
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FY-FICA-YTD-REC-IO.
      *
       01  FY-FICA-YTD-REC-IO.
           05  FY-EMPL-NUM-IO               PIC X(9).
           05  FY-FICA-YTD-AMT-IO           PIC 9(7)V99.
           05  FILLER                       PIC X(2).
      *
       FD  QTD-TAX-FILE-IO
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS QT-QTD-TAX-REC-IO.
      *
       01  QT-QTD-TAX-REC-IO.
           05  QT-EMPL-NUM-IO               PIC X(9).
           05  QT-QTD-EARN-IO               PIC 9(7)V99.
           05  QT-QTD-FED-IO                PIC 9(7)V99.
           05  QT-QTD-STATE-IO              PIC 9(7)V99.
           05  FILLER                       PIC X(4).
      *
       FD  DEDUCT-FILE-IO
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DD-DEDUCT-REC-IO.
      *
       01  DD-DEDUCT-REC-IO.
           05  DD-DEDUCT-KEY-IO.
               10  DD-EMPL-NUM-IO           PIC X(9).
               10  DD-TYPE-CODE-IO          PIC X(2).
           05  DD-METHOD-IO                 PIC X(1).
           05  DD-FLAT-AMT-IO               PIC 9(5)V99.
           05  DD-PERCENT-IO                PIC 9(2)V99.
           05  DD-YTD-TAKEN-IO              PIC 9(7)V99.
           05  DD-ACTIVE-IO                 PIC X(1).
           05  DD-PRIORITY-IO               PIC X(1).
           05  FILLER                       PIC X(6).
      *
       FD  UNEMP-YTD-FILE-IO
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS UY-UNEMP-YTD-REC-IO.
      *
       01  UY-UNEMP-YTD-REC-IO.
           05  UY-EMPL-NUM-IO               PIC X(9).
           05  UY-YTD-WAGES-IO              PIC 9(7)V99.
           05  UY-FUTA-WAGES-YTD-IO         PIC 9(7)V99.
           05  UY-FUTA-TAX-YTD-IO           PIC 9(7)V99.
           05  UY-SUTA-WAGES-YTD-IO         PIC 9(7)V99.
           05  UY-SUTA-TAX-YTD-IO           PIC 9(7)V99.
           05  UY-QTR-WAGES-IO              PIC 9(7)V99.
           05  UY-QTR-SUTA-WAGES-IO         PIC 9(7)V99.
           05  UY-WORK-STATE-IO             PIC X(1).
           05  UY-LAST-PERIOD-IO            PIC X(6).
           05  UY-PER-GROSS-IO              PIC 9(5)V99.
           05  UY-PER-FUTA-WAGES-IO         PIC 9(5)V99.
           05  UY-PER-FUTA-TAX-IO           PIC 9(5)V99.
           05  UY-PER-SUTA-WAGES-IO         PIC 9(5)V99.
           05  UY-PER-SUTA-TAX-IO           PIC 9(5)V99.
           05  FILLER                       PIC X(6).
      *
       FD  UNEMP-PARM-FILE-IN
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS UP-UNEMP-PARM-IN.
      *
       01  UP-UNEMP-PARM-IN.
           05  UP-FUTA-RATE-IN              PIC 9V9999.
           05  UP-FUTA-WAGE-BASE-IN         PIC 9(6).
           05  UP-SUTA-PARM-IN     OCCURS 2 TIMES.
               10  UP-SUTA-RATE-IN          PIC 9V9999.
               10  UP-SUTA-WAGE-BASE-IN     PIC 9(6).
           05  FILLER                       PIC X(7).
      *
       FD  CHECK-NUM-FILE
               RECORD CONTAINS 8 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CN-CHECK-NUM-REC.
      *
       01  CN-CHECK-NUM-REC                PIC 9(8).
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
       FD  POST-LOG-FILE
               RECORD CONTAINS 6 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PL-POST-LOG-REC.
      *
       01  PL-POST-LOG-REC                 PIC X(6).
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
       FD  VOID-REGISTER-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS VR-REPORT-OUT.
      *
       01  VR-REPORT-OUT                   PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SW              PIC X(1).
           05  WS-VALID-SW                  PIC X(1).
           05  WS-CHKDED-EOF-SW             PIC X(1).
           05  WS-UNEMP-OPEN-SW             PIC X(1).
           05  WS-UNEMP-NEW-SW              PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-TRANS-FILE-STAT           PIC X(2).
           05  WS-CHKISSUE-FILE-STAT        PIC X(2).
           05  WS-CHKDED-FILE-STAT          PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-PAYHIST-FILE-STAT         PIC X(2).
           05  WS-YTD-FILE-STAT             PIC X(2).
           05  WS-STYTD-FILE-STAT           PIC X(2).
           05  WS-FICA-YTD-FILE-STAT        PIC X(2).
           05  WS-QTD-FILE-STAT             PIC X(2).
           05  WS-DEDUCT-FILE-STAT          PIC X(2).
           05  WS-CHECKNUM-FILE-STAT        PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-LOG-FILE-STAT             PIC X(2).
           05  WS-GLPOST-FILE-STAT          PIC X(2).
           05  WS-UNEMPYTD-FILE-STAT        PIC X(2).
           05  WS-UNEMP-PARM-FILE-STAT      PIC X(2).
      *
       01  WS-PERIOD-HOLD.
           05  WS-PARM-PERIOD               PIC X(6).
           05  WS-LAST-POSTED-PERIOD        PIC X(6).
      *
       01  WS-QUARTER-WORK.
           05  WS-QW-DATE.
               10  WS-QW-YEAR               PIC X(2).
               10  WS-QW-MONTH              PIC 9(2).
               10  WS-QW-DAY                PIC X(2).
           05  WS-QW-QTR                    PIC 9.
           05  WS-CUR-YEAR                  PIC X(2).
           05  WS-CUR-QTR                   PIC 9.
      *
       01  WS-UNEMP-RATES.
           05  WS-FUTA-RATE                 PIC 9V9999.
           05  WS-FUTA-WAGE-BASE            PIC 9(6).
           05  WS-SUTA-PARMS       OCCURS 2 TIMES.
               10  WS-SUTA-RATE             PIC 9V9999.
               10  WS-SUTA-WAGE-BASE        PIC 9(6).
      *
       01  WS-UNEMP-CALC-FIELDS.
           05  WS-UNEMP-STATE-SUB           PIC 9.
           05  WS-UNEMP-LOW-WAGES           PIC 9(7)V99.
           05  WS-UNEMP-HIGH-WAGES          PIC 9(7)V99.
           05  WS-UNEMP-BASE-HOLD           PIC 9(6).
           05  WS-UNEMP-CHG-HOLD            PIC 9(7)V99.
           05  WS-FUTA-WAGES-CHG            PIC 9(7)V99.
           05  WS-FUTA-TAX-CHG              PIC 9(7)V99.
           05  WS-SUTA-WAGES-CHG            PIC 9(7)V99.
           05  WS-SUTA-TAX-CHG              PIC 9(7)V99.
      *
       01  WS-CHECK-NUM-HOLD                PIC 9(8).
       01  WS-NEW-CHECK-NUM                 PIC 9(8).
       01  WS-STATE-CODE-HOLD               PIC X(1).
       01  WS-NET-HOLD                      PIC S9(7)V99.
      *
       01  WS-COUNTS.
           05  WS-VOID-CNT                  PIC 9(5).
           05  WS-REISSUE-CNT               PIC 9(5).
           05  WS-MANUAL-CNT                PIC 9(5).
           05  WS-REJECT-CNT                PIC 9(5).
           05  WS-NUMBERS-USED-CNT          PIC 9(5).
      *
       01  WS-VOID-TOTALS.
           05  WS-VOID-GROSS-TOT            PIC 9(9)V99.
           05  WS-VOID-FED-TOT              PIC 9(9)V99.
           05  WS-VOID-ST1-TOT              PIC 9(9)V99.
           05  WS-VOID-ST2-TOT              PIC 9(9)V99.
           05  WS-VOID-FICA-TOT             PIC 9(9)V99.
           05  WS-VOID-NET-TOT              PIC 9(9)V99.
           05  WS-VOID-FUTA-TOT             PIC 9(9)V99.
           05  WS-VOID-SUTA1-TOT            PIC 9(9)V99.
           05  WS-VOID-SUTA2-TOT            PIC 9(9)V99.
      *
       01  WS-MANUAL-TOTALS.
           05  WS-MAN-GROSS-TOT             PIC 9(9)V99.
           05  WS-MAN-FED-TOT               PIC 9(9)V99.
           05  WS-MAN-ST1-TOT               PIC 9(9)V99.
           05  WS-MAN-ST2-TOT               PIC 9(9)V99.
           05  WS-MAN-FICA-TOT              PIC 9(9)V99.
           05  WS-MAN-NET-TOT               PIC 9(9)V99.
           05  WS-MAN-FUTA-TOT              PIC 9(9)V99.
           05  WS-MAN-SUTA1-TOT             PIC 9(9)V99.
           05  WS-MAN-SUTA2-TOT             PIC 9(9)V99.
      *
       01  WS-GL-PAIR-WORK.
           05  WS-GL-DR-ACCT                PIC X(4).
           05  WS-GL-DR-DESC                PIC X(20).
           05  WS-GL-CR-ACCT                PIC X(4).
           05  WS-GL-CR-DESC                PIC X(20).
           05  WS-GL-PAIR-AMT               PIC 9(9)V99.
      *
       01  WS-CHECK-DEDUCT-TABLE.
           05  WS-CD-ENTRY         OCCURS 20 TIMES.
               10  WS-CD-TYPE               PIC X(2).
               10  WS-CD-AMOUNT             PIC 9(5)V99.
      *
       01  WS-CD-CNT                        PIC 9(2).
       01  WS-CD-SUB                        PIC 9(2).
      *
       01  WS-CI-HOLD-REC                   PIC X(100).
      *
       01  WS-REJECT-REASON                 PIC X(30).
       01  WS-ACTION-TEXT                   PIC X(8).
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
       01  WS-TRANS-WORK.
           05  WS-TR-TRANS-CODE             PIC X(1).
               88  WS-TR-VOID                   VALUE "V".
               88  WS-TR-REISSUE                VALUE "R".
               88  WS-TR-MANUAL                 VALUE "M".
           05  WS-TR-CHECK-NUM              PIC 9(8).
           05  WS-TR-EMPL-NUM               PIC X(9).
           05  WS-TR-PERIOD-DATE            PIC X(6).
           05  WS-TR-GROSS-PAY              PIC 9(5)V99.
           05  WS-TR-FED-TAX                PIC 9(6)V99.
           05  WS-TR-STATE-TAX              PIC 9(6)V99.
           05  WS-TR-FICA                   PIC 9(6)V99.
           05  WS-TR-DED-TYPE               PIC X(2).
           05  WS-TR-DED-AMT                PIC 9(5)V99.
           05  FILLER                       PIC X(16) VALUE SPACES.
      *
       01  WS-ER-MASTER-WORK.
           05  FILLER                       PIC X(10) VALUE SPACES.
           05  WS-ER-EMPL-NUM.
               10  WS-ER-EMPL-NUM-3         PIC X(3).
               10  WS-ER-EMPL-NUM-2         PIC X(2).
               10  WS-ER-EMPL-NUM-4         PIC X(4).
           05  WS-ER-EMPL-LNAME             PIC X(12).
           05  WS-ER-EMPL-FNAME             PIC X(9).
           05  WS-ER-EMPL-MI                PIC X(1).
           05  FILLER                       PIC X(8) VALUE SPACES.
           05  WS-ER-MAR-STAT               PIC X(1).
           05  WS-ER-EXEMPTIONS             PIC 9(2).
           05  WS-ER-PAY-CODE               PIC X(1).
           05  WS-ER-SALARY-RATE            PIC 9(4)V99.
           05  WS-ER-EARN-THIS-PER          PIC 9(5)V99.
           05  WS-ER-YTD-EARN               PIC 9(6)V99.
           05  WS-ER-PAY-FREQ               PIC X(1).
           05  WS-ER-WORK-STATE             PIC X(1).
           05  FILLER                       PIC X(4) VALUE SPACES.
      *
       01  WS-HEADING.
           05  FILLER                       PIC X(11)
                                            VALUE "VOID/MANUAL".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(5) VALUE "CHECK".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "REGISTER".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(16-2)".
           05  FILLER                       PIC X(34) VALUE SPACES.
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
           05  FILLER                       PIC X(46) VALUE SPACES.
      *
       01  WS-COL-HEADING-01.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "ACTION".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "CHECK".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "NEW".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "PERIOD".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "GROSS".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "FEDERAL".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "STATE".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "FICA".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "DEDUCT".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "NET".
           05  FILLER                     PIC X(3) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "CHECK".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "LAST NAME".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "ENDING".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "PAY".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "TOTAL".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "PAY".
           05  FILLER                     PIC X(3) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DL-ACTION-OUT           PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-CHECK-NUM-OUT        PIC Z(7)9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-NEW-CHECK-OUT        PIC Z(7)9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SSN-OUT.
               10  WS-SSN-3-OUT           PIC X(3).
               10  WS-DASH-1-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-2-OUT           PIC X(2).
               10  WS-DASH-2-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-4-OUT           PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-LNAME-OUT            PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DL-PERIOD-OUT           PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-GROSS-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DL-FED-OUT              PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DL-STATE-OUT            PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DL-FICA-OUT             PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DL-DEDUCT-OUT           PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DL-NET-OUT              PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
      *
       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "REJECTED".
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RL-CHECK-NUM-OUT        PIC Z(7)9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-RL-TRANS-CODE-OUT       PIC X(1).
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  WS-RL-EMPL-NUM-OUT         PIC X(9).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-RL-REASON-OUT           PIC X(30).
           05  FILLER                     PIC X(58) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-TL-CAPTION-OUT          PIC X(9).
           05  WS-TL-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "GROSS ".
           05  WS-TL-GROSS-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NET ".
           05  WS-TL-NET-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(68) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "REISSUED ".
           05  WS-CL-REISSUE-OUT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "REJECTED ".
           05  WS-CL-REJECT-OUT           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(17)
                                          VALUE "NEXT CHECK NUMBER".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CL-NEXT-CHECK-OUT       PIC 9(8).
           05  FILLER                     PIC X(65) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT CHECK-TRANS-IN.
           IF WS-TRANS-FILE-STAT NOT = "00" THEN
               DISPLAY "CHECK-TRANS.DAT CANNOT BE OPENED - STATUS "
                   WS-TRANS-FILE-STAT " - NOTHING TO PROCESS"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O EARNINGS-FILE-IO
               IF WS-EARN-FILE-STAT NOT = "00" THEN
                   DISPLAY "EARNINGS.DAT CANNOT BE OPENED - STATUS "
                       WS-EARN-FILE-STAT " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE CHECK-TRANS-IN
               ELSE
                   OPEN OUTPUT VOID-REGISTER-OUT
                   PERFORM B10-INIT-PARA
                   PERFORM B15-OPEN-FILES-PARA
                   PERFORM B70-READ-TRANS-PARA
                   PERFORM B20-PROCESS-PARA
                       UNTIL WS-TRANS-EOF-SW = "Y"
                   PERFORM C20-TOTALS-PARA
                   PERFORM C35-WRITE-GL-PARA
                   IF WS-NUMBERS-USED-CNT > ZERO THEN
                       PERFORM C50-UPDATE-CHECK-NUM-PARA
                   END-IF
                   CLOSE CHECK-TRANS-IN
                         EARNINGS-FILE-IO
                         CHECK-ISSUE-FILE-IO
                         CHECK-DEDUCT-FILE-IO
                         PAY-HISTORY-FILE-IO
                         YTD-TAX-FILE-IO
                         STATE-YTD-TAX-FILE-IO
                         FICA-YTD-FILE-IO
                         QTD-TAX-FILE-IO
                         DEDUCT-FILE-IO
                         VOID-REGISTER-OUT
                   IF WS-UNEMP-OPEN-SW = "Y" THEN
                       CLOSE UNEMP-YTD-FILE-IO
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-TRANS-EOF-SW.
           MOVE ZEROS TO WS-VOID-CNT WS-REISSUE-CNT WS-MANUAL-CNT
                         WS-REJECT-CNT WS-NUMBERS-USED-CNT.
           MOVE ZEROS TO WS-VOID-GROSS-TOT WS-VOID-FED-TOT
                         WS-VOID-ST1-TOT WS-VOID-ST2-TOT
                         WS-VOID-FICA-TOT WS-VOID-NET-TOT.
           MOVE ZEROS TO WS-VOID-FUTA-TOT WS-VOID-SUTA1-TOT
                         WS-VOID-SUTA2-TOT.
           MOVE ZEROS TO WS-MAN-GROSS-TOT WS-MAN-FED-TOT
                         WS-MAN-ST1-TOT WS-MAN-ST2-TOT
                         WS-MAN-FICA-TOT WS-MAN-NET-TOT.
           MOVE ZEROS TO WS-MAN-FUTA-TOT WS-MAN-SUTA1-TOT
                         WS-MAN-SUTA2-TOT.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
           PERFORM B12-GET-PARM-PARA.
           PERFORM B14-GET-CHECK-NUM-PARA.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B12-GET-PARM-PARA.
           MOVE SPACES TO WS-PARM-PERIOD.
           MOVE SPACES TO WS-LAST-POSTED-PERIOD.
           OPEN INPUT PERIOD-PARM-FILE-IN.
           IF WS-PARM-FILE-STAT = "00" THEN
               READ PERIOD-PARM-FILE-IN
                   AT END MOVE SPACES TO WS-PARM-PERIOD
                   NOT AT END MOVE PP-PERIOD-DATE-IN
                       TO WS-PARM-PERIOD
               END-READ
               CLOSE PERIOD-PARM-FILE-IN
           END-IF.
           OPEN INPUT POST-LOG-FILE.
           IF WS-LOG-FILE-STAT = "00" THEN
               READ POST-LOG-FILE INTO WS-LAST-POSTED-PERIOD
                   AT END MOVE SPACES TO WS-LAST-POSTED-PERIOD
               END-READ
               CLOSE POST-LOG-FILE
           END-IF.
           IF WS-PARM-PERIOD = SPACES THEN
               MOVE DATE-ACCEPT TO WS-QW-DATE
           ELSE
               MOVE WS-PARM-PERIOD TO WS-QW-DATE
           END-IF.
           PERFORM C60-DATE-QUARTER-PARA.
           IF WS-QW-QTR = ZERO THEN
               MOVE DATE-ACCEPT TO WS-QW-DATE
               PERFORM C60-DATE-QUARTER-PARA
           END-IF.
           MOVE WS-QW-YEAR TO WS-CUR-YEAR.
           MOVE WS-QW-QTR TO WS-CUR-QTR.
      *
      *
       B14-GET-CHECK-NUM-PARA.
           MOVE 1 TO WS-CHECK-NUM-HOLD.
           OPEN INPUT CHECK-NUM-FILE.
           IF WS-CHECKNUM-FILE-STAT = "00" THEN
               READ CHECK-NUM-FILE
                   AT END MOVE 1 TO WS-CHECK-NUM-HOLD
                   NOT AT END MOVE CN-CHECK-NUM-REC
                       TO WS-CHECK-NUM-HOLD
               END-READ
               CLOSE CHECK-NUM-FILE
           END-IF.
      *
      *
       B15-OPEN-FILES-PARA.
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
           OPEN I-O PAY-HISTORY-FILE-IO.
           IF WS-PAYHIST-FILE-STAT = "35" THEN
               OPEN OUTPUT PAY-HISTORY-FILE-IO
               CLOSE PAY-HISTORY-FILE-IO
               OPEN I-O PAY-HISTORY-FILE-IO
           END-IF.
           OPEN I-O YTD-TAX-FILE-IO.
           IF WS-YTD-FILE-STAT = "35" THEN
               OPEN OUTPUT YTD-TAX-FILE-IO
               CLOSE YTD-TAX-FILE-IO
               OPEN I-O YTD-TAX-FILE-IO
           END-IF.
           OPEN I-O STATE-YTD-TAX-FILE-IO.
           IF WS-STYTD-FILE-STAT = "35" THEN
               OPEN OUTPUT STATE-YTD-TAX-FILE-IO
               CLOSE STATE-YTD-TAX-FILE-IO
               OPEN I-O STATE-YTD-TAX-FILE-IO
           END-IF.
           OPEN I-O FICA-YTD-FILE-IO.
           IF WS-FICA-YTD-FILE-STAT = "35" THEN
               OPEN OUTPUT FICA-YTD-FILE-IO
               CLOSE FICA-YTD-FILE-IO
               OPEN I-O FICA-YTD-FILE-IO
           END-IF.
           OPEN I-O QTD-TAX-FILE-IO.
           IF WS-QTD-FILE-STAT = "35" THEN
               OPEN OUTPUT QTD-TAX-FILE-IO
               CLOSE QTD-TAX-FILE-IO
               OPEN I-O QTD-TAX-FILE-IO
           END-IF.
           OPEN I-O DEDUCT-FILE-IO.
           IF WS-DEDUCT-FILE-STAT = "35" THEN
               OPEN OUTPUT DEDUCT-FILE-IO
               CLOSE DEDUCT-FILE-IO
               OPEN I-O DEDUCT-FILE-IO
           END-IF.
           MOVE "N" TO WS-UNEMP-OPEN-SW.
           OPEN I-O UNEMP-YTD-FILE-IO.
           IF WS-UNEMPYTD-FILE-STAT = "00" THEN
               PERFORM B16-GET-UNEMP-RATES-PARA
           END-IF.
      *
      *
       B16-GET-UNEMP-RATES-PARA.
           OPEN INPUT UNEMP-PARM-FILE-IN.
           IF WS-UNEMP-PARM-FILE-STAT = "00" THEN
               READ UNEMP-PARM-FILE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-UNEMP-OPEN-SW
                       MOVE UP-FUTA-RATE-IN TO WS-FUTA-RATE
                       MOVE UP-FUTA-WAGE-BASE-IN TO WS-FUTA-WAGE-BASE
                       MOVE UP-SUTA-RATE-IN(1) TO WS-SUTA-RATE(1)
                       MOVE UP-SUTA-WAGE-BASE-IN(1)
                           TO WS-SUTA-WAGE-BASE(1)
                       MOVE UP-SUTA-RATE-IN(2) TO WS-SUTA-RATE(2)
                       MOVE UP-SUTA-WAGE-BASE-IN(2)
                           TO WS-SUTA-WAGE-BASE(2)
               END-READ
               CLOSE UNEMP-PARM-FILE-IN
           END-IF.
           IF WS-UNEMP-OPEN-SW = "N" THEN
               DISPLAY "UNEMPRM.DAT MISSING - UNEMPYTD.DAT NOT ADJUSTED"
               MOVE 4 TO RETURN-CODE
               CLOSE UNEMP-YTD-FILE-IO
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           PERFORM B25-VALIDATE-TRANS-PARA.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               IF WS-TR-VOID THEN
                   PERFORM B30-VOID-PARA
               ELSE
                   IF WS-TR-REISSUE THEN
                       PERFORM B50-REISSUE-PARA
                   ELSE
                       PERFORM B60-MANUAL-PARA
                   END-IF
               END-IF
           END-IF.
           PERFORM B70-READ-TRANS-PARA.
      *
      *
       B25-VALIDATE-TRANS-PARA.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT (WS-TR-VOID OR WS-TR-REISSUE OR WS-TR-MANUAL) THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-MANUAL THEN
                   PERFORM B27-VALIDATE-MANUAL-PARA
               ELSE
                   IF WS-TR-CHECK-NUM NOT NUMERIC OR
                      WS-TR-CHECK-NUM = ZERO THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "INVALID CHECK NUMBER" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *
      *
       B27-VALIDATE-MANUAL-PARA.
           IF WS-TR-PERIOD-DATE = SPACES THEN
               MOVE DATE-ACCEPT TO WS-TR-PERIOD-DATE
           END-IF.
           IF WS-TR-DED-TYPE = SPACES AND
              WS-TR-DED-AMT NUMERIC THEN
               IF WS-TR-DED-AMT NOT = ZERO THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "DEDUCTION TYPE REQUIRED" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TR-EMPL-NUM NOT NUMERIC THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-PERIOD-DATE NOT NUMERIC THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID PERIOD DATE" TO WS-REJECT-REASON
               ELSE
                   IF WS-TR-GROSS-PAY NOT NUMERIC OR
                      WS-TR-FED-TAX NOT NUMERIC OR
                      WS-TR-STATE-TAX NOT NUMERIC OR
                      WS-TR-FICA NOT NUMERIC OR
                      WS-TR-DED-AMT NOT NUMERIC THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
                   ELSE
                       COMPUTE WS-NET-HOLD = WS-TR-GROSS-PAY
                           - WS-TR-FED-TAX - WS-TR-STATE-TAX
                           - WS-TR-FICA - WS-TR-DED-AMT
                       IF WS-TR-GROSS-PAY = ZERO OR
                          WS-NET-HOLD < ZERO THEN
                           MOVE "N" TO WS-VALID-SW
                           MOVE "WITHHOLDING EXCEEDS GROSS"
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-TR-PERIOD-DATE = WS-PARM-PERIOD AND
                              WS-PARM-PERIOD NOT =
                                  WS-LAST-POSTED-PERIOD THEN
                               MOVE "N" TO WS-VALID-SW
                               MOVE "CYCLE PERIOD NOT YET POSTED"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B30-VOID-PARA.
           MOVE WS-TR-CHECK-NUM TO CI-CHECK-NUM-IO.
           READ CHECK-ISSUE-FILE-IO
               INVALID KEY
                   MOVE "CHECK NOT ON ISSUE FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   IF NOT CI-OUTSTANDING THEN
                       MOVE "CHECK NOT OUTSTANDING"
                           TO WS-REJECT-REASON
                       PERFORM C30-LOG-REJECT-PARA
                   ELSE
                       MOVE CI-CHECK-ISSUE-REC-IO TO WS-CI-HOLD-REC
                       PERFORM B31-LOAD-CHECK-DEDUCTS-PARA
                       PERFORM B35-PROVE-BACKOUT-PARA
                       IF WS-VALID-SW = "N" THEN
                           PERFORM C30-LOG-REJECT-PARA
                       ELSE
                           PERFORM B40-APPLY-VOID-PARA
                       END-IF
                   END-IF
           END-READ.
      *
      *
       B31-LOAD-CHECK-DEDUCTS-PARA.
           MOVE ZEROS TO WS-CD-CNT.
           MOVE "N" TO WS-CHKDED-EOF-SW.
           MOVE CI-CHECK-NUM-IO TO CD-CHECK-NUM-IO.
           MOVE LOW-VALUES TO CD-TYPE-CODE-IO.
           START CHECK-DEDUCT-FILE-IO
               KEY IS NOT LESS THAN CD-CHECK-DED-KEY-IO
               INVALID KEY MOVE "Y" TO WS-CHKDED-EOF-SW
           END-START.
           IF WS-CHKDED-EOF-SW = "N" THEN
               PERFORM B33-READ-CHKDED-PARA
           END-IF.
           PERFORM B32-LOAD-DEDUCT-LINE-PARA
               UNTIL WS-CHKDED-EOF-SW = "Y".
      *
      *
       B32-LOAD-DEDUCT-LINE-PARA.
           IF CD-CHECK-NUM-IO NOT = CI-CHECK-NUM-IO OR
              WS-CD-CNT = 20 THEN
               MOVE "Y" TO WS-CHKDED-EOF-SW
           ELSE
               ADD 1 TO WS-CD-CNT
               MOVE CD-TYPE-CODE-IO TO WS-CD-TYPE(WS-CD-CNT)
               MOVE CD-AMOUNT-IO TO WS-CD-AMOUNT(WS-CD-CNT)
               PERFORM B33-READ-CHKDED-PARA
           END-IF.
      *
      *
       B33-READ-CHKDED-PARA.
           READ CHECK-DEDUCT-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-CHKDED-EOF-SW
           END-READ.
      *
      *
       B35-PROVE-BACKOUT-PARA.
           MOVE "Y" TO WS-VALID-SW.
           PERFORM B36-PROVE-HISTORY-PARA.
           IF WS-VALID-SW = "Y" THEN
               PERFORM B37-PROVE-MASTER-PARA
           END-IF.
           IF WS-VALID-SW = "Y" THEN
               PERFORM B38-PROVE-TAX-YTD-PARA
           END-IF.
           IF WS-VALID-SW = "Y" THEN
               PERFORM B39-PROVE-DEDUCT-LINE-PARA
                   VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-CNT
           END-IF.
           MOVE WS-CI-HOLD-REC TO CI-CHECK-ISSUE-REC-IO.
      *
      *
       B36-PROVE-HISTORY-PARA.
           MOVE CI-EMPL-NUM-IO TO PH-EMPL-NUM-IO.
           MOVE CI-PERIOD-DATE-IO TO PH-PERIOD-DATE-IO.
           READ PAY-HISTORY-FILE-IO
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PERIOD NOT POSTED TO PAYHIST"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PH-SUPP-PAY-IO NOT NUMERIC THEN
                       MOVE ZEROS TO PH-SUPP-PAY-IO
                   END-IF
                   IF CI-SUPP-PAY-IO NOT NUMERIC THEN
                       MOVE ZEROS TO CI-SUPP-PAY-IO
                   END-IF
                   IF PH-GROSS-PAY-IO < CI-GROSS-PAY-IO OR
                      PH-FED-TAX-IO < CI-FED-TAX-IO OR
                      PH-STATE-TAX-IO < CI-STATE-TAX-IO OR
                      PH-FICA-IO < CI-FICA-IO OR
                      PH-DEDUCT-IO < CI-DEDUCT-IO OR
                      PH-NET-PAY-IO < CI-NET-PAY-IO OR
                      PH-SUPP-PAY-IO < CI-SUPP-PAY-IO THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "PAYHIST LESS THAN CHECK"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
      *
      *
       B37-PROVE-MASTER-PARA.
           MOVE CI-EMPL-NUM-IO TO ER-EMPL-NUM-IO.
           READ EARNINGS-FILE-IO INTO WS-ER-MASTER-WORK
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF WS-ER-YTD-EARN < CI-GROSS-PAY-IO THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "MASTER YTD LESS THAN CHECK"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
      *
      *
       B38-PROVE-TAX-YTD-PARA.
           IF CI-FED-TAX-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO YT-EMPL-NUM-IO
               READ YTD-TAX-FILE-IO
                   INVALID KEY
                       MOVE ZEROS TO YT-TAX-YTD-AMT-IO
               END-READ
               IF YT-TAX-YTD-AMT-IO < CI-FED-TAX-IO THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "FEDERAL YTD LESS THAN CHECK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CI-STATE-TAX-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO SY-EMPL-NUM-IO
               MOVE CI-WORK-STATE-IO TO SY-STATE-CODE-IO
               READ STATE-YTD-TAX-FILE-IO
                   INVALID KEY
                       MOVE ZEROS TO SY-TAX-YTD-AMT-IO
               END-READ
               IF SY-TAX-YTD-AMT-IO < CI-STATE-TAX-IO THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "STATE YTD LESS THAN CHECK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CI-FICA-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO FY-EMPL-NUM-IO
               READ FICA-YTD-FILE-IO
                   INVALID KEY
                       MOVE ZEROS TO FY-FICA-YTD-AMT-IO
               END-READ
               IF FY-FICA-YTD-AMT-IO < CI-FICA-IO THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "FICA YTD LESS THAN CHECK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           MOVE CI-EMPL-NUM-IO TO QT-EMPL-NUM-IO.
           READ QTD-TAX-FILE-IO
               INVALID KEY
                   MOVE ZEROS TO QT-QTD-EARN-IO
                                 QT-QTD-FED-IO
                                 QT-QTD-STATE-IO
           END-READ.
           IF QT-QTD-EARN-IO < CI-GROSS-PAY-IO OR
              QT-QTD-FED-IO < CI-FED-TAX-IO OR
              QT-QTD-STATE-IO < CI-STATE-TAX-IO THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "QTD LESS THAN CHECK" TO WS-REJECT-REASON
           END-IF.
           IF WS-UNEMP-OPEN-SW = "Y" THEN
               MOVE CI-EMPL-NUM-IO TO UY-EMPL-NUM-IO
               READ UNEMP-YTD-FILE-IO
                   INVALID KEY
                       MOVE ZEROS TO UY-YTD-WAGES-IO
                                     UY-QTR-WAGES-IO
               END-READ
               IF UY-YTD-WAGES-IO < CI-GROSS-PAY-IO OR
                  UY-QTR-WAGES-IO < CI-GROSS-PAY-IO THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "UNEMP WAGES LESS THAN CHECK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           MOVE CI-PERIOD-DATE-IO TO WS-QW-DATE.
           PERFORM C60-DATE-QUARTER-PARA.
           IF WS-QW-YEAR NOT = WS-CUR-YEAR OR
              WS-QW-QTR NOT = WS-CUR-QTR THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "CHECK QUARTER ALREADY CLOSED"
                   TO WS-REJECT-REASON
           END-IF.
      *
      *
       B39-PROVE-DEDUCT-LINE-PARA.
           IF WS-VALID-SW = "Y" THEN
               MOVE CI-EMPL-NUM-IO TO DD-EMPL-NUM-IO
               MOVE WS-CD-TYPE(WS-CD-SUB) TO DD-TYPE-CODE-IO
               READ DEDUCT-FILE-IO
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "DEDUCTION NOT ON FILE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF DD-YTD-TAKEN-IO < WS-CD-AMOUNT(WS-CD-SUB)
                           THEN
                           MOVE "N" TO WS-VALID-SW
                           MOVE "DEDUCTION YTD LESS THAN CHECK"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
      *
      *
       B40-APPLY-VOID-PARA.
           PERFORM B41-BACKOUT-HISTORY-PARA.
           MOVE CI-EMPL-NUM-IO TO ER-EMPL-NUM-IO.
           READ EARNINGS-FILE-IO INTO WS-ER-MASTER-WORK.
           SUBTRACT CI-GROSS-PAY-IO FROM WS-ER-YTD-EARN.
           MOVE WS-ER-MASTER-WORK TO ER-MASTER-REC-IO.
           REWRITE ER-MASTER-REC-IO.
           PERFORM B42-BACKOUT-TAX-YTD-PARA.
           PERFORM B43-BACKOUT-DEDUCT-LINE-PARA
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-CNT.
           PERFORM B44-BACKOUT-UNEMP-PARA.
           MOVE "V" TO CI-STATUS-IO.
           REWRITE CI-CHECK-ISSUE-REC-IO.

           ADD 1 TO WS-VOID-CNT.
           ADD CI-GROSS-PAY-IO TO WS-VOID-GROSS-TOT.
           ADD CI-FED-TAX-IO TO WS-VOID-FED-TOT.
           IF CI-WORK-STATE-IO = "2" THEN
               ADD CI-STATE-TAX-IO TO WS-VOID-ST2-TOT
           ELSE
               ADD CI-STATE-TAX-IO TO WS-VOID-ST1-TOT
           END-IF.
           ADD CI-FICA-IO TO WS-VOID-FICA-TOT.
           ADD CI-NET-PAY-IO TO WS-VOID-NET-TOT.
           MOVE "VOIDED" TO WS-ACTION-TEXT.
           MOVE ZEROS TO WS-NEW-CHECK-NUM.
           PERFORM C15-PRINT-LINE-PARA.
      *
      *
       B41-BACKOUT-HISTORY-PARA.
           MOVE CI-EMPL-NUM-IO TO PH-EMPL-NUM-IO.
           MOVE CI-PERIOD-DATE-IO TO PH-PERIOD-DATE-IO.
           READ PAY-HISTORY-FILE-IO.
           SUBTRACT CI-GROSS-PAY-IO FROM PH-GROSS-PAY-IO.
           SUBTRACT CI-FED-TAX-IO FROM PH-FED-TAX-IO.
           SUBTRACT CI-STATE-TAX-IO FROM PH-STATE-TAX-IO.
           SUBTRACT CI-FICA-IO FROM PH-FICA-IO.
           SUBTRACT CI-DEDUCT-IO FROM PH-DEDUCT-IO.
           SUBTRACT CI-NET-PAY-IO FROM PH-NET-PAY-IO.
           IF PH-SUPP-PAY-IO NOT NUMERIC THEN
               MOVE ZEROS TO PH-SUPP-PAY-IO
           END-IF.
           IF CI-SUPP-PAY-IO NOT NUMERIC THEN
               MOVE ZEROS TO CI-SUPP-PAY-IO
           END-IF.
           SUBTRACT CI-SUPP-PAY-IO FROM PH-SUPP-PAY-IO.
           IF PH-SUPP-PAY-IO = ZERO THEN
               MOVE SPACE TO PH-SUPP-TYPE-IO
           END-IF.
           IF PH-GROSS-PAY-IO = ZERO AND PH-NET-PAY-IO = ZERO THEN
               DELETE PAY-HISTORY-FILE-IO
           ELSE
               REWRITE PH-PAY-HIST-REC-IO
           END-IF.
      *
      *
       B42-BACKOUT-TAX-YTD-PARA.
           IF CI-FED-TAX-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO YT-EMPL-NUM-IO
               READ YTD-TAX-FILE-IO
               SUBTRACT CI-FED-TAX-IO FROM YT-TAX-YTD-AMT-IO
               REWRITE YT-YTD-TAX-REC-IO
           END-IF.
           IF CI-STATE-TAX-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO SY-EMPL-NUM-IO
               MOVE CI-WORK-STATE-IO TO SY-STATE-CODE-IO
               READ STATE-YTD-TAX-FILE-IO
               SUBTRACT CI-STATE-TAX-IO FROM SY-TAX-YTD-AMT-IO
               REWRITE SY-YTD-TAX-REC-IO
           END-IF.
           IF CI-FICA-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO FY-EMPL-NUM-IO
               READ FICA-YTD-FILE-IO
               SUBTRACT CI-FICA-IO FROM FY-FICA-YTD-AMT-IO
               REWRITE FY-FICA-YTD-REC-IO
           END-IF.
           MOVE CI-EMPL-NUM-IO TO QT-EMPL-NUM-IO.
           READ QTD-TAX-FILE-IO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT CI-GROSS-PAY-IO FROM QT-QTD-EARN-IO
                   SUBTRACT CI-FED-TAX-IO FROM QT-QTD-FED-IO
                   SUBTRACT CI-STATE-TAX-IO FROM QT-QTD-STATE-IO
                   REWRITE QT-QTD-TAX-REC-IO
           END-READ.
      *
      *
       B43-BACKOUT-DEDUCT-LINE-PARA.
           MOVE CI-EMPL-NUM-IO TO DD-EMPL-NUM-IO.
           MOVE WS-CD-TYPE(WS-CD-SUB) TO DD-TYPE-CODE-IO.
           READ DEDUCT-FILE-IO.
           SUBTRACT WS-CD-AMOUNT(WS-CD-SUB) FROM DD-YTD-TAKEN-IO.
           REWRITE DD-DEDUCT-REC-IO.
      *
      *
       B44-BACKOUT-UNEMP-PARA.
           IF WS-UNEMP-OPEN-SW = "Y" THEN
               MOVE CI-EMPL-NUM-IO TO UY-EMPL-NUM-IO
               READ UNEMP-YTD-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM B45-BACKOUT-UNEMP-REC-PARA
               END-READ
           END-IF.
      *
      *
       B45-BACKOUT-UNEMP-REC-PARA.
           IF CI-WORK-STATE-IO = "2" THEN
               MOVE 2 TO WS-UNEMP-STATE-SUB
           ELSE
               MOVE 1 TO WS-UNEMP-STATE-SUB
           END-IF.
           MOVE UY-YTD-WAGES-IO TO WS-UNEMP-HIGH-WAGES.
           SUBTRACT CI-GROSS-PAY-IO FROM UY-YTD-WAGES-IO
               GIVING WS-UNEMP-LOW-WAGES.
           PERFORM C55-CALC-UNEMP-PARA.
           IF WS-FUTA-WAGES-CHG > UY-FUTA-WAGES-YTD-IO THEN
               MOVE UY-FUTA-WAGES-YTD-IO TO WS-FUTA-WAGES-CHG
           END-IF.
           IF WS-FUTA-TAX-CHG > UY-FUTA-TAX-YTD-IO THEN
               MOVE UY-FUTA-TAX-YTD-IO TO WS-FUTA-TAX-CHG
           END-IF.
           IF WS-SUTA-WAGES-CHG > UY-SUTA-WAGES-YTD-IO THEN
               MOVE UY-SUTA-WAGES-YTD-IO TO WS-SUTA-WAGES-CHG
           END-IF.
           IF WS-SUTA-TAX-CHG > UY-SUTA-TAX-YTD-IO THEN
               MOVE UY-SUTA-TAX-YTD-IO TO WS-SUTA-TAX-CHG
           END-IF.
           SUBTRACT CI-GROSS-PAY-IO FROM UY-YTD-WAGES-IO.
           SUBTRACT CI-GROSS-PAY-IO FROM UY-QTR-WAGES-IO.
           SUBTRACT WS-FUTA-WAGES-CHG FROM UY-FUTA-WAGES-YTD-IO.
           SUBTRACT WS-FUTA-TAX-CHG FROM UY-FUTA-TAX-YTD-IO.
           SUBTRACT WS-SUTA-WAGES-CHG FROM UY-SUTA-WAGES-YTD-IO.
           SUBTRACT WS-SUTA-TAX-CHG FROM UY-SUTA-TAX-YTD-IO.
           IF WS-SUTA-WAGES-CHG > UY-QTR-SUTA-WAGES-IO THEN
               MOVE ZEROS TO UY-QTR-SUTA-WAGES-IO
           ELSE
               SUBTRACT WS-SUTA-WAGES-CHG FROM UY-QTR-SUTA-WAGES-IO
           END-IF.
           REWRITE UY-UNEMP-YTD-REC-IO.
           ADD WS-FUTA-TAX-CHG TO WS-VOID-FUTA-TOT.
           IF WS-UNEMP-STATE-SUB = 2 THEN
               ADD WS-SUTA-TAX-CHG TO WS-VOID-SUTA2-TOT
           ELSE
               ADD WS-SUTA-TAX-CHG TO WS-VOID-SUTA1-TOT
           END-IF.
      *
      *
       B50-REISSUE-PARA.
           MOVE WS-TR-CHECK-NUM TO CI-CHECK-NUM-IO.
           READ CHECK-ISSUE-FILE-IO
               INVALID KEY
                   MOVE "CHECK NOT ON ISSUE FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   IF NOT CI-OUTSTANDING THEN
                       MOVE "CHECK NOT OUTSTANDING"
                           TO WS-REJECT-REASON
                       PERFORM C30-LOG-REJECT-PARA
                   ELSE
                       PERFORM B52-APPLY-REISSUE-PARA
                   END-IF
           END-READ.
      *
      *
       B52-APPLY-REISSUE-PARA.
           PERFORM B31-LOAD-CHECK-DEDUCTS-PARA.
           MOVE CI-CHECK-ISSUE-REC-IO TO WS-CI-HOLD-REC.
           MOVE WS-CHECK-NUM-HOLD TO WS-NEW-CHECK-NUM.
           ADD 1 TO WS-CHECK-NUM-HOLD.
           ADD 1 TO WS-NUMBERS-USED-CNT.
           MOVE WS-NEW-CHECK-NUM TO CI-CHECK-NUM-IO.
           MOVE DATE-ACCEPT TO CI-ISSUE-DATE-IO.
           MOVE "I" TO CI-ISSUE-TYPE-IO.
           MOVE "O" TO CI-STATUS-IO.
           MOVE WS-TR-CHECK-NUM TO CI-LINK-CHECK-IO.
           WRITE CI-CHECK-ISSUE-REC-IO
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW CHECK NUMBER ON ISSUE FILE"
                       TO WS-REJECT-REASON
           END-WRITE.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               PERFORM B54-COPY-DEDUCT-LINE-PARA
                   VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-CNT
               MOVE WS-CI-HOLD-REC TO CI-CHECK-ISSUE-REC-IO
               MOVE "R" TO CI-STATUS-IO
               MOVE WS-NEW-CHECK-NUM TO CI-LINK-CHECK-IO
               REWRITE CI-CHECK-ISSUE-REC-IO
               ADD 1 TO WS-REISSUE-CNT
               MOVE "REISSUED" TO WS-ACTION-TEXT
               PERFORM C15-PRINT-LINE-PARA
           END-IF.
      *
      *
       B54-COPY-DEDUCT-LINE-PARA.
           MOVE SPACES TO CD-CHECK-DED-REC-IO.
           MOVE WS-NEW-CHECK-NUM TO CD-CHECK-NUM-IO.
           MOVE WS-CD-TYPE(WS-CD-SUB) TO CD-TYPE-CODE-IO.
           MOVE WS-CD-AMOUNT(WS-CD-SUB) TO CD-AMOUNT-IO.
           WRITE CD-CHECK-DED-REC-IO
               INVALID KEY REWRITE CD-CHECK-DED-REC-IO
           END-WRITE.
      *
      *
       B60-MANUAL-PARA.
           MOVE WS-TR-EMPL-NUM TO ER-EMPL-NUM-IO.
           READ EARNINGS-FILE-IO INTO WS-ER-MASTER-WORK
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.
           IF WS-VALID-SW = "Y" AND WS-TR-DED-TYPE NOT = SPACES THEN
               MOVE WS-TR-EMPL-NUM TO DD-EMPL-NUM-IO
               MOVE WS-TR-DED-TYPE TO DD-TYPE-CODE-IO
               READ DEDUCT-FILE-IO
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "DEDUCTION NOT ON FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               PERFORM B62-APPLY-MANUAL-PARA
           END-IF.
      *
      *
       B62-APPLY-MANUAL-PARA.
           IF WS-ER-WORK-STATE = "2" THEN
               MOVE "2" TO WS-STATE-CODE-HOLD
           ELSE
               MOVE "1" TO WS-STATE-CODE-HOLD
           END-IF.
           MOVE WS-CHECK-NUM-HOLD TO WS-NEW-CHECK-NUM.
           ADD 1 TO WS-CHECK-NUM-HOLD.
           ADD 1 TO WS-NUMBERS-USED-CNT.

           MOVE SPACES TO CI-CHECK-ISSUE-REC-IO.
           MOVE WS-NEW-CHECK-NUM TO CI-CHECK-NUM-IO.
           MOVE WS-TR-EMPL-NUM TO CI-EMPL-NUM-IO.
           MOVE WS-TR-PERIOD-DATE TO CI-PERIOD-DATE-IO.
           MOVE DATE-ACCEPT TO CI-ISSUE-DATE-IO.
           MOVE "M" TO CI-ISSUE-TYPE-IO.
           MOVE "O" TO CI-STATUS-IO.
           MOVE WS-STATE-CODE-HOLD TO CI-WORK-STATE-IO.
           MOVE WS-TR-GROSS-PAY TO CI-GROSS-PAY-IO.
           MOVE WS-TR-FED-TAX TO CI-FED-TAX-IO.
           MOVE WS-TR-STATE-TAX TO CI-STATE-TAX-IO.
           MOVE WS-TR-FICA TO CI-FICA-IO.
           MOVE WS-TR-DED-AMT TO CI-DEDUCT-IO.
           MOVE WS-NET-HOLD TO CI-NET-PAY-IO.
           MOVE ZEROS TO CI-LINK-CHECK-IO.
           MOVE SPACE TO CI-SUPP-TYPE-IO.
           MOVE ZEROS TO CI-SUPP-PAY-IO.
           WRITE CI-CHECK-ISSUE-REC-IO
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW CHECK NUMBER ON ISSUE FILE"
                       TO WS-REJECT-REASON
           END-WRITE.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               PERFORM B63-POST-MANUAL-PARA
           END-IF.
      *
      *
       B63-POST-MANUAL-PARA.
           IF WS-TR-DED-AMT > ZERO THEN
               MOVE SPACES TO CD-CHECK-DED-REC-IO
               MOVE WS-NEW-CHECK-NUM TO CD-CHECK-NUM-IO
               MOVE WS-TR-DED-TYPE TO CD-TYPE-CODE-IO
               MOVE WS-TR-DED-AMT TO CD-AMOUNT-IO
               WRITE CD-CHECK-DED-REC-IO
                   INVALID KEY REWRITE CD-CHECK-DED-REC-IO
               END-WRITE
               ADD WS-TR-DED-AMT TO DD-YTD-TAKEN-IO
               REWRITE DD-DEDUCT-REC-IO
           END-IF.

           ADD WS-TR-GROSS-PAY TO WS-ER-YTD-EARN.
           MOVE WS-ER-MASTER-WORK TO ER-MASTER-REC-IO.
           REWRITE ER-MASTER-REC-IO.
           PERFORM B64-POST-HISTORY-PARA.
           PERFORM B66-POST-TAX-YTD-PARA.
           PERFORM B68-POST-UNEMP-PARA.

           ADD 1 TO WS-MANUAL-CNT.
           ADD CI-GROSS-PAY-IO TO WS-MAN-GROSS-TOT.
           ADD CI-FED-TAX-IO TO WS-MAN-FED-TOT.
           IF CI-WORK-STATE-IO = "2" THEN
               ADD CI-STATE-TAX-IO TO WS-MAN-ST2-TOT
           ELSE
               ADD CI-STATE-TAX-IO TO WS-MAN-ST1-TOT
           END-IF.
           ADD CI-FICA-IO TO WS-MAN-FICA-TOT.
           ADD CI-NET-PAY-IO TO WS-MAN-NET-TOT.
           MOVE "MANUAL" TO WS-ACTION-TEXT.
           MOVE ZEROS TO WS-NEW-CHECK-NUM.
           PERFORM C15-PRINT-LINE-PARA.
      *
      *
       B64-POST-HISTORY-PARA.
           MOVE CI-EMPL-NUM-IO TO PH-EMPL-NUM-IO.
           MOVE CI-PERIOD-DATE-IO TO PH-PERIOD-DATE-IO.
           READ PAY-HISTORY-FILE-IO
               INVALID KEY
                   MOVE CI-GROSS-PAY-IO TO PH-GROSS-PAY-IO
                   MOVE CI-FED-TAX-IO TO PH-FED-TAX-IO
                   MOVE CI-STATE-TAX-IO TO PH-STATE-TAX-IO
                   MOVE CI-FICA-IO TO PH-FICA-IO
                   MOVE CI-DEDUCT-IO TO PH-DEDUCT-IO
                   MOVE CI-NET-PAY-IO TO PH-NET-PAY-IO
                   MOVE SPACE TO PH-SUPP-TYPE-IO
                   MOVE ZEROS TO PH-SUPP-PAY-IO
                   MOVE CI-WORK-STATE-IO TO PH-WORK-STATE-IO
                   WRITE PH-PAY-HIST-REC-IO
               NOT INVALID KEY
                   ADD CI-GROSS-PAY-IO TO PH-GROSS-PAY-IO
                   ADD CI-FED-TAX-IO TO PH-FED-TAX-IO
                   ADD CI-STATE-TAX-IO TO PH-STATE-TAX-IO
                   ADD CI-FICA-IO TO PH-FICA-IO
                   ADD CI-DEDUCT-IO TO PH-DEDUCT-IO
                   ADD CI-NET-PAY-IO TO PH-NET-PAY-IO
                   REWRITE PH-PAY-HIST-REC-IO
           END-READ.
      *
      *
       B66-POST-TAX-YTD-PARA.
           IF CI-FED-TAX-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO YT-EMPL-NUM-IO
               READ YTD-TAX-FILE-IO
                   INVALID KEY
                       MOVE CI-FED-TAX-IO TO YT-TAX-YTD-AMT-IO
                       WRITE YT-YTD-TAX-REC-IO
                   NOT INVALID KEY
                       ADD CI-FED-TAX-IO TO YT-TAX-YTD-AMT-IO
                       REWRITE YT-YTD-TAX-REC-IO
               END-READ
           END-IF.
           IF CI-STATE-TAX-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO SY-EMPL-NUM-IO
               MOVE CI-WORK-STATE-IO TO SY-STATE-CODE-IO
               READ STATE-YTD-TAX-FILE-IO
                   INVALID KEY
                       MOVE CI-STATE-TAX-IO TO SY-TAX-YTD-AMT-IO
                       WRITE SY-YTD-TAX-REC-IO
                   NOT INVALID KEY
                       ADD CI-STATE-TAX-IO TO SY-TAX-YTD-AMT-IO
                       REWRITE SY-YTD-TAX-REC-IO
               END-READ
           END-IF.
           IF CI-FICA-IO > ZERO THEN
               MOVE CI-EMPL-NUM-IO TO FY-EMPL-NUM-IO
               READ FICA-YTD-FILE-IO
                   INVALID KEY
                       MOVE CI-FICA-IO TO FY-FICA-YTD-AMT-IO
                       WRITE FY-FICA-YTD-REC-IO
                   NOT INVALID KEY
                       ADD CI-FICA-IO TO FY-FICA-YTD-AMT-IO
                       REWRITE FY-FICA-YTD-REC-IO
               END-READ
           END-IF.
           MOVE CI-EMPL-NUM-IO TO QT-EMPL-NUM-IO.
           READ QTD-TAX-FILE-IO
               INVALID KEY
                   MOVE SPACES TO QT-QTD-TAX-REC-IO
                   MOVE CI-EMPL-NUM-IO TO QT-EMPL-NUM-IO
                   MOVE CI-GROSS-PAY-IO TO QT-QTD-EARN-IO
                   MOVE CI-FED-TAX-IO TO QT-QTD-FED-IO
                   MOVE CI-STATE-TAX-IO TO QT-QTD-STATE-IO
                   WRITE QT-QTD-TAX-REC-IO
               NOT INVALID KEY
                   ADD CI-GROSS-PAY-IO TO QT-QTD-EARN-IO
                   ADD CI-FED-TAX-IO TO QT-QTD-FED-IO
                   ADD CI-STATE-TAX-IO TO QT-QTD-STATE-IO
                   REWRITE QT-QTD-TAX-REC-IO
           END-READ.
      *
      *
       B68-POST-UNEMP-PARA.
           IF WS-UNEMP-OPEN-SW = "Y" THEN
               MOVE "N" TO WS-UNEMP-NEW-SW
               MOVE CI-EMPL-NUM-IO TO UY-EMPL-NUM-IO
               READ UNEMP-YTD-FILE-IO
                   INVALID KEY
                       MOVE "Y" TO WS-UNEMP-NEW-SW
                       MOVE SPACES TO UY-UNEMP-YTD-REC-IO
                       MOVE CI-EMPL-NUM-IO TO UY-EMPL-NUM-IO
                       MOVE ZEROS TO UY-YTD-WAGES-IO
                                     UY-FUTA-WAGES-YTD-IO
                                     UY-FUTA-TAX-YTD-IO
                                     UY-SUTA-WAGES-YTD-IO
                                     UY-SUTA-TAX-YTD-IO
                                     UY-QTR-WAGES-IO
                                     UY-QTR-SUTA-WAGES-IO
                                     UY-PER-GROSS-IO
                                     UY-PER-FUTA-WAGES-IO
                                     UY-PER-FUTA-TAX-IO
                                     UY-PER-SUTA-WAGES-IO
                                     UY-PER-SUTA-TAX-IO
               END-READ
               PERFORM B69-POST-UNEMP-REC-PARA
           END-IF.
      *
      *
       B69-POST-UNEMP-REC-PARA.
           IF CI-WORK-STATE-IO = "2" THEN
               MOVE 2 TO WS-UNEMP-STATE-SUB
           ELSE
               MOVE 1 TO WS-UNEMP-STATE-SUB
           END-IF.
           MOVE UY-YTD-WAGES-IO TO WS-UNEMP-LOW-WAGES.
           ADD CI-GROSS-PAY-IO TO UY-YTD-WAGES-IO
               GIVING WS-UNEMP-HIGH-WAGES.
           PERFORM C55-CALC-UNEMP-PARA.
           ADD CI-GROSS-PAY-IO TO UY-YTD-WAGES-IO.
           ADD CI-GROSS-PAY-IO TO UY-QTR-WAGES-IO.
           ADD WS-FUTA-WAGES-CHG TO UY-FUTA-WAGES-YTD-IO.
           ADD WS-FUTA-TAX-CHG TO UY-FUTA-TAX-YTD-IO.
           ADD WS-SUTA-WAGES-CHG TO UY-SUTA-WAGES-YTD-IO.
           ADD WS-SUTA-WAGES-CHG TO UY-QTR-SUTA-WAGES-IO.
           ADD WS-SUTA-TAX-CHG TO UY-SUTA-TAX-YTD-IO.
           MOVE CI-WORK-STATE-IO TO UY-WORK-STATE-IO.
           IF WS-UNEMP-NEW-SW = "Y" THEN
               WRITE UY-UNEMP-YTD-REC-IO
           ELSE
               REWRITE UY-UNEMP-YTD-REC-IO
           END-IF.
           ADD WS-FUTA-TAX-CHG TO WS-MAN-FUTA-TOT.
           IF WS-UNEMP-STATE-SUB = 2 THEN
               ADD WS-SUTA-TAX-CHG TO WS-MAN-SUTA2-TOT
           ELSE
               ADD WS-SUTA-TAX-CHG TO WS-MAN-SUTA1-TOT
           END-IF.
      *
      *
       B70-READ-TRANS-PARA.
           READ CHECK-TRANS-IN INTO WS-TRANS-WORK
               AT END
                   MOVE "Y" TO WS-TRANS-EOF-SW
           END-READ.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE VR-REPORT-OUT FROM WS-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO VR-REPORT-OUT.
           WRITE VR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE VR-REPORT-OUT FROM WS-COL-HEADING-01
               AFTER ADVANCING 1 LINE.
           WRITE VR-REPORT-OUT FROM WS-COL-HEADING-02
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO VR-REPORT-OUT.
           WRITE VR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 5 TO WS-LINES-USED.
           ADD 1 TO WS-PAGE-COUNT.
      *
      *
       C15-PRINT-LINE-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "-" TO WS-DASH-1-OUT.
           MOVE "-" TO WS-DASH-2-OUT.
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION-OUT.
           IF WS-ACTION-TEXT = "MANUAL" THEN
               MOVE ZEROS TO WS-DL-CHECK-NUM-OUT
               MOVE CI-CHECK-NUM-IO TO WS-DL-NEW-CHECK-OUT
           ELSE
               MOVE CI-CHECK-NUM-IO TO WS-DL-CHECK-NUM-OUT
               MOVE WS-NEW-CHECK-NUM TO WS-DL-NEW-CHECK-OUT
           END-IF.
           MOVE CI-EMPL-NUM-IO TO WS-ER-EMPL-NUM.
           MOVE WS-ER-EMPL-NUM-3 TO WS-SSN-3-OUT.
           MOVE WS-ER-EMPL-NUM-2 TO WS-SSN-2-OUT.
           MOVE WS-ER-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE CI-EMPL-NUM-IO TO ER-EMPL-NUM-IO.
           READ EARNINGS-FILE-IO INTO WS-ER-MASTER-WORK
               INVALID KEY MOVE SPACES TO WS-ER-EMPL-LNAME
           END-READ.
           MOVE WS-ER-EMPL-LNAME TO WS-DL-LNAME-OUT.
           MOVE CI-PERIOD-DATE-IO TO WS-DL-PERIOD-OUT.
           MOVE CI-GROSS-PAY-IO TO WS-DL-GROSS-OUT.
           MOVE CI-FED-TAX-IO TO WS-DL-FED-OUT.
           MOVE CI-STATE-TAX-IO TO WS-DL-STATE-OUT.
           MOVE CI-FICA-IO TO WS-DL-FICA-OUT.
           MOVE CI-DEDUCT-IO TO WS-DL-DEDUCT-OUT.
           MOVE CI-NET-PAY-IO TO WS-DL-NET-OUT.


           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.


           WRITE VR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C20-TOTALS-PARA.
           MOVE SPACES TO VR-REPORT-OUT.
           WRITE VR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           MOVE "VOIDED   " TO WS-TL-CAPTION-OUT.
           MOVE WS-VOID-CNT TO WS-TL-COUNT-OUT.
           MOVE WS-VOID-GROSS-TOT TO WS-TL-GROSS-OUT.
           MOVE WS-VOID-NET-TOT TO WS-TL-NET-OUT.
           WRITE VR-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MANUAL   " TO WS-TL-CAPTION-OUT.
           MOVE WS-MANUAL-CNT TO WS-TL-COUNT-OUT.
           MOVE WS-MAN-GROSS-TOT TO WS-TL-GROSS-OUT.
           MOVE WS-MAN-NET-TOT TO WS-TL-NET-OUT.
           WRITE VR-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-REISSUE-CNT TO WS-CL-REISSUE-OUT.
           MOVE WS-REJECT-CNT TO WS-CL-REJECT-OUT.
           MOVE WS-CHECK-NUM-HOLD TO WS-CL-NEXT-CHECK-OUT.
           WRITE VR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-LOG-REJECT-PARA.
           ADD 1 TO WS-REJECT-CNT.
           MOVE WS-TR-TRANS-CODE TO WS-RL-TRANS-CODE-OUT.
           IF WS-TR-CHECK-NUM NUMERIC THEN
               MOVE WS-TR-CHECK-NUM TO WS-RL-CHECK-NUM-OUT
           ELSE
               MOVE ZEROS TO WS-RL-CHECK-NUM-OUT
           END-IF.
           MOVE WS-TR-EMPL-NUM TO WS-RL-EMPL-NUM-OUT.
           MOVE WS-REJECT-REASON TO WS-RL-REASON-OUT.


           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.


           WRITE VR-REPORT-OUT FROM WS-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C35-WRITE-GL-PARA.
           OPEN OUTPUT GL-POST-FILE-OUT.
           MOVE "2100" TO WS-GL-DR-ACCT.
           MOVE "ACCRUED PAYROLL" TO WS-GL-DR-DESC.
           MOVE "5100" TO WS-GL-CR-ACCT.
           MOVE "GROSS WAGES VOIDED" TO WS-GL-CR-DESC.
           MOVE WS-VOID-GROSS-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2210" TO WS-GL-DR-ACCT.
           MOVE "FED W/H PAYABLE" TO WS-GL-DR-DESC.
           MOVE "2100" TO WS-GL-CR-ACCT.
           MOVE "ACCRUED PAYROLL" TO WS-GL-CR-DESC.
           MOVE WS-VOID-FED-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2220" TO WS-GL-DR-ACCT.
           MOVE "STATE 1 W/H PAYABLE" TO WS-GL-DR-DESC.
           MOVE WS-VOID-ST1-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2221" TO WS-GL-DR-ACCT.
           MOVE "STATE 2 W/H PAYABLE" TO WS-GL-DR-DESC.
           MOVE WS-VOID-ST2-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2230" TO WS-GL-DR-ACCT.
           MOVE "FICA W/H PAYABLE" TO WS-GL-DR-DESC.
           MOVE WS-VOID-FICA-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "FICA ER MATCH PAYBL" TO WS-GL-DR-DESC.
           MOVE "5150" TO WS-GL-CR-ACCT.
           MOVE "PAYROLL TAX EXPENSE" TO WS-GL-CR-DESC.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2240" TO WS-GL-DR-ACCT.
           MOVE "FUTA TAX PAYABLE" TO WS-GL-DR-DESC.
           MOVE "5160" TO WS-GL-CR-ACCT.
           MOVE "FUTA TAX EXPENSE" TO WS-GL-CR-DESC.
           MOVE WS-VOID-FUTA-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2250" TO WS-GL-DR-ACCT.
           MOVE "STATE 1 SUTA PAYABLE" TO WS-GL-DR-DESC.
           MOVE "5170" TO WS-GL-CR-ACCT.
           MOVE "SUTA TAX EXPENSE" TO WS-GL-CR-DESC.
           MOVE WS-VOID-SUTA1-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2251" TO WS-GL-DR-ACCT.
           MOVE "STATE 2 SUTA PAYABLE" TO WS-GL-DR-DESC.
           MOVE WS-VOID-SUTA2-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.

           MOVE "5100" TO WS-GL-DR-ACCT.
           MOVE "GROSS WAGES" TO WS-GL-DR-DESC.
           MOVE "2100" TO WS-GL-CR-ACCT.
           MOVE "ACCRUED PAYROLL" TO WS-GL-CR-DESC.
           MOVE WS-MAN-GROSS-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2100" TO WS-GL-DR-ACCT.
           MOVE "ACCRUED PAYROLL" TO WS-GL-DR-DESC.
           MOVE "2210" TO WS-GL-CR-ACCT.
           MOVE "FED W/H PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-FED-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2220" TO WS-GL-CR-ACCT.
           MOVE "STATE 1 W/H PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-ST1-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2221" TO WS-GL-CR-ACCT.
           MOVE "STATE 2 W/H PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-ST2-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2230" TO WS-GL-CR-ACCT.
           MOVE "FICA W/H PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-FICA-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "5150" TO WS-GL-DR-ACCT.
           MOVE "PAYROLL TAX EXPENSE" TO WS-GL-DR-DESC.
           MOVE "FICA ER MATCH PAYBL" TO WS-GL-CR-DESC.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "5160" TO WS-GL-DR-ACCT.
           MOVE "FUTA TAX EXPENSE" TO WS-GL-DR-DESC.
           MOVE "2240" TO WS-GL-CR-ACCT.
           MOVE "FUTA TAX PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-FUTA-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "5170" TO WS-GL-DR-ACCT.
           MOVE "SUTA TAX EXPENSE" TO WS-GL-DR-DESC.
           MOVE "2250" TO WS-GL-CR-ACCT.
           MOVE "STATE 1 SUTA PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-SUTA1-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           MOVE "2251" TO WS-GL-CR-ACCT.
           MOVE "STATE 2 SUTA PAYABLE" TO WS-GL-CR-DESC.
           MOVE WS-MAN-SUTA2-TOT TO WS-GL-PAIR-AMT.
           PERFORM C36-WRITE-GL-PAIR-PARA.
           CLOSE GL-POST-FILE-OUT.
      *
      *
       C36-WRITE-GL-PAIR-PARA.
           IF WS-GL-PAIR-AMT > ZERO THEN
               MOVE SPACES TO GL-POST-REC-OUT
               MOVE "16-2" TO GL-SOURCE-ID-OUT
               MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT
               MOVE WS-GL-DR-ACCT TO GL-ACCOUNT-OUT
               MOVE "D" TO GL-DC-OUT
               MOVE WS-GL-PAIR-AMT TO GL-AMOUNT-OUT
               MOVE WS-GL-DR-DESC TO GL-DESC-OUT
               WRITE GL-POST-REC-OUT
               MOVE SPACES TO GL-POST-REC-OUT
               MOVE "16-2" TO GL-SOURCE-ID-OUT
               MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT
               MOVE WS-GL-CR-ACCT TO GL-ACCOUNT-OUT
               MOVE "C" TO GL-DC-OUT
               MOVE WS-GL-PAIR-AMT TO GL-AMOUNT-OUT
               MOVE WS-GL-CR-DESC TO GL-DESC-OUT
               WRITE GL-POST-REC-OUT
           END-IF.
      *
      *
       C50-UPDATE-CHECK-NUM-PARA.
           OPEN OUTPUT CHECK-NUM-FILE.
           MOVE WS-CHECK-NUM-HOLD TO CN-CHECK-NUM-REC.
           WRITE CN-CHECK-NUM-REC.
           CLOSE CHECK-NUM-FILE.
      *
      *
       C55-CALC-UNEMP-PARA.
           MOVE WS-FUTA-WAGE-BASE TO WS-UNEMP-BASE-HOLD.
           PERFORM C57-BASE-CHANGE-PARA.
           MOVE WS-UNEMP-CHG-HOLD TO WS-FUTA-WAGES-CHG.
           MOVE WS-SUTA-WAGE-BASE(WS-UNEMP-STATE-SUB)
               TO WS-UNEMP-BASE-HOLD.
           PERFORM C57-BASE-CHANGE-PARA.
           MOVE WS-UNEMP-CHG-HOLD TO WS-SUTA-WAGES-CHG.
           MULTIPLY WS-FUTA-WAGES-CHG BY WS-FUTA-RATE
               GIVING WS-FUTA-TAX-CHG ROUNDED.
           MULTIPLY WS-SUTA-WAGES-CHG
               BY WS-SUTA-RATE(WS-UNEMP-STATE-SUB)
               GIVING WS-SUTA-TAX-CHG ROUNDED.
      *
      *
       C57-BASE-CHANGE-PARA.
           IF WS-UNEMP-BASE-HOLD = ZERO THEN
               SUBTRACT WS-UNEMP-LOW-WAGES FROM WS-UNEMP-HIGH-WAGES
                   GIVING WS-UNEMP-CHG-HOLD
           ELSE
               IF WS-UNEMP-LOW-WAGES NOT LESS THAN WS-UNEMP-BASE-HOLD
                   THEN
                   MOVE ZEROS TO WS-UNEMP-CHG-HOLD
               ELSE
                   IF WS-UNEMP-HIGH-WAGES > WS-UNEMP-BASE-HOLD THEN
                       SUBTRACT WS-UNEMP-LOW-WAGES
                           FROM WS-UNEMP-BASE-HOLD
                           GIVING WS-UNEMP-CHG-HOLD
                   ELSE
                       SUBTRACT WS-UNEMP-LOW-WAGES
                           FROM WS-UNEMP-HIGH-WAGES
                           GIVING WS-UNEMP-CHG-HOLD
                   END-IF
               END-IF
           END-IF.
      *
      *
       C60-DATE-QUARTER-PARA.
           IF WS-QW-MONTH NUMERIC AND WS-QW-MONTH > ZERO AND
              WS-QW-MONTH < 13 THEN
               COMPUTE WS-QW-QTR = (WS-QW-MONTH + 2) / 3
           ELSE
               MOVE ZERO TO WS-QW-QTR
           END-IF.
      *
