       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-8.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAR 05,2004.
      *DATE-COMPILED. MAR 05,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE LABOR DISTRIBUTION RUN, MADE EACH CYCLE
      * AFTER THE PROG12-7 CHECK REGISTER. FOR EVERY CHECK ON
      * NETPAY.DAT IT LOOKS UP THE EMPLOYEE'S DEPARTMENT (COST
      * CENTER) CODE ON THE EARNINGS.DAT MASTER (POSITIONS 77-80,
      * MAINTAINED BY PROG12-1) AND THE FICA TAKEN THIS PERIOD ON
      * FICACUR.DAT FROM PROG15-4. THE EMPLOYER MATCHES THE FICA
      * DOLLAR FOR DOLLAR, SO THE FICACUR.DAT AMOUNT IS THE EMPLOYER
      * FICA CHARGED TO THE DEPARTMENT; WITH NO FICACUR.DAT ON HAND
      * NO EMPLOYER FICA IS DISTRIBUTED, AS IN PROG12-7. EACH CHECK
      * IS WRITTEN TO A WORK FILE (LABORWRK.DAT) WHICH IS SORTED ON
      * DEPARTMENT AND EMPLOYEE NUMBER (LABORSRT.DAT) AND THEN
      * LISTED ON THE DISTRIBUTION REPORT (PROG16-8_OUT.DAT): GROSS
      * WAGES, EMPLOYER FICA, DEDUCTIONS AND LABOR COST (GROSS PLUS
      * EMPLOYER FICA) FOR EACH EMPLOYEE, A SUBTOTAL FOR EACH
      * DEPARTMENT AND A COMPANY TOTAL. BOTH WORK FILES ARE DELETED
      * AT THE END OF THE RUN.
      *
      * THE RUN REWRITES ITS OWN GL POSTING INTERFACE FILE
      * (GLPOST68.DAT) IN THE SAME LAYOUT AS GLPOST12.DAT AND
      * GLPOST54.DAT, WITH THE DEPARTMENT CODE IN THE LAST FOUR
      * POSITIONS. PROG12-2 AND PROG15-4 CHARGE ALL WAGES TO 5100
      * AND ALL EMPLOYER FICA TO 5150 WITH NO DEPARTMENT; THIS RUN
      * DEBITS 5100 AND 5150 FOR EACH DEPARTMENT WITH THAT
      * DEPARTMENT'S SHARE AND CREDITS THE SAME TWO ACCOUNTS, WITH
      * NO DEPARTMENT, FOR THE AMOUNT DISTRIBUTED, SO THE FILE NETS
      * TO ZERO AND PROG15-3 PROVES IT WITH THE OTHER INTERFACE
      * FILES. DEDUCTIONS COME OUT OF THE EMPLOYEE'S PAY AND ARE NOT
      * A LABOR COST, SO THEY ARE REPORTED BY DEPARTMENT BUT NOT
      * POSTED HERE.
      *
      * A CHECK FOR AN EMPLOYEE WITH NO DEPARTMENT CODE, OR NO
      * LONGER ON THE MASTER, IS LISTED UNDER DEPARTMENT "NONE" AND
      * COUNTED AT THE BOTTOM OF THE REPORT; ITS COST IS LEFT IN
      * 5100/5150 UNDISTRIBUTED AND A WARNING IS DISPLAYED ON THE
      * CONSOLE SO THE MASTER CAN BE CORRECTED THROUGH PROG12-1.
      * WITH NO NETPAY.DAT ON HAND NOTHING IS DISTRIBUTED AND THE
      * RUN ENDS WITH RETURN CODE 8.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT NET-PAY-FILE-IN
               ASSIGN TO "NETPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT FICA-CURRENT-IN
               ASSIGN TO "FICACUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-EMPL-NUM-IN
               FILE STATUS IS WS-FICACUR-FILE-STAT.
           SELECT LABOR-WORK-FILE
               ASSIGN TO "LABORWRK.DAT".
           SELECT LABOR-SORTED-FILE
               ASSIGN TO "LABORSRT.DAT".
           SELECT SORT-FILE
               ASSIGN TO "SORT-WORK.DAT".
           SELECT LABOR-REPORT-OUT
               ASSIGN TO "PROG16-8_OUT.DAT".
           SELECT GL-POST-FILE-OUT
               ASSIGN TO "GLPOST68.DAT"
               FILE STATUS IS WS-GLPOST-FILE-STAT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  NET-PAY-FILE-IN
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NP-NET-PAY-REC-IN.
      *
       01  NP-NET-PAY-REC-IN.
           05  NP-EMPL-NUM-IN               PIC X(9).
           05  NP-GROSS-PAY-IN              PIC 9(5)V99.
           05  NP-FED-TAX-IN                PIC 9(6)V99.
           05  NP-STATE-TAX-IN              PIC 9(6)V99.
           05  NP-FICA-IN                   PIC 9(6)V99.
           05  NP-DEDUCT-IN                 PIC 9(6)V99.
           05  NP-NET-PAY-IN                PIC 9(5)V99.
           05  NP-SUPP-TYPE-IN              PIC X(1).
           05  NP-SUPP-PAY-IN               PIC 9(5)V99.
           05  FILLER                       PIC X(7).
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
           05  FILLER                       PIC X(36).
           05  ER-DEPT-CODE-IN              PIC X(4).
      *
       FD  FICA-CURRENT-IN
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FC-FICA-CUR-REC-IN.
      *
       01  FC-FICA-CUR-REC-IN.
           05  FC-EMPL-NUM-IN               PIC X(9).
           05  FC-FICA-TOT-IN               PIC 9(6)V99.
           05  FILLER                       PIC X(3).
      *
       FD  LABOR-WORK-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LW-LABOR-WORK-REC.
      *
       01  LW-LABOR-WORK-REC               PIC X(60).
      *
       FD  LABOR-SORTED-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LS-LABOR-SORTED-REC.
      *
       01  LS-LABOR-SORTED-REC             PIC X(60).
      *
       SD  SORT-FILE
               DATA RECORD IS SR-SORT-RECORD.
      *
       01  SR-SORT-RECORD.
           05  SR-DEPT-CODE                 PIC X(4).
           05  SR-EMPL-NUM                  PIC X(9).
           05  FILLER                       PIC X(47).
      *
       FD  LABOR-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LR-REPORT-OUT.
      *
       01  LR-REPORT-OUT                   PIC X(132).
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
           05  GL-DEPT-CODE-OUT             PIC X(4).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-FIRST-REC-SW              PIC X(1).
           05  WS-FICACUR-OPEN-SW           PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-FICACUR-FILE-STAT         PIC X(2).
           05  WS-GLPOST-FILE-STAT          PIC X(2).
      *
       01  WS-WORK-FILE-NAMES.
           05  WS-LABOR-WORK-NAME           PIC X(12)
                                            VALUE "LABORWRK.DAT".
           05  WS-LABOR-SORTED-NAME         PIC X(12)
                                            VALUE "LABORSRT.DAT".
      *
       01  WS-COUNTS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-DEPT-EMPL-CNT             PIC 9(5).
           05  WS-NO-DEPT-CNT               PIC 9(5).
           05  WS-NO-MASTER-CNT             PIC 9(5).
      *
       01  WS-DEPT-TOTALS.
           05  WS-DEPT-GROSS-TOT            PIC 9(7)V99.
           05  WS-DEPT-ER-FICA-TOT          PIC 9(7)V99.
           05  WS-DEPT-DEDUCT-TOT           PIC 9(7)V99.
           05  WS-DEPT-COST-TOT             PIC 9(7)V99.
      *
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-GROSS-TOT           PIC 9(9)V99.
           05  WS-GRAND-ER-FICA-TOT         PIC 9(9)V99.
           05  WS-GRAND-DEDUCT-TOT          PIC 9(9)V99.
           05  WS-GRAND-COST-TOT            PIC 9(9)V99.
           05  WS-DIST-GROSS-TOT            PIC 9(9)V99.
           05  WS-DIST-ER-FICA-TOT          PIC 9(9)V99.
      *
       01  WS-PREV-DEPT-CODE                PIC X(4).
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
       01  WS-LABOR-WORK-REC.
           05  WS-LW-DEPT-CODE              PIC X(4).
           05  WS-LW-EMPL-NUM.
               10  WS-LW-EMPL-NUM-3         PIC X(3).
               10  WS-LW-EMPL-NUM-2         PIC X(2).
               10  WS-LW-EMPL-NUM-4         PIC X(4).
           05  WS-LW-EMPL-LNAME             PIC X(12).
           05  WS-LW-EMPL-FNAME             PIC X(9).
           05  WS-LW-GROSS-PAY              PIC 9(5)V99.
           05  WS-LW-ER-FICA                PIC 9(6)V99.
           05  WS-LW-DEDUCT                 PIC 9(6)V99.
           05  WS-LW-ON-MASTER-SW           PIC X(1).
           05  FILLER                       PIC X(2).
      *
       01  WS-LABOR-COST                    PIC 9(6)V99.
      *
       01  WS-HEADING.
           05  FILLER                       PIC X(5) VALUE "LABOR".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(12)
                                            VALUE "DISTRIBUTION".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "REPORT".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(16-8)".
           05  FILLER                       PIC X(33) VALUE SPACES.
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
           05  FILLER                       PIC X(48) VALUE SPACES.
      *
       01  WS-COL-HEADING-01.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "DEPT".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "LAST".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "GROSS".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYER".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10)
                                          VALUE "DEDUCTIONS".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "LABOR".
           05  FILLER                     PIC X(39) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "FICA".
           05  FILLER                     PIC X(22) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "COST".
           05  FILLER                     PIC X(39) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DEPT-CODE-OUT           PIC X(4).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SSN-OUT.
               10  WS-SSN-3-OUT           PIC X(3).
               10  WS-DASH-1-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-2-OUT           PIC X(2).
               10  WS-DASH-2-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-4-OUT           PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-EMPL-LNAME-OUT          PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-EMPL-FNAME-OUT          PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-GROSS-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ER-FICA-OUT             PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DEDUCT-OUT              PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-COST-OUT                PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.
      *
       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(10)
                                          VALUE "DEPARTMENT".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DT-DEPT-CODE-OUT        PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "TOTAL".
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DT-EMPL-CNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-DT-GROSS-OUT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DT-ER-FICA-OUT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DT-DEDUCT-OUT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-DT-COST-OUT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(13)
                                          VALUE "COMPANY TOTAL".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  WS-GT-EMPL-CNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-GT-GROSS-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05  WS-GT-ER-FICA-OUT          PIC ZZ,ZZZ,ZZ9.99.
           05  WS-GT-DEDUCT-OUT           PIC ZZ,ZZZ,ZZ9.99.
           05  WS-GT-COST-OUT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  WS-CL-CAPTION-OUT          PIC X(23).
           05  WS-CL-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(95) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT NET-PAY-FILE-IN.
           IF WS-NETPAY-FILE-STAT NOT = "00" THEN
               DISPLAY "NETPAY.DAT CANNOT BE OPENED - STATUS "
                   WS-NETPAY-FILE-STAT " - NOTHING DISTRIBUTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM B10-INIT-PARA
               PERFORM B15-EXTRACT-PARA
               PERFORM B30-SORT-PARA
               PERFORM B35-REPORT-PARA
               PERFORM B60-CLEANUP-PARA
           END-IF.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE "Y" TO WS-FIRST-REC-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-NO-DEPT-CNT.
           MOVE ZEROS TO WS-NO-MASTER-CNT.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           MOVE ZEROS TO WS-DEPT-EMPL-CNT.
           MOVE ZEROS TO WS-GRAND-TOTALS.
           MOVE SPACES TO WS-PREV-DEPT-CODE.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
      *
      *
       B12-OPEN-FICACUR-PARA.
           MOVE "Y" TO WS-FICACUR-OPEN-SW.
           OPEN INPUT FICA-CURRENT-IN.
           IF WS-FICACUR-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-FICACUR-OPEN-SW
           END-IF.
      *
      *
       B15-EXTRACT-PARA.
           OPEN INPUT  EARNINGS-FILE-IN
                OUTPUT LABOR-WORK-FILE.
           PERFORM B12-OPEN-FICACUR-PARA.
           READ NET-PAY-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           PERFORM B20-EXTRACT-CHECK-PARA
               UNTIL WS-EOF-SW = "Y".
           CLOSE NET-PAY-FILE-IN
                 EARNINGS-FILE-IN
                 LABOR-WORK-FILE.
           IF WS-FICACUR-OPEN-SW = "Y" THEN
               CLOSE FICA-CURRENT-IN
           END-IF.
      *
      *
       B20-EXTRACT-CHECK-PARA.
           MOVE SPACES TO WS-LABOR-WORK-REC.
           MOVE NP-EMPL-NUM-IN TO WS-LW-EMPL-NUM.
           MOVE NP-GROSS-PAY-IN TO WS-LW-GROSS-PAY.
           MOVE NP-DEDUCT-IN TO WS-LW-DEDUCT.
           MOVE ZEROS TO WS-LW-ER-FICA.
           MOVE NP-EMPL-NUM-IN TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-CNT
                   MOVE "N" TO WS-LW-ON-MASTER-SW
                   MOVE "NOT ON FILE" TO WS-LW-EMPL-LNAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-LW-ON-MASTER-SW
                   MOVE ER-EMPL-LNAME-IN TO WS-LW-EMPL-LNAME
                   MOVE ER-EMPL-FNAME-IN TO WS-LW-EMPL-FNAME
                   MOVE ER-DEPT-CODE-IN TO WS-LW-DEPT-CODE
           END-READ.
           IF WS-FICACUR-OPEN-SW = "Y" THEN
               MOVE NP-EMPL-NUM-IN TO FC-EMPL-NUM-IN
               READ FICA-CURRENT-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FC-FICA-TOT-IN TO WS-LW-ER-FICA
               END-READ
           END-IF.
           WRITE LW-LABOR-WORK-REC FROM WS-LABOR-WORK-REC.
           READ NET-PAY-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B30-SORT-PARA.
            SORT SORT-FILE
                ASCENDING KEY SR-DEPT-CODE
                              SR-EMPL-NUM
                    USING LABOR-WORK-FILE
                    GIVING LABOR-SORTED-FILE.
      *
      *
       B35-REPORT-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT  LABOR-SORTED-FILE
                OUTPUT LABOR-REPORT-OUT
                       GL-POST-FILE-OUT.
           PERFORM C10-HEADINGS-PARA.
           READ LABOR-SORTED-FILE INTO WS-LABOR-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           PERFORM B40-DISTRIBUTE-PARA
               UNTIL WS-EOF-SW = "Y".
           PERFORM C20-TOTALS-PARA.
           PERFORM C35-WRITE-GL-CREDITS-PARA.
           CLOSE LABOR-SORTED-FILE
                 LABOR-REPORT-OUT
                 GL-POST-FILE-OUT.
           IF WS-NO-DEPT-CNT > ZERO OR WS-NO-MASTER-CNT > ZERO THEN
               DISPLAY "LABOR DISTRIBUTION - CHECKS WITH NO "
                   "DEPARTMENT LEFT UNDISTRIBUTED - SEE PROG16-8_OUT"
           END-IF.
      *
      *
       B40-DISTRIBUTE-PARA.
           IF WS-FIRST-REC-SW = "Y" THEN
               MOVE "N" TO WS-FIRST-REC-SW
               MOVE WS-LW-DEPT-CODE TO WS-PREV-DEPT-CODE
           ELSE
               IF WS-LW-DEPT-CODE NOT = WS-PREV-DEPT-CODE THEN
                   PERFORM C30-DEPT-BREAK-PARA
                   MOVE WS-LW-DEPT-CODE TO WS-PREV-DEPT-CODE
               END-IF
           END-IF.

           ADD WS-LW-GROSS-PAY WS-LW-ER-FICA GIVING WS-LABOR-COST.
           ADD 1 TO WS-EMPL-CNT.
           ADD 1 TO WS-DEPT-EMPL-CNT.
           ADD WS-LW-GROSS-PAY TO WS-DEPT-GROSS-TOT.
           ADD WS-LW-ER-FICA TO WS-DEPT-ER-FICA-TOT.
           ADD WS-LW-DEDUCT TO WS-DEPT-DEDUCT-TOT.
           ADD WS-LABOR-COST TO WS-DEPT-COST-TOT.
           IF WS-LW-DEPT-CODE = SPACES AND
              WS-LW-ON-MASTER-SW = "Y" THEN
               ADD 1 TO WS-NO-DEPT-CNT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-LW-DEPT-CODE = SPACES THEN
               MOVE "NONE" TO WS-DEPT-CODE-OUT
           ELSE
               MOVE WS-LW-DEPT-CODE TO WS-DEPT-CODE-OUT
           END-IF.
           MOVE WS-LW-EMPL-NUM-3 TO WS-SSN-3-OUT.
           MOVE "-" TO WS-DASH-1-OUT.
           MOVE WS-LW-EMPL-NUM-2 TO WS-SSN-2-OUT.
           MOVE "-" TO WS-DASH-2-OUT.
           MOVE WS-LW-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE WS-LW-EMPL-LNAME TO WS-EMPL-LNAME-OUT.
           MOVE WS-LW-EMPL-FNAME TO WS-EMPL-FNAME-OUT.
           MOVE WS-LW-GROSS-PAY TO WS-GROSS-OUT.
           MOVE WS-LW-ER-FICA TO WS-ER-FICA-OUT.
           MOVE WS-LW-DEDUCT TO WS-DEDUCT-OUT.
           MOVE WS-LABOR-COST TO WS-COST-OUT.


           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.


           WRITE LR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
           READ LABOR-SORTED-FILE INTO WS-LABOR-WORK-REC
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B60-CLEANUP-PARA.
           CALL "CBL_DELETE_FILE" USING WS-LABOR-WORK-NAME.
           CALL "CBL_DELETE_FILE" USING WS-LABOR-SORTED-NAME.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE LR-REPORT-OUT FROM WS-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO LR-REPORT-OUT.
           WRITE LR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE LR-REPORT-OUT FROM WS-COL-HEADING-01
               AFTER ADVANCING 1 LINE.
           WRITE LR-REPORT-OUT FROM WS-COL-HEADING-02
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LR-REPORT-OUT.
           WRITE LR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 5 TO WS-LINES-USED.
           ADD 1 TO WS-PAGE-COUNT.
      *
      *
       C20-TOTALS-PARA.
           IF WS-FIRST-REC-SW = "N" THEN
               PERFORM C30-DEPT-BREAK-PARA
           END-IF.
           MOVE WS-EMPL-CNT TO WS-GT-EMPL-CNT-OUT.
           MOVE WS-GRAND-GROSS-TOT TO WS-GT-GROSS-OUT.
           MOVE WS-GRAND-ER-FICA-TOT TO WS-GT-ER-FICA-OUT.
           MOVE WS-GRAND-DEDUCT-TOT TO WS-GT-DEDUCT-OUT.
           MOVE WS-GRAND-COST-TOT TO WS-GT-COST-OUT.
           WRITE LR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LR-REPORT-OUT.
           WRITE LR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           MOVE "CHECKS WITH NO DEPT" TO WS-CL-CAPTION-OUT.
           MOVE WS-NO-DEPT-CNT TO WS-CL-COUNT-OUT.
           WRITE LR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CHECKS NOT ON MASTER" TO WS-CL-CAPTION-OUT.
           MOVE WS-NO-MASTER-CNT TO WS-CL-COUNT-OUT.
           WRITE LR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-DEPT-BREAK-PARA.
           IF WS-PREV-DEPT-CODE = SPACES THEN
               MOVE "NONE" TO WS-DT-DEPT-CODE-OUT
           ELSE
               MOVE WS-PREV-DEPT-CODE TO WS-DT-DEPT-CODE-OUT
               PERFORM C32-WRITE-GL-DEBITS-PARA
           END-IF.
           MOVE WS-DEPT-EMPL-CNT TO WS-DT-EMPL-CNT-OUT.
           MOVE WS-DEPT-GROSS-TOT TO WS-DT-GROSS-OUT.
           MOVE WS-DEPT-ER-FICA-TOT TO WS-DT-ER-FICA-OUT.
           MOVE WS-DEPT-DEDUCT-TOT TO WS-DT-DEDUCT-OUT.
           MOVE WS-DEPT-COST-TOT TO WS-DT-COST-OUT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE LR-REPORT-OUT FROM WS-DEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LR-REPORT-OUT.
           WRITE LR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINES-USED.
           ADD WS-DEPT-GROSS-TOT TO WS-GRAND-GROSS-TOT.
           ADD WS-DEPT-ER-FICA-TOT TO WS-GRAND-ER-FICA-TOT.
           ADD WS-DEPT-DEDUCT-TOT TO WS-GRAND-DEDUCT-TOT.
           ADD WS-DEPT-COST-TOT TO WS-GRAND-COST-TOT.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           MOVE ZEROS TO WS-DEPT-EMPL-CNT.
      *
      *
       C32-WRITE-GL-DEBITS-PARA.
           ADD WS-DEPT-GROSS-TOT TO WS-DIST-GROSS-TOT.
           ADD WS-DEPT-ER-FICA-TOT TO WS-DIST-ER-FICA-TOT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-8" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "5100" TO GL-ACCOUNT-OUT.
           MOVE "D" TO GL-DC-OUT.
           MOVE WS-DEPT-GROSS-TOT TO GL-AMOUNT-OUT.
           MOVE "DEPT GROSS WAGES" TO GL-DESC-OUT.
           MOVE WS-PREV-DEPT-CODE TO GL-DEPT-CODE-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-8" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "5150" TO GL-ACCOUNT-OUT.
           MOVE "D" TO GL-DC-OUT.
           MOVE WS-DEPT-ER-FICA-TOT TO GL-AMOUNT-OUT.
           MOVE "DEPT PAYROLL TAX EXP" TO GL-DESC-OUT.
           MOVE WS-PREV-DEPT-CODE TO GL-DEPT-CODE-OUT.
           WRITE GL-POST-REC-OUT.
      *
      *
       C35-WRITE-GL-CREDITS-PARA.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-8" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "5100" TO GL-ACCOUNT-OUT.
           MOVE "C" TO GL-DC-OUT.
           MOVE WS-DIST-GROSS-TOT TO GL-AMOUNT-OUT.
           MOVE "WAGES TO DEPTS" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-8" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "5150" TO GL-ACCOUNT-OUT.
           MOVE "C" TO GL-DC-OUT.
           MOVE WS-DIST-ER-FICA-TOT TO GL-AMOUNT-OUT.
           MOVE "PAYROLL TAX TO DEPTS" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
      *
