      * RECORD; WITH NO NETPAY.DAT ON HAND AT ALL THE ROLL STILL
      * POSTS BUT NO HISTORY IS WRITTEN.
      *
      * SUPPLEMENTAL EARNINGS (BONUS, COMMISSION, RETRO, OTHER) PAID
      * BY THE CYCLE NEVER PASS THROUGH THE MASTER'S CURRENT PERIOD
      * EARNINGS; THEY ARRIVE ON THE NETPAY.DAT RECORD. THE AMOUNT
      * ROLLED INTO YTD IS THEREFORE THE CURRENT PERIOD EARNINGS
      * PLUS THE NETPAY.DAT SUPPLEMENTAL PAY, AND THE CURRENT COLUMN
      * OF THE REGISTER SHOWS THAT COMBINED AMOUNT SO THE PROOF
      * STILL FOOTS. THE SUPPLEMENTAL EARNINGS TYPE AND AMOUNT ARE
      * CARRIED ON THE PAYHIST.DAT RECORD.
      *
      * EMPLOYEES WHO ARE NOT ACTIVE ON THE MASTER (STATUS "L",
      * LEAVE WITHOUT PAY, OR STATUS "T" WITH THE FINAL CHECK
      * ALREADY POSTED) ARE NOT ROLLED AND ARE COUNTED ON THEIR OWN
      * LINE UNDER THE SKIPPED LINE. WHEN A TERMINATED EMPLOYEE'S
      * FINAL CHECK IS POSTED (STATUS "T", DUE THIS CYCLE AND A
      * NETPAY.DAT RECORD ON HAND) THE FINAL-CHECK FLAG IN MASTER
      * POSITION 8 IS SET SO LATER CYCLES SKIP THE EMPLOYEE, THE
      * LINE IS MARKED "FINAL" ON THE REGISTER, AND THE VACATION
      * BALANCE PAID OUT ON THAT CHECK BY PROG16-1 IS TAKEN OUT OF
      * THE LEAVEBAL.DAT BANK AND ADDED TO THE HOURS TAKEN YTD.
      *
      * THE EMPLOYEE'S WORK STATE CODE FROM THE MASTER (THE STATE
      * THE CHECK WAS TAXED IN BY PROG12-6) IS CARRIED IN THE LAST
      * POSITION OF THE PAYHIST.DAT RECORD SO THE PROG17-2 BALANCING
      * PROOF CAN PROVE STATE WITHHOLDING STATE BY STATE.
      *
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY-IO
               FILE STATUS IS WS-PAYHIST-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IO
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPL-NUM-IO
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
      *
      *
      *
       01  PR-REPORT-OUT                   PIC X(132).
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
       FD  PAY-HISTORY-FILE-IO
               RECORD CONTAINS 70 CHARACTERS
           05  PH-FICA-IO                   PIC 9(6)V99.
           05  PH-DEDUCT-IO                 PIC 9(6)V99.
           05  PH-NET-PAY-IO                PIC 9(5)V99.
           05  PH-SUPP-TYPE-IO              PIC X(1).
           05  PH-SUPP-PAY-IO               PIC 9(5)V99.
           05  PH-WORK-STATE-IO             PIC X(1).
      *
       FD  LEAVE-BAL-FILE-IO
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LB-LEAVE-BAL-REC-IO.
      *
       01  LB-LEAVE-BAL-REC-IO.
           05  LB-EMPL-NUM-IO               PIC X(9).
           05  FILLER                       PIC X(20).
           05  LB-VAC-BAL-IO                PIC 9(4)V99.
           05  LB-SICK-BAL-IO               PIC 9(4)V99.
           05  LB-VAC-ACCR-YTD-IO           PIC 9(4)V99.
           05  LB-VAC-TAKEN-YTD-IO          PIC 9(4)V99.
           05  FILLER                       PIC X(47).
      *
      *
       WORKING-STORAGE SECTION.
           05  WS-POST-BLOCKED-SW           PIC X(1).
           05  WS-NETPAY-OPEN-SW            PIC X(1).
           05  WS-EMPL-DUE-SW               PIC X(1).
           05  WS-NETPAY-FOUND-SW           PIC X(1).
           05  WS-EMPL-ACTIVE-SW            PIC X(1).
           05  WS-LEAVEBAL-OPEN-SW          PIC X(1).
      *
       01  WS-DUE-FREQS                     PIC X(4).
       01  WS-DUE-FREQ-TABLE REDEFINES WS-DUE-FREQS.
           05  WS-LOG-FILE-STAT             PIC X(2).
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-PAYHIST-FILE-STAT         PIC X(2).
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
      *
       01  WS-PERIOD-HOLD.
           05  WS-PARM-PERIOD               PIC X(6).
       01  WS-TOTALS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-SKIPPED-CNT               PIC 9(5).
           05  WS-INACTIVE-CNT              PIC 9(5).
           05  WS-FINAL-CNT                 PIC 9(5).
           05  WS-CURR-PER-TOT              PIC 9(8)V99.
           05  WS-YTD-BEFORE-TOT            PIC 9(8)V99.
           05  WS-YTD-AFTER-TOT             PIC 9(8)V99.
           05  WS-PAGE-COUNT                PIC 9(2).
      *
       01  WS-YTD-BEFORE-HOLD              PIC 9(6)V99.
      *
       01  WS-ROLL-AMT-HOLD                PIC 9(6)V99.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
               10  WS-DAY                   PIC X(2).
      *
       01  WS-ER-MASTER-WORK.
           05  WS-ER-EMPL-STATUS            PIC X(1).
               88  WS-STATUS-LWOP               VALUE "L".
               88  WS-STATUS-TERMINATED         VALUE "T".
           05  WS-ER-HIRE-DATE              PIC X(6).
           05  WS-ER-FINAL-PAID             PIC X(1).
               88  WS-FINAL-CHECK-PAID          VALUE "Y".
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WS-ER-EMPL-NUM.
               10  WS-ER-EMPL-NUM-3         PIC X(3).
               10  WS-ER-EMPL-NUM-2         PIC X(2).
               88  WS-FREQ-BIWEEKLY             VALUE "B".
               88  WS-FREQ-SEMIMONTHLY          VALUE "S".
               88  WS-FREQ-MONTHLY              VALUE "M" SPACE.
           05  WS-ER-WORK-STATE             PIC X(1).
           05  FILLER                       PIC X(4) VALUE SPACES.
      *
       01  WS-HEADING.
           05  FILLER                       PIC X(10)
           05  WS-YTD-BEFORE-OUT          PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-YTD-AFTER-OUT           PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-FINAL-OUT               PIC X(5).
           05  FILLER                     PIC X(52) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
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
       01  WS-FINAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(22) VALUE
               "FINAL CHECKS POSTED".
           05  WS-FINAL-CNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(99) VALUE SPACES.
      *
       01  WS-BLOCKED-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
               IF WS-NETPAY-OPEN-SW = "Y" THEN
                   CLOSE NET-PAY-FILE-IN
               END-IF
               IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
                   CLOSE LEAVE-BAL-FILE-IO
               END-IF
               PERFORM C20-TOTALS-PARA
               PERFORM C40-UPDATE-LOG-PARA
           END-IF.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-SKIPPED-CNT.
           MOVE ZEROS TO WS-INACTIVE-CNT.
           MOVE ZEROS TO WS-FINAL-CNT.
           MOVE ZEROS TO WS-CURR-PER-TOT.
           MOVE ZEROS TO WS-YTD-BEFORE-TOT.
           MOVE ZEROS TO WS-YTD-AFTER-TOT.
               CLOSE PAY-HISTORY-FILE-IO
               OPEN I-O PAY-HISTORY-FILE-IO
           END-IF.
           MOVE "Y" TO WS-LEAVEBAL-OPEN-SW.
           OPEN I-O LEAVE-BAL-FILE-IO.
           IF WS-LEAVEBAL-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-LEAVEBAL-OPEN-SW
           END-IF.
      *
      *
       B16-CHECK-ACTIVE-PARA.
           MOVE "Y" TO WS-EMPL-ACTIVE-SW.
           IF WS-STATUS-LWOP THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           ELSE IF WS-STATUS-TERMINATED AND WS-FINAL-CHECK-PAID THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           END-IF.
      *
      *
       B19-CHECK-DUE-PARA.
      *
      *
       B20-POST-PARA.
           PERFORM B16-CHECK-ACTIVE-PARA.
           PERFORM B19-CHECK-DUE-PARA.
           IF WS-EMPL-ACTIVE-SW = "N" THEN
               ADD 1 TO WS-INACTIVE-CNT
               READ EARNINGS-FILE-IO INTO WS-ER-MASTER-WORK
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           ELSE IF WS-EMPL-DUE-SW = "N" THEN
               ADD 1 TO WS-SKIPPED-CNT
               READ EARNINGS-FILE-IO INTO WS-ER-MASTER-WORK
                   AT END MOVE "Y" TO WS-EOF-SW
       B22-ROLL-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ER-YTD-EARN TO WS-YTD-BEFORE-HOLD.
           MOVE WS-ER-EARN-THIS-PER TO WS-ROLL-AMT-HOLD.
           MOVE "N" TO WS-NETPAY-FOUND-SW.
           IF WS-NETPAY-OPEN-SW = "Y" THEN
               PERFORM B24-READ-NETPAY-PARA
           END-IF.
           ADD WS-ROLL-AMT-HOLD TO WS-ER-YTD-EARN.
           IF WS-STATUS-TERMINATED AND WS-NETPAY-FOUND-SW = "Y" THEN
               PERFORM B26-POST-FINAL-PARA
           END-IF.
           MOVE WS-ER-MASTER-WORK TO ER-MASTER-REC-IO.
           REWRITE ER-MASTER-REC-IO.

           IF WS-NETPAY-FOUND-SW = "Y" THEN
               PERFORM B25-WRITE-HISTORY-PARA
           END-IF.

           ADD 1 TO WS-EMPL-CNT.
           ADD WS-ROLL-AMT-HOLD TO WS-CURR-PER-TOT.
           ADD WS-YTD-BEFORE-HOLD TO WS-YTD-BEFORE-TOT.
           ADD WS-ER-YTD-EARN TO WS-YTD-AFTER-TOT.

           MOVE WS-ER-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE WS-ER-EMPL-LNAME TO WS-EMPL-LNAME-OUT.
           MOVE WS-ER-EMPL-FNAME TO WS-EMPL-FNAME-OUT.
           MOVE WS-ROLL-AMT-HOLD TO WS-CURR-PER-OUT.
           MOVE WS-YTD-BEFORE-HOLD TO WS-YTD-BEFORE-OUT.
           MOVE WS-ER-YTD-EARN TO WS-YTD-AFTER-OUT.

               AT END MOVE "Y" TO WS-EOF-SW.
      *
      *
       B24-READ-NETPAY-PARA.
           MOVE WS-ER-EMPL-NUM TO NP-EMPL-NUM-IN.
           READ NET-PAY-FILE-IN
               INVALID KEY
                   MOVE "N" TO WS-NETPAY-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-NETPAY-FOUND-SW
                   ADD NP-SUPP-PAY-IN TO WS-ROLL-AMT-HOLD
           END-READ.
      *
      *
       B25-WRITE-HISTORY-PARA.
           MOVE SPACES TO PH-PAY-HIST-REC-IO.
           MOVE WS-ER-EMPL-NUM TO PH-EMPL-NUM-IO.
           MOVE WS-PARM-PERIOD TO PH-PERIOD-DATE-IO.
           MOVE NP-GROSS-PAY-IN TO PH-GROSS-PAY-IO.
           MOVE NP-FED-TAX-IN TO PH-FED-TAX-IO.
           MOVE NP-STATE-TAX-IN TO PH-STATE-TAX-IO.
           MOVE NP-FICA-IN TO PH-FICA-IO.
           MOVE NP-DEDUCT-IN TO PH-DEDUCT-IO.
           MOVE NP-NET-PAY-IN TO PH-NET-PAY-IO.
           MOVE NP-SUPP-TYPE-IN TO PH-SUPP-TYPE-IO.
           MOVE NP-SUPP-PAY-IN TO PH-SUPP-PAY-IO.
           MOVE WS-ER-WORK-STATE TO PH-WORK-STATE-IO.
           WRITE PH-PAY-HIST-REC-IO
               INVALID KEY
                   REWRITE PH-PAY-HIST-REC-IO
           END-WRITE.
      *
      *
       B26-POST-FINAL-PARA.
           MOVE "Y" TO WS-ER-FINAL-PAID.
           MOVE "FINAL" TO WS-FINAL-OUT.
           ADD 1 TO WS-FINAL-CNT.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO LB-EMPL-NUM-IO
               READ LEAVE-BAL-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD LB-VAC-BAL-IO TO LB-VAC-TAKEN-YTD-IO
                       MOVE ZEROS TO LB-VAC-BAL-IO
                       REWRITE LB-LEAVE-BAL-REC-IO
               END-READ
           END-IF.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           MOVE WS-YTD-BEFORE-TOT TO WS-BEFORE-TOT-OUT.
           MOVE WS-YTD-AFTER-TOT TO WS-AFTER-TOT-OUT.
           MOVE WS-SKIPPED-CNT TO WS-SKIPPED-CNT-OUT.
           MOVE WS-INACTIVE-CNT TO WS-INACTIVE-CNT-OUT.
           MOVE WS-FINAL-CNT TO WS-FINAL-CNT-OUT.
           WRITE PR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE PR-REPORT-OUT FROM WS-SKIPPED-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PR-REPORT-OUT FROM WS-INACTIVE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PR-REPORT-OUT FROM WS-FINAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
