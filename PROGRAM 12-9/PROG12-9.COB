      * EMPLOYEE NUMBER IS NOT ON THE MASTER IS LISTED IN THE ORPHAN
      * SECTION OF THE REPORT SO IT CAN BE RESOLVED BEFORE FILING.
      *
      * THE LEAVE BALANCE FILE (LEAVEBAL.DAT, SEE PROG16-5) IS SWEPT
      * LAST. EACH LEAVE BANK IS COPIED AS IT STANDS TO LEAVEBAL.ARC,
      * THEN ANY VACATION OR SICK BALANCE ABOVE ITS CARRYOVER CAP (A
      * ZERO CAP MEANING NO LIMIT) IS CUT BACK TO THE CAP AND THE
      * HOURS ACCRUED AND TAKEN THIS YEAR ARE ZEROED. THE HOURS
      * FORFEITED ARE TOTALLED ON THE LAST LINE OF THE REPORT, AND A
      * BANK FOR AN EMPLOYEE NOT ON THE MASTER IS LISTED WITH THE
      * ORPHANS (VACATION BALANCE SHOWN).
      *
      * THE EMPLOYER UNEMPLOYMENT WAGE FILE (UNEMPYTD.DAT, SEE
      * PROG16-9) IS SWEPT THE SAME WAY AS THE YTD TAX FILES: EACH
      * RECORD IS COPIED TO UNEMPYTD.ARC AND ITS YEAR-TO-DATE WAGES
      * AND TAX ARE REWRITTEN TO ZERO SO THE FUTA AND SUTA WAGE
      * BASES START OVER WITH THE NEW YEAR. THE QUARTER-TO-DATE
      * FIELDS ARE LEFT FOR THE PROG16-9 FOURTH QUARTER CLOSE, AS
      * QTDTAX.DAT IS LEFT FOR PROG15-8. A RECORD FOR AN EMPLOYEE
      * NOT ON THE MASTER IS LISTED WITH THE ORPHANS (YTD
      * UNEMPLOYMENT WAGES SHOWN).
      *
      * THE MASTER YTD EARNINGS AND THE DEDUCT.DAT YTD-TAKEN AMOUNTS
      * ARE RESET WITH THE REST, SO EVERY ACCUMULATOR THE PROG17-2
      * BALANCING PROOF COMPARES TO THE YEAR'S PAY HISTORY STARTS
      * THE NEW YEAR AT ZERO. EACH MASTER RECORD IS REWRITTEN WITH
      * ZERO YTD EARNINGS AS SOON AS ITS STATEMENT LINE AND W-2
      * EXTRACT HAVE BEEN WRITTEN. THE DEDUCTION FILE IS SWEPT LIKE
      * THE YTD TAX FILES, EACH RECORD COPIED TO DEDUCT.ARC BEFORE
      * ITS YTD-TAKEN IS ZEROED; A DEDUCTION FOR AN EMPLOYEE NOT ON
      * THE MASTER IS LISTED WITH THE ORPHANS (YTD TAKEN SHOWN).
      * PROG14-1 REFUSES THIS RUN UNLESS THE PROG17-2 PROOF HAS
      * COMPLETED CLEAN.
      *
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-EMPL-NUM-IO
               FILE STATUS IS WS-FICAYTD-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IO
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMPL-NUM-IO
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT UNEMP-YTD-FILE-IO
               ASSIGN TO "UNEMPYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UY-EMPL-NUM-IO
               FILE STATUS IS WS-UNEMPYTD-FILE-STAT.
           SELECT DEDUCT-FILE-IO
               ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DEDUCT-KEY-IO
               FILE STATUS IS WS-DEDUCT-FILE-STAT.
           SELECT W2-EXTRACT-OUT
               ASSIGN TO "W2EXTR.DAT".
           SELECT FED-ARCHIVE-OUT
               ASSIGN TO "STYTDTAX.ARC".
           SELECT FICA-ARCHIVE-OUT
               ASSIGN TO "FICAYTD.ARC".
           SELECT LEAVE-ARCHIVE-OUT
               ASSIGN TO "LEAVEBAL.ARC".
           SELECT UNEMP-ARCHIVE-OUT
               ASSIGN TO "UNEMPYTD.ARC".
           SELECT DEDUCT-ARCHIVE-OUT
               ASSIGN TO "DEDUCT.ARC".
           SELECT ANNUAL-STMT-REPORT-OUT
               ASSIGN TO "PROG12-9_OUT.DAT".
      *
           05  FY-EMPL-NUM-IO               PIC X(9).
           05  FY-FICA-YTD-AMT-IO           PIC 9(7)V99.
           05  FILLER                       PIC X(2).
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
           05  FILLER                       PIC X(48).
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
       FD  W2-EXTRACT-OUT
               RECORD CONTAINS 65 CHARACTERS
               DATA RECORD IS FR-ARCHIVE-REC-OUT.
      *
       01  FR-ARCHIVE-REC-OUT               PIC X(20).
      *
       FD  LEAVE-ARCHIVE-OUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LA-ARCHIVE-REC-OUT.
      *
       01  LA-ARCHIVE-REC-OUT               PIC X(100).
      *
       FD  UNEMP-ARCHIVE-OUT
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS UA-ARCHIVE-REC-OUT.
      *
       01  UA-ARCHIVE-REC-OUT               PIC X(120).
      *
       FD  DEDUCT-ARCHIVE-OUT
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DA-ARCHIVE-REC-OUT.
      *
       01  DA-ARCHIVE-REC-OUT               PIC X(40).
      *
       FD  ANNUAL-STMT-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  WS-YTD-FILE-STAT             PIC X(2).
           05  WS-STYTD-FILE-STAT           PIC X(2).
           05  WS-FICAYTD-FILE-STAT         PIC X(2).
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-UNEMPYTD-FILE-STAT        PIC X(2).
           05  WS-DEDUCT-FILE-STAT          PIC X(2).
      *
       01  WS-LEAVE-TOTALS.
           05  WS-LEAVE-BANK-CNT            PIC 9(5).
           05  WS-VAC-FORFEIT-TOT           PIC 9(7)V99.
           05  WS-SICK-FORFEIT-TOT          PIC 9(7)V99.
           05  WS-FORFEIT-HOLD              PIC 9(4)V99.
      *
       01  WS-TOTALS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  FILLER                     PIC X(14) VALUE
               "ORPHAN RECORDS".
           05  FILLER                     PIC X(100) VALUE SPACES.
      *
       01  WS-LEAVE-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
               "LEAVE BANKS ".
           05  WS-LEAVE-BANK-CNT-OUT      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE
               "VACATION HOURS FORFEITED ".
           05  WS-VAC-FORFEIT-OUT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(21) VALUE
               "SICK HOURS FORFEITED ".
           05  WS-SICK-FORFEIT-OUT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(33) VALUE SPACES.
      *
      *
      *
      *
      *
       A00-MAINLINE-PARA.
           OPEN I-O    EARNINGS-FILE-IN
                OUTPUT W2-EXTRACT-OUT
                       FED-ARCHIVE-OUT
                       STATE-ARCHIVE-OUT
                       FICA-ARCHIVE-OUT
                       LEAVE-ARCHIVE-OUT
                       UNEMP-ARCHIVE-OUT
                       DEDUCT-ARCHIVE-OUT
                       ANNUAL-STMT-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B15-OPEN-YTD-PARA.
           PERFORM B70-SWEEP-FED-PARA.
           PERFORM B80-SWEEP-STATE-PARA.
           PERFORM B82-SWEEP-FICA-PARA.
           PERFORM B91-SWEEP-LEAVE-PARA.
           PERFORM B93-SWEEP-UNEMP-PARA.
           PERFORM B95-SWEEP-DEDUCT-PARA.
           PERFORM C50-ORPHAN-TOTAL-PARA.
           PERFORM C60-LEAVE-TOTAL-PARA.
           CLOSE EARNINGS-FILE-IN
                 YTD-TAX-FILE-IO
                 STATE-YTD-TAX-FILE-IO
                 FICA-YTD-FILE-IO
                 LEAVE-BAL-FILE-IO
                 UNEMP-YTD-FILE-IO
                 DEDUCT-FILE-IO
                 W2-EXTRACT-OUT
                 FED-ARCHIVE-OUT
                 STATE-ARCHIVE-OUT
                 FICA-ARCHIVE-OUT
                 LEAVE-ARCHIVE-OUT
                 UNEMP-ARCHIVE-OUT
                 DEDUCT-ARCHIVE-OUT
                 ANNUAL-STMT-REPORT-OUT.
           STOP RUN.
      *
           MOVE ZEROS TO WS-FED-TAX-TOT.
           MOVE ZEROS TO WS-ST1-TAX-TOT.
           MOVE ZEROS TO WS-ST2-TAX-TOT.
           MOVE ZEROS TO WS-LEAVE-BANK-CNT.
           MOVE ZEROS TO WS-VAC-FORFEIT-TOT.
           MOVE ZEROS TO WS-SICK-FORFEIT-TOT.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               CLOSE FICA-YTD-FILE-IO
               OPEN I-O FICA-YTD-FILE-IO
           END-IF.
           OPEN I-O LEAVE-BAL-FILE-IO.
           IF WS-LEAVEBAL-FILE-STAT = "35" THEN
               OPEN OUTPUT LEAVE-BAL-FILE-IO
               CLOSE LEAVE-BAL-FILE-IO
               OPEN I-O LEAVE-BAL-FILE-IO
           END-IF.
           OPEN I-O UNEMP-YTD-FILE-IO.
           IF WS-UNEMPYTD-FILE-STAT = "35" THEN
               OPEN OUTPUT UNEMP-YTD-FILE-IO
               CLOSE UNEMP-YTD-FILE-IO
               OPEN I-O UNEMP-YTD-FILE-IO
           END-IF.
           OPEN I-O DEDUCT-FILE-IO.
           IF WS-DEDUCT-FILE-STAT = "35" THEN
               OPEN OUTPUT DEDUCT-FILE-IO
               CLOSE DEDUCT-FILE-IO
               OPEN I-O DEDUCT-FILE-IO
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           WRITE AS-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
           MOVE ZEROS TO WS-ER-YTD-EARN-IN.
           MOVE WS-ER-EARNINGS-REC-IN TO ER-EARNINGS-REC-IN.
           REWRITE ER-EARNINGS-REC-IN.
           READ EARNINGS-FILE-IN NEXT RECORD
               INTO WS-ER-EARNINGS-REC-IN
               AT END MOVE "Y" TO WS-EOF-SW
                   MOVE "Y" TO WS-MASTER-FOUND-SW
           END-READ.
      *
      *
       B91-SWEEP-LEAVE-PARA.
           MOVE "N" TO WS-SWEEP-EOF-SW.
           MOVE LOW-VALUES TO LB-EMPL-NUM-IO.
           START LEAVE-BAL-FILE-IO
               KEY IS NOT LESS THAN LB-EMPL-NUM-IO
               INVALID KEY MOVE "Y" TO WS-SWEEP-EOF-SW
           END-START.
           IF WS-SWEEP-EOF-SW = "N" THEN
               READ LEAVE-BAL-FILE-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-SWEEP-EOF-SW
               END-READ
           END-IF.
           PERFORM B92-LEAVE-RECORD-PARA
               UNTIL WS-SWEEP-EOF-SW = "Y".
      *
      *
       B92-LEAVE-RECORD-PARA.
           MOVE LB-EMPL-NUM-IO TO YT-EMPL-NUM-IO.
           PERFORM B90-CHECK-MASTER-PARA.
           IF WS-MASTER-FOUND-SW = "N" THEN
               MOVE "LEAVE" TO WS-ORPHAN-SOURCE-OUT
               MOVE LB-EMPL-NUM-IO TO WS-ORPHAN-EMPL-NUM-OUT
               MOVE LB-VAC-BAL-IO TO WS-ORPHAN-AMT-OUT
               PERFORM C40-WRITE-ORPHAN-PARA
           END-IF.
           WRITE LA-ARCHIVE-REC-OUT FROM LB-LEAVE-BAL-REC-IO.
           IF LB-VAC-CAP-IO > ZERO AND
              LB-VAC-BAL-IO > LB-VAC-CAP-IO THEN
               SUBTRACT LB-VAC-CAP-IO FROM LB-VAC-BAL-IO
                   GIVING WS-FORFEIT-HOLD
               ADD WS-FORFEIT-HOLD TO WS-VAC-FORFEIT-TOT
               MOVE LB-VAC-CAP-IO TO LB-VAC-BAL-IO
           END-IF.
           IF LB-SICK-CAP-IO > ZERO AND
              LB-SICK-BAL-IO > LB-SICK-CAP-IO THEN
               SUBTRACT LB-SICK-CAP-IO FROM LB-SICK-BAL-IO
                   GIVING WS-FORFEIT-HOLD
               ADD WS-FORFEIT-HOLD TO WS-SICK-FORFEIT-TOT
               MOVE LB-SICK-CAP-IO TO LB-SICK-BAL-IO
           END-IF.
           MOVE ZEROS TO LB-VAC-ACCR-YTD-IO.
           MOVE ZEROS TO LB-VAC-TAKEN-YTD-IO.
           MOVE ZEROS TO LB-SICK-ACCR-YTD-IO.
           MOVE ZEROS TO LB-SICK-TAKEN-YTD-IO.
           REWRITE LB-LEAVE-BAL-REC-IO.
           ADD 1 TO WS-LEAVE-BANK-CNT.
           READ LEAVE-BAL-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-SWEEP-EOF-SW
           END-READ.
      *
      *
       B93-SWEEP-UNEMP-PARA.
           MOVE "N" TO WS-SWEEP-EOF-SW.
           MOVE LOW-VALUES TO UY-EMPL-NUM-IO.
           START UNEMP-YTD-FILE-IO
               KEY IS NOT LESS THAN UY-EMPL-NUM-IO
               INVALID KEY MOVE "Y" TO WS-SWEEP-EOF-SW
           END-START.
           IF WS-SWEEP-EOF-SW = "N" THEN
               READ UNEMP-YTD-FILE-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-SWEEP-EOF-SW
               END-READ
           END-IF.
           PERFORM B94-UNEMP-RECORD-PARA
               UNTIL WS-SWEEP-EOF-SW = "Y".
      *
      *
       B94-UNEMP-RECORD-PARA.
           MOVE UY-EMPL-NUM-IO TO YT-EMPL-NUM-IO.
           PERFORM B90-CHECK-MASTER-PARA.
           IF WS-MASTER-FOUND-SW = "N" THEN
               MOVE "UNEMP" TO WS-ORPHAN-SOURCE-OUT
               MOVE UY-EMPL-NUM-IO TO WS-ORPHAN-EMPL-NUM-OUT
               MOVE UY-YTD-WAGES-IO TO WS-ORPHAN-AMT-OUT
               PERFORM C40-WRITE-ORPHAN-PARA
           END-IF.
           WRITE UA-ARCHIVE-REC-OUT FROM UY-UNEMP-YTD-REC-IO.
           MOVE ZEROS TO UY-YTD-WAGES-IO.
           MOVE ZEROS TO UY-FUTA-WAGES-YTD-IO.
           MOVE ZEROS TO UY-FUTA-TAX-YTD-IO.
           MOVE ZEROS TO UY-SUTA-WAGES-YTD-IO.
           MOVE ZEROS TO UY-SUTA-TAX-YTD-IO.
           REWRITE UY-UNEMP-YTD-REC-IO.
           READ UNEMP-YTD-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-SWEEP-EOF-SW
           END-READ.
      *
      *
       B95-SWEEP-DEDUCT-PARA.
           MOVE "N" TO WS-SWEEP-EOF-SW.
           MOVE LOW-VALUES TO DD-DEDUCT-KEY-IO.
           START DEDUCT-FILE-IO
               KEY IS NOT LESS THAN DD-DEDUCT-KEY-IO
               INVALID KEY MOVE "Y" TO WS-SWEEP-EOF-SW
           END-START.
           IF WS-SWEEP-EOF-SW = "N" THEN
               READ DEDUCT-FILE-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-SWEEP-EOF-SW
               END-READ
           END-IF.
           PERFORM B96-DEDUCT-RECORD-PARA
               UNTIL WS-SWEEP-EOF-SW = "Y".
      *
      *
       B96-DEDUCT-RECORD-PARA.
           MOVE DD-EMPL-NUM-IO TO YT-EMPL-NUM-IO.
           PERFORM B90-CHECK-MASTER-PARA.
           IF WS-MASTER-FOUND-SW = "N" THEN
               MOVE "DEDUCT" TO WS-ORPHAN-SOURCE-OUT
               MOVE DD-EMPL-NUM-IO TO WS-ORPHAN-EMPL-NUM-OUT
               MOVE DD-YTD-TAKEN-IO TO WS-ORPHAN-AMT-OUT
               PERFORM C40-WRITE-ORPHAN-PARA
           END-IF.
           WRITE DA-ARCHIVE-REC-OUT FROM DD-DEDUCT-REC-IO.
           MOVE ZEROS TO DD-YTD-TAKEN-IO.
           REWRITE DD-DEDUCT-REC-IO.
           READ DEDUCT-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-SWEEP-EOF-SW
           END-READ.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE AS-REPORT-OUT FROM WS-ORPHAN-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *
       C60-LEAVE-TOTAL-PARA.
           MOVE WS-LEAVE-BANK-CNT TO WS-LEAVE-BANK-CNT-OUT.
           MOVE WS-VAC-FORFEIT-TOT TO WS-VAC-FORFEIT-OUT.
           MOVE WS-SICK-FORFEIT-TOT TO WS-SICK-FORFEIT-OUT.
           MOVE SPACES TO AS-REPORT-OUT.
           WRITE AS-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE AS-REPORT-OUT FROM WS-LEAVE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
