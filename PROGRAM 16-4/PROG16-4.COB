       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-4.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JAN 23,2004.
      *DATE-COMPILED. JAN 23,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE PRE-RELEASE VARIANCE REVIEW. IT RUNS
      * AFTER THE PROG12-7 CHECK REGISTER AND BEFORE THE PROG15-5
      * BANK FILE STEP, AND COMPARES EACH EMPLOYEE'S TAXCALC.DAT AND
      * NETPAY.DAT FIGURES FOR THIS PERIOD WITH THE EMPLOYEE'S MOST
      * RECENT EARLIER PERIOD ON THE PAYHIST.DAT PAY HISTORY FILE.
      * AN EXCEPTION LINE IS PRINTED FOR EACH OF THE FOLLOWING:
      *   - GROSS PAY MOVED BY MORE THAN THE LIMIT PERCENT
      *   - NET PAY MOVED BY MORE THAN THE LIMIT PERCENT
      *   - NET PAY ZERO OR BELOW THE MINIMUM NET AMOUNT
      *   - A FIRST-EVER CHECK (NO EARLIER HISTORY)
      *   - TAXABLE EARNINGS WITH NO FEDERAL TAX COMPUTED
      *   - AN EMPLOYEE DUE THIS CYCLE WHO WAS PAID LAST PERIOD BUT
      *     HAS NO NETPAY.DAT RECORD NOW
      * THE LIMIT PERCENT (POSITIONS 1-3) AND MINIMUM NET AMOUNT
      * (POSITIONS 4-10, 9(5)V99) COME FROM VARPRM.DAT; WITH NO
      * VARPRM.DAT ON HAND 25 PERCENT AND 50.00 ARE USED. EMPLOYEES
      * NOT DUE THIS CYCLE (TAXCALC DUE FLAG "N") ARE NOT REVIEWED.
      *
      * THE RUN ENDS BY WRITING THE SIGN-OFF STATUS RECORD
      * (VARSTAT.DAT) FOR THE PERIODPRM.DAT PERIOD. WITH NO
      * EXCEPTIONS THE REVIEW IS MARKED COMPLETE; OTHERWISE IT IS
      * MARKED PENDING UNTIL THE REVIEWER HAS WORKED THE REPORT AND
      * SIGNS IT OFF THROUGH THE PROG14-1 RUN CONTROL DRIVER, WHICH
      * WILL NOT LAUNCH THE PROG15-5 BANK FILE STEP UNTIL THE
      * RECORD FOR THE CURRENT PERIOD SHOWS COMPLETE.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TAX-CALC-FILE-IN
               ASSIGN TO "TAXCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-EMPL-NUM-IN
               FILE STATUS IS WS-TAXCALC-FILE-STAT.
           SELECT NET-PAY-FILE-IN
               ASSIGN TO "NETPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NP-EMPL-NUM-IN
               FILE STATUS IS WS-NETPAY-FILE-STAT.
           SELECT PAY-HISTORY-FILE-IN
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY-IN
               FILE STATUS IS WS-PAYHIST-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT VARIANCE-PARM-FILE-IN
               ASSIGN TO "VARPRM.DAT"
               FILE STATUS IS WS-VARPRM-FILE-STAT.
           SELECT VARIANCE-STATUS-OUT
               ASSIGN TO "VARSTAT.DAT"
               FILE STATUS IS WS-VARSTAT-FILE-STAT.
           SELECT VARIANCE-REPORT-OUT
               ASSIGN TO "PROG16-4_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  TAX-CALC-FILE-IN
               RECORD CONTAINS 110 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-CALC-REC-IN.
      *
       01  TX-TAX-CALC-REC-IN.
           05  TX-EMPL-NUM-IN.
               10  TX-EMPL-NUM-3-IN         PIC X(3).
               10  TX-EMPL-NUM-2-IN         PIC X(2).
               10  TX-EMPL-NUM-4-IN         PIC X(4).
           05  TX-EMPL-LNAME-IN             PIC X(12).
           05  TX-EMPL-FNAME-IN             PIC X(9).
           05  TX-MAR-STAT-IN               PIC X(1).
           05  TX-EXEMPTIONS-IN             PIC 9(2).
           05  TX-WORK-STATE-IN             PIC X(1).
           05  TX-GROSS-IN                  PIC 9(5)V99.
           05  TX-YTD-EARN-IN               PIC 9(6)V99.
           05  TX-ANNUAL-EARN-IN            PIC 9(6)V99.
           05  TX-TAXABLE-EARN-IN           PIC 9(6)V99.
           05  TX-FED-TAX-IN                PIC 9(6)V99.
           05  TX-STATE-TAX-IN              PIC 9(6)V99.
           05  TX-FED-OK-IN                 PIC X(1).
           05  TX-STATE-OK-IN               PIC X(1).
           05  TX-DUE-IN                    PIC X(1).
           05  TX-SUPP-TYPE-IN              PIC X(1).
           05  TX-SUPP-PAY-IN               PIC 9(5)V99.
           05  TX-SUPP-FED-TAX-IN           PIC 9(5)V99.
           05  TX-SUPP-STATE-TAX-IN         PIC 9(5)V99.
           05  FILLER                       PIC X(4).
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
       FD  PAY-HISTORY-FILE-IN
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PH-PAY-HIST-REC-IN.
      *
       01  PH-PAY-HIST-REC-IN.
           05  PH-HIST-KEY-IN.
               10  PH-EMPL-NUM-IN           PIC X(9).
               10  PH-PERIOD-DATE-IN        PIC X(6).
           05  PH-GROSS-PAY-IN              PIC 9(5)V99.
           05  PH-FED-TAX-IN                PIC 9(6)V99.
           05  PH-STATE-TAX-IN              PIC 9(6)V99.
           05  PH-FICA-IN                   PIC 9(6)V99.
           05  PH-DEDUCT-IN                 PIC 9(6)V99.
           05  PH-NET-PAY-IN                PIC 9(5)V99.
           05  PH-SUPP-TYPE-IN              PIC X(1).
           05  PH-SUPP-PAY-IN               PIC 9(5)V99.
           05  FILLER                       PIC X(1).
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
       FD  VARIANCE-PARM-FILE-IN
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS VP-VARIANCE-PARM-IN.
      *
       01  VP-VARIANCE-PARM-IN.
           05  VP-LIMIT-PCT-IN              PIC 9(3).
           05  VP-MINIMUM-NET-IN            PIC 9(5)V99.
           05  FILLER                       PIC X(10).
      *
       FD  VARIANCE-STATUS-OUT
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS VS-STATUS-REC-OUT.
      *
       01  VS-STATUS-REC-OUT.
           05  VS-PERIOD-DATE-OUT           PIC X(6).
           05  VS-REVIEW-DATE-OUT           PIC X(6).
           05  VS-REVIEWED-CNT-OUT          PIC 9(5).
           05  VS-EXCEPTION-CNT-OUT         PIC 9(5).
           05  VS-STATUS-OUT                PIC X(1).
           05  VS-SIGNOFF-ID-OUT            PIC X(3).
           05  VS-SIGNOFF-DATE-OUT          PIC X(6).
           05  FILLER                       PIC X(8).
      *
       FD  VARIANCE-REPORT-OUT
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
           05  WS-EOF-SW                    PIC X(1).
           05  WS-RUN-BLOCKED-SW            PIC X(1).
           05  WS-PAYHIST-OPEN-SW           PIC X(1).
           05  WS-PAYHIST-EOF-SW            PIC X(1).
           05  WS-PRIOR-FOUND-SW            PIC X(1).
           05  WS-NETPAY-FOUND-SW           PIC X(1).
           05  WS-EMPL-FLAGGED-SW           PIC X(1).
           05  WS-SHOW-PCT-SW               PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-TAXCALC-FILE-STAT         PIC X(2).
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-PAYHIST-FILE-STAT         PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-VARPRM-FILE-STAT          PIC X(2).
           05  WS-VARSTAT-FILE-STAT         PIC X(2).
      *
       01  WS-PARM-PERIOD                   PIC X(6).
      *
       01  WS-LIMITS.
           05  WS-LIMIT-PCT                 PIC 9(3).
           05  WS-MINIMUM-NET               PIC 9(5)V99.
      *
       01  WS-PRIOR-HOLD.
           05  WS-PRIOR-PERIOD              PIC X(6).
           05  WS-PRIOR-GROSS               PIC 9(5)V99.
           05  WS-PRIOR-NET                 PIC 9(5)V99.
      *
       01  WS-CALCULATIONS.
           05  WS-CURRENT-AMT               PIC 9(5)V99.
           05  WS-PRIOR-AMT                 PIC 9(5)V99.
           05  WS-CHANGE-AMT                PIC S9(6)V99.
           05  WS-CHANGE-PCT                PIC 9(7)V9.
           05  WS-PCT-HOLD                  PIC 9(3)V9.
      *
       01  WS-FLAG-REASON                   PIC X(30).
      *
       01  WS-TOTALS.
           05  WS-REVIEWED-CNT              PIC 9(5).
           05  WS-NOT-DUE-CNT               PIC 9(5).
           05  WS-FLAGGED-EMPL-CNT          PIC 9(5).
           05  WS-EXCEPTION-CNT             PIC 9(5).
           05  WS-GROSS-FLAG-CNT            PIC 9(5).
           05  WS-NET-FLAG-CNT              PIC 9(5).
           05  WS-LOW-NET-FLAG-CNT          PIC 9(5).
           05  WS-FIRST-FLAG-CNT            PIC 9(5).
           05  WS-NO-FED-FLAG-CNT           PIC 9(5).
           05  WS-MISSING-FLAG-CNT          PIC 9(5).
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
       01  WS-HEADING.
           05  FILLER                       PIC X(8) VALUE "VARIANCE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "REVIEW".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(16-4)".
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(7) VALUE "PERIOD".
           05  WS-PERIOD-OUT                PIC X(6).
           05  FILLER                       PIC X(25) VALUE SPACES.
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
           05  FILLER                       PIC X(50) VALUE SPACES.
      *
       01  WS-COL-HEADING-01.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(22) VALUE
               "-----EMPLOYEE-NAME----".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "CURRENT".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "PRIOR".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "CURRENT".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "PRIOR".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "PRIOR".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "PCT".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "EXCEPTION".
           05  FILLER                     PIC X(27) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "LAST".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "GROSS".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "GROSS".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "NET".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "NET".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "PERIOD".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "CHG".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "REASON".
           05  FILLER                     PIC X(30) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
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
           05  WS-CUR-GROSS-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PRIOR-GROSS-OUT         PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CUR-NET-OUT             PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PRIOR-NET-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PRIOR-PERIOD-OUT        PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PCT-OUT                 PIC ZZ9.9.
           05  WS-PCT-BLANK-OUT REDEFINES WS-PCT-OUT PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-REASON-OUT              PIC X(30).
           05  FILLER                     PIC X(6) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-TL-LABEL-OUT            PIC X(30).
           05  WS-TL-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(91) VALUE SPACES.
      *
       01  WS-LIMIT-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "LIMIT PERCENT ".
           05  WS-LL-PCT-OUT              PIC ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
               "MINIMUM NET ".
           05  WS-LL-MIN-NET-OUT          PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(86) VALUE SPACES.
      *
       01  WS-STATUS-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(16) VALUE
               "REVIEW STATUS - ".
           05  WS-SL-STATUS-OUT           PIC X(50).
           05  FILLER                     PIC X(61) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN OUTPUT VARIANCE-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B12-GET-PARMS-PARA.
           IF WS-RUN-BLOCKED-SW = "N" THEN
               PERFORM B15-OPEN-FILES-PARA
           END-IF.
           IF WS-RUN-BLOCKED-SW = "N" THEN
               PERFORM C10-HEADINGS-PARA
               READ TAX-CALC-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM B20-PROCESS-PARA
                   UNTIL WS-EOF-SW = "Y"
               PERFORM C20-TOTALS-PARA
               PERFORM C40-WRITE-STATUS-PARA
               CLOSE TAX-CALC-FILE-IN
                     NET-PAY-FILE-IN
               IF WS-PAYHIST-OPEN-SW = "Y" THEN
                   CLOSE PAY-HISTORY-FILE-IN
               END-IF
           END-IF.
           CLOSE VARIANCE-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-RUN-BLOCKED-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE 1 TO WS-PAGE-COUNT.
           MOVE ZEROS TO WS-TOTALS.
           MOVE SPACES TO WS-PARM-PERIOD.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
      *
      *
       B12-GET-PARMS-PARA.
           OPEN INPUT PERIOD-PARM-FILE-IN.
           IF WS-PARM-FILE-STAT NOT = "00" THEN
               MOVE "Y" TO WS-RUN-BLOCKED-SW
           ELSE
               READ PERIOD-PARM-FILE-IN
                   AT END MOVE "Y" TO WS-RUN-BLOCKED-SW
                   NOT AT END MOVE PP-PERIOD-DATE-IN
                       TO WS-PARM-PERIOD
               END-READ
               CLOSE PERIOD-PARM-FILE-IN
           END-IF.
           IF WS-RUN-BLOCKED-SW = "Y" THEN
               DISPLAY "PERIODPRM.DAT MISSING OR EMPTY - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-PARM-PERIOD TO WS-PERIOD-OUT.
           MOVE 25 TO WS-LIMIT-PCT.
           MOVE 50.00 TO WS-MINIMUM-NET.
           OPEN INPUT VARIANCE-PARM-FILE-IN.
           IF WS-VARPRM-FILE-STAT = "00" THEN
               READ VARIANCE-PARM-FILE-IN
                   AT END CONTINUE
                   NOT AT END
                       IF VP-LIMIT-PCT-IN NUMERIC AND
                          VP-MINIMUM-NET-IN NUMERIC THEN
                           MOVE VP-LIMIT-PCT-IN TO WS-LIMIT-PCT
                           MOVE VP-MINIMUM-NET-IN TO WS-MINIMUM-NET
                       END-IF
               END-READ
               CLOSE VARIANCE-PARM-FILE-IN
           END-IF.
      *
      *
       B15-OPEN-FILES-PARA.
           OPEN INPUT TAX-CALC-FILE-IN.
           IF WS-TAXCALC-FILE-STAT NOT = "00" THEN
               DISPLAY "TAXCALC.DAT CANNOT BE OPENED - STATUS "
                   WS-TAXCALC-FILE-STAT " - RUN PROG16-1 FIRST"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-RUN-BLOCKED-SW
           ELSE
               OPEN INPUT NET-PAY-FILE-IN
               IF WS-NETPAY-FILE-STAT NOT = "00" THEN
                   DISPLAY "NETPAY.DAT CANNOT BE OPENED - STATUS "
                       WS-NETPAY-FILE-STAT " - RUN PROG12-7 FIRST"
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-RUN-BLOCKED-SW
                   CLOSE TAX-CALC-FILE-IN
               END-IF
           END-IF.
           MOVE "Y" TO WS-PAYHIST-OPEN-SW.
           IF WS-RUN-BLOCKED-SW = "N" THEN
               OPEN INPUT PAY-HISTORY-FILE-IN
               IF WS-PAYHIST-FILE-STAT NOT = "00" THEN
                   MOVE "N" TO WS-PAYHIST-OPEN-SW
               END-IF
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           IF TX-DUE-IN = "N" THEN
               ADD 1 TO WS-NOT-DUE-CNT
           ELSE
               ADD 1 TO WS-REVIEWED-CNT
               MOVE "N" TO WS-EMPL-FLAGGED-SW
               PERFORM B30-FIND-PRIOR-PARA
               MOVE "Y" TO WS-NETPAY-FOUND-SW
               MOVE TX-EMPL-NUM-IN TO NP-EMPL-NUM-IN
               READ NET-PAY-FILE-IN
                   INVALID KEY
                       MOVE "N" TO WS-NETPAY-FOUND-SW
                       MOVE ZEROS TO NP-GROSS-PAY-IN NP-NET-PAY-IN
               END-READ
               IF WS-NETPAY-FOUND-SW = "Y" THEN
                   PERFORM B40-CHECK-CURRENT-PARA
               ELSE
                   IF WS-PRIOR-FOUND-SW = "Y" THEN
                       ADD 1 TO WS-MISSING-FLAG-CNT
                       MOVE "PAID LAST PERIOD - NO CHECK NOW"
                           TO WS-FLAG-REASON
                       MOVE "N" TO WS-SHOW-PCT-SW
                       PERFORM C30-PRINT-FLAG-PARA
                   END-IF
               END-IF
           END-IF.
           READ TAX-CALC-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B30-FIND-PRIOR-PARA.
           MOVE "N" TO WS-PRIOR-FOUND-SW.
           MOVE SPACES TO WS-PRIOR-PERIOD.
           MOVE ZEROS TO WS-PRIOR-GROSS WS-PRIOR-NET.
           IF WS-PAYHIST-OPEN-SW = "Y" THEN
               MOVE "N" TO WS-PAYHIST-EOF-SW
               MOVE TX-EMPL-NUM-IN TO PH-EMPL-NUM-IN
               MOVE LOW-VALUES TO PH-PERIOD-DATE-IN
               START PAY-HISTORY-FILE-IN
                   KEY IS NOT LESS THAN PH-HIST-KEY-IN
                   INVALID KEY MOVE "Y" TO WS-PAYHIST-EOF-SW
               END-START
               IF WS-PAYHIST-EOF-SW = "N" THEN
                   PERFORM B32-READ-HISTORY-PARA
               END-IF
               PERFORM B34-CHECK-HISTORY-PARA
                   UNTIL WS-PAYHIST-EOF-SW = "Y"
           END-IF.
      *
      *
       B32-READ-HISTORY-PARA.
           READ PAY-HISTORY-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO WS-PAYHIST-EOF-SW
           END-READ.
      *
      *
       B34-CHECK-HISTORY-PARA.
           IF PH-EMPL-NUM-IN NOT = TX-EMPL-NUM-IN THEN
               MOVE "Y" TO WS-PAYHIST-EOF-SW
           ELSE
               IF PH-PERIOD-DATE-IN < WS-PARM-PERIOD THEN
                   MOVE "Y" TO WS-PRIOR-FOUND-SW
                   MOVE PH-PERIOD-DATE-IN TO WS-PRIOR-PERIOD
                   MOVE PH-GROSS-PAY-IN TO WS-PRIOR-GROSS
                   MOVE PH-NET-PAY-IN TO WS-PRIOR-NET
               END-IF
               PERFORM B32-READ-HISTORY-PARA
           END-IF.
      *
      *
       B40-CHECK-CURRENT-PARA.
           IF WS-PRIOR-FOUND-SW = "N" THEN
               ADD 1 TO WS-FIRST-FLAG-CNT
               MOVE "FIRST CHECK - NO PRIOR HISTORY" TO WS-FLAG-REASON
               MOVE "N" TO WS-SHOW-PCT-SW
               PERFORM C30-PRINT-FLAG-PARA
           ELSE
               MOVE NP-GROSS-PAY-IN TO WS-CURRENT-AMT
               MOVE WS-PRIOR-GROSS TO WS-PRIOR-AMT
               PERFORM B45-COMPUTE-PCT-PARA
               IF WS-PCT-HOLD > WS-LIMIT-PCT THEN
                   ADD 1 TO WS-GROSS-FLAG-CNT
                   MOVE "GROSS PAY CHANGE OVER LIMIT" TO WS-FLAG-REASON
                   MOVE "Y" TO WS-SHOW-PCT-SW
                   PERFORM C30-PRINT-FLAG-PARA
               END-IF
               MOVE NP-NET-PAY-IN TO WS-CURRENT-AMT
               MOVE WS-PRIOR-NET TO WS-PRIOR-AMT
               PERFORM B45-COMPUTE-PCT-PARA
               IF WS-PCT-HOLD > WS-LIMIT-PCT THEN
                   ADD 1 TO WS-NET-FLAG-CNT
                   MOVE "NET PAY CHANGE OVER LIMIT" TO WS-FLAG-REASON
                   MOVE "Y" TO WS-SHOW-PCT-SW
                   PERFORM C30-PRINT-FLAG-PARA
               END-IF
           END-IF.
           IF NP-NET-PAY-IN = ZERO OR
              NP-NET-PAY-IN < WS-MINIMUM-NET THEN
               ADD 1 TO WS-LOW-NET-FLAG-CNT
               MOVE "NET PAY ZERO OR BELOW MINIMUM" TO WS-FLAG-REASON
               MOVE "N" TO WS-SHOW-PCT-SW
               PERFORM C30-PRINT-FLAG-PARA
           END-IF.
           IF TX-TAXABLE-EARN-IN > ZERO AND
              TX-FED-TAX-IN = ZERO THEN
               ADD 1 TO WS-NO-FED-FLAG-CNT
               MOVE "TAXABLE - NO FEDERAL TAX" TO WS-FLAG-REASON
               MOVE "N" TO WS-SHOW-PCT-SW
               PERFORM C30-PRINT-FLAG-PARA
           END-IF.
      *
      *
       B45-COMPUTE-PCT-PARA.
           IF WS-PRIOR-AMT = ZERO THEN
               IF WS-CURRENT-AMT = ZERO THEN
                   MOVE ZERO TO WS-PCT-HOLD
               ELSE
                   MOVE 999.9 TO WS-PCT-HOLD
               END-IF
           ELSE
               COMPUTE WS-CHANGE-AMT = WS-CURRENT-AMT - WS-PRIOR-AMT
               IF WS-CHANGE-AMT < ZERO THEN
                   COMPUTE WS-CHANGE-AMT = ZERO - WS-CHANGE-AMT
               END-IF
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMT * 100 / WS-PRIOR-AMT
               IF WS-CHANGE-PCT > 999.9 THEN
                   MOVE 999.9 TO WS-PCT-HOLD
               ELSE
                   MOVE WS-CHANGE-PCT TO WS-PCT-HOLD
               END-IF
           END-IF.
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
       C20-TOTALS-PARA.
           MOVE SPACES TO VR-REPORT-OUT.
           WRITE VR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           MOVE WS-LIMIT-PCT TO WS-LL-PCT-OUT.
           MOVE WS-MINIMUM-NET TO WS-LL-MIN-NET-OUT.
           WRITE VR-REPORT-OUT FROM WS-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES REVIEWED" TO WS-TL-LABEL-OUT.
           MOVE WS-REVIEWED-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "EMPLOYEES NOT DUE" TO WS-TL-LABEL-OUT.
           MOVE WS-NOT-DUE-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "EMPLOYEES WITH EXCEPTIONS" TO WS-TL-LABEL-OUT.
           MOVE WS-FLAGGED-EMPL-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "  GROSS PAY CHANGE" TO WS-TL-LABEL-OUT.
           MOVE WS-GROSS-FLAG-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "  NET PAY CHANGE" TO WS-TL-LABEL-OUT.
           MOVE WS-NET-FLAG-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "  NET ZERO OR BELOW MINIMUM" TO WS-TL-LABEL-OUT.
           MOVE WS-LOW-NET-FLAG-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "  FIRST CHECK" TO WS-TL-LABEL-OUT.
           MOVE WS-FIRST-FLAG-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "  TAXABLE - NO FEDERAL TAX" TO WS-TL-LABEL-OUT.
           MOVE WS-NO-FED-FLAG-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "  PAID LAST PERIOD - MISSING" TO WS-TL-LABEL-OUT.
           MOVE WS-MISSING-FLAG-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           MOVE "TOTAL EXCEPTIONS" TO WS-TL-LABEL-OUT.
           MOVE WS-EXCEPTION-CNT TO WS-TL-COUNT-OUT.
           PERFORM C25-WRITE-TOTAL-LINE-PARA.
           IF WS-EXCEPTION-CNT = ZERO THEN
               MOVE "COMPLETE - NO EXCEPTIONS" TO WS-SL-STATUS-OUT
           ELSE
               MOVE "PENDING - SIGN OFF THROUGH PROG14-1 WHEN WORKED"
                   TO WS-SL-STATUS-OUT
           END-IF.
           MOVE SPACES TO VR-REPORT-OUT.
           WRITE VR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE VR-REPORT-OUT FROM WS-STATUS-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C25-WRITE-TOTAL-LINE-PARA.
           WRITE VR-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-PRINT-FLAG-PARA.
           ADD 1 TO WS-EXCEPTION-CNT.
           IF WS-EMPL-FLAGGED-SW = "N" THEN
               MOVE "Y" TO WS-EMPL-FLAGGED-SW
               ADD 1 TO WS-FLAGGED-EMPL-CNT
           END-IF.
           MOVE TX-EMPL-NUM-3-IN TO WS-SSN-3-OUT.
           MOVE TX-EMPL-NUM-2-IN TO WS-SSN-2-OUT.
           MOVE TX-EMPL-NUM-4-IN TO WS-SSN-4-OUT.
           MOVE TX-EMPL-LNAME-IN TO WS-EMPL-LNAME-OUT.
           MOVE TX-EMPL-FNAME-IN TO WS-EMPL-FNAME-OUT.
           MOVE NP-GROSS-PAY-IN TO WS-CUR-GROSS-OUT.
           MOVE WS-PRIOR-GROSS TO WS-PRIOR-GROSS-OUT.
           MOVE NP-NET-PAY-IN TO WS-CUR-NET-OUT.
           MOVE WS-PRIOR-NET TO WS-PRIOR-NET-OUT.
           MOVE WS-PRIOR-PERIOD TO WS-PRIOR-PERIOD-OUT.
           IF WS-SHOW-PCT-SW = "Y" THEN
               MOVE WS-PCT-HOLD TO WS-PCT-OUT
           ELSE
               MOVE SPACES TO WS-PCT-BLANK-OUT
           END-IF.
           MOVE WS-FLAG-REASON TO WS-REASON-OUT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE VR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C40-WRITE-STATUS-PARA.
           OPEN OUTPUT VARIANCE-STATUS-OUT.
           MOVE SPACES TO VS-STATUS-REC-OUT.
           MOVE WS-PARM-PERIOD TO VS-PERIOD-DATE-OUT.
           MOVE DATE-ACCEPT TO VS-REVIEW-DATE-OUT.
           MOVE WS-REVIEWED-CNT TO VS-REVIEWED-CNT-OUT.
           MOVE WS-EXCEPTION-CNT TO VS-EXCEPTION-CNT-OUT.
           IF WS-EXCEPTION-CNT = ZERO THEN
               MOVE "C" TO VS-STATUS-OUT
           ELSE
               MOVE "P" TO VS-STATUS-OUT
           END-IF.
           WRITE VS-STATUS-REC-OUT.
           CLOSE VARIANCE-STATUS-OUT.
      *
