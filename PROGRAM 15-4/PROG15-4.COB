      * WITHHELD IN AN OFF WEEK - AND COUNTED ON THE SKIPPED LINE
      * AT THE BOTTOM OF THE REGISTER.
      *
      * EMPLOYEES WHO ARE NOT ACTIVE ON THE MASTER (STATUS "L",
      * LEAVE WITHOUT PAY, OR STATUS "T" WITH THE FINAL CHECK
      * ALREADY POSTED) ARE ALSO SKIPPED - NO FICA IS WITHHELD - AND
      * COUNTED ON THEIR OWN LINE UNDER THE SKIPPED LINE. A
      * TERMINATED EMPLOYEE STILL OWED A FINAL CHECK IS PROCESSED
      * AS USUAL ON THE CYCLE THE PAY GROUP IS DUE.
      *
      * SUPPLEMENTAL EARNINGS (BONUS, COMMISSION, RETRO, OTHER) ARE
      * FICA WAGES LIKE REGULAR PAY. THEY DO NOT PASS THROUGH THE
      * MASTER, SO WHEN THE PROG16-1 CALCULATION FILE (TAXCALC.DAT)
      * IS ON HAND THE EMPLOYEE'S SUPPLEMENTAL PAY IS READ FROM IT
      * AND ADDED TO THE CURRENT PERIOD EARNINGS BEFORE THE WAGE
      * BASE TEST AND BOTH PERCENTAGES ARE APPLIED. THE GROSS
      * COLUMN SHOWS THE COMBINED FICA WAGES. WITH NO TAXCALC.DAT
      * THE RUN TAKES REGULAR PAY ONLY, BUT SAYS SO ON A LINE UNDER
      * THE REGISTER TOTALS AND ENDS WITH RETURN CODE 4 SO THE
      * MISSING SUPPLEMENTAL FICA WAGES ARE NOT OVERLOOKED.
      *
      *
      *
       ENVIRONMENT DIVISION.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT TAX-CALC-FILE-IN
               ASSIGN TO "TAXCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-EMPL-NUM-IN
               FILE STATUS IS WS-TAXCALC-FILE-STAT.
      *
      *
      *
       01  PP-PERIOD-PARM-IN.
           05  PP-PERIOD-DATE-IN            PIC X(6).
           05  PP-DUE-FREQS-IN              PIC X(4).
      *
       FD  TAX-CALC-FILE-IN
               RECORD CONTAINS 110 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-CALC-REC-IN.
      *
       01  TX-TAX-CALC-REC-IN.
           05  TX-EMPL-NUM-IN               PIC X(9).
           05  FILLER                       PIC X(75).
           05  TX-SUPP-TYPE-IN              PIC X(1).
           05  TX-SUPP-PAY-IN               PIC 9(5)V99.
           05  FILLER                       PIC X(18).
      *
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-EMPL-DUE-SW               PIC X(1).
           05  WS-EMPL-ACTIVE-SW            PIC X(1).
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-FICA-YTD-FILE-STAT        PIC X(2).
           05  WS-FICACUR-FILE-STAT         PIC X(2).
           05  WS-GLPOST-FILE-STAT          PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-TAXCALC-FILE-STAT         PIC X(2).
           05  WS-TAXCALC-OPEN-SW           PIC X(1).
      *
       01  WS-DUE-FREQS                     PIC X(4).
       01  WS-DUE-FREQ-TABLE REDEFINES WS-DUE-FREQS.
       01  WS-TOTALS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-SKIPPED-CNT               PIC 9(5).
           05  WS-INACTIVE-CNT              PIC 9(5).
           05  WS-GRAND-SS-TOT              PIC 9(7)V99.
           05  WS-GRAND-MED-TOT             PIC 9(7)V99.
           05  WS-GRAND-FICA-TOT            PIC 9(7)V99.
           05  WS-PAGE-COUNT                PIC 9(2).
      *
       01  WS-CALCULATIONS.
           05  WS-FICA-WAGES                PIC 9(6)V99.
           05  WS-SS-WAGES                  PIC 9(6)V99.
           05  WS-SS-TAX-HOLD               PIC 9(6)V99.
           05  WS-MED-TAX-HOLD              PIC 9(6)V99.
               10  WS-DAY                   PIC X(2).
      *
       01  WS-ER-EARNINGS-REC-IN.
           05  WS-ER-EMPL-STATUS-IN         PIC X(1).
               88  WS-STATUS-LWOP               VALUE "L".
               88  WS-STATUS-TERMINATED         VALUE "T".
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  WS-ER-FINAL-PAID-IN          PIC X(1).
               88  WS-FINAL-CHECK-PAID          VALUE "Y".
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WS-ER-EMPL-NUM-IN.
               10  WS-ER-EMPL-NUM-3-IN      PIC X(3).
               10  WS-ER-EMPL-NUM-2-IN      PIC X(2).
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
       01  WS-NO-TAXCALC-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(51) VALUE
               "SUPPLEMENTAL PAY NOT INCLUDED - TAXCALC.DAT MISSING".
           05  FILLER                     PIC X(76) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
                       FICA-CURRENT-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B15-OPEN-YTD-PARA.
           PERFORM B16-OPEN-TAXCALC-PARA.
           READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
                AT END MOVE "Y" TO WS-EOF-SW.
           PERFORM B20-PROCESS-PARA
                 FICA-REPORT-OUT
                 FICA-CURRENT-OUT
                 FICA-YTD-FILE-IO.
           IF WS-TAXCALC-OPEN-SW = "Y" THEN
               CLOSE TAX-CALC-FILE-IN
           END-IF.
           STOP RUN.
      *
      *
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-SKIPPED-CNT.
           MOVE ZEROS TO WS-INACTIVE-CNT.
           MOVE ZEROS TO WS-GRAND-SS-TOT.
           MOVE ZEROS TO WS-GRAND-MED-TOT.
           MOVE ZEROS TO WS-GRAND-FICA-TOT.
               MOVE "WBSM" TO WS-DUE-FREQS
           END-IF.
      *
      *
       B18-CHECK-ACTIVE-PARA.
           MOVE "Y" TO WS-EMPL-ACTIVE-SW.
           IF WS-STATUS-LWOP THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           ELSE IF WS-STATUS-TERMINATED AND WS-FINAL-CHECK-PAID THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           END-IF.
      *
      *
       B17-CHECK-DUE-PARA.
           IF WS-FREQ-WEEKLY THEN
               OPEN I-O FICA-YTD-FILE-IO
           END-IF.
      *
      *
       B16-OPEN-TAXCALC-PARA.
           MOVE "Y" TO WS-TAXCALC-OPEN-SW.
           OPEN INPUT TAX-CALC-FILE-IN.
           IF WS-TAXCALC-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-TAXCALC-OPEN-SW
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           PERFORM B18-CHECK-ACTIVE-PARA.
           PERFORM B17-CHECK-DUE-PARA.
           IF WS-EMPL-ACTIVE-SW = "N" THEN
               ADD 1 TO WS-INACTIVE-CNT
               READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           ELSE IF WS-EMPL-DUE-SW = "N" THEN
               ADD 1 TO WS-SKIPPED-CNT
               READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
                   AT END MOVE "Y" TO WS-EOF-SW
           MOVE ZEROS TO WS-FICA-HOLD.
           ADD 1 TO WS-EMPL-CNT.

           MOVE WS-ER-EARN-THIS-PER-IN TO WS-FICA-WAGES.
           IF WS-TAXCALC-OPEN-SW = "Y" THEN
               PERFORM B22-GET-SUPP-PARA
           END-IF.

           IF WS-ER-YTD-EARN-IN NOT LESS THAN WS-SS-WAGE-BASE THEN
               MOVE ZEROS TO WS-SS-WAGES
           ELSE
               IF WS-ER-YTD-EARN-IN + WS-FICA-WAGES
                   GREATER THAN WS-SS-WAGE-BASE THEN
                   SUBTRACT WS-ER-YTD-EARN-IN FROM WS-SS-WAGE-BASE
                       GIVING WS-SS-WAGES
               ELSE
                   MOVE WS-FICA-WAGES TO WS-SS-WAGES
               END-IF
           END-IF.

           MULTIPLY WS-SS-WAGES BY WS-SS-RATE
               GIVING WS-SS-TAX-HOLD ROUNDED.
           MULTIPLY WS-FICA-WAGES BY WS-MED-RATE
               GIVING WS-MED-TAX-HOLD ROUNDED.
           ADD WS-SS-TAX-HOLD WS-MED-TAX-HOLD GIVING WS-FICA-HOLD.

           MOVE WS-ER-EMPL-NUM-4-IN TO WS-SSN-4-OUT.
           MOVE WS-ER-EMPL-LNAME-IN TO WS-EMPL-LNAME-OUT.
           MOVE WS-ER-EMPL-FNAME-IN TO WS-EMPL-FNAME-OUT.
           MOVE WS-FICA-WAGES TO WS-GROSS-OUT.
           MOVE WS-SS-WAGES TO WS-SS-WAGES-OUT.
           MOVE WS-SS-TAX-HOLD TO WS-SS-TAX-OUT.
           MOVE WS-MED-TAX-HOLD TO WS-MED-TAX-OUT.
           READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
               AT END MOVE "Y" TO WS-EOF-SW.
      *
      *
       B22-GET-SUPP-PARA.
           MOVE WS-ER-EMPL-NUM-IN TO TX-EMPL-NUM-IN.
           READ TAX-CALC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TX-SUPP-PAY-IN NUMERIC THEN
                       ADD TX-SUPP-PAY-IN TO WS-FICA-WAGES
                   END-IF
           END-READ.
      *
      *
       B50-UPDATE-YTD-PARA.
           MOVE WS-ER-EMPL-NUM-IN TO FY-EMPL-NUM-IO.
           MOVE WS-GRAND-FICA-TOT TO WS-FICA-TOT-OUT.
           MOVE WS-GRAND-MATCH-TOT TO WS-MATCH-TOT-OUT.
           MOVE WS-SKIPPED-CNT TO WS-SKIPPED-CNT-OUT.
           MOVE WS-INACTIVE-CNT TO WS-INACTIVE-CNT-OUT.
           WRITE FR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE FR-REPORT-OUT FROM WS-SKIPPED-LINE
               AFTER ADVANCING 1 LINE.
           WRITE FR-REPORT-OUT FROM WS-INACTIVE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE FR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-TAXCALC-OPEN-SW = "N" THEN
               WRITE FR-REPORT-OUT FROM WS-NO-TAXCALC-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *
       C35-WRITE-GL-PARA.
