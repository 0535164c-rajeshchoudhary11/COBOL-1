      * IS TAKEN IN AN OFF WEEK - AND COUNTED ON THE SKIPPED LINE
      * AT THE BOTTOM OF THE REGISTER.
      *
      * EMPLOYEES WHO ARE NOT ACTIVE ON THE MASTER (STATUS "L",
      * LEAVE WITHOUT PAY, OR STATUS "T" WITH THE FINAL CHECK
      * ALREADY POSTED) ARE ALSO SKIPPED - NO DEDUCTION IS TAKEN - AND
      * COUNTED ON THEIR OWN LINE UNDER THE SKIPPED LINE. A
      * TERMINATED EMPLOYEE STILL OWED A FINAL CHECK IS PROCESSED
      * AS USUAL ON THE CYCLE THE PAY GROUP IS DUE.
      *
      *
      *
       ENVIRONMENT DIVISION.
           05  PP-DUE-FREQS-IN              PIC X(4).
      *
       FD  TAX-CALC-FILE-IN
               RECORD CONTAINS 110 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-CALC-REC-IN.
      *
           05  TX-FED-OK-IN                 PIC X(1).
           05  TX-STATE-OK-IN               PIC X(1).
           05  TX-DUE-IN                    PIC X(1).
           05  TX-SUPP-TYPE-IN              PIC X(1).
           05  TX-SUPP-PAY-IN               PIC 9(5)V99.
           05  TX-SUPP-FED-TAX-IN           PIC 9(5)V99.
           05  TX-SUPP-STATE-TAX-IN         PIC 9(5)V99.
           05  FILLER                       PIC X(4).
      *
       FD  FICA-CURRENT-IN
               RECORD CONTAINS 20 CHARACTERS
           05  WS-DEDUCT-EOF-SW             PIC X(1).
           05  WS-ARREARS-EOF-SW            PIC X(1).
           05  WS-EMPL-DUE-SW               PIC X(1).
           05  WS-EMPL-ACTIVE-SW            PIC X(1).
           05  WS-FICACUR-OPEN-SW           PIC X(1).
      *
       01  WS-FILE-STATUSES.
       01  WS-TOTALS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-SKIPPED-CNT               PIC 9(5).
           05  WS-INACTIVE-CNT              PIC 9(5).
           05  WS-DEDUCT-CNT                PIC 9(5).
           05  WS-GRAND-DEDUCT-TOT          PIC 9(8)V99.
           05  WS-GRAND-ARREARS-TOT        PIC 9(8)V99.
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
           05  WS-ER-EMPL-NUM-IN            PIC X(9).
           05  WS-ER-EMPL-LNAME-IN          PIC X(12).
           05  WS-ER-EMPL-FNAME-IN          PIC X(9).
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
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-SKIPPED-CNT.
           MOVE ZEROS TO WS-INACTIVE-CNT.
           MOVE ZEROS TO WS-DEDUCT-CNT.
           MOVE ZEROS TO WS-GRAND-DEDUCT-TOT.
           MOVE ZEROS TO WS-GRAND-ARREARS-TOT.
               MOVE "WBSM" TO WS-DUE-FREQS
           END-IF.
      *
      *
       B14-CHECK-ACTIVE-PARA.
           MOVE "Y" TO WS-EMPL-ACTIVE-SW.
           IF WS-STATUS-LWOP THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           ELSE IF WS-STATUS-TERMINATED AND WS-FINAL-CHECK-PAID THEN
               MOVE "N" TO WS-EMPL-ACTIVE-SW
           END-IF.
      *
      *
       B15-CHECK-DUE-PARA.
           IF WS-FREQ-WEEKLY THEN
      *
      *
       B20-PROCESS-PARA.
           PERFORM B14-CHECK-ACTIVE-PARA.
           PERFORM B15-CHECK-DUE-PARA.
           IF WS-EMPL-ACTIVE-SW = "N" THEN
               ADD 1 TO WS-INACTIVE-CNT
               READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           ELSE IF WS-EMPL-DUE-SW = "N" THEN
               ADD 1 TO WS-SKIPPED-CNT
               READ EARNINGS-FILE-IN INTO WS-ER-EARNINGS-REC-IN
                   AT END MOVE "Y" TO WS-EOF-SW
           MOVE WS-GRAND-DEDUCT-TOT TO WS-GT-AMOUNT-OUT.
           MOVE WS-GRAND-ARREARS-TOT TO WS-AT-AMOUNT-OUT.
           MOVE WS-SKIPPED-CNT TO WS-SKIPPED-CNT-OUT.
           MOVE WS-INACTIVE-CNT TO WS-INACTIVE-CNT-OUT.
           MOVE SPACES TO DR-REPORT-OUT.
           WRITE DR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE DR-REPORT-OUT FROM WS-SKIPPED-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DR-REPORT-OUT FROM WS-INACTIVE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DR-REPORT-OUT FROM WS-ARREARS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
