       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-6.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  FEB 06,2004.
      *DATE-COMPILED. FEB 06,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE LEAVE BALANCE REPORT. IT READS THE LEAVE
      * BALANCE FILE (LEAVEBAL.DAT, MAINTAINED BY PROG16-5 AND
      * UPDATED EACH CYCLE BY THE PROG15-6 TIMECARD RUN) IN EMPLOYEE
      * NUMBER ORDER AND PRINTS ONE LINE PER EMPLOYEE WITH THE NAME
      * FROM THE EARNINGS.DAT MASTER AND, FOR VACATION AND FOR SICK
      * LEAVE, THE ANNUAL ACCRUAL RATE, THE HOURS ACCRUED AND TAKEN
      * THIS YEAR, THE CURRENT BALANCE AND THE YEAR-END CARRYOVER
      * CAP. A BALANCE ABOVE A NON-ZERO CAP IS FLAGGED WITH AN
      * ASTERISK, SINCE THE EXCESS IS FORFEITED WHEN PROG12-9 RUNS
      * AT YEAR END. A BANK WHOSE EMPLOYEE IS NOT ON THE MASTER IS
      * PRINTED WITH "NOT ON FILE" IN PLACE OF THE NAME. TOTAL
      * BALANCES AND THE NUMBER OF BANKS OVER THEIR CAP PRINT AT
      * THE BOTTOM OF THE REPORT (PROG16-6_OUT.DAT).
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT LEAVE-BAL-FILE-IN
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMPL-NUM-IN
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT EARNINGS-FILE-IN
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-EMPL-NUM-IN
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT LEAVE-REPORT-OUT
               ASSIGN TO "PROG16-6_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  LEAVE-BAL-FILE-IN
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LB-LEAVE-BAL-REC-IN.
      *
       01  LB-LEAVE-BAL-REC-IN.
           05  LB-EMPL-NUM-IN.
               10  LB-EMPL-NUM-3-IN         PIC X(3).
               10  LB-EMPL-NUM-2-IN         PIC X(2).
               10  LB-EMPL-NUM-4-IN         PIC X(4).
           05  LB-VAC-RATE-IN               PIC 9(3)V99.
           05  LB-SICK-RATE-IN              PIC 9(3)V99.
           05  LB-VAC-CAP-IN                PIC 9(3)V99.
           05  LB-SICK-CAP-IN               PIC 9(3)V99.
           05  LB-VAC-BAL-IN                PIC 9(4)V99.
           05  LB-SICK-BAL-IN               PIC 9(4)V99.
           05  LB-VAC-ACCR-YTD-IN           PIC 9(4)V99.
           05  LB-VAC-TAKEN-YTD-IN          PIC 9(4)V99.
           05  LB-SICK-ACCR-YTD-IN          PIC 9(4)V99.
           05  LB-SICK-TAKEN-YTD-IN         PIC 9(4)V99.
           05  LB-ACCR-PERIOD-IN            PIC X(6).
           05  LB-TAKEN-PERIOD-IN           PIC X(6).
           05  LB-CUR-VAC-TAKEN-IN          PIC 9(3)V99.
           05  LB-CUR-SICK-TAKEN-IN         PIC 9(3)V99.
           05  FILLER                       PIC X(13).
      *
       FD  EARNINGS-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ER-EARNINGS-REC-IN.
      *
       01  ER-EARNINGS-REC-IN              PIC X(80).
       01  ER-EARNINGS-KEY-REC REDEFINES ER-EARNINGS-REC-IN.
           05  FILLER                      PIC X(10).
           05  ER-EMPL-NUM-IN              PIC X(9).
           05  ER-EMPL-LNAME-IN            PIC X(12).
           05  ER-EMPL-FNAME-IN            PIC X(9).
           05  FILLER                      PIC X(40).
      *
       FD  LEAVE-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LR-REPORT-OUT.
      *
       01  LR-REPORT-OUT                   PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
      *
       01  WS-TOTALS.
           05  WS-BANK-CNT                  PIC 9(5).
           05  WS-OVER-CAP-CNT              PIC 9(5).
           05  WS-VAC-BAL-TOT               PIC 9(8)V99.
           05  WS-SICK-BAL-TOT              PIC 9(8)V99.
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
           05  FILLER                       PIC X(5) VALUE "LEAVE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(7) VALUE "BALANCE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "REPORT".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(16-6)".
           05  FILLER                       PIC X(38) VALUE SPACES.
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
           05  FILLER                     PIC X(52) VALUE SPACES.
           05  FILLER                     PIC X(14)
                                          VALUE "VACATION HOURS".
           05  FILLER                     PIC X(32) VALUE SPACES.
           05  FILLER                     PIC X(16)
                                          VALUE "SICK LEAVE HOURS".
           05  FILLER                     PIC X(18) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "LAST NAME".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "RATE".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "ACCRUED".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "TAKEN".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "BALANCE".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "CAP".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "RATE".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "ACCRUED".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "TAKEN".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "BALANCE".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "CAP".
           05  FILLER                     PIC X(3) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  WS-SSN-OUT.
               10  WS-SSN-3-OUT           PIC X(3).
               10  WS-DASH-1-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-2-OUT           PIC X(2).
               10  WS-DASH-2-OUT          PIC X(1) VALUE "-".
               10  WS-SSN-4-OUT           PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LNAME-OUT               PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-FNAME-OUT               PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-VAC-RATE-OUT            PIC ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-VAC-ACCR-OUT            PIC Z,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-VAC-TAKEN-OUT           PIC Z,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-VAC-BAL-OUT             PIC Z,ZZ9.99.
           05  WS-VAC-FLAG-OUT            PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-VAC-CAP-OUT             PIC ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SICK-RATE-OUT           PIC ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SICK-ACCR-OUT           PIC Z,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SICK-TAKEN-OUT          PIC Z,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SICK-BAL-OUT            PIC Z,ZZ9.99.
           05  WS-SICK-FLAG-OUT           PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SICK-CAP-OUT            PIC ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "BANKS ".
           05  WS-GT-BANK-CNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "OVER CAP ".
           05  WS-GT-OVER-CAP-CNT-OUT     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(26) VALUE SPACES.
           05  WS-GT-VAC-BAL-OUT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  WS-GT-SICK-BAL-OUT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(12) VALUE SPACES.
      *
       01  WS-FOOTNOTE-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(34)
               VALUE "* BALANCE OVER THE CARRYOVER CAP -".
           05  FILLER                     PIC X(34)
               VALUE " EXCESS IS FORFEITED AT YEAR END".
           05  FILLER                     PIC X(59) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT LEAVE-BAL-FILE-IN.
           IF WS-LEAVEBAL-FILE-STAT NOT = "00" THEN
               DISPLAY "LEAVEBAL.DAT CANNOT BE OPENED - STATUS "
                   WS-LEAVEBAL-FILE-STAT " - NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT  EARNINGS-FILE-IN
                    OUTPUT LEAVE-REPORT-OUT
               PERFORM B10-INIT-PARA
               READ LEAVE-BAL-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM B20-PROCESS-PARA
                   UNTIL WS-EOF-SW = "Y"
               PERFORM C20-TOTALS-PARA
               CLOSE LEAVE-BAL-FILE-IN
                     EARNINGS-FILE-IN
                     LEAVE-REPORT-OUT
           END-IF.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-BANK-CNT.
           MOVE ZEROS TO WS-OVER-CAP-CNT.
           MOVE ZEROS TO WS-VAC-BAL-TOT.
           MOVE ZEROS TO WS-SICK-BAL-TOT.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B20-PROCESS-PARA.
           MOVE LB-EMPL-NUM-3-IN TO WS-SSN-3-OUT.
           MOVE LB-EMPL-NUM-2-IN TO WS-SSN-2-OUT.
           MOVE LB-EMPL-NUM-4-IN TO WS-SSN-4-OUT.
           MOVE LB-EMPL-NUM-IN TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-LNAME-OUT
                   MOVE SPACES TO WS-FNAME-OUT
               NOT INVALID KEY
                   MOVE ER-EMPL-LNAME-IN TO WS-LNAME-OUT
                   MOVE ER-EMPL-FNAME-IN TO WS-FNAME-OUT
           END-READ.
           MOVE LB-VAC-RATE-IN TO WS-VAC-RATE-OUT.
           MOVE LB-VAC-ACCR-YTD-IN TO WS-VAC-ACCR-OUT.
           MOVE LB-VAC-TAKEN-YTD-IN TO WS-VAC-TAKEN-OUT.
           MOVE LB-VAC-BAL-IN TO WS-VAC-BAL-OUT.
           MOVE LB-VAC-CAP-IN TO WS-VAC-CAP-OUT.
           MOVE LB-SICK-RATE-IN TO WS-SICK-RATE-OUT.
           MOVE LB-SICK-ACCR-YTD-IN TO WS-SICK-ACCR-OUT.
           MOVE LB-SICK-TAKEN-YTD-IN TO WS-SICK-TAKEN-OUT.
           MOVE LB-SICK-BAL-IN TO WS-SICK-BAL-OUT.
           MOVE LB-SICK-CAP-IN TO WS-SICK-CAP-OUT.
           PERFORM B30-CHECK-CAP-PARA.
           ADD 1 TO WS-BANK-CNT.
           ADD LB-VAC-BAL-IN TO WS-VAC-BAL-TOT.
           ADD LB-SICK-BAL-IN TO WS-SICK-BAL-TOT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE LR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
           READ LEAVE-BAL-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B30-CHECK-CAP-PARA.
           MOVE SPACE TO WS-VAC-FLAG-OUT.
           MOVE SPACE TO WS-SICK-FLAG-OUT.
           IF LB-VAC-CAP-IN > ZERO AND
              LB-VAC-BAL-IN > LB-VAC-CAP-IN THEN
               MOVE "*" TO WS-VAC-FLAG-OUT
           END-IF.
           IF LB-SICK-CAP-IN > ZERO AND
              LB-SICK-BAL-IN > LB-SICK-CAP-IN THEN
               MOVE "*" TO WS-SICK-FLAG-OUT
           END-IF.
           IF WS-VAC-FLAG-OUT = "*" OR WS-SICK-FLAG-OUT = "*" THEN
               ADD 1 TO WS-OVER-CAP-CNT
           END-IF.
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
           MOVE SPACES TO LR-REPORT-OUT.
           MOVE WS-BANK-CNT TO WS-GT-BANK-CNT-OUT.
           MOVE WS-OVER-CAP-CNT TO WS-GT-OVER-CAP-CNT-OUT.
           MOVE WS-VAC-BAL-TOT TO WS-GT-VAC-BAL-OUT.
           MOVE WS-SICK-BAL-TOT TO WS-GT-SICK-BAL-OUT.
           WRITE LR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE LR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-OVER-CAP-CNT > ZERO THEN
               MOVE SPACES TO LR-REPORT-OUT
               WRITE LR-REPORT-OUT
                   AFTER ADVANCING 1 LINE
               WRITE LR-REPORT-OUT FROM WS-FOOTNOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
