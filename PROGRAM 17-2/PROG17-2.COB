       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG17-2.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  APR 16,2004.
      *DATE-COMPILED. APR 16,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE PAY HISTORY BALANCING PROOF. THE CYCLE
      * POSTS EVERY CHECK INTO SEVERAL ACCUMULATORS BY SEPARATE RUNS
      * - THE MASTER YTD EARNINGS (PROG12-8), YTDTAX.DAT (PROG12-2),
      * STYTDTAX.DAT (PROG12-6), FICAYTD.DAT (PROG15-4), QTDTAX.DAT
      * (PROG15-8) AND THE DEDUCT.DAT YTD-TAKEN (PROG15-2) - WHILE
      * PROG12-8 KEEPS THE CHECK ITSELF ON THE PAY HISTORY FILE
      * PAYHIST.DAT. THIS RUN PROVES THAT THEY ALL STILL AGREE.
      *
      * EVERY EMPLOYEE ON THE EARNINGS.DAT MASTER IS TAKEN IN KEY
      * SEQUENCE. THE EMPLOYEE'S PAYHIST.DAT PERIODS FOR THE CURRENT
      * YEAR ARE SUMMED AND EACH TOTAL IS COMPARED WITH THE
      * ACCUMULATOR IT WAS POSTED TO:
      *   - GROSS PAY TO THE MASTER YTD EARNINGS
      *   - GROSS PAY FOR THE CURRENT QUARTER TO QTDTAX.DAT WAGES
      *   - FEDERAL WITHHELD TO YTDTAX.DAT, AND FOR THE QUARTER TO
      *     THE QTDTAX.DAT FEDERAL
      *   - STATE WITHHELD TO STYTDTAX.DAT FOR EACH STATE CODE, AND
      *     FOR THE QUARTER TO THE QTDTAX.DAT STATE
      *   - FICA WITHHELD TO FICAYTD.DAT
      *   - DEDUCTIONS TAKEN TO THE YTD-TAKEN OF ALL THE EMPLOYEE'S
      *     DEDUCT.DAT RECORDS
      * THE CURRENT YEAR AND QUARTER ARE THOSE OF THE PERIOD-ENDING
      * DATE IN PERIODPRM.DAT (THE RUN DATE WHEN THERE IS NONE), SO
      * THE PROOF FOR A YEAR CAN STILL BE MADE IN JANUARY BEFORE THE
      * FIRST CYCLE OF THE NEW YEAR. STATE WITHHOLDING IS SPLIT BY
      * THE WORK STATE CARRIED ON EACH HISTORY RECORD; A RECORD
      * WRITTEN BEFORE THE STATE WAS CARRIED IS TAKEN AS THE
      * EMPLOYEE'S CURRENT WORK STATE ON THE MASTER. A MISSING
      * ACCUMULATOR RECORD COUNTS AS ZERO, AND AN ACCUMULATOR FILE
      * THAT CANNOT BE OPENED IS NOTED ON THE CONSOLE AND COUNTS AS
      * ZERO FOR EVERY EMPLOYEE.
      *
      * EVERY COMPARISON THAT DOES NOT AGREE IS PRINTED ON THE PROOF
      * (PROG17-2_OUT.DAT) WITH THE PAY HISTORY AMOUNT, THE
      * ACCUMULATOR AMOUNT AND THE DIFFERENCE (HISTORY LESS
      * ACCUMULATOR). THE LAST PAGE CARRIES THE COMPANY TOTALS OF
      * EACH COMPARISON WITH THE NUMBER OF EMPLOYEES OUT ON IT, THE
      * EMPLOYEE AND HISTORY RECORD COUNTS AND THE VERDICT. THE RUN
      * ENDS WITH RETURN CODE ZERO WHEN EVERY EMPLOYEE IS IN
      * BALANCE AND 4 WHEN ANY IS NOT; PROG14-1 REFUSES THE PROG12-9
      * YEAR-END RUN UNTIL THIS PROOF HAS COMPLETED CLEAN. WITHOUT
      * THE MASTER OR THE PAY HISTORY FILE NOTHING CAN BE PROVED AND
      * THE RUN ENDS WITH RETURN CODE 8.
      *
      * THE QUARTER COMPARISON ASSUMES THE QUARTER HAS NOT YET BEEN
      * CLOSED, SO THE PROOF IS RUN BEFORE THE PROG15-8 QUARTER
      * CLOSE, AND AT YEAR END BEFORE BOTH THE FOURTH QUARTER CLOSE
      * AND PROG12-9.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT EARNINGS-FILE-IN
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPL-NUM-IN
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT PAY-HISTORY-FILE-IN
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY-IN
               FILE STATUS IS WS-PAYHIST-FILE-STAT.
           SELECT YTD-TAX-FILE-IN
               ASSIGN TO "YTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPL-NUM-IN
               FILE STATUS IS WS-YTD-FILE-STAT.
           SELECT STATE-YTD-TAX-FILE-IN
               ASSIGN TO "STYTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SY-YTD-KEY-IN
               FILE STATUS IS WS-STYTD-FILE-STAT.
           SELECT FICA-YTD-FILE-IN
               ASSIGN TO "FICAYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FY-EMPL-NUM-IN
               FILE STATUS IS WS-FICAYTD-FILE-STAT.
           SELECT QTD-TAX-FILE-IN
               ASSIGN TO "QTDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-EMPL-NUM-IN
               FILE STATUS IS WS-QTD-FILE-STAT.
           SELECT DEDUCT-FILE-IN
               ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DEDUCT-KEY-IN
               FILE STATUS IS WS-DEDUCT-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT BALANCE-REPORT-OUT
               ASSIGN TO "PROG17-2_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  EARNINGS-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ER-EARNINGS-REC-IN.
      *
       01  ER-EARNINGS-REC-IN               PIC X(80).
       01  ER-EARNINGS-KEY-REC REDEFINES ER-EARNINGS-REC-IN.
           05  FILLER                       PIC X(10).
           05  ER-EMPL-NUM-IN               PIC X(9).
           05  ER-EMPL-LNAME-IN             PIC X(12).
           05  FILLER                       PIC X(49).
      *
       FD  PAY-HISTORY-FILE-IN
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PH-PAY-HIST-REC-IN.
      *
       01  PH-PAY-HIST-REC-IN.
           05  PH-HIST-KEY-IN.
               10  PH-EMPL-NUM-IN           PIC X(9).
               10  PH-PERIOD-DATE-IN.
                   15  PH-PERIOD-YEAR-IN    PIC X(2).
                   15  PH-PERIOD-MONTH-IN   PIC 9(2).
                   15  PH-PERIOD-DAY-IN     PIC X(2).
           05  PH-GROSS-PAY-IN              PIC 9(5)V99.
           05  PH-FED-TAX-IN                PIC 9(6)V99.
           05  PH-STATE-TAX-IN              PIC 9(6)V99.
           05  PH-FICA-IN                   PIC 9(6)V99.
           05  PH-DEDUCT-IN                 PIC 9(6)V99.
           05  PH-NET-PAY-IN                PIC 9(5)V99.
           05  PH-SUPP-TYPE-IN              PIC X(1).
           05  PH-SUPP-PAY-IN               PIC 9(5)V99.
           05  PH-WORK-STATE-IN             PIC X(1).
      *
       FD  YTD-TAX-FILE-IN
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS YT-YTD-TAX-REC-IN.
      *
       01  YT-YTD-TAX-REC-IN.
           05  YT-EMPL-NUM-IN               PIC X(9).
           05  YT-TAX-YTD-AMT-IN            PIC 9(7)V99.
           05  FILLER                       PIC X(2).
      *
       FD  STATE-YTD-TAX-FILE-IN
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SY-YTD-TAX-REC-IN.
      *
       01  SY-YTD-TAX-REC-IN.
           05  SY-YTD-KEY-IN.
               10  SY-EMPL-NUM-IN           PIC X(9).
               10  SY-STATE-CODE-IN         PIC X(1).
           05  SY-TAX-YTD-AMT-IN            PIC 9(7)V99.
           05  FILLER                       PIC X(1).
      *
       FD  FICA-YTD-FILE-IN
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FY-FICA-YTD-REC-IN.
      *
       01  FY-FICA-YTD-REC-IN.
           05  FY-EMPL-NUM-IN               PIC X(9).
           05  FY-FICA-YTD-AMT-IN           PIC 9(7)V99.
           05  FILLER                       PIC X(2).
      *
       FD  QTD-TAX-FILE-IN
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS QT-QTD-TAX-REC-IN.
      *
       01  QT-QTD-TAX-REC-IN.
           05  QT-EMPL-NUM-IN               PIC X(9).
           05  QT-QTD-EARN-IN               PIC 9(7)V99.
           05  QT-QTD-FED-IN                PIC 9(7)V99.
           05  QT-QTD-STATE-IN              PIC 9(7)V99.
           05  FILLER                       PIC X(4).
      *
       FD  DEDUCT-FILE-IN
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DD-DEDUCT-REC-IN.
      *
       01  DD-DEDUCT-REC-IN.
           05  DD-DEDUCT-KEY-IN.
               10  DD-EMPL-NUM-IN           PIC X(9).
               10  DD-TYPE-CODE-IN          PIC X(2).
           05  DD-METHOD-IN                 PIC X(1).
           05  DD-FLAT-AMT-IN               PIC 9(5)V99.
           05  DD-PERCENT-IN                PIC 9(2)V99.
           05  DD-YTD-TAKEN-IN              PIC 9(7)V99.
           05  DD-ACTIVE-IN                 PIC X(1).
           05  DD-PRIORITY-IN               PIC X(1).
           05  FILLER                       PIC X(6).
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
       FD  BALANCE-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BR-REPORT-OUT.
      *
       01  BR-REPORT-OUT                   PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-HIST-EOF-SW               PIC X(1).
           05  WS-DEDUCT-EOF-SW             PIC X(1).
           05  WS-EMPL-OUT-SW               PIC X(1).
           05  WS-YTD-OPEN-SW               PIC X(1).
           05  WS-STYTD-OPEN-SW             PIC X(1).
           05  WS-FICAYTD-OPEN-SW           PIC X(1).
           05  WS-QTD-OPEN-SW               PIC X(1).
           05  WS-DEDUCT-OPEN-SW            PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-PAYHIST-FILE-STAT         PIC X(2).
           05  WS-YTD-FILE-STAT             PIC X(2).
           05  WS-STYTD-FILE-STAT           PIC X(2).
           05  WS-FICAYTD-FILE-STAT         PIC X(2).
           05  WS-QTD-FILE-STAT             PIC X(2).
           05  WS-DEDUCT-FILE-STAT          PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
      *
       01  WS-PARM-PERIOD.
           05  WS-PARM-YEAR                 PIC X(2).
           05  WS-PARM-MONTH                PIC 9(2).
           05  WS-PARM-DAY                  PIC X(2).
      *
       01  WS-PARM-QTR                      PIC 9.
       01  WS-HIST-QTR                      PIC 9.
       01  WS-FIELD-SUB                     PIC 9(2).
       01  WS-STATE-FIELD-SUB               PIC 9(2).
      *
       01  WS-COUNTS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-OUT-EMPL-CNT              PIC 9(5).
           05  WS-HIST-REC-CNT              PIC 9(7).
      *
      *    THE NINE COMPARISONS, IN THE ORDER THEY ARE PRINTED:
      *      1 GROSS / MASTER YTD      2 GROSS / QTD WAGES
      *      3 FEDERAL / YTDTAX        4 FEDERAL / QTD FEDERAL
      *      5 STATE 1 / STYTDTAX      6 STATE 2 / STYTDTAX
      *      7 STATE / QTD STATE       8 FICA / FICAYTD
      *      9 DEDUCTIONS / DEDUCT YTD-TAKEN
      *
       01  WS-FIELD-CAPTION-VALUES.
           05  FILLER                       PIC X(20)
                                            VALUE "GROSS - MASTER YTD".
           05  FILLER                       PIC X(20)
                                            VALUE "GROSS - QTD WAGES".
           05  FILLER                       PIC X(20)
                                            VALUE "FEDERAL - YTDTAX".
           05  FILLER                       PIC X(20)
                                            VALUE "FEDERAL - QTD FED".
           05  FILLER                       PIC X(20)
                                            VALUE "STATE 1 - STYTDTAX".
           05  FILLER                       PIC X(20)
                                            VALUE "STATE 2 - STYTDTAX".
           05  FILLER                       PIC X(20)
                                            VALUE "STATE - QTD STATE".
           05  FILLER                       PIC X(20)
                                            VALUE "FICA - FICAYTD".
           05  FILLER                       PIC X(20)
                                            VALUE "DEDUCT - YTD TAKEN".
      *
       01  WS-FIELD-CAPTIONS REDEFINES WS-FIELD-CAPTION-VALUES.
           05  WS-FIELD-CAPTION    OCCURS 9 TIMES
                                            PIC X(20).
      *
       01  WS-EMPL-AMOUNTS.
           05  WS-EMPL-AMOUNT      OCCURS 9 TIMES.
               10  WS-HIST-AMT              PIC 9(7)V99.
               10  WS-ACCUM-AMT             PIC 9(7)V99.
      *
       01  WS-FIELD-TOTALS.
           05  WS-FIELD-TOTAL      OCCURS 9 TIMES.
               10  WS-HIST-TOT              PIC 9(9)V99.
               10  WS-ACCUM-TOT             PIC 9(9)V99.
               10  WS-FIELD-OUT-CNT         PIC 9(5).
      *
       01  WS-DIFF-HOLD                     PIC S9(9)V99.
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
       01  WS-ER-MASTER-WORK.
           05  FILLER                       PIC X(10) VALUE SPACES.
           05  WS-ER-EMPL-NUM.
               10  WS-ER-EMPL-NUM-3         PIC X(3).
               10  WS-ER-EMPL-NUM-2         PIC X(2).
               10  WS-ER-EMPL-NUM-4         PIC X(4).
           05  WS-ER-EMPL-LNAME             PIC X(12).
           05  WS-ER-EMPL-FNAME             PIC X(9).
           05  FILLER                       PIC X(9) VALUE SPACES.
           05  WS-ER-MAR-STAT               PIC X(1).
           05  WS-ER-EXEMPTIONS             PIC 9(2).
           05  FILLER                       PIC X(7) VALUE SPACES.
           05  WS-ER-EARN-THIS-PER          PIC 9(5)V99.
           05  WS-ER-YTD-EARN               PIC 9(6)V99.
           05  WS-ER-PAY-FREQ               PIC X(1).
           05  WS-ER-WORK-STATE             PIC X(1).
           05  FILLER                       PIC X(4) VALUE SPACES.
      *
       01  WS-HEADING.
           05  FILLER                       PIC X(3) VALUE "PAY".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(7) VALUE "HISTORY".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(9) VALUE "BALANCING".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(5) VALUE "PROOF".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(17-2)".
           05  FILLER                       PIC X(30) VALUE SPACES.
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
       01  WS-PERIOD-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "YEAR".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PL-YEAR-OUT             PIC X(2).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "QUARTER".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PL-QTR-OUT              PIC 9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14)
                                          VALUE "THROUGH PERIOD".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-PL-PERIOD-OUT           PIC X(6).
           05  FILLER                     PIC X(87) VALUE SPACES.
      *
       01  WS-COL-HEADING-01.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(13)
                                          VALUE "EMPLOYEE NAME".
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "COMPARISON".
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  FILLER                     PIC X(11)
                                          VALUE "PAY HISTORY".
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(11)
                                          VALUE "ACCUMULATOR".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "DIFFERENCE".
           05  FILLER                     PIC X(24) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "LAST".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(99) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
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
           05  WS-FIELD-CAPTION-OUT       PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-HIST-AMT-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ACCUM-AMT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-DIFF-OUT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(24) VALUE SPACES.
      *
       01  WS-TOTAL-HEADING.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(14)
                                          VALUE "COMPANY TOTALS".
           05  FILLER                     PIC X(116) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(39) VALUE SPACES.
           05  WS-TL-CAPTION-OUT          PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-TL-HIST-OUT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-TL-ACCUM-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-TL-DIFF-OUT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-TL-OUT-CNT-OUT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(13)
                                          VALUE "EMPLOYEES OUT".
           05  FILLER                     PIC X(2) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CL-CAPTION-OUT          PIC X(36).
           05  WS-CL-COUNT-OUT            PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(85) VALUE SPACES.
      *
       01  WS-VERDICT-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15)
                                          VALUE "BALANCING PROOF".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-VL-VERDICT-OUT          PIC X(14).
           05  FILLER                     PIC X(100) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT EARNINGS-FILE-IN.
           IF WS-EARN-FILE-STAT NOT = "00" THEN
               DISPLAY "EARNINGS.DAT CANNOT BE OPENED - STATUS "
                   WS-EARN-FILE-STAT " - NOTHING PROVED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PAY-HISTORY-FILE-IN
               IF WS-PAYHIST-FILE-STAT NOT = "00" THEN
                   DISPLAY "PAYHIST.DAT CANNOT BE OPENED - STATUS "
                       WS-PAYHIST-FILE-STAT " - NOTHING PROVED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE EARNINGS-FILE-IN
               ELSE
                   OPEN OUTPUT BALANCE-REPORT-OUT
                   PERFORM B10-INIT-PARA
                   PERFORM B12-OPEN-FILES-PARA
                   PERFORM B15-START-SWEEP-PARA
                   PERFORM B20-PROCESS-PARA
                       UNTIL WS-EOF-SW = "Y"
                   PERFORM C20-TOTALS-PARA
                   PERFORM B90-CLOSE-FILES-PARA
                   CLOSE EARNINGS-FILE-IN
                         PAY-HISTORY-FILE-IN
                         BALANCE-REPORT-OUT
               END-IF
           END-IF.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-COUNTS.
           MOVE ZEROS TO WS-FIELD-TOTALS.
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
           IF WS-PARM-PERIOD = SPACES OR WS-PARM-MONTH NOT NUMERIC
              OR WS-PARM-MONTH < 1 OR WS-PARM-MONTH > 12 THEN
               MOVE DATE-ACCEPT TO WS-PARM-PERIOD
           END-IF.
           COMPUTE WS-PARM-QTR = (WS-PARM-MONTH + 2) / 3.
           MOVE WS-PARM-YEAR TO WS-PL-YEAR-OUT.
           MOVE WS-PARM-QTR TO WS-PL-QTR-OUT.
           MOVE WS-PARM-PERIOD TO WS-PL-PERIOD-OUT.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B12-OPEN-FILES-PARA.
           MOVE "Y" TO WS-YTD-OPEN-SW.
           OPEN INPUT YTD-TAX-FILE-IN.
           IF WS-YTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-YTD-OPEN-SW
               DISPLAY "YTDTAX.DAT NOT AVAILABLE - PROVED AS ZERO"
           END-IF.
           MOVE "Y" TO WS-STYTD-OPEN-SW.
           OPEN INPUT STATE-YTD-TAX-FILE-IN.
           IF WS-STYTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-STYTD-OPEN-SW
               DISPLAY "STYTDTAX.DAT NOT AVAILABLE - PROVED AS ZERO"
           END-IF.
           MOVE "Y" TO WS-FICAYTD-OPEN-SW.
           OPEN INPUT FICA-YTD-FILE-IN.
           IF WS-FICAYTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-FICAYTD-OPEN-SW
               DISPLAY "FICAYTD.DAT NOT AVAILABLE - PROVED AS ZERO"
           END-IF.
           MOVE "Y" TO WS-QTD-OPEN-SW.
           OPEN INPUT QTD-TAX-FILE-IN.
           IF WS-QTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-QTD-OPEN-SW
               DISPLAY "QTDTAX.DAT NOT AVAILABLE - PROVED AS ZERO"
           END-IF.
           MOVE "Y" TO WS-DEDUCT-OPEN-SW.
           OPEN INPUT DEDUCT-FILE-IN.
           IF WS-DEDUCT-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-DEDUCT-OPEN-SW
               DISPLAY "DEDUCT.DAT NOT AVAILABLE - PROVED AS ZERO"
           END-IF.
      *
      *
       B15-START-SWEEP-PARA.
           MOVE LOW-VALUES TO ER-EMPL-NUM-IN.
           START EARNINGS-FILE-IN
               KEY IS NOT LESS THAN ER-EMPL-NUM-IN
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START.
           IF WS-EOF-SW = "N" THEN
               READ EARNINGS-FILE-IN NEXT RECORD
                   INTO WS-ER-MASTER-WORK
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           ADD 1 TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-EMPL-AMOUNTS.
           MOVE "N" TO WS-EMPL-OUT-SW.
           PERFORM B30-SUM-HISTORY-PARA.
           PERFORM B40-GET-ACCUMS-PARA.
           PERFORM B50-COMPARE-PARA
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > 9.
           IF WS-EMPL-OUT-SW = "Y" THEN
               ADD 1 TO WS-OUT-EMPL-CNT
           END-IF.
           READ EARNINGS-FILE-IN NEXT RECORD
               INTO WS-ER-MASTER-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B30-SUM-HISTORY-PARA.
           MOVE "N" TO WS-HIST-EOF-SW.
           MOVE WS-ER-EMPL-NUM TO PH-EMPL-NUM-IN.
           MOVE WS-PARM-YEAR TO PH-PERIOD-YEAR-IN.
           MOVE ZEROS TO PH-PERIOD-MONTH-IN.
           MOVE "00" TO PH-PERIOD-DAY-IN.
           START PAY-HISTORY-FILE-IN
               KEY IS NOT LESS THAN PH-HIST-KEY-IN
               INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
           END-START.
           IF WS-HIST-EOF-SW = "N" THEN
               PERFORM B35-READ-HISTORY-PARA
           END-IF.
           PERFORM B32-ADD-HISTORY-PARA
               UNTIL WS-HIST-EOF-SW = "Y".
      *
      *
       B32-ADD-HISTORY-PARA.
           ADD 1 TO WS-HIST-REC-CNT.
           ADD PH-GROSS-PAY-IN TO WS-HIST-AMT(1).
           ADD PH-FED-TAX-IN TO WS-HIST-AMT(3).
           ADD PH-FICA-IN TO WS-HIST-AMT(8).
           ADD PH-DEDUCT-IN TO WS-HIST-AMT(9).
           IF PH-WORK-STATE-IN = "2" THEN
               MOVE 6 TO WS-STATE-FIELD-SUB
           ELSE
               IF PH-WORK-STATE-IN = "1" THEN
                   MOVE 5 TO WS-STATE-FIELD-SUB
               ELSE
                   IF WS-ER-WORK-STATE = "2" THEN
                       MOVE 6 TO WS-STATE-FIELD-SUB
                   ELSE
                       MOVE 5 TO WS-STATE-FIELD-SUB
                   END-IF
               END-IF
           END-IF.
           ADD PH-STATE-TAX-IN TO WS-HIST-AMT(WS-STATE-FIELD-SUB).
           COMPUTE WS-HIST-QTR = (PH-PERIOD-MONTH-IN + 2) / 3.
           IF WS-HIST-QTR = WS-PARM-QTR THEN
               ADD PH-GROSS-PAY-IN TO WS-HIST-AMT(2)
               ADD PH-FED-TAX-IN TO WS-HIST-AMT(4)
               ADD PH-STATE-TAX-IN TO WS-HIST-AMT(7)
           END-IF.
           PERFORM B35-READ-HISTORY-PARA.
      *
      *
       B35-READ-HISTORY-PARA.
           READ PAY-HISTORY-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO WS-HIST-EOF-SW
           END-READ.
           IF WS-HIST-EOF-SW = "N" THEN
               IF PH-EMPL-NUM-IN NOT = WS-ER-EMPL-NUM OR
                  PH-PERIOD-YEAR-IN NOT = WS-PARM-YEAR THEN
                   MOVE "Y" TO WS-HIST-EOF-SW
               END-IF
           END-IF.
      *
      *
       B40-GET-ACCUMS-PARA.
           MOVE WS-ER-YTD-EARN TO WS-ACCUM-AMT(1).
           IF WS-YTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO YT-EMPL-NUM-IN
               READ YTD-TAX-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YT-TAX-YTD-AMT-IN TO WS-ACCUM-AMT(3)
               END-READ
           END-IF.
           IF WS-STYTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO SY-EMPL-NUM-IN
               MOVE "1" TO SY-STATE-CODE-IN
               READ STATE-YTD-TAX-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SY-TAX-YTD-AMT-IN TO WS-ACCUM-AMT(5)
               END-READ
               MOVE WS-ER-EMPL-NUM TO SY-EMPL-NUM-IN
               MOVE "2" TO SY-STATE-CODE-IN
               READ STATE-YTD-TAX-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SY-TAX-YTD-AMT-IN TO WS-ACCUM-AMT(6)
               END-READ
           END-IF.
           IF WS-FICAYTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO FY-EMPL-NUM-IN
               READ FICA-YTD-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FY-FICA-YTD-AMT-IN TO WS-ACCUM-AMT(8)
               END-READ
           END-IF.
           IF WS-QTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO QT-EMPL-NUM-IN
               READ QTD-TAX-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QT-QTD-EARN-IN TO WS-ACCUM-AMT(2)
                       MOVE QT-QTD-FED-IN TO WS-ACCUM-AMT(4)
                       MOVE QT-QTD-STATE-IN TO WS-ACCUM-AMT(7)
               END-READ
           END-IF.
           IF WS-DEDUCT-OPEN-SW = "Y" THEN
               PERFORM B45-SUM-DEDUCT-PARA
           END-IF.
      *
      *
       B45-SUM-DEDUCT-PARA.
           MOVE "N" TO WS-DEDUCT-EOF-SW.
           MOVE WS-ER-EMPL-NUM TO DD-EMPL-NUM-IN.
           MOVE LOW-VALUES TO DD-TYPE-CODE-IN.
           START DEDUCT-FILE-IN
               KEY IS NOT LESS THAN DD-DEDUCT-KEY-IN
               INVALID KEY MOVE "Y" TO WS-DEDUCT-EOF-SW
           END-START.
           IF WS-DEDUCT-EOF-SW = "N" THEN
               PERFORM B48-READ-DEDUCT-PARA
           END-IF.
           PERFORM B47-ADD-DEDUCT-PARA
               UNTIL WS-DEDUCT-EOF-SW = "Y".
      *
      *
       B47-ADD-DEDUCT-PARA.
           ADD DD-YTD-TAKEN-IN TO WS-ACCUM-AMT(9).
           PERFORM B48-READ-DEDUCT-PARA.
      *
      *
       B48-READ-DEDUCT-PARA.
           READ DEDUCT-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO WS-DEDUCT-EOF-SW
           END-READ.
           IF WS-DEDUCT-EOF-SW = "N" AND
              DD-EMPL-NUM-IN NOT = WS-ER-EMPL-NUM THEN
               MOVE "Y" TO WS-DEDUCT-EOF-SW
           END-IF.
      *
      *
       B50-COMPARE-PARA.
           ADD WS-HIST-AMT(WS-FIELD-SUB) TO WS-HIST-TOT(WS-FIELD-SUB).
           ADD WS-ACCUM-AMT(WS-FIELD-SUB)
               TO WS-ACCUM-TOT(WS-FIELD-SUB).
           IF WS-HIST-AMT(WS-FIELD-SUB) NOT =
              WS-ACCUM-AMT(WS-FIELD-SUB) THEN
               MOVE "Y" TO WS-EMPL-OUT-SW
               ADD 1 TO WS-FIELD-OUT-CNT(WS-FIELD-SUB)
               PERFORM C30-PRINT-DETAIL-PARA
           END-IF.
      *
      *
       B90-CLOSE-FILES-PARA.
           IF WS-YTD-OPEN-SW = "Y" THEN
               CLOSE YTD-TAX-FILE-IN
           END-IF.
           IF WS-STYTD-OPEN-SW = "Y" THEN
               CLOSE STATE-YTD-TAX-FILE-IN
           END-IF.
           IF WS-FICAYTD-OPEN-SW = "Y" THEN
               CLOSE FICA-YTD-FILE-IN
           END-IF.
           IF WS-QTD-OPEN-SW = "Y" THEN
               CLOSE QTD-TAX-FILE-IN
           END-IF.
           IF WS-DEDUCT-OPEN-SW = "Y" THEN
               CLOSE DEDUCT-FILE-IN
           END-IF.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE BR-REPORT-OUT FROM WS-HEADING
               AFTER ADVANCING PAGE.
           WRITE BR-REPORT-OUT FROM WS-PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BR-REPORT-OUT.
           WRITE BR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE BR-REPORT-OUT FROM WS-COL-HEADING-01
               AFTER ADVANCING 1 LINE.
           WRITE BR-REPORT-OUT FROM WS-COL-HEADING-02
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BR-REPORT-OUT.
           WRITE BR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 6 TO WS-LINES-USED.
           ADD 1 TO WS-PAGE-COUNT.
      *
      *
       C20-TOTALS-PARA.
           IF WS-LINES-USED >= 40 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           MOVE SPACES TO BR-REPORT-OUT.
           WRITE BR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE BR-REPORT-OUT FROM WS-TOTAL-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM C25-FIELD-TOTAL-PARA
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > 9.
           MOVE SPACES TO BR-REPORT-OUT.
           WRITE BR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES PROVED" TO WS-CL-CAPTION-OUT.
           MOVE WS-EMPL-CNT TO WS-CL-COUNT-OUT.
           WRITE BR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES OUT OF BALANCE" TO WS-CL-CAPTION-OUT.
           MOVE WS-OUT-EMPL-CNT TO WS-CL-COUNT-OUT.
           WRITE BR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAY HISTORY RECORDS FOR THE YEAR"
               TO WS-CL-CAPTION-OUT.
           MOVE WS-HIST-REC-CNT TO WS-CL-COUNT-OUT.
           WRITE BR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-OUT-EMPL-CNT = ZERO THEN
               MOVE "IN BALANCE" TO WS-VL-VERDICT-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-VL-VERDICT-OUT
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO BR-REPORT-OUT.
           WRITE BR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE BR-REPORT-OUT FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY "PAY HISTORY BALANCING PROOF IS " WS-VL-VERDICT-OUT.
      *
      *
       C25-FIELD-TOTAL-PARA.
           MOVE WS-FIELD-CAPTION(WS-FIELD-SUB) TO WS-TL-CAPTION-OUT.
           MOVE WS-HIST-TOT(WS-FIELD-SUB) TO WS-TL-HIST-OUT.
           MOVE WS-ACCUM-TOT(WS-FIELD-SUB) TO WS-TL-ACCUM-OUT.
           COMPUTE WS-DIFF-HOLD = WS-HIST-TOT(WS-FIELD-SUB)
                                - WS-ACCUM-TOT(WS-FIELD-SUB).
           MOVE WS-DIFF-HOLD TO WS-TL-DIFF-OUT.
           MOVE WS-FIELD-OUT-CNT(WS-FIELD-SUB) TO WS-TL-OUT-CNT-OUT.
           WRITE BR-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-PRINT-DETAIL-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ER-EMPL-NUM-3 TO WS-SSN-3-OUT.
           MOVE "-" TO WS-DASH-1-OUT.
           MOVE WS-ER-EMPL-NUM-2 TO WS-SSN-2-OUT.
           MOVE "-" TO WS-DASH-2-OUT.
           MOVE WS-ER-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE WS-ER-EMPL-LNAME TO WS-EMPL-LNAME-OUT.
           MOVE WS-ER-EMPL-FNAME TO WS-EMPL-FNAME-OUT.
           MOVE WS-FIELD-CAPTION(WS-FIELD-SUB) TO WS-FIELD-CAPTION-OUT.
           MOVE WS-HIST-AMT(WS-FIELD-SUB) TO WS-HIST-AMT-OUT.
           MOVE WS-ACCUM-AMT(WS-FIELD-SUB) TO WS-ACCUM-AMT-OUT.
           COMPUTE WS-DIFF-HOLD = WS-HIST-AMT(WS-FIELD-SUB)
                                - WS-ACCUM-AMT(WS-FIELD-SUB).
           MOVE WS-DIFF-HOLD TO WS-DIFF-OUT.


           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.


           WRITE BR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
