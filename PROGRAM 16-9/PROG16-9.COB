       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-9.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAR 19,2004.
      *DATE-COMPILED. MAR 19,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE EMPLOYER UNEMPLOYMENT TAX RUN (FEDERAL
      * FUTA AND STATE SUTA). UNEMPLOYMENT WAGES ARE CARRIED PER
      * EMPLOYEE IN UNEMPYTD.DAT, KEYED ON EMPLOYEE NUMBER THE WAY
      * FICAYTD.DAT CARRIES FICA: YEAR-TO-DATE WAGES, THE FUTA AND
      * SUTA TAXABLE WAGES AND TAX, AND THE QUARTER-TO-DATE WAGES
      * AND SUTA TAXABLE WAGES FOR THE STATE QUARTERLY REPORT. THE
      * RATES AND WAGE BASES COME FROM UNEMPRM.DAT: THE FUTA RATE
      * AND WAGE BASE, THEN A SUTA RATE AND WAGE BASE FOR EACH
      * WORK-STATE CODE (STATE 1 AND STATE 2, AS STATETAB1.DAT AND
      * STATETAB2.DAT ARE FOR WITHHOLDING). A WAGE BASE OF ZERO
      * MEANS NO CAP. THE RUN MODE COMES FROM THE SAME ONE-CHARACTER
      * QTRPRM.DAT PARAMETER AS THE PROG15-8 QUARTERLY SUMMARY:
      *
      *   A - ACCUMULATE. RUN ONCE PER PAY CYCLE AFTER THE PROG12-7
      *       CHECK RUN. FOR EVERY NETPAY.DAT CHECK THE WORK STATE IS
      *       TAKEN FROM THE EARNINGS.DAT MASTER (POSITION 76, SPACE
      *       TAKEN AS STATE 1) AND EACH TAX IS CHARGED ON THE PART
      *       OF THE GROSS PAY THAT STILL FALLS UNDER ITS OWN WAGE
      *       BASE, CHECKED AGAINST THE YEAR-TO-DATE WAGES BEFORE
      *       THIS CHECK, SO THE TAX STOPS IN THE PERIOD THE EMPLOYEE
      *       CROSSES EACH BASE. THE CHECK IS LISTED ON THE REGISTER
      *       (PROG16-9_OUT.DAT) AND POSTED TO UNEMPYTD.DAT, STAMPED
      *       WITH THE PERIODPRM.DAT PERIOD (THE RUN DATE WHEN THERE
      *       IS NO PERIODPRM.DAT). A RERUN FOR THE SAME PERIOD DOES
      *       NOT POST THE CHECK AGAIN; THE AMOUNTS ALREADY POSTED
      *       ARE REPRINTED, MARKED "REPOSTED", AND CARRIED TO THE GL.
      *       THE RUN REWRITES ITS OWN GL POSTING INTERFACE FILE
      *       (GLPOST69.DAT) IN THE SAME LAYOUT AS GLPOST54.DAT: FUTA
      *       AND SUTA EXPENSE DEBITS AND A FUTA LIABILITY AND A SUTA
      *       LIABILITY PER STATE, WHICH PROG15-3 PROVES WITH THE
      *       OTHER INTERFACE FILES.
      *   C - CLOSE QUARTER. RUN ALONGSIDE THE PROG15-8 QUARTER
      *       CLOSE. THE STATE QUARTERLY WAGE LISTING IS PRINTED FOR
      *       EACH STATE IN TURN - EMPLOYEE (SOCIAL SECURITY) NUMBER,
      *       NAME, QUARTER WAGES, TAXABLE WAGES AND EXCESS WAGES
      *       OVER THE STATE WAGE BASE, WITH STATE TOTALS. EVERY
      *       UNEMPYTD.DAT RECORD IS THEN COPIED TO UNEMPQTR.ARC AND
      *       ITS QUARTER FIELDS ARE ZEROED; THE YEAR-TO-DATE FIELDS
      *       ARE LEFT FOR THE PROG12-9 YEAR-END RUN TO SWEEP. NO GL
      *       FILE IS WRITTEN IN THIS MODE.
      *
      * AN EMPLOYEE IS LISTED UNDER THE STATE OF THE LAST CHECK
      * POSTED. AN EMPLOYEE WHO MOVES STATES DURING THE YEAR CARRIES
      * THE COMBINED YEAR-TO-DATE WAGES INTO THE NEW STATE'S WAGE
      * BASE TEST. A CHECK FOR AN EMPLOYEE NO LONGER ON THE MASTER
      * IS TAXED AS STATE 1 AND COUNTED AT THE BOTTOM OF THE
      * REGISTER. WITHOUT QTRPRM.DAT, WITHOUT UNEMPRM.DAT IN MODE A,
      * OR WITHOUT NETPAY.DAT IN MODE A, NOTHING IS POSTED AND THE
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
           SELECT UNEMP-YTD-FILE-IO
               ASSIGN TO "UNEMPYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UY-EMPL-NUM-IO
               FILE STATUS IS WS-UNEMPYTD-FILE-STAT.
           SELECT QTR-PARM-FILE-IN
               ASSIGN TO "QTRPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
           SELECT UNEMP-PARM-FILE-IN
               ASSIGN TO "UNEMPRM.DAT"
               FILE STATUS IS WS-UNEMP-PARM-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PERIOD-PARM-FILE-STAT.
           SELECT UNEMP-ARCHIVE-OUT
               ASSIGN TO "UNEMPQTR.ARC".
           SELECT UNEMP-REPORT-OUT
               ASSIGN TO "PROG16-9_OUT.DAT".
           SELECT GL-POST-FILE-OUT
               ASSIGN TO "GLPOST69.DAT"
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
           05  ER-EMPL-MI-IN                PIC X(1).
           05  FILLER                       PIC X(34).
           05  ER-WORK-STATE-IN             PIC X(1).
               88  ER-WORK-STATE-2              VALUE "2".
           05  FILLER                       PIC X(4).
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
       FD  QTR-PARM-FILE-IN
               RECORD CONTAINS 1 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS QP-QTR-PARM-IN.
      *
       01  QP-QTR-PARM-IN                  PIC X(1).
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
       FD  PERIOD-PARM-FILE-IN
               RECORD CONTAINS 10 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PP-PERIOD-PARM-IN.
      *
       01  PP-PERIOD-PARM-IN.
           05  PP-PERIOD-DATE-IN            PIC X(6).
           05  PP-DUE-FREQS-IN              PIC X(4).
      *
       FD  UNEMP-ARCHIVE-OUT
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS UA-ARCHIVE-REC-OUT.
      *
       01  UA-ARCHIVE-REC-OUT              PIC X(120).
      *
       FD  UNEMP-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS UR-REPORT-OUT.
      *
       01  UR-REPORT-OUT                   PIC X(132).
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
           05  WS-SWEEP-EOF-SW              PIC X(1).
           05  WS-RUN-BLOCKED-SW            PIC X(1).
           05  WS-MASTER-FOUND-SW           PIC X(1).
           05  WS-REPOSTED-SW               PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-NETPAY-FILE-STAT          PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-UNEMPYTD-FILE-STAT        PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
           05  WS-UNEMP-PARM-FILE-STAT      PIC X(2).
           05  WS-PERIOD-PARM-FILE-STAT     PIC X(2).
           05  WS-GLPOST-FILE-STAT          PIC X(2).
      *
       01  WS-RUN-MODE                      PIC X(1).
           88  WS-MODE-ACCUMULATE               VALUE "A".
           88  WS-MODE-CLOSE                    VALUE "C".
      *
       01  WS-PARM-PERIOD                   PIC X(6).
      *
       01  WS-UNEMP-RATES.
           05  WS-FUTA-RATE                 PIC 9V9999.
           05  WS-FUTA-WAGE-BASE            PIC 9(6).
           05  WS-SUTA-PARMS       OCCURS 2 TIMES.
               10  WS-SUTA-RATE             PIC 9V9999.
               10  WS-SUTA-WAGE-BASE        PIC 9(6).
      *
       01  WS-STATE-FIELDS.
           05  WS-WORK-STATE-SUB            PIC 9.
           05  WS-LIST-STATE-SUB            PIC 9.
      *
       01  WS-CALC-FIELDS.
           05  WS-GROSS-HOLD                PIC 9(5)V99.
           05  WS-WAGE-BASE-HOLD            PIC 9(6).
           05  WS-TAXABLE-HOLD              PIC 9(5)V99.
           05  WS-ROOM-HOLD                 PIC 9(7)V99.
           05  WS-FUTA-WAGES-HOLD           PIC 9(5)V99.
           05  WS-FUTA-TAX-HOLD             PIC 9(5)V99.
           05  WS-SUTA-WAGES-HOLD           PIC 9(5)V99.
           05  WS-SUTA-TAX-HOLD             PIC 9(5)V99.
           05  WS-EXCESS-HOLD               PIC 9(7)V99.
      *
       01  WS-COUNTS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-REPOSTED-CNT              PIC 9(5).
           05  WS-NO-MASTER-CNT             PIC 9(5).
           05  WS-ARCHIVE-CNT               PIC 9(5).
      *
       01  WS-GRAND-TOTALS.
           05  WS-GROSS-TOT                 PIC 9(9)V99.
           05  WS-FUTA-WAGES-TOT            PIC 9(9)V99.
           05  WS-FUTA-TAX-TOT              PIC 9(9)V99.
           05  WS-SUTA-WAGES-TOT            PIC 9(9)V99.
           05  WS-SUTA-TAX-TOT              PIC 9(9)V99.
      *
       01  WS-STATE-TOTALS.
           05  WS-STATE-TOT-ENTRY  OCCURS 2 TIMES.
               10  WS-ST-SUTA-WAGES-TOT     PIC 9(9)V99.
               10  WS-ST-SUTA-TAX-TOT       PIC 9(9)V99.
      *
       01  WS-QTR-TOTALS.
           05  WS-QTR-EMPL-CNT              PIC 9(5).
           05  WS-QTR-WAGES-TOT             PIC 9(9)V99.
           05  WS-QTR-TAXABLE-TOT           PIC 9(9)V99.
           05  WS-QTR-EXCESS-TOT            PIC 9(9)V99.
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
       01  WS-EMPL-NUM-HOLD.
           05  WS-EMPL-NUM-3                PIC X(3).
           05  WS-EMPL-NUM-2                PIC X(2).
           05  WS-EMPL-NUM-4                PIC X(4).
      *
       01  WS-HEADING.
           05  WS-TITLE-OUT                 PIC X(28).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(16-9)".
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(5) VALUE "MODE".
           05  WS-MODE-OUT                  PIC X(1).
           05  FILLER                       PIC X(20) VALUE SPACES.
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
       01  WS-STATE-HEADING.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "STATE".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-SH-STATE-OUT            PIC 9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "SUTA RATE".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-SH-RATE-OUT             PIC 9.9999.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "WAGE BASE".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-SH-WAGE-BASE-OUT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(82) VALUE SPACES.
      *
       01  WS-COL-HEADING-01.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "LAST".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(13) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "GROSS".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "FUTA".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "FUTA".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "SUTA".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "SUTA".
           05  FILLER                     PIC X(37) VALUE SPACES.
      *
       01  WS-COL-HEADING-02.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(2) VALUE "ST".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(37) VALUE SPACES.
      *
       01  WS-QTR-COL-HEADING-01.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "LAST".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "QUARTER".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "TAXABLE".
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "EXCESS".
           05  FILLER                     PIC X(51) VALUE SPACES.
      *
       01  WS-QTR-COL-HEADING-02.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "NUMBER".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "NAME".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(2) VALUE "MI".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(51) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
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
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-WORK-STATE-OUT          PIC 9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-GROSS-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-FUTA-WAGES-OUT          PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-FUTA-TAX-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SUTA-WAGES-OUT          PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SUTA-TAX-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-REMARK-OUT              PIC X(13).
           05  FILLER                     PIC X(21) VALUE SPACES.
      *
       01  WS-QTR-DETAIL-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QD-SSN-OUT.
               10  WS-QD-SSN-3-OUT        PIC X(3).
               10  WS-QD-DASH-1-OUT       PIC X(1) VALUE "-".
               10  WS-QD-SSN-2-OUT        PIC X(2).
               10  WS-QD-DASH-2-OUT       PIC X(1) VALUE "-".
               10  WS-QD-SSN-4-OUT        PIC X(4).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-QD-LNAME-OUT            PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QD-FNAME-OUT            PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-QD-MI-OUT               PIC X(1).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-QD-WAGES-OUT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QD-TAXABLE-OUT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QD-EXCESS-OUT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(51) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "CHECKS".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GT-EMPL-CNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "TOTALS".
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-GT-GROSS-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GT-FUTA-WAGES-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GT-FUTA-TAX-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GT-SUTA-WAGES-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-GT-SUTA-TAX-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(28) VALUE SPACES.
      *
       01  WS-STATE-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "STATE".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-ST-STATE-OUT            PIC 9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "SUTA".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "WAGES".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-ST-SUTA-WAGES-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "TAX".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-ST-SUTA-TAX-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(73) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CL-LABEL-OUT            PIC X(36).
           05  WS-CL-CNT-OUT              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(85) VALUE SPACES.
      *
       01  WS-QTR-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "STATE".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QT-STATE-OUT            PIC 9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "EMPLOYEES".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QT-EMPL-CNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-QT-WAGES-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QT-TAXABLE-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-QT-EXCESS-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(54) VALUE SPACES.
      *
       01  WS-CLOSED-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(56) VALUE
               "QUARTER CLOSED - UNEMPLOYMENT QTD ARCHIVED AND RESET".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "RECORDS".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CLOSED-CNT-OUT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(55) VALUE SPACES.
      *
       01  WS-BLOCKED-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-BLOCKED-MSG-OUT         PIC X(60).
           05  FILLER                     PIC X(67) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN OUTPUT UNEMP-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B15-CHECK-PARM-PARA.
           IF WS-RUN-BLOCKED-SW = "N" THEN
               PERFORM B17-OPEN-FILES-PARA
               IF WS-MODE-ACCUMULATE THEN
                   PERFORM B20-ACCUMULATE-PARA
                   PERFORM C20-TOTALS-PARA
                   PERFORM C35-WRITE-GL-PARA
                   CLOSE NET-PAY-FILE-IN
               ELSE
                   PERFORM B50-LIST-STATE-PARA
                       VARYING WS-LIST-STATE-SUB FROM 1 BY 1
                       UNTIL WS-LIST-STATE-SUB > 2
                   PERFORM B60-CLOSE-QTR-PARA
                   MOVE WS-ARCHIVE-CNT TO WS-CLOSED-CNT-OUT
                   WRITE UR-REPORT-OUT FROM WS-CLOSED-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               CLOSE EARNINGS-FILE-IN
                     UNEMP-YTD-FILE-IO
           ELSE
               WRITE UR-REPORT-OUT FROM WS-BLOCKED-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY "EMPLOYER UNEMPLOYMENT RUN REFUSED - "
                   WS-BLOCKED-MSG-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE UNEMP-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-RUN-BLOCKED-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-COUNTS.
           MOVE ZEROS TO WS-GRAND-TOTALS.
           MOVE ZEROS TO WS-STATE-TOTALS.
           MOVE ZEROS TO WS-UNEMP-RATES.
           MOVE 1 TO WS-PAGE-COUNT.
           MOVE 1 TO WS-LIST-STATE-SUB.
           MOVE SPACE TO WS-RUN-MODE.
           MOVE SPACES TO WS-BLOCKED-MSG-OUT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
      *
      *
       B15-CHECK-PARM-PARA.
           OPEN INPUT QTR-PARM-FILE-IN.
           IF WS-PARM-FILE-STAT NOT = "00" THEN
               MOVE "Y" TO WS-RUN-BLOCKED-SW
           ELSE
               READ QTR-PARM-FILE-IN INTO WS-RUN-MODE
                   AT END MOVE "Y" TO WS-RUN-BLOCKED-SW
               END-READ
               CLOSE QTR-PARM-FILE-IN
           END-IF.
           IF WS-RUN-BLOCKED-SW = "N" AND
              NOT (WS-MODE-ACCUMULATE OR WS-MODE-CLOSE) THEN
               MOVE "Y" TO WS-RUN-BLOCKED-SW
           END-IF.
           IF WS-RUN-BLOCKED-SW = "Y" THEN
               MOVE "QTRPRM.DAT MISSING OR MODE NOT A OR C"
                   TO WS-BLOCKED-MSG-OUT
           ELSE
               PERFORM B16-GET-RATES-PARA
           END-IF.
           MOVE WS-RUN-MODE TO WS-MODE-OUT.
           IF WS-MODE-CLOSE THEN
               MOVE "STATE QUARTERLY WAGE LISTING" TO WS-TITLE-OUT
           ELSE
               MOVE "EMPLOYER UNEMPLOYMENT TAX" TO WS-TITLE-OUT
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       B16-GET-RATES-PARA.
           OPEN INPUT UNEMP-PARM-FILE-IN.
           IF WS-UNEMP-PARM-FILE-STAT = "00" THEN
               READ UNEMP-PARM-FILE-IN
                   AT END
                       IF WS-MODE-ACCUMULATE THEN
                           MOVE "Y" TO WS-RUN-BLOCKED-SW
                       END-IF
                   NOT AT END
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
           ELSE
               IF WS-MODE-ACCUMULATE THEN
                   MOVE "Y" TO WS-RUN-BLOCKED-SW
               END-IF
           END-IF.
           IF WS-RUN-BLOCKED-SW = "Y" THEN
               MOVE "UNEMPRM.DAT RATES AND WAGE BASES MISSING"
                   TO WS-BLOCKED-MSG-OUT
           ELSE
               IF WS-MODE-ACCUMULATE THEN
                   PERFORM B18-GET-PERIOD-PARA
                   OPEN INPUT NET-PAY-FILE-IN
                   IF WS-NETPAY-FILE-STAT NOT = "00" THEN
                       MOVE "Y" TO WS-RUN-BLOCKED-SW
                       MOVE "NETPAY.DAT CANNOT BE OPENED"
                           TO WS-BLOCKED-MSG-OUT
                   END-IF
               END-IF
           END-IF.
      *
      *
       B17-OPEN-FILES-PARA.
           OPEN INPUT EARNINGS-FILE-IN.
           OPEN I-O UNEMP-YTD-FILE-IO.
           IF WS-UNEMPYTD-FILE-STAT = "35" THEN
               OPEN OUTPUT UNEMP-YTD-FILE-IO
               CLOSE UNEMP-YTD-FILE-IO
               OPEN I-O UNEMP-YTD-FILE-IO
           END-IF.
      *
      *
       B18-GET-PERIOD-PARA.
           MOVE SPACES TO WS-PARM-PERIOD.
           OPEN INPUT PERIOD-PARM-FILE-IN.
           IF WS-PERIOD-PARM-FILE-STAT = "00" THEN
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
       B20-ACCUMULATE-PARA.
           READ NET-PAY-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           PERFORM B30-POST-CHECK-PARA
               UNTIL WS-EOF-SW = "Y".
      *
      *
       B30-POST-CHECK-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "-" TO WS-DASH-1-OUT.
           MOVE "-" TO WS-DASH-2-OUT.
           ADD 1 TO WS-EMPL-CNT.
           PERFORM B32-GET-MASTER-PARA.
           MOVE NP-EMPL-NUM-IN TO UY-EMPL-NUM-IO.
           READ UNEMP-YTD-FILE-IO
               INVALID KEY
                   MOVE SPACES TO UY-UNEMP-YTD-REC-IO
                   MOVE NP-EMPL-NUM-IN TO UY-EMPL-NUM-IO
                   MOVE ZEROS TO UY-YTD-WAGES-IO
                   MOVE ZEROS TO UY-FUTA-WAGES-YTD-IO
                   MOVE ZEROS TO UY-FUTA-TAX-YTD-IO
                   MOVE ZEROS TO UY-SUTA-WAGES-YTD-IO
                   MOVE ZEROS TO UY-SUTA-TAX-YTD-IO
                   MOVE ZEROS TO UY-QTR-WAGES-IO
                   MOVE ZEROS TO UY-QTR-SUTA-WAGES-IO
                   PERFORM B35-CALC-UNEMP-PARA
                   WRITE UY-UNEMP-YTD-REC-IO
               NOT INVALID KEY
                   IF UY-LAST-PERIOD-IO = WS-PARM-PERIOD THEN
                       PERFORM B40-REPOST-PARA
                   ELSE
                       PERFORM B35-CALC-UNEMP-PARA
                       REWRITE UY-UNEMP-YTD-REC-IO
                   END-IF
           END-READ.
           ADD WS-GROSS-HOLD TO WS-GROSS-TOT.
           ADD WS-FUTA-WAGES-HOLD TO WS-FUTA-WAGES-TOT.
           ADD WS-FUTA-TAX-HOLD TO WS-FUTA-TAX-TOT.
           ADD WS-SUTA-WAGES-HOLD TO WS-SUTA-WAGES-TOT.
           ADD WS-SUTA-TAX-HOLD TO WS-SUTA-TAX-TOT.
           ADD WS-SUTA-WAGES-HOLD
               TO WS-ST-SUTA-WAGES-TOT(WS-WORK-STATE-SUB).
           ADD WS-SUTA-TAX-HOLD
               TO WS-ST-SUTA-TAX-TOT(WS-WORK-STATE-SUB).
           PERFORM C30-PRINT-DETAIL-PARA.
           READ NET-PAY-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B32-GET-MASTER-PARA.
           MOVE NP-EMPL-NUM-IN TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   MOVE "N" TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND-SW
           END-READ.
           IF WS-MASTER-FOUND-SW = "Y" THEN
               MOVE ER-EMPL-LNAME-IN TO WS-EMPL-LNAME-OUT
               MOVE ER-EMPL-FNAME-IN TO WS-EMPL-FNAME-OUT
               IF ER-WORK-STATE-2 THEN
                   MOVE 2 TO WS-WORK-STATE-SUB
               ELSE
                   MOVE 1 TO WS-WORK-STATE-SUB
               END-IF
           ELSE
               ADD 1 TO WS-NO-MASTER-CNT
               MOVE "NOT ON FILE" TO WS-EMPL-LNAME-OUT
               MOVE 1 TO WS-WORK-STATE-SUB
           END-IF.
      *
      *
       B35-CALC-UNEMP-PARA.
           MOVE "N" TO WS-REPOSTED-SW.
           MOVE NP-GROSS-PAY-IN TO WS-GROSS-HOLD.
           MOVE WS-FUTA-WAGE-BASE TO WS-WAGE-BASE-HOLD.
           PERFORM B37-TAXABLE-WAGES-PARA.
           MOVE WS-TAXABLE-HOLD TO WS-FUTA-WAGES-HOLD.
           MOVE WS-SUTA-WAGE-BASE(WS-WORK-STATE-SUB)
               TO WS-WAGE-BASE-HOLD.
           PERFORM B37-TAXABLE-WAGES-PARA.
           MOVE WS-TAXABLE-HOLD TO WS-SUTA-WAGES-HOLD.
           MULTIPLY WS-FUTA-WAGES-HOLD BY WS-FUTA-RATE
               GIVING WS-FUTA-TAX-HOLD ROUNDED.
           MULTIPLY WS-SUTA-WAGES-HOLD
               BY WS-SUTA-RATE(WS-WORK-STATE-SUB)
               GIVING WS-SUTA-TAX-HOLD ROUNDED.
           ADD WS-GROSS-HOLD TO UY-YTD-WAGES-IO.
           ADD WS-GROSS-HOLD TO UY-QTR-WAGES-IO.
           ADD WS-FUTA-WAGES-HOLD TO UY-FUTA-WAGES-YTD-IO.
           ADD WS-FUTA-TAX-HOLD TO UY-FUTA-TAX-YTD-IO.
           ADD WS-SUTA-WAGES-HOLD TO UY-SUTA-WAGES-YTD-IO.
           ADD WS-SUTA-WAGES-HOLD TO UY-QTR-SUTA-WAGES-IO.
           ADD WS-SUTA-TAX-HOLD TO UY-SUTA-TAX-YTD-IO.
           MOVE WS-WORK-STATE-SUB TO UY-WORK-STATE-IO.
           MOVE WS-PARM-PERIOD TO UY-LAST-PERIOD-IO.
           MOVE WS-GROSS-HOLD TO UY-PER-GROSS-IO.
           MOVE WS-FUTA-WAGES-HOLD TO UY-PER-FUTA-WAGES-IO.
           MOVE WS-FUTA-TAX-HOLD TO UY-PER-FUTA-TAX-IO.
           MOVE WS-SUTA-WAGES-HOLD TO UY-PER-SUTA-WAGES-IO.
           MOVE WS-SUTA-TAX-HOLD TO UY-PER-SUTA-TAX-IO.
      *
      *
       B37-TAXABLE-WAGES-PARA.
           IF WS-WAGE-BASE-HOLD = ZERO THEN
               MOVE WS-GROSS-HOLD TO WS-TAXABLE-HOLD
           ELSE
               IF UY-YTD-WAGES-IO NOT LESS THAN WS-WAGE-BASE-HOLD THEN
                   MOVE ZEROS TO WS-TAXABLE-HOLD
               ELSE
                   SUBTRACT UY-YTD-WAGES-IO FROM WS-WAGE-BASE-HOLD
                       GIVING WS-ROOM-HOLD
                   IF WS-GROSS-HOLD > WS-ROOM-HOLD THEN
                       MOVE WS-ROOM-HOLD TO WS-TAXABLE-HOLD
                   ELSE
                       MOVE WS-GROSS-HOLD TO WS-TAXABLE-HOLD
                   END-IF
               END-IF
           END-IF.
      *
      *
       B40-REPOST-PARA.
           MOVE "Y" TO WS-REPOSTED-SW.
           ADD 1 TO WS-REPOSTED-CNT.
           IF UY-WORK-STATE-IO = "2" THEN
               MOVE 2 TO WS-WORK-STATE-SUB
           ELSE
               MOVE 1 TO WS-WORK-STATE-SUB
           END-IF.
           MOVE UY-PER-GROSS-IO TO WS-GROSS-HOLD.
           MOVE UY-PER-FUTA-WAGES-IO TO WS-FUTA-WAGES-HOLD.
           MOVE UY-PER-FUTA-TAX-IO TO WS-FUTA-TAX-HOLD.
           MOVE UY-PER-SUTA-WAGES-IO TO WS-SUTA-WAGES-HOLD.
           MOVE UY-PER-SUTA-TAX-IO TO WS-SUTA-TAX-HOLD.
      *
      *
       B50-LIST-STATE-PARA.
           MOVE ZEROS TO WS-QTR-TOTALS.
           MOVE ZEROS TO WS-LINES-USED.
           PERFORM C10-HEADINGS-PARA.
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
           PERFORM B55-LIST-RECORD-PARA
               UNTIL WS-SWEEP-EOF-SW = "Y".
           PERFORM C40-STATE-TOTAL-PARA.
      *
      *
       B55-LIST-RECORD-PARA.
           IF UY-WORK-STATE-IO = "2" THEN
               MOVE 2 TO WS-WORK-STATE-SUB
           ELSE
               MOVE 1 TO WS-WORK-STATE-SUB
           END-IF.
           IF WS-WORK-STATE-SUB = WS-LIST-STATE-SUB AND
              UY-QTR-WAGES-IO > ZERO THEN
               PERFORM C50-PRINT-QTR-DETAIL-PARA
           END-IF.
           READ UNEMP-YTD-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-SWEEP-EOF-SW
           END-READ.
      *
      *
       B60-CLOSE-QTR-PARA.
           OPEN OUTPUT UNEMP-ARCHIVE-OUT.
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
           PERFORM B65-CLOSE-RECORD-PARA
               UNTIL WS-SWEEP-EOF-SW = "Y".
           CLOSE UNEMP-ARCHIVE-OUT.
      *
      *
       B65-CLOSE-RECORD-PARA.
           WRITE UA-ARCHIVE-REC-OUT FROM UY-UNEMP-YTD-REC-IO.
           ADD 1 TO WS-ARCHIVE-CNT.
           MOVE ZEROS TO UY-QTR-WAGES-IO.
           MOVE ZEROS TO UY-QTR-SUTA-WAGES-IO.
           REWRITE UY-UNEMP-YTD-REC-IO.
           READ UNEMP-YTD-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO WS-SWEEP-EOF-SW
           END-READ.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE UR-REPORT-OUT FROM WS-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO UR-REPORT-OUT.
           WRITE UR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           IF WS-MODE-CLOSE THEN
               MOVE WS-LIST-STATE-SUB TO WS-SH-STATE-OUT
               MOVE WS-SUTA-RATE(WS-LIST-STATE-SUB) TO WS-SH-RATE-OUT
               MOVE WS-SUTA-WAGE-BASE(WS-LIST-STATE-SUB)
                   TO WS-SH-WAGE-BASE-OUT
               WRITE UR-REPORT-OUT FROM WS-STATE-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO UR-REPORT-OUT
               WRITE UR-REPORT-OUT
                   AFTER ADVANCING 1 LINE
               WRITE UR-REPORT-OUT FROM WS-QTR-COL-HEADING-01
                   AFTER ADVANCING 1 LINE
               WRITE UR-REPORT-OUT FROM WS-QTR-COL-HEADING-02
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINES-USED
           ELSE
               WRITE UR-REPORT-OUT FROM WS-COL-HEADING-01
                   AFTER ADVANCING 1 LINE
               WRITE UR-REPORT-OUT FROM WS-COL-HEADING-02
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO UR-REPORT-OUT.
           WRITE UR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 5 TO WS-LINES-USED.
           ADD 1 TO WS-PAGE-COUNT.
      *
      *
       C20-TOTALS-PARA.
           MOVE SPACES TO UR-REPORT-OUT.
           MOVE WS-EMPL-CNT TO WS-GT-EMPL-CNT-OUT.
           MOVE WS-GROSS-TOT TO WS-GT-GROSS-OUT.
           MOVE WS-FUTA-WAGES-TOT TO WS-GT-FUTA-WAGES-OUT.
           MOVE WS-FUTA-TAX-TOT TO WS-GT-FUTA-TAX-OUT.
           MOVE WS-SUTA-WAGES-TOT TO WS-GT-SUTA-WAGES-OUT.
           MOVE WS-SUTA-TAX-TOT TO WS-GT-SUTA-TAX-OUT.
           WRITE UR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE UR-REPORT-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 1 TO WS-ST-STATE-OUT.
           MOVE WS-ST-SUTA-WAGES-TOT(1) TO WS-ST-SUTA-WAGES-OUT.
           MOVE WS-ST-SUTA-TAX-TOT(1) TO WS-ST-SUTA-TAX-OUT.
           WRITE UR-REPORT-OUT FROM WS-STATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 2 TO WS-ST-STATE-OUT.
           MOVE WS-ST-SUTA-WAGES-TOT(2) TO WS-ST-SUTA-WAGES-OUT.
           MOVE WS-ST-SUTA-TAX-TOT(2) TO WS-ST-SUTA-TAX-OUT.
           WRITE UR-REPORT-OUT FROM WS-STATE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CHECKS ALREADY POSTED THIS PERIOD"
               TO WS-CL-LABEL-OUT.
           MOVE WS-REPOSTED-CNT TO WS-CL-CNT-OUT.
           WRITE UR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "CHECKS NOT ON MASTER (STATE 1)" TO WS-CL-LABEL-OUT.
           MOVE WS-NO-MASTER-CNT TO WS-CL-CNT-OUT.
           WRITE UR-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-PRINT-DETAIL-PARA.
           MOVE NP-EMPL-NUM-IN TO WS-EMPL-NUM-HOLD.
           MOVE WS-EMPL-NUM-3 TO WS-SSN-3-OUT.
           MOVE WS-EMPL-NUM-2 TO WS-SSN-2-OUT.
           MOVE WS-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE WS-WORK-STATE-SUB TO WS-WORK-STATE-OUT.
           MOVE WS-GROSS-HOLD TO WS-GROSS-OUT.
           MOVE WS-FUTA-WAGES-HOLD TO WS-FUTA-WAGES-OUT.
           MOVE WS-FUTA-TAX-HOLD TO WS-FUTA-TAX-OUT.
           MOVE WS-SUTA-WAGES-HOLD TO WS-SUTA-WAGES-OUT.
           MOVE WS-SUTA-TAX-HOLD TO WS-SUTA-TAX-OUT.
           IF WS-REPOSTED-SW = "Y" THEN
               MOVE "REPOSTED" TO WS-REMARK-OUT
           END-IF.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE UR-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C35-WRITE-GL-PARA.
           OPEN OUTPUT GL-POST-FILE-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-9" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "5160" TO GL-ACCOUNT-OUT.
           MOVE "D" TO GL-DC-OUT.
           MOVE WS-FUTA-TAX-TOT TO GL-AMOUNT-OUT.
           MOVE "FUTA TAX EXPENSE" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-9" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "2240" TO GL-ACCOUNT-OUT.
           MOVE "C" TO GL-DC-OUT.
           MOVE WS-FUTA-TAX-TOT TO GL-AMOUNT-OUT.
           MOVE "FUTA TAX PAYABLE" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-9" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "5170" TO GL-ACCOUNT-OUT.
           MOVE "D" TO GL-DC-OUT.
           MOVE WS-SUTA-TAX-TOT TO GL-AMOUNT-OUT.
           MOVE "SUTA TAX EXPENSE" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-9" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "2250" TO GL-ACCOUNT-OUT.
           MOVE "C" TO GL-DC-OUT.
           MOVE WS-ST-SUTA-TAX-TOT(1) TO GL-AMOUNT-OUT.
           MOVE "STATE 1 SUTA PAYABLE" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           MOVE SPACES TO GL-POST-REC-OUT.
           MOVE "16-9" TO GL-SOURCE-ID-OUT.
           MOVE DATE-ACCEPT TO GL-RUN-DATE-OUT.
           MOVE "2251" TO GL-ACCOUNT-OUT.
           MOVE "C" TO GL-DC-OUT.
           MOVE WS-ST-SUTA-TAX-TOT(2) TO GL-AMOUNT-OUT.
           MOVE "STATE 2 SUTA PAYABLE" TO GL-DESC-OUT.
           WRITE GL-POST-REC-OUT.
           CLOSE GL-POST-FILE-OUT.
      *
      *
       C40-STATE-TOTAL-PARA.
           MOVE WS-LIST-STATE-SUB TO WS-QT-STATE-OUT.
           MOVE WS-QTR-EMPL-CNT TO WS-QT-EMPL-CNT-OUT.
           MOVE WS-QTR-WAGES-TOT TO WS-QT-WAGES-OUT.
           MOVE WS-QTR-TAXABLE-TOT TO WS-QT-TAXABLE-OUT.
           MOVE WS-QTR-EXCESS-TOT TO WS-QT-EXCESS-OUT.
           MOVE SPACES TO UR-REPORT-OUT.
           WRITE UR-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE UR-REPORT-OUT FROM WS-QTR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C50-PRINT-QTR-DETAIL-PARA.
           MOVE SPACES TO WS-QTR-DETAIL-LINE.
           MOVE UY-EMPL-NUM-IO TO WS-EMPL-NUM-HOLD.
           MOVE WS-EMPL-NUM-3 TO WS-QD-SSN-3-OUT.
           MOVE "-" TO WS-QD-DASH-1-OUT.
           MOVE WS-EMPL-NUM-2 TO WS-QD-SSN-2-OUT.
           MOVE "-" TO WS-QD-DASH-2-OUT.
           MOVE WS-EMPL-NUM-4 TO WS-QD-SSN-4-OUT.
           MOVE UY-EMPL-NUM-IO TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-QD-LNAME-OUT
               NOT INVALID KEY
                   MOVE ER-EMPL-LNAME-IN TO WS-QD-LNAME-OUT
                   MOVE ER-EMPL-FNAME-IN TO WS-QD-FNAME-OUT
                   MOVE ER-EMPL-MI-IN TO WS-QD-MI-OUT
           END-READ.
           IF UY-QTR-SUTA-WAGES-IO > UY-QTR-WAGES-IO THEN
               MOVE ZEROS TO WS-EXCESS-HOLD
           ELSE
               SUBTRACT UY-QTR-SUTA-WAGES-IO FROM UY-QTR-WAGES-IO
                   GIVING WS-EXCESS-HOLD
           END-IF.
           MOVE UY-QTR-WAGES-IO TO WS-QD-WAGES-OUT.
           MOVE UY-QTR-SUTA-WAGES-IO TO WS-QD-TAXABLE-OUT.
           MOVE WS-EXCESS-HOLD TO WS-QD-EXCESS-OUT.
           ADD 1 TO WS-QTR-EMPL-CNT.
           ADD UY-QTR-WAGES-IO TO WS-QTR-WAGES-TOT.
           ADD UY-QTR-SUTA-WAGES-IO TO WS-QTR-TAXABLE-TOT.
           ADD WS-EXCESS-HOLD TO WS-QTR-EXCESS-TOT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE UR-REPORT-OUT FROM WS-QTR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
