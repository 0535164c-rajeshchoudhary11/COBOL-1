       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-7.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  FEB 20,2004.
      *DATE-COMPILED. FEB 20,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE TERMINATED EMPLOYEE PURGE, RUN ONCE
      * AFTER THE PROG12-9 YEAR-END RUN. IT SWEEPS THE EARNINGS.DAT
      * MASTER IN KEY SEQUENCE AND LOOKS AT EVERY EMPLOYEE WITH
      * STATUS "T" (TERMINATED, SEE PROG12-1). A TERMINATED
      * EMPLOYEE IS PURGED WHEN THE FINAL CHECK HAS BEEN POSTED
      * (MASTER POSITION 8, SET BY PROG12-8), THERE IS NO PAY
      * HISTORY (PAYHIST.DAT) FOR A PERIOD IN THE CURRENT YEAR
      * (THE YEAR OF THE RUN DATE), AND THE FEDERAL, STATE AND
      * FICA YTD RECORDS (YTDTAX.DAT, STYTDTAX.DAT, FICAYTD.DAT)
      * ARE ZERO OR ABSENT, AS PROG12-9 LEAVES THEM. A PURGED
      * MASTER RECORD IS ADDED AS IT STANDS TO THE MASTER ARCHIVE
      * (EARNARCH.DAT, KEPT FROM YEAR TO YEAR) AND DELETED FROM
      * EARNINGS.DAT, AND THE EMPLOYEE'S ZERO YTD RECORDS AND
      * LEAVE BANK (LEAVEBAL.DAT) ARE DELETED WITH IT, SO THE
      * MASTER AND EVERY PASS OVER IT STOP CARRYING PEOPLE WHO
      * LEFT IN A PRIOR YEAR. PAY HISTORY IS NOT TOUCHED. A
      * MISSING YTD, HISTORY OR LEAVE FILE IS TREATED AS HOLDING
      * NOTHING FOR THE EMPLOYEE.
      *
      * EVERY TERMINATED EMPLOYEE IS LISTED ON THE PURGE REPORT
      * (PROG16-7_OUT.DAT) WITH THE TERMINATION DATE AND EITHER
      * "PURGED" OR THE REASON THE RECORD WAS KEPT, AND THE COUNTS
      * OF EMPLOYEES READ, TERMINATED, PURGED AND KEPT PRINT AT THE
      * BOTTOM.
      *
      * IF EARNARCH.DAT CANNOT BE OPENED NOTHING IS PURGED AND THE
      * RUN ENDS WITH RETURN CODE 8. A MASTER RECORD THAT CANNOT BE
      * WRITTEN TO THE ARCHIVE, OR THAT IS ARCHIVED BUT CANNOT THEN
      * BE DELETED FROM EARNINGS.DAT, KEEPS ITS YTD AND LEAVE
      * RECORDS, IS LISTED WITH THE REASON AND COUNTED ON THE PURGE
      * FAILED LINE, AND THE RUN ENDS WITH RETURN CODE 4.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT EARNINGS-FILE-IO
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPL-NUM-IO
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IO
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT PAY-HISTORY-FILE-IN
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY-IN
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
               RECORD KEY IS SYT-YTD-KEY-IO
               FILE STATUS IS WS-STYTD-FILE-STAT.
           SELECT FICA-YTD-FILE-IO
               ASSIGN TO "FICAYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FY-EMPL-NUM-IO
               FILE STATUS IS WS-FICAYTD-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IO
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPL-NUM-IO
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
           SELECT MASTER-ARCHIVE-OUT
               ASSIGN TO "EARNARCH.DAT"
               FILE STATUS IS WS-ARCHIVE-FILE-STAT.
           SELECT PURGE-REPORT-OUT
               ASSIGN TO "PROG16-7_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
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
                   15  PH-PERIOD-MMDD-IN    PIC X(4).
           05  FILLER                       PIC X(55).
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
               DATA RECORD IS SYT-YTD-TAX-REC-IO.
      *
       01  SYT-YTD-TAX-REC-IO.
           05  SYT-YTD-KEY-IO.
               10  SYT-EMPL-NUM-IO          PIC X(9).
               10  SYT-STATE-CODE-IO        PIC X(1).
           05  SYT-TAX-YTD-AMT-IO           PIC 9(7)V99.
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
       FD  LEAVE-BAL-FILE-IO
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LB-LEAVE-BAL-REC-IO.
      *
       01  LB-LEAVE-BAL-REC-IO.
           05  LB-EMPL-NUM-IO               PIC X(9).
           05  FILLER                       PIC X(91).
      *
       FD  MASTER-ARCHIVE-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS EA-ARCHIVE-REC-OUT.
      *
       01  EA-ARCHIVE-REC-OUT              PIC X(80).
      *
       FD  PURGE-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PG-REPORT-OUT.
      *
       01  PG-REPORT-OUT                   PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1).
           05  WS-PURGE-SW                  PIC X(1).
           05  WS-HIST-EOF-SW               PIC X(1).
           05  WS-PAYHIST-OPEN-SW           PIC X(1).
           05  WS-YTD-OPEN-SW               PIC X(1).
           05  WS-STYTD-OPEN-SW             PIC X(1).
           05  WS-FICAYTD-OPEN-SW           PIC X(1).
           05  WS-LEAVEBAL-OPEN-SW          PIC X(1).
           05  WS-ARCHIVE-OPEN-SW           PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-EARN-FILE-STAT            PIC X(2).
           05  WS-PAYHIST-FILE-STAT         PIC X(2).
           05  WS-YTD-FILE-STAT             PIC X(2).
           05  WS-STYTD-FILE-STAT           PIC X(2).
           05  WS-FICAYTD-FILE-STAT         PIC X(2).
           05  WS-LEAVEBAL-FILE-STAT        PIC X(2).
           05  WS-ARCHIVE-FILE-STAT         PIC X(2).
      *
       01  WS-TOTALS.
           05  WS-EMPL-CNT                  PIC 9(5).
           05  WS-TERM-CNT                  PIC 9(5).
           05  WS-PURGED-CNT                PIC 9(5).
           05  WS-KEPT-CNT                  PIC 9(5).
           05  WS-FAILED-CNT                PIC 9(5).
      *
       01  WS-ACTION-TEXT                   PIC X(30).
      *
       01  WS-STATE-SUB                     PIC 9.
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
           05  WS-ER-EMPL-STATUS            PIC X(1).
               88  WS-STATUS-TERMINATED         VALUE "T".
           05  WS-ER-HIRE-DATE              PIC X(6).
           05  WS-ER-FINAL-PAID             PIC X(1).
               88  WS-FINAL-CHECK-PAID          VALUE "Y".
           05  FILLER                       PIC X(2).
           05  WS-ER-EMPL-NUM.
               10  WS-ER-EMPL-NUM-3         PIC X(3).
               10  WS-ER-EMPL-NUM-2         PIC X(2).
               10  WS-ER-EMPL-NUM-4         PIC X(4).
           05  WS-ER-EMPL-LNAME             PIC X(12).
           05  WS-ER-EMPL-FNAME             PIC X(9).
           05  FILLER                       PIC X(1).
           05  WS-ER-TERM-DATE.
               10  WS-ER-TERM-YY            PIC X(2).
               10  WS-ER-TERM-MM            PIC X(2).
               10  WS-ER-TERM-DD            PIC X(2).
           05  FILLER                       PIC X(33).
      *
       01  WS-HEADING.
           05  FILLER                       PIC X(10)
                                            VALUE "TERMINATED".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(5) VALUE "PURGE".
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  FILLER                       PIC X(6) VALUE "(16-7)".
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
           05  FILLER                     PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "LAST NAME".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FIRST".
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE "TERM DATE".
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE "ACTION".
           05  FILLER                     PIC X(78) VALUE SPACES.
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
           05  WS-TERM-DATE-OUT.
               10  WS-TERM-MM-OUT         PIC X(2).
               10  WS-SLASH-1-OUT         PIC X(1) VALUE "/".
               10  WS-TERM-DD-OUT         PIC X(2).
               10  WS-SLASH-2-OUT         PIC X(1) VALUE "/".
               10  WS-TERM-YY-OUT         PIC X(2).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ACTION-OUT              PIC X(30).
           05  FILLER                     PIC X(54) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CL-CAPTION-OUT          PIC X(22).
           05  WS-CL-COUNT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(99) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN I-O EARNINGS-FILE-IO.
           IF WS-EARN-FILE-STAT NOT = "00" THEN
               DISPLAY "EARNINGS.DAT CANNOT BE OPENED - STATUS "
                   WS-EARN-FILE-STAT " - NOTHING PURGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PURGE-REPORT-OUT
               PERFORM B10-INIT-PARA
               PERFORM B12-OPEN-FILES-PARA
               IF WS-ARCHIVE-OPEN-SW = "Y" THEN
                   PERFORM B15-START-SWEEP-PARA
                   PERFORM B20-PROCESS-PARA
                       UNTIL WS-EOF-SW = "Y"
                   PERFORM C20-TOTALS-PARA
                   CLOSE MASTER-ARCHIVE-OUT
               ELSE
                   DISPLAY "EARNARCH.DAT CANNOT BE OPENED - STATUS "
                       WS-ARCHIVE-FILE-STAT " - NOTHING PURGED"
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM B90-CLOSE-FILES-PARA
               CLOSE EARNINGS-FILE-IO
                     PURGE-REPORT-OUT
           END-IF.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZEROS TO WS-LINES-USED.
           MOVE ZEROS TO WS-EMPL-CNT.
           MOVE ZEROS TO WS-TERM-CNT.
           MOVE ZEROS TO WS-PURGED-CNT.
           MOVE ZEROS TO WS-KEPT-CNT.
           MOVE ZEROS TO WS-FAILED-CNT.
           MOVE 1 TO WS-PAGE-COUNT.
           ACCEPT DATE-ACCEPT FROM DATE.
               MOVE WS-MONTH TO WS-RUN-MONTH-OUT
               MOVE WS-DAY TO WS-RUN-DAY-OUT
               MOVE WS-YEAR TO WS-RUN-YR-OUT.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B12-OPEN-FILES-PARA.
           MOVE "Y" TO WS-PAYHIST-OPEN-SW.
           OPEN INPUT PAY-HISTORY-FILE-IN.
           IF WS-PAYHIST-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-PAYHIST-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-YTD-OPEN-SW.
           OPEN I-O YTD-TAX-FILE-IO.
           IF WS-YTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-YTD-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-STYTD-OPEN-SW.
           OPEN I-O STATE-YTD-TAX-FILE-IO.
           IF WS-STYTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-STYTD-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-FICAYTD-OPEN-SW.
           OPEN I-O FICA-YTD-FILE-IO.
           IF WS-FICAYTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-FICAYTD-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-LEAVEBAL-OPEN-SW.
           OPEN I-O LEAVE-BAL-FILE-IO.
           IF WS-LEAVEBAL-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-LEAVEBAL-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-ARCHIVE-OPEN-SW.
           OPEN EXTEND MASTER-ARCHIVE-OUT.
           IF WS-ARCHIVE-FILE-STAT = "35" THEN
               OPEN OUTPUT MASTER-ARCHIVE-OUT
           END-IF.
           IF WS-ARCHIVE-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-ARCHIVE-OPEN-SW
           END-IF.
      *
      *
       B15-START-SWEEP-PARA.
           MOVE LOW-VALUES TO ER-EMPL-NUM-IO.
           START EARNINGS-FILE-IO
               KEY IS NOT LESS THAN ER-EMPL-NUM-IO
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START.
           IF WS-EOF-SW = "N" THEN
               READ EARNINGS-FILE-IO NEXT RECORD
                   INTO WS-ER-MASTER-WORK
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           ADD 1 TO WS-EMPL-CNT.
           IF WS-STATUS-TERMINATED THEN
               ADD 1 TO WS-TERM-CNT
               PERFORM B30-CHECK-PURGE-PARA
               IF WS-PURGE-SW = "Y" THEN
                   PERFORM B40-PURGE-PARA
               ELSE
                   ADD 1 TO WS-KEPT-CNT
               END-IF
               PERFORM C30-PRINT-DETAIL-PARA
           END-IF.
           READ EARNINGS-FILE-IO NEXT RECORD
               INTO WS-ER-MASTER-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
      *
      *
       B30-CHECK-PURGE-PARA.
           MOVE "Y" TO WS-PURGE-SW.
           MOVE "PURGED" TO WS-ACTION-TEXT.
           IF NOT WS-FINAL-CHECK-PAID THEN
               MOVE "N" TO WS-PURGE-SW
               MOVE "KEPT - FINAL CHECK NOT POSTED" TO WS-ACTION-TEXT
           END-IF.
           IF WS-PURGE-SW = "Y" AND WS-PAYHIST-OPEN-SW = "Y" THEN
               PERFORM B32-CHECK-HISTORY-PARA
           END-IF.
           IF WS-PURGE-SW = "Y" THEN
               PERFORM B34-CHECK-YTD-PARA
           END-IF.
      *
      *
       B32-CHECK-HISTORY-PARA.
           MOVE "N" TO WS-HIST-EOF-SW.
           MOVE WS-ER-EMPL-NUM TO PH-EMPL-NUM-IN.
           MOVE WS-YEAR TO PH-PERIOD-YEAR-IN.
           MOVE "0000" TO PH-PERIOD-MMDD-IN.
           START PAY-HISTORY-FILE-IN
               KEY IS NOT LESS THAN PH-HIST-KEY-IN
               INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
           END-START.
           IF WS-HIST-EOF-SW = "N" THEN
               READ PAY-HISTORY-FILE-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-HIST-EOF-SW
               END-READ
           END-IF.
           IF WS-HIST-EOF-SW = "N" AND
              PH-EMPL-NUM-IN = WS-ER-EMPL-NUM THEN
               MOVE "N" TO WS-PURGE-SW
               MOVE "KEPT - CURRENT YEAR PAY HISTORY"
                   TO WS-ACTION-TEXT
           END-IF.
      *
      *
       B34-CHECK-YTD-PARA.
           IF WS-YTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO YT-EMPL-NUM-IO
               READ YTD-TAX-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YT-TAX-YTD-AMT-IO NOT = ZERO THEN
                           MOVE "N" TO WS-PURGE-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-STYTD-OPEN-SW = "Y" THEN
               PERFORM B36-CHECK-STATE-YTD-PARA
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 2
           END-IF.
           IF WS-FICAYTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO FY-EMPL-NUM-IO
               READ FICA-YTD-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FY-FICA-YTD-AMT-IO NOT = ZERO THEN
                           MOVE "N" TO WS-PURGE-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-PURGE-SW = "N" THEN
               MOVE "KEPT - YTD TAX NOT CLEARED" TO WS-ACTION-TEXT
           END-IF.
      *
      *
       B36-CHECK-STATE-YTD-PARA.
           MOVE WS-ER-EMPL-NUM TO SYT-EMPL-NUM-IO.
           MOVE WS-STATE-SUB TO SYT-STATE-CODE-IO.
           READ STATE-YTD-TAX-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SYT-TAX-YTD-AMT-IO NOT = ZERO THEN
                       MOVE "N" TO WS-PURGE-SW
                   END-IF
           END-READ.
      *
      *
       B40-PURGE-PARA.
           WRITE EA-ARCHIVE-REC-OUT FROM WS-ER-MASTER-WORK.
           IF WS-ARCHIVE-FILE-STAT NOT = "00" THEN
               ADD 1 TO WS-FAILED-CNT
               MOVE "KEPT - ARCHIVE WRITE FAILED" TO WS-ACTION-TEXT
           ELSE
               DELETE EARNINGS-FILE-IO RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAILED-CNT
                       MOVE "ARCHIVED - MASTER NOT DELETED"
                           TO WS-ACTION-TEXT
                   NOT INVALID KEY
                       PERFORM B41-DELETE-YTD-PARA
               END-DELETE
           END-IF.
      *
      *
       B41-DELETE-YTD-PARA.
           ADD 1 TO WS-PURGED-CNT.
           IF WS-YTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO YT-EMPL-NUM-IO
               DELETE YTD-TAX-FILE-IO RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           IF WS-STYTD-OPEN-SW = "Y" THEN
               PERFORM B42-DELETE-STATE-YTD-PARA
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 2
           END-IF.
           IF WS-FICAYTD-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO FY-EMPL-NUM-IO
               DELETE FICA-YTD-FILE-IO RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               MOVE WS-ER-EMPL-NUM TO LB-EMPL-NUM-IO
               DELETE LEAVE-BAL-FILE-IO RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
      *
      *
       B42-DELETE-STATE-YTD-PARA.
           MOVE WS-ER-EMPL-NUM TO SYT-EMPL-NUM-IO.
           MOVE WS-STATE-SUB TO SYT-STATE-CODE-IO.
           DELETE STATE-YTD-TAX-FILE-IO RECORD
               INVALID KEY CONTINUE
           END-DELETE.
      *
      *
       B90-CLOSE-FILES-PARA.
           IF WS-PAYHIST-OPEN-SW = "Y" THEN
               CLOSE PAY-HISTORY-FILE-IN
           END-IF.
           IF WS-YTD-OPEN-SW = "Y" THEN
               CLOSE YTD-TAX-FILE-IO
           END-IF.
           IF WS-STYTD-OPEN-SW = "Y" THEN
               CLOSE STATE-YTD-TAX-FILE-IO
           END-IF.
           IF WS-FICAYTD-OPEN-SW = "Y" THEN
               CLOSE FICA-YTD-FILE-IO
           END-IF.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               CLOSE LEAVE-BAL-FILE-IO
           END-IF.
      *
      *
       C10-HEADINGS-PARA.
           MOVE WS-PAGE-COUNT TO WS-PAGE-OUT.
           WRITE PG-REPORT-OUT FROM WS-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PG-REPORT-OUT.
           WRITE PG-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           WRITE PG-REPORT-OUT FROM WS-COL-HEADING-01
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PG-REPORT-OUT.
           WRITE PG-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-LINES-USED.
           ADD 1 TO WS-PAGE-COUNT.
      *
      *
       C20-TOTALS-PARA.
           MOVE SPACES TO PG-REPORT-OUT.
           WRITE PG-REPORT-OUT
               AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES READ" TO WS-CL-CAPTION-OUT.
           MOVE WS-EMPL-CNT TO WS-CL-COUNT-OUT.
           WRITE PG-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TERMINATED" TO WS-CL-CAPTION-OUT.
           MOVE WS-TERM-CNT TO WS-CL-COUNT-OUT.
           WRITE PG-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PURGED" TO WS-CL-CAPTION-OUT.
           MOVE WS-PURGED-CNT TO WS-CL-COUNT-OUT.
           WRITE PG-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TERMINATED BUT KEPT" TO WS-CL-CAPTION-OUT.
           MOVE WS-KEPT-CNT TO WS-CL-COUNT-OUT.
           WRITE PG-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PURGE FAILED" TO WS-CL-CAPTION-OUT.
           MOVE WS-FAILED-CNT TO WS-CL-COUNT-OUT.
           WRITE PG-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-FAILED-CNT NOT = ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *
       C30-PRINT-DETAIL-PARA.
           MOVE WS-ER-EMPL-NUM-3 TO WS-SSN-3-OUT.
           MOVE WS-ER-EMPL-NUM-2 TO WS-SSN-2-OUT.
           MOVE WS-ER-EMPL-NUM-4 TO WS-SSN-4-OUT.
           MOVE WS-ER-EMPL-LNAME TO WS-LNAME-OUT.
           MOVE WS-ER-EMPL-FNAME TO WS-FNAME-OUT.
           MOVE WS-ER-TERM-MM TO WS-TERM-MM-OUT.
           MOVE WS-ER-TERM-DD TO WS-TERM-DD-OUT.
           MOVE WS-ER-TERM-YY TO WS-TERM-YY-OUT.
           MOVE WS-ACTION-TEXT TO WS-ACTION-OUT.
           IF WS-LINES-USED >= 57 THEN
               MOVE ZEROS TO WS-LINES-USED
               PERFORM C10-HEADINGS-PARA
           END-IF.
           WRITE PG-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
