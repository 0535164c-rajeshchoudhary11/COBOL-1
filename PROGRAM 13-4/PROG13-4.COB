      * SITTING. A YTD TAX FILE THAT IS MISSING OR HAS NO RECORD
      * FOR THE EMPLOYEE IS SHOWN AS ZERO WITHHELD.
      *
      * THE VACATION AND SICK LEAVE BALANCES ARE SHOWN FROM THE LEAVE
      * BANK IN LEAVEBAL.DAT (SEE PROG16-5). AN EMPLOYEE WITH NO BANK,
      * OR A MISSING LEAVE FILE, IS SHOWN WITH ZERO HOURS.
      *
      * THE EMPLOYMENT STATUS (A ACTIVE, L LEAVE WITHOUT PAY, T
      * TERMINATED), THE HIRE DATE AND THE TERMINATION DATE ARE
      * SHOWN FROM THE MASTER, WITH "FINAL CHECK PAID" WHEN A
      * TERMINATED EMPLOYEE'S FINAL CHECK HAS BEEN POSTED. THE
      * EMPLOYEE'S DEPARTMENT CODE IS SHOWN UNDER THE WORK STATE.
      *
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SYT-YTD-KEY-IN
               FILE STATUS IS WS-STYTD-FILE-STAT.
           SELECT LEAVE-BAL-FILE-IN
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPL-NUM-IN
               FILE STATUS IS WS-LEAVEBAL-FILE-STAT.
      *
      *
      *
               10  SYT-STATE-CODE-IN        PIC X(1).
           05  SYT-TAX-YTD-AMT-IN           PIC 9(7)V99.
           05  FILLER                       PIC X(1).
      *
       FD  LEAVE-BAL-FILE-IN
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LB-LEAVE-BAL-REC-IN.
      *
       01  LB-LEAVE-BAL-REC-IN.
           05  LB-EMPL-NUM-IN               PIC X(9).
           05  FILLER                       PIC X(20).
           05  LB-VAC-BAL-IN                PIC 9(4)V99.
           05  LB-SICK-BAL-IN               PIC 9(4)V99.
           05  FILLER                       PIC X(59).
      *
      *
       WORKING-STORAGE SECTION.
           05  WS-DONE-SW                    PIC X(1).
           05  WS-YTD-OPEN-SW                PIC X(1).
           05  WS-STYTD-OPEN-SW              PIC X(1).
           05  WS-LEAVEBAL-OPEN-SW           PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-EARN-FILE-STAT             PIC X(2).
           05  WS-YTD-FILE-STAT              PIC X(2).
           05  WS-STYTD-FILE-STAT            PIC X(2).
           05  WS-LEAVEBAL-FILE-STAT         PIC X(2).
      *
       01  WS-INQUIRY-REQ                    PIC X(9).
      *
           05  WS-FED-YTD-HOLD               PIC 9(7)V99.
           05  WS-ST1-YTD-HOLD               PIC 9(7)V99.
           05  WS-ST2-YTD-HOLD               PIC 9(7)V99.
      *
       01  WS-LEAVE-HOLDS.
           05  WS-VAC-BAL-HOLD               PIC 9(4)V99.
           05  WS-SICK-BAL-HOLD              PIC 9(4)V99.
      *
       01  WS-ER-EARNINGS-REC-IO.
           05  WS-ER-EMPL-STATUS-IO          PIC X(1).
           05  WS-ER-HIRE-DATE-IO            PIC X(6).
           05  WS-ER-FINAL-PAID-IO           PIC X(1).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ER-EMPL-NUM-IO             PIC X(9).
           05  WS-ER-EMPL-LNAME-IO           PIC X(12).
           05  WS-ER-EMPL-FNAME-IO           PIC X(9).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-ER-TERM-DATE-IO            PIC X(6).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ER-MAR-STAT-IO             PIC X(1).
           05  WS-ER-EXEMPTIONS-IO           PIC 9(2).
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  WS-ER-YTD-EARN-IO             PIC 9(6)V99.
           05  WS-ER-PAY-FREQ-IO             PIC X(1).
           05  WS-ER-WORK-STATE-IO           PIC X(1).
           05  WS-ER-DEPT-CODE-IO            PIC X(4).
      *
       01  WS-DISPLAY-FIELDS.
           05  WS-EARN-THIS-PER-OUT          PIC ZZ,ZZ9.99.
           05  WS-FED-TAX-OUT                PIC Z,ZZZ,ZZ9.99.
           05  WS-ST1-TAX-OUT                PIC Z,ZZZ,ZZ9.99.
           05  WS-ST2-TAX-OUT                PIC Z,ZZZ,ZZ9.99.
           05  WS-VAC-BAL-OUT                PIC Z,ZZ9.99.
           05  WS-SICK-BAL-OUT               PIC Z,ZZ9.99.
      *
      *
      *
           IF WS-STYTD-OPEN-SW = "Y" THEN
               CLOSE STATE-YTD-TAX-FILE-IN
           END-IF.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               CLOSE LEAVE-BAL-FILE-IN
           END-IF.
           DISPLAY "INQUIRY ENDED".
           STOP RUN.
      *
           IF WS-STYTD-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-STYTD-OPEN-SW
           END-IF.
           MOVE "Y" TO WS-LEAVEBAL-OPEN-SW.
           OPEN INPUT LEAVE-BAL-FILE-IN.
           IF WS-LEAVEBAL-FILE-STAT NOT = "00" THEN
               MOVE "N" TO WS-LEAVEBAL-OPEN-SW
           END-IF.
      *
      *
       B20-INQUIRY-PARA.
                   DISPLAY "EMPLOYEE " WS-INQUIRY-REQ " NOT FOUND"
               NOT INVALID KEY
                   PERFORM B40-GET-YTD-TAX-PARA
                   PERFORM B50-GET-LEAVE-PARA
                   PERFORM C10-SHOW-EMPLOYEE-PARA
           END-READ.
      *
               END-READ
           END-IF.
      *
      *
       B50-GET-LEAVE-PARA.
           MOVE ZEROS TO WS-VAC-BAL-HOLD.
           MOVE ZEROS TO WS-SICK-BAL-HOLD.
           IF WS-LEAVEBAL-OPEN-SW = "Y" THEN
               MOVE WS-INQUIRY-REQ TO LB-EMPL-NUM-IN
               READ LEAVE-BAL-FILE-IN
                   INVALID KEY
                       MOVE ZEROS TO WS-VAC-BAL-HOLD
                   NOT INVALID KEY
                       MOVE LB-VAC-BAL-IN TO WS-VAC-BAL-HOLD
                       MOVE LB-SICK-BAL-IN TO WS-SICK-BAL-HOLD
               END-READ
           END-IF.
      *
      *
       C10-SHOW-EMPLOYEE-PARA.
           MOVE WS-ER-EARN-THIS-PER-IO TO WS-EARN-THIS-PER-OUT.
           MOVE WS-FED-YTD-HOLD TO WS-FED-TAX-OUT.
           MOVE WS-ST1-YTD-HOLD TO WS-ST1-TAX-OUT.
           MOVE WS-ST2-YTD-HOLD TO WS-ST2-TAX-OUT.
           MOVE WS-VAC-BAL-HOLD TO WS-VAC-BAL-OUT.
           MOVE WS-SICK-BAL-HOLD TO WS-SICK-BAL-OUT.
           DISPLAY "EMPLOYEE NUMBER   " WS-ER-EMPL-NUM-IO.
           DISPLAY "LAST NAME         " WS-ER-EMPL-LNAME-IO.
           DISPLAY "FIRST NAME        " WS-ER-EMPL-FNAME-IO.
           DISPLAY "YTD EARNINGS      " WS-YTD-EARN-OUT.
           DISPLAY "PAY FREQUENCY     " WS-ER-PAY-FREQ-IO.
           DISPLAY "WORK STATE        " WS-ER-WORK-STATE-IO.
           DISPLAY "DEPARTMENT        " WS-ER-DEPT-CODE-IO.
           IF WS-ER-EMPL-STATUS-IO = SPACE THEN
               MOVE "A" TO WS-ER-EMPL-STATUS-IO
           END-IF.
           DISPLAY "EMPLOYMENT STATUS " WS-ER-EMPL-STATUS-IO.
           DISPLAY "HIRE DATE         " WS-ER-HIRE-DATE-IO.
           DISPLAY "TERMINATION DATE  " WS-ER-TERM-DATE-IO.
           IF WS-ER-FINAL-PAID-IO = "Y" THEN
               DISPLAY "FINAL CHECK PAID"
           END-IF.
           DISPLAY "FED YTD TAX       " WS-FED-TAX-OUT.
           DISPLAY "STATE 1 YTD TAX   " WS-ST1-TAX-OUT.
           DISPLAY "STATE 2 YTD TAX   " WS-ST2-TAX-OUT.
           DISPLAY "VACATION BALANCE  " WS-VAC-BAL-OUT.
           DISPLAY "SICK BALANCE      " WS-SICK-BAL-OUT.
      *
