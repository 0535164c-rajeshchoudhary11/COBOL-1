       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG16-3.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JAN 16,2004.
      *DATE-COMPILED. JAN 16,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS AGAINST
      * THE DIRECT DEPOSIT ACCOUNT FILE (DDACCT.DAT), IN THE SAME
      * STYLE AS THE PROG12-1 EARNINGS AND PROG15-1 DEDUCTION
      * MAINTENANCE. DDACCT.DAT IS AN INDEXED FILE KEYED ON
      * EMPLOYEE NUMBER PLUS A TWO-DIGIT ACCOUNT SEQUENCE, SO AN
      * EMPLOYEE MAY SPLIT A CHECK ACROSS SEVERAL ACCOUNTS. EACH
      * RECORD HOLDS THE BANK ROUTING NUMBER, THE ACCOUNT NUMBER,
      * THE ACCOUNT TYPE (C = CHECKING, S = SAVINGS), A METHOD
      * (A = FLAT AMOUNT, P = PERCENT OF NET PAY, R = REMAINDER OF
      * NET PAY AFTER THE OTHER ACCOUNTS), THE AMOUNT OR PERCENT,
      * AN ACTIVE/INACTIVE SWITCH AND THE PRENOTE STATUS THE
      * PROG15-5 BANK FILE STEP WORKS FROM:
      *
      *   N - NEW OR CHANGED, ZERO-DOLLAR PRENOTE NOT YET SENT
      *   S - PRENOTE SENT (DATE OF THE TRANSMISSION KEPT)
      *   C - CONFIRMED, DEPOSITS ARE MADE TO THE ACCOUNT
      *   R - PRENOTE RETURNED BY THE BANK, NO DEPOSITS
      *
      * AN ADD, OR A CHANGE OF ROUTING NUMBER, ACCOUNT NUMBER OR
      * ACCOUNT TYPE, PUTS THE ACCOUNT BACK TO STATUS N SO A NEW
      * PRENOTE GOES OUT BEFORE ANY MONEY DOES. A CHANGE OF THE
      * AMOUNT, PERCENT OR ACTIVE SWITCH ALONE KEEPS THE STATUS. AN
      * "X" TRANSACTION RECORDS A PRENOTE THE BANK RETURNED. THE
      * ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT TEST, AND AN
      * ADD IS REJECTED WHEN THE EMPLOYEE IS NOT ON THE EARNINGS.DAT
      * MASTER. TRANSACTIONS COME FROM DDACCT-TRANS.DAT AND EVERY
      * TRANSACTION, APPLIED OR REJECTED, IS LOGGED TO
      * DDACCT-AUDIT.DAT.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DD-ACCOUNT-FILE-IO
               ASSIGN TO "DDACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-ACCOUNT-KEY-IO
               FILE STATUS IS WS-DDACCT-FILE-STAT.
           SELECT EARNINGS-FILE-IN
               ASSIGN TO "EARNINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-EMPL-NUM-IN
               ALTERNATE RECORD KEY IS ER-EMPL-LNAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-EARN-FILE-STAT.
           SELECT TRANS-FILE-IN
               ASSIGN TO "DDACCT-TRANS.DAT".
           SELECT AUDIT-LOG-OUT
               ASSIGN TO "DDACCT-AUDIT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  DD-ACCOUNT-FILE-IO
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DA-ACCOUNT-REC-IO.
      *
       01  DA-ACCOUNT-REC-IO.
           05  DA-ACCOUNT-KEY-IO.
               10  DA-EMPL-NUM-IO           PIC X(9).
               10  DA-SEQ-NUM-IO            PIC 9(2).
           05  DA-ROUTING-NUM-IO            PIC X(9).
           05  DA-ACCOUNT-NUM-IO            PIC X(17).
           05  DA-ACCT-TYPE-IO              PIC X(1).
           05  DA-METHOD-IO                 PIC X(1).
           05  DA-FLAT-AMT-IO               PIC 9(5)V99.
           05  DA-PERCENT-IO                PIC 9(2)V99.
           05  DA-ACTIVE-IO                 PIC X(1).
           05  DA-PRENOTE-STAT-IO           PIC X(1).
           05  DA-PRENOTE-DATE-IO           PIC X(6).
           05  FILLER                       PIC X(12).
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
           05  FILLER                      PIC X(49).
      *
       FD  TRANS-FILE-IN
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TR-TRANS-REC-IN.
      *
       01  TR-TRANS-REC-IN                 PIC X(60).
      *
       FD  AUDIT-LOG-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AL-AUDIT-LINE-OUT.
      *
       01  AL-AUDIT-LINE-OUT               PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SW              PIC X(1).
           05  WS-VALID-SW                  PIC X(1).
      *
       01  WS-FILE-STATUSES.
           05  WS-DDACCT-FILE-STAT          PIC X(2).
           05  WS-EARN-FILE-STAT            PIC X(2).
      *
       01  WS-COUNTS.
           05  WS-ADD-CNT                   PIC 9(5).
           05  WS-CHANGE-CNT                PIC 9(5).
           05  WS-DELETE-CNT                PIC 9(5).
           05  WS-RETURN-CNT                PIC 9(5).
           05  WS-REJECT-CNT                PIC 9(5).
      *
       01  WS-REJECT-REASON                 PIC X(30).
       01  WS-ACTION-TEXT                   PIC X(10).
       01  WS-APPLIED-MESSAGE               PIC X(30).
      *
       01  WS-ABA-WORK.
           05  WS-ABA-SUM                   PIC 9(3).
           05  WS-ABA-QUOTIENT              PIC 9(3).
           05  WS-ABA-REMAINDER             PIC 9(1).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR                  PIC X(2).
               10  WS-MONTH                 PIC X(2).
               10  WS-DAY                   PIC X(2).
      *
       01  WS-TRANS-WORK.
           05  WS-TR-TRANS-CODE             PIC X(1).
               88  WS-TR-ADD                    VALUE "A".
               88  WS-TR-CHANGE                 VALUE "C".
               88  WS-TR-DELETE                 VALUE "D".
               88  WS-TR-RETURNED               VALUE "X".
           05  WS-TR-EMPL-NUM.
               10  WS-TR-EMPL-NUM-3         PIC X(3).
               10  WS-TR-EMPL-NUM-2         PIC X(2).
               10  WS-TR-EMPL-NUM-4         PIC X(4).
           05  WS-TR-SEQ-NUM                PIC 9(2).
           05  WS-TR-ROUTING-NUM            PIC X(9).
           05  WS-TR-ROUTING-DIGITS REDEFINES WS-TR-ROUTING-NUM.
               10  WS-TR-ROUTING-DIGIT  OCCURS 9 TIMES
                                            PIC 9(1).
           05  WS-TR-ACCOUNT-NUM            PIC X(17).
           05  WS-TR-ACCT-TYPE              PIC X(1).
               88  WS-TR-CHECKING               VALUE "C".
               88  WS-TR-SAVINGS                VALUE "S".
           05  WS-TR-METHOD                 PIC X(1).
               88  WS-TR-FLAT                   VALUE "A".
               88  WS-TR-PERCENT                VALUE "P".
               88  WS-TR-REMAINDER              VALUE "R".
           05  WS-TR-FLAT-AMT               PIC 9(5)V99.
           05  WS-TR-PERCENT-AMT            PIC 9(2)V99.
           05  WS-TR-ACTIVE                 PIC X(1).
           05  FILLER                       PIC X(8) VALUE SPACES.
      *
       01  WS-AUDIT-HEADING.
           05  FILLER                    PIC X(10) VALUE "DIRECT DEP".
           05  FILLER                    PIC X(10) VALUE "MAINT".
           05  FILLER                       PIC X(9)  VALUE "AUDIT LOG".
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-AH-RUN-DATE.
               10  WS-AH-MONTH              PIC X(2).
               10  FILLER                   PIC X(1) VALUE "/".
               10  WS-AH-DAY                PIC X(2).
               10  FILLER                   PIC X(1) VALUE "/".
               10  WS-AH-YEAR               PIC X(2).
           05  FILLER                       PIC X(92) VALUE SPACES.
      *
       01  WS-AUDIT-DETAIL-LINE.
           05  AL-SSN-OUT.
               10  AL-SSN-3-OUT             PIC X(3).
               10  AL-DASH-1-OUT            PIC X(1) VALUE "-".
               10  AL-SSN-2-OUT             PIC X(2).
               10  AL-DASH-2-OUT            PIC X(1) VALUE "-".
               10  AL-SSN-4-OUT             PIC X(4).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-SEQ-NUM-OUT               PIC X(2).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-ROUTING-NUM-OUT           PIC X(9).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-ACCOUNT-NUM-OUT           PIC X(17).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-ACTION-OUT                PIC X(10).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-MESSAGE-OUT               PIC X(30).
           05  FILLER                       PIC X(43) VALUE SPACES.
      *
       01  WS-AUDIT-TOTAL-LINE.
           05  FILLER                       PIC X(6) VALUE "ADDED-".
           05  WS-AT-ADD-OUT                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "CHANGED-".
           05  WS-AT-CHANGE-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE "DELETED-".
           05  WS-AT-DELETE-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(9) VALUE "RETURNED-".
           05  WS-AT-RETURN-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FILLER                       PIC X(9) VALUE "REJECTED-".
           05  WS-AT-REJECT-OUT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(50) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B05-OPEN-DDACCT-PARA.
           OPEN INPUT  EARNINGS-FILE-IN
                       TRANS-FILE-IN
                OUTPUT AUDIT-LOG-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B70-READ-TRANS-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL WS-TRANS-EOF-SW = "Y".
           PERFORM C20-TOTALS-PARA.
           CLOSE DD-ACCOUNT-FILE-IO
                 EARNINGS-FILE-IN
                 TRANS-FILE-IN
                 AUDIT-LOG-OUT.
           STOP RUN.
      *
      *
       B05-OPEN-DDACCT-PARA.
           OPEN I-O DD-ACCOUNT-FILE-IO.
           IF WS-DDACCT-FILE-STAT = "35" THEN
               OPEN OUTPUT DD-ACCOUNT-FILE-IO
               CLOSE DD-ACCOUNT-FILE-IO
               OPEN I-O DD-ACCOUNT-FILE-IO
           END-IF.
      *
      *
       B10-INIT-PARA.
           MOVE "N" TO WS-TRANS-EOF-SW.
           MOVE ZEROS TO WS-ADD-CNT WS-CHANGE-CNT WS-DELETE-CNT
                         WS-RETURN-CNT WS-REJECT-CNT.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO WS-AH-MONTH.
           MOVE WS-DAY TO WS-AH-DAY.
           MOVE WS-YEAR TO WS-AH-YEAR.
           PERFORM C10-AUDIT-HEADER-PARA.
      *
      *
       B20-PROCESS-PARA.
           PERFORM B60-VALIDATE-TRANS-PARA.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               IF WS-TR-ADD THEN
                   PERFORM B30-ADD-PARA
               ELSE
                   IF WS-TR-CHANGE THEN
                       PERFORM B40-CHANGE-PARA
                   ELSE
                       IF WS-TR-DELETE THEN
                           PERFORM B45-DELETE-PARA
                       ELSE
                           PERFORM B48-RETURNED-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM B70-READ-TRANS-PARA.
      *
      *
       B30-ADD-PARA.
           MOVE WS-TR-EMPL-NUM TO ER-EMPL-NUM-IN.
           READ EARNINGS-FILE-IN
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   PERFORM B35-WRITE-ACCOUNT-PARA
           END-READ.
      *
      *
       B35-WRITE-ACCOUNT-PARA.
           MOVE SPACES TO DA-ACCOUNT-REC-IO.
           MOVE WS-TR-EMPL-NUM TO DA-EMPL-NUM-IO.
           MOVE WS-TR-SEQ-NUM TO DA-SEQ-NUM-IO.
           MOVE WS-TR-ROUTING-NUM TO DA-ROUTING-NUM-IO.
           MOVE WS-TR-ACCOUNT-NUM TO DA-ACCOUNT-NUM-IO.
           MOVE WS-TR-ACCT-TYPE TO DA-ACCT-TYPE-IO.
           MOVE WS-TR-METHOD TO DA-METHOD-IO.
           MOVE WS-TR-FLAT-AMT TO DA-FLAT-AMT-IO.
           MOVE WS-TR-PERCENT-AMT TO DA-PERCENT-IO.
           MOVE WS-TR-ACTIVE TO DA-ACTIVE-IO.
           MOVE "N" TO DA-PRENOTE-STAT-IO.
           WRITE DA-ACCOUNT-REC-IO
               INVALID KEY
                   MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CNT
                   MOVE "ADDED" TO WS-ACTION-TEXT
                   MOVE "PRENOTE PENDING" TO WS-APPLIED-MESSAGE
                   PERFORM C40-LOG-APPLIED-PARA
           END-WRITE.
      *
      *
       B40-CHANGE-PARA.
           MOVE WS-TR-EMPL-NUM TO DA-EMPL-NUM-IO.
           MOVE WS-TR-SEQ-NUM TO DA-SEQ-NUM-IO.
           READ DD-ACCOUNT-FILE-IO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   PERFORM B42-APPLY-CHANGE-PARA
           END-READ.
      *
      *
       B42-APPLY-CHANGE-PARA.
           MOVE SPACES TO WS-APPLIED-MESSAGE.
           IF WS-TR-ROUTING-NUM NOT = DA-ROUTING-NUM-IO OR
              WS-TR-ACCOUNT-NUM NOT = DA-ACCOUNT-NUM-IO OR
              WS-TR-ACCT-TYPE NOT = DA-ACCT-TYPE-IO THEN
               MOVE "N" TO DA-PRENOTE-STAT-IO
               MOVE SPACES TO DA-PRENOTE-DATE-IO
               MOVE "PRENOTE PENDING" TO WS-APPLIED-MESSAGE
           END-IF.
           MOVE WS-TR-ROUTING-NUM TO DA-ROUTING-NUM-IO.
           MOVE WS-TR-ACCOUNT-NUM TO DA-ACCOUNT-NUM-IO.
           MOVE WS-TR-ACCT-TYPE TO DA-ACCT-TYPE-IO.
           MOVE WS-TR-METHOD TO DA-METHOD-IO.
           MOVE WS-TR-FLAT-AMT TO DA-FLAT-AMT-IO.
           MOVE WS-TR-PERCENT-AMT TO DA-PERCENT-IO.
           MOVE WS-TR-ACTIVE TO DA-ACTIVE-IO.
           REWRITE DA-ACCOUNT-REC-IO.
           ADD 1 TO WS-CHANGE-CNT.
           MOVE "CHANGED" TO WS-ACTION-TEXT.
           PERFORM C40-LOG-APPLIED-PARA.
      *
      *
       B45-DELETE-PARA.
           MOVE WS-TR-EMPL-NUM TO DA-EMPL-NUM-IO.
           MOVE WS-TR-SEQ-NUM TO DA-SEQ-NUM-IO.
           READ DD-ACCOUNT-FILE-IO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   MOVE DA-ROUTING-NUM-IO TO WS-TR-ROUTING-NUM
                   MOVE DA-ACCOUNT-NUM-IO TO WS-TR-ACCOUNT-NUM
                   DELETE DD-ACCOUNT-FILE-IO
                   ADD 1 TO WS-DELETE-CNT
                   MOVE "DELETED" TO WS-ACTION-TEXT
                   MOVE SPACES TO WS-APPLIED-MESSAGE
                   PERFORM C40-LOG-APPLIED-PARA
           END-READ.
      *
      *
       B48-RETURNED-PARA.
           MOVE WS-TR-EMPL-NUM TO DA-EMPL-NUM-IO.
           MOVE WS-TR-SEQ-NUM TO DA-SEQ-NUM-IO.
           READ DD-ACCOUNT-FILE-IO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   MOVE "R" TO DA-PRENOTE-STAT-IO
                   REWRITE DA-ACCOUNT-REC-IO
                   MOVE DA-ROUTING-NUM-IO TO WS-TR-ROUTING-NUM
                   MOVE DA-ACCOUNT-NUM-IO TO WS-TR-ACCOUNT-NUM
                   ADD 1 TO WS-RETURN-CNT
                   MOVE "RETURNED" TO WS-ACTION-TEXT
                   MOVE "PAPER CHECK UNTIL CORRECTED"
                       TO WS-APPLIED-MESSAGE
                   PERFORM C40-LOG-APPLIED-PARA
           END-READ.
      *
      *
       B60-VALIDATE-TRANS-PARA.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT (WS-TR-ADD OR WS-TR-CHANGE OR WS-TR-DELETE
                   OR WS-TR-RETURNED) THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-EMPL-NUM NOT NUMERIC THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
               ELSE
                   IF WS-TR-SEQ-NUM NOT NUMERIC OR
                      WS-TR-SEQ-NUM = ZERO THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "INVALID ACCOUNT SEQUENCE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-TR-ADD OR WS-TR-CHANGE THEN
                           PERFORM B65-VALIDATE-FIELDS-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B65-VALIDATE-FIELDS-PARA.
           IF WS-TR-ROUTING-NUM NOT NUMERIC THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID ROUTING NUMBER" TO WS-REJECT-REASON
           ELSE
               PERFORM B67-CHECK-ABA-DIGIT-PARA
               IF WS-ABA-REMAINDER NOT = ZERO THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ROUTING CHECK DIGIT WRONG"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-TR-ACCOUNT-NUM = SPACES THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "ACCOUNT NUMBER REQUIRED"
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT (WS-TR-CHECKING OR WS-TR-SAVINGS) THEN
                           MOVE "N" TO WS-VALID-SW
                           MOVE "INVALID ACCOUNT TYPE"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM B68-VALIDATE-AMOUNT-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B67-CHECK-ABA-DIGIT-PARA.
           COMPUTE WS-ABA-SUM =
               3 * (WS-TR-ROUTING-DIGIT(1) + WS-TR-ROUTING-DIGIT(4)
                    + WS-TR-ROUTING-DIGIT(7))
             + 7 * (WS-TR-ROUTING-DIGIT(2) + WS-TR-ROUTING-DIGIT(5)
                    + WS-TR-ROUTING-DIGIT(8))
             +     (WS-TR-ROUTING-DIGIT(3) + WS-TR-ROUTING-DIGIT(6)
                    + WS-TR-ROUTING-DIGIT(9)).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER.
      *
      *
       B68-VALIDATE-AMOUNT-PARA.
           IF NOT (WS-TR-FLAT OR WS-TR-PERCENT OR WS-TR-REMAINDER)
               THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID METHOD CODE" TO WS-REJECT-REASON
           ELSE
               IF WS-TR-FLAT-AMT NOT NUMERIC OR
                  WS-TR-PERCENT-AMT NOT NUMERIC THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID AMOUNT OR PERCENT"
                       TO WS-REJECT-REASON
               ELSE
                   IF (WS-TR-FLAT AND WS-TR-FLAT-AMT = ZERO) OR
                      (WS-TR-PERCENT AND WS-TR-PERCENT-AMT = ZERO)
                       THEN
                       MOVE "N" TO WS-VALID-SW
                       MOVE "AMOUNT OR PERCENT REQUIRED"
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT (WS-TR-ACTIVE = "A" OR
                               WS-TR-ACTIVE = "I") THEN
                           MOVE "N" TO WS-VALID-SW
                           MOVE "INVALID ACTIVE SWITCH"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B70-READ-TRANS-PARA.
           READ TRANS-FILE-IN INTO WS-TRANS-WORK
               AT END
                   MOVE "Y" TO WS-TRANS-EOF-SW
           END-READ.
      *
      *
       C10-AUDIT-HEADER-PARA.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO AL-AUDIT-LINE-OUT.
           WRITE AL-AUDIT-LINE-OUT
               AFTER ADVANCING 1 LINE.
      *
      *
       C20-TOTALS-PARA.
           MOVE WS-ADD-CNT TO WS-AT-ADD-OUT.
           MOVE WS-CHANGE-CNT TO WS-AT-CHANGE-OUT.
           MOVE WS-DELETE-CNT TO WS-AT-DELETE-OUT.
           MOVE WS-RETURN-CNT TO WS-AT-RETURN-OUT.
           MOVE WS-REJECT-CNT TO WS-AT-REJECT-OUT.
           MOVE SPACES TO AL-AUDIT-LINE-OUT.
           WRITE AL-AUDIT-LINE-OUT
               AFTER ADVANCING 1 LINE.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-LOG-REJECT-PARA.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE.
           MOVE "-" TO AL-DASH-1-OUT.
           MOVE "-" TO AL-DASH-2-OUT.
           MOVE WS-TR-EMPL-NUM-3 TO AL-SSN-3-OUT.
           MOVE WS-TR-EMPL-NUM-2 TO AL-SSN-2-OUT.
           MOVE WS-TR-EMPL-NUM-4 TO AL-SSN-4-OUT.
           MOVE WS-TR-SEQ-NUM TO AL-SEQ-NUM-OUT.
           MOVE WS-TR-ROUTING-NUM TO AL-ROUTING-NUM-OUT.
           MOVE WS-TR-ACCOUNT-NUM TO AL-ACCOUNT-NUM-OUT.
           MOVE "REJECTED" TO AL-ACTION-OUT.
           MOVE WS-REJECT-REASON TO AL-MESSAGE-OUT.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C40-LOG-APPLIED-PARA.
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE.
           MOVE "-" TO AL-DASH-1-OUT.
           MOVE "-" TO AL-DASH-2-OUT.
           MOVE WS-TR-EMPL-NUM-3 TO AL-SSN-3-OUT.
           MOVE WS-TR-EMPL-NUM-2 TO AL-SSN-2-OUT.
           MOVE WS-TR-EMPL-NUM-4 TO AL-SSN-4-OUT.
           MOVE WS-TR-SEQ-NUM TO AL-SEQ-NUM-OUT.
           MOVE WS-TR-ROUTING-NUM TO AL-ROUTING-NUM-OUT.
           MOVE WS-TR-ACCOUNT-NUM TO AL-ACCOUNT-NUM-OUT.
           MOVE WS-ACTION-TEXT TO AL-ACTION-OUT.
           MOVE WS-APPLIED-MESSAGE TO AL-MESSAGE-OUT.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
