      *     (PROG12-6) AND THE CHECK RUN (PROG12-7) SELECT THE
      *     BRACKET TABLE (STATETAB1.DAT OR STATETAB2.DAT) BY THIS
      *     CODE.
      *     THE MASTER NOW CARRIES AN EMPLOYMENT STATUS (POSITION 1,
      *     "A" ACTIVE, "L" LEAVE WITHOUT PAY, "T" TERMINATED; SPACE
      *     IS TAKEN AS ACTIVE), A HIRE DATE (POSITIONS 2-7) AND A
      *     TERMINATION DATE (POSITIONS 42-47), BOTH YYMMDD, AND THE
      *     TRANSACTION IS WIDENED TO 60 CHARACTERS TO CARRY THEM.
      *     AN ADD WITH NO STATUS IS ADDED ACTIVE AND AN ADD WITH NO
      *     HIRE DATE IS HIRED AS OF THE RUN DATE. ON A CHANGE A
      *     BLANK STATUS OR DATE LEAVES THE MASTER AS IT IS. STATUS
      *     "T" NEEDS A TERMINATION DATE; RETURNING AN EMPLOYEE TO
      *     "A" CLEARS THE TERMINATION DATE AND THE FINAL-CHECK FLAG
      *     (POSITION 8, SET BY PROG12-8 WHEN THE FINAL CHECK IS
      *     POSTED). A STATUS CHANGE IS SHOWN ON THE AUDIT LINE. AN
      *     EMPLOYEE WITH YTD EARNINGS CAN NO LONGER BE DELETED,
      *     SINCE PROG12-9 STILL NEEDS THE RECORD FOR THE W-2; THE
      *     EMPLOYEE IS TERMINATED INSTEAD AND LATER REMOVED BY THE
      *     PROG16-7 PURGE.
      *     THE MASTER NOW CARRIES THE EMPLOYEE'S DEPARTMENT (COST
      *     CENTER) CODE IN POSITIONS 77-80, TAKEN FROM TRANSACTION
      *     POSITIONS 57-60. A BLANK CODE ON A CHANGE LEAVES THE
      *     MASTER'S DEPARTMENT AS IT IS. THE PROG16-8 LABOR
      *     DISTRIBUTION RUN TOTALS EACH CYCLE'S PAY BY THIS CODE.
      *     A TERMINATION DATE IS NOW REJECTED UNLESS THE EMPLOYEE
      *     ENDS UP WITH STATUS "T": ON AN ADD THE TRANSACTION MUST
      *     CARRY "T", AND ON A CHANGE WITH A BLANK STATUS THE
      *     MASTER MUST ALREADY BE "T".
      *
      *
      *
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
       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SW              PIC X(1).
           05  WS-VALID-SW                  PIC X(1).
           05  WS-DATE-OK-SW                PIC X(1).
      *
       01  WS-EARN-FILE-STAT                PIC X(2).
      *
      *
       01  WS-REJECT-REASON                 PIC X(30).
       01  WS-ACTION-TEXT                   PIC X(10).
       01  WS-APPLIED-MSG                   PIC X(30).
      *
       01  WS-STATUS-MSG.
           05  FILLER                       PIC X(12)
                                            VALUE "STATUS FROM ".
           05  WS-SM-OLD-STATUS             PIC X(1).
           05  FILLER                       PIC X(4) VALUE " TO ".
           05  WS-SM-NEW-STATUS             PIC X(1).
           05  FILLER                       PIC X(12) VALUE SPACES.
      *
       01  WS-DATE-CHECK.
           05  WS-DC-YEAR                   PIC 9(2).
           05  WS-DC-MONTH                  PIC 9(2).
           05  WS-DC-DAY                    PIC 9(2).
       01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK
                                            PIC X(6).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT                  PIC X(6).
               10  WS-DAY                   PIC X(2).
      *
       01  WS-MASTER-WORK.
           05  WS-MR-EMPL-STATUS            PIC X(1).
           05  WS-MR-HIRE-DATE              PIC X(6).
           05  WS-MR-FINAL-PAID             PIC X(1).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WS-MR-EMPL-NUM.
               10  WS-MR-EMPL-NUM-3         PIC X(3).
               10  WS-MR-EMPL-NUM-2         PIC X(2).
               10  WS-MR-EMPL-NUM-4         PIC X(4).
           05  WS-MR-EMPL-LNAME             PIC X(12).
           05  WS-MR-EMPL-FNAME             PIC X(9).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  WS-MR-TERM-DATE              PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WS-MR-MAR-STAT               PIC X(1).
           05  WS-MR-EXEMPTIONS             PIC 9(2).
           05  FILLER                       PIC X(7) VALUE SPACES.
           05  WS-MR-YTD-EARN               PIC 9(6)V99.
           05  WS-MR-PAY-FREQ               PIC X(1).
           05  WS-MR-WORK-STATE             PIC X(1).
           05  WS-MR-DEPT-CODE              PIC X(4).
      *
       01  WS-TRANS-WORK.
           05  WS-TR-TRANS-CODE             PIC X(1).
           05  WS-TR-EARN-THIS-PER          PIC 9(5)V99.
           05  WS-TR-PAY-FREQ               PIC X(1).
           05  WS-TR-WORK-STATE             PIC X(1).
           05  WS-TR-EMPL-STATUS            PIC X(1).
               88  WS-TR-ACTIVE                 VALUE "A".
               88  WS-TR-LWOP                   VALUE "L".
               88  WS-TR-TERMINATED             VALUE "T".
           05  WS-TR-HIRE-DATE              PIC X(6).
           05  WS-TR-TERM-DATE              PIC X(6).
           05  WS-TR-DEPT-CODE              PIC X(4).
      *
       01  WS-AUDIT-HEADING.
           05  FILLER                       PIC X(10) VALUE "EMPLOYEE".
      *
      *
       B20-PROCESS-PARA.
           MOVE SPACES TO WS-APPLIED-MSG.
           PERFORM B60-VALIDATE-TRANS-PARA.
           IF WS-VALID-SW = "N" THEN
               PERFORM C30-LOG-REJECT-PARA
           MOVE WS-TR-EARN-THIS-PER TO WS-MR-EARN-THIS-PER.
           MOVE WS-TR-PAY-FREQ TO WS-MR-PAY-FREQ.
           MOVE WS-TR-WORK-STATE TO WS-MR-WORK-STATE.
           IF WS-TR-EMPL-STATUS = SPACE THEN
               MOVE "A" TO WS-MR-EMPL-STATUS
           ELSE
               MOVE WS-TR-EMPL-STATUS TO WS-MR-EMPL-STATUS
           END-IF.
           IF WS-TR-HIRE-DATE = SPACES THEN
               MOVE DATE-ACCEPT TO WS-MR-HIRE-DATE
           ELSE
               MOVE WS-TR-HIRE-DATE TO WS-MR-HIRE-DATE
           END-IF.
           MOVE WS-TR-TERM-DATE TO WS-MR-TERM-DATE.
           MOVE WS-TR-DEPT-CODE TO WS-MR-DEPT-CODE.
           MOVE WS-MASTER-WORK TO ER-MASTER-REC-IO.
           WRITE ER-MASTER-REC-IO
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   PERFORM B41-CHANGE-MASTER-PARA
           END-READ.
      *
      *
       B41-CHANGE-MASTER-PARA.
           IF WS-TR-EMPL-STATUS = SPACE AND
              WS-TR-TERM-DATE NOT = SPACES AND
              WS-MR-EMPL-STATUS NOT = "T" THEN
               MOVE "TERMINATION DATE NEEDS STATUS T"
                   TO WS-REJECT-REASON
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               MOVE WS-TR-EMPL-LNAME TO WS-MR-EMPL-LNAME
               MOVE WS-TR-EMPL-FNAME TO WS-MR-EMPL-FNAME
               MOVE WS-TR-MAR-STAT TO WS-MR-MAR-STAT
               MOVE WS-TR-EXEMPTIONS TO WS-MR-EXEMPTIONS
               MOVE WS-TR-EARN-THIS-PER TO WS-MR-EARN-THIS-PER
               MOVE WS-TR-PAY-FREQ TO WS-MR-PAY-FREQ
               MOVE WS-TR-WORK-STATE TO WS-MR-WORK-STATE
               IF WS-TR-DEPT-CODE NOT = SPACES THEN
                   MOVE WS-TR-DEPT-CODE TO WS-MR-DEPT-CODE
               END-IF
               PERFORM B42-CHANGE-STATUS-PARA
               MOVE WS-MASTER-WORK TO ER-MASTER-REC-IO
               REWRITE ER-MASTER-REC-IO
               ADD 1 TO WS-CHANGE-CNT
               MOVE "CHANGED" TO WS-ACTION-TEXT
               PERFORM C40-LOG-APPLIED-PARA
           END-IF.
      *
      *
       B42-CHANGE-STATUS-PARA.
           IF WS-MR-EMPL-STATUS = SPACE THEN
               MOVE "A" TO WS-MR-EMPL-STATUS
           END-IF.
           IF WS-TR-HIRE-DATE NOT = SPACES THEN
               MOVE WS-TR-HIRE-DATE TO WS-MR-HIRE-DATE
           END-IF.
           IF WS-TR-EMPL-STATUS NOT = SPACE AND
              WS-TR-EMPL-STATUS NOT = WS-MR-EMPL-STATUS THEN
               MOVE WS-MR-EMPL-STATUS TO WS-SM-OLD-STATUS
               MOVE WS-TR-EMPL-STATUS TO WS-SM-NEW-STATUS
               MOVE WS-STATUS-MSG TO WS-APPLIED-MSG
               IF WS-TR-ACTIVE THEN
                   MOVE SPACES TO WS-MR-TERM-DATE
                   MOVE SPACE TO WS-MR-FINAL-PAID
               END-IF
               MOVE WS-TR-EMPL-STATUS TO WS-MR-EMPL-STATUS
           END-IF.
           IF WS-TR-TERM-DATE NOT = SPACES THEN
               MOVE WS-TR-TERM-DATE TO WS-MR-TERM-DATE
           END-IF.
      *
      *
       B45-DELETE-PARA.
           MOVE WS-TR-EMPL-NUM TO ER-EMPL-NUM-IO.
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM C30-LOG-REJECT-PARA
               NOT INVALID KEY
                   PERFORM B47-DELETE-MASTER-PARA
           END-READ.
      *
      *
       B47-DELETE-MASTER-PARA.
           IF WS-MR-YTD-EARN NOT NUMERIC OR
              WS-MR-YTD-EARN > ZERO THEN
               MOVE "HAS YTD EARNINGS - TERMINATE" TO WS-REJECT-REASON
               PERFORM C30-LOG-REJECT-PARA
           ELSE
               DELETE EARNINGS-FILE-IO
               ADD 1 TO WS-DELETE-CNT
               MOVE "DELETED" TO WS-ACTION-TEXT
               PERFORM C40-LOG-APPLIED-PARA
           END-IF.
      *
      *
       B60-VALIDATE-TRANS-PARA.
           MOVE "Y" TO WS-VALID-SW.
                                       TO WS-REJECT-REASON
                               ELSE
                                   PERFORM B65-VALIDATE-ADD-PARA
                                   IF WS-VALID-SW = "Y" THEN
                                       PERFORM B67-VALIDATE-STATUS-PARA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-IF
           END-IF.
      *
      *
       B67-VALIDATE-STATUS-PARA.
           IF NOT (WS-TR-EMPL-STATUS = "A" OR "L" OR "T" OR SPACE) THEN
               MOVE "N" TO WS-VALID-SW
               MOVE "INVALID EMPLOYMENT STATUS" TO WS-REJECT-REASON
           END-IF.
           IF WS-VALID-SW = "Y" AND WS-TR-HIRE-DATE NOT = SPACES THEN
               MOVE WS-TR-HIRE-DATE TO WS-DATE-CHECK-X
               PERFORM B68-CHECK-DATE-PARA
               IF WS-DATE-OK-SW = "N" THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-VALID-SW = "Y" AND WS-TR-TERM-DATE NOT = SPACES THEN
               MOVE WS-TR-TERM-DATE TO WS-DATE-CHECK-X
               PERFORM B68-CHECK-DATE-PARA
               IF WS-DATE-OK-SW = "N" THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVALID TERMINATION DATE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-VALID-SW = "Y" THEN
               IF WS-TR-TERMINATED AND WS-TR-TERM-DATE = SPACES THEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "TERMINATION DATE REQUIRED"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-TR-TERM-DATE NOT = SPACES AND
                      NOT WS-TR-TERMINATED THEN
                       IF WS-TR-ADD OR WS-TR-EMPL-STATUS NOT = SPACE
                           THEN
                           MOVE "N" TO WS-VALID-SW
                           MOVE "TERMINATION DATE NEEDS STATUS T"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B68-CHECK-DATE-PARA.
           MOVE "Y" TO WS-DATE-OK-SW.
           IF WS-DATE-CHECK-X NOT NUMERIC THEN
               MOVE "N" TO WS-DATE-OK-SW
           ELSE
               IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12 OR
                  WS-DC-DAY < 1 OR WS-DC-DAY > 31 THEN
                   MOVE "N" TO WS-DATE-OK-SW
               END-IF
           END-IF.
      *
      *
       B70-READ-TRANS-PARA.
           READ TRANS-FILE-IN INTO WS-TRANS-WORK
           MOVE WS-TR-EMPL-NUM-2 TO AL-SSN-2-OUT.
           MOVE WS-TR-EMPL-NUM-4 TO AL-SSN-4-OUT.
           MOVE WS-ACTION-TEXT TO AL-ACTION-OUT.
           MOVE WS-APPLIED-MSG TO AL-MESSAGE-OUT.
           WRITE AL-AUDIT-LINE-OUT FROM WS-AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
