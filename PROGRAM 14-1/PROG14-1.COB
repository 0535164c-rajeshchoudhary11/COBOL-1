      *
      * THIS PROGRAM IS THE RUN-CONTROL DRIVER FOR THE PAYROLL
      * CYCLE. THE CYCLE ORDER IS PROG12-4, PROG14-2 (MASTER
      * BACKUP), PROG12-1, PROG12-2, PROG12-6, PROG13-3, PROG12-5,
      * PROG16-4 (PRE-RELEASE VARIANCE REVIEW), THEN PROG15-5 (BANK
      * FILE). THE YEAR-END STEPS PROG17-2 (PAY HISTORY BALANCING
      * PROOF) AND PROG12-9 (YEAR-END W-2 AND RESET) ARE RUN ONLY
      * AFTER THE LAST CYCLE OF THE YEAR, SO THEY ARE SHOWN WITH THE
      * CYCLE BUT ARE NOT OFFERED AS ITS NEXT STEP. THE DRIVER OWNS
      * THE CYCLE-STATUS FILE (CYCLESTAT.DAT): EVERY STEP LAUNCH
      * WRITES A START RECORD AND EVERY RETURN WRITES A COMPLETION
      * RECORD WITH A CLEAN/ERROR OUTCOME. A STEP WHOSE
      * PREREQUISITES HAVE NOT COMPLETED CLEAN IS REFUSED:
      *   - 12-4 AND 14-2 HAVE NO PREREQUISITE
      *   - 12-1 NEEDS 12-4 COMPLETE CLEAN AND A FRESH 14-2
      *     BACKUP GENERATION OF EARNINGS.DAT
      *   - 12-2 AND 12-6 NEED 12-1 CLEAN AND A ZERO PROBLEM COUNT
      *   - 13-3 NEEDS 12-2 AND 12-6 CLEAN
      *   - 12-5 NEEDS 13-3 CLEAN AND BOTH CONTROL12.DAT AND
      *     CONTROL13.DAT ON HAND
      *   - 16-4 NEEDS 12-5 CLEAN
      *   - 15-5 NEEDS THE VARIANCE REVIEW SIGN-OFF RECORD
      *     (VARSTAT.DAT) FOR THE PERIODPRM.DAT PERIOD SHOWING THE
      *     REVIEW COMPLETE
      *   - 17-2 HAS NO PREREQUISITE
      *   - 12-9 NEEDS 17-2 CLEAN, THAT IS WITH EVERY EMPLOYEE'S PAY
      *     HISTORY IN BALANCE WITH THE YTD FILES
      * A VARIANCE REVIEW THAT FOUND EXCEPTIONS IS LEFT PENDING;
      * ONCE THE REPORT HAS BEEN WORKED THE REVIEWER KEYS "SIGN" AND
      * INITIALS AT THE CONSOLE TO MARK IT COMPLETE. AFTER AN ABEND
      * THE DRIVER IS SIMPLY RERUN: IT REBUILDS THE CYCLE STATE FROM
      * CYCLESTAT.DAT AND OFFERS THE FIRST STEP THAT HAS NOT
      * COMPLETED CLEAN AS THE RESTART POINT. KEYING "NEW" CLEARS
      * THE STATUS FILE TO BEGIN THE NEXT CYCLE.
      *
      *
      *
           SELECT CONTROL13-FILE-IN
               ASSIGN TO "CONTROL13.DAT"
               FILE STATUS IS WS-CONTROL13-STAT.
           SELECT VARIANCE-STATUS-FILE
               ASSIGN TO "VARSTAT.DAT"
               FILE STATUS IS WS-VARSTAT-FILE-STAT.
           SELECT PERIOD-PARM-FILE-IN
               ASSIGN TO "PERIODPRM.DAT"
               FILE STATUS IS WS-PARM-FILE-STAT.
      *
      *
      *
               DATA RECORD IS CT-CONTROL13-REC-IN.
      *
       01  CT-CONTROL13-REC-IN              PIC X(20).
      *
       FD  VARIANCE-STATUS-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS VS-STATUS-REC.
      *
       01  VS-STATUS-REC.
           05  VS-PERIOD-DATE               PIC X(6).
           05  VS-REVIEW-DATE               PIC X(6).
           05  VS-REVIEWED-CNT              PIC 9(5).
           05  VS-EXCEPTION-CNT             PIC 9(5).
           05  VS-STATUS                    PIC X(1).
           05  VS-SIGNOFF-ID                PIC X(3).
           05  VS-SIGNOFF-DATE              PIC X(6).
           05  FILLER                       PIC X(8).
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
      *
       WORKING-STORAGE SECTION.
           05  WS-TABSTAT-FILE-STAT         PIC X(2).
           05  WS-CONTROL12-STAT            PIC X(2).
           05  WS-CONTROL13-STAT            PIC X(2).
           05  WS-VARSTAT-FILE-STAT         PIC X(2).
           05  WS-PARM-FILE-STAT            PIC X(2).
      *
       01  WS-OPERATOR-CHOICE               PIC X(4).
      *
      *
       01  WS-TABSTAT-ERR-CNT               PIC 9(3).
      *
       01  WS-STEP-SUB                      PIC 9(2).
       01  WS-CHOICE-SUB                    PIC 9(2).
       01  WS-NEXT-SUB                      PIC 9(2).
      *
       01  WS-STEP-CNT                      PIC 9(2) VALUE 11.
       01  WS-CYCLE-STEP-CNT                PIC 9(2) VALUE 9.
      *            STEPS AFTER WS-CYCLE-STEP-CNT ARE THE YEAR-END STEPS
      *
       01  WS-PARM-PERIOD                   PIC X(6).
       01  WS-SIGNOFF-ID                    PIC X(3).
      *
       01  WS-COMMAND-HOLD                  PIC X(8).
      *
           05  FILLER                       PIC X(4) VALUE "12-6".
           05  FILLER                       PIC X(4) VALUE "13-3".
           05  FILLER                       PIC X(4) VALUE "12-5".
           05  FILLER                       PIC X(4) VALUE "16-4".
           05  FILLER                       PIC X(4) VALUE "15-5".
           05  FILLER                       PIC X(4) VALUE "17-2".
           05  FILLER                       PIC X(4) VALUE "12-9".
      *
       01  WS-STEP-IDS REDEFINES WS-STEP-VALUES.
           05  WS-STEP-ID          OCCURS 11 TIMES
                                            PIC X(4).
      *
       01  WS-STEP-STATES.
           05  WS-STEP-STATE       OCCURS 11 TIMES
                                            PIC X(1).
      *            N = NOT RUN   S = STARTED, NO COMPLETION
      *            C = COMPLETE CLEAN   E = COMPLETE WITH ERRORS
      *
       B10-LOAD-HISTORY-PARA.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-CNT
               MOVE "N" TO WS-STEP-STATE(WS-STEP-SUB)
           END-PERFORM.
           MOVE "N" TO WS-HISTORY-EOF-SW.
      *
       B17-APPLY-HISTORY-PARA.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-CNT
               IF CY-STEP-ID = WS-STEP-ID(WS-STEP-SUB) THEN
                   IF CY-EVENT = "S" THEN
                       MOVE "S" TO WS-STEP-STATE(WS-STEP-SUB)
       B20-CONSOLE-PARA.
           PERFORM C10-SHOW-STATUS-PARA.
           DISPLAY "ENTER STEP TO RUN, NEW FOR NEW CYCLE, END TO QUIT".
           DISPLAY "SIGN TO SIGN OFF THE VARIANCE REVIEW".
           MOVE SPACES TO WS-OPERATOR-CHOICE.
           ACCEPT WS-OPERATOR-CHOICE.
           IF WS-OPERATOR-CHOICE = "END" OR WS-OPERATOR-CHOICE = "end"
                   WS-OPERATOR-CHOICE = "new" THEN
                   PERFORM B60-NEW-CYCLE-PARA
               ELSE
                   IF WS-OPERATOR-CHOICE = "SIGN" OR
                       WS-OPERATOR-CHOICE = "sign" THEN
                       PERFORM B70-SIGN-OFF-PARA
                   ELSE
                       PERFORM B30-DISPATCH-PARA
                   END-IF
               END-IF
           END-IF.
      *
       B30-DISPATCH-PARA.
           MOVE "N" TO WS-STEP-FOUND-SW.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-CNT
               IF WS-OPERATOR-CHOICE = WS-STEP-ID(WS-STEP-SUB) THEN
                   MOVE "Y" TO WS-STEP-FOUND-SW
                   MOVE WS-STEP-SUB TO WS-CHOICE-SUB
                   PERFORM C40-CHECK-CONTROLS-PARA
               END-IF
           END-IF.

           IF WS-CHOICE-SUB = 8 THEN
               IF WS-STEP-STATE(7) NOT = "C" THEN
                   MOVE "N" TO WS-STEP-OK-SW
                   MOVE "12-5 HAS NOT COMPLETED CLEAN"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

           IF WS-CHOICE-SUB = 9 THEN
               PERFORM C50-CHECK-REVIEW-PARA
           END-IF.

           IF WS-CHOICE-SUB = 11 THEN
               IF WS-STEP-STATE(10) NOT = "C" THEN
                   MOVE "N" TO WS-STEP-OK-SW
                   MOVE "17-2 BALANCING PROOF HAS NOT COMPLETED CLEAN"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.
      *
      *
       B50-RUN-STEP-PARA.
           OPEN OUTPUT CYCLE-STATUS-FILE.
           CLOSE CYCLE-STATUS-FILE.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-CNT
               MOVE "N" TO WS-STEP-STATE(WS-STEP-SUB)
           END-PERFORM.
           DISPLAY "CYCLE STATUS CLEARED".
      *
      *
       B70-SIGN-OFF-PARA.
           OPEN INPUT VARIANCE-STATUS-FILE.
           IF WS-VARSTAT-FILE-STAT NOT = "00" THEN
               DISPLAY "NO VARIANCE REVIEW ON FILE - RUN 16-4 FIRST"
           ELSE
               READ VARIANCE-STATUS-FILE
                   AT END MOVE SPACES TO VS-STATUS-REC
               END-READ
               CLOSE VARIANCE-STATUS-FILE
               IF VS-STATUS = "C" THEN
                   DISPLAY "VARIANCE REVIEW FOR PERIOD " VS-PERIOD-DATE
                       " IS ALREADY COMPLETE"
               ELSE
                   IF VS-STATUS NOT = "P" THEN
                       DISPLAY "NO VARIANCE REVIEW ON FILE - "
                           "RUN 16-4 FIRST"
                   ELSE
                       DISPLAY "VARIANCE REVIEW FOR PERIOD "
                           VS-PERIOD-DATE " HAS " VS-EXCEPTION-CNT
                           " EXCEPTIONS"
                       DISPLAY "ENTER REVIEWER INITIALS TO SIGN OFF, "
                           "BLANK TO CANCEL"
                       MOVE SPACES TO WS-SIGNOFF-ID
                       ACCEPT WS-SIGNOFF-ID
                       IF WS-SIGNOFF-ID = SPACES THEN
                           DISPLAY "SIGN-OFF CANCELLED"
                       ELSE
                           PERFORM B75-WRITE-SIGN-OFF-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *
       B75-WRITE-SIGN-OFF-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE "C" TO VS-STATUS.
           MOVE WS-SIGNOFF-ID TO VS-SIGNOFF-ID.
           MOVE DATE-ACCEPT TO VS-SIGNOFF-DATE.
           OPEN OUTPUT VARIANCE-STATUS-FILE.
           WRITE VS-STATUS-REC.
           CLOSE VARIANCE-STATUS-FILE.
           DISPLAY "VARIANCE REVIEW FOR PERIOD " VS-PERIOD-DATE
               " SIGNED OFF BY " WS-SIGNOFF-ID.
      *
      *
       C10-SHOW-STATUS-PARA.
           DISPLAY " ".
           MOVE ZERO TO WS-NEXT-SUB.
           PERFORM C15-SHOW-STEP-PARA
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-CNT.
           IF WS-NEXT-SUB = ZERO THEN
               DISPLAY "CYCLE COMPLETE - KEY NEW TO START THE NEXT ONE"
           ELSE
           END-IF.
           DISPLAY WS-STEP-ID(WS-STEP-SUB) "  " WS-STATE-TEXT.
           IF WS-NEXT-SUB = ZERO AND
              WS-STEP-SUB NOT > WS-CYCLE-STEP-CNT AND
              WS-STEP-STATE(WS-STEP-SUB) NOT = "C" THEN
               MOVE WS-STEP-SUB TO WS-NEXT-SUB
           END-IF.
                   TO WS-REFUSE-REASON
           END-IF.
      *
      *
       C50-CHECK-REVIEW-PARA.
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
           MOVE SPACES TO VS-STATUS-REC.
           OPEN INPUT VARIANCE-STATUS-FILE.
           IF WS-VARSTAT-FILE-STAT = "00" THEN
               READ VARIANCE-STATUS-FILE
                   AT END MOVE SPACES TO VS-STATUS-REC
               END-READ
               CLOSE VARIANCE-STATUS-FILE
           END-IF.
           IF VS-STATUS = SPACES OR
              VS-PERIOD-DATE NOT = WS-PARM-PERIOD THEN
               MOVE "N" TO WS-STEP-OK-SW
               MOVE "16-4 VARIANCE REVIEW NOT RUN FOR THIS PERIOD"
                   TO WS-REFUSE-REASON
           ELSE
               IF VS-STATUS NOT = "C" THEN
                   MOVE "N" TO WS-STEP-OK-SW
                   MOVE "16-4 VARIANCE REVIEW NOT SIGNED OFF"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.
      *
