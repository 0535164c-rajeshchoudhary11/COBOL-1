      * OPERATOR KEYS "END" SO SEVERAL INQUIRIES CAN BE ANSWERED IN
      * ONE SITTING.
      *
      * EACH PERIOD ALSO SHOWS THE GROSS SPLIT INTO REGULAR PAY AND
      * SUPPLEMENTAL PAY, WITH THE SUPPLEMENTAL EARNINGS TYPE (B
      * BONUS, C COMMISSION, R RETRO, O OTHER, L VACATION PAYOUT ON
      * A FINAL CHECK, M MORE THAN ONE).
      * HISTORY POSTED BEFORE SUPPLEMENTAL EARNINGS WERE CARRIED
      * SHOWS ALL OF THE GROSS AS REGULAR PAY.
      *
      *
      *
       ENVIRONMENT DIVISION.
           05  PH-FICA-IN                   PIC 9(6)V99.
           05  PH-DEDUCT-IN                 PIC 9(6)V99.
           05  PH-NET-PAY-IN                PIC 9(5)V99.
           05  PH-SUPP-TYPE-IN              PIC X(1).
           05  PH-SUPP-PAY-IN               PIC 9(5)V99.
           05  FILLER                       PIC X(1).
      *
      *
       WORKING-STORAGE SECTION.
               10  WS-HT-FICA                PIC 9(6)V99.
               10  WS-HT-DEDUCT              PIC 9(6)V99.
               10  WS-HT-NET                 PIC 9(5)V99.
               10  WS-HT-SUPP-TYPE           PIC X(1).
               10  WS-HT-SUPP-PAY            PIC 9(5)V99.
      *
       01  WS-REGULAR-PAY-HOLD               PIC 9(5)V99.
      *
       01  WS-ER-EARNINGS-REC-IN.
           05  FILLER                        PIC X(10) VALUE SPACES.
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DSP-PER-DD             PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DSP-REGULAR-OUT            PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DSP-SUPP-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DSP-SUPP-TYPE-OUT          PIC X(1).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DSP-GROSS-OUT              PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DSP-FED-OUT                PIC ZZ,ZZ9.99.
               MOVE PH-FICA-IN TO WS-HT-FICA(WS-HIST-CNT)
               MOVE PH-DEDUCT-IN TO WS-HT-DEDUCT(WS-HIST-CNT)
               MOVE PH-NET-PAY-IN TO WS-HT-NET(WS-HIST-CNT)
               IF PH-SUPP-PAY-IN NUMERIC THEN
                   MOVE PH-SUPP-TYPE-IN
                       TO WS-HT-SUPP-TYPE(WS-HIST-CNT)
                   MOVE PH-SUPP-PAY-IN TO WS-HT-SUPP-PAY(WS-HIST-CNT)
               ELSE
                   MOVE SPACE TO WS-HT-SUPP-TYPE(WS-HIST-CNT)
                   MOVE ZEROS TO WS-HT-SUPP-PAY(WS-HIST-CNT)
               END-IF
               PERFORM B60-READ-HISTORY-PARA
           END-IF.
      *
           IF WS-HIST-CNT = ZERO THEN
               DISPLAY "NO PAY HISTORY ON FILE"
           ELSE
               DISPLAY "PERIOD      REGULAR      SUPPL T      GROSS"
                   "    FEDERAL      STATE"
                   "       FICA     DEDUCT        NET"
               PERFORM C20-SHOW-PERIOD-PARA
                   VARYING WS-HIST-SUB FROM WS-HIST-CNT BY -1
           MOVE WS-PD-YY TO WS-DSP-PER-YY.
           MOVE WS-PD-MM TO WS-DSP-PER-MM.
           MOVE WS-PD-DD TO WS-DSP-PER-DD.
           SUBTRACT WS-HT-SUPP-PAY(WS-HIST-SUB)
               FROM WS-HT-GROSS(WS-HIST-SUB)
               GIVING WS-REGULAR-PAY-HOLD.
           MOVE WS-REGULAR-PAY-HOLD TO WS-DSP-REGULAR-OUT.
           MOVE WS-HT-SUPP-PAY(WS-HIST-SUB) TO WS-DSP-SUPP-OUT.
           MOVE WS-HT-SUPP-TYPE(WS-HIST-SUB) TO WS-DSP-SUPP-TYPE-OUT.
           MOVE WS-HT-GROSS(WS-HIST-SUB) TO WS-DSP-GROSS-OUT.
           MOVE WS-HT-FED(WS-HIST-SUB) TO WS-DSP-FED-OUT.
           MOVE WS-HT-STATE(WS-HIST-SUB) TO WS-DSP-STATE-OUT.
