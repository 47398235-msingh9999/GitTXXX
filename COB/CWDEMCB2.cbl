       77  FILLER               PIC X(12)  VALUE 'CWDEMCB2 WS:'.
       77  PAYMAP1-LEN          PIC S9(4)  COMP    VALUE +109.
       77  PAYMAP1A-LEN         PIC S9(4)  COMP    VALUE +1313.
       77  PAYMAP2-LEN          PIC S9(4)  COMP    VALUE +1280.
       77  EMP-REC-LEN          PIC S9(4)  COMP    VALUE +120.
       77  EMP-KEY-LEN          PIC S9(4)  COMP    VALUE +5.
       77  CURR-PAY             PIC  9(5)V99       VALUE ZERO.
       77  CURR-TAXES           PIC  9(5)V99       VALUE ZERO.
       77  WS-OT-LIMIT          PIC  9(3)          VALUE 40.
       77  WS-OT-FACTOR         PIC  9V9           VALUE 1.5.
       77  CURR-NET             PIC  9(5)V99       VALUE ZERO.
       77  CURR-SS-TAX          PIC  9(5)V99       VALUE ZERO.
       77  CURR-MED-TAX         PIC  9(5)V99       VALUE ZERO.
       77  CURR-ER-SS           PIC  9(5)V99       VALUE ZERO.
       77  CURR-ER-MED          PIC  9(5)V99       VALUE ZERO.
      ** FICA RATES AND LIMITS - THE WAGE BASE AND THE ADDITIONAL
      ** MEDICARE THRESHOLD CHANGE EACH JANUARY.  CWCDPCAL CARRIES
      ** THE SAME FIGURES FOR THE BATCH PAY CALCULATION.
       77  WS-SS-RATE           PIC  9(3)V99       VALUE 006.20.
       77  WS-SS-WAGE-BASE      PIC  9(7)V99       VALUE 0184500.00.
       77  WS-MED-RATE          PIC  9(3)V99       VALUE 001.45.
       77  WS-MED-ADDL-RATE     PIC  9(3)V99       VALUE 000.90.
       77  WS-MED-ADDL-THRESH   PIC  9(7)V99       VALUE 0200000.00.
       77  WS-SS-WAGES          PIC S9(7)V99       VALUE ZERO.
       77  WS-MED-ADDL-WAGES    PIC S9(7)V99       VALUE ZERO.
       77  TAX-REC-LEN          PIC S9(4) COMP     VALUE +30.
       77  TAX-KEY-LEN          PIC S9(4) COMP     VALUE +9.
       77  WS-TAX-KEY           PIC X(9)           VALUE '000000000'.
       77  CURR-DED-GARN        PIC  9(5)V99       VALUE ZERO.
       77  WS-DED-WORK          PIC  9(5)V99       VALUE ZERO.
       77  WS-NET-REMAIN        PIC S9(5)V99       VALUE ZERO.
       77  PHIST-REC-LEN        PIC S9(4) COMP     VALUE +152.
       77  PHIST-KEY-LEN        PIC S9(4) COMP     VALUE +19.
       77  WS-PHIST-EMP         PIC X(5)           VALUE SPACES.
       77  WS-PHIST-COUNT       PIC S9(3)          VALUE ZERO.
       77  TS-REC-LEN           PIC S9(4) COMP     VALUE +50.
       77  WS-TS-ITEM           PIC S9(4) COMP     VALUE ZERO.
       77  WS-TS-COUNT          PIC S9(4) COMP     VALUE ZERO.
       77  AUDIT-REC-LEN        PIC S9(4) COMP     VALUE +86.
       77  AUDIT-KEY-LEN        PIC S9(4) COMP     VALUE +34.
       77  WS-ASYNC-LIMIT       PIC 9(3)           VALUE 5.
       77  AT-COUNT             PIC 9(3)           VALUE ZERO.
       77  DUMMY-MULTI-LEN      PIC S9(4)  COMP    VALUE +28.
       77  WS-GRAND-TOTAL       PIC S9(7)V99       VALUE ZERO.
       77  WS-SYSID             PIC X(4).
       77  SEC-REC-LEN          PIC S9(4) COMP     VALUE +60.
       77  SEC-KEY-LEN          PIC S9(4) COMP     VALUE +29.
       77  PCL-REC-LEN          PIC S9(4) COMP     VALUE +60.
       77  PCL-KEY-LEN          PIC S9(4) COMP     VALUE +8.
       77  WS-ABSTIME           PIC S9(15) COMP-3  VALUE ZERO.
       77  WS-TODAY             PIC X(8)           VALUE SPACES.
       77  WS-LOCK-PERIOD       PIC X(8)           VALUE SPACES.
       77  WS-PERIOD-SWITCH     PIC X              VALUE 'N'.
           88  PAY-PERIOD-OPEN                     VALUE 'Y'.
       77  WS-PCL-DONE-SWITCH   PIC X              VALUE 'N'.
           88  PCL-BROWSE-DONE                     VALUE 'Y'.

       01  DUMMY-EMP.
           05  FILLER           PIC X(3).
               10  PAY001-DTEFF-YY PIC XX    VALUE '84'.
           05  PAY001-LST-PCT  PIC 9(3)V9   VALUE 011.0.
           05  PAY001-TAX-RAT  PIC 9(3)V9   VALUE 020.0.
           05  PAY001-YTD-GRS  PIC S9(7)V99 VALUE +0015000.00.
           05  PAY001-YTD-TAX  PIC S9(5)V99 VALUE +03000.00.
           05  PAY001-HOURS    PIC XXX      VALUE '$$$'.
           05  PAY001-MSG      PIC X(26)    VALUE SPACES.
               10  PAY999-DTEFF-YY PIC XX    VALUE '84'.
           05  PAY999-LST-PCT  PIC 9(3)V9   VALUE 011.0.
           05  PAY999-TAX-RAT  PIC 9(3)V9   VALUE 020.0.
           05  PAY999-YTD-GRS  PIC S9(7)V99 VALUE +0015000.00.
           05  PAY999-YTD-TAX  PIC S9(5)V99 VALUE +03000.00.
           05  PAY999-HOURS    PIC 999      VALUE 040.
           05  PAY999-MSG      PIC X(26)    VALUE SPACES.
               10  WA-DTEFF-YY PIC XX.
           05  WA-LST-PCT  PIC 9(3)V9.
           05  WA-TAX-RAT  PIC 9(3)V9.
           05  WA-YTD-GRS  PIC S9(7)V99.
           05  WA-YTD-TAX  PIC S9(5)V99.
           05  WA-HOURS    PIC 999.
           05  WA-MSG      PIC X(26).
           05  EMP-HOURS       PIC 999.
           05  EMP-TOTPAY      PIC 9(5)V99.
           05  EMP-RATE        PIC 9(3)V99.
           05  EMP-YTD-GRS     PIC S9(7)V99.
           05  EMP-YTD-TAX     PIC S9(5)V99.
           05  EMP-REG-HRS     PIC 999.
           05  EMP-OT-HRS      PIC 999.
           05  EMP-OT-PAY      PIC 9(5)V99.
           05  EMP-CUR-TAX     PIC 9(5)V99.
           05  EMP-DEPT        PIC X(4).
           05  EMP-CUR-SS      PIC 9(5)V99.
           05  EMP-CUR-MED     PIC 9(5)V99.
           05  EMP-ER-SS       PIC 9(5)V99.
           05  EMP-ER-MED      PIC 9(5)V99.
           05  EMP-LV-HRS      PIC 999.
           05  EMP-LV-PAY      PIC 9(5)V99.

      ** ONE GRADUATED WITHHOLDING BRACKET FROM THE TAXTBL VSAM KSDS,
      ** KEYED SET EFFECTIVE DATE (0CYYDDD, AS EIBDATE) PLUS BRACKET
               10 FILLER        PIC X(42) VALUE SPACE.
           05  MAP2-LINE8C.
               10 FILLER        PIC X(18)
                     VALUE ' FED WITHHOLDING: '.
               10 TAXWHD        PIC ZZZZZZZ.99.
               10 FILLER        PIC X(52) VALUE SPACE.
           05  MAP2-LINE8CB.
               10 FILLER        PIC X(18)
                     VALUE ' SOC SEC / MEDCR: '.
               10 SSTAXWH       PIC ZZZZZZZ.99.
               10 FILLER        PIC X(3)  VALUE ' / '.
               10 MEDTAXWH      PIC ZZZZZZZ.99.
               10 FILLER        PIC X(39) VALUE SPACE.
           05  MAP2-LINE8CA.
               10 FILLER        PIC X(18)
                     VALUE ' DEDUCTIONS:      '.
               10 FILLER        PIC X(52) VALUE SPACE.

      ** EMPLOYEE-INFORMATION WAS REPLACED BY THE EMPMSTR VSAM FILE -
      ** SEE CWCDEMPM FOR THE ADD/CHANGE/INQUIRE/TERMINATE TRANSACTION.

       01  MESSAGES.
           05  MAP-MSG                 PIC X(80)  VALUE SPACES.
           05  PHIST-RATE           PIC 9(3)V99.
           05  PHIST-GROSS          PIC 9(5)V99.
           05  PHIST-TAX            PIC 9(5)V99.
           05  PHIST-YTD-GRS        PIC S9(7)V99.
           05  PHIST-YTD-TAX        PIC S9(5)V99.
           05  PHIST-DED-401K       PIC 9(5)V99.
           05  PHIST-DED-INS        PIC 9(5)V99.
           05  PHIST-DED-TOT        PIC 9(5)V99.
           05  PHIST-NET            PIC 9(5)V99.
           05  PHIST-TAX-SET        PIC 9(7).
           05  PHIST-SS-TAX         PIC 9(5)V99.
           05  PHIST-MED-TAX        PIC 9(5)V99.
           05  PHIST-ER-SS          PIC 9(5)V99.
           05  PHIST-ER-MED         PIC 9(5)V99.
      ** AN OFF-CYCLE PAYMENT FROM CWCDOFFC IS PAY TYPE O, CARRYING
      ** THE PAY PERIOD IT WAS CHARGED TO, ITS CHECKREG CHECK NUMBER
      ** AND REASON CODE; CWCDOFFP STAMPS THE PERIOD OF THE RUN THAT
      ** PRINTED THE CHECK.  ALL BLANK ON A REGULAR PAY RECORD.
           05  PHIST-PAY-TYPE       PIC X.
               88  PHIST-OFF-CYCLE            VALUE 'O'.
           05  PHIST-PERIOD         PIC X(8).
           05  PHIST-CHECK-NO       PIC X(6).
           05  PHIST-REASON         PIC X(2).
           05  PHIST-PRINT-PERIOD   PIC X(8).

      ** RESULT LINES FOR THE '00008' CHECK-HISTORY INQUIRY - EACH
      ** LINE OVERLAYS ONE MAP2 DETAIL LINE WHOLESALE, THE SAME WAY
           05  AUD-NEW-HOURS        PIC 999.
           05  AUD-OLD-TOTPAY       PIC 9(5)V99.
           05  AUD-NEW-TOTPAY       PIC 9(5)V99.
           05  AUD-OLD-YTD-GRS      PIC S9(7)V99.
           05  AUD-NEW-YTD-GRS      PIC S9(7)V99.
           05  AUD-OLD-YTD-TAX      PIC S9(5)V99.
           05  AUD-NEW-YTD-TAX      PIC S9(5)V99.

      ** PAYROLL CALENDAR RECORD ON THE PAYCAL VSAM KSDS, KEYED ON
      ** THE PERIOD END DATE (THE RUNPARM DATE OF THAT PAYROLL).
      ** SAME LAYOUT AS PAY-CALENDAR-RECORD IN CWCDCALM.
       01  PAY-CALENDAR-RECORD.
           05  PCL-PERIOD-END       PIC X(8).
           05  PCL-START-DATE       PIC X(8).
           05  PCL-CHECK-DATE       PIC X(8).
           05  PCL-STATUS           PIC X.
               88  PCL-OPEN                   VALUE 'O'.
               88  PCL-CLOSED                 VALUE 'C'.
           05  PCL-CLOSE-DATE       PIC 9(7).
           05  PCL-CLOSE-TIME       PIC 9(7).
           05  PCL-CLOSE-TRMID      PIC X(4).
           05  FILLER               PIC X(17).

      ** PAYCAL BROWSE KEY - STARTS AT THE FIRST OF LAST MONTH.
       01  WS-PCL-BROWSE-KEY.
           05  WS-PCL-BROWSE-CCYY   PIC 9(4).
           05  WS-PCL-BROWSE-MM     PIC 99.
           05  WS-PCL-BROWSE-DD     PIC 99.

      ** SECURITY LOG RECORD - SAME LAYOUT AS SECURITY-LOG-RECORD IN
      ** CWCDEMPM.  A PAY REFUSED BY THE PAY-PERIOD LOCK LANDS HERE
      ** WITH FUNCTION P AND RESULT LOCKED, BESIDE THE MAINTENANCE
      ** TRANSACTIONS' DENIALS, SO CWCDSECR REPORTS THEM TOGETHER.
       01  SECURITY-LOG-RECORD.
           05  SEC-KEY.
               10  SEC-TRMID        PIC X(4).
               10  SEC-TRNID        PIC X(4).
               10  SEC-TASKN        PIC 9(7).
               10  SEC-DATE         PIC 9(7).
               10  SEC-TIME         PIC 9(7).
           05  SEC-FUNC             PIC X.
           05  SEC-REC-KEY          PIC X(10).
           05  SEC-RESULT           PIC X(8).
           05  FILLER               PIC X(12).

       01  DUMMY-COMMAREA              PIC X(80)  VALUE
           'Commarea: Text:TEST Char:Test Ascii:<(>? Hex: Test'.

                MOVE WA-RATE  TO CURR-RATE
                PERFORM 890-COMPUTE-GROSS-PAY
                PERFORM 885-COMPUTE-TAXES

      ** NO PAY IS TAKEN WHILE THE PAY PERIOD IT WOULD LAND IN IS
      ** CLOSED - ITS CHECKS HAVE ALREADY PRINTED.
                PERFORM 860-CHECK-PAY-PERIOD
                        THRU 860-CHECK-PERIOD-EXIT
                IF NOT PAY-PERIOD-OPEN
                     MOVE PAYEMP1 TO SEC-REC-KEY
                     PERFORM 866-LOG-PERIOD-LOCKED
                     GO TO 930-SEND-ERROR-MAP
                END-IF

      ** PERSIST YTD GROSS/TAXES ON DBUGEMP SO THEY SURVIVE A RESTART..
                MOVE PAYEMP1 TO EMP-NUM-KEY
                     MOVE ZERO        TO EMP-REG-HRS  EMP-OT-HRS
                                         EMP-REG-PAY  EMP-OT-PAY
                                         EMP-CUR-TAX
                                         EMP-CUR-SS   EMP-CUR-MED
                                         EMP-ER-SS    EMP-ER-MED
                                         EMP-LV-HRS   EMP-LV-PAY
                     MOVE SPACES      TO EMP-DEPT
                     EXEC CICS WRITE DATASET ('DBUGEMP')
                               FROM     (VSAM-EMP-RECORD)
      ** WERE THERE BEFORE, SO VALIDATE BEFORE TREATING THEM AS NUMBERS.
                PERFORM 895-VALIDATE-EMP-NUMERICS

      ** FICA NEEDS THE YTD WAGES PAID BEFORE THIS CHECK, SO IT (AND
      ** THE DEDUCTIONS CAPPED AT WHAT IT LEAVES OF NET) WAITS FOR
      ** THE DBUGEMP RECORD.
                PERFORM 884-COMPUTE-FICA
                PERFORM 887-COMPUTE-DEDUCTIONS

                MOVE EMP-NUM-KEY  TO AUD-EMP-NUM
                MOVE EMP-HOURS    TO AUD-OLD-HOURS
                MOVE EMP-TOTPAY   TO AUD-OLD-TOTPAY
                MOVE CURR-REG-PAY TO EMP-REG-PAY
                MOVE CURR-OT-PAY  TO EMP-OT-PAY
                MOVE CURR-TAXES   TO EMP-CUR-TAX
                MOVE CURR-SS-TAX  TO EMP-CUR-SS
                MOVE CURR-MED-TAX TO EMP-CUR-MED
                MOVE CURR-ER-SS   TO EMP-ER-SS
                MOVE CURR-ER-MED  TO EMP-ER-MED
                MOVE ZERO         TO EMP-LV-HRS   EMP-LV-PAY

                MOVE EMP-HOURS    TO AUD-NEW-HOURS
                MOVE EMP-TOTPAY   TO AUD-NEW-TOTPAY
           MOVE CURR-OT-HRS  TO OVTHRS.
           MOVE CURR-OT-PAY  TO OVTPAY.
           MOVE CURR-TAXES   TO TAXWHD.
           MOVE CURR-SS-TAX  TO SSTAXWH.
           MOVE CURR-MED-TAX TO MEDTAXWH.
           MOVE CURR-DEDUCTS TO DEDAMT.
           MOVE CURR-NET     TO NETPAY.
           MOVE '*** TRANSACTION COMPLETE ***' TO PAYMSG.
       800-RETURN-TO-CICS.
           EXEC CICS RETURN END-EXEC.

      ***************************************************************
      ** PAY-PERIOD LOCK - A CHANGE KEYED TODAY LANDS ON THE FIRST
      ** PAYROLL ON THE PAYCAL CALENDAR WHOSE CHECK DATE IS TODAY OR
      ** LATER.  ONCE THAT PERIOD IS CLOSED ITS CHECKS HAVE PRINTED,
      ** SO NOTHING THAT WOULD ALTER ITS PAY IS TAKEN UNTIL ITS CHECK
      ** DATE HAS PASSED.  NO SUCH PERIOD ON THE CALENDAR, OR AN
      ** UNREADABLE CALENDAR, LOCKS AS WELL - THE SAME FENCE RULE AS
      ** 250-CHECK-AUTHORITY IN THE MAINTENANCE TRANSACTIONS, AND
      ** THE SAME LOGIC AS THEIR 260-CHECK-PAY-PERIOD.
      ***************************************************************
       860-CHECK-PAY-PERIOD.
           MOVE 'N'    TO WS-PERIOD-SWITCH.
           MOVE 'N'    TO WS-PCL-DONE-SWITCH.
           MOVE SPACES TO WS-LOCK-PERIOD.
           EXEC CICS ASKTIME
                     ABSTIME (WS-ABSTIME)
                     NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (WS-ABSTIME)
                     YYYYMMDD (WS-TODAY)
                     NOHANDLE
           END-EXEC.
      ** NO CHECK DATE FALLS A MONTH OR MORE AFTER ITS PERIOD END, SO
      ** THE BROWSE CAN START AT THE FIRST OF LAST MONTH.
           MOVE WS-TODAY TO WS-PCL-BROWSE-KEY.
           IF WS-PCL-BROWSE-MM EQUAL 01
                MOVE 12 TO WS-PCL-BROWSE-MM
                SUBTRACT 1 FROM WS-PCL-BROWSE-CCYY
           ELSE
                SUBTRACT 1 FROM WS-PCL-BROWSE-MM.
           MOVE 01 TO WS-PCL-BROWSE-DD.
           EXEC CICS STARTBR DATASET ('PAYCAL')
                     RIDFLD    (WS-PCL-BROWSE-KEY)
                     KEYLENGTH (PCL-KEY-LEN)
                     GTEQ
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                GO TO 860-CHECK-PERIOD-EXIT.
           PERFORM 862-READ-NEXT-PERIOD
                   THRU 862-READ-NEXT-EXIT
                   UNTIL PCL-BROWSE-DONE.
           EXEC CICS ENDBR DATASET ('PAYCAL')
                     NOHANDLE
           END-EXEC.
       860-CHECK-PERIOD-EXIT.
           EXIT.

       862-READ-NEXT-PERIOD.
           EXEC CICS READNEXT DATASET ('PAYCAL')
                     INTO      (PAY-CALENDAR-RECORD)
                     RIDFLD    (WS-PCL-BROWSE-KEY)
                     LENGTH    (PCL-REC-LEN)
                     KEYLENGTH (PCL-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE 'Y' TO WS-PCL-DONE-SWITCH
                GO TO 862-READ-NEXT-EXIT.
           IF PCL-CHECK-DATE < WS-TODAY
                GO TO 862-READ-NEXT-EXIT.
           MOVE 'Y'            TO WS-PCL-DONE-SWITCH.
           MOVE PCL-PERIOD-END TO WS-LOCK-PERIOD.
           IF PCL-OPEN
                MOVE 'Y' TO WS-PERIOD-SWITCH.
       862-READ-NEXT-EXIT.
           EXIT.

      ** A PAY REFUSED BY THE LOCK IS LOGGED TO SECLOG - BEST-EFFORT
      ** LIKE 880-WRITE-AUDIT-RECORD.  CALLER SETS SEC-REC-KEY.
       866-LOG-PERIOD-LOCKED.
           MOVE EIBTRMID   TO SEC-TRMID.
           MOVE EIBTRNID   TO SEC-TRNID.
           MOVE EIBTASKN   TO SEC-TASKN.
           MOVE EIBDATE    TO SEC-DATE.
           MOVE EIBTIME    TO SEC-TIME.
           MOVE 'P'        TO SEC-FUNC.
           MOVE 'LOCKED  ' TO SEC-RESULT.
           EXEC CICS WRITE DATASET ('SECLOG')
                     FROM      (SECURITY-LOG-RECORD)
                     LENGTH    (SEC-REC-LEN)
                     RIDFLD    (SEC-KEY)
                     KEYLENGTH (SEC-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           MOVE '*** PAY PERIOD IS CLOSED ***' TO PAYMSG.

      ***************************************************************
      ** LAND ONE DATED PAY-HISTORY RECORD ON THE PAYHIST VSAM KSDS
      ** FOR THE CHECK JUST COMPUTED.  CALLED AFTER THE DBUGEMP
           MOVE CURR-DEDUCTS  TO PHIST-DED-TOT.
           MOVE CURR-NET      TO PHIST-NET.
           MOVE WS-SEL-SET-DATE TO PHIST-TAX-SET.
           MOVE CURR-SS-TAX   TO PHIST-SS-TAX.
           MOVE CURR-MED-TAX  TO PHIST-MED-TAX.
           MOVE CURR-ER-SS    TO PHIST-ER-SS.
           MOVE CURR-ER-MED   TO PHIST-ER-MED.
           EXEC CICS WRITE DATASET ('PAYHIST')
                     FROM      (PAY-HISTORY-RECORD)
                     LENGTH    (PHIST-REC-LEN)
                     NOHANDLE
           END-EXEC.

      ***************************************************************
      ** SOCIAL SECURITY AND MEDICARE, WITHHELD SEPARATELY FROM THE
      ** TAXTBL WITHHOLDING.  EMP-YTD-GRS MUST STILL HOLD THE WAGES
      ** PAID BEFORE THIS CHECK: SOCIAL SECURITY IS TAKEN ONLY ON THE
      ** PART OF CURR-PAY THAT FITS UNDER THE ANNUAL WAGE BASE, AND
      ** THE ADDITIONAL MEDICARE RATE ONLY ON THE PART THAT FALLS
      ** ABOVE ITS THRESHOLD.  THE EMPLOYER MATCHES SOCIAL SECURITY
      ** AND THE BASE MEDICARE RATE (NOT THE ADDITIONAL RATE) ON
      ** EVERY CHECK; THAT SHARE IS CARRIED FOR THE GL AND THE 941,
      ** NEVER TAKEN OUT OF NET.
      ***************************************************************
       884-COMPUTE-FICA.
           IF EMP-YTD-GRS NOT < WS-SS-WAGE-BASE
                MOVE ZERO TO WS-SS-WAGES
           ELSE
                COMPUTE WS-SS-WAGES = WS-SS-WAGE-BASE - EMP-YTD-GRS
                IF WS-SS-WAGES > CURR-PAY
                     MOVE CURR-PAY TO WS-SS-WAGES.
           COMPUTE CURR-SS-TAX ROUNDED
                   = WS-SS-WAGES * WS-SS-RATE / 100.
           MOVE CURR-SS-TAX TO CURR-ER-SS.

           COMPUTE CURR-MED-TAX ROUNDED
                   = CURR-PAY * WS-MED-RATE / 100.
           MOVE CURR-MED-TAX TO CURR-ER-MED.
           COMPUTE WS-MED-ADDL-WAGES
                   = EMP-YTD-GRS + CURR-PAY - WS-MED-ADDL-THRESH.
           IF WS-MED-ADDL-WAGES > ZERO
                IF WS-MED-ADDL-WAGES > CURR-PAY
                     MOVE CURR-PAY TO WS-MED-ADDL-WAGES
                END-IF
                COMPUTE CURR-MED-TAX ROUNDED = CURR-MED-TAX
                        + WS-MED-ADDL-WAGES * WS-MED-ADDL-RATE / 100.

           COMPUTE CURR-NET = CURR-PAY - CURR-TAXES
                            - CURR-SS-TAX - CURR-MED-TAX.

      ***************************************************************
      ** COMPUTE CURR-TAXES ON CURR-PAY FROM THE GRADUATED BRACKETS
      ** ON THE TAXTBL VSAM KSDS (MAINTAINED BY CWCDTAXM).  BRACKETS
      ** BROWSE RETURNS THE CODES IN ASCENDING ORDER, WHICH IS THE
      ** FIXED PRIORITY ORDER (01=401K 02=INSURANCE 03=GARNISHMENT);
      ** EACH DEDUCTION IS CAPPED AT WHAT IS LEFT OF NET SO A CHECK
      ** CAN NEVER GO NEGATIVE.  CALLED AFTER 885-COMPUTE-TAXES AND
      ** 884-COMPUTE-FICA IN BOTH PAY PATHS; AN UNBROWSABLE OR EMPTY
      ** DEDUCT FILE JUST MEANS NO DEDUCTIONS, NEVER A FAILED PAY
      ** CALCULATION - SAME FALLBACK PHILOSOPHY AS THE TAXTBL BROWSE
      ** ABOVE.
      ***************************************************************
       887-COMPUTE-DEDUCTIONS.
           MOVE ZERO TO CURR-DEDUCTS  CURR-DED-401K
                EXEC CICS ENDBR DATASET ('DEDUCT')
                          NOHANDLE
                END-EXEC.
           COMPUTE CURR-NET = CURR-PAY - CURR-TAXES - CURR-SS-TAX
                            - CURR-MED-TAX - CURR-DEDUCTS.

       888-READ-NEXT-DEDUCTION.
           EXEC CICS READNEXT DATASET ('DEDUCT')
                        = CURR-PAY * DED-PERCENT / 100.

           COMPUTE WS-NET-REMAIN
                   = CURR-PAY - CURR-TAXES - CURR-SS-TAX
                   - CURR-MED-TAX - CURR-DEDUCTS.
           IF WS-NET-REMAIN < ZERO
                MOVE ZERO TO WS-NET-REMAIN.
           IF WS-DED-WORK > WS-NET-REMAIN
           END-IF
           IF EMP-CUR-TAX NOT NUMERIC
                MOVE ZERO TO EMP-CUR-TAX
           END-IF
           IF EMP-CUR-SS NOT NUMERIC
                MOVE ZERO TO EMP-CUR-SS
           END-IF
           IF EMP-CUR-MED NOT NUMERIC
                MOVE ZERO TO EMP-CUR-MED
           END-IF
           IF EMP-ER-SS NOT NUMERIC
                MOVE ZERO TO EMP-ER-SS
           END-IF
           IF EMP-ER-MED NOT NUMERIC
                MOVE ZERO TO EMP-ER-MED
           END-IF
           IF EMP-LV-HRS NOT NUMERIC
                MOVE ZERO TO EMP-LV-HRS
           END-IF
           IF EMP-LV-PAY NOT NUMERIC
                MOVE ZERO TO EMP-LV-PAY
           END-IF.

       900-PROCESS-00002-SELECTION.
      ** SAME PAY-PERIOD LOCK AS 300-EMPLOYEE-PAY-RTN.
           PERFORM 860-CHECK-PAY-PERIOD
                   THRU 860-CHECK-PERIOD-EXIT.
           IF NOT PAY-PERIOD-OPEN
                MOVE PAYEMP1 TO SEC-REC-KEY
                PERFORM 866-LOG-PERIOD-LOCKED
                GO TO 930-SEND-ERROR-MAP.

      ** READ VSAM FILE FOR RECORD.....
           MOVE PAYEMP1 TO EMP-NUM-KEY.
           EXEC CICS READ INTO (VSAM-EMP-RECORD)
      ** PATH DISPLAYS THE FIGURES BUT (AS EVER) LEAVES YTD ALONE.
           MOVE 020.0 TO WA-TAX-RAT.
           PERFORM 885-COMPUTE-TAXES.
           PERFORM 884-COMPUTE-FICA.
           PERFORM 887-COMPUTE-DEDUCTIONS.

      ** READ VSAM FILE FOR UPDATE AND THEN REWRITE THE RECORD....
           MOVE CURR-REG-PAY TO EMP-REG-PAY.
           MOVE CURR-OT-PAY  TO EMP-OT-PAY.
           MOVE CURR-TAXES   TO EMP-CUR-TAX.
           MOVE CURR-SS-TAX  TO EMP-CUR-SS.
           MOVE CURR-MED-TAX TO EMP-CUR-MED.
           MOVE CURR-ER-SS   TO EMP-ER-SS.
           MOVE CURR-ER-MED  TO EMP-ER-MED.
           MOVE ZERO         TO EMP-LV-HRS   EMP-LV-PAY.

           MOVE EMP-HOURS    TO AUD-NEW-HOURS.
           MOVE EMP-TOTPAY   TO AUD-NEW-TOTPAY.
           MOVE EMP-OT-HRS    TO OVTHRS.
           MOVE EMP-OT-PAY    TO OVTPAY.
           MOVE CURR-TAXES    TO TAXWHD.
           MOVE CURR-SS-TAX   TO SSTAXWH.
           MOVE CURR-MED-TAX  TO MEDTAXWH.
           MOVE CURR-DEDUCTS  TO DEDAMT.
           MOVE CURR-NET      TO NETPAY.
           MOVE '*** TRANSACTION COMPLETE ***' TO PAYMSG.
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           MOVE WS-SYSID TO PAYSID2.
           EXEC CICS SEND
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           MOVE TEMP-STORAGE-MSG TO MAP2-LINE5.
           MOVE '*** TRANSACTION COMPLETE ***' TO PAYMSG.
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           IF WS-TS-COUNT > ZERO
                MOVE WS-TS-COUNT  TO TS-COUNT-EDIT
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           IF AT-COUNT > WS-ASYNC-LIMIT
                PERFORM 965-LOG-ASYNC-EVENT

      ** SEND SCREEN AND RETURN CONTROL TO CICS.....
           MOVE SPACES TO MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           MOVE EMP-NUM-LIST    TO EMPNUMB.
           MOVE 'JOHN SMITH'    TO EMPNAME.
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           MOVE SPACES TO LOOKUP-MATCH-LINES.
           IF WS-MATCH-COUNT EQUAL ZERO
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8  MAP2-LINE9
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           MOVE SPACES TO MULTI-SUMMARY-LINES.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE5  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8  MAP2-LINE9
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           IF WS-PHIST-COUNT EQUAL ZERO
                MOVE PAYHIST-NONE-MSG TO MAP2-LINE5
           MOVE SPACES TO MAP2-LINE4  MAP2-LINE6
                          MAP2-LINE7  MAP2-LINE8
                          MAP2-LINE8A MAP2-LINE8B
                          MAP2-LINE8C MAP2-LINE8CB MAP2-LINE8CA
                          MAP2-LINE8D.
           MOVE '*** TRANSACTION COMPLETE ***' TO PAYMSG.
           MOVE WS-SYSID TO PAYSID2.
