      **     CONTROL-BREAK GROSS TOTALS CWCDDREG PRINTS),
      **   - CREDITS FOR TAX WITHHELD, DEDUCTIONS WITHHELD AND NET
      **     PAY PAYABLE,
      **   - ONE EMPLOYER PAYROLL TAX EXPENSE DEBIT FOR THE EMPLOYER
      **     SOCIAL SECURITY AND MEDICARE MATCH, WITH SOCIAL SECURITY
      **     AND MEDICARE LIABILITY CREDITS CARRYING BOTH THE EMPLOYEE
      **     AND THE EMPLOYER SHARE,
      **   - A TRAILER CARRYING DEBIT AND CREDIT TOTALS, WRITTEN
      **     ONLY WHEN THEY AGREE, SO AN UNBALANCED FILE CAN NEVER
      **     BE HANDED TO THE GL TEAM.
      ** ACCOUNTS COME FROM THE DEPTACCT MAPPING KSDS (KEYED ON THE
      ** DEPARTMENT CODE).  THE RESERVED KEYS '*TAX', '*DED', '*NET',
      ** '*SSL', '*MDL', '*ERX' AND '*SUS' NAME THE LIABILITY,
      ** EMPLOYER TAX EXPENSE AND SUSPENSE ACCOUNTS - SAME
      ** CONTROL-RECORD IDIOM AS CWCDYEND'S '00000' YEAR RECORD.  A
      ** DEPARTMENT WITH NO MAPPING DEBITS THE SUSPENSE ACCOUNT AND
      ** IS LISTED ON THE EXCEPTION PAGE, NEVER SILENTLY DROPPED.
      ** DEDUCTIONS ARE PRICED FROM THE DEDUCT KSDS PER EMPLOYEE THE
      ** SAME WAY CWCDCHKP PRICES THEM FOR THE CHECK RUN.
      ** OFF-CYCLE PAYMENTS (PAY TYPE O ON PAYHIST, POSTED BY
      ** CWCDOFFC) CHARGED TO THE RUNPARM PERIOD ARE NOT ON DBUGEMP'S
      ** CURRENT-PERIOD FIELDS, SO THEY ARE RELEASED TO THE SORT
      ** STRAIGHT FROM PAYHIST, DEPARTMENT TAKEN FROM DBUGEMP, AND
      ** BOOK WITH THE REGULAR PAY.  ONCE THIS JOB IS ON RUNCTL FOR A
      ** PERIOD, CWCDOFFC CHARGES NEW PAYMENTS TO THE NEXT PERIOD, SO
      ** NONE ARRIVES HERE LATE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBUGEMP-FILE  ASSIGN TO DBUGEMP
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS EMP-NUM-KEY
                  FILE STATUS   IS WS-EMP-FILE-STATUS.

           SELECT PAYHIST-FILE  ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PHIST-KEY
                  FILE STATUS   IS WS-PHI-FILE-STATUS.

           SELECT DEDUCT-FILE   ASSIGN TO DEDUCT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RCTL-KEY
                  FILE STATUS   IS WS-RCT-FILE-STATUS.

           SELECT PAYCAL-FILE   ASSIGN TO PAYCAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PCL-PERIOD-END
                  FILE STATUS   IS WS-PCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBUGEMP-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  VSAM-EMP-RECORD.
           05  EMP-NUM-KEY     PIC X(5).
           05  EMP-NAME        PIC X(15).
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

      ** SAME LAYOUT AS PAY-HISTORY-RECORD IN CWDEMCB2.
       FD  PAYHIST-FILE
           RECORD CONTAINS 152 CHARACTERS.
       01  PAY-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-EMP-NUM    PIC X(5).
               10  PHIST-DATE       PIC 9(7).
               10  PHIST-TIME       PIC 9(7).
           05  PHIST-HOURS          PIC 999.
           05  PHIST-RATE           PIC 9(3)V99.
           05  PHIST-GROSS          PIC 9(5)V99.
           05  PHIST-TAX            PIC 9(5)V99.
           05  PHIST-YTD-GRS        PIC S9(7)V99.
           05  PHIST-YTD-TAX        PIC S9(5)V99.
           05  PHIST-DED-401K       PIC 9(5)V99.
           05  PHIST-DED-INS        PIC 9(5)V99.
           05  PHIST-DED-GARN       PIC 9(5)V99.
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

      ** SAME LAYOUT AS DEDUCT-RECORD IN CWDEMCB2/CWCDDEDM - THIS
      ** REPO HAS NO SHARED COPYBOOK, EACH PROGRAM CARRIES ITS OWN.

      ** DEPARTMENT / GL ACCOUNT MAPPING, KEYED ON THE EMP-DEPT
      ** CODE.  RESERVED KEYS: '*TAX' TAX WITHHELD PAYABLE, '*DED'
      ** DEDUCTIONS PAYABLE, '*NET' NET PAY PAYABLE, '*SSL' SOCIAL
      ** SECURITY PAYABLE, '*MDL' MEDICARE PAYABLE, '*ERX' EMPLOYER
      ** PAYROLL TAX EXPENSE, '*SUS' SUSPENSE FOR UNMAPPED
      ** DEPARTMENTS.
       FD  DEPTACCT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DEPTACCT-RECORD.
           05  SRT-GROSS       PIC 9(5)V99.
           05  SRT-TAX         PIC 9(5)V99.
           05  SRT-DED         PIC 9(5)V99.
           05  SRT-SS          PIC 9(5)V99.
           05  SRT-MED         PIC 9(5)V99.
           05  SRT-ER-SS       PIC 9(5)V99.
           05  SRT-ER-MED      PIC 9(5)V99.

       FD  GL-INTERFACE
           RECORD CONTAINS 80 CHARACTERS.
           05  RCTL-AMOUNT         PIC S9(9)V99.
           05  FILLER              PIC X(11).

      ** PAYROLL CALENDAR KSDS - ONE RECORD PER PAY PERIOD, KEYED ON
      ** THE PERIOD END DATE THE RUNPARM CARD CARRIES.  SAME LAYOUT
      ** AS PAY-CALENDAR-RECORD IN CWCDCALM.
       FD  PAYCAL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PAY-CALENDAR-RECORD.
           05  PCL-PERIOD-END      PIC X(8).
           05  PCL-START-DATE      PIC X(8).
           05  PCL-CHECK-DATE      PIC X(8).
           05  PCL-STATUS          PIC X.
               88  PCL-OPEN                   VALUE 'O'.
               88  PCL-CLOSED                 VALUE 'C'.
           05  PCL-CLOSE-DATE      PIC 9(7).
           05  PCL-CLOSE-TIME      PIC 9(7).
           05  PCL-CLOSE-TRMID     PIC X(4).
           05  FILLER              PIC X(17).

       WORKING-STORAGE SECTION.
       77  FILLER               PIC X(12) VALUE 'CWCDGLEX WS:'.
       77  WS-EMP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PHI-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-DED-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-DAC-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-GLI-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-EMP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  EMP-FILE-OPEN              VALUE 'Y'.
       77  WS-PHI-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PHI-FILE-OPEN              VALUE 'Y'.
       77  WS-DED-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  DED-FILE-OPEN              VALUE 'Y'.
       77  WS-DAC-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-EMP-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-EMP-FILE            VALUE 'Y'.
       77  WS-PHI-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-PAYHIST             VALUE 'Y'.
       77  WS-SRT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-SORT-FILE           VALUE 'Y'.
       77  WS-FIRST-SWITCH      PIC X     VALUE 'Y'.
           88  EXC-HEADING-DONE           VALUE 'Y'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
       77  WS-TOTAL-TAX         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-DED         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-NET         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-SS          PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-MED         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-ER-SS       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-ER-MED      PIC S9(9)V99 VALUE ZERO.
       77  WS-ER-TAX-TOTAL      PIC S9(9)V99 VALUE ZERO.
       77  WS-DEBIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL      PIC S9(11)V99 VALUE ZERO.
       77  WS-REC-COUNT         PIC 9(7)  VALUE ZERO.
       77  WS-OFFC-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-SUSPENSE-COUNT    PIC 9(7)  VALUE ZERO.
       77  WS-ENTRY-COUNT       PIC 9(7)  VALUE ZERO.
       77  WS-DED-TOTAL         PIC 9(5)V99 VALUE ZERO.
       77  WS-TAX-ACCOUNT       PIC X(8)  VALUE SPACES.
       77  WS-DED-ACCOUNT       PIC X(8)  VALUE SPACES.
       77  WS-NET-ACCOUNT       PIC X(8)  VALUE SPACES.
       77  WS-SSL-ACCOUNT       PIC X(8)  VALUE SPACES.
       77  WS-MDL-ACCOUNT       PIC X(8)  VALUE SPACES.
       77  WS-ERX-ACCOUNT       PIC X(8)  VALUE SPACES.

       01  GL-JOURNAL-RECORD.
           05  GLJ-TYPE        PIC X.
           05  TL-REC-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-1A.
           05  FILLER           PIC X(23) VALUE
               'OFF-CYCLE PAYMENTS   : '.
           05  TL-OFFC-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'JOURNAL ENTRIES      : '.
               GO TO 050-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-EMP-OPEN-SWITCH.

           OPEN INPUT  PAYHIST-FILE.
           IF WS-PHI-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDGLEX - PAYHIST OPEN FAILED, STATUS='
                       WS-PHI-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 050-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PHI-OPEN-SWITCH.

           OPEN INPUT  DEDUCT-FILE.
           IF WS-DED-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDGLEX - DEDUCT OPEN FAILED, STATUS='
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

      ** RESOLVE THE CONTROL ACCOUNTS ONCE UP FRONT.  THE TAX, DED,
      ** NET, SSL, MDL AND ERX ENTRIES ARE MANDATORY - WITHOUT THEM
      ** NO BALANCED FILE CAN BE BUILT, SO THE RUN REFUSES TO START.
      ** A MISSING SUSPENSE ENTRY FALLS BACK TO THE LITERAL
      ** 'SUSPENSE'.
           MOVE '*TAX' TO DACC-DEPT.
           READ DEPTACCT-FILE.
           IF WS-DAC-FILE-STATUS = '00'
           ELSE
               DISPLAY 'CWCDGLEX - NO *NET ENTRY ON DEPTACCT'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           MOVE '*SSL' TO DACC-DEPT.
           READ DEPTACCT-FILE.
           IF WS-DAC-FILE-STATUS = '00'
               MOVE DACC-ACCOUNT TO WS-SSL-ACCOUNT
           ELSE
               DISPLAY 'CWCDGLEX - NO *SSL ENTRY ON DEPTACCT'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           MOVE '*MDL' TO DACC-DEPT.
           READ DEPTACCT-FILE.
           IF WS-DAC-FILE-STATUS = '00'
               MOVE DACC-ACCOUNT TO WS-MDL-ACCOUNT
           ELSE
               DISPLAY 'CWCDGLEX - NO *MDL ENTRY ON DEPTACCT'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           MOVE '*ERX' TO DACC-DEPT.
           READ DEPTACCT-FILE.
           IF WS-DAC-FILE-STATUS = '00'
               MOVE DACC-ACCOUNT TO WS-ERX-ACCOUNT
           ELSE
               DISPLAY 'CWCDGLEX - NO *ERX ENTRY ON DEPTACCT'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           MOVE '*SUS' TO DACC-DEPT.
           READ DEPTACCT-FILE.
           IF WS-DAC-FILE-STATUS = '00'

      ***************************************************************
      ** SORT INPUT SIDE - ONE SORT RECORD PER EMPLOYEE, KEYED
      ** DEPARTMENT THEN EMPLOYEE, CARRYING GROSS, TAX, THE EMPLOYEE
      ** AND EMPLOYER FICA AND THE EMPLOYEE'S PRICED DEDUCTIONS,
      ** THEN ONE MORE PER OFF-CYCLE PAYMENT CHARGED TO THE PERIOD.
      ***************************************************************
       100-RELEASE-EMPLOYEES.
           PERFORM 200-READ-NEXT-EMPLOYEE.
           PERFORM 300-RELEASE-ONE-EMPLOYEE
                   UNTIL END-OF-EMP-FILE.
           PERFORM 250-READ-NEXT-HISTORY.
           PERFORM 400-RELEASE-OFF-CYCLE
                   THRU 400-RELEASE-OFF-CYCLE-EXIT
                   UNTIL END-OF-PAYHIST.
           CLOSE PAYHIST-FILE.
           MOVE 'N' TO WS-PHI-OPEN-SWITCH.
           CLOSE DBUGEMP-FILE.
           MOVE 'N' TO WS-EMP-OPEN-SWITCH.
       100-RELEASE-EXIT.
           EXIT.

       200-READ-NEXT-EMPLOYEE.
           READ DBUGEMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

       250-READ-NEXT-HISTORY.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PHI-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

       300-RELEASE-ONE-EMPLOYEE.
      ** A RECORD WRITTEN BEFORE THE PAY FIELDS WERE CARVED OUT OF
      ** THE OLD FILLER MAY STILL HOLD GARBAGE - SAME DEFAULTS AS
               MOVE ZERO TO EMP-TOTPAY.
           IF EMP-CUR-TAX NOT NUMERIC
               MOVE ZERO TO EMP-CUR-TAX.
           IF EMP-CUR-SS NOT NUMERIC
               MOVE ZERO TO EMP-CUR-SS.
           IF EMP-CUR-MED NOT NUMERIC
               MOVE ZERO TO EMP-CUR-MED.
           IF EMP-ER-SS NOT NUMERIC
               MOVE ZERO TO EMP-ER-SS.
           IF EMP-ER-MED NOT NUMERIC
               MOVE ZERO TO EMP-ER-MED.
           PERFORM 350-PRICE-DEDUCTIONS
                   THRU 350-PRICE-EXIT.
           ADD +1 TO WS-REC-COUNT.
           MOVE EMP-TOTPAY   TO SRT-GROSS.
           MOVE EMP-CUR-TAX  TO SRT-TAX.
           MOVE WS-DED-TOTAL TO SRT-DED.
           MOVE EMP-CUR-SS   TO SRT-SS.
           MOVE EMP-CUR-MED  TO SRT-MED.
           MOVE EMP-ER-SS    TO SRT-ER-SS.
           MOVE EMP-ER-MED   TO SRT-ER-MED.
           RELEASE SORT-RECORD.
           PERFORM 200-READ-NEXT-EMPLOYEE.

                       = EMP-TOTPAY * DED-PERCENT / 100.

           COMPUTE WS-NET-REMAIN
                   = EMP-TOTPAY - EMP-CUR-TAX - EMP-CUR-SS
                   - EMP-CUR-MED - WS-DED-TOTAL.
           IF WS-NET-REMAIN < ZERO
               MOVE ZERO TO WS-NET-REMAIN.
           IF WS-DED-WORK > WS-NET-REMAIN
       360-READ-NEXT-EXIT.
           EXIT.

      ***************************************************************
      ** AN OFF-CYCLE PAYMENT CHARGED TO THIS PERIOD GOES TO THE SORT
      ** WITH THE FIGURES SETTLED ONLINE - NOTHING IS REPRICED.  THE
      ** EMPLOYEE'S DEPARTMENT IS READ FROM DBUGEMP; AN EMPLOYEE NO
      ** LONGER ON DBUGEMP BOOKS UNDER A BLANK DEPARTMENT, WHICH HAS
      ** NO MAPPING AND SO LANDS IN SUSPENSE ON THE EXCEPTION PAGE.
      ***************************************************************
       400-RELEASE-OFF-CYCLE.
           IF NOT PHIST-OFF-CYCLE OR
              PHIST-PERIOD NOT = WS-RUN-PERIOD
               GO TO 400-RELEASE-OFF-CYCLE-NEXT.
           IF PHIST-GROSS NOT NUMERIC
               MOVE ZERO TO PHIST-GROSS.
           IF PHIST-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-TAX.
           IF PHIST-DED-TOT NOT NUMERIC
               MOVE ZERO TO PHIST-DED-TOT.
           IF PHIST-SS-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-SS-TAX.
           IF PHIST-MED-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-MED-TAX.
           IF PHIST-ER-SS NOT NUMERIC
               MOVE ZERO TO PHIST-ER-SS.
           IF PHIST-ER-MED NOT NUMERIC
               MOVE ZERO TO PHIST-ER-MED.

           MOVE PHIST-EMP-NUM TO EMP-NUM-KEY.
           READ DBUGEMP-FILE.
           IF WS-EMP-FILE-STATUS = '00'
               MOVE EMP-DEPT TO SRT-DEPT
           ELSE
               MOVE SPACES   TO SRT-DEPT.

           ADD +1 TO WS-OFFC-COUNT.
           MOVE PHIST-EMP-NUM  TO SRT-EMP-NUM.
           MOVE PHIST-GROSS    TO SRT-GROSS.
           MOVE PHIST-TAX      TO SRT-TAX.
           MOVE PHIST-DED-TOT  TO SRT-DED.
           MOVE PHIST-SS-TAX   TO SRT-SS.
           MOVE PHIST-MED-TAX  TO SRT-MED.
           MOVE PHIST-ER-SS    TO SRT-ER-SS.
           MOVE PHIST-ER-MED   TO SRT-ER-MED.
           RELEASE SORT-RECORD.
       400-RELEASE-OFF-CYCLE-NEXT.
           PERFORM 250-READ-NEXT-HISTORY.
       400-RELEASE-OFF-CYCLE-EXIT.
           EXIT.

      ***************************************************************
      ** SORT OUTPUT SIDE - BREAK ON DEPARTMENT TO WRITE ONE LABOR
      ** EXPENSE DEBIT PER DEPARTMENT, ACCUMULATE THE COMPANY-WIDE
           ADD SRT-GROSS TO WS-DEPT-GROSS.
           ADD SRT-TAX   TO WS-TOTAL-TAX.
           ADD SRT-DED   TO WS-TOTAL-DED.
           ADD SRT-SS    TO WS-TOTAL-SS.
           ADD SRT-MED   TO WS-TOTAL-MED.
           ADD SRT-ER-SS  TO WS-TOTAL-ER-SS.
           ADD SRT-ER-MED TO WS-TOTAL-ER-MED.
           COMPUTE WS-EMP-NET = SRT-GROSS - SRT-TAX - SRT-SS
                              - SRT-MED - SRT-DED.
           ADD WS-EMP-NET TO WS-TOTAL-NET.

           PERFORM 600-RETURN-NEXT-RECORD.
           PERFORM 680-WRITE-JOURNAL-ENTRY.
           ADD WS-TOTAL-NET TO WS-CREDIT-TOTAL.

      ** EMPLOYER FICA - THE MATCH IS AN EXPENSE OVER AND ABOVE GROSS,
      ** SO IT IS DEBITED HERE AND CREDITED TO THE SOCIAL SECURITY
      ** AND MEDICARE LIABILITIES ALONG WITH THE EMPLOYEE SHARE.
           COMPUTE WS-ER-TAX-TOTAL = WS-TOTAL-ER-SS + WS-TOTAL-ER-MED.
           MOVE 'D'            TO GLJ-TYPE.
           MOVE WS-ERX-ACCOUNT TO GLJ-ACCOUNT.
           MOVE SPACES         TO GLJ-DEPT.
           MOVE WS-ER-TAX-TOTAL TO GLJ-AMOUNT.
           MOVE 'EMPLOYER PAYROLL TAX' TO GLJ-DESC.
           PERFORM 680-WRITE-JOURNAL-ENTRY.
           ADD WS-ER-TAX-TOTAL TO WS-DEBIT-TOTAL.

           MOVE 'C'            TO GLJ-TYPE.
           MOVE WS-SSL-ACCOUNT TO GLJ-ACCOUNT.
           MOVE SPACES         TO GLJ-DEPT.
           COMPUTE GLJ-AMOUNT  = WS-TOTAL-SS + WS-TOTAL-ER-SS.
           MOVE 'SOC SEC PAYABLE     ' TO GLJ-DESC.
           PERFORM 680-WRITE-JOURNAL-ENTRY.
           ADD WS-TOTAL-SS WS-TOTAL-ER-SS TO WS-CREDIT-TOTAL.

           MOVE 'C'            TO GLJ-TYPE.
           MOVE WS-MDL-ACCOUNT TO GLJ-ACCOUNT.
           MOVE SPACES         TO GLJ-DEPT.
           COMPUTE GLJ-AMOUNT  = WS-TOTAL-MED + WS-TOTAL-ER-MED.
           MOVE 'MEDICARE PAYABLE    ' TO GLJ-DESC.
           PERFORM 680-WRITE-JOURNAL-ENTRY.
           ADD WS-TOTAL-MED WS-TOTAL-ER-MED TO WS-CREDIT-TOTAL.

       800-WRITE-BALANCE-PROOF.
           MOVE WS-REC-COUNT     TO TL-REC-COUNT.
           MOVE WS-OFFC-COUNT    TO TL-OFFC-COUNT.
           MOVE WS-ENTRY-COUNT   TO TL-ENTRY-COUNT.
           MOVE WS-DEBIT-TOTAL   TO TL-DEBITS.
           MOVE WS-CREDIT-TOTAL  TO TL-CREDITS.
           MOVE WS-SUSPENSE-COUNT TO TL-SUSPENSE.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-1A.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  READ THE PERIOD FROM RUNPARM, REFUSE
      ** TO START UNLESS CWCDPCAL HAS A CLEAN COMPLETION FOR THE
      ** PERIOD - THE GL MUST NEVER BOOK A HALF-CALCULATED PERIOD -
      ** THEN MARK THIS JOB STARTED (STATUS S) ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE PRM-PERIOD-X TO WS-RUN-PERIOD.
           PERFORM 815-CHECK-CALENDAR
                   THRU 815-CHECK-CALENDAR-EXIT.
           IF NOT INIT-OK
               GO TO 810-RUN-START-EXIT.

           OPEN I-O    RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPCAL'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00' OR
              RCTL-STATUS NOT = 'C'
               DISPLAY 'CWCDGLEX - CWCDPCAL NOT COMPLETE FOR PERIOD '
                       WS-RUN-PERIOD ' - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
       810-RUN-START-EXIT.
           EXIT.

      ***************************************************************
      ** THE RUNPARM PERIOD MUST BE A PERIOD ON THE PAYCAL PAYROLL
      ** CALENDAR - A MISKEYED DATE STOPS HERE.  THIS JOB CHANGES
      ** NO PAY, SO IT MAY STILL RUN AGAINST A CLOSED PERIOD.
      ***************************************************************
       815-CHECK-CALENDAR.
           OPEN INPUT  PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDGLEX - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDGLEX - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
               CLOSE RUNCTL-FILE.
           IF EMP-FILE-OPEN
               CLOSE DBUGEMP-FILE.
           IF PHI-FILE-OPEN
               CLOSE PAYHIST-FILE.
           IF DED-FILE-OPEN
               CLOSE DEDUCT-FILE.
           IF DAC-FILE-OPEN
