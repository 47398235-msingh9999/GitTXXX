      ** A FORMATTED PAY STATEMENT: PAY-PERIOD HOURS, RATE, GROSS,
      ** TAXES, THE ITEMIZED VOLUNTARY DEDUCTIONS (PRICED FROM THE
      ** DEDUCT KSDS THE SAME WAY CWDEMCB2 PRICES THEM AT PAY TIME),
      ** NET, THE LEAVE HOURS PAID WITH THE VACATION/SICK BALANCES
      ** LEFT ON LEAVEBAL, AND THE YTD GROSS/TAX FIGURES, UNDER A CHECK
      ** NUMBER ASSIGNED SEQUENTIALLY PER STATEMENT.  AN EMPLOYEE
      ** FLAGGED FOR DIRECT DEPOSIT ON EMPBANK (CWCDBNKM) GOES ON
      ** THE FIXED-FORMAT BANKFILE TRANSMISSION INSTEAD, WITH THE
      ** REGISTER BEFORE ANYTHING GOES OUT.  A PAY RECORD WITH NO
      ** MAILING ADDRESS, SO NO CHECK IS PRINTED - IT IS COUNTED AND
      ** FLAGGED FOR THE CWCDRECN EXCEPTION RUN TO CHASE.
      **
      ** ONLY AN ACTIVE MASTER IS PAID.  AN EMPLOYEE ON LEAVE OF
      ** ABSENCE, OR TERMINATED WITH NO FINAL CHECK FLAGGED ON
      ** EMPMSTR, IS LISTED AS INACTIVE AND GETS NOTHING.  A FLAGGED
      ** FINAL CHECK IS PRINTED ONCE: THE PERIOD IT WENT OUT IN IS
      ** STAMPED ON THE MASTER (EMPM-FINAL-PERIOD), SO A RERUN OF
      ** THAT PERIOD REPRINTS IT BUT NO LATER PERIOD PAYS IT AGAIN.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY    IS EBNK-EMP-NUM
                  FILE STATUS   IS WS-BNK-FILE-STATUS.

           SELECT LEAVEBAL-FILE ASSIGN TO LEAVEBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LV-EMP-NUM
                  FILE STATUS   IS WS-LVB-FILE-STATUS.

           SELECT TCPOSTED-FILE ASSIGN TO TCPOSTED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TCP-CARD-KEY
                  FILE STATUS   IS WS-TCP-FILE-STATUS.

           SELECT BANK-EXTRACT  ASSIGN TO BANKFILE
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-BXT-FILE-STATUS.
                  RECORD KEY    IS RCTL-KEY
                  FILE STATUS   IS WS-RCT-FILE-STATUS.

           SELECT PAYCAL-FILE   ASSIGN TO PAYCAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PCL-PERIOD-END
                  FILE STATUS   IS WS-PCL-FILE-STATUS.

           SELECT CHECK-PRINT   ASSIGN TO CHKPRT
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-PRT-FILE-STATUS.
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

       FD  EMPMSTR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  EMPM-RECORD.
           05  EMPM-EMP-NUM         PIC X(5).
           05  EMPM-NAME            PIC X(10).
           05  EMPM-SALARY          PIC 9(5).
           05  EMPM-RATE            PIC 9(3)V99.
           05  EMPM-DEPT            PIC X(4).
      ** PAY TYPE H HOURLY (BLANK ON AN OLDER RECORD MEANS HOURLY) OR
      ** S SALARIED; FREQUENCY W WEEKLY, B BIWEEKLY, S SEMI-MONTHLY,
      ** M MONTHLY.  HIRE/TERMINATION DATES ARE CCYYMMDD LIKE THE
      ** RUNPARM PERIOD, BLANK WHEN NOT SET.
           05  EMPM-PAY-TYPE        PIC X.
               88  EMPM-HOURLY                VALUE 'H' ' '.
               88  EMPM-SALARIED              VALUE 'S'.
           05  EMPM-PAY-FREQ        PIC X.
               88  EMPM-FREQ-VALID            VALUE 'W' 'B' 'S' 'M'.
           05  EMPM-HIRE-DATE       PIC X(8).
           05  EMPM-TERM-DATE       PIC X(8).
      ** EMPLOYMENT STATUS A ACTIVE (BLANK ON AN OLDER RECORD MEANS
      ** ACTIVE), L LEAVE OF ABSENCE, T TERMINATED - SET ONLY BY THE
      ** CWCDEMPM TERMINATE FUNCTION, WHICH NEVER DELETES THE MASTER.
      ** FINAL CHECK Y MEANS A TERMINATED EMPLOYEE STILL HAS A LAST
      ** CHECK TO PRINT; CWCDCHKP STAMPS THE PERIOD IT PRINTED IN.
           05  EMPM-STATUS          PIC X.
               88  EMPM-ACTIVE                VALUE 'A' ' '.
               88  EMPM-ON-LEAVE              VALUE 'L'.
               88  EMPM-TERMINATED            VALUE 'T'.
           05  EMPM-FINAL-CHECK     PIC X.
               88  EMPM-FINAL-CHECK-DUE       VALUE 'Y'.
           05  EMPM-FINAL-PERIOD    PIC X(8).
      ** HOME STATE (POSTAL ABBREVIATION) AND 5-DIGIT ZIP CODE FOR
      ** THE W-2 FILING - EMPM-CITY CARRIES THE CITY NAME ONLY.
           05  EMPM-STATE           PIC X(2).
           05  EMPM-ZIP             PIC X(5).
           05  FILLER               PIC X(4).

      ** SAME LAYOUT AS DEDUCT-RECORD IN CWDEMCB2/CWCDDEDM - THIS
      ** REPO HAS NO SHARED COPYBOOK, EACH PROGRAM CARRIES ITS OWN.
           05  EBNK-ACCOUNT     PIC X(17).
           05  FILLER           PIC X(8).

      ** LEAVE BALANCE KSDS - SEE CWCDTCLD FOR THE FULL DESCRIPTION.
       FD  LEAVEBAL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  LEAVE-BALANCE-RECORD.
           05  LV-EMP-NUM          PIC X(5).
           05  LV-VAC-BAL          PIC 9(4)V99.
           05  LV-SICK-BAL         PIC 9(4)V99.
           05  LV-VAC-ACCR         PIC 99V99.
           05  LV-SICK-ACCR        PIC 99V99.
           05  LV-LAST-ACCR-PERIOD PIC X(8).
           05  LV-LAST-USE-PERIOD  PIC X(8).
           05  LV-VAC-USED-YTD     PIC 9(4)V99.
           05  LV-SICK-USED-YTD    PIC 9(4)V99.
           05  FILLER              PIC X(7).

      ** SAME LAYOUT AS TCPOSTED-RECORD IN CWCDTCLD - THIS REPO HAS
      ** NO SHARED COPYBOOK, EACH PROGRAM CARRIES ITS OWN.
       FD  TCPOSTED-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  TCPOSTED-RECORD.
           05  TCP-CARD-KEY.
               10  TCP-EMP-NUM     PIC X(5).
               10  TCP-PERIOD-DATE PIC X(8).
           05  TCP-HOURS       PIC 999.
           05  TCP-CALC-SWITCH PIC X.
               88  TCP-CALCULATED          VALUE 'Y'.
           05  FILLER          PIC X(13).

       FD  BANK-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-RECORD         PIC X(80).
      ** RUNS (SAME CONTROL-RECORD IDIOM AS CWCDYEND'S '00000' YEAR
      ** RECORD ON ANNEARN).  CWCDCHKM IS THE VOID/REISSUE/INQUIRE
      ** TRANSACTION OVER THIS FILE - A VOIDED CHECK KEEPS ITS
      ** RECORD WITH STATUS V AND IS NEVER RENUMBERED.  CWCDPPAY
      ** SENDS THE REGISTER TO THE BANK AS POSITIVE PAY AND CWCDBREC
      ** MARKS EACH CHECK CLEARED FROM THE BANK'S PAID ITEMS.
       FD  CHECKREG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CHECK-REG-RECORD.
           05  CKR-GROSS        PIC 9(5)V99.
           05  CKR-NET          PIC 9(5)V99.
           05  CKR-XREF-NO      PIC X(6).
      ** LAST STATUS SENT TO THE BANK ON POSITIVE PAY (BLANK = NEVER
      ** SENT) AND THE RUNPARM PERIOD OF THE CWCDPPAY RUN THAT SENT
      ** IT; CCYYMMDD THE BANK PAID THE ITEM, FROM THE CWCDBREC
      ** RECONCILIATION (BLANK = NOT CLEARED).
           05  CKR-PP-SENT      PIC X.
           05  CKR-PP-PERIOD    PIC X(8).
           05  CKR-PAID-DATE    PIC X(8).
           05  FILLER           PIC X(3).
       01  CHECK-CTL-RECORD.
           05  CTL-KEY          PIC X(6).
           05  CTL-NEXT-CHECK   PIC 9(6).
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

       FD  CHECK-PRINT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE          PIC X(132).
           88  BNK-FILE-OPEN              VALUE 'Y'.
       77  WS-BXT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  BXT-FILE-OPEN              VALUE 'Y'.
       77  WS-LVB-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-LVB-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  LVB-FILE-OPEN              VALUE 'Y'.
       77  WS-TCP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-TCP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  TCP-FILE-OPEN              VALUE 'Y'.
       77  WS-CKR-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-CRP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-CKR-OPEN-SWITCH   PIC X     VALUE 'N'.
       77  WS-NET-PAY           PIC S9(5)V99 VALUE ZERO.
       77  WS-CHECKS-PRINTED    PIC 9(7)  VALUE ZERO.
       77  WS-NO-MASTER         PIC 9(7)  VALUE ZERO.
       77  WS-INACTIVE          PIC 9(7)  VALUE ZERO.
       77  WS-SKIP-GROSS        PIC S9(9)V99 VALUE ZERO.
       77  WS-FINAL-CHECKS      PIC 9(7)  VALUE ZERO.
       77  WS-TOTAL-GROSS       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-NET         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-DEDUCTS     PIC S9(9)V99 VALUE ZERO.
       77  WS-DED-TOTAL         PIC 9(5)V99 VALUE ZERO.
       77  WS-DED-WORK          PIC 9(5)V99 VALUE ZERO.
       77  WS-NET-REMAIN        PIC S9(5)V99 VALUE ZERO.
       77  WS-PAY-EMP-SWITCH    PIC X     VALUE 'Y'.
           88  PAY-THIS-EMPLOYEE          VALUE 'Y'.
       77  WS-PAY-METHOD        PIC X     VALUE 'C'.
           88  DIRECT-DEPOSIT             VALUE 'D'.
       77  WS-DEPOSITS-MADE     PIC 9(7)  VALUE ZERO.
       77  WS-REG-NET           PIC S9(9)V99 VALUE ZERO.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           05  ST-RATE          PIC ZZZ.99.
           05  FILLER           PIC X(10) VALUE '   GROSS: '.
           05  ST-GROSS         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(10) VALUE '  FED WH: '.
           05  ST-TAXES         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(8)  VALUE '   NET: '.
           05  ST-NET           PIC ZZ,ZZ9.99.
           05  SD-TOTAL         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(55) VALUE SPACES.

      ** SOCIAL SECURITY AND MEDICARE WITHHELD, WITH THE EMPLOYER'S
      ** MATCHING SHARE SHOWN FOR INFORMATION - IT IS NOT TAKEN OUT
      ** OF THE CHECK.
       01  STUB-LINE-4B.
           05  FILLER           PIC X(8)  VALUE 'FICA:   '.
           05  FILLER           PIC X(9)  VALUE 'SOC SEC: '.
           05  SF-SS            PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(13) VALUE '   MEDICARE: '.
           05  SF-MED           PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(16) VALUE '   EMPLOYER SS: '.
           05  SF-ER-SS         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(12) VALUE '   ER MED: '.
           05  SF-ER-MED        PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(38) VALUE SPACES.

      ** LEAVE HOURS PAID THIS PERIOD AND THE VACATION/SICK HOURS
      ** STILL AVAILABLE.  BALANCES PRINT AS ZERO FOR AN EMPLOYEE
      ** NOT ENROLLED ON LEAVEBAL.
       01  STUB-LINE-4C.
           05  FILLER           PIC X(8)  VALUE 'LEAVE:  '.
           05  FILLER           PIC X(10) VALUE 'HRS PAID: '.
           05  SL-LV-HRS        PIC ZZ9.
           05  FILLER           PIC X(14) VALUE '   LEAVE PAY: '.
           05  SL-LV-PAY        PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(12) VALUE '   VAC BAL: '.
           05  SL-VAC-BAL       PIC Z,ZZ9.99.
           05  FILLER           PIC X(13) VALUE '   SICK BAL: '.
           05  SL-SICK-BAL      PIC Z,ZZ9.99.
           05  FILLER           PIC X(47) VALUE SPACES.

       01  STUB-LINE-5.
           05  FILLER           PIC X(11) VALUE 'YTD GROSS: '.
           05  ST-YTD-GRS       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(11) VALUE '  YTD TAX: '.
           05  ST-YTD-TAX       PIC ZZ,ZZ9.99-.
           05  FILLER           PIC X(87) VALUE SPACES.

      ** FIXED-FORMAT BANK TRANSMISSION RECORDS.  ONE 'H' HEADER PER
      ** RUN, ONE 'D' DETAIL PER DEPOSIT, ONE 'T' TRAILER CARRYING
               ' - NO CHECK PRINTED ***'.
           05  FILLER           PIC X(69) VALUE SPACES.

       01  INACTIVE-LINE.
           05  FILLER           PIC X(20) VALUE
               '*** INACTIVE STATUS '.
           05  IA-STATUS        PIC X.
           05  FILLER           PIC X(13) VALUE
               ' - EMPLOYEE '.
           05  IA-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(24) VALUE
               ' - NO CHECK PRINTED ***'.
           05  FILLER           PIC X(69) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(42) VALUE
               '*** CWCDCHKP - PAY STATEMENT PRINT ***'.
           05  TL-DEP-NET       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-9.
           05  FILLER           PIC X(23) VALUE
               'FINAL CHECKS INCLUDED: '.
           05  TL-FINAL-CHECKS  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-10.
           05  FILLER           PIC X(23) VALUE
               'PAY RECS, INACTIVE   : '.
           05  TL-INACTIVE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-11.
           05  FILLER           PIC X(23) VALUE
               'INACTIVE GROSS HELD  : '.
           05  TL-SKIP-GROSS    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  OUT-OF-BAL-LINE.
           05  FILLER           PIC X(26) VALUE
               '*** RUN OUT OF BALANCE - '.
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-EMP-OPEN-SWITCH.

           OPEN I-O    EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-BNK-OPEN-SWITCH.

      ** LEAVEBAL ONLY FEEDS THE BALANCES ON THE STUB - WITHOUT IT
      ** THE CHECKS STILL PRINT, JUST WITH ZERO BALANCES.
           OPEN INPUT  LEAVEBAL-FILE.
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - LEAVEBAL OPEN FAILED, STATUS='
                       WS-LVB-FILE-STATUS ' - BALANCES NOT PRINTED'
           ELSE
               MOVE 'Y' TO WS-LVB-OPEN-SWITCH.

           OPEN INPUT  TCPOSTED-FILE.
           IF WS-TCP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - TCPOSTED OPEN FAILED, STATUS='
                       WS-TCP-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-TCP-OPEN-SWITCH.

           OPEN OUTPUT BANK-EXTRACT.
           IF WS-BXT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - BANKFILE OPEN FAILED, STATUS='
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
           IF EMP-YTD-GRS NOT NUMERIC
               MOVE ZERO TO EMP-YTD-GRS.
           IF EMP-YTD-TAX NOT NUMERIC
               MOVE 010.00 TO EMP-RATE.
           IF EMP-HOURS NOT NUMERIC
               MOVE ZERO TO EMP-HOURS.
           IF EMP-LV-HRS NOT NUMERIC
               MOVE ZERO TO EMP-LV-HRS.
           IF EMP-LV-PAY NOT NUMERIC
               MOVE ZERO TO EMP-LV-PAY.

      ** INDEPENDENT RUN TOTAL, TAKEN BEFORE THE EMPMSTR JOIN CAN
      ** DROP A RECORD - THIS IS THE SAME GROSS THE CWCDPREG
               MOVE EMP-NUM-KEY TO NM-EMP-NUM
               WRITE PRINT-LINE FROM NO-MASTER-LINE
               GO TO 400-PRINT-STATEMENT-EXIT.
           PERFORM 410-CHECK-STATUS THRU 410-CHECK-STATUS-EXIT.
           IF NOT PAY-THIS-EMPLOYEE
               ADD +1 TO WS-INACTIVE
               ADD EMP-TOTPAY TO WS-SKIP-GROSS
               MOVE EMPM-STATUS TO IA-STATUS
               MOVE EMP-NUM-KEY TO IA-EMP-NUM
               WRITE PRINT-LINE FROM INACTIVE-LINE
               GO TO 400-PRINT-STATEMENT-EXIT.

           ADD +1 TO WS-CHECK-NO.
           PERFORM 420-GET-PAY-METHOD THRU 420-GET-PAY-EXIT.
           PERFORM 450-COMPUTE-DEDUCTIONS
                   THRU 450-COMPUTE-EXIT.
           COMPUTE WS-NET-PAY = EMP-TOTPAY - EMP-CUR-TAX
                              - EMP-CUR-SS - EMP-CUR-MED
                              - WS-DED-TOTAL.
           ADD EMP-TOTPAY   TO WS-TOTAL-GROSS.
           ADD WS-NET-PAY   TO WS-TOTAL-NET.
           MOVE WS-DED-INS   TO SD-INS.
           MOVE WS-DED-GARN  TO SD-GARN.
           MOVE WS-DED-TOTAL TO SD-TOTAL.
           MOVE EMP-CUR-SS   TO SF-SS.
           MOVE EMP-CUR-MED  TO SF-MED.
           MOVE EMP-ER-SS    TO SF-ER-SS.
           MOVE EMP-ER-MED   TO SF-ER-MED.
           PERFORM 470-GET-LEAVE-BALANCE THRU 470-GET-LEAVE-EXIT.

           WRITE PRINT-LINE FROM STUB-LINE-1.
           WRITE PRINT-LINE FROM STUB-LINE-2.
           WRITE PRINT-LINE FROM STUB-LINE-3.
           WRITE PRINT-LINE FROM STUB-LINE-4.
           WRITE PRINT-LINE FROM STUB-LINE-4A.
           WRITE PRINT-LINE FROM STUB-LINE-4B.
           WRITE PRINT-LINE FROM STUB-LINE-4C.
           WRITE PRINT-LINE FROM STUB-LINE-5.
           WRITE PRINT-LINE FROM STUB-SEPARATOR.
       400-PRINT-STATEMENT-EXIT.
           EXIT.

      ***************************************************************
      ** PAY AN ACTIVE MASTER.  A TERMINATED ONE IS PAID ONLY FOR A
      ** FLAGGED FINAL CHECK NOT ALREADY PRINTED IN AN EARLIER
      ** PERIOD, AND ONLY ONCE CWCDPCAL HAS CALCULATED THE RUN PERIOD
      ** FOR THE EMPLOYEE (A TCPOSTED RECORD FLAGGED CALCULATED) -
      ** UNTIL THEN DBUGEMP STILL HOLDS AN EARLIER PERIOD'S FIGURES.
      ** THE RUN PERIOD IS STAMPED ON THE MASTER HERE, AHEAD OF THE
      ** PRINT, THE WAY CWCDOFFP STAMPS ITS PAYHIST RECORDS.
      ** LEAVE OF ABSENCE IS NEVER PAID.
      ***************************************************************
       410-CHECK-STATUS.
           MOVE 'N' TO WS-PAY-EMP-SWITCH.
           IF EMPM-ACTIVE
               MOVE 'Y' TO WS-PAY-EMP-SWITCH
               GO TO 410-CHECK-STATUS-EXIT.
           IF NOT EMPM-TERMINATED OR NOT EMPM-FINAL-CHECK-DUE
               GO TO 410-CHECK-STATUS-EXIT.
           IF EMPM-FINAL-PERIOD NOT = SPACES AND
              EMPM-FINAL-PERIOD NOT = WS-RUN-PERIOD
               GO TO 410-CHECK-STATUS-EXIT.
           MOVE EMP-NUM-KEY   TO TCP-EMP-NUM.
           MOVE WS-RUN-PERIOD TO TCP-PERIOD-DATE.
           READ TCPOSTED-FILE.
           IF WS-TCP-FILE-STATUS NOT = '00' OR NOT TCP-CALCULATED
               DISPLAY 'CWCDCHKP - FINAL CHECK HELD, PERIOD NOT '
                       'CALCULATED EMP=' EMP-NUM-KEY
               GO TO 410-CHECK-STATUS-EXIT.
           MOVE 'Y' TO WS-PAY-EMP-SWITCH.
           ADD +1 TO WS-FINAL-CHECKS.
           MOVE WS-RUN-PERIOD TO EMPM-FINAL-PERIOD.
           REWRITE EMPM-RECORD.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - EMPMSTR REWRITE FAILED, STATUS='
                       WS-MSTR-FILE-STATUS ' EMP=' EMP-NUM-KEY.
       410-CHECK-STATUS-EXIT.
           EXIT.

      ***************************************************************
      ** LOOK UP THE EMPLOYEE'S PAYMENT METHOD ON EMPBANK (KEPT BY
      ** CWCDBNKM).  NO RECORD, METHOD C, OR AN UNUSABLE ROUTING
                       = EMP-TOTPAY * DED-PERCENT / 100.

           COMPUTE WS-NET-REMAIN
                   = EMP-TOTPAY - EMP-CUR-TAX - EMP-CUR-SS
                   - EMP-CUR-MED - WS-DED-TOTAL.
           IF WS-NET-REMAIN < ZERO
               MOVE ZERO TO WS-NET-REMAIN.
           IF WS-DED-WORK > WS-NET-REMAIN
       460-READ-NEXT-EXIT.
           EXIT.

      ***************************************************************
      ** LEAVE LINE FOR THE STUB - HOURS AND PAY FROM DBUGEMP, THE
      ** REMAINING BALANCES FROM LEAVEBAL AS CWCDTCLD LEFT THEM.
      ***************************************************************
       470-GET-LEAVE-BALANCE.
           MOVE EMP-LV-HRS TO SL-LV-HRS.
           MOVE EMP-LV-PAY TO SL-LV-PAY.
           MOVE ZERO       TO SL-VAC-BAL  SL-SICK-BAL.
           IF NOT LVB-FILE-OPEN
               GO TO 470-GET-LEAVE-EXIT.
           MOVE EMP-NUM-KEY TO LV-EMP-NUM.
           READ LEAVEBAL-FILE.
           IF WS-LVB-FILE-STATUS NOT = '00'
               GO TO 470-GET-LEAVE-EXIT.
           IF LV-VAC-BAL NUMERIC
               MOVE LV-VAC-BAL  TO SL-VAC-BAL.
           IF LV-SICK-BAL NUMERIC
               MOVE LV-SICK-BAL TO SL-SICK-BAL.
       470-GET-LEAVE-EXIT.
           EXIT.

       700-WRITE-TRAILER.
           MOVE WS-CHECKS-PRINTED TO TL-CHECKS.
           MOVE WS-NO-MASTER      TO TL-NO-MASTER.
           MOVE WS-DEPOSITS-MADE  TO TL-DEPOSITS.
           MOVE WS-CHK-NET        TO TL-CHK-NET.
           MOVE WS-DEP-NET        TO TL-DEP-NET.
           MOVE WS-FINAL-CHECKS   TO TL-FINAL-CHECKS.
           MOVE WS-INACTIVE       TO TL-INACTIVE.
           MOVE WS-SKIP-GROSS     TO TL-SKIP-GROSS.
           WRITE PRINT-LINE FROM TRAILER-LINE-1.
           WRITE PRINT-LINE FROM TRAILER-LINE-6.
           WRITE PRINT-LINE FROM TRAILER-LINE-2.
           WRITE PRINT-LINE FROM TRAILER-LINE-4.
           WRITE PRINT-LINE FROM TRAILER-LINE-7.
           WRITE PRINT-LINE FROM TRAILER-LINE-8.
           WRITE PRINT-LINE FROM TRAILER-LINE-9.
           WRITE PRINT-LINE FROM TRAILER-LINE-10.
           WRITE PRINT-LINE FROM TRAILER-LINE-11.

      ***************************************************************
      ** THE BANK TRAILER ONLY GOES OUT WHEN CHECKS PLUS DEPOSITS
      ** EVERY PAYABLE DBUGEMP RECORD TAKEN BEFORE THE EMPMSTR JOIN
      ** - THE SAME GROSS THE CWCDPREG REGISTER SHOWS.  A PAY RECORD
      ** WITH NO MASTER IS IN THAT TOTAL BUT ON NEITHER SIDE OF THE
      ** SPLIT, SO IT FAILS THE CROSS-FOOT AND HOLDS THE FILE.  AN
      ** INACTIVE EMPLOYEE'S PAY IS HELD ON PURPOSE, SO IT IS ADDED
      ** BACK IN (WS-SKIP-GROSS) AND DOES NOT HOLD THE FILE.
      ** WITHOUT ITS TRAILER THE BANK REJECTS THE TRANSMISSION, SO
      ** AN OUT-OF-BALANCE RUN CANNOT ACCIDENTALLY BE PAID.
      ***************************************************************
       750-WRITE-BANK-TRAILER.
           COMPUTE WS-BAL-GROSS = WS-CHK-GROSS + WS-DEP-GROSS
                                + WS-SKIP-GROSS.
           COMPUTE WS-BAL-NET   = WS-CHK-NET   + WS-DEP-NET.
           IF WS-BAL-GROSS NOT = WS-RUN-GROSS OR
              WS-BAL-NET   NOT = WS-TOTAL-NET

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  READ THE PERIOD FROM RUNPARM, REFUSE
      ** TO START UNLESS CWCDPCAL HAS A CLEAN COMPLETION FOR THE
      ** PERIOD - CHECKS MUST NEVER PRINT OFF A HALF-CALCULATED
      ** FILE - AND THE CWCDPEDT PRE-CHECK EDIT HAS RUN OVER IT,
      ** THEN MARK THIS JOB STARTED (STATUS S) ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
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
               DISPLAY 'CWCDCHKP - CWCDPCAL NOT COMPLETE FOR PERIOD '
                       WS-RUN-PERIOD ' - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPEDT'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00' OR
              RCTL-STATUS NOT = 'C'
               DISPLAY 'CWCDCHKP - CWCDPEDT NOT COMPLETE FOR PERIOD '
                       WS-RUN-PERIOD ' - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
       810-RUN-START-EXIT.
           EXIT.

      ***************************************************************
      ** THE RUNPARM PERIOD MUST BE A PERIOD ON THE PAYCAL PAYROLL
      ** CALENDAR, AND STILL OPEN - A MISKEYED DATE, OR A PERIOD
      ** WHOSE CHECKS HAVE PRINTED AND BEEN CLOSED, STOPS HERE
      ** BEFORE ANY PAY FIGURE CAN CHANGE.
      ***************************************************************
       815-CHECK-CALENDAR.
           OPEN INPUT  PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDCHKP - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
           ELSE
               IF PCL-CLOSED
                   DISPLAY 'CWCDCHKP - PERIOD ' WS-RUN-PERIOD
                           ' IS CLOSED - RUN REFUSED'
                   MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

      ***************************************************************
      ** MARK THE RUN COMPLETE (STATUS C) WITH ITS CONTROL TOTALS.
      ** AN ABENDED RUN LEAVES THE STATUS S RECORD BEHIND, WHICH IS
               CLOSE DEDUCT-FILE.
           IF BNK-FILE-OPEN
               CLOSE EMPBANK-FILE.
           IF LVB-FILE-OPEN
               CLOSE LEAVEBAL-FILE.
           IF TCP-FILE-OPEN
               CLOSE TCPOSTED-FILE.
           IF BXT-FILE-OPEN
               CLOSE BANK-EXTRACT.
           IF CKR-FILE-OPEN
