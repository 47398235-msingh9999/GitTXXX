      ** CHECKPOINT/RESTART: IF A RUN ABENDS PART WAY THROUGH, THE
      ** RERUN FINDS THE ALREADY-POSTED CARDS ON TCPOSTED AND REJECTS
      ** THEM AS ALREADY POSTED INSTEAD OF POSTING THEM TWICE.
      **
      ** THE CARD'S HOURS FIELD IS THE REGULAR (WORKED) PAY CODE.
      ** UP TO THREE LEAVE PAY CODES FOLLOW IT - VAC, SICK AND HOL -
      ** EACH WITH ITS OWN HOURS.  LEAVE IS PAID AT STRAIGHT TIME AND
      ** NEVER COUNTS TOWARD THE OVERTIME LIMIT.  VACATION AND SICK
      ** HOURS COME OFF THE EMPLOYEE'S LEAVEBAL BALANCE, AND A CARD
      ** THAT WOULD TAKE EITHER BALANCE BELOW ZERO IS REJECTED WHOLE.
      ** HOLIDAY HOURS ARE PAID WITHOUT A BALANCE.  LEAVEBAL IS
      ** REWRITTEN BEFORE DBUGEMP AND CARRIES THE LAST PERIOD IT WAS
      ** CHARGED FOR, SO A RESTART NEVER CHARGES THE SAME CARD TWICE.
      ** A CARD FOR A SALARIED EMPLOYEE (EMPMSTR PAY TYPE S) RECORDS
      ** THE HOURS AND CHARGES ANY LEAVE BUT CARRIES NO PAY - SALARY
      ** IS PAID BY CWCDPCAL WHETHER OR NOT A CARD IS TURNED IN.
      ** A CARD FOR AN EMPLOYEE ON LEAVE OF ABSENCE, OR FOR A
      ** TERMINATED EMPLOYEE WITH NO FINAL CHECK DUE OR WHOSE FINAL
      ** CHECK WENT OUT IN AN EARLIER PERIOD, IS REJECTED - CWCDCHKP
      ** WOULD NOT PRINT A CHECK FOR IT ANYWAY.  THE CARD FOR THE
      ** PERIOD THE EMPLOYEE LEFT IN IS THE FINAL CHECK AND IS
      ** POSTED; A LATER PERIOD IS ONLY ACCEPTED AS THE RUN PERIOD,
      ** FOR A FINAL CHECK FLAGGED AFTER THAT PERIOD HAD BEEN RUN.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY    IS TCP-CARD-KEY
                  FILE STATUS   IS WS-TCP-FILE-STATUS.

           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT LEAVEBAL-FILE ASSIGN TO LEAVEBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LV-EMP-NUM
                  FILE STATUS   IS WS-LVB-FILE-STATUS.

           SELECT ERROR-REPORT  ASSIGN TO ERRRPT
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-ERR-FILE-STATUS.
                  RECORD KEY    IS RCTL-KEY
                  FILE STATUS   IS WS-RCT-FILE-STATUS.

           SELECT PAYCAL-FILE   ASSIGN TO PAYCAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PCL-PERIOD-END
                  FILE STATUS   IS WS-PCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE
           05  TC-HOURS-X      PIC X(3).
           05  TC-HOURS REDEFINES TC-HOURS-X
                               PIC 999.
           05  TC-LEAVE-ENTRY  OCCURS 3 TIMES.
               10  TC-LV-CODE      PIC X(4).
               10  TC-LV-HOURS-X   PIC X(3).
               10  TC-LV-HOURS REDEFINES TC-LV-HOURS-X
                                   PIC 999.
           05  FILLER          PIC X(43).

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

       FD  TCPOSTED-FILE
           RECORD CONTAINS 30 CHARACTERS.
               10  TCP-EMP-NUM     PIC X(5).
               10  TCP-PERIOD-DATE PIC X(8).
           05  TCP-HOURS       PIC 999.
           05  TCP-CALC-SWITCH PIC X.
               88  TCP-CALCULATED          VALUE 'Y'.
           05  FILLER          PIC X(13).

      ** SAME LAYOUT AS EMPM-RECORD IN CWCDEMPM.
       FD  EMPMSTR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  EMPM-RECORD.
           05  EMPM-EMP-NUM         PIC X(5).
           05  EMPM-NAME            PIC X(10).
           05  EMPM-ADDRESS         PIC X(14).
           05  EMPM-CITY            PIC X(11).
           05  EMPM-PHONE           PIC X(8).
           05  EMPM-SOC-SEC         PIC X(11).
           05  EMPM-BIRTH-DATE      PIC X(8).
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

      ** LEAVE BALANCE KSDS, ONE RECORD PER EMPLOYEE ENROLLED FOR
      ** VACATION/SICK ACCRUAL, MAINTAINED ONLINE BY CWCDLVEM.
      ** BALANCES AND ACCRUAL RATES ARE HOURS TO TWO DECIMALS; THE
      ** ACCRUAL RATES ARE HOURS EARNED PER PAY PERIOD.  THE TWO
      ** PERIOD FIELDS (RUNPARM CCYYMMDD) ARE THE RESTART GUARDS FOR
      ** THE CWCDPCAL ACCRUAL AND THE CWCDTCLD CHARGE.  SAME LAYOUT
      ** IN EVERY PROGRAM THAT OPENS IT - NO SHARED COPYBOOK.
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

       FD  ERROR-REPORT
           RECORD CONTAINS 132 CHARACTERS.
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
       77  FILLER               PIC X(12) VALUE 'CWCDTCLD WS:'.
       77  WS-TCD-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-EMP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-TCP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-ERR-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-LVB-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-LVB-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  LVB-FILE-OPEN              VALUE 'Y'.
       77  WS-LV-SUB            PIC S9(3) VALUE ZERO.
       77  WS-CARD-VAC-HRS      PIC 9(4)  VALUE ZERO.
       77  WS-CARD-SICK-HRS     PIC 9(4)  VALUE ZERO.
       77  WS-CARD-HOL-HRS      PIC 9(4)  VALUE ZERO.
       77  WS-CARD-LV-HRS       PIC 9(4)  VALUE ZERO.
       77  WS-LV-CHARGE-SWITCH  PIC X     VALUE 'N'.
           88  LEAVE-TO-CHARGE            VALUE 'Y'.
       77  WS-TOTAL-LV-HOURS    PIC S9(7) VALUE ZERO.
       77  WS-EOF-SWITCH        PIC X     VALUE 'N'.
           88  END-OF-TIMECARDS           VALUE 'Y'.
       77  WS-TCD-OPEN-SWITCH   PIC X     VALUE 'N'.
       77  WS-OT-FACTOR         PIC 9V9   VALUE 1.5.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-PCL-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PCL-FILE-OPEN              VALUE 'Y'.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-CARDS-READ        PIC 9(7)  VALUE ZERO.
           05  TL-TOTAL-HOURS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(99)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(22) VALUE
               'LEAVE HOURS APPLIED: '.
           05  TL-TOTAL-LV-HRS  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(99)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-TCP-OPEN-SWITCH.

           OPEN I-O    LEAVEBAL-FILE.
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDTCLD - LEAVEBAL OPEN FAILED, STATUS='
                       WS-LVB-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-LVB-OPEN-SWITCH.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDTCLD - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN OUTPUT ERROR-REPORT.
           IF WS-ERR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDTCLD - ERRRPT OPEN FAILED, STATUS='
      ** ON DBUGEMP, AND THE SAME EMPLOYEE/PERIOD MUST NOT ALREADY
      ** HAVE BEEN POSTED (TCPOSTED CARRIES ONE RECORD PER POSTED
      ** CARD - A HIT HERE IS EITHER A TRUE DUPLICATE CARD OR A
      ** RESTART OVER CARDS A PRIOR RUN ALREADY APPLIED).  EVERY
      ** LEAVE PAY CODE MUST BE VAC, SICK OR HOL WITH NUMERIC HOURS,
      ** AND VACATION/SICK HOURS MUST FIT THE LEAVEBAL BALANCE.
      ** THE EMPLOYEE MUST NOT BE ON LEAVE OF ABSENCE, AND A
      ** TERMINATED EMPLOYEE'S CARD MUST BE FOR A FINAL CHECK STILL
      ** OWED (420-CHECK-TERM-PERIOD).
      ** NO EMPMSTR RECORD IS LEFT TO 500, AS BEFORE.
      ***************************************************************
       400-VALIDATE-TIMECARD.
           MOVE 'Y' TO WS-CARD-OK-SWITCH.
           MOVE 'N' TO WS-LV-CHARGE-SWITCH.
           MOVE ZERO TO WS-CARD-VAC-HRS  WS-CARD-SICK-HRS
                        WS-CARD-HOL-HRS  WS-CARD-LV-HRS.

           IF TC-HOURS-X NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'HOURS NOT NUMERIC' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.

           PERFORM 410-EDIT-LEAVE-ENTRY THRU 410-EDIT-LEAVE-EXIT
                   VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > 3
                      OR NOT CARD-IS-GOOD.
           IF NOT CARD-IS-GOOD
               GO TO 400-VALIDATE-EXIT.
           COMPUTE WS-CARD-LV-HRS = WS-CARD-VAC-HRS
                   + WS-CARD-SICK-HRS + WS-CARD-HOL-HRS.
           IF WS-CARD-LV-HRS > 999
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'LEAVE HOURS OVER 999' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.

           MOVE TC-EMP-NUM TO EMP-NUM-KEY.
           READ DBUGEMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = '00'
               MOVE 'EMPLOYEE NOT ON DBUGEMP' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.

           MOVE TC-EMP-NUM TO EMPM-EMP-NUM.
           READ EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS = '00'
               IF EMPM-ON-LEAVE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'EMPLOYEE ON LEAVE OF ABSENCE' TO RJ-REASON
                   GO TO 400-VALIDATE-EXIT
               ELSE
                   IF EMPM-TERMINATED
                       PERFORM 420-CHECK-TERM-PERIOD
                               THRU 420-CHECK-TERM-EXIT
                       IF NOT CARD-IS-GOOD
                           GO TO 400-VALIDATE-EXIT.

           MOVE TC-EMP-NUM      TO TCP-EMP-NUM.
           MOVE TC-PERIOD-DATE  TO TCP-PERIOD-DATE.
           READ TCPOSTED-FILE.
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'DUPLICATE - ALREADY POSTED' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.

           IF WS-CARD-VAC-HRS = ZERO AND WS-CARD-SICK-HRS = ZERO
               GO TO 400-VALIDATE-EXIT.
           MOVE TC-EMP-NUM TO LV-EMP-NUM.
           READ LEAVEBAL-FILE.
           IF WS-LVB-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'NO LEAVE BALANCE RECORD' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.
           IF LV-VAC-BAL NOT NUMERIC
               MOVE ZERO TO LV-VAC-BAL.
           IF LV-SICK-BAL NOT NUMERIC
               MOVE ZERO TO LV-SICK-BAL.
           IF LV-VAC-USED-YTD NOT NUMERIC
               MOVE ZERO TO LV-VAC-USED-YTD.
           IF LV-SICK-USED-YTD NOT NUMERIC
               MOVE ZERO TO LV-SICK-USED-YTD.
      ** ALREADY CHARGED FOR THIS PERIOD MEANS A RESTART OVER A CARD
      ** WHOSE LEAVEBAL REWRITE LANDED BEFORE THE ABEND - POST THE
      ** PAY, BUT DO NOT EDIT OR CHARGE THE BALANCE A SECOND TIME.
           IF LV-LAST-USE-PERIOD = TC-PERIOD-DATE
               GO TO 400-VALIDATE-EXIT.
           IF WS-CARD-VAC-HRS > LV-VAC-BAL
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'VACATION BALANCE EXCEEDED' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.
           IF WS-CARD-SICK-HRS > LV-SICK-BAL
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'SICK BALANCE EXCEEDED' TO RJ-REASON
               GO TO 400-VALIDATE-EXIT.
           MOVE 'Y' TO WS-LV-CHARGE-SWITCH.
       400-VALIDATE-EXIT.
           EXIT.

      ** ONE LEAVE PAY CODE SLOT.  A BLANK CODE IS AN UNUSED SLOT AS
      ** LONG AS ITS HOURS ARE BLANK OR ZERO.
       410-EDIT-LEAVE-ENTRY.
           IF TC-LV-CODE (WS-LV-SUB) = SPACES
               IF TC-LV-HOURS-X (WS-LV-SUB) = SPACES OR
                  TC-LV-HOURS-X (WS-LV-SUB) = '000'
                   GO TO 410-EDIT-LEAVE-EXIT
               ELSE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'LEAVE HOURS WITH NO PAY CODE' TO RJ-REASON
                   GO TO 410-EDIT-LEAVE-EXIT.
           IF TC-LV-HOURS-X (WS-LV-SUB) NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'LEAVE HOURS NOT NUMERIC' TO RJ-REASON
               GO TO 410-EDIT-LEAVE-EXIT.
           EVALUATE TC-LV-CODE (WS-LV-SUB)
               WHEN 'VAC '
                   ADD TC-LV-HOURS (WS-LV-SUB) TO WS-CARD-VAC-HRS
               WHEN 'SICK'
                   ADD TC-LV-HOURS (WS-LV-SUB) TO WS-CARD-SICK-HRS
               WHEN 'HOL '
                   ADD TC-LV-HOURS (WS-LV-SUB) TO WS-CARD-HOL-HRS
               WHEN OTHER
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'INVALID PAY CODE' TO RJ-REASON
           END-EVALUATE.
       410-EDIT-LEAVE-EXIT.
           EXIT.

      ** A TERMINATED EMPLOYEE IS ONLY OWED HOURS ON A FINAL CHECK
      ** THAT HAS NOT ALREADY GONE OUT - THE SAME TEST AS CWCDCHKP
      ** 410-CHECK-STATUS.  THE CARD'S PERIOD IS LOOKED UP ON PAYCAL:
      ** AN EMPLOYEE WHO LEFT PART WAY THROUGH A PERIOD IS STILL OWED
      ** THAT PERIOD'S HOURS.  A PERIOD STARTING AFTER THE
      ** TERMINATION DATE IS TAKEN ONLY FOR THE RUN PERIOD - THE
      ** FINAL CHECK WAS FLAGGED AFTER THE LAST PERIOD WAS RUN AND IS
      ** PAID NOW.  A PERIOD NOT ON PAYCAL CANNOT BE PLACED.
       420-CHECK-TERM-PERIOD.
           IF NOT EMPM-FINAL-CHECK-DUE
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'TERMINATED - NO FINAL CHECK' TO RJ-REASON
               GO TO 420-CHECK-TERM-EXIT.
           IF EMPM-FINAL-PERIOD NOT = SPACES AND
              EMPM-FINAL-PERIOD NOT = TC-PERIOD-DATE
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'FINAL CHECK ALREADY ISSUED' TO RJ-REASON
               GO TO 420-CHECK-TERM-EXIT.
           MOVE TC-PERIOD-DATE TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'PERIOD NOT ON PAYCAL' TO RJ-REASON
               GO TO 420-CHECK-TERM-EXIT.
           IF PCL-START-DATE > EMPM-TERM-DATE AND
              TC-PERIOD-DATE NOT = WS-RUN-PERIOD
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'PERIOD AFTER TERMINATION' TO RJ-REASON.
       420-CHECK-TERM-EXIT.
           EXIT.

      ***************************************************************
      ** POST THE CARD: HOURS GO TO EMP-HOURS AND THE PERIOD'S PAY IS
      ** RECOMPUTED INTO EMP-TOTPAY FROM THE RATE ON THE RECORD, THE
      ** SAME CALCULATION 890-COMPUTE-GROSS-PAY IN CWDEMCB2 MAKES
      ** ONLINE - HOURS OVER THE OVERTIME LIMIT ARE PAID AT TIME-AND-
      ** A-HALF AND THE REGULAR/OVERTIME SPLIT IS CARRIED ON THE
      ** RECORD.  LEAVE HOURS ARE CARRIED SEPARATELY AND PAID AT
      ** STRAIGHT TIME ON TOP OF THAT SPLIT.  THE LEAVE BALANCE IS
      ** CHARGED FIRST, SO A FAILED CHARGE POSTS NOTHING.  THE
      ** TCPOSTED CHECKPOINT RECORD IS WRITTEN ONLY AFTER THE
      ** DBUGEMP REWRITE COMES BACK CLEAN.  A SALARIED EMPLOYEE'S
      ** HOURS ARE ALL REGULAR AND THE CARD CARRIES NO PAY; CWCDPCAL
      ** WORKS OUT THE SALARY.
      ***************************************************************
       500-APPLY-TIMECARD.
      ** A RECORD WRITTEN BEFORE EMP-RATE WAS CARVED OUT OF THE OLD
           IF EMP-RATE NOT NUMERIC
               MOVE 010.00 TO EMP-RATE.

           IF LEAVE-TO-CHARGE
               SUBTRACT WS-CARD-VAC-HRS  FROM LV-VAC-BAL
               SUBTRACT WS-CARD-SICK-HRS FROM LV-SICK-BAL
               ADD WS-CARD-VAC-HRS  TO LV-VAC-USED-YTD
               ADD WS-CARD-SICK-HRS TO LV-SICK-USED-YTD
               MOVE TC-PERIOD-DATE  TO LV-LAST-USE-PERIOD
               REWRITE LEAVE-BALANCE-RECORD
               IF WS-LVB-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'LEAVEBAL REWRITE FAILED' TO RJ-REASON
                   PERFORM 600-WRITE-REJECT-LINE
                   GO TO 500-APPLY-EXIT.

           MOVE TC-HOURS TO EMP-HOURS.
           IF EMP-HOURS > WS-OT-LIMIT
               MOVE WS-OT-LIMIT TO EMP-REG-HRS
           COMPUTE EMP-REG-PAY = EMP-REG-HRS * EMP-RATE.
           COMPUTE EMP-OT-PAY ROUNDED
                   = EMP-OT-HRS * EMP-RATE * WS-OT-FACTOR.
           MOVE WS-CARD-LV-HRS TO EMP-LV-HRS.
           COMPUTE EMP-LV-PAY = EMP-LV-HRS * EMP-RATE.
           COMPUTE EMP-TOTPAY = EMP-REG-PAY + EMP-OT-PAY + EMP-LV-PAY.
           MOVE TC-EMP-NUM TO EMPM-EMP-NUM.
           READ EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS = '00' AND EMPM-SALARIED
               MOVE EMP-HOURS TO EMP-REG-HRS
               MOVE ZERO      TO EMP-OT-HRS
                                 EMP-REG-PAY  EMP-OT-PAY
                                 EMP-LV-PAY   EMP-TOTPAY.

      ** WITHHOLDING IS COMPUTED BY THE CWCDPCAL PAY CALCULATION, NOT
      ** HERE - A FRESHLY POSTED PERIOD STARTS WITH ZERO TAX SO THE
      ** CHECK PRINT NEVER PICKS UP THE PRIOR PERIOD'S FIGURES.
           MOVE ZERO TO EMP-CUR-TAX
                        EMP-CUR-SS   EMP-CUR-MED
                        EMP-ER-SS    EMP-ER-MED.

           REWRITE VSAM-EMP-RECORD.
           IF WS-EMP-FILE-STATUS NOT = '00'
           MOVE TC-EMP-NUM     TO TCP-EMP-NUM.
           MOVE TC-PERIOD-DATE TO TCP-PERIOD-DATE.
           MOVE TC-HOURS       TO TCP-HOURS.
           MOVE 'N'            TO TCP-CALC-SWITCH.
           WRITE TCPOSTED-RECORD.
           IF WS-TCP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDTCLD - TCPOSTED WRITE FAILED, STATUS='

           ADD +1       TO WS-CARDS-APPLIED.
           ADD TC-HOURS TO WS-TOTAL-HOURS.
           ADD WS-CARD-LV-HRS TO WS-TOTAL-LV-HOURS.
       500-APPLY-EXIT.
           EXIT.

           MOVE WS-CARDS-APPLIED  TO TL-CARDS-APPLIED.
           MOVE WS-CARDS-REJECTED TO TL-CARDS-REJECT.
           MOVE WS-TOTAL-HOURS    TO TL-TOTAL-HOURS.
           MOVE WS-TOTAL-LV-HOURS TO TL-TOTAL-LV-HRS.
           WRITE ERROR-LINE FROM TRAILER-LINE-1.
           WRITE ERROR-LINE FROM TRAILER-LINE-2.
           WRITE ERROR-LINE FROM TRAILER-LINE-3.
           WRITE ERROR-LINE FROM TRAILER-LINE-4.
           WRITE ERROR-LINE FROM TRAILER-LINE-5.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  READ THE PERIOD FROM RUNPARM, THEN
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE PRM-PERIOD-X TO WS-RUN-PERIOD.
           PERFORM 815-CHECK-CALENDAR
                   THRU 815-CHECK-CALENDAR-EXIT.
           IF END-OF-TIMECARDS
               GO TO 810-RUN-START-EXIT.

           OPEN I-O    RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
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
               DISPLAY 'CWCDTCLD - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE 'Y' TO WS-PCL-OPEN-SWITCH.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDTCLD - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF PCL-CLOSED
                   DISPLAY 'CWCDTCLD - PERIOD ' WS-RUN-PERIOD
                           ' IS CLOSED - RUN REFUSED'
                   MOVE 'Y' TO WS-EOF-SWITCH.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

      ***************************************************************
      ** MARK THE RUN COMPLETE (STATUS C) WITH ITS CONTROL TOTALS.
      ** ONLY REACHED AFTER THE TRAILER - AN ABENDED RUN LEAVES THE
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF PCL-FILE-OPEN
               CLOSE PAYCAL-FILE.
           IF TCD-FILE-OPEN
               CLOSE TIMECARD-FILE.
           IF EMP-FILE-OPEN
               CLOSE DBUGEMP-FILE.
           IF TCP-FILE-OPEN
               CLOSE TCPOSTED-FILE.
           IF LVB-FILE-OPEN
               CLOSE LEAVEBAL-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF ERR-FILE-OPEN
               CLOSE ERROR-REPORT.
