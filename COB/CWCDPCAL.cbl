       ID DIVISION.
       PROGRAM-ID.  CWCDPCAL.
      ***************************************************************
      ** BATCH GROSS-TO-NET PAY CALCULATION - RUNS BETWEEN THE
      ** CWCDTCLD TIMECARD LOAD AND THE CWCDCHKP CHECK PRINT.  READS
      ** DBUGEMP END TO END AND, FOR EVERY EMPLOYEE WITH A CARD
      ** POSTED FOR THE RUNPARM PERIOD (A TCPOSTED RECORD KEYED
      ** EMPLOYEE + PERIOD), DOES THE SAME GROSS-TO-NET THE ONLINE
      ** CWDEMCB2 PAY PATH (300-EMPLOYEE-PAY-RTN) DOES ONE EMPLOYEE
      ** AT A TIME:
      **   - GROSS FROM THE POSTED HOURS AND EMP-RATE, SPLIT AT THE
      **     OVERTIME LIMIT (890-COMPUTE-GROSS-PAY),
      **   - WITHHOLDING FROM THE DATED TAXTBL BRACKET SET IN EFFECT
      **     ON THE RUN DATE (885-COMPUTE-TAXES),
      **   - SOCIAL SECURITY (CAPPED AT THE ANNUAL WAGE BASE AGAINST
      **     YTD WAGES) AND MEDICARE (PLUS THE ADDITIONAL RATE ABOVE
      **     ITS THRESHOLD) WITHHELD SEPARATELY, WITH THE EMPLOYER'S
      **     MATCHING SHARE (510-COMPUTE-FICA),
      **   - VOLUNTARY DEDUCTIONS FROM DEDUCT IN PRIORITY ORDER,
      **     NEVER TAKING NET BELOW ZERO (887-COMPUTE-DEDUCTIONS),
      **   - YTD GROSS/TAX ROLLED FORWARD AND THE PERIOD FIGURES
      **     LEFT ON DBUGEMP FOR CWCDCHKP TO PRINT,
      **   - THE AUDITLOG BEFORE/AFTER IMAGE WRITTEN AHEAD OF THE
      **     DBUGEMP REWRITE (880-WRITE-AUDIT-RECORD), TERMINAL
      **     'BTCH' / TRAN 'PCAL' SO CWCDAUDR CAN TELL A BATCH
      **     CALCULATION FROM A KEYED ONE,
      **   - ONE PAYHIST RECORD PER CHECK (870-WRITE-PAY-HISTORY),
      **   - ONE PERIOD'S VACATION/SICK ACCRUAL ADDED TO THE
      **     EMPLOYEE'S LEAVEBAL BALANCES (630-ACCRUE-LEAVE).
      ** LEAVE HOURS POSTED BY CWCDTCLD (EMP-LV-HRS) ARE PAID AT
      ** STRAIGHT TIME ON TOP OF THE REGULAR/OVERTIME SPLIT AND NEVER
      ** COUNT TOWARD THE OVERTIME LIMIT.
      **
      ** SALARIED EMPLOYEES (EMPM-PAY-TYPE S ON EMPMSTR) NEED NO CARD:
      ** GROSS IS THE ANNUAL EMPM-SALARY OVER THE PERIODS PER YEAR FOR
      ** THEIR PAY FREQUENCY, WITH NO OVERTIME SPLIT, PRORATED BY
      ** CALENDAR DAYS WHEN THE HIRE OR TERMINATION DATE FALLS INSIDE
      ** THE PERIOD (505-COMPUTE-SALARY-PAY).  THEY ARE PAID ONLY ON
      ** A RUN WHOSE RUNPARM DATE ENDS ONE OF THEIR OWN PAY PERIODS
      ** (440-CHECK-SALARY-DUE) - EVERY RUN WEEKLY, EVERY 14TH DAY
      ** FROM WS-BIWEEKLY-ANCHOR BIWEEKLY, THE 15TH AND THE LAST DAY
      ** OF THE MONTH SEMI-MONTHLY, THE LAST DAY OF THE MONTH
      ** MONTHLY - AND THE PERIOD ENDS ON THAT DATE.  ON ANY OTHER
      ** RUN THEY ARE COUNTED AS NOT DUE AND NOTHING IS PAID.
      ** A SALARIED EMPLOYEE PAID WITHOUT A CARD GETS
      ** A TCPOSTED RECORD WRITTEN ALREADY FLAGGED CALCULATED, SO THE
      ** SAME RESTART CHECKPOINT COVERS BOTH PAY TYPES.  A SALARIED
      ** EMPLOYEE ON LEAVE OF ABSENCE (EMPM-STATUS L) EARNS NOTHING
      ** FOR THE PERIOD; AN HOURLY ONE HAS NO CARD, SINCE CWCDTCLD
      ** REJECTS CARDS FOR AN EMPLOYEE ON LEAVE.
      ** ONLY AN EMPLOYEE CWCDCHKP WILL PRINT A CHECK FOR IS PAID -
      ** AN ACTIVE MASTER, OR A TERMINATED ONE WITH A FINAL CHECK DUE
      ** AND NOT ALREADY ISSUED IN AN EARLIER PERIOD.  EVERYONE ELSE
      ** ON EMPMSTR ROLLS NOTHING INTO YTD.  A FINAL CHECK FLAGGED
      ** ONLY AFTER THE PERIOD THE EMPLOYEE LEFT IN HAS BEEN RUN IS
      ** PAID IN THE CURRENT PERIOD: A SALARIED ONE FOR THE DAYS
      ** WORKED IN THE PERIOD OF THE TERMINATION DATE (SO IS A
      ** SALARIED FINAL CHECK ON A RUN THAT IS NOT A PERIOD END OF
      ** THEIR FREQUENCY, ONCE THE TERMINATION DATE IS PAST), AN
      ** HOURLY ONE
      ** FROM A CARD CWCDTCLD ACCEPTS FOR THE CURRENT PERIOD.
      ** A CALCULATION REGISTER LISTS EVERY EMPLOYEE CALCULATED WITH
      ** A CONTROL-TOTAL TRAILER (GROSS - TAXES - DEDUCTIONS = NET) SO
      ** THE RUN CAN BE BALANCED AGAINST CWCDPREG AND CWCDCHKP.
      **
      ** RESTART: THE TCPOSTED CARD IS FLAGGED CALCULATED (TCP-CALC-
      ** SWITCH) ONLY AFTER THE DBUGEMP REWRITE COMES BACK CLEAN, SO
      ** A RERUN AFTER AN ABEND SKIPS THE EMPLOYEES ALREADY DONE
      ** INSTEAD OF ROLLING THEIR YTD FORWARD TWICE - SAME IDEA AS
      ** THE CWCDTCLD DUPLICATE-CARD CHECKPOINT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBUGEMP-FILE  ASSIGN TO DBUGEMP
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS EMP-NUM-KEY
                  FILE STATUS   IS WS-EMP-FILE-STATUS.

           SELECT TCPOSTED-FILE ASSIGN TO TCPOSTED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TCP-CARD-KEY
                  FILE STATUS   IS WS-TCP-FILE-STATUS.

           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT TAXTBL-FILE   ASSIGN TO TAXTBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TAX-BRKT-KEY
                  FILE STATUS   IS WS-TAX-FILE-STATUS.

           SELECT DEDUCT-FILE   ASSIGN TO DEDUCT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DED-KEY
                  FILE STATUS   IS WS-DED-FILE-STATUS.

           SELECT PAYHIST-FILE  ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PHIST-KEY
                  FILE STATUS   IS WS-PHS-FILE-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS AUD-KEY
                  FILE STATUS   IS WS-AUD-FILE-STATUS.

           SELECT LEAVEBAL-FILE ASSIGN TO LEAVEBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LV-EMP-NUM
                  FILE STATUS   IS WS-LVB-FILE-STATUS.

           SELECT CALC-REGISTER ASSIGN TO CALCRPT
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-RPT-FILE-STATUS.

           SELECT RUNPARM-FILE  ASSIGN TO RUNPARM
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-RNP-FILE-STATUS.

           SELECT RUNCTL-FILE   ASSIGN TO RUNCTL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
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
           05  EMP-REG-PAY     PIC 9(5)V99.
           05  EMP-OT-PAY      PIC 9(5)V99.
           05  EMP-CUR-TAX     PIC 9(5)V99.
           05  EMP-DEPT        PIC X(4).
           05  EMP-CUR-SS      PIC 9(5)V99.
           05  EMP-CUR-MED     PIC 9(5)V99.
           05  EMP-ER-SS       PIC 9(5)V99.
           05  EMP-ER-MED      PIC 9(5)V99.
           05  EMP-LV-HRS      PIC 999.
           05  EMP-LV-PAY      PIC 9(5)V99.

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

      ** SAME LAYOUT AS TAX-BRACKET-RECORD IN CWDEMCB2/CWCDTAXM.
       FD  TAXTBL-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  TAX-BRACKET-RECORD.
           05  TAX-BRKT-KEY.
               10  TAX-EFF-DATE    PIC 9(7).
               10  TAX-BRKT-NO     PIC X(2).
           05  TAX-BRKT-FLOOR  PIC 9(5)V99.
           05  TAX-BRKT-RATE   PIC 9(3)V9.
           05  FILLER          PIC X(10).

      ** SAME LAYOUT AS DEDUCT-RECORD IN CWDEMCB2/CWCDDEDM.
       FD  DEDUCT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DEDUCT-RECORD.
           05  DED-KEY.
               10  DED-EMP-NUM  PIC X(5).
               10  DED-CODE     PIC X(2).
           05  DED-TYPE         PIC X.
           05  DED-AMOUNT       PIC 9(5)V99.
           05  DED-PERCENT      PIC 9(3)V9.
           05  DED-STOP-DATE    PIC 9(7).
           05  FILLER           PIC X(14).

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

      ** SAME LAYOUT AS AUDIT-RECORD IN CWDEMCB2/CWCDAUDR.
       FD  AUDITLOG-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-KEY.
               10  AUD-EMP-NUM      PIC X(5).
               10  AUD-TRMID        PIC X(4).
               10  AUD-TRNID        PIC X(4).
               10  AUD-TASKN        PIC 9(7).
               10  AUD-DATE         PIC 9(7).
               10  AUD-TIME         PIC 9(7).
           05  AUD-OLD-HOURS        PIC 999.
           05  AUD-NEW-HOURS        PIC 999.
           05  AUD-OLD-TOTPAY       PIC 9(5)V99.
           05  AUD-NEW-TOTPAY       PIC 9(5)V99.
           05  AUD-OLD-YTD-GRS      PIC S9(7)V99.
           05  AUD-NEW-YTD-GRS      PIC S9(7)V99.
           05  AUD-OLD-YTD-TAX      PIC S9(5)V99.
           05  AUD-NEW-YTD-TAX      PIC S9(5)V99.

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

       FD  CALC-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE         PIC X(132).

       FD  RUNPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNPARM-CARD.
           05  PRM-PERIOD-X    PIC X(8).
           05  FILLER          PIC X(72).

      ** NIGHTLY RUN-CONTROL KSDS - SEE CWCDTCLD FOR THE FULL
      ** DESCRIPTION.  SAME LAYOUT IN EVERY BATCH PROGRAM - THIS
      ** REPO HAS NO SHARED COPYBOOK.
       FD  RUNCTL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RCTL-KEY.
               10  RCTL-PERIOD     PIC X(8).
               10  RCTL-JOBNAME    PIC X(8).
           05  RCTL-STATUS         PIC X.
           05  RCTL-START-DATE     PIC 9(7).
           05  RCTL-END-DATE       PIC 9(7).
           05  RCTL-REC-COUNT      PIC 9(7).
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
       77  FILLER               PIC X(12) VALUE 'CWCDPCAL WS:'.
       77  WS-EMP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-TCP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-TAX-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-DED-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PHS-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-AUD-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-LVB-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-EMP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  EMP-FILE-OPEN              VALUE 'Y'.
       77  WS-TCP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  TCP-FILE-OPEN              VALUE 'Y'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-TAX-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  TAX-FILE-OPEN              VALUE 'Y'.
       77  WS-DED-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  DED-FILE-OPEN              VALUE 'Y'.
       77  WS-PHS-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PHS-FILE-OPEN              VALUE 'Y'.
       77  WS-AUD-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  AUD-FILE-OPEN              VALUE 'Y'.
       77  WS-RPT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RPT-FILE-OPEN              VALUE 'Y'.
       77  WS-LVB-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  LVB-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-EOF-SWITCH        PIC X     VALUE 'N'.
           88  END-OF-EMP-FILE            VALUE 'Y'.
       77  WS-TAX-DONE-SWITCH   PIC X     VALUE 'N'.
           88  TAX-BROWSE-DONE            VALUE 'Y'.
       77  WS-DED-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-DEDUCTIONS          VALUE 'Y'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RUN-START-DATE    PIC X(8)  VALUE SPACES.
       77  WS-FINAL-PAY-SWITCH  PIC X     VALUE 'N'.
           88  FINAL-CHECK-PAYABLE        VALUE 'Y'.
       77  WS-TERM-PER-SWITCH   PIC X     VALUE 'N'.
           88  PAY-TERM-PERIOD            VALUE 'Y'.
       77  WS-SALARY-DUE-SWITCH PIC X     VALUE 'N'.
           88  SALARY-DUE                 VALUE 'Y'.
      ** ANY BIWEEKLY PERIOD END (CCYYMMDD) - THE BIWEEKLY PERIODS
      ** END EVERY 14 DAYS BEFORE AND AFTER IT.  CHANGE IT ONLY IF
      ** THE BIWEEKLY CYCLE ITSELF MOVES.
       77  WS-BIWEEKLY-ANCHOR   PIC 9(8)  VALUE 20260102.
       77  WS-RUN-DAYS          PIC 9(7)  VALUE ZERO.
       77  WS-BW-DIFF           PIC S9(7) VALUE ZERO.
       77  WS-BW-QUOT           PIC S9(7) VALUE ZERO.
       77  WS-BW-REM            PIC S9(3) VALUE ZERO.
       77  WS-TERM-DAYS         PIC 9(7)  VALUE ZERO.
       77  WS-PERIODS-BACK      PIC 9(5)  VALUE ZERO.
       77  WS-CARD-SWITCH       PIC X     VALUE 'N'.
           88  CARD-POSTED                VALUE 'Y'.
       77  WS-SALARIED-SWITCH   PIC X     VALUE 'N'.
           88  PAY-SALARIED               VALUE 'Y'.
       77  WS-PERIODS-PER-YEAR  PIC 9(2)  VALUE ZERO.
       77  WS-PERIOD-SALARY     PIC 9(5)V99 VALUE ZERO.
       77  WS-PERIOD-DAYS       PIC 9(3)  VALUE ZERO.
       77  WS-DAYS-PAID         PIC S9(3) VALUE ZERO.
       77  WS-PER-START-DAYS    PIC 9(7)  VALUE ZERO.
       77  WS-PER-END-DAYS      PIC 9(7)  VALUE ZERO.
       77  WS-PAY-FROM-DAYS     PIC 9(7)  VALUE ZERO.
       77  WS-PAY-TO-DAYS       PIC 9(7)  VALUE ZERO.
       77  WS-DT-DAYS           PIC 9(7)  VALUE ZERO.
       77  WS-DT-YEARS          PIC 9(4)  VALUE ZERO.
       77  WS-DT-QUOT           PIC 9(4)  VALUE ZERO.
       77  WS-DT-REM-4          PIC 9(3)  VALUE ZERO.
       77  WS-DT-REM-100        PIC 9(3)  VALUE ZERO.
       77  WS-DT-REM-400        PIC 9(3)  VALUE ZERO.
      ** ONE CCYYMMDD DATE BEING TURNED INTO A DAY COUNT BY
      ** 650-DATE-TO-DAYS, SO TWO DATES CAN BE SUBTRACTED.
       01  WS-DT-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
           05  WS-DT-CCYY           PIC 9(4).
           05  WS-DT-MM             PIC 99.
           05  WS-DT-DD             PIC 99.
      ** DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
       01  WS-CUM-DAYS-TABLE.
           05  FILLER               PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAYS          PIC 999 OCCURS 12 TIMES.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-RUN-DATE          PIC 9(7)  VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(7)  VALUE ZERO.
       77  WS-TIME-OF-DAY       PIC 9(8)  VALUE ZERO.
       77  WS-OT-LIMIT          PIC 9(3)  VALUE 40.
       77  WS-OT-FACTOR         PIC 9V9   VALUE 1.5.
       77  WS-FLAT-TAX-RATE     PIC 9(3)V9 VALUE 020.0.
      ** FICA RATES AND LIMITS - SAME FIGURES AS 884-COMPUTE-FICA IN
      ** CWDEMCB2.  THE WAGE BASE AND THRESHOLD CHANGE EACH JANUARY.
       77  WS-SS-RATE           PIC 9(3)V99 VALUE 006.20.
       77  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE 0184500.00.
       77  WS-MED-RATE          PIC 9(3)V99 VALUE 001.45.
       77  WS-MED-ADDL-RATE     PIC 9(3)V99 VALUE 000.90.
       77  WS-MED-ADDL-THRESH   PIC 9(7)V99 VALUE 0200000.00.
       77  WS-SS-WAGES          PIC S9(7)V99 VALUE ZERO.
       77  WS-MED-ADDL-WAGES    PIC S9(7)V99 VALUE ZERO.
       77  CURR-SS-TAX          PIC 9(5)V99 VALUE ZERO.
       77  CURR-MED-TAX         PIC 9(5)V99 VALUE ZERO.
       77  CURR-ER-SS           PIC 9(5)V99 VALUE ZERO.
       77  CURR-ER-MED          PIC 9(5)V99 VALUE ZERO.
       77  CURR-PAY             PIC 9(5)V99 VALUE ZERO.
       77  CURR-TAXES           PIC 9(5)V99 VALUE ZERO.
       77  CURR-HOURS           PIC 999     VALUE ZERO.
       77  CURR-RATE            PIC 9(3)V99 VALUE ZERO.
       77  CURR-REG-HRS         PIC 999     VALUE ZERO.
       77  CURR-OT-HRS          PIC 999     VALUE ZERO.
       77  CURR-REG-PAY         PIC 9(5)V99 VALUE ZERO.
       77  CURR-OT-PAY          PIC 9(5)V99 VALUE ZERO.
       77  CURR-LV-HRS          PIC 999     VALUE ZERO.
       77  CURR-LV-PAY          PIC 9(5)V99 VALUE ZERO.
       77  CURR-NET             PIC 9(5)V99 VALUE ZERO.
       77  CURR-DEDUCTS         PIC 9(5)V99 VALUE ZERO.
       77  CURR-DED-401K        PIC 9(5)V99 VALUE ZERO.
       77  CURR-DED-INS         PIC 9(5)V99 VALUE ZERO.
       77  CURR-DED-GARN        PIC 9(5)V99 VALUE ZERO.
       77  WS-DED-WORK          PIC 9(5)V99 VALUE ZERO.
       77  WS-NET-REMAIN        PIC S9(5)V99 VALUE ZERO.
       77  WS-TAXTBL-HITS       PIC 9(3)  VALUE ZERO.
       77  WS-SEL-SET-DATE      PIC 9(7)  VALUE ZERO.
       77  WS-PREV-FLOOR        PIC 9(5)V99 VALUE ZERO.
       77  WS-PREV-RATE         PIC 9(3)V9 VALUE ZERO.
       77  WS-SLICE-TOP         PIC 9(5)V99 VALUE ZERO.
       77  WS-EMPS-READ         PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-CALCULATED   PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-NO-HOURS     PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-ALREADY-DONE PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-FAILED       PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-SALARIED     PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-PRORATED     PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-NOT-EMPLOYED PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-INACTIVE     PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-NOT-DUE      PIC 9(7)  VALUE ZERO.
       77  WS-TOTAL-HOURS       PIC S9(7) VALUE ZERO.
       77  WS-TOTAL-LV-HOURS    PIC S9(7) VALUE ZERO.
       77  WS-TOTAL-LV-PAY      PIC S9(9)V99 VALUE ZERO.
       77  WS-LV-ACCRUALS       PIC 9(7)  VALUE ZERO.
       77  WS-TOTAL-GROSS       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-TAX         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-SS          PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-MED         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-ER-SS       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-ER-MED      PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-DEDUCTS     PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-NET         PIC S9(9)V99 VALUE ZERO.
       77  WS-PROOF-NET         PIC S9(9)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(48) VALUE
               '*** CWCDPCAL - PAY CALCULATION REGISTER ***'.
           05  FILLER           PIC X(7)  VALUE 'PERIOD '.
           05  HL-PERIOD        PIC X(8).
           05  FILLER           PIC X(11) VALUE '  RUN DATE '.
           05  HL-RUN-DATE      PIC 9(7).
           05  FILLER           PIC X(51) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(8)  VALUE 'EMP #'.
           05  FILLER           PIC X(17) VALUE 'NAME'.
           05  FILLER           PIC X(7)  VALUE 'HOURS'.
           05  FILLER           PIC X(12) VALUE '     GROSS'.
           05  FILLER           PIC X(12) VALUE '    FED WH'.
           05  FILLER           PIC X(12) VALUE '   SOC SEC'.
           05  FILLER           PIC X(12) VALUE '  MEDICARE'.
           05  FILLER           PIC X(12) VALUE '    DEDUCT'.
           05  FILLER           PIC X(12) VALUE '       NET'.
           05  FILLER           PIC X(13) VALUE '    YTD GROSS'.
           05  FILLER           PIC X(15) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-NAME          PIC X(15).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-HOURS         PIC ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-GROSS         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-TAX           PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-SS            PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-MED           PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-DEDUCT        PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-NET           PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-YTD-GRS       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(15) VALUE SPACES.

       01  FAILED-LINE.
           05  FL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               '*** DBUGEMP REWRITE FAILED - NOT PAID'.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYEES READ       : '.
           05  TL-EMPS-READ     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYEES CALCULATED : '.
           05  TL-EMPS-CALC     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'NO CARD THIS PERIOD  : '.
           05  TL-EMPS-NO-HOURS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'ALREADY CALCULATED   : '.
           05  TL-EMPS-DONE     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'REWRITE FAILURES     : '.
           05  TL-EMPS-FAILED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'TOTAL HOURS          : '.
           05  TL-TOTAL-HOURS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-7.
           05  FILLER           PIC X(23) VALUE
               'TOTAL GROSS AMOUNT   : '.
           05  TL-TOTAL-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-8.
           05  FILLER           PIC X(23) VALUE
               'TOTAL TAX WITHHELD   : '.
           05  TL-TOTAL-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-9.
           05  FILLER           PIC X(23) VALUE
               'TOTAL DEDUCTIONS     : '.
           05  TL-TOTAL-DEDUCT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-10.
           05  FILLER           PIC X(23) VALUE
               'TOTAL NET AMOUNT     : '.
           05  TL-TOTAL-NET     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-11.
           05  FILLER           PIC X(23) VALUE
               'TOTAL SOC SEC W/H    : '.
           05  TL-TOTAL-SS      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-12.
           05  FILLER           PIC X(23) VALUE
               'TOTAL MEDICARE W/H   : '.
           05  TL-TOTAL-MED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-13.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYER SOC SEC     : '.
           05  TL-TOTAL-ER-SS   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-14.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYER MEDICARE    : '.
           05  TL-TOTAL-ER-MED  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-15.
           05  FILLER           PIC X(23) VALUE
               'LEAVE HOURS PAID     : '.
           05  TL-TOTAL-LV-HRS  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-16.
           05  FILLER           PIC X(23) VALUE
               'LEAVE PAY IN GROSS   : '.
           05  TL-TOTAL-LV-PAY  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-17.
           05  FILLER           PIC X(23) VALUE
               'LEAVE ACCRUALS POSTED: '.
           05  TL-LV-ACCRUALS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-18.
           05  FILLER           PIC X(23) VALUE
               'SALARIED CALCULATED  : '.
           05  TL-EMPS-SALARIED PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-19.
           05  FILLER           PIC X(23) VALUE
               'SALARIED PRORATED    : '.
           05  TL-EMPS-PRORATED PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-20.
           05  FILLER           PIC X(23) VALUE
               'SALARIED NOT EMPLOYED: '.
           05  TL-EMPS-NOT-EMPL PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-21.
           05  FILLER           PIC X(23) VALUE
               'INACTIVE - NOT PAID  : '.
           05  TL-EMPS-INACTIVE PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-22.
           05  FILLER           PIC X(23) VALUE
               'SALARIED - NOT DUE   : '.
           05  TL-EMPS-NOT-DUE  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  BALANCED-LINE.
           05  FILLER           PIC X(48) VALUE
               '*** GROSS - TAXES - DEDUCTIONS = NET - BALANCED'.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  UNBALANCED-LINE.
           05  FILLER           PIC X(48) VALUE
               '*** GROSS - TAXES - DEDUCTIONS NOT EQUAL TO NET'.
           05  FILLER           PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 200-PROCESS-EMPLOYEE
                       UNTIL END-OF-EMP-FILE
               PERFORM 700-WRITE-TRAILER
               PERFORM 830-RECORD-RUN-END
                       THRU 830-RUN-END-EXIT
           END-IF.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           PERFORM 810-RECORD-RUN-START
                   THRU 810-RUN-START-EXIT.
           IF NOT INIT-OK
               GO TO 100-INITIALIZE-EXIT.

           OPEN I-O    DBUGEMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - DBUGEMP OPEN FAILED, STATUS='
                       WS-EMP-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-EMP-OPEN-SWITCH.

           OPEN I-O    TCPOSTED-FILE.
           IF WS-TCP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - TCPOSTED OPEN FAILED, STATUS='
                       WS-TCP-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-TCP-OPEN-SWITCH.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

      ** AN UNOPENABLE TAXTBL IS NOT FATAL - THE BRACKET BROWSE
      ** FALLS BACK TO THE FLAT RATE, SAME AS THE ONLINE PATH.
           OPEN INPUT  TAXTBL-FILE.
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - TAXTBL OPEN FAILED, STATUS='
                       WS-TAX-FILE-STATUS ' - FLAT RATE USED'
           ELSE
               MOVE 'Y' TO WS-TAX-OPEN-SWITCH.

           OPEN INPUT  DEDUCT-FILE.
           IF WS-DED-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - DEDUCT OPEN FAILED, STATUS='
                       WS-DED-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-DED-OPEN-SWITCH.

           OPEN I-O    PAYHIST-FILE.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - PAYHIST OPEN FAILED, STATUS='
                       WS-PHS-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PHS-OPEN-SWITCH.

           OPEN I-O    AUDITLOG-FILE.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - AUDITLOG OPEN FAILED, STATUS='
                       WS-AUD-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-AUD-OPEN-SWITCH.

           OPEN I-O    LEAVEBAL-FILE.
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - LEAVEBAL OPEN FAILED, STATUS='
                       WS-LVB-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-LVB-OPEN-SWITCH.

           OPEN OUTPUT CALC-REGISTER.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - CALCRPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.

      ** RUN DATE IN THE SAME 0CYYDDD SHAPE AS EIBDATE - IT PICKS
      ** THE TAXTBL SET IN EFFECT, ENDS STOPPED DEDUCTIONS AND
      ** DATES THE PAYHIST AND AUDITLOG RECORDS.
           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RUN-DATE.

           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           MOVE WS-RUN-DATE   TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           PERFORM 300-READ-NEXT-EMPLOYEE.
       100-INITIALIZE-EXIT.
           EXIT.

       200-PROCESS-EMPLOYEE.
           ADD +1 TO WS-EMPS-READ.
           PERFORM 400-CALCULATE-EMPLOYEE
                   THRU 400-CALCULATE-EXIT.
           PERFORM 300-READ-NEXT-EMPLOYEE.

       300-READ-NEXT-EMPLOYEE.
           READ DBUGEMP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      ***************************************************************
      ** ONE EMPLOYEE: ONLY A CARD POSTED FOR THIS PERIOD AND NOT YET
      ** CALCULATED GETS PAID - OR, FOR A SALARIED EMPLOYEE, NO CARD
      ** AT ALL AS LONG AS THE PERIOD IS NOT ALREADY CALCULATED.
      ** THE BEFORE IMAGE IS TAKEN, THE CHECK
      ** COMPUTED AND ROLLED INTO YTD, THE AFTER IMAGE AUDITED, AND
      ** ONLY THEN IS DBUGEMP REWRITTEN - THE SAME ORDER AS
      ** 300-EMPLOYEE-PAY-RTN IN CWDEMCB2.
      ***************************************************************
       400-CALCULATE-EMPLOYEE.
           PERFORM 420-GET-PAY-TYPE THRU 420-GET-PAY-EXIT.
           MOVE EMP-NUM-KEY   TO TCP-EMP-NUM.
           MOVE WS-RUN-PERIOD TO TCP-PERIOD-DATE.
           MOVE 'Y' TO WS-CARD-SWITCH.
           READ TCPOSTED-FILE.
           IF WS-TCP-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-CARD-SWITCH.
           IF CARD-POSTED AND TCP-CALCULATED
               ADD +1 TO WS-EMPS-ALREADY-DONE
               GO TO 400-CALCULATE-EXIT.

      ** A RECORD WRITTEN BEFORE THE PAY FIELDS WERE CARVED OUT OF
      ** THE OLD FILLER MAY STILL HOLD GARBAGE - SAME DEFAULTS AS
      ** 895-VALIDATE-EMP-NUMERICS IN CWDEMCB2.
           IF EMP-RATE NOT NUMERIC
               MOVE 010.00 TO EMP-RATE.
           IF EMP-YTD-GRS NOT NUMERIC
               MOVE ZERO TO EMP-YTD-GRS.
           IF EMP-YTD-TAX NOT NUMERIC
               MOVE ZERO TO EMP-YTD-TAX.
           IF EMP-HOURS NOT NUMERIC
               MOVE ZERO TO EMP-HOURS.
           IF EMP-TOTPAY NOT NUMERIC
               MOVE ZERO TO EMP-TOTPAY.
           IF EMP-LV-HRS NOT NUMERIC
               MOVE ZERO TO EMP-LV-HRS.
      ** PAY ONLY WHOM CWCDCHKP WILL PAY (430-CHECK-FINAL-CHECK).
      ** NO MASTER AT ALL IS STILL PAID AS HOURLY, AS BEFORE.
           MOVE 'N' TO WS-TERM-PER-SWITCH  WS-FINAL-PAY-SWITCH.
           IF WS-MSTR-FILE-STATUS = '00' AND NOT EMPM-ACTIVE
               PERFORM 430-CHECK-FINAL-CHECK
                       THRU 430-CHECK-FINAL-EXIT
               IF NOT FINAL-CHECK-PAYABLE
                   ADD +1 TO WS-EMPS-INACTIVE
                   PERFORM 450-CLEAR-PERIOD-FIGURES
                           THRU 450-CLEAR-PERIOD-EXIT
                   GO TO 400-CALCULATE-EXIT.
      ** A SALARIED EMPLOYEE IS PAID ONLY ON A RUN THAT ENDS ONE OF
      ** THEIR OWN PAY PERIODS.  A FINAL CHECK DOES NOT WAIT FOR THE
      ** PERIOD END ONCE THE TERMINATION DATE HAS PASSED - IT PAYS
      ** THE PERIOD THE TERMINATION DATE FELL IN, AS A LATE ONE DOES.
      ** NOT DUE WRITES NO TCPOSTED RECORD, SO CWCDCHKP PRINTS NOTHING.
           IF PAY-SALARIED
               PERFORM 440-CHECK-SALARY-DUE
                       THRU 440-CHECK-SALARY-EXIT.
           IF PAY-SALARIED AND NOT SALARY-DUE AND
              FINAL-CHECK-PAYABLE AND EMPM-TERM-DATE NUMERIC AND
              EMPM-TERM-DATE NOT > WS-RUN-PERIOD
               MOVE 'Y' TO WS-SALARY-DUE-SWITCH  WS-TERM-PER-SWITCH.
           IF PAY-SALARIED AND NOT SALARY-DUE
               ADD +1 TO WS-EMPS-NOT-DUE
               PERFORM 450-CLEAR-PERIOD-FIGURES
                       THRU 450-CLEAR-PERIOD-EXIT
               GO TO 400-CALCULATE-EXIT.
           IF NOT CARD-POSTED AND NOT PAY-SALARIED
               ADD +1 TO WS-EMPS-NO-HOURS
               PERFORM 450-CLEAR-PERIOD-FIGURES
                       THRU 450-CLEAR-PERIOD-EXIT
               GO TO 400-CALCULATE-EXIT.
      ** BEFORE IMAGE FIRST - NOTHING ON DBUGEMP CHANGES UNTIL THE
      ** CHECK HAS BEEN COMPUTED.
           MOVE EMP-NUM-KEY  TO AUD-EMP-NUM.
           MOVE EMP-HOURS    TO AUD-OLD-HOURS.
           MOVE EMP-TOTPAY   TO AUD-OLD-TOTPAY.
           MOVE EMP-YTD-GRS  TO AUD-OLD-YTD-GRS.
           MOVE EMP-YTD-TAX  TO AUD-OLD-YTD-TAX.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-OF-DAY / 100.

           MOVE EMP-HOURS TO CURR-HOURS.
           MOVE EMP-RATE  TO CURR-RATE.
           MOVE EMP-LV-HRS TO CURR-LV-HRS.
      ** A SALARIED EMPLOYEE WITH NO CARD THIS PERIOD STILL HAS LAST
      ** PERIOD'S HOURS ON DBUGEMP - NONE WERE POSTED FOR THIS ONE.
           IF NOT CARD-POSTED
               MOVE ZERO TO CURR-HOURS  CURR-LV-HRS.
           IF PAY-SALARIED
               PERFORM 505-COMPUTE-SALARY-PAY
                       THRU 505-COMPUTE-SALARY-EXIT
           ELSE
               PERFORM 500-COMPUTE-GROSS-PAY.

      ** NOT ON THE PAYROLL AT ANY POINT IN THE PERIOD, OR ON LEAVE
      ** OF ABSENCE FOR IT - NOTHING IS EARNED.
           IF PAY-SALARIED AND CURR-PAY = ZERO
               ADD +1 TO WS-EMPS-NOT-EMPLOYED
               PERFORM 450-CLEAR-PERIOD-FIGURES
                       THRU 450-CLEAR-PERIOD-EXIT
               GO TO 400-CALCULATE-EXIT.
           PERFORM 510-COMPUTE-TAXES.
           PERFORM 515-COMPUTE-FICA.
           PERFORM 530-COMPUTE-DEDUCTIONS
                   THRU 530-COMPUTE-EXIT.

           ADD CURR-PAY   TO EMP-YTD-GRS.
           ADD CURR-TAXES TO EMP-YTD-TAX.
           MOVE CURR-HOURS   TO EMP-HOURS.
           MOVE CURR-LV-HRS  TO EMP-LV-HRS.
           MOVE CURR-PAY     TO EMP-TOTPAY.
           MOVE CURR-REG-HRS TO EMP-REG-HRS.
           MOVE CURR-OT-HRS  TO EMP-OT-HRS.
           MOVE CURR-REG-PAY TO EMP-REG-PAY.
           MOVE CURR-OT-PAY  TO EMP-OT-PAY.
           MOVE CURR-LV-PAY  TO EMP-LV-PAY.
           MOVE CURR-TAXES   TO EMP-CUR-TAX.
           MOVE CURR-SS-TAX  TO EMP-CUR-SS.
           MOVE CURR-MED-TAX TO EMP-CUR-MED.
           MOVE CURR-ER-SS   TO EMP-ER-SS.
           MOVE CURR-ER-MED  TO EMP-ER-MED.

           MOVE EMP-HOURS    TO AUD-NEW-HOURS.
           MOVE EMP-TOTPAY   TO AUD-NEW-TOTPAY.
           MOVE EMP-YTD-GRS  TO AUD-NEW-YTD-GRS.
           MOVE EMP-YTD-TAX  TO AUD-NEW-YTD-TAX.
           PERFORM 600-WRITE-AUDIT-RECORD.

           REWRITE VSAM-EMP-RECORD.
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - DBUGEMP REWRITE FAILED, STATUS='
                       WS-EMP-FILE-STATUS ' EMP=' EMP-NUM-KEY
               ADD +1 TO WS-EMPS-FAILED
               MOVE EMP-NUM-KEY TO FL-EMP-NUM
               WRITE REPORT-LINE FROM FAILED-LINE
               GO TO 400-CALCULATE-EXIT.

           PERFORM 610-WRITE-PAY-HISTORY.
           PERFORM 630-ACCRUE-LEAVE THRU 630-ACCRUE-EXIT.

           IF CARD-POSTED
               MOVE 'Y' TO TCP-CALC-SWITCH
               REWRITE TCPOSTED-RECORD
           ELSE
               MOVE SPACES        TO TCPOSTED-RECORD
               MOVE EMP-NUM-KEY   TO TCP-EMP-NUM
               MOVE WS-RUN-PERIOD TO TCP-PERIOD-DATE
               MOVE ZERO          TO TCP-HOURS
               MOVE 'Y'           TO TCP-CALC-SWITCH
               WRITE TCPOSTED-RECORD.
           IF WS-TCP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - TCPOSTED UPDATE FAILED, STATUS='
                       WS-TCP-FILE-STATUS ' EMP=' EMP-NUM-KEY.
           IF PAY-SALARIED
               ADD +1 TO WS-EMPS-SALARIED.

           ADD +1           TO WS-EMPS-CALCULATED.
           ADD CURR-HOURS   TO WS-TOTAL-HOURS.
           ADD CURR-LV-HRS  TO WS-TOTAL-LV-HOURS.
           ADD CURR-LV-PAY  TO WS-TOTAL-LV-PAY.
           ADD CURR-PAY     TO WS-TOTAL-GROSS.
           ADD CURR-TAXES   TO WS-TOTAL-TAX.
           ADD CURR-SS-TAX  TO WS-TOTAL-SS.
           ADD CURR-MED-TAX TO WS-TOTAL-MED.
           ADD CURR-ER-SS   TO WS-TOTAL-ER-SS.
           ADD CURR-ER-MED  TO WS-TOTAL-ER-MED.
           ADD CURR-DEDUCTS TO WS-TOTAL-DEDUCTS.
           ADD CURR-NET     TO WS-TOTAL-NET.
           PERFORM 620-WRITE-REGISTER-LINE.
       400-CALCULATE-EXIT.
           EXIT.

      ***************************************************************
      ** AN EMPLOYEE NOT CALCULATED THIS PERIOD STILL CARRIES THE
      ** PERIOD FIGURES OF THE LAST CHECK - CLEAR THEM RATHER THAN
      ** LET CWCDCHKP, CWCDGLEX OR CWCDPREG PAY OR POST THEM A SECOND
      ** TIME.  YTD IS NOT TOUCHED.  NOTHING IS WRITTEN WHEN THE
      ** FIGURES ARE ALREADY CLEAR, SO A RERUN ADDS NO AUDIT RECORDS.
      ***************************************************************
       450-CLEAR-PERIOD-FIGURES.
           IF EMP-TOTPAY = ZERO AND EMP-HOURS = ZERO AND
              EMP-LV-HRS = ZERO AND EMP-CUR-TAX = ZERO
               GO TO 450-CLEAR-PERIOD-EXIT.

           MOVE EMP-NUM-KEY  TO AUD-EMP-NUM.
           MOVE EMP-HOURS    TO AUD-OLD-HOURS.
           MOVE EMP-TOTPAY   TO AUD-OLD-TOTPAY.
           MOVE EMP-YTD-GRS  TO AUD-OLD-YTD-GRS.
           MOVE EMP-YTD-TAX  TO AUD-OLD-YTD-TAX.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-OF-DAY / 100.

           MOVE ZERO TO EMP-TOTPAY   EMP-HOURS
                        EMP-REG-HRS  EMP-OT-HRS
                        EMP-REG-PAY  EMP-OT-PAY
                        EMP-CUR-TAX
                        EMP-CUR-SS   EMP-CUR-MED
                        EMP-ER-SS    EMP-ER-MED
                        EMP-LV-HRS   EMP-LV-PAY.

           MOVE EMP-HOURS    TO AUD-NEW-HOURS.
           MOVE EMP-TOTPAY   TO AUD-NEW-TOTPAY.
           MOVE EMP-YTD-GRS  TO AUD-NEW-YTD-GRS.
           MOVE EMP-YTD-TAX  TO AUD-NEW-YTD-TAX.
           PERFORM 600-WRITE-AUDIT-RECORD.

           REWRITE VSAM-EMP-RECORD.
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - DBUGEMP REWRITE FAILED, STATUS='
                       WS-EMP-FILE-STATUS ' EMP=' EMP-NUM-KEY
               ADD +1 TO WS-EMPS-FAILED
               MOVE EMP-NUM-KEY TO FL-EMP-NUM
               WRITE REPORT-LINE FROM FAILED-LINE.
       450-CLEAR-PERIOD-EXIT.
           EXIT.

      ***************************************************************
      ** SAME SPLIT AS 890-COMPUTE-GROSS-PAY IN CWDEMCB2 AND THE
      ** CWCDTCLD POSTING - HOURS OVER THE LIMIT AT TIME-AND-A-HALF.
      ** LEAVE HOURS ARE ADDED AT STRAIGHT TIME AFTER THE SPLIT.
      ***************************************************************
       500-COMPUTE-GROSS-PAY.
           IF CURR-HOURS > WS-OT-LIMIT
               MOVE WS-OT-LIMIT TO CURR-REG-HRS
               COMPUTE CURR-OT-HRS = CURR-HOURS - WS-OT-LIMIT
           ELSE
               MOVE CURR-HOURS  TO CURR-REG-HRS
               MOVE ZERO        TO CURR-OT-HRS.
           COMPUTE CURR-REG-PAY = CURR-REG-HRS * CURR-RATE.
           COMPUTE CURR-OT-PAY ROUNDED
                   = CURR-OT-HRS * CURR-RATE * WS-OT-FACTOR.
           COMPUTE CURR-LV-PAY = CURR-LV-HRS * CURR-RATE.
           COMPUTE CURR-PAY = CURR-REG-PAY + CURR-OT-PAY + CURR-LV-PAY.

      ***************************************************************
      ** PAY TYPE FROM THE EMPMSTR MASTER.  NO MASTER, OR A MASTER
      ** WRITTEN BEFORE THE PAY TYPE EXISTED, MEANS HOURLY - THE WAY
      ** EVERY EMPLOYEE WAS PAID BEFORE.
      ***************************************************************
       420-GET-PAY-TYPE.
           MOVE 'N' TO WS-SALARIED-SWITCH.
           MOVE EMP-NUM-KEY TO EMPM-EMP-NUM.
           READ EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               GO TO 420-GET-PAY-EXIT.
           IF EMPM-SALARIED
               MOVE 'Y' TO WS-SALARIED-SWITCH.
       420-GET-PAY-EXIT.
           EXIT.

      ***************************************************************
      ** THE SAME TEST AS 410-CHECK-STATUS IN CWCDCHKP: A MASTER THAT
      ** IS NOT ACTIVE IS PAID ONLY WHEN TERMINATED WITH A FINAL
      ** CHECK DUE THAT NO EARLIER PERIOD HAS ISSUED.  LEAVE OF
      ** ABSENCE IS NEVER PAID.  A TERMINATION DATE BEFORE THE RUN
      ** PERIOD STARTED MEANS THE FLAG WAS SET AFTER THE EMPLOYEE'S
      ** LAST PERIOD WAS RUN - A LATE FINAL CHECK, PAID FOR THE
      ** PERIOD THE TERMINATION DATE FELL IN.
      ***************************************************************
       430-CHECK-FINAL-CHECK.
           MOVE 'N' TO WS-FINAL-PAY-SWITCH.
           IF NOT EMPM-TERMINATED OR NOT EMPM-FINAL-CHECK-DUE
               GO TO 430-CHECK-FINAL-EXIT.
           IF EMPM-FINAL-PERIOD NOT = SPACES AND
              EMPM-FINAL-PERIOD NOT = WS-RUN-PERIOD
               GO TO 430-CHECK-FINAL-EXIT.
           MOVE 'Y' TO WS-FINAL-PAY-SWITCH.
           IF EMPM-TERM-DATE NUMERIC AND
              EMPM-TERM-DATE < WS-RUN-START-DATE
               MOVE 'Y' TO WS-TERM-PER-SWITCH.
       430-CHECK-FINAL-EXIT.
           EXIT.

      ***************************************************************
      ** IS THE RUNPARM DATE THE END OF ONE OF THIS SALARIED
      ** EMPLOYEE'S PAY PERIODS?  WEEKLY IS PAID EVERY RUN; BIWEEKLY
      ** WHEN THE DATE IS A WHOLE NUMBER OF 14-DAY PERIODS FROM
      ** WS-BIWEEKLY-ANCHOR; SEMI-MONTHLY ON THE 15TH AND THE LAST
      ** DAY OF THE MONTH; MONTHLY ON THE LAST DAY OF THE MONTH.
      ** THE LAST DAY IS THE ONE BEFORE THE 1ST OF THE NEXT MONTH.
      ***************************************************************
       440-CHECK-SALARY-DUE.
           MOVE 'N' TO WS-SALARY-DUE-SWITCH.
           IF NOT EMPM-FREQ-VALID
               MOVE 'W' TO EMPM-PAY-FREQ.
           IF EMPM-PAY-FREQ = 'W'
               MOVE 'Y' TO WS-SALARY-DUE-SWITCH
               GO TO 440-CHECK-SALARY-EXIT.
           MOVE WS-RUN-PERIOD TO WS-DT-DATE.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           MOVE WS-DT-DAYS TO WS-RUN-DAYS.
           IF EMPM-PAY-FREQ = 'B'
               GO TO 440-CHECK-BIWEEKLY.
           IF EMPM-PAY-FREQ = 'S' AND WS-DT-DD = 15
               MOVE 'Y' TO WS-SALARY-DUE-SWITCH
               GO TO 440-CHECK-SALARY-EXIT.
           MOVE 01 TO WS-DT-DD.
           IF WS-DT-MM = 12
               MOVE 01 TO WS-DT-MM
               ADD 1 TO WS-DT-CCYY
           ELSE
               ADD 1 TO WS-DT-MM.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           IF WS-DT-DAYS = WS-RUN-DAYS + 1
               MOVE 'Y' TO WS-SALARY-DUE-SWITCH.
           GO TO 440-CHECK-SALARY-EXIT.
       440-CHECK-BIWEEKLY.
           MOVE WS-RUN-DAYS TO WS-BW-DIFF.
           PERFORM 445-BIWEEKLY-OFFSET THRU 445-BIWEEKLY-OFFSET-EXIT.
           IF WS-BW-REM = ZERO
               MOVE 'Y' TO WS-SALARY-DUE-SWITCH.
       440-CHECK-SALARY-EXIT.
           EXIT.

      ***************************************************************
      ** DAYS PAST THE LAST BIWEEKLY PERIOD END - WS-BW-DIFF COMES IN
      ** AS A DAY COUNT FROM 650-DATE-TO-DAYS, WS-BW-REM GOES BACK
      ** 0 THRU 13.  A DATE BEFORE THE ANCHOR WORKS THE SAME WAY.
      ***************************************************************
       445-BIWEEKLY-OFFSET.
           MOVE WS-BIWEEKLY-ANCHOR TO WS-DT-DATE.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           SUBTRACT WS-DT-DAYS FROM WS-BW-DIFF.
           DIVIDE WS-BW-DIFF BY 14 GIVING WS-BW-QUOT
                  REMAINDER WS-BW-REM.
           IF WS-BW-REM < ZERO
               ADD 14 TO WS-BW-REM.
       445-BIWEEKLY-OFFSET-EXIT.
           EXIT.

      ***************************************************************
      ** SALARIED GROSS - ANNUAL SALARY OVER THE PERIODS PER YEAR FOR
      ** THE PAY FREQUENCY, NO OVERTIME SPLIT AND NO SEPARATE LEAVE
      ** PAY (LEAVE HOURS ON A SALARIED CARD ONLY COME OFF THE
      ** BALANCE).  THE PERIOD RUNS BACK FROM THE RUNPARM DATE: 7 OR
      ** 14 DAYS WEEKLY/BIWEEKLY, THE 1ST-15TH OR 16TH-MONTH END
      ** SEMI-MONTHLY, THE WHOLE MONTH MONTHLY.  A HIRE DATE AFTER THE
      ** START OR A TERMINATION DATE BEFORE THE END PAYS ONLY THE
      ** CALENDAR DAYS ON THE PAYROLL.  NO DAYS AT ALL, OR AN
      ** EMPLOYEE ON LEAVE OF ABSENCE, LEAVES CURR-PAY ZERO FOR 400
      ** TO DEAL WITH.
      ***************************************************************
       505-COMPUTE-SALARY-PAY.
           MOVE ZERO TO CURR-REG-HRS  CURR-OT-HRS
                        CURR-REG-PAY  CURR-OT-PAY
                        CURR-LV-PAY   CURR-PAY.
           MOVE CURR-HOURS TO CURR-REG-HRS.
           IF EMPM-ON-LEAVE
               GO TO 505-COMPUTE-SALARY-EXIT.
           IF EMPM-SALARY NOT NUMERIC
               MOVE ZERO TO EMPM-SALARY.
           IF NOT EMPM-FREQ-VALID
               MOVE 'W' TO EMPM-PAY-FREQ.
           EVALUATE EMPM-PAY-FREQ
               WHEN 'W'
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN 'S'
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
           COMPUTE WS-PERIOD-SALARY ROUNDED
                   = EMPM-SALARY / WS-PERIODS-PER-YEAR.

           MOVE WS-RUN-PERIOD TO WS-DT-DATE.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           MOVE WS-DT-DAYS TO WS-PER-END-DAYS.
           EVALUATE EMPM-PAY-FREQ
               WHEN 'W'
                   COMPUTE WS-PER-START-DAYS = WS-PER-END-DAYS - 6
               WHEN 'B'
                   COMPUTE WS-PER-START-DAYS = WS-PER-END-DAYS - 13
               WHEN OTHER
                   IF EMPM-PAY-FREQ = 'S' AND WS-DT-DD > 15
                       MOVE 16 TO WS-DT-DD
                   ELSE
                       MOVE 01 TO WS-DT-DD
                   END-IF
                   PERFORM 650-DATE-TO-DAYS
                           THRU 650-DATE-TO-DAYS-EXIT
                   MOVE WS-DT-DAYS TO WS-PER-START-DAYS
           END-EVALUATE.
           IF PAY-TERM-PERIOD
               PERFORM 507-FIND-TERM-PERIOD
                       THRU 507-FIND-TERM-PERIOD-EXIT.
           COMPUTE WS-PERIOD-DAYS
                   = WS-PER-END-DAYS - WS-PER-START-DAYS + 1.

           MOVE WS-PER-START-DAYS TO WS-PAY-FROM-DAYS.
           MOVE WS-PER-END-DAYS   TO WS-PAY-TO-DAYS.
           IF EMPM-HIRE-DATE NUMERIC
               MOVE EMPM-HIRE-DATE TO WS-DT-DATE
               PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT
               IF WS-DT-DAYS > WS-PAY-FROM-DAYS
                   MOVE WS-DT-DAYS TO WS-PAY-FROM-DAYS.
           IF EMPM-TERM-DATE NUMERIC
               MOVE EMPM-TERM-DATE TO WS-DT-DATE
               PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT
               IF WS-DT-DAYS < WS-PAY-TO-DAYS
                   MOVE WS-DT-DAYS TO WS-PAY-TO-DAYS.
           IF WS-PAY-TO-DAYS < WS-PAY-FROM-DAYS
               GO TO 505-COMPUTE-SALARY-EXIT.
           COMPUTE WS-DAYS-PAID = WS-PAY-TO-DAYS - WS-PAY-FROM-DAYS + 1.

           IF WS-DAYS-PAID < WS-PERIOD-DAYS
               COMPUTE CURR-REG-PAY ROUNDED = WS-PERIOD-SALARY
                       * WS-DAYS-PAID / WS-PERIOD-DAYS
               ADD +1 TO WS-EMPS-PRORATED
           ELSE
               MOVE WS-PERIOD-SALARY TO CURR-REG-PAY.
           MOVE CURR-REG-PAY TO CURR-PAY.
       505-COMPUTE-SALARY-EXIT.
           EXIT.

      ***************************************************************
      ** A LATE FINAL CHECK, OR A SALARIED ONE PAID ON A RUN THAT IS
      ** NOT ONE OF THE EMPLOYEE'S PERIOD ENDS, PAYS THE PERIOD THE
      ** TERMINATION DATE FELL IN, NOT THE RUN PERIOD.  WEEKLY
      ** PERIODS ARE STEPPED BACK WHOLE FROM THE RUN PERIOD; A
      ** BIWEEKLY ONE ENDS ON THE FIRST 14-DAY MARK FROM
      ** WS-BIWEEKLY-ANCHOR ON OR AFTER THE TERMINATION DATE;
      ** SEMI-MONTHLY AND MONTHLY ARE THE HALF OR WHOLE MONTH OF THE
      ** TERMINATION DATE, ENDING THE DAY BEFORE THE NEXT PERIOD
      ** STARTS.
      ***************************************************************
       507-FIND-TERM-PERIOD.
           MOVE EMPM-TERM-DATE TO WS-DT-DATE.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           MOVE WS-DT-DAYS TO WS-TERM-DAYS.
           IF EMPM-PAY-FREQ = 'B'
               MOVE WS-TERM-DAYS TO WS-BW-DIFF
               PERFORM 445-BIWEEKLY-OFFSET
                       THRU 445-BIWEEKLY-OFFSET-EXIT
               COMPUTE WS-PER-END-DAYS
                       = WS-TERM-DAYS + 14 - WS-BW-REM
               IF WS-BW-REM = ZERO
                   MOVE WS-TERM-DAYS TO WS-PER-END-DAYS
               END-IF
               COMPUTE WS-PER-START-DAYS = WS-PER-END-DAYS - 13
               GO TO 507-FIND-TERM-PERIOD-EXIT.
           IF EMPM-PAY-FREQ = 'W'
               COMPUTE WS-PERIOD-DAYS
                       = WS-PER-END-DAYS - WS-PER-START-DAYS + 1
               COMPUTE WS-PERIODS-BACK
                       = (WS-PER-END-DAYS - WS-TERM-DAYS)
                       / WS-PERIOD-DAYS
               COMPUTE WS-PER-END-DAYS = WS-PER-END-DAYS
                       - WS-PERIODS-BACK * WS-PERIOD-DAYS
               COMPUTE WS-PER-START-DAYS
                       = WS-PER-END-DAYS - WS-PERIOD-DAYS + 1
               GO TO 507-FIND-TERM-PERIOD-EXIT.

           IF EMPM-PAY-FREQ = 'S' AND WS-DT-DD < 16
               MOVE 01 TO WS-DT-DD
               PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT
               MOVE WS-DT-DAYS TO WS-PER-START-DAYS
               MOVE 16 TO WS-DT-DD
               PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT
               COMPUTE WS-PER-END-DAYS = WS-DT-DAYS - 1
               GO TO 507-FIND-TERM-PERIOD-EXIT.

           IF EMPM-PAY-FREQ = 'S'
               MOVE 16 TO WS-DT-DD
           ELSE
               MOVE 01 TO WS-DT-DD.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           MOVE WS-DT-DAYS TO WS-PER-START-DAYS.
           MOVE 01 TO WS-DT-DD.
           IF WS-DT-MM = 12
               MOVE 01 TO WS-DT-MM
               ADD 1 TO WS-DT-CCYY
           ELSE
               ADD 1 TO WS-DT-MM.
           PERFORM 650-DATE-TO-DAYS THRU 650-DATE-TO-DAYS-EXIT.
           COMPUTE WS-PER-END-DAYS = WS-DT-DAYS - 1.
       507-FIND-TERM-PERIOD-EXIT.
           EXIT.

      ***************************************************************
      ** GRADUATED WITHHOLDING FROM TAXTBL - THE BATCH TWIN OF
      ** 885-COMPUTE-TAXES IN CWDEMCB2, WITH THE RUN DATE STANDING
      ** IN FOR EIBDATE.  THE LATEST SET DATED NOT AFTER THE RUN
      ** DATE WINS; EACH SLICE OF GROSS BETWEEN ONE FLOOR AND THE
      ** NEXT IS TAXED AT ITS BRACKET'S RATE.  NO USABLE BRACKETS
      ** MEANS THE FLAT FALLBACK RATE, NEVER A FAILED CALCULATION.
      ***************************************************************
       510-COMPUTE-TAXES.
           MOVE ZERO TO CURR-TAXES  WS-TAXTBL-HITS
                        WS-PREV-FLOOR  WS-PREV-RATE
                        WS-SEL-SET-DATE.
           MOVE 'N'  TO WS-TAX-DONE-SWITCH.
           IF TAX-FILE-OPEN
               MOVE ZERO TO TAX-EFF-DATE
               MOVE '00' TO TAX-BRKT-NO
               START TAXTBL-FILE KEY NOT < TAX-BRKT-KEY
               IF WS-TAX-FILE-STATUS = '00'
                   PERFORM 520-READ-NEXT-BRACKET
                           THRU 520-READ-NEXT-EXIT
                           UNTIL TAX-BROWSE-DONE
               END-IF
           END-IF.
           IF WS-TAXTBL-HITS = ZERO
               COMPUTE CURR-TAXES ROUNDED
                       = CURR-PAY * WS-FLAT-TAX-RATE / 100
           ELSE
               IF WS-PREV-FLOOR < CURR-PAY
                   COMPUTE CURR-TAXES ROUNDED = CURR-TAXES
                           + (CURR-PAY - WS-PREV-FLOOR)
                             * WS-PREV-RATE / 100.
           COMPUTE CURR-NET = CURR-PAY - CURR-TAXES.

       520-READ-NEXT-BRACKET.
           READ TAXTBL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAX-DONE-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
           IF TAX-BROWSE-DONE
               GO TO 520-READ-NEXT-EXIT.
           IF WS-TAX-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TAX-DONE-SWITCH
               GO TO 520-READ-NEXT-EXIT.

           IF TAX-EFF-DATE   NOT NUMERIC OR
              TAX-BRKT-FLOOR NOT NUMERIC OR
              TAX-BRKT-RATE  NOT NUMERIC
               GO TO 520-READ-NEXT-EXIT.

      ** A SET DATED PAST THE RUN DATE ENDS THE BROWSE; A NEWER SET
      ** STILL IN EFFECT STARTS THE BRACKET MATH OVER.
           IF TAX-EFF-DATE > WS-RUN-DATE
               MOVE 'Y' TO WS-TAX-DONE-SWITCH
               GO TO 520-READ-NEXT-EXIT.
           IF TAX-EFF-DATE > WS-SEL-SET-DATE
               MOVE ZERO TO CURR-TAXES  WS-TAXTBL-HITS
                            WS-PREV-FLOOR  WS-PREV-RATE
               MOVE TAX-EFF-DATE TO WS-SEL-SET-DATE.

           IF WS-TAXTBL-HITS > ZERO AND
              TAX-BRKT-FLOOR > WS-PREV-FLOOR AND
              WS-PREV-FLOOR < CURR-PAY
               MOVE CURR-PAY TO WS-SLICE-TOP
               IF TAX-BRKT-FLOOR < WS-SLICE-TOP
                   MOVE TAX-BRKT-FLOOR TO WS-SLICE-TOP
               END-IF
               COMPUTE CURR-TAXES ROUNDED = CURR-TAXES
                       + (WS-SLICE-TOP - WS-PREV-FLOOR)
                         * WS-PREV-RATE / 100
           END-IF.

           ADD +1 TO WS-TAXTBL-HITS.
           MOVE TAX-BRKT-FLOOR TO WS-PREV-FLOOR.
           MOVE TAX-BRKT-RATE  TO WS-PREV-RATE.
       520-READ-NEXT-EXIT.
           EXIT.

      ***************************************************************
      ** SOCIAL SECURITY AND MEDICARE - THE BATCH TWIN OF
      ** 884-COMPUTE-FICA IN CWDEMCB2.  EMP-YTD-GRS STILL HOLDS THE
      ** WAGES PAID BEFORE THIS CHECK, SO SOCIAL SECURITY IS TAKEN
      ** ONLY ON THE PART OF GROSS THAT FITS UNDER THE WAGE BASE, AND
      ** THE ADDITIONAL MEDICARE RATE ONLY ON THE PART THAT FALLS
      ** ABOVE THE THRESHOLD.  THE EMPLOYER MATCHES SOCIAL SECURITY
      ** AND THE BASE MEDICARE RATE BUT NOT THE ADDITIONAL RATE.
      ***************************************************************
       515-COMPUTE-FICA.
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
      ** VOLUNTARY DEDUCTIONS FROM DEDUCT - THE BATCH TWIN OF
      ** 887-COMPUTE-DEDUCTIONS IN CWDEMCB2: CODE ORDER IS PRIORITY
      ** ORDER, A STOPPED DEDUCTION IS SKIPPED, AND EACH ONE IS
      ** CAPPED AT WHAT IS LEFT OF NET.
      ***************************************************************
       530-COMPUTE-DEDUCTIONS.
           MOVE ZERO TO CURR-DEDUCTS  CURR-DED-401K
                        CURR-DED-INS  CURR-DED-GARN.
           MOVE 'N'  TO WS-DED-EOF-SWITCH.
           MOVE EMP-NUM-KEY TO DED-EMP-NUM.
           MOVE '00'        TO DED-CODE.
           START DEDUCT-FILE KEY NOT < DED-KEY.
           IF WS-DED-FILE-STATUS = '00'
               PERFORM 540-READ-NEXT-DEDUCTION
                       THRU 540-READ-NEXT-EXIT
                       UNTIL END-OF-DEDUCTIONS.
           COMPUTE CURR-NET = CURR-PAY - CURR-TAXES - CURR-SS-TAX
                            - CURR-MED-TAX - CURR-DEDUCTS.
       530-COMPUTE-EXIT.
           EXIT.

       540-READ-NEXT-DEDUCTION.
           READ DEDUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DED-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
           IF END-OF-DEDUCTIONS
               GO TO 540-READ-NEXT-EXIT.
           IF WS-DED-FILE-STATUS NOT = '00' OR
              DED-EMP-NUM NOT = EMP-NUM-KEY
               MOVE 'Y' TO WS-DED-EOF-SWITCH
               GO TO 540-READ-NEXT-EXIT.

           IF DED-TYPE NOT = 'A' AND DED-TYPE NOT = 'P'
               GO TO 540-READ-NEXT-EXIT.
           IF DED-STOP-DATE NOT NUMERIC
               GO TO 540-READ-NEXT-EXIT.
           IF DED-STOP-DATE > ZERO AND
              DED-STOP-DATE NOT > WS-RUN-DATE
               GO TO 540-READ-NEXT-EXIT.

           IF DED-TYPE = 'A'
               IF DED-AMOUNT NOT NUMERIC
                   GO TO 540-READ-NEXT-EXIT
               END-IF
               MOVE DED-AMOUNT TO WS-DED-WORK
           ELSE
               IF DED-PERCENT NOT NUMERIC
                   GO TO 540-READ-NEXT-EXIT
               END-IF
               COMPUTE WS-DED-WORK ROUNDED
                       = CURR-PAY * DED-PERCENT / 100.

           COMPUTE WS-NET-REMAIN
                   = CURR-PAY - CURR-TAXES - CURR-SS-TAX
                   - CURR-MED-TAX - CURR-DEDUCTS.
           IF WS-NET-REMAIN < ZERO
               MOVE ZERO TO WS-NET-REMAIN.
           IF WS-DED-WORK > WS-NET-REMAIN
               MOVE WS-NET-REMAIN TO WS-DED-WORK.

           ADD WS-DED-WORK TO CURR-DEDUCTS.
           EVALUATE DED-CODE
               WHEN '01'
                   ADD WS-DED-WORK TO CURR-DED-401K
               WHEN '02'
                   ADD WS-DED-WORK TO CURR-DED-INS
               WHEN '03'
                   ADD WS-DED-WORK TO CURR-DED-GARN
           END-EVALUATE.
       540-READ-NEXT-EXIT.
           EXIT.

      ***************************************************************
      ** BEFORE/AFTER IMAGE ON THE PERMANENT AUDITLOG KSDS, WRITTEN
      ** AHEAD OF THE DBUGEMP REWRITE LIKE 880-WRITE-AUDIT-RECORD.
      ** THE TASK NUMBER SLOT CARRIES THE EMPLOYEE'S SEQUENCE IN
      ** THIS RUN SO EVERY BATCH EVENT STILL HAS A UNIQUE KEY.
      ** BEST-EFFORT - AN AUDIT FAILURE IS DISPLAYED, NOT FATAL.
      ***************************************************************
       600-WRITE-AUDIT-RECORD.
           MOVE 'BTCH'          TO AUD-TRMID.
           MOVE 'PCAL'          TO AUD-TRNID.
           COMPUTE AUD-TASKN = WS-EMPS-CALCULATED + 1.
           MOVE WS-RUN-DATE     TO AUD-DATE.
           MOVE WS-RUN-TIME     TO AUD-TIME.
           WRITE AUDIT-RECORD.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - AUDITLOG WRITE FAILED, STATUS='
                       WS-AUD-FILE-STATUS ' EMP=' EMP-NUM-KEY.

      ***************************************************************
      ** ONE DATED PAY-HISTORY RECORD PER CHECK, SAME CONTENT AS
      ** 870-WRITE-PAY-HISTORY - BEST-EFFORT, NEVER FAILS THE CHECK.
      ***************************************************************
       610-WRITE-PAY-HISTORY.
           MOVE SPACES        TO PAY-HISTORY-RECORD.
           MOVE EMP-NUM-KEY   TO PHIST-EMP-NUM.
           MOVE WS-RUN-DATE   TO PHIST-DATE.
           MOVE WS-RUN-TIME   TO PHIST-TIME.
           MOVE CURR-HOURS    TO PHIST-HOURS.
           MOVE CURR-RATE     TO PHIST-RATE.
           MOVE CURR-PAY      TO PHIST-GROSS.
           MOVE CURR-TAXES    TO PHIST-TAX.
           MOVE EMP-YTD-GRS   TO PHIST-YTD-GRS.
           MOVE EMP-YTD-TAX   TO PHIST-YTD-TAX.
           MOVE CURR-DED-401K TO PHIST-DED-401K.
           MOVE CURR-DED-INS  TO PHIST-DED-INS.
           MOVE CURR-DED-GARN TO PHIST-DED-GARN.
           MOVE CURR-DEDUCTS  TO PHIST-DED-TOT.
           MOVE CURR-NET      TO PHIST-NET.
           MOVE WS-SEL-SET-DATE TO PHIST-TAX-SET.
           MOVE CURR-SS-TAX   TO PHIST-SS-TAX.
           MOVE CURR-MED-TAX  TO PHIST-MED-TAX.
           MOVE CURR-ER-SS    TO PHIST-ER-SS.
           MOVE CURR-ER-MED   TO PHIST-ER-MED.
           WRITE PAY-HISTORY-RECORD.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - PAYHIST WRITE FAILED, STATUS='
                       WS-PHS-FILE-STATUS ' EMP=' EMP-NUM-KEY.

       620-WRITE-REGISTER-LINE.
           MOVE EMP-NUM-KEY  TO DL-EMP-NUM.
           MOVE EMP-NAME     TO DL-NAME.
           MOVE CURR-HOURS   TO DL-HOURS.
           MOVE CURR-PAY     TO DL-GROSS.
           MOVE CURR-TAXES   TO DL-TAX.
           MOVE CURR-SS-TAX  TO DL-SS.
           MOVE CURR-MED-TAX TO DL-MED.
           MOVE CURR-DEDUCTS TO DL-DEDUCT.
           MOVE CURR-NET     TO DL-NET.
           MOVE EMP-YTD-GRS  TO DL-YTD-GRS.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      ***************************************************************
      ** ONE PERIOD'S LEAVE ACCRUAL FOR AN EMPLOYEE JUST PAID.  NO
      ** LEAVEBAL RECORD MEANS THE EMPLOYEE IS NOT ENROLLED.  THE
      ** LAST-ACCRUED PERIOD STOPS A RERUN FROM ACCRUING TWICE.
      ***************************************************************
       630-ACCRUE-LEAVE.
           MOVE EMP-NUM-KEY TO LV-EMP-NUM.
           READ LEAVEBAL-FILE.
           IF WS-LVB-FILE-STATUS NOT = '00'
               GO TO 630-ACCRUE-EXIT.
           IF LV-LAST-ACCR-PERIOD = WS-RUN-PERIOD
               GO TO 630-ACCRUE-EXIT.
           IF LV-VAC-BAL NOT NUMERIC
               MOVE ZERO TO LV-VAC-BAL.
           IF LV-SICK-BAL NOT NUMERIC
               MOVE ZERO TO LV-SICK-BAL.
           IF LV-VAC-ACCR NOT NUMERIC
               MOVE ZERO TO LV-VAC-ACCR.
           IF LV-SICK-ACCR NOT NUMERIC
               MOVE ZERO TO LV-SICK-ACCR.
           ADD LV-VAC-ACCR  TO LV-VAC-BAL.
           ADD LV-SICK-ACCR TO LV-SICK-BAL.
           MOVE WS-RUN-PERIOD TO LV-LAST-ACCR-PERIOD.
           REWRITE LEAVE-BALANCE-RECORD.
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - LEAVEBAL REWRITE FAILED, STATUS='
                       WS-LVB-FILE-STATUS ' EMP=' EMP-NUM-KEY
               GO TO 630-ACCRUE-EXIT.
           ADD +1 TO WS-LV-ACCRUALS.
       630-ACCRUE-EXIT.
           EXIT.

      ***************************************************************
      ** CCYYMMDD IN WS-DT-DATE TO A RUNNING DAY COUNT IN WS-DT-DAYS
      ** (DAYS SINCE THE START OF THE COMMON ERA), SO THE DIFFERENCE
      ** OF TWO COUNTS IS THE NUMBER OF DAYS BETWEEN THE DATES.  A
      ** MONTH OUTSIDE 01-12 GIVES ZERO.
      ***************************************************************
       650-DATE-TO-DAYS.
           MOVE ZERO TO WS-DT-DAYS.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12
               GO TO 650-DATE-TO-DAYS-EXIT.
           COMPUTE WS-DT-YEARS = WS-DT-CCYY - 1.
           COMPUTE WS-DT-DAYS = WS-DT-YEARS * 365.
           DIVIDE WS-DT-YEARS BY 4   GIVING WS-DT-QUOT.
           ADD WS-DT-QUOT TO WS-DT-DAYS.
           DIVIDE WS-DT-YEARS BY 100 GIVING WS-DT-QUOT.
           SUBTRACT WS-DT-QUOT FROM WS-DT-DAYS.
           DIVIDE WS-DT-YEARS BY 400 GIVING WS-DT-QUOT.
           ADD WS-DT-QUOT TO WS-DT-DAYS.
           ADD WS-CUM-DAYS (WS-DT-MM) WS-DT-DD TO WS-DT-DAYS.
           IF WS-DT-MM > 2
               DIVIDE WS-DT-CCYY BY 4   GIVING WS-DT-QUOT
                      REMAINDER WS-DT-REM-4
               DIVIDE WS-DT-CCYY BY 100 GIVING WS-DT-QUOT
                      REMAINDER WS-DT-REM-100
               DIVIDE WS-DT-CCYY BY 400 GIVING WS-DT-QUOT
                      REMAINDER WS-DT-REM-400
               IF WS-DT-REM-4 = ZERO AND
                  (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
                   ADD 1 TO WS-DT-DAYS.
       650-DATE-TO-DAYS-EXIT.
           EXIT.

      ***************************************************************
      ** CONTROL TOTALS, THEN THE CROSS-FOOT PROOF THAT THE RUN'S
      ** GROSS LESS ALL EMPLOYEE TAXES LESS DEDUCTIONS COMES BACK
      ** TO ITS NET.  THE EMPLOYER SHARE IS LISTED, NOT FOOTED.
      ***************************************************************
       700-WRITE-TRAILER.
           MOVE WS-EMPS-READ         TO TL-EMPS-READ.
           MOVE WS-EMPS-CALCULATED   TO TL-EMPS-CALC.
           MOVE WS-EMPS-NO-HOURS     TO TL-EMPS-NO-HOURS.
           MOVE WS-EMPS-ALREADY-DONE TO TL-EMPS-DONE.
           MOVE WS-EMPS-FAILED       TO TL-EMPS-FAILED.
           MOVE WS-TOTAL-HOURS       TO TL-TOTAL-HOURS.
           MOVE WS-TOTAL-GROSS       TO TL-TOTAL-GROSS.
           MOVE WS-TOTAL-TAX         TO TL-TOTAL-TAX.
           MOVE WS-TOTAL-DEDUCTS     TO TL-TOTAL-DEDUCT.
           MOVE WS-TOTAL-NET         TO TL-TOTAL-NET.
           MOVE WS-TOTAL-SS          TO TL-TOTAL-SS.
           MOVE WS-TOTAL-MED         TO TL-TOTAL-MED.
           MOVE WS-TOTAL-ER-SS       TO TL-TOTAL-ER-SS.
           MOVE WS-TOTAL-ER-MED      TO TL-TOTAL-ER-MED.
           MOVE WS-TOTAL-LV-HOURS    TO TL-TOTAL-LV-HRS.
           MOVE WS-TOTAL-LV-PAY      TO TL-TOTAL-LV-PAY.
           MOVE WS-LV-ACCRUALS       TO TL-LV-ACCRUALS.
           MOVE WS-EMPS-SALARIED     TO TL-EMPS-SALARIED.
           MOVE WS-EMPS-PRORATED     TO TL-EMPS-PRORATED.
           MOVE WS-EMPS-NOT-EMPLOYED TO TL-EMPS-NOT-EMPL.
           MOVE WS-EMPS-INACTIVE     TO TL-EMPS-INACTIVE.
           MOVE WS-EMPS-NOT-DUE      TO TL-EMPS-NOT-DUE.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-18.
           WRITE REPORT-LINE FROM TRAILER-LINE-19.
           WRITE REPORT-LINE FROM TRAILER-LINE-20.
           WRITE REPORT-LINE FROM TRAILER-LINE-21.
           WRITE REPORT-LINE FROM TRAILER-LINE-22.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.
           WRITE REPORT-LINE FROM TRAILER-LINE-15.
           WRITE REPORT-LINE FROM TRAILER-LINE-7.
           WRITE REPORT-LINE FROM TRAILER-LINE-16.
           WRITE REPORT-LINE FROM TRAILER-LINE-8.
           WRITE REPORT-LINE FROM TRAILER-LINE-11.
           WRITE REPORT-LINE FROM TRAILER-LINE-12.
           WRITE REPORT-LINE FROM TRAILER-LINE-9.
           WRITE REPORT-LINE FROM TRAILER-LINE-10.
           WRITE REPORT-LINE FROM TRAILER-LINE-13.
           WRITE REPORT-LINE FROM TRAILER-LINE-14.
           WRITE REPORT-LINE FROM TRAILER-LINE-17.
           COMPUTE WS-PROOF-NET = WS-TOTAL-GROSS - WS-TOTAL-TAX
                                - WS-TOTAL-SS - WS-TOTAL-MED
                                - WS-TOTAL-DEDUCTS.
           IF WS-PROOF-NET = WS-TOTAL-NET
               WRITE REPORT-LINE FROM BALANCED-LINE
           ELSE
               DISPLAY 'CWCDPCAL - GROSS LESS TAXES AND DEDUCTIONS '
                       WS-PROOF-NET ' NOT EQUAL NET ' WS-TOTAL-NET
               WRITE REPORT-LINE FROM UNBALANCED-LINE.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  READ THE PERIOD FROM RUNPARM, REFUSE
      ** TO START UNLESS CWCDTCLD HAS A CLEAN COMPLETION FOR THE
      ** PERIOD - PAY MUST NEVER BE CALCULATED OFF A HALF-LOADED
      ** FILE - THEN MARK THIS JOB STARTED (STATUS S) ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - RUNPARM OPEN FAILED, STATUS='
                       WS-RNP-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RNP-OPEN-SWITCH.
           READ RUNPARM-FILE
               AT END
                   MOVE SPACES TO PRM-PERIOD-X
               NOT AT END
                   CONTINUE
           END-READ.
           IF PRM-PERIOD-X NOT NUMERIC
               DISPLAY 'CWCDPCAL - RUNPARM PERIOD NOT NUMERIC: '
                       PRM-PERIOD-X
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE PRM-PERIOD-X TO WS-RUN-PERIOD.
           PERFORM 815-CHECK-CALENDAR
                   THRU 815-CHECK-CALENDAR-EXIT.
           IF NOT INIT-OK
               GO TO 810-RUN-START-EXIT.

           OPEN I-O    RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDTCLD'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00' OR
              RCTL-STATUS NOT = 'C'
               DISPLAY 'CWCDPCAL - CWCDTCLD NOT COMPLETE FOR PERIOD '
                       WS-RUN-PERIOD ' - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPCAL'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS = '00'
               MOVE 'S'        TO RCTL-STATUS
               MOVE WS-RC-DATE TO RCTL-START-DATE
               MOVE ZERO       TO RCTL-END-DATE  RCTL-REC-COUNT
                                  RCTL-AMOUNT
               REWRITE RUN-CONTROL-RECORD
           ELSE
               MOVE SPACES        TO RUN-CONTROL-RECORD
               MOVE WS-RUN-PERIOD TO RCTL-PERIOD
               MOVE 'CWCDPCAL'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - RUNCTL START WRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH.
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
               DISPLAY 'CWCDPCAL - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
           ELSE
               IF PCL-CLOSED
                   DISPLAY 'CWCDPCAL - PERIOD ' WS-RUN-PERIOD
                           ' IS CLOSED - RUN REFUSED'
                   MOVE 'N' TO WS-INIT-OK-SWITCH.
           MOVE PCL-START-DATE TO WS-RUN-START-DATE.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

      ***************************************************************
      ** MARK THE RUN COMPLETE (STATUS C) WITH ITS CONTROL TOTALS -
      ** EMPLOYEES CALCULATED AND TOTAL GROSS.  AN ABENDED RUN
      ** LEAVES THE STATUS S RECORD BEHIND, WHICH IS WHAT KEEPS
      ** CWCDCHKP FROM PRINTING HALF-CALCULATED CHECKS.
      ***************************************************************
       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPCAL'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'                TO RCTL-STATUS.
           MOVE WS-RC-DATE         TO RCTL-END-DATE.
           MOVE WS-EMPS-CALCULATED TO RCTL-REC-COUNT.
           MOVE WS-TOTAL-GROSS     TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPCAL - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF EMP-FILE-OPEN
               CLOSE DBUGEMP-FILE.
           IF TCP-FILE-OPEN
               CLOSE TCPOSTED-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF TAX-FILE-OPEN
               CLOSE TAXTBL-FILE.
           IF DED-FILE-OPEN
               CLOSE DEDUCT-FILE.
           IF PHS-FILE-OPEN
               CLOSE PAYHIST-FILE.
           IF AUD-FILE-OPEN
               CLOSE AUDITLOG-FILE.
           IF LVB-FILE-OPEN
               CLOSE LEAVEBAL-FILE.
           IF RPT-FILE-OPEN
               CLOSE CALC-REGISTER.
