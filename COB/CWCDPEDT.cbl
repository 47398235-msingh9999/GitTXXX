       ID DIVISION.
       PROGRAM-ID.  CWCDPEDT.
      ***************************************************************
      ** PRE-CHECK PAYROLL EDIT - RUNS AFTER CWCDPCAL AND BEFORE
      ** CWCDCHKP, WHILE NOTHING HAS YET BEEN NUMBERED ON CHECKREG.
      ** DBUGEMP AND EMPMSTR ARE READ TOGETHER IN KEY ORDER (THE
      ** CWCDRECN TWO-FILE MATCH).  EVERY EMPLOYEE CWCDPCAL PAID THIS
      ** PERIOD (TCPOSTED FLAGGED CALCULATED) HAS THEIR CURRENT
      ** FIGURES - EMP-HOURS, EMP-TOTPAY, EMP-OT-HRS, EMP-CUR-TAX
      ** AND THE NET FROM THIS PERIOD'S PAYHIST RECORD - EDITED
      ** AGAINST THEIR RECENT REGULAR CHECKS ON PAYHIST:
      **   - GROSS, NET OR WITHHOLDING OFF THE AVERAGE OF THE PRIOR
      **     CHECKS BY MORE THAN THE TOLERANCE PERCENTAGE,
      **   - HOURS OR OVERTIME HOURS OVER THE CEILING,
      **   - NET PAY ZERO BECAUSE DEDUCTIONS TOOK ALL OF IT,
      **   - PAY RATE DIFFERENT FROM THE RATE ON THE LAST CHECK.
      ** AN ACTIVE MASTER WITH NO PAY THIS PERIOD IS LISTED AS WELL
      ** - ONE ON LEAVE OR TERMINATED IS NOT EXPECTED TO BE PAID.
      ** TOLERANCES COME FROM THE EDTPARM CONTROL CARD:
      **   COL  1-3   GROSS TOLERANCE PERCENT          (DEFAULT 025)
      **   COL  4-6   NET TOLERANCE PERCENT            (DEFAULT 025)
      **   COL  7-9   WITHHOLDING TOLERANCE PERCENT    (DEFAULT 035)
      **   COL 10-12  HOURS CEILING                    (DEFAULT 080)
      **   COL 13-15  OVERTIME HOURS CEILING           (DEFAULT 020)
      **   COL 16-17  PRIOR CHECKS AVERAGED, 01-12     (DEFAULT 04)
      ** A BLANK OR NON-NUMERIC FIELD TAKES ITS DEFAULT.  THE RUN IS
      ** RECORDED ON RUNCTL AND CWCDCHKP WILL NOT START FOR THE
      ** PERIOD UNTIL IT HAS COMPLETED.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBUGEMP-FILE  ASSIGN TO DBUGEMP
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS EMP-NUM-KEY
                  FILE STATUS   IS WS-EMP-FILE-STATUS.

           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT TCPOSTED-FILE ASSIGN TO TCPOSTED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TCP-CARD-KEY
                  FILE STATUS   IS WS-TCP-FILE-STATUS.

           SELECT PAYHIST-FILE  ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PHIST-KEY
                  FILE STATUS   IS WS-PHS-FILE-STATUS.

           SELECT EDTPARM-FILE  ASSIGN TO EDTPARM
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-PRM-FILE-STATUS.

           SELECT EDIT-REPORT   ASSIGN TO EDTRPT
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
           05  EMPM-PAY-TYPE        PIC X.
           05  EMPM-PAY-FREQ        PIC X.
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

      ** SAME LAYOUT AS TCPOSTED-RECORD IN CWCDTCLD.
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

       FD  EDTPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EDTPARM-CARD.
           05  PRM-GROSS-PCT   PIC 999.
           05  PRM-NET-PCT     PIC 999.
           05  PRM-TAX-PCT     PIC 999.
           05  PRM-HOURS-MAX   PIC 999.
           05  PRM-OT-MAX      PIC 999.
           05  PRM-HIST-CHECKS PIC 99.
           05  FILLER          PIC X(63).

       FD  EDIT-REPORT
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
       77  FILLER               PIC X(12) VALUE 'CWCDPEDT WS:'.
       77  WS-EMP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-TCP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PHS-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PRM-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-EMP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  EMP-FILE-OPEN              VALUE 'Y'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-TCP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  TCP-FILE-OPEN              VALUE 'Y'.
       77  WS-PHS-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PHS-FILE-OPEN              VALUE 'Y'.
       77  WS-PRM-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PRM-FILE-OPEN              VALUE 'Y'.
       77  WS-RPT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RPT-FILE-OPEN              VALUE 'Y'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-PHS-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-EMP-HISTORY         VALUE 'Y'.
       77  WS-CURRENT-SWITCH    PIC X     VALUE 'N'.
           88  CURRENT-CHECK-FOUND        VALUE 'Y'.
       77  WS-MASTER-SWITCH     PIC X     VALUE 'N'.
           88  MASTER-ON-FILE             VALUE 'Y'.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-EMP-KEY           PIC X(5)  VALUE LOW-VALUES.
       77  WS-MSTR-KEY          PIC X(5)  VALUE LOW-VALUES.

      ** TOLERANCES IN FORCE FOR THE RUN, FROM EDTPARM.
       77  WS-GROSS-PCT         PIC 999   VALUE 025.
       77  WS-NET-PCT           PIC 999   VALUE 025.
       77  WS-TAX-PCT           PIC 999   VALUE 035.
       77  WS-HOURS-MAX         PIC 999   VALUE 080.
       77  WS-OT-MAX            PIC 999   VALUE 020.
       77  WS-HIST-CHECKS       PIC 99    VALUE 04.

      ** PAYHIST WINDOW - THE LAST WS-HIST-MAX RECORDS FOR ONE
      ** EMPLOYEE, OLDEST FIRST.  WS-HIST-MAX IS THE CHECKS TO BE
      ** AVERAGED PLUS ONE FOR THIS PERIOD'S OWN RECORD.
       77  WS-HIST-MAX          PIC S9(3) VALUE ZERO.
       77  WS-HIST-COUNT        PIC S9(3) VALUE ZERO.
       77  WS-HIST-PRIOR        PIC S9(3) VALUE ZERO.
       77  WS-HIST-SUB          PIC S9(3) VALUE ZERO.
       77  WS-HIST-SUB2         PIC S9(3) VALUE ZERO.
       01  HIST-TABLE.
           05  HIST-ENTRY                 OCCURS 13 TIMES.
               10  HIST-GROSS       PIC 9(5)V99.
               10  HIST-NET         PIC 9(5)V99.
               10  HIST-TAX         PIC 9(5)V99.
               10  HIST-DED-TOT     PIC 9(5)V99.
               10  HIST-RATE        PIC 9(3)V99.

       77  WS-CUR-NET           PIC 9(5)V99 VALUE ZERO.
       77  WS-CUR-DED-TOT       PIC 9(5)V99 VALUE ZERO.
       77  WS-LAST-RATE         PIC 9(3)V99 VALUE ZERO.
       77  WS-SUM-GROSS         PIC 9(7)V99 VALUE ZERO.
       77  WS-SUM-NET           PIC 9(7)V99 VALUE ZERO.
       77  WS-SUM-TAX           PIC 9(7)V99 VALUE ZERO.
       77  WS-AVG-GROSS         PIC 9(5)V99 VALUE ZERO.
       77  WS-AVG-NET           PIC 9(5)V99 VALUE ZERO.
       77  WS-AVG-TAX           PIC 9(5)V99 VALUE ZERO.
       77  WS-EDIT-CURRENT      PIC 9(5)V99 VALUE ZERO.
       77  WS-EDIT-AVERAGE      PIC 9(5)V99 VALUE ZERO.
       77  WS-EDIT-PCT          PIC 999     VALUE ZERO.
       77  WS-EDIT-DIFF         PIC S9(7)V99 VALUE ZERO.
       77  WS-VARIANCE-SWITCH   PIC X     VALUE 'N'.
           88  OUTSIDE-TOLERANCE          VALUE 'Y'.

       77  WS-EMP-READ          PIC 9(7)  VALUE ZERO.
       77  WS-MSTR-READ         PIC 9(7)  VALUE ZERO.
       77  WS-EMPS-EDITED       PIC 9(7)  VALUE ZERO.
       77  WS-GROSS-EDITED      PIC 9(9)V99 VALUE ZERO.
       77  WS-EMPS-FLAGGED      PIC 9(7)  VALUE ZERO.
       77  WS-EXCEPTIONS        PIC 9(7)  VALUE ZERO.
       77  WS-EMP-EXCEPTIONS    PIC 9(3)  VALUE ZERO.
       77  WS-GROSS-FLAGS       PIC 9(7)  VALUE ZERO.
       77  WS-NET-FLAGS         PIC 9(7)  VALUE ZERO.
       77  WS-TAX-FLAGS         PIC 9(7)  VALUE ZERO.
       77  WS-HOURS-FLAGS       PIC 9(7)  VALUE ZERO.
       77  WS-OT-FLAGS          PIC 9(7)  VALUE ZERO.
       77  WS-NO-PAY-FLAGS      PIC 9(7)  VALUE ZERO.
       77  WS-ZERO-NET-FLAGS    PIC 9(7)  VALUE ZERO.
       77  WS-RATE-FLAGS        PIC 9(7)  VALUE ZERO.
       77  WS-NO-HIST-FLAGS     PIC 9(7)  VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(50) VALUE
               '*** CWCDPEDT - PRE-CHECK VARIANCE AND EDIT REPORT'.
           05  FILLER           PIC X(8)  VALUE ' PERIOD '.
           05  HL-PERIOD        PIC X(8).
           05  FILLER           PIC X(66) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(13) VALUE 'TOLERANCES:  '.
           05  FILLER           PIC X(7)  VALUE 'GROSS '.
           05  HL-GROSS-PCT     PIC ZZ9.
           05  FILLER           PIC X(7)  VALUE '%  NET '.
           05  HL-NET-PCT       PIC ZZ9.
           05  FILLER           PIC X(7)  VALUE '%  TAX '.
           05  HL-TAX-PCT       PIC ZZ9.
           05  FILLER           PIC X(12) VALUE '%  HOURS MAX'.
           05  HL-HOURS-MAX     PIC ZZZ9.
           05  FILLER           PIC X(9)  VALUE '  OT MAX'.
           05  HL-OT-MAX        PIC ZZZ9.
           05  FILLER           PIC X(11) VALUE '  AVG OVER '.
           05  HL-HIST-CHECKS   PIC Z9.
           05  FILLER           PIC X(7)  VALUE ' CHECKS'.
           05  FILLER           PIC X(34) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER           PIC X(5)  VALUE 'EMP #'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(15) VALUE 'NAME'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'EXCEPTION'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(10) VALUE '   CURRENT'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'AVG/LIMIT'.
           05  FILLER           PIC X(50) VALUE SPACES.

       01  EXCEPTION-DETAIL.
           05  EX-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  EX-NAME          PIC X(15).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  EX-REASON        PIC X(30).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  EX-CURRENT       PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  EX-COMPARE       PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(51) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'DBUGEMP RECORDS READ : '.
           05  TL-EMP-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'EMPMSTR RECORDS READ : '.
           05  TL-MSTR-READ     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYEES EDITED     : '.
           05  TL-EMPS-EDITED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'GROSS EDITED         : '.
           05  TL-GROSS-EDITED  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYEES FLAGGED    : '.
           05  TL-EMPS-FLAGGED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'GROSS VARIANCES      : '.
           05  TL-GROSS-FLAGS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-7.
           05  FILLER           PIC X(23) VALUE
               'NET VARIANCES        : '.
           05  TL-NET-FLAGS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-8.
           05  FILLER           PIC X(23) VALUE
               'WITHHOLDING VARIANCES: '.
           05  TL-TAX-FLAGS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-9.
           05  FILLER           PIC X(23) VALUE
               'HOURS OVER CEILING   : '.
           05  TL-HOURS-FLAGS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-10.
           05  FILLER           PIC X(23) VALUE
               'OVERTIME OVER CEILING: '.
           05  TL-OT-FLAGS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-11.
           05  FILLER           PIC X(23) VALUE
               'MASTERS WITH NO PAY  : '.
           05  TL-NO-PAY-FLAGS  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-12.
           05  FILLER           PIC X(23) VALUE
               'NET ZEROED BY DEDUCTS: '.
           05  TL-ZERO-NET      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-13.
           05  FILLER           PIC X(23) VALUE
               'RATE CHANGES         : '.
           05  TL-RATE-FLAGS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-14.
           05  FILLER           PIC X(23) VALUE
               'NO PAYHIST FOR CHECK : '.
           05  TL-NO-HIST       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-15.
           05  FILLER           PIC X(23) VALUE
               'TOTAL EXCEPTIONS     : '.
           05  TL-EXCEPTIONS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 200-COMPARE-KEYS
                       UNTIL WS-EMP-KEY  EQUAL HIGH-VALUES
                         AND WS-MSTR-KEY EQUAL HIGH-VALUES
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

           OPEN INPUT  EDTPARM-FILE.
           IF WS-PRM-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - EDTPARM OPEN FAILED, STATUS='
                       WS-PRM-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PRM-OPEN-SWITCH.
           PERFORM 150-READ-CONTROL-CARD.

           OPEN INPUT  DBUGEMP-FILE.
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - DBUGEMP OPEN FAILED, STATUS='
                       WS-EMP-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-EMP-OPEN-SWITCH.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN INPUT  TCPOSTED-FILE.
           IF WS-TCP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - TCPOSTED OPEN FAILED, STATUS='
                       WS-TCP-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-TCP-OPEN-SWITCH.

           OPEN INPUT  PAYHIST-FILE.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - PAYHIST OPEN FAILED, STATUS='
                       WS-PHS-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PHS-OPEN-SWITCH.

           OPEN OUTPUT EDIT-REPORT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - EDTRPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD  TO HL-PERIOD.
           MOVE WS-GROSS-PCT   TO HL-GROSS-PCT.
           MOVE WS-NET-PCT     TO HL-NET-PCT.
           MOVE WS-TAX-PCT     TO HL-TAX-PCT.
           MOVE WS-HOURS-MAX   TO HL-HOURS-MAX.
           MOVE WS-OT-MAX      TO HL-OT-MAX.
           MOVE WS-HIST-CHECKS TO HL-HIST-CHECKS.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM HEADING-LINE-3.

           PERFORM 300-READ-DBUGEMP.
           PERFORM 350-READ-EMPMSTR.
       100-INITIALIZE-EXIT.
           EXIT.

      ***************************************************************
      ** ONE CONTROL CARD SETS THE TOLERANCES.  AN EMPTY EDTPARM, OR
      ** A BLANK OR NON-NUMERIC FIELD ON IT, KEEPS THE DEFAULT.
      ***************************************************************
       150-READ-CONTROL-CARD.
           READ EDTPARM-FILE
               AT END
                   MOVE SPACES TO EDTPARM-CARD
               NOT AT END
                   CONTINUE
           END-READ.
           IF PRM-GROSS-PCT NUMERIC
               MOVE PRM-GROSS-PCT TO WS-GROSS-PCT.
           IF PRM-NET-PCT NUMERIC
               MOVE PRM-NET-PCT TO WS-NET-PCT.
           IF PRM-TAX-PCT NUMERIC
               MOVE PRM-TAX-PCT TO WS-TAX-PCT.
           IF PRM-HOURS-MAX NUMERIC
               MOVE PRM-HOURS-MAX TO WS-HOURS-MAX.
           IF PRM-OT-MAX NUMERIC
               MOVE PRM-OT-MAX TO WS-OT-MAX.
           IF PRM-HIST-CHECKS NUMERIC
               IF PRM-HIST-CHECKS > ZERO AND PRM-HIST-CHECKS < 13
                   MOVE PRM-HIST-CHECKS TO WS-HIST-CHECKS.
           COMPUTE WS-HIST-MAX = WS-HIST-CHECKS + 1.

      ***************************************************************
      ** CLASSIC TWO-FILE MATCH ON EMPLOYEE NUMBER.  A MASTER WITH
      ** NO PAY RECORD NEVER GOT PAID; A PAY RECORD WITH NO MASTER IS
      ** STILL EDITED IF IT WAS PAID (CWCDRECN CHASES THE ORPHAN).
      ***************************************************************
       200-COMPARE-KEYS.
           IF WS-EMP-KEY < WS-MSTR-KEY
               MOVE 'N' TO WS-MASTER-SWITCH
               PERFORM 400-EDIT-EMPLOYEE THRU 400-EDIT-EXIT
               PERFORM 300-READ-DBUGEMP
           ELSE
               IF WS-MSTR-KEY < WS-EMP-KEY
                   PERFORM 450-REPORT-NO-PAY
                   PERFORM 350-READ-EMPMSTR
               ELSE
                   MOVE 'Y' TO WS-MASTER-SWITCH
                   PERFORM 400-EDIT-EMPLOYEE THRU 400-EDIT-EXIT
                   PERFORM 300-READ-DBUGEMP
                   PERFORM 350-READ-EMPMSTR.

       300-READ-DBUGEMP.
           READ DBUGEMP-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-EMP-KEY
               NOT AT END
                   MOVE EMP-NUM-KEY TO WS-EMP-KEY
                   ADD +1 TO WS-EMP-READ
           END-READ.

       350-READ-EMPMSTR.
           READ EMPMSTR-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MSTR-KEY
               NOT AT END
                   MOVE EMPM-EMP-NUM TO WS-MSTR-KEY
                   ADD +1 TO WS-MSTR-READ
           END-READ.

      ***************************************************************
      ** ONE PAY RECORD.  ONLY AN EMPLOYEE CWCDPCAL CALCULATED FOR
      ** THIS PERIOD IS EDITED - ANY OTHER DBUGEMP FIGURES ARE LEFT
      ** FROM AN EARLIER PERIOD.  A PAY RECORD THAT WAS NOT PAID IS
      ** A NO-PAY EXCEPTION WHEN IT HAS A MASTER.
      ***************************************************************
       400-EDIT-EMPLOYEE.
           MOVE ZERO TO WS-EMP-EXCEPTIONS.
           MOVE EMP-NUM-KEY   TO TCP-EMP-NUM.
           MOVE WS-RUN-PERIOD TO TCP-PERIOD-DATE.
           READ TCPOSTED-FILE.
           IF WS-TCP-FILE-STATUS NOT = '00' OR NOT TCP-CALCULATED
               IF MASTER-ON-FILE
                   PERFORM 450-REPORT-NO-PAY
               END-IF
               GO TO 400-EDIT-EXIT.
           IF EMP-TOTPAY NOT NUMERIC
               MOVE ZERO TO EMP-TOTPAY.
           IF EMP-TOTPAY = ZERO
               IF MASTER-ON-FILE
                   PERFORM 450-REPORT-NO-PAY
               END-IF
               GO TO 400-EDIT-EXIT.
           IF EMP-HOURS NOT NUMERIC
               MOVE ZERO TO EMP-HOURS.
           IF EMP-OT-HRS NOT NUMERIC
               MOVE ZERO TO EMP-OT-HRS.
           IF EMP-CUR-TAX NOT NUMERIC
               MOVE ZERO TO EMP-CUR-TAX.
           IF EMP-RATE NOT NUMERIC
               MOVE ZERO TO EMP-RATE.

           ADD +1         TO WS-EMPS-EDITED.
           ADD EMP-TOTPAY TO WS-GROSS-EDITED.
           PERFORM 500-LOAD-HISTORY THRU 500-LOAD-HISTORY-EXIT.

           IF EMP-HOURS > WS-HOURS-MAX
               ADD +1 TO WS-HOURS-FLAGS
               MOVE 'HOURS OVER CEILING'     TO EX-REASON
               MOVE EMP-HOURS                TO EX-CURRENT
               MOVE WS-HOURS-MAX             TO EX-COMPARE
               PERFORM 680-WRITE-EXCEPTION.
           IF EMP-OT-HRS > WS-OT-MAX
               ADD +1 TO WS-OT-FLAGS
               MOVE 'OVERTIME HOURS OVER CEILING' TO EX-REASON
               MOVE EMP-OT-HRS               TO EX-CURRENT
               MOVE WS-OT-MAX                TO EX-COMPARE
               PERFORM 680-WRITE-EXCEPTION.

           IF NOT CURRENT-CHECK-FOUND
               ADD +1 TO WS-NO-HIST-FLAGS
               MOVE 'NO PAYHIST RECORD FOR THIS PAY' TO EX-REASON
               MOVE EMP-TOTPAY               TO EX-CURRENT
               MOVE ZERO                     TO EX-COMPARE
               PERFORM 680-WRITE-EXCEPTION
           ELSE
               IF WS-CUR-NET = ZERO AND WS-CUR-DED-TOT > ZERO
                   ADD +1 TO WS-ZERO-NET-FLAGS
                   MOVE 'NET ZERO - DEDUCTIONS TOOK ALL' TO EX-REASON
                   MOVE WS-CUR-NET           TO EX-CURRENT
                   MOVE WS-CUR-DED-TOT       TO EX-COMPARE
                   PERFORM 680-WRITE-EXCEPTION.

           IF WS-HIST-PRIOR = ZERO
               GO TO 400-EDIT-DONE.
           IF EMP-RATE NOT = WS-LAST-RATE
               ADD +1 TO WS-RATE-FLAGS
               MOVE 'RATE CHANGED SINCE LAST CHECK' TO EX-REASON
               MOVE EMP-RATE                 TO EX-CURRENT
               MOVE WS-LAST-RATE             TO EX-COMPARE
               PERFORM 680-WRITE-EXCEPTION.

           MOVE EMP-TOTPAY   TO WS-EDIT-CURRENT.
           MOVE WS-AVG-GROSS TO WS-EDIT-AVERAGE.
           MOVE WS-GROSS-PCT TO WS-EDIT-PCT.
           PERFORM 600-TEST-VARIANCE THRU 600-TEST-VARIANCE-EXIT.
           IF OUTSIDE-TOLERANCE
               ADD +1 TO WS-GROSS-FLAGS
               MOVE 'GROSS OUTSIDE TOLERANCE'  TO EX-REASON
               PERFORM 680-WRITE-EXCEPTION.

           IF CURRENT-CHECK-FOUND
               MOVE WS-CUR-NET   TO WS-EDIT-CURRENT
               MOVE WS-AVG-NET   TO WS-EDIT-AVERAGE
               MOVE WS-NET-PCT   TO WS-EDIT-PCT
               PERFORM 600-TEST-VARIANCE THRU 600-TEST-VARIANCE-EXIT
               IF OUTSIDE-TOLERANCE
                   ADD +1 TO WS-NET-FLAGS
                   MOVE 'NET OUTSIDE TOLERANCE'  TO EX-REASON
                   PERFORM 680-WRITE-EXCEPTION.

           MOVE EMP-CUR-TAX  TO WS-EDIT-CURRENT.
           MOVE WS-AVG-TAX   TO WS-EDIT-AVERAGE.
           MOVE WS-TAX-PCT   TO WS-EDIT-PCT.
           PERFORM 600-TEST-VARIANCE THRU 600-TEST-VARIANCE-EXIT.
           IF OUTSIDE-TOLERANCE
               ADD +1 TO WS-TAX-FLAGS
               MOVE 'WITHHOLDING OUTSIDE TOLERANCE' TO EX-REASON
               PERFORM 680-WRITE-EXCEPTION.
       400-EDIT-DONE.
           IF WS-EMP-EXCEPTIONS > ZERO
               ADD +1 TO WS-EMPS-FLAGGED.
       400-EDIT-EXIT.
           EXIT.

       450-REPORT-NO-PAY.
           IF EMPM-ACTIVE
               PERFORM 455-WRITE-NO-PAY.

       455-WRITE-NO-PAY.
           ADD +1 TO WS-NO-PAY-FLAGS.
           ADD +1 TO WS-EMPS-FLAGGED.
           MOVE SPACES          TO EXCEPTION-DETAIL.
           MOVE EMPM-EMP-NUM    TO EX-EMP-NUM.
           MOVE EMPM-NAME       TO EX-NAME.
           MOVE 'MASTER HAS NO PAY THIS PERIOD' TO EX-REASON.
           ADD +1 TO WS-EXCEPTIONS.
           WRITE REPORT-LINE FROM EXCEPTION-DETAIL.

      ***************************************************************
      ** THE EMPLOYEE'S PAYHIST RECORDS IN KEY (DATE/TIME) ORDER,
      ** KEEPING THE LAST WS-HIST-MAX.  THE NEWEST IS THIS PERIOD'S
      ** OWN CHECK, JUST WRITTEN BY CWCDPCAL, WHEN ITS GROSS AGREES
      ** WITH EMP-TOTPAY; THE ONES BEFORE IT ARE AVERAGED.
      ***************************************************************
       500-LOAD-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT  WS-HIST-PRIOR
                        WS-CUR-NET     WS-CUR-DED-TOT
                        WS-LAST-RATE
                        WS-SUM-GROSS   WS-SUM-NET     WS-SUM-TAX
                        WS-AVG-GROSS   WS-AVG-NET     WS-AVG-TAX.
           MOVE 'N' TO WS-CURRENT-SWITCH.
           MOVE 'N' TO WS-PHS-EOF-SWITCH.
           MOVE EMP-NUM-KEY TO PHIST-EMP-NUM.
           MOVE ZERO        TO PHIST-DATE  PHIST-TIME.
           START PAYHIST-FILE KEY NOT < PHIST-KEY.
           IF WS-PHS-FILE-STATUS NOT = '00'
               GO TO 500-LOAD-HISTORY-EXIT.
           PERFORM 520-READ-EMP-HISTORY.
           PERFORM 530-SAVE-HISTORY THRU 530-SAVE-HISTORY-EXIT
                   UNTIL END-OF-EMP-HISTORY.
           IF WS-HIST-COUNT = ZERO
               GO TO 500-LOAD-HISTORY-EXIT.

           MOVE WS-HIST-COUNT TO WS-HIST-PRIOR.
           IF HIST-GROSS (WS-HIST-COUNT) = EMP-TOTPAY
               MOVE 'Y' TO WS-CURRENT-SWITCH
               MOVE HIST-NET (WS-HIST-COUNT)     TO WS-CUR-NET
               MOVE HIST-DED-TOT (WS-HIST-COUNT) TO WS-CUR-DED-TOT
               SUBTRACT 1 FROM WS-HIST-PRIOR
           ELSE
               IF WS-HIST-PRIOR > WS-HIST-CHECKS
                   SUBTRACT 1 FROM WS-HIST-PRIOR.
           IF WS-HIST-PRIOR = ZERO
               GO TO 500-LOAD-HISTORY-EXIT.

           IF CURRENT-CHECK-FOUND
               PERFORM 540-SUM-HISTORY THRU 540-SUM-HISTORY-EXIT
                       VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-PRIOR
           ELSE
               COMPUTE WS-HIST-SUB2 = WS-HIST-COUNT - WS-HIST-PRIOR + 1
               PERFORM 540-SUM-HISTORY THRU 540-SUM-HISTORY-EXIT
                       VARYING WS-HIST-SUB FROM WS-HIST-SUB2 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT.
           COMPUTE WS-AVG-GROSS ROUNDED = WS-SUM-GROSS / WS-HIST-PRIOR.
           COMPUTE WS-AVG-NET   ROUNDED = WS-SUM-NET   / WS-HIST-PRIOR.
           COMPUTE WS-AVG-TAX   ROUNDED = WS-SUM-TAX   / WS-HIST-PRIOR.
       500-LOAD-HISTORY-EXIT.
           EXIT.

       520-READ-EMP-HISTORY.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PHS-EOF-SWITCH
               NOT AT END
                   IF PHIST-EMP-NUM NOT = EMP-NUM-KEY
                       MOVE 'Y' TO WS-PHS-EOF-SWITCH
                   END-IF
           END-READ.

      ** THE TABLE HOLDS THE NEWEST WS-HIST-MAX RECORDS - WHEN IT IS
      ** FULL THE OLDEST DROPS OFF THE FRONT.  AN OFF-CYCLE PAYMENT
      ** (BONUS, CORRECTION) IS NOT A REGULAR CHECK AND WOULD ONLY
      ** DISTORT THE AVERAGES, SO IT IS PASSED OVER.
       530-SAVE-HISTORY.
           IF PHIST-OFF-CYCLE
               GO TO 530-SAVE-HISTORY-NEXT.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
           ELSE
               PERFORM 535-SHIFT-HISTORY
                       VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB NOT < WS-HIST-MAX.
           IF PHIST-GROSS NOT NUMERIC
               MOVE ZERO TO PHIST-GROSS.
           IF PHIST-NET NOT NUMERIC
               MOVE ZERO TO PHIST-NET.
           IF PHIST-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-TAX.
           IF PHIST-DED-TOT NOT NUMERIC
               MOVE ZERO TO PHIST-DED-TOT.
           IF PHIST-RATE NOT NUMERIC
               MOVE ZERO TO PHIST-RATE.
           MOVE PHIST-GROSS   TO HIST-GROSS   (WS-HIST-COUNT).
           MOVE PHIST-NET     TO HIST-NET     (WS-HIST-COUNT).
           MOVE PHIST-TAX     TO HIST-TAX     (WS-HIST-COUNT).
           MOVE PHIST-DED-TOT TO HIST-DED-TOT (WS-HIST-COUNT).
           MOVE PHIST-RATE    TO HIST-RATE    (WS-HIST-COUNT).
       530-SAVE-HISTORY-NEXT.
           PERFORM 520-READ-EMP-HISTORY.
       530-SAVE-HISTORY-EXIT.
           EXIT.

       535-SHIFT-HISTORY.
           COMPUTE WS-HIST-SUB2 = WS-HIST-SUB + 1.
           MOVE HIST-ENTRY (WS-HIST-SUB2) TO HIST-ENTRY (WS-HIST-SUB).

      ** THE LAST ENTRY SUMMED IS THE MOST RECENT PRIOR CHECK, SO ITS
      ** RATE IS THE ONE TO COMPARE THIS PERIOD'S RATE WITH.
       540-SUM-HISTORY.
           ADD HIST-GROSS (WS-HIST-SUB) TO WS-SUM-GROSS.
           ADD HIST-NET   (WS-HIST-SUB) TO WS-SUM-NET.
           ADD HIST-TAX   (WS-HIST-SUB) TO WS-SUM-TAX.
           MOVE HIST-RATE (WS-HIST-SUB) TO WS-LAST-RATE.
       540-SUM-HISTORY-EXIT.
           EXIT.

      ***************************************************************
      ** IS WS-EDIT-CURRENT MORE THAN WS-EDIT-PCT PERCENT AWAY FROM
      ** WS-EDIT-AVERAGE, EITHER WAY?  A ZERO AVERAGE CANNOT SWING
      ** BY A PERCENTAGE, SO ANYTHING ABOVE ZERO AGAINST IT COUNTS.
      ** THE CURRENT AND AVERAGE ARE LEFT ON THE EXCEPTION LINE.
      ***************************************************************
       600-TEST-VARIANCE.
           MOVE 'N' TO WS-VARIANCE-SWITCH.
           MOVE WS-EDIT-CURRENT TO EX-CURRENT.
           MOVE WS-EDIT-AVERAGE TO EX-COMPARE.
           COMPUTE WS-EDIT-DIFF = WS-EDIT-CURRENT - WS-EDIT-AVERAGE.
           IF WS-EDIT-DIFF < ZERO
               COMPUTE WS-EDIT-DIFF = ZERO - WS-EDIT-DIFF.
           IF WS-EDIT-DIFF * 100 > WS-EDIT-AVERAGE * WS-EDIT-PCT
               MOVE 'Y' TO WS-VARIANCE-SWITCH.
       600-TEST-VARIANCE-EXIT.
           EXIT.

       680-WRITE-EXCEPTION.
           ADD +1 TO WS-EXCEPTIONS  WS-EMP-EXCEPTIONS.
           MOVE EMP-NUM-KEY TO EX-EMP-NUM.
           MOVE EMP-NAME    TO EX-NAME.
           WRITE REPORT-LINE FROM EXCEPTION-DETAIL.
           MOVE SPACES      TO EXCEPTION-DETAIL.

       700-WRITE-TRAILER.
           MOVE WS-EMP-READ       TO TL-EMP-READ.
           MOVE WS-MSTR-READ      TO TL-MSTR-READ.
           MOVE WS-EMPS-EDITED    TO TL-EMPS-EDITED.
           MOVE WS-GROSS-EDITED   TO TL-GROSS-EDITED.
           MOVE WS-EMPS-FLAGGED   TO TL-EMPS-FLAGGED.
           MOVE WS-GROSS-FLAGS    TO TL-GROSS-FLAGS.
           MOVE WS-NET-FLAGS      TO TL-NET-FLAGS.
           MOVE WS-TAX-FLAGS      TO TL-TAX-FLAGS.
           MOVE WS-HOURS-FLAGS    TO TL-HOURS-FLAGS.
           MOVE WS-OT-FLAGS       TO TL-OT-FLAGS.
           MOVE WS-NO-PAY-FLAGS   TO TL-NO-PAY-FLAGS.
           MOVE WS-ZERO-NET-FLAGS TO TL-ZERO-NET.
           MOVE WS-RATE-FLAGS     TO TL-RATE-FLAGS.
           MOVE WS-NO-HIST-FLAGS  TO TL-NO-HIST.
           MOVE WS-EXCEPTIONS     TO TL-EXCEPTIONS.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.
           WRITE REPORT-LINE FROM TRAILER-LINE-7.
           WRITE REPORT-LINE FROM TRAILER-LINE-8.
           WRITE REPORT-LINE FROM TRAILER-LINE-9.
           WRITE REPORT-LINE FROM TRAILER-LINE-10.
           WRITE REPORT-LINE FROM TRAILER-LINE-11.
           WRITE REPORT-LINE FROM TRAILER-LINE-12.
           WRITE REPORT-LINE FROM TRAILER-LINE-13.
           WRITE REPORT-LINE FROM TRAILER-LINE-14.
           WRITE REPORT-LINE FROM TRAILER-LINE-15.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  READ THE PERIOD FROM RUNPARM, REFUSE
      ** TO START UNLESS CWCDPCAL HAS A CLEAN COMPLETION FOR THE
      ** PERIOD - EDITING A HALF-CALCULATED FILE PROVES NOTHING -
      ** THEN MARK THIS JOB STARTED (STATUS S) ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDPEDT - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDPEDT - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPCAL'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00' OR
              RCTL-STATUS NOT = 'C'
               DISPLAY 'CWCDPEDT - CWCDPCAL NOT COMPLETE FOR PERIOD '
                       WS-RUN-PERIOD ' - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPEDT'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDPEDT'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - RUNCTL START WRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH.
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
               DISPLAY 'CWCDPEDT - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPEDT'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'             TO RCTL-STATUS.
           MOVE WS-RC-DATE      TO RCTL-END-DATE.
           MOVE WS-EMPS-EDITED  TO RCTL-REC-COUNT.
           MOVE WS-GROSS-EDITED TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPEDT - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF PRM-FILE-OPEN
               CLOSE EDTPARM-FILE.
           IF EMP-FILE-OPEN
               CLOSE DBUGEMP-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF TCP-FILE-OPEN
               CLOSE TCPOSTED-FILE.
           IF PHS-FILE-OPEN
               CLOSE PAYHIST-FILE.
           IF RPT-FILE-OPEN
               CLOSE EDIT-REPORT.
