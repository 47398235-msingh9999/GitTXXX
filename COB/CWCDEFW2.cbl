       ID DIVISION.
       PROGRAM-ID.  CWCDEFW2.
      ***************************************************************
      ** W-2 ELECTRONIC FILING - BUILDS THE SSA EFW2 SUBMISSION FILE
      ** FOR A CLOSED TAX YEAR SO THE W-2S NO LONGER HAVE TO BE KEYED
      ** INTO THE SSA WEBSITE FROM THE CWCDYEND PRINTOUT.  THE FILE
      ** IS 512-BYTE RECORDS: ONE RA SUBMITTER, ONE RE EMPLOYER, ONE
      ** RW PER EMPLOYEE, THE RT TOTAL AND THE RF FINAL RECORD.
      **
      ** ANNEARN (WRITTEN BY CWCDYEND) IS READ FOR THE TAX YEAR AND
      ** EACH EMPLOYEE IS JOINED TO:
      **   - EMPMSTR FOR THE NAME, MAILING ADDRESS AND EMPM-SOC-SEC,
      **   - PAYHIST FOR THE YEAR'S 401K DEFERRALS (PHIST-DED-401K,
      **     BOX 12 CODE D) AND THE SOCIAL SECURITY AND MEDICARE TAX
      **     ACTUALLY WITHHELD.
      ** BOX 1 IS ANNEARN GROSS LESS THE 401K DEFERRALS; BOX 2 IS
      ** THE ANNEARN FEDERAL TAX; BOX 3 IS GROSS UP TO THE SOCIAL
      ** SECURITY WAGE BASE AND BOX 5 IS ALL OF GROSS (DEFERRALS ARE
      ** STILL FICA WAGES).  AN SSN THAT IS MISSING, NOT NNN-NN-NNNN
      ** (OR NINE DIGITS), OR A NUMBER SSA NEVER ISSUES IS REJECTED
      ** TO THE EXCEPTION REPORT, NOT WRITTEN TO THE FILE - FIX THE
      ** MASTER ON CWCDEMPM AND RERUN.
      **
      ** EVERY W-2 WRITTEN IS ALSO RECORDED ON THE W2FILED KSDS
      ** (EMPLOYEE + YEAR) EXACTLY AS FILED; THE CWCDEFWC CORRECTION
      ** RUN COMPARES AGAINST IT TO FIND THE EMPLOYEES THAT NEED A
      ** W-2C.  A RERUN (A RESUBMISSION) REWRITES THOSE RECORDS.
      **
      ** SUBMITTER/EMPLOYER DETAILS COME IN ON THE THREE W2PARM
      ** CONTROL CARDS:
      **   CARD 1  COL  1-4   TAX YEAR (CCYY)
      **           COL  5-13  EMPLOYER EIN, 9 DIGITS
      **           COL 14-21  SSA BSO USER ID
      **           COL 22-78  EMPLOYER NAME
      **   CARD 2  COL  1-22  EMPLOYER DELIVERY ADDRESS
      **           COL 23-44  CITY
      **           COL 45-46  STATE
      **           COL 47-51  ZIP CODE
      **           COL 52-55  ZIP CODE EXTENSION
      **           COL 56-64  SOCIAL SECURITY WAGE BASE FOR THE TAX
      **                      YEAR, 9 DIGITS WITH 2 DECIMALS IMPLIED
      **                      (018450000 = 184,500.00)
      **   CARD 3  COL  1-27  CONTACT NAME
      **           COL 28-42  CONTACT PHONE
      **           COL 43-80  CONTACT E-MAIL
      ** THE YEAR MUST ALREADY HAVE BEEN ROLLED OVER BY CWCDYEND (ITS
      ** '00000' CONTROL RECORD ON ANNEARN) - ANNEARN IS NOT FINAL
      ** UNTIL THEN.  THE WAGE BASE IS TAKEN FROM THE CARD, NOT
      ** FROM CWCDPCAL, SO A PRIOR YEAR CAN BE FILED OR CORRECTED
      ** AFTER THE PAYROLL CONSTANT HAS MOVED ON.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNEARN-FILE  ASSIGN TO ANNEARN
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ANN-KEY
                  FILE STATUS   IS WS-ANN-FILE-STATUS.

           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT PAYHIST-FILE  ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PHIST-KEY
                  FILE STATUS   IS WS-PHS-FILE-STATUS.

           SELECT W2FILED-FILE  ASSIGN TO W2FILED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS W2F-KEY
                  FILE STATUS   IS WS-W2F-FILE-STATUS.

           SELECT W2PARM-FILE   ASSIGN TO W2PARM
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-PRM-FILE-STATUS.

           SELECT EFW2-FILE     ASSIGN TO EFW2FILE
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-EFW-FILE-STATUS.

           SELECT W2-REPORT     ASSIGN TO W2RPT
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
      ** SAME LAYOUT AS ANNUAL-EARN-RECORD IN CWCDYEND.
       FD  ANNEARN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ANNUAL-EARN-RECORD.
           05  ANN-KEY.
               10  ANN-EMP-NUM PIC X(5).
               10  ANN-YEAR    PIC X(4).
           05  ANN-NAME        PIC X(15).
           05  ANN-YTD-GRS     PIC S9(7)V99.
           05  ANN-YTD-TAX     PIC S9(5)V99.

      ** SAME LAYOUT AS EMPM-RECORD IN CWCDEMPM - THIS REPO HAS NO
      ** SHARED COPYBOOK, EACH PROGRAM CARRIES ITS OWN.
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

      ** SAME LAYOUT AS PAY-HISTORY-RECORD IN CWDEMCB2 - THIS REPO
      ** HAS NO SHARED COPYBOOK, EACH PROGRAM CARRIES ITS OWN.
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

      ** W-2 FILING HISTORY - ONE RECORD PER EMPLOYEE AND TAX YEAR
      ** HOLDING THE SSN, NAME AND BOX AMOUNTS LAST REPORTED TO SSA.
      ** CWCDEFW2 WRITES IT AS FILED; CWCDEFWC KEEPS IT CURRENT WITH
      ** EACH W-2C, SAVING THE FIGURES IT REPLACED IN W2F-PREVIOUS
      ** AND STAMPING THE RUNPARM PERIOD OF THE CORRECTION RUN SO A
      ** RERUN OF THAT PERIOD REBUILDS THE SAME W-2C.  AMOUNTS ARE
      ** BOX 1, 2, 3, 4, 5, 6 AND BOX 12 CODE D, IN THAT ORDER.
      ** SAME LAYOUT IN CWCDEFWC.
       FD  W2FILED-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  W2-FILED-RECORD.
           05  W2F-KEY.
               10  W2F-EMP-NUM      PIC X(5).
               10  W2F-YEAR         PIC X(4).
           05  W2F-FILED-DATE       PIC 9(7).
           05  W2F-CORR-COUNT       PIC 9(3).
           05  W2F-CORR-PERIOD      PIC X(8).
           05  W2F-CURRENT.
               10  W2F-SSN          PIC 9(9).
               10  W2F-FIRST-NAME   PIC X(15).
               10  W2F-MIDDLE-NAME  PIC X(15).
               10  W2F-LAST-NAME    PIC X(20).
               10  W2F-AMOUNT       PIC 9(7)V99 OCCURS 7 TIMES.
           05  W2F-PREVIOUS.
               10  W2F-PREV-SSN     PIC 9(9).
               10  W2F-PREV-FIRST   PIC X(15).
               10  W2F-PREV-MIDDLE  PIC X(15).
               10  W2F-PREV-LAST    PIC X(20).
               10  W2F-PREV-AMOUNT  PIC 9(7)V99 OCCURS 7 TIMES.
           05  FILLER               PIC X(29).

       FD  W2PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  W2PARM-CARD              PIC X(80).

       FD  EFW2-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  EFW2-RECORD              PIC X(512).

       FD  W2-REPORT
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
       77  FILLER               PIC X(12) VALUE 'CWCDEFW2 WS:'.
       77  WS-ANN-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-PHS-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-W2F-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PRM-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-EFW-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-ANN-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  ANN-FILE-OPEN              VALUE 'Y'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-PHS-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PHS-FILE-OPEN              VALUE 'Y'.
       77  WS-W2F-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  W2F-FILE-OPEN              VALUE 'Y'.
       77  WS-PRM-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PRM-FILE-OPEN              VALUE 'Y'.
       77  WS-EFW-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  EFW-FILE-OPEN              VALUE 'Y'.
       77  WS-RPT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RPT-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-EOF-SWITCH        PIC X     VALUE 'N'.
           88  END-OF-ANNEARN             VALUE 'Y'.
       77  WS-PHS-DONE-SWITCH   PIC X     VALUE 'N'.
           88  END-OF-EMP-HISTORY         VALUE 'Y'.
       77  WS-SSN-OK-SWITCH     PIC X     VALUE 'N'.
           88  SSN-IS-VALID               VALUE 'Y'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-TAX-YEAR          PIC X(4)  VALUE SPACES.
       77  WS-TAX-YEAR-N        PIC 9(4)  VALUE ZERO.
       77  WS-YEAR-START        PIC 9(7)  VALUE ZERO.
       77  WS-YEAR-END          PIC 9(7)  VALUE ZERO.
       77  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE ZERO.
       77  WS-BOX-SUB           PIC S9(3) COMP VALUE ZERO.
       77  WS-HIST-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-GROSS-LESS-401K   PIC S9(9)V99 VALUE ZERO.
       77  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       77  WS-ANN-READ          PIC 9(7)  VALUE ZERO.
       77  WS-RW-COUNT          PIC 9(7)  VALUE ZERO.
       77  WS-SSN-REJECTS       PIC 9(7)  VALUE ZERO.
       77  WS-NO-MASTER         PIC 9(7)  VALUE ZERO.
       77  WS-NEG-REJECTS       PIC 9(7)  VALUE ZERO.
       77  WS-NO-WAGES          PIC 9(7)  VALUE ZERO.
       77  WS-ADDR-WARNINGS     PIC 9(7)  VALUE ZERO.

      ** THE THREE W2PARM CARDS - SEE THE PROGRAM BANNER.
       01  WS-PARM-CARD-1.
           05  P1-TAX-YEAR          PIC X(4).
           05  P1-EIN               PIC X(9).
           05  P1-USER-ID           PIC X(8).
           05  P1-EMPLOYER-NAME     PIC X(57).
           05  FILLER               PIC X(2).

       01  WS-PARM-CARD-2.
           05  P2-ADDRESS           PIC X(22).
           05  P2-CITY              PIC X(22).
           05  P2-STATE             PIC X(2).
           05  P2-ZIP               PIC X(5).
           05  P2-ZIP-EXT           PIC X(4).
           05  P2-SS-WAGE-BASE      PIC X(9).
           05  P2-SS-WAGE-BASE-N    REDEFINES P2-SS-WAGE-BASE
                                    PIC 9(7)V99.
           05  FILLER               PIC X(16).

       01  WS-PARM-CARD-3.
           05  P3-CONTACT-NAME      PIC X(27).
           05  P3-CONTACT-PHONE     PIC X(15).
           05  P3-CONTACT-EMAIL     PIC X(38).

      ** EMPM-SOC-SEC AS KEYED - EITHER NNN-NN-NNNN OR NINE DIGITS
      ** LEFT-JUSTIFIED.
       01  WS-SSN-EDIT              PIC X(11).
       01  WS-SSN-DASHED            REDEFINES WS-SSN-EDIT.
           05  WS-SSN-D-AREA        PIC X(3).
           05  WS-SSN-D-DASH-1      PIC X.
           05  WS-SSN-D-GROUP       PIC X(2).
           05  WS-SSN-D-DASH-2      PIC X.
           05  WS-SSN-D-SERIAL      PIC X(4).
       01  WS-SSN-PLAIN             REDEFINES WS-SSN-EDIT.
           05  WS-SSN-P-DIGITS      PIC X(9).
           05  WS-SSN-P-TRAIL       PIC X(2).

       01  WS-SSN-OUT.
           05  WS-SSN-AREA          PIC 9(3).
           05  WS-SSN-GROUP         PIC 9(2).
           05  WS-SSN-SERIAL        PIC 9(4).
       01  WS-SSN-NUM               REDEFINES WS-SSN-OUT
                                    PIC 9(9).

      ** EMPM-NAME SPLIT INTO WORDS - FIRST [MIDDLE] LAST.
       01  WS-NAME-WORDS.
           05  WS-NAME-1            PIC X(10).
           05  WS-NAME-2            PIC X(10).
           05  WS-NAME-3            PIC X(10).
       01  WS-W2-NAME.
           05  WS-FIRST-NAME        PIC X(15).
           05  WS-MIDDLE-NAME       PIC X(15).
           05  WS-LAST-NAME         PIC X(20).

      ** THE EMPLOYEE'S W-2 FIGURES - BOX 1, 2, 3, 4, 5, 6 AND BOX 12
      ** CODE D, THE SAME ORDER AS W2F-AMOUNT.
       01  WS-W2-BOXES.
           05  WS-BOX-AMT           PIC 9(9)V99 OCCURS 7 TIMES.
       01  WS-BOX-TOTALS.
           05  WS-BOX-TOTAL         PIC 9(13)V99 OCCURS 7 TIMES.

      ***************************************************************
      ** EFW2 RECORD LAYOUTS.  POSITIONS ARE THOSE OF THE SSA EFW2
      ** SPECIFICATION; MONEY FIELDS ARE DOLLARS AND CENTS WITH NO
      ** DECIMAL POINT, RIGHT-JUSTIFIED AND ZERO-FILLED, AND MONEY
      ** FIELDS THIS PAYROLL NEVER REPORTS ARE ZERO-FILLED.
      ***************************************************************
       01  RA-RECORD.
           05  FILLER               PIC X(2)  VALUE 'RA'.
           05  RA-EIN               PIC X(9).
           05  RA-USER-ID           PIC X(8).
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  FILLER               PIC X     VALUE '0'.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  FILLER               PIC X(2)  VALUE '98'.
           05  RA-COMPANY-NAME      PIC X(57).
           05  FILLER               PIC X(22) VALUE SPACES.
           05  RA-CO-DELIVERY       PIC X(22).
           05  RA-CO-CITY           PIC X(22).
           05  RA-CO-STATE          PIC X(2).
           05  RA-CO-ZIP            PIC X(5).
           05  RA-CO-ZIP-EXT        PIC X(4).
           05  FILLER               PIC X(45) VALUE SPACES.
           05  RA-SUB-NAME          PIC X(57).
           05  FILLER               PIC X(22) VALUE SPACES.
           05  RA-SUB-DELIVERY      PIC X(22).
           05  RA-SUB-CITY          PIC X(22).
           05  RA-SUB-STATE         PIC X(2).
           05  RA-SUB-ZIP           PIC X(5).
           05  RA-SUB-ZIP-EXT       PIC X(4).
           05  FILLER               PIC X(45) VALUE SPACES.
           05  RA-CONTACT-NAME      PIC X(27).
           05  RA-CONTACT-PHONE     PIC X(15).
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  RA-CONTACT-EMAIL     PIC X(40).
           05  FILLER               PIC X(14) VALUE SPACES.
           05  FILLER               PIC X     VALUE 'L'.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  RE-RECORD.
           05  FILLER               PIC X(2)  VALUE 'RE'.
           05  RE-TAX-YEAR          PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  RE-EIN               PIC X(9).
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  FILLER               PIC X     VALUE '0'.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  RE-EMPLOYER-NAME     PIC X(57).
           05  FILLER               PIC X(22) VALUE SPACES.
           05  RE-DELIVERY          PIC X(22).
           05  RE-CITY              PIC X(22).
           05  RE-STATE             PIC X(2).
           05  RE-ZIP               PIC X(5).
           05  RE-ZIP-EXT           PIC X(4).
           05  FILLER               PIC X     VALUE 'N'.
           05  FILLER               PIC X(44) VALUE SPACES.
           05  FILLER               PIC X     VALUE 'R'.
           05  FILLER               PIC X     VALUE SPACE.
           05  FILLER               PIC X     VALUE '0'.
           05  RE-CONTACT-NAME      PIC X(27).
           05  RE-CONTACT-PHONE     PIC X(15).
           05  FILLER               PIC X(15) VALUE SPACES.
           05  RE-CONTACT-EMAIL     PIC X(40).
           05  FILLER               PIC X(194) VALUE SPACES.

       01  RW-RECORD.
           05  FILLER               PIC X(2)  VALUE 'RW'.
           05  RW-SSN               PIC 9(9).
           05  RW-FIRST-NAME        PIC X(15).
           05  RW-MIDDLE-NAME       PIC X(15).
           05  RW-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(26) VALUE SPACES.
           05  RW-DELIVERY          PIC X(22).
           05  RW-CITY              PIC X(22).
           05  RW-STATE             PIC X(2).
           05  RW-ZIP               PIC X(5).
           05  FILLER               PIC X(49) VALUE SPACES.
           05  RW-BOX-AMT           PIC 9(9)V99 OCCURS 6 TIMES.
           05  FILLER               PIC X(11) VALUE ALL '0'.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE ALL '0'.
           05  RW-401K              PIC 9(9)V99.
           05  FILLER               PIC X(44) VALUE ALL '0'.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE ALL '0'.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  FILLER               PIC X(77) VALUE ALL '0'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X     VALUE '0'.
           05  FILLER               PIC X     VALUE SPACE.
           05  RW-RETIRE-PLAN       PIC X.
           05  FILLER               PIC X     VALUE '0'.
           05  FILLER               PIC X(22) VALUE SPACES.

       01  RT-RECORD.
           05  FILLER               PIC X(2)  VALUE 'RT'.
           05  RT-RW-COUNT          PIC 9(7).
           05  RT-BOX-TOTAL         PIC 9(13)V99 OCCURS 6 TIMES.
           05  FILLER               PIC X(15) VALUE ALL '0'.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE ALL '0'.
           05  RT-401K              PIC 9(13)V99.
           05  FILLER               PIC X(60) VALUE ALL '0'.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE ALL '0'.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(120) VALUE ALL '0'.
           05  FILLER               PIC X(83) VALUE SPACES.

       01  RF-RECORD.
           05  FILLER               PIC X(2)  VALUE 'RF'.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  RF-RW-COUNT          PIC 9(9).
           05  FILLER               PIC X(496) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(48) VALUE
               '*** CWCDEFW2 - W-2 ELECTRONIC FILING (EFW2) ***'.
           05  FILLER           PIC X(9)  VALUE 'TAX YEAR '.
           05  HL-YEAR          PIC X(4).
           05  FILLER           PIC X(71) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(7)  VALUE 'EMP #'.
           05  FILLER           PIC X(12) VALUE 'NAME'.
           05  FILLER           PIC X(13) VALUE 'SSN'.
           05  FILLER           PIC X(12) VALUE ' BOX 1 WAGES'.
           05  FILLER           PIC X(12) VALUE '  BOX 2 FIT'.
           05  FILLER           PIC X(12) VALUE ' BOX 4 SS TX'.
           05  FILLER           PIC X(12) VALUE ' BOX 6 MED T'.
           05  FILLER           PIC X(12) VALUE ' BOX 12 D'.
           05  FILLER           PIC X(40) VALUE 'NOTE'.

       01  DETAIL-LINE.
           05  DL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-SOC-SEC       PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-BOX-1         PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-BOX-2         PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-BOX-4         PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-BOX-6         PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-BOX-12D       PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-NOTE          PIC X(40).

       01  EXCEPTION-LINE.
           05  XL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  XL-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  XL-SOC-SEC       PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(19) VALUE
               '*** NOT FILED *** '.
           05  XL-REASON        PIC X(30).
           05  FILLER           PIC X(51) VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER           PIC X(40) VALUE
               '*** RUN REFUSED - YEAR NOT ROLLED OVER: '.
           05  RF-YEAR          PIC X(4).
           05  FILLER           PIC X(4)  VALUE ' ***'.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'ANNEARN RECS FOR YEAR: '.
           05  TL-ANN-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'W-2 RECORDS WRITTEN  : '.
           05  TL-RW-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'REJECTED - BAD SSN   : '.
           05  TL-SSN-REJECTS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'REJECTED - NO MASTER : '.
           05  TL-NO-MASTER     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'REJECTED - NEGATIVE  : '.
           05  TL-NEG-REJECTS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'NO WAGES - SKIPPED   : '.
           05  TL-NO-WAGES      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-7.
           05  FILLER           PIC X(23) VALUE
               'ADDRESS INCOMPLETE   : '.
           05  TL-ADDR-WARNINGS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  BOX-TOTAL-LINE.
           05  BT-LABEL         PIC X(23).
           05  BT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(95)  VALUE SPACES.

       01  BOX-LABEL-VALUES.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 1 WAGES    : '.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 2 FED TAX  : '.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 3 SS WAGES : '.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 4 SS TAX   : '.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 5 MED WAGES: '.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 6 MED TAX  : '.
           05  FILLER           PIC X(23) VALUE
               'TOTAL BOX 12 CODE D  : '.
       01  BOX-LABEL-TABLE      REDEFINES BOX-LABEL-VALUES.
           05  BOX-LABEL        PIC X(23) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 200-PROCESS-EARNINGS
                       THRU 200-PROCESS-EARNINGS-EXIT
                       UNTIL END-OF-ANNEARN
               PERFORM 700-WRITE-TOTAL-RECORDS
               PERFORM 750-WRITE-TRAILER
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

           PERFORM 150-READ-PARM-CARDS THRU 150-READ-PARM-EXIT.
           IF NOT INIT-OK
               GO TO 100-INITIALIZE-EXIT.

           OPEN OUTPUT W2-REPORT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - W2RPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.
           MOVE WS-TAX-YEAR TO HL-YEAR.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

           OPEN INPUT  ANNEARN-FILE.
           IF WS-ANN-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - ANNEARN OPEN FAILED, STATUS='
                       WS-ANN-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-ANN-OPEN-SWITCH.

      ** CWCDYEND WRITES ITS '00000' CONTROL RECORD ONLY AFTER THE
      ** WHOLE YEAR IS ARCHIVED - UNTIL THEN ANNEARN IS INCOMPLETE.
           MOVE '00000'     TO ANN-EMP-NUM.
           MOVE WS-TAX-YEAR TO ANN-YEAR.
           READ ANNEARN-FILE.
           IF WS-ANN-FILE-STATUS NOT = '00'
               MOVE WS-TAX-YEAR TO RF-YEAR
               WRITE REPORT-LINE FROM REFUSED-LINE
               DISPLAY 'CWCDEFW2 - YEAR ' WS-TAX-YEAR
                       ' NOT ROLLED OVER BY CWCDYEND - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN INPUT  PAYHIST-FILE.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - PAYHIST OPEN FAILED, STATUS='
                       WS-PHS-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PHS-OPEN-SWITCH.

           OPEN I-O    W2FILED-FILE.
           IF WS-W2F-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - W2FILED OPEN FAILED, STATUS='
                       WS-W2F-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-W2F-OPEN-SWITCH.

           OPEN OUTPUT EFW2-FILE.
           IF WS-EFW-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - EFW2FILE OPEN FAILED, STATUS='
                       WS-EFW-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-EFW-OPEN-SWITCH.

      ** PAYHIST IS DATED 0CYYDDD - THE TAX YEAR RUNS FROM DAY 001
      ** THROUGH DAY 366 AT THE OUTSIDE.
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-N.
           COMPUTE WS-YEAR-START = (WS-TAX-YEAR-N - 1900) * 1000 + 1.
           COMPUTE WS-YEAR-END   = WS-YEAR-START + 365.
           MOVE ZEROS TO WS-BOX-TOTALS.

           PERFORM 160-WRITE-HEADER-RECORDS.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           MOVE LOW-VALUES TO ANN-KEY.
           START ANNEARN-FILE KEY NOT < ANN-KEY.
           IF WS-ANN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           PERFORM 300-READ-NEXT-EARNINGS.
       100-INITIALIZE-EXIT.
           EXIT.

      ***************************************************************
      ** THE THREE W2PARM CARDS, IN ORDER.  THE TAX YEAR, EIN AND
      ** WAGE BASE MUST BE NUMERIC AND THE EMPLOYER NAME PRESENT.
      ***************************************************************
       150-READ-PARM-CARDS.
           OPEN INPUT  W2PARM-FILE.
           IF WS-PRM-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - W2PARM OPEN FAILED, STATUS='
                       WS-PRM-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           MOVE 'Y' TO WS-PRM-OPEN-SWITCH.
           MOVE SPACES TO WS-PARM-CARD-1  WS-PARM-CARD-2
                          WS-PARM-CARD-3.
           READ W2PARM-FILE INTO WS-PARM-CARD-1
               AT END
                   CONTINUE
           END-READ.
           READ W2PARM-FILE INTO WS-PARM-CARD-2
               AT END
                   CONTINUE
           END-READ.
           READ W2PARM-FILE INTO WS-PARM-CARD-3
               AT END
                   CONTINUE
           END-READ.
           MOVE P1-TAX-YEAR TO WS-TAX-YEAR.
           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY 'CWCDEFW2 - W2PARM TAX YEAR NOT NUMERIC: '
                       WS-TAX-YEAR
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           IF P1-EIN NOT NUMERIC
               DISPLAY 'CWCDEFW2 - W2PARM EIN NOT NUMERIC: ' P1-EIN
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           IF P2-SS-WAGE-BASE NOT NUMERIC OR
              P2-SS-WAGE-BASE-N NOT > ZERO
               DISPLAY 'CWCDEFW2 - W2PARM SS WAGE BASE NOT NUMERIC: '
                       P2-SS-WAGE-BASE
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           MOVE P2-SS-WAGE-BASE-N TO WS-SS-WAGE-BASE.
           IF P1-EMPLOYER-NAME = SPACES
               DISPLAY 'CWCDEFW2 - W2PARM EMPLOYER NAME MISSING'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
       150-READ-PARM-EXIT.
           EXIT.

      ** THE EMPLOYER FILES FOR ITSELF, SO IT IS BOTH THE SUBMITTER
      ** ON THE RA RECORD AND THE EMPLOYER ON THE RE RECORD.
       160-WRITE-HEADER-RECORDS.
           MOVE P1-EIN           TO RA-EIN.
           MOVE P1-USER-ID       TO RA-USER-ID.
           MOVE P1-EMPLOYER-NAME TO RA-COMPANY-NAME  RA-SUB-NAME.
           MOVE P2-ADDRESS       TO RA-CO-DELIVERY   RA-SUB-DELIVERY.
           MOVE P2-CITY          TO RA-CO-CITY       RA-SUB-CITY.
           MOVE P2-STATE         TO RA-CO-STATE      RA-SUB-STATE.
           MOVE P2-ZIP           TO RA-CO-ZIP        RA-SUB-ZIP.
           MOVE P2-ZIP-EXT       TO RA-CO-ZIP-EXT    RA-SUB-ZIP-EXT.
           MOVE P3-CONTACT-NAME  TO RA-CONTACT-NAME.
           MOVE P3-CONTACT-PHONE TO RA-CONTACT-PHONE.
           MOVE P3-CONTACT-EMAIL TO RA-CONTACT-EMAIL.
           WRITE EFW2-RECORD FROM RA-RECORD.

           MOVE WS-TAX-YEAR      TO RE-TAX-YEAR.
           MOVE P1-EIN           TO RE-EIN.
           MOVE P1-EMPLOYER-NAME TO RE-EMPLOYER-NAME.
           MOVE P2-ADDRESS       TO RE-DELIVERY.
           MOVE P2-CITY          TO RE-CITY.
           MOVE P2-STATE         TO RE-STATE.
           MOVE P2-ZIP           TO RE-ZIP.
           MOVE P2-ZIP-EXT       TO RE-ZIP-EXT.
           MOVE P3-CONTACT-NAME  TO RE-CONTACT-NAME.
           MOVE P3-CONTACT-PHONE TO RE-CONTACT-PHONE.
           MOVE P3-CONTACT-EMAIL TO RE-CONTACT-EMAIL.
           WRITE EFW2-RECORD FROM RE-RECORD.

      ***************************************************************
      ** ONE ANNEARN RECORD.  OTHER YEARS AND THE CWCDYEND CONTROL
      ** RECORDS ARE PASSED OVER.
      ***************************************************************
       200-PROCESS-EARNINGS.
           IF ANN-YEAR NOT = WS-TAX-YEAR OR
              ANN-EMP-NUM = '00000'
               GO TO 200-NEXT-EARNINGS.
           ADD +1 TO WS-ANN-READ.
           PERFORM 400-BUILD-W2 THRU 400-BUILD-W2-EXIT.
       200-NEXT-EARNINGS.
           PERFORM 300-READ-NEXT-EARNINGS.
       200-PROCESS-EARNINGS-EXIT.
           EXIT.

       300-READ-NEXT-EARNINGS.
           READ ANNEARN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      ***************************************************************
      ** ONE EMPLOYEE'S W-2.  NO WAGES AND NO TAX MEANS NO W-2; A
      ** NEGATIVE FIGURE, A MISSING MASTER OR A BAD SSN GOES TO THE
      ** EXCEPTION REPORT INSTEAD OF THE FILE.
      ***************************************************************
       400-BUILD-W2.
           IF ANN-YTD-GRS NOT NUMERIC
               MOVE ZERO TO ANN-YTD-GRS.
           IF ANN-YTD-TAX NOT NUMERIC
               MOVE ZERO TO ANN-YTD-TAX.
           IF ANN-YTD-GRS = ZERO AND ANN-YTD-TAX = ZERO
               ADD +1 TO WS-NO-WAGES
               GO TO 400-BUILD-W2-EXIT.

           MOVE ANN-EMP-NUM TO XL-EMP-NUM.
           MOVE ANN-NAME    TO XL-NAME.
           MOVE SPACES      TO XL-SOC-SEC.
           IF ANN-YTD-GRS < ZERO OR ANN-YTD-TAX < ZERO
               ADD +1 TO WS-NEG-REJECTS
               MOVE 'NEGATIVE ANNUAL GROSS OR TAX' TO XL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE
               GO TO 400-BUILD-W2-EXIT.

           MOVE ANN-EMP-NUM TO EMPM-EMP-NUM.
           READ EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               ADD +1 TO WS-NO-MASTER
               MOVE 'NO EMPMSTR MASTER' TO XL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE
               GO TO 400-BUILD-W2-EXIT.
           MOVE EMPM-NAME    TO XL-NAME.
           MOVE EMPM-SOC-SEC TO XL-SOC-SEC.

           PERFORM 420-EDIT-SSN THRU 420-EDIT-SSN-EXIT.
           IF NOT SSN-IS-VALID
               ADD +1 TO WS-SSN-REJECTS
               MOVE WS-REJECT-REASON TO XL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE
               GO TO 400-BUILD-W2-EXIT.

           PERFORM 440-SUM-PAY-HISTORY THRU 440-SUM-PAY-HISTORY-EXIT.
           PERFORM 460-COMPUTE-BOXES.
           PERFORM 480-SPLIT-NAME.

           MOVE WS-SSN-NUM       TO RW-SSN.
           MOVE WS-FIRST-NAME    TO RW-FIRST-NAME.
           MOVE WS-MIDDLE-NAME   TO RW-MIDDLE-NAME.
           MOVE WS-LAST-NAME     TO RW-LAST-NAME.
           MOVE EMPM-ADDRESS     TO RW-DELIVERY.
           MOVE EMPM-CITY        TO RW-CITY.
           MOVE EMPM-STATE       TO RW-STATE.
           MOVE EMPM-ZIP         TO RW-ZIP.
           PERFORM 490-MOVE-RW-BOX
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 6.
           MOVE WS-BOX-AMT (7)   TO RW-401K.
           IF WS-BOX-AMT (7) > ZERO
               MOVE '1' TO RW-RETIRE-PLAN
           ELSE
               MOVE '0' TO RW-RETIRE-PLAN.
           WRITE EFW2-RECORD FROM RW-RECORD.
           ADD +1 TO WS-RW-COUNT.
           PERFORM 495-ADD-BOX-TOTAL
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.

           PERFORM 500-RECORD-FILED THRU 500-RECORD-FILED-EXIT.

           MOVE ANN-EMP-NUM      TO DL-EMP-NUM.
           MOVE EMPM-NAME        TO DL-NAME.
           MOVE EMPM-SOC-SEC     TO DL-SOC-SEC.
           MOVE WS-BOX-AMT (1)   TO DL-BOX-1.
           MOVE WS-BOX-AMT (2)   TO DL-BOX-2.
           MOVE WS-BOX-AMT (4)   TO DL-BOX-4.
           MOVE WS-BOX-AMT (6)   TO DL-BOX-6.
           MOVE WS-BOX-AMT (7)   TO DL-BOX-12D.
           MOVE SPACES           TO DL-NOTE.
           IF EMPM-STATE = SPACES OR EMPM-ZIP = SPACES
               ADD +1 TO WS-ADDR-WARNINGS
               MOVE 'FILED - NO STATE/ZIP ON EMPMSTR' TO DL-NOTE.
           IF WS-HIST-COUNT = ZERO
               MOVE 'FILED - NO PAYHIST FOR THE YEAR' TO DL-NOTE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       400-BUILD-W2-EXIT.
           EXIT.

      ***************************************************************
      ** SSN EDIT.  NNN-NN-NNNN OR NINE DIGITS; SSA NEVER ISSUES AN
      ** AREA OF 000, 666 OR 900-999, A GROUP OF 00 OR A SERIAL OF
      ** 0000, AND REJECTS THE WELL-KNOWN DUMMY NUMBERS.
      ***************************************************************
       420-EDIT-SSN.
           MOVE 'N'    TO WS-SSN-OK-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF EMPM-SOC-SEC = SPACES
               MOVE 'SSN MISSING' TO WS-REJECT-REASON
               GO TO 420-EDIT-SSN-EXIT.
           MOVE EMPM-SOC-SEC TO WS-SSN-EDIT.
           IF WS-SSN-D-DASH-1 = '-' AND WS-SSN-D-DASH-2 = '-' AND
              WS-SSN-D-AREA NUMERIC AND WS-SSN-D-GROUP NUMERIC AND
              WS-SSN-D-SERIAL NUMERIC
               MOVE WS-SSN-D-AREA   TO WS-SSN-AREA
               MOVE WS-SSN-D-GROUP  TO WS-SSN-GROUP
               MOVE WS-SSN-D-SERIAL TO WS-SSN-SERIAL
               GO TO 425-CHECK-SSN-NUMBER.
           IF WS-SSN-P-DIGITS NUMERIC AND WS-SSN-P-TRAIL = SPACES
               MOVE WS-SSN-P-DIGITS TO WS-SSN-OUT
               GO TO 425-CHECK-SSN-NUMBER.
           MOVE 'SSN NOT NNN-NN-NNNN' TO WS-REJECT-REASON.
           GO TO 420-EDIT-SSN-EXIT.
       425-CHECK-SSN-NUMBER.
           IF WS-SSN-AREA = 000 OR WS-SSN-AREA = 666 OR
              WS-SSN-AREA > 899
               MOVE 'SSN AREA NUMBER NOT ISSUED' TO WS-REJECT-REASON
               GO TO 420-EDIT-SSN-EXIT.
           IF WS-SSN-GROUP = 00
               MOVE 'SSN GROUP NUMBER 00' TO WS-REJECT-REASON
               GO TO 420-EDIT-SSN-EXIT.
           IF WS-SSN-SERIAL = 0000
               MOVE 'SSN SERIAL NUMBER 0000' TO WS-REJECT-REASON
               GO TO 420-EDIT-SSN-EXIT.
           IF WS-SSN-NUM = 123456789 OR WS-SSN-NUM = 111111111 OR
              WS-SSN-NUM = 333333333
               MOVE 'SSN IS A DUMMY NUMBER' TO WS-REJECT-REASON
               GO TO 420-EDIT-SSN-EXIT.
           MOVE 'Y' TO WS-SSN-OK-SWITCH.
       420-EDIT-SSN-EXIT.
           EXIT.

      ***************************************************************
      ** THE EMPLOYEE'S PAYHIST RECORDS DATED IN THE TAX YEAR -
      ** REGULAR AND OFF-CYCLE ALIKE - FOR THE 401K DEFERRALS AND
      ** THE SOCIAL SECURITY AND MEDICARE TAX WITHHELD.
      ***************************************************************
       440-SUM-PAY-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE ZERO TO WS-BOX-AMT (4)  WS-BOX-AMT (6)
                        WS-BOX-AMT (7).
           MOVE 'N' TO WS-PHS-DONE-SWITCH.
           MOVE ANN-EMP-NUM   TO PHIST-EMP-NUM.
           MOVE WS-YEAR-START TO PHIST-DATE.
           MOVE ZERO          TO PHIST-TIME.
           START PAYHIST-FILE KEY NOT < PHIST-KEY.
           IF WS-PHS-FILE-STATUS NOT = '00'
               GO TO 440-SUM-PAY-HISTORY-EXIT.
           PERFORM 445-ADD-PAY-HISTORY THRU 445-ADD-PAY-HISTORY-EXIT
                   UNTIL END-OF-EMP-HISTORY.
       440-SUM-PAY-HISTORY-EXIT.
           EXIT.

       445-ADD-PAY-HISTORY.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PHS-DONE-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
           IF END-OF-EMP-HISTORY
               GO TO 445-ADD-PAY-HISTORY-EXIT.
           IF WS-PHS-FILE-STATUS NOT = '00' OR
              PHIST-EMP-NUM NOT = ANN-EMP-NUM OR
              PHIST-DATE > WS-YEAR-END
               MOVE 'Y' TO WS-PHS-DONE-SWITCH
               GO TO 445-ADD-PAY-HISTORY-EXIT.
           ADD +1 TO WS-HIST-COUNT.
           IF PHIST-DED-401K NUMERIC
               ADD PHIST-DED-401K TO WS-BOX-AMT (7).
           IF PHIST-SS-TAX NUMERIC
               ADD PHIST-SS-TAX   TO WS-BOX-AMT (4).
           IF PHIST-MED-TAX NUMERIC
               ADD PHIST-MED-TAX  TO WS-BOX-AMT (6).
       445-ADD-PAY-HISTORY-EXIT.
           EXIT.

      ** BOXES 1, 2, 3 AND 5 FROM THE ANNEARN FIGURES; 4, 6 AND
      ** 12 D ARE ALREADY SUMMED FROM PAYHIST.
       460-COMPUTE-BOXES.
           COMPUTE WS-GROSS-LESS-401K = ANN-YTD-GRS - WS-BOX-AMT (7).
           IF WS-GROSS-LESS-401K < ZERO
               MOVE ZERO TO WS-GROSS-LESS-401K.
           MOVE WS-GROSS-LESS-401K TO WS-BOX-AMT (1).
           MOVE ANN-YTD-TAX        TO WS-BOX-AMT (2).
      ** A 401K ELECTIVE DEFERRAL COMES OUT OF BOX 1 ONLY - IT IS
      ** STILL SOCIAL SECURITY AND MEDICARE WAGES, SO BOXES 3 AND 5
      ** START FROM THE FULL GROSS, BOX 3 CAPPED AT THE WAGE BASE.
           IF ANN-YTD-GRS > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO WS-BOX-AMT (3)
           ELSE
               MOVE ANN-YTD-GRS     TO WS-BOX-AMT (3).
           MOVE ANN-YTD-GRS        TO WS-BOX-AMT (5).

      ** EMPM-NAME IS KEYED FIRST NAME FIRST.  ONE WORD IS TAKEN AS
      ** THE LAST NAME, TWO AS FIRST AND LAST, THREE AS FIRST,
      ** MIDDLE AND LAST.
       480-SPLIT-NAME.
           MOVE SPACES TO WS-NAME-WORDS  WS-W2-NAME.
           UNSTRING EMPM-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-1  WS-NAME-2  WS-NAME-3
           END-UNSTRING.
           IF WS-NAME-3 NOT = SPACES
               MOVE WS-NAME-1 TO WS-FIRST-NAME
               MOVE WS-NAME-2 TO WS-MIDDLE-NAME
               MOVE WS-NAME-3 TO WS-LAST-NAME
           ELSE
               IF WS-NAME-2 NOT = SPACES
                   MOVE WS-NAME-1 TO WS-FIRST-NAME
                   MOVE WS-NAME-2 TO WS-LAST-NAME
               ELSE
                   MOVE WS-NAME-1 TO WS-LAST-NAME.

       490-MOVE-RW-BOX.
           MOVE WS-BOX-AMT (WS-BOX-SUB) TO RW-BOX-AMT (WS-BOX-SUB).

       495-ADD-BOX-TOTAL.
           ADD WS-BOX-AMT (WS-BOX-SUB) TO WS-BOX-TOTAL (WS-BOX-SUB).

      ***************************************************************
      ** RECORD THE W-2 EXACTLY AS FILED ON W2FILED.  A RERUN FOR THE
      ** SAME YEAR IS A RESUBMISSION AND REPLACES THE RECORD, WIPING
      ** ANY CORRECTION HISTORY THE OLD FILING HAD.
      ***************************************************************
       500-RECORD-FILED.
           MOVE ANN-EMP-NUM TO W2F-EMP-NUM.
           MOVE WS-TAX-YEAR TO W2F-YEAR.
           READ W2FILED-FILE.
           IF WS-W2F-FILE-STATUS NOT = '00' AND
              WS-W2F-FILE-STATUS NOT = '23'
               DISPLAY 'CWCDEFW2 - W2FILED READ FAILED, STATUS='
                       WS-W2F-FILE-STATUS ' EMP=' ANN-EMP-NUM
               GO TO 500-RECORD-FILED-EXIT.
           MOVE SPACES         TO W2F-PREVIOUS  W2F-CORR-PERIOD.
           MOVE WS-RC-DATE     TO W2F-FILED-DATE.
           MOVE ZERO           TO W2F-CORR-COUNT.
           MOVE WS-SSN-NUM     TO W2F-SSN.
           MOVE WS-FIRST-NAME  TO W2F-FIRST-NAME.
           MOVE WS-MIDDLE-NAME TO W2F-MIDDLE-NAME.
           MOVE WS-LAST-NAME   TO W2F-LAST-NAME.
           PERFORM 510-MOVE-FILED-AMOUNT
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.
           IF WS-W2F-FILE-STATUS = '00'
               REWRITE W2-FILED-RECORD
           ELSE
               WRITE W2-FILED-RECORD.
           IF WS-W2F-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - W2FILED WRITE FAILED, STATUS='
                       WS-W2F-FILE-STATUS ' EMP=' ANN-EMP-NUM.
       500-RECORD-FILED-EXIT.
           EXIT.

       510-MOVE-FILED-AMOUNT.
           MOVE WS-BOX-AMT (WS-BOX-SUB) TO W2F-AMOUNT (WS-BOX-SUB).

      ***************************************************************
      ** RT TOTALS (COUNT OF RW RECORDS AND EVERY MONEY FIELD) AND
      ** THE RF FINAL RECORD CLOSE THE SUBMISSION.
      ***************************************************************
       700-WRITE-TOTAL-RECORDS.
           MOVE WS-RW-COUNT TO RT-RW-COUNT.
           PERFORM 710-MOVE-RT-TOTAL
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 6.
           MOVE WS-BOX-TOTAL (7) TO RT-401K.
           WRITE EFW2-RECORD FROM RT-RECORD.
           MOVE WS-RW-COUNT TO RF-RW-COUNT.
           WRITE EFW2-RECORD FROM RF-RECORD.

       710-MOVE-RT-TOTAL.
           MOVE WS-BOX-TOTAL (WS-BOX-SUB) TO RT-BOX-TOTAL (WS-BOX-SUB).

       750-WRITE-TRAILER.
           MOVE WS-ANN-READ      TO TL-ANN-READ.
           MOVE WS-RW-COUNT      TO TL-RW-COUNT.
           MOVE WS-SSN-REJECTS   TO TL-SSN-REJECTS.
           MOVE WS-NO-MASTER     TO TL-NO-MASTER.
           MOVE WS-NEG-REJECTS   TO TL-NEG-REJECTS.
           MOVE WS-NO-WAGES      TO TL-NO-WAGES.
           MOVE WS-ADDR-WARNINGS TO TL-ADDR-WARNINGS.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.
           WRITE REPORT-LINE FROM TRAILER-LINE-7.
           PERFORM 760-WRITE-BOX-TOTAL
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.

       760-WRITE-BOX-TOTAL.
           MOVE BOX-LABEL (WS-BOX-SUB)    TO BT-LABEL.
           MOVE WS-BOX-TOTAL (WS-BOX-SUB) TO BT-AMOUNT.
           WRITE REPORT-LINE FROM BOX-TOTAL-LINE.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  THIS JOB HAS NO UPSTREAM
      ** PREREQUISITE ON RUNCTL - THE CWCDYEND CONTROL RECORD ON
      ** ANNEARN IS ITS GATE - IT JUST RECORDS ITS OWN START AND
      ** CLEAN COMPLETION SO OPERATIONS CAN SEE IT.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDEFW2 - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDEFW2 - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDEFW2'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDEFW2'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - RUNCTL START WRITE FAILED,'
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
               DISPLAY 'CWCDEFW2 - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDEFW2'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'              TO RCTL-STATUS.
           MOVE WS-RC-DATE       TO RCTL-END-DATE.
           MOVE WS-RW-COUNT      TO RCTL-REC-COUNT.
           MOVE WS-BOX-TOTAL (1) TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFW2 - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF PRM-FILE-OPEN
               CLOSE W2PARM-FILE.
           IF ANN-FILE-OPEN
               CLOSE ANNEARN-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF PHS-FILE-OPEN
               CLOSE PAYHIST-FILE.
           IF W2F-FILE-OPEN
               CLOSE W2FILED-FILE.
           IF EFW-FILE-OPEN
               CLOSE EFW2-FILE.
           IF RPT-FILE-OPEN
               CLOSE W2-REPORT.
