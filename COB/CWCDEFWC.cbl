       ID DIVISION.
       PROGRAM-ID.  CWCDEFWC.
      ***************************************************************
      ** W-2C CORRECTION RUN - BUILDS THE SSA EFW2C SUBMISSION FILE
      ** FOR A TAX YEAR ALREADY FILED BY CWCDEFW2.  THE FILE IS
      ** 1024-BYTE RECORDS: THE RCA SUBMITTER AND RCE EMPLOYER
      ** RECORDS, ONE RCW PER CORRECTED EMPLOYEE, THE RCT TOTAL AND
      ** THE RCF FINAL RECORD.
      **
      ** EVERY EMPLOYEE'S W-2 FIGURES ARE RECOMPUTED FROM ANNEARN,
      ** EMPMSTR AND PAYHIST EXACTLY AS CWCDEFW2 COMPUTES THEM AND
      ** COMPARED WITH WHAT W2FILED SAYS WAS LAST REPORTED.  ONLY AN
      ** EMPLOYEE WITH A DIFFERENCE GETS AN RCW, AND ON IT ONLY THE
      ** FIELDS THAT CHANGED CARRY THE ORIGINALLY REPORTED AND THE
      ** CORRECT AMOUNTS - UNCHANGED FIELDS ARE LEFT BLANK, AS THE
      ** EFW2C SPECIFICATION REQUIRES.  THE SSN AND NAME ARE REPORTED
      ** AS ORIGINAL/CORRECT ONLY WHEN THEY CHANGED.  W2FILED IS
      ** THEN BROUGHT UP TO THE CORRECTED FIGURES, THE ONES IT
      ** REPLACED KEPT IN W2F-PREVIOUS UNDER THE RUNPARM PERIOD, SO
      ** A RERUN OF THE SAME PERIOD REBUILDS THE SAME W-2C FILE.
      **
      ** AN EMPLOYEE WITH EARNINGS BUT NO W2FILED RECORD WAS NEVER
      ** FILED - IT IS LISTED FOR AN ORIGINAL W-2, NOT A W-2C.  WHEN
      ** CWCDPHAR HAS ALREADY PURGED THE YEAR'S PAYHIST, THE 401K,
      ** SOCIAL SECURITY AND MEDICARE TAX FIGURES ON W2FILED ARE
      ** CARRIED FORWARD UNCHANGED.
      **
      ** THE W2PARM CARDS ARE THE SAME THREE CARDS CWCDEFW2 TAKES,
      ** WITH THE TAX YEAR BEING CORRECTED ON CARD 1 AND THAT
      ** YEAR'S SOCIAL SECURITY WAGE BASE ON CARD 2.
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

           SELECT EFW2C-FILE    ASSIGN TO W2CFILE
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-EFW-FILE-STATUS.

           SELECT W2C-REPORT    ASSIGN TO W2CRPT
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
      ** SAME LAYOUT AS W2-FILED-RECORD IN CWCDEFW2.
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

       FD  EFW2C-FILE
           RECORD CONTAINS 1024 CHARACTERS.
       01  EFW2C-RECORD             PIC X(1024).

       FD  W2C-REPORT
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
       77  FILLER               PIC X(12) VALUE 'CWCDEFWC WS:'.
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
       77  WS-SSN-CHG-SWITCH    PIC X     VALUE 'N'.
           88  SSN-CHANGED                VALUE 'Y'.
       77  WS-NAME-CHG-SWITCH   PIC X     VALUE 'N'.
           88  NAME-CHANGED               VALUE 'Y'.
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
       77  WS-BOX-CHANGES       PIC S9(3) COMP VALUE ZERO.
       77  WS-HIST-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-GROSS-LESS-401K   PIC S9(9)V99 VALUE ZERO.
       77  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       77  WS-EDIT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-ANN-READ          PIC 9(7)  VALUE ZERO.
       77  WS-RCW-COUNT         PIC 9(7)  VALUE ZERO.
       77  WS-UNCHANGED         PIC 9(7)  VALUE ZERO.
       77  WS-WITHDRAWN         PIC 9(7)  VALUE ZERO.
       77  WS-NOT-FILED         PIC 9(7)  VALUE ZERO.
       77  WS-SSN-REJECTS       PIC 9(7)  VALUE ZERO.
       77  WS-NO-MASTER         PIC 9(7)  VALUE ZERO.
       77  WS-NEG-REJECTS       PIC 9(7)  VALUE ZERO.
       77  WS-NO-HISTORY        PIC 9(7)  VALUE ZERO.

      ** THE THREE W2PARM CARDS - SAME CARDS AS CWCDEFW2.
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

      ** THE EMPLOYEE'S RECOMPUTED W-2 FIGURES - BOX 1, 2, 3, 4, 5,
      ** 6 AND BOX 12 CODE D, THE SAME ORDER AS W2F-AMOUNT - AND
      ** WHETHER EACH DIFFERS FROM WHAT WAS LAST REPORTED.
       01  WS-W2-BOXES.
           05  WS-BOX-AMT           PIC 9(9)V99 OCCURS 7 TIMES.
       01  WS-BOX-FLAGS.
           05  WS-BOX-CHANGED       PIC X OCCURS 7 TIMES.

      ** WHAT SSA LAST RECEIVED FOR THE EMPLOYEE - W2F-CURRENT, OR
      ** W2F-PREVIOUS WHEN THIS RUNPARM PERIOD ALREADY CORRECTED IT.
      ** SAME SHAPE AS W2F-CURRENT.
       01  WS-ORIG-FILED.
           05  WS-ORIG-SSN          PIC 9(9).
           05  WS-ORIG-FIRST        PIC X(15).
           05  WS-ORIG-MIDDLE       PIC X(15).
           05  WS-ORIG-LAST         PIC X(20).
           05  WS-ORIG-AMT          PIC 9(7)V99 OCCURS 7 TIMES.

      ** ONE ORIGINAL/CORRECT MONEY PAIR AS IT GOES ON THE RCW AND
      ** RCT RECORDS.  THE PAIR IS MOVED AS CHARACTERS SO A FIELD
      ** THAT DID NOT CHANGE STAYS BLANK ON THE RECORD.
       01  WS-RCW-PAIR.
           05  WS-RCW-PAIR-ORIG     PIC 9(9)V99.
           05  WS-RCW-PAIR-CORR     PIC 9(9)V99.
       01  WS-RCW-PAIR-X            REDEFINES WS-RCW-PAIR
                                    PIC X(22).
       01  WS-RCT-PAIR.
           05  WS-RCT-PAIR-ORIG     PIC 9(13)V99.
           05  WS-RCT-PAIR-CORR     PIC 9(13)V99.
       01  WS-RCT-PAIR-X            REDEFINES WS-RCT-PAIR
                                    PIC X(30).

      ** RCT TOTALS - ORIGINAL AND CORRECT FOR EACH BOX, SUMMED OVER
      ** THE RCW RECORDS THAT CORRECTED THAT BOX.
       01  WS-CORR-TOTALS.
           05  WS-CORR-TOTAL        OCCURS 7 TIMES.
               10  WS-CT-ORIG       PIC 9(13)V99.
               10  WS-CT-CORR       PIC 9(13)V99.
               10  WS-CT-COUNT      PIC 9(7).

      ***************************************************************
      ** EFW2C RECORD LAYOUTS.  POSITIONS ARE THOSE OF THE SSA EFW2C
      ** SPECIFICATION; MONEY FIELDS ARE DOLLARS AND CENTS WITH NO
      ** DECIMAL POINT, RIGHT-JUSTIFIED AND ZERO-FILLED.  A FIELD
      ** NOT BEING CORRECTED IS LEFT BLANK.
      ***************************************************************
       01  RCA-RECORD.
           05  FILLER               PIC X(3)  VALUE 'RCA'.
           05  RCA-EIN              PIC X(9).
           05  RCA-USER-ID          PIC X(8).
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  FILLER               PIC X(2)  VALUE '98'.
           05  RCA-COMPANY-NAME     PIC X(57).
           05  FILLER               PIC X(22) VALUE SPACES.
           05  RCA-DELIVERY         PIC X(22).
           05  RCA-CITY             PIC X(22).
           05  RCA-STATE            PIC X(2).
           05  RCA-ZIP              PIC X(5).
           05  RCA-ZIP-EXT          PIC X(4).
           05  FILLER               PIC X(45) VALUE SPACES.
           05  RCA-CONTACT-NAME     PIC X(27).
           05  RCA-CONTACT-PHONE    PIC X(15).
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  RCA-CONTACT-EMAIL    PIC X(40).
           05  FILLER               PIC X(13) VALUE SPACES.
           05  FILLER               PIC X     VALUE 'L'.
           05  FILLER               PIC X     VALUE '0'.
           05  FILLER               PIC X(709) VALUE SPACES.

       01  RCE-RECORD.
           05  FILLER               PIC X(3)  VALUE 'RCE'.
           05  RCE-TAX-YEAR         PIC X(4).
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  RCE-EIN              PIC X(9).
           05  FILLER               PIC X(18) VALUE SPACES.
           05  RCE-EMPLOYER-NAME    PIC X(57).
           05  FILLER               PIC X(22) VALUE SPACES.
           05  RCE-DELIVERY         PIC X(22).
           05  RCE-CITY             PIC X(22).
           05  RCE-STATE            PIC X(2).
           05  RCE-ZIP              PIC X(5).
           05  RCE-ZIP-EXT          PIC X(4).
           05  FILLER               PIC X(45) VALUE SPACES.
           05  FILLER               PIC X     VALUE SPACE.
           05  FILLER               PIC X     VALUE 'R'.
           05  FILLER               PIC X     VALUE 'N'.
           05  RCE-CONTACT-NAME     PIC X(27).
           05  RCE-CONTACT-PHONE    PIC X(15).
           05  FILLER               PIC X(15) VALUE SPACES.
           05  RCE-CONTACT-EMAIL    PIC X(40).
           05  FILLER               PIC X(702) VALUE SPACES.

      ** BUILT FROM SPACES FOR EACH EMPLOYEE - SEE 500-WRITE-RCW.
       01  RCW-RECORD.
           05  RCW-ID               PIC X(3).
           05  RCW-ORIG-SSN         PIC 9(9).
           05  RCW-CORR-SSN         PIC 9(9).
           05  RCW-ORIG-FIRST       PIC X(15).
           05  RCW-ORIG-MIDDLE      PIC X(15).
           05  RCW-ORIG-LAST        PIC X(20).
           05  RCW-CORR-FIRST       PIC X(15).
           05  RCW-CORR-MIDDLE      PIC X(15).
           05  RCW-CORR-LAST        PIC X(20).
           05  FILLER               PIC X(22).
           05  RCW-DELIVERY         PIC X(22).
           05  RCW-CITY             PIC X(22).
           05  RCW-STATE            PIC X(2).
           05  RCW-ZIP              PIC X(5).
           05  FILLER               PIC X(49).
           05  RCW-BOX-PAIR         PIC X(22) OCCURS 6 TIMES.
           05  FILLER               PIC X(66).
           05  RCW-401K-PAIR        PIC X(22).
           05  FILLER               PIC X(541).
           05  RCW-ORIG-RETIRE      PIC X.
           05  RCW-CORR-RETIRE      PIC X.
           05  FILLER               PIC X(18).

       01  RCT-RECORD.
           05  RCT-ID               PIC X(3).
           05  RCT-RCW-COUNT        PIC 9(7).
           05  RCT-BOX-PAIR         PIC X(30) OCCURS 6 TIMES.
           05  FILLER               PIC X(90).
           05  RCT-401K-PAIR        PIC X(30).
           05  FILLER               PIC X(714).

       01  RCF-RECORD.
           05  FILLER               PIC X(3)  VALUE 'RCF'.
           05  RCF-RCW-COUNT        PIC 9(9).
           05  FILLER               PIC X(1012) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(48) VALUE
               '*** CWCDEFWC - W-2C CORRECTION RUN (EFW2C) ***'.
           05  FILLER           PIC X(9)  VALUE 'TAX YEAR '.
           05  HL-YEAR          PIC X(4).
           05  FILLER           PIC X(71) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(7)  VALUE 'EMP #'.
           05  FILLER           PIC X(12) VALUE 'NAME'.
           05  FILLER           PIC X(13) VALUE 'SSN'.
           05  FILLER           PIC X(25) VALUE 'ITEM CORRECTED'.
           05  FILLER           PIC X(22) VALUE 'ORIGINALLY REPORTED'.
           05  FILLER           PIC X(22) VALUE 'CORRECT'.
           05  FILLER           PIC X(31) VALUE SPACES.

       01  CORRECTION-LINE.
           05  CL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  CL-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  CL-SOC-SEC       PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  CL-ITEM          PIC X(23).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  CL-ORIGINAL      PIC X(20).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  CL-CORRECT       PIC X(20).
           05  FILLER           PIC X(33) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  XL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  XL-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  XL-SOC-SEC       PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(4)  VALUE '*** '.
           05  XL-REASON        PIC X(40).
           05  FILLER           PIC X(56) VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER           PIC X(40) VALUE
               '*** RUN REFUSED - YEAR NOT ROLLED OVER: '.
           05  RF-YEAR          PIC X(4).
           05  FILLER           PIC X(4)  VALUE ' ***'.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  NO-CORRECTIONS-LINE.
           05  FILLER           PIC X(50) VALUE
               '*** NO CORRECTIONS - NO W-2C FILE TO SUBMIT ***'.
           05  FILLER           PIC X(82) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'ANNEARN RECS FOR YEAR: '.
           05  TL-ANN-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'W-2C RECORDS WRITTEN : '.
           05  TL-RCW-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'UNCHANGED            : '.
           05  TL-UNCHANGED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'CORRECTIONS WITHDRAWN: '.
           05  TL-WITHDRAWN     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'NEVER FILED - NO W-2 : '.
           05  TL-NOT-FILED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'REJECTED - BAD SSN   : '.
           05  TL-SSN-REJECTS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-7.
           05  FILLER           PIC X(23) VALUE
               'REJECTED - NO MASTER : '.
           05  TL-NO-MASTER     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-8.
           05  FILLER           PIC X(23) VALUE
               'REJECTED - NEGATIVE  : '.
           05  TL-NEG-REJECTS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-9.
           05  FILLER           PIC X(23) VALUE
               'NO PAYHIST - CARRIED : '.
           05  TL-NO-HISTORY    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  BOX-LABEL-VALUES.
           05  FILLER           PIC X(23) VALUE 'BOX 1 WAGES'.
           05  FILLER           PIC X(23) VALUE 'BOX 2 FEDERAL TAX'.
           05  FILLER           PIC X(23) VALUE 'BOX 3 SS WAGES'.
           05  FILLER           PIC X(23) VALUE 'BOX 4 SS TAX'.
           05  FILLER           PIC X(23) VALUE 'BOX 5 MEDICARE WAGES'.
           05  FILLER           PIC X(23) VALUE 'BOX 6 MEDICARE TAX'.
           05  FILLER           PIC X(23) VALUE 'BOX 12 CODE D (401K)'.
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

           OPEN OUTPUT W2C-REPORT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - W2CRPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.
           MOVE WS-TAX-YEAR TO HL-YEAR.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

           OPEN INPUT  ANNEARN-FILE.
           IF WS-ANN-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - ANNEARN OPEN FAILED, STATUS='
                       WS-ANN-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-ANN-OPEN-SWITCH.

           MOVE '00000'     TO ANN-EMP-NUM.
           MOVE WS-TAX-YEAR TO ANN-YEAR.
           READ ANNEARN-FILE.
           IF WS-ANN-FILE-STATUS NOT = '00'
               MOVE WS-TAX-YEAR TO RF-YEAR
               WRITE REPORT-LINE FROM REFUSED-LINE
               DISPLAY 'CWCDEFWC - YEAR ' WS-TAX-YEAR
                       ' NOT ROLLED OVER BY CWCDYEND - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN INPUT  PAYHIST-FILE.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - PAYHIST OPEN FAILED, STATUS='
                       WS-PHS-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PHS-OPEN-SWITCH.

           OPEN I-O    W2FILED-FILE.
           IF WS-W2F-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - W2FILED OPEN FAILED, STATUS='
                       WS-W2F-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-W2F-OPEN-SWITCH.

           OPEN OUTPUT EFW2C-FILE.
           IF WS-EFW-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - W2CFILE OPEN FAILED, STATUS='
                       WS-EFW-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-EFW-OPEN-SWITCH.

      ** PAYHIST IS DATED 0CYYDDD - THE TAX YEAR RUNS FROM DAY 001
      ** THROUGH DAY 366 AT THE OUTSIDE.
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-N.
           COMPUTE WS-YEAR-START = (WS-TAX-YEAR-N - 1900) * 1000 + 1.
           COMPUTE WS-YEAR-END   = WS-YEAR-START + 365.
           MOVE ZEROS TO WS-CORR-TOTALS.
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
               DISPLAY 'CWCDEFWC - W2PARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDEFWC - W2PARM TAX YEAR NOT NUMERIC: '
                       WS-TAX-YEAR
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           IF P1-EIN NOT NUMERIC
               DISPLAY 'CWCDEFWC - W2PARM EIN NOT NUMERIC: ' P1-EIN
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           IF P2-SS-WAGE-BASE NOT NUMERIC OR
              P2-SS-WAGE-BASE-N NOT > ZERO
               DISPLAY 'CWCDEFWC - W2PARM SS WAGE BASE NOT NUMERIC: '
                       P2-SS-WAGE-BASE
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 150-READ-PARM-EXIT.
           MOVE P2-SS-WAGE-BASE-N TO WS-SS-WAGE-BASE.
           IF P1-EMPLOYER-NAME = SPACES
               DISPLAY 'CWCDEFWC - W2PARM EMPLOYER NAME MISSING'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
       150-READ-PARM-EXIT.
           EXIT.

      ** WRITTEN AHEAD OF THE FIRST RCW ONLY - A RUN THAT FINDS
      ** NOTHING TO CORRECT LEAVES THE W-2C FILE EMPTY.
       160-WRITE-HEADER-RECORDS.
           MOVE P1-EIN           TO RCA-EIN.
           MOVE P1-USER-ID       TO RCA-USER-ID.
           MOVE P1-EMPLOYER-NAME TO RCA-COMPANY-NAME.
           MOVE P2-ADDRESS       TO RCA-DELIVERY.
           MOVE P2-CITY          TO RCA-CITY.
           MOVE P2-STATE         TO RCA-STATE.
           MOVE P2-ZIP           TO RCA-ZIP.
           MOVE P2-ZIP-EXT       TO RCA-ZIP-EXT.
           MOVE P3-CONTACT-NAME  TO RCA-CONTACT-NAME.
           MOVE P3-CONTACT-PHONE TO RCA-CONTACT-PHONE.
           MOVE P3-CONTACT-EMAIL TO RCA-CONTACT-EMAIL.
           WRITE EFW2C-RECORD FROM RCA-RECORD.

           MOVE WS-TAX-YEAR      TO RCE-TAX-YEAR.
           MOVE P1-EIN           TO RCE-EIN.
           MOVE P1-EMPLOYER-NAME TO RCE-EMPLOYER-NAME.
           MOVE P2-ADDRESS       TO RCE-DELIVERY.
           MOVE P2-CITY          TO RCE-CITY.
           MOVE P2-STATE         TO RCE-STATE.
           MOVE P2-ZIP           TO RCE-ZIP.
           MOVE P2-ZIP-EXT       TO RCE-ZIP-EXT.
           MOVE P3-CONTACT-NAME  TO RCE-CONTACT-NAME.
           MOVE P3-CONTACT-PHONE TO RCE-CONTACT-PHONE.
           MOVE P3-CONTACT-EMAIL TO RCE-CONTACT-EMAIL.
           WRITE EFW2C-RECORD FROM RCE-RECORD.

      ***************************************************************
      ** ONE ANNEARN RECORD.  OTHER YEARS AND THE CWCDYEND CONTROL
      ** RECORDS ARE PASSED OVER.
      ***************************************************************
       200-PROCESS-EARNINGS.
           IF ANN-YEAR NOT = WS-TAX-YEAR OR
              ANN-EMP-NUM = '00000'
               GO TO 200-NEXT-EARNINGS.
           ADD +1 TO WS-ANN-READ.
           PERFORM 400-CHECK-EMPLOYEE THRU 400-CHECK-EMPLOYEE-EXIT.
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
      ** ONE EMPLOYEE - RECOMPUTE THE W-2 AND COMPARE IT WITH WHAT
      ** WAS LAST REPORTED ON W2FILED.
      ***************************************************************
       400-CHECK-EMPLOYEE.
           IF ANN-YTD-GRS NOT NUMERIC
               MOVE ZERO TO ANN-YTD-GRS.
           IF ANN-YTD-TAX NOT NUMERIC
               MOVE ZERO TO ANN-YTD-TAX.
           MOVE ANN-EMP-NUM TO XL-EMP-NUM.
           MOVE ANN-NAME    TO XL-NAME.
           MOVE SPACES      TO XL-SOC-SEC.

           MOVE ANN-EMP-NUM TO W2F-EMP-NUM.
           MOVE WS-TAX-YEAR TO W2F-YEAR.
           READ W2FILED-FILE.
           IF WS-W2F-FILE-STATUS = '23'
               IF ANN-YTD-GRS = ZERO AND ANN-YTD-TAX = ZERO
                   GO TO 400-CHECK-EMPLOYEE-EXIT
               ELSE
                   ADD +1 TO WS-NOT-FILED
                   MOVE 'NEVER FILED - SEND AN ORIGINAL W-2'
                                       TO XL-REASON
                   WRITE REPORT-LINE FROM EXCEPTION-LINE
                   GO TO 400-CHECK-EMPLOYEE-EXIT.
           IF WS-W2F-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - W2FILED READ FAILED, STATUS='
                       WS-W2F-FILE-STATUS ' EMP=' ANN-EMP-NUM
               GO TO 400-CHECK-EMPLOYEE-EXIT.
           IF W2F-CORR-PERIOD = WS-RUN-PERIOD
               MOVE W2F-PREVIOUS TO WS-ORIG-FILED
           ELSE
               MOVE W2F-CURRENT  TO WS-ORIG-FILED.

           IF ANN-YTD-GRS < ZERO OR ANN-YTD-TAX < ZERO
               ADD +1 TO WS-NEG-REJECTS
               MOVE 'NOT CORRECTED - NEGATIVE GROSS OR TAX'
                                       TO XL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE
               GO TO 400-CHECK-EMPLOYEE-EXIT.

           MOVE ANN-EMP-NUM TO EMPM-EMP-NUM.
           READ EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               ADD +1 TO WS-NO-MASTER
               MOVE 'NOT CORRECTED - NO EMPMSTR MASTER' TO XL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE
               GO TO 400-CHECK-EMPLOYEE-EXIT.
           MOVE EMPM-NAME    TO XL-NAME.
           MOVE EMPM-SOC-SEC TO XL-SOC-SEC.

           PERFORM 420-EDIT-SSN THRU 420-EDIT-SSN-EXIT.
           IF NOT SSN-IS-VALID
               ADD +1 TO WS-SSN-REJECTS
               MOVE WS-REJECT-REASON TO XL-REASON
               WRITE REPORT-LINE FROM EXCEPTION-LINE
               GO TO 400-CHECK-EMPLOYEE-EXIT.

           PERFORM 440-SUM-PAY-HISTORY THRU 440-SUM-PAY-HISTORY-EXIT.
           IF WS-HIST-COUNT = ZERO
               ADD +1 TO WS-NO-HISTORY
               MOVE WS-ORIG-AMT (4) TO WS-BOX-AMT (4)
               MOVE WS-ORIG-AMT (6) TO WS-BOX-AMT (6)
               MOVE WS-ORIG-AMT (7) TO WS-BOX-AMT (7).
           PERFORM 460-COMPUTE-BOXES.
           PERFORM 480-SPLIT-NAME.

           MOVE 'N'  TO WS-SSN-CHG-SWITCH  WS-NAME-CHG-SWITCH.
           MOVE ZERO TO WS-BOX-CHANGES.
           IF WS-SSN-NUM NOT = WS-ORIG-SSN
               MOVE 'Y' TO WS-SSN-CHG-SWITCH.
           IF WS-FIRST-NAME  NOT = WS-ORIG-FIRST  OR
              WS-MIDDLE-NAME NOT = WS-ORIG-MIDDLE OR
              WS-LAST-NAME   NOT = WS-ORIG-LAST
               MOVE 'Y' TO WS-NAME-CHG-SWITCH.
           PERFORM 470-COMPARE-BOX
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.

           IF SSN-CHANGED OR NAME-CHANGED OR WS-BOX-CHANGES > ZERO
               PERFORM 500-WRITE-RCW
               PERFORM 550-UPDATE-FILED THRU 550-UPDATE-FILED-EXIT
               PERFORM 600-REPORT-CORRECTION
               GO TO 400-CHECK-EMPLOYEE-EXIT.

      ** NOTHING TO CORRECT.  IF AN EARLIER RUN OF THIS SAME PERIOD
      ** CORRECTED THE EMPLOYEE AND THE FIGURES ARE NOW BACK TO WHAT
      ** WAS ORIGINALLY REPORTED, THAT CORRECTION IS TAKEN BACK.
           IF W2F-CORR-PERIOD = WS-RUN-PERIOD
               PERFORM 560-WITHDRAW-CORRECTION
                       THRU 560-WITHDRAW-CORRECTION-EXIT
           ELSE
               ADD +1 TO WS-UNCHANGED.
       400-CHECK-EMPLOYEE-EXIT.
           EXIT.

      ***************************************************************
      ** SSN EDIT - THE SAME RULES AS CWCDEFW2.  NNN-NN-NNNN OR NINE
      ** DIGITS; SSA NEVER ISSUES AN AREA OF 000, 666 OR 900-999, A
      ** GROUP OF 00 OR A SERIAL OF 0000, AND REJECTS THE WELL-KNOWN
      ** DUMMY NUMBERS.
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
      ** 12 D ARE ALREADY SUMMED FROM PAYHIST (OR CARRIED FORWARD).
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

       470-COMPARE-BOX.
           IF WS-BOX-AMT (WS-BOX-SUB) = WS-ORIG-AMT (WS-BOX-SUB)
               MOVE 'N' TO WS-BOX-CHANGED (WS-BOX-SUB)
           ELSE
               MOVE 'Y' TO WS-BOX-CHANGED (WS-BOX-SUB)
               ADD +1 TO WS-BOX-CHANGES.

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

      ***************************************************************
      ** THE RCW.  THE CORRECT SSN, NAME AND ADDRESS ARE ALWAYS
      ** GIVEN; THE ORIGINAL SSN AND EACH ORIGINAL/CORRECT MONEY
      ** PAIR ONLY WHERE THEY CHANGED.  THE ORIGINAL NAME GOES WITH
      ** A NAME CHANGE AND WITH AN SSN CHANGE - SSA MATCHES THE
      ** RECORD BEING CORRECTED ON THE ORIGINAL SSN AND NAME.
      ***************************************************************
       500-WRITE-RCW.
           IF WS-RCW-COUNT = ZERO
               PERFORM 160-WRITE-HEADER-RECORDS.
           MOVE SPACES         TO RCW-RECORD.
           MOVE 'RCW'          TO RCW-ID.
           MOVE WS-SSN-NUM     TO RCW-CORR-SSN.
           IF SSN-CHANGED
               MOVE WS-ORIG-SSN TO RCW-ORIG-SSN.
           MOVE WS-FIRST-NAME  TO RCW-CORR-FIRST.
           MOVE WS-MIDDLE-NAME TO RCW-CORR-MIDDLE.
           MOVE WS-LAST-NAME   TO RCW-CORR-LAST.
           IF SSN-CHANGED OR NAME-CHANGED
               MOVE WS-ORIG-FIRST  TO RCW-ORIG-FIRST
               MOVE WS-ORIG-MIDDLE TO RCW-ORIG-MIDDLE
               MOVE WS-ORIG-LAST   TO RCW-ORIG-LAST.
           MOVE EMPM-ADDRESS   TO RCW-DELIVERY.
           MOVE EMPM-CITY      TO RCW-CITY.
           MOVE EMPM-STATE     TO RCW-STATE.
           MOVE EMPM-ZIP       TO RCW-ZIP.
           PERFORM 510-SET-RCW-BOX
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.
           WRITE EFW2C-RECORD FROM RCW-RECORD.
           ADD +1 TO WS-RCW-COUNT.

       510-SET-RCW-BOX.
           IF WS-BOX-CHANGED (WS-BOX-SUB) NOT = 'Y'
               GO TO 510-SET-RCW-BOX-EXIT.
           MOVE WS-ORIG-AMT (WS-BOX-SUB) TO WS-RCW-PAIR-ORIG.
           MOVE WS-BOX-AMT (WS-BOX-SUB)  TO WS-RCW-PAIR-CORR.
           ADD WS-RCW-PAIR-ORIG TO WS-CT-ORIG (WS-BOX-SUB).
           ADD WS-RCW-PAIR-CORR TO WS-CT-CORR (WS-BOX-SUB).
           ADD +1               TO WS-CT-COUNT (WS-BOX-SUB).
           IF WS-BOX-SUB < 7
               MOVE WS-RCW-PAIR-X TO RCW-BOX-PAIR (WS-BOX-SUB)
               GO TO 510-SET-RCW-BOX-EXIT.
           MOVE WS-RCW-PAIR-X TO RCW-401K-PAIR.
      ** A 401K DEFERRAL APPEARING OR DISAPPEARING ALSO CORRECTS THE
      ** RETIREMENT PLAN INDICATOR.
           IF WS-RCW-PAIR-ORIG = ZERO
               MOVE '0' TO RCW-ORIG-RETIRE
               MOVE '1' TO RCW-CORR-RETIRE.
           IF WS-RCW-PAIR-CORR = ZERO
               MOVE '1' TO RCW-ORIG-RETIRE
               MOVE '0' TO RCW-CORR-RETIRE.
       510-SET-RCW-BOX-EXIT.
           EXIT.

      ***************************************************************
      ** BRING W2FILED UP TO THE CORRECTED FIGURES.  THE FIRST
      ** CORRECTION IN A RUNPARM PERIOD SAVES WHAT IT REPLACES IN
      ** W2F-PREVIOUS; A RERUN OF THE SAME PERIOD LEAVES THAT ALONE.
      ***************************************************************
       550-UPDATE-FILED.
           IF W2F-CORR-PERIOD NOT = WS-RUN-PERIOD
               MOVE W2F-CURRENT   TO W2F-PREVIOUS
               MOVE WS-RUN-PERIOD TO W2F-CORR-PERIOD
               ADD +1 TO W2F-CORR-COUNT.
           MOVE WS-SSN-NUM     TO W2F-SSN.
           MOVE WS-FIRST-NAME  TO W2F-FIRST-NAME.
           MOVE WS-MIDDLE-NAME TO W2F-MIDDLE-NAME.
           MOVE WS-LAST-NAME   TO W2F-LAST-NAME.
           PERFORM 555-MOVE-FILED-AMOUNT
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.
           REWRITE W2-FILED-RECORD.
           IF WS-W2F-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - W2FILED REWRITE FAILED, STATUS='
                       WS-W2F-FILE-STATUS ' EMP=' ANN-EMP-NUM.
       550-UPDATE-FILED-EXIT.
           EXIT.

       555-MOVE-FILED-AMOUNT.
           MOVE WS-BOX-AMT (WS-BOX-SUB) TO W2F-AMOUNT (WS-BOX-SUB).

       560-WITHDRAW-CORRECTION.
           MOVE W2F-PREVIOUS TO W2F-CURRENT.
           MOVE SPACES       TO W2F-PREVIOUS  W2F-CORR-PERIOD.
           IF W2F-CORR-COUNT > ZERO
               SUBTRACT 1 FROM W2F-CORR-COUNT.
           REWRITE W2-FILED-RECORD.
           IF WS-W2F-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - W2FILED REWRITE FAILED, STATUS='
                       WS-W2F-FILE-STATUS ' EMP=' ANN-EMP-NUM
               GO TO 560-WITHDRAW-CORRECTION-EXIT.
           ADD +1 TO WS-WITHDRAWN.
           MOVE 'CORRECTION WITHDRAWN - FIGURES AS FILED'
                                   TO XL-REASON.
           WRITE REPORT-LINE FROM EXCEPTION-LINE.
       560-WITHDRAW-CORRECTION-EXIT.
           EXIT.

      ***************************************************************
      ** ONE REPORT LINE PER ITEM CORRECTED, ORIGINAL AND CORRECT
      ** SIDE BY SIDE.  THE EMPLOYEE IS NAMED ON THE FIRST LINE.
      ***************************************************************
       600-REPORT-CORRECTION.
           MOVE ANN-EMP-NUM  TO CL-EMP-NUM.
           MOVE EMPM-NAME    TO CL-NAME.
           MOVE EMPM-SOC-SEC TO CL-SOC-SEC.
           IF SSN-CHANGED
               MOVE 'SOCIAL SECURITY NUMBER' TO CL-ITEM
               MOVE WS-ORIG-SSN TO CL-ORIGINAL
               MOVE WS-SSN-NUM  TO CL-CORRECT
               PERFORM 620-WRITE-CORRECTION-LINE.
           IF NAME-CHANGED
               MOVE 'EMPLOYEE LAST NAME' TO CL-ITEM
               MOVE WS-ORIG-LAST TO CL-ORIGINAL
               MOVE WS-LAST-NAME TO CL-CORRECT
               PERFORM 620-WRITE-CORRECTION-LINE
               MOVE 'EMPLOYEE FIRST NAME' TO CL-ITEM
               MOVE WS-ORIG-FIRST TO CL-ORIGINAL
               MOVE WS-FIRST-NAME TO CL-CORRECT
               PERFORM 620-WRITE-CORRECTION-LINE.
           PERFORM 610-REPORT-BOX
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 7.

       610-REPORT-BOX.
           IF WS-BOX-CHANGED (WS-BOX-SUB) = 'Y'
               MOVE BOX-LABEL (WS-BOX-SUB)   TO CL-ITEM
               MOVE WS-ORIG-AMT (WS-BOX-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT           TO CL-ORIGINAL
               MOVE WS-BOX-AMT (WS-BOX-SUB)  TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT           TO CL-CORRECT
               PERFORM 620-WRITE-CORRECTION-LINE.

       620-WRITE-CORRECTION-LINE.
           WRITE REPORT-LINE FROM CORRECTION-LINE.
           MOVE SPACES TO CL-EMP-NUM  CL-NAME  CL-SOC-SEC.

      ***************************************************************
      ** RCT TOTALS AND THE RCF FINAL RECORD - ONLY WHEN THERE WAS
      ** SOMETHING TO CORRECT.  AN RCT MONEY PAIR IS FILLED ONLY FOR
      ** A BOX SOME RCW CORRECTED.
      ***************************************************************
       700-WRITE-TOTAL-RECORDS.
           IF WS-RCW-COUNT = ZERO
               WRITE REPORT-LINE FROM NO-CORRECTIONS-LINE
           ELSE
               MOVE SPACES       TO RCT-RECORD
               MOVE 'RCT'        TO RCT-ID
               MOVE WS-RCW-COUNT TO RCT-RCW-COUNT
               PERFORM 710-SET-RCT-BOX
                       VARYING WS-BOX-SUB FROM 1 BY 1
                       UNTIL WS-BOX-SUB > 7
               WRITE EFW2C-RECORD FROM RCT-RECORD
               MOVE WS-RCW-COUNT TO RCF-RCW-COUNT
               WRITE EFW2C-RECORD FROM RCF-RECORD
           END-IF.

       710-SET-RCT-BOX.
           IF WS-CT-COUNT (WS-BOX-SUB) > ZERO
               MOVE WS-CT-ORIG (WS-BOX-SUB) TO WS-RCT-PAIR-ORIG
               MOVE WS-CT-CORR (WS-BOX-SUB) TO WS-RCT-PAIR-CORR
               IF WS-BOX-SUB < 7
                   MOVE WS-RCT-PAIR-X TO RCT-BOX-PAIR (WS-BOX-SUB)
               ELSE
                   MOVE WS-RCT-PAIR-X TO RCT-401K-PAIR.

       750-WRITE-TRAILER.
           MOVE WS-ANN-READ    TO TL-ANN-READ.
           MOVE WS-RCW-COUNT   TO TL-RCW-COUNT.
           MOVE WS-UNCHANGED   TO TL-UNCHANGED.
           MOVE WS-WITHDRAWN   TO TL-WITHDRAWN.
           MOVE WS-NOT-FILED   TO TL-NOT-FILED.
           MOVE WS-SSN-REJECTS TO TL-SSN-REJECTS.
           MOVE WS-NO-MASTER   TO TL-NO-MASTER.
           MOVE WS-NEG-REJECTS TO TL-NEG-REJECTS.
           MOVE WS-NO-HISTORY  TO TL-NO-HISTORY.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.
           WRITE REPORT-LINE FROM TRAILER-LINE-7.
           WRITE REPORT-LINE FROM TRAILER-LINE-8.
           WRITE REPORT-LINE FROM TRAILER-LINE-9.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  THIS JOB HAS NO UPSTREAM
      ** PREREQUISITE ON RUNCTL - THE CWCDYEND CONTROL RECORD ON
      ** ANNEARN AND W2FILED ARE ITS GATES - IT JUST RECORDS ITS OWN
      ** START AND CLEAN COMPLETION SO OPERATIONS CAN SEE IT.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDEFWC - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDEFWC - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDEFWC'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDEFWC'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - RUNCTL START WRITE FAILED,'
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
               DISPLAY 'CWCDEFWC - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDEFWC'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'            TO RCTL-STATUS.
           MOVE WS-RC-DATE     TO RCTL-END-DATE.
           MOVE WS-RCW-COUNT   TO RCTL-REC-COUNT.
           MOVE WS-CT-CORR (1) TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDEFWC - RUNCTL END REWRITE FAILED,'
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
               CLOSE EFW2C-FILE.
           IF RPT-FILE-OPEN
               CLOSE W2C-REPORT.
