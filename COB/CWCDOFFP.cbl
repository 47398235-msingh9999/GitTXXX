       ID DIVISION.
       PROGRAM-ID.  CWCDOFFP.
      ***************************************************************
      ** OFF-CYCLE CHECK PRINT - READS THE PAYHIST KSDS END TO END
      ** AND PRINTS A CHECK AND STUB FOR EVERY OFF-CYCLE PAYMENT
      ** (PAY TYPE O, POSTED BY THE CWCDOFFC TRANSACTION) THAT HAS
      ** NOT YET BEEN PRINTED.  THE FIGURES COME STRAIGHT FROM THE
      ** PAYHIST RECORD - THE GROSS-TO-NET WAS SETTLED ONLINE AND THE
      ** CHECK NUMBER ALREADY DRAWN FROM CHECKREG - AND THE NAME AND
      ** MAILING ADDRESS FROM EMPMSTR, LAID OUT LIKE THE CWCDCHKP
      ** STUB.  A PRINTED PAYMENT IS STAMPED WITH THE RUNPARM PERIOD
      ** (PHIST-PRINT-PERIOD), SO THE NEXT RUN SKIPS IT AND A RERUN
      ** FOR THE SAME PERIOD PRINTS THE SAME CHECKS AGAIN.  A CHECK
      ** VOIDED ON CWCDCHKM BEFORE IT PRINTED, OR MISSING FROM
      ** CHECKREG, IS LISTED AND NOT PRINTED.  THE TRAILER GIVES
      ** CHECK COUNT AND GROSS/NET TO BALANCE AGAINST CHECKREG.
      ** NO PAY IS CHANGED, SO ANY PERIOD ON PAYCAL MAY BE RUN.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE  ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PHIST-KEY
                  FILE STATUS   IS WS-PHI-FILE-STATUS.

           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT CHECKREG-FILE ASSIGN TO CHECKREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CKR-CHECK-NO
                  FILE STATUS   IS WS-CKR-FILE-STATUS.

           SELECT CHECK-PRINT   ASSIGN TO OFFPRT
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-PRT-FILE-STATUS.

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

      ** SAME LAYOUT AS CHECK-REG-RECORD IN CWCDCHKP.
       FD  CHECKREG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CHECK-REG-RECORD.
           05  CKR-CHECK-NO     PIC X(6).
           05  CKR-TYPE         PIC X.
           05  CKR-STATUS       PIC X.
           05  CKR-EMP-NUM      PIC X(5).
           05  CKR-DATE         PIC 9(7).
           05  CKR-GROSS        PIC 9(5)V99.
           05  CKR-NET          PIC 9(5)V99.
           05  CKR-XREF-NO      PIC X(6).
           05  CKR-PP-SENT      PIC X.
           05  CKR-PP-PERIOD    PIC X(8).
           05  CKR-PAID-DATE    PIC X(8).
           05  FILLER           PIC X(3).

       FD  CHECK-PRINT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE          PIC X(132).

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
       77  FILLER               PIC X(12) VALUE 'CWCDOFFP WS:'.
       77  WS-PHI-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-CKR-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PRT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PHI-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PHI-FILE-OPEN              VALUE 'Y'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-CKR-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  CKR-FILE-OPEN              VALUE 'Y'.
       77  WS-PRT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PRT-FILE-OPEN              VALUE 'Y'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-EOF-SWITCH        PIC X     VALUE 'N'.
           88  END-OF-PAYHIST             VALUE 'Y'.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-HIST-READ         PIC 9(7)  VALUE ZERO.
       77  WS-CHECKS-PRINTED    PIC 9(7)  VALUE ZERO.
       77  WS-NO-MASTER         PIC 9(7)  VALUE ZERO.
       77  WS-NOT-ISSUED        PIC 9(7)  VALUE ZERO.
       77  WS-TOTAL-GROSS       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-NET         PIC S9(9)V99 VALUE ZERO.

       01  STUB-LINE-1.
           05  FILLER           PIC X(10) VALUE 'CHECK NO: '.
           05  ST-CHECK-NO      PIC X(6).
           05  FILLER           PIC X(14) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'EMPLOYEE: '.
           05  ST-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(87) VALUE SPACES.

       01  STUB-LINE-2.
           05  FILLER           PIC X(10) VALUE 'PAY TO  : '.
           05  ST-NAME          PIC X(10).
           05  FILLER           PIC X(112) VALUE SPACES.

       01  STUB-LINE-3.
           05  FILLER           PIC X(10) VALUE 'ADDRESS : '.
           05  ST-ADDRESS       PIC X(14).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  ST-CITY          PIC X(11).
           05  FILLER           PIC X(95) VALUE SPACES.

      ** WHY THE MONEY WAS PAID AND WHICH PAY PERIOD CARRIES IT -
      ** TAKES THE PLACE OF THE HOURS/RATE FIGURES ON A REGULAR STUB.
       01  STUB-LINE-3A.
           05  FILLER           PIC X(10) VALUE 'OFF-CYCLE '.
           05  ST-REASON-TEXT   PIC X(12).
           05  FILLER           PIC X(10) VALUE '  PERIOD: '.
           05  ST-PERIOD        PIC X(8).
           05  FILLER           PIC X(10) VALUE '  ISSUED: '.
           05  ST-ISSUE-DATE    PIC 9(7).
           05  FILLER           PIC X(75) VALUE SPACES.

       01  STUB-LINE-4.
           05  FILLER           PIC X(10) VALUE 'GROSS:    '.
           05  ST-GROSS         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(13) VALUE '  SUPP FED: '.
           05  ST-TAXES         PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(8)  VALUE '   NET: '.
           05  ST-NET           PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(74) VALUE SPACES.

       01  STUB-LINE-4A.
           05  FILLER           PIC X(8)  VALUE 'DEDUCT: '.
           05  FILLER           PIC X(6)  VALUE '401K: '.
           05  SD-401K          PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(8)  VALUE '   INS: '.
           05  SD-INS           PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(9)  VALUE '   GARN: '.
           05  SD-GARN          PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(10) VALUE '   TOTAL: '.
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

       01  STUB-LINE-5.
           05  FILLER           PIC X(11) VALUE 'YTD GROSS: '.
           05  ST-YTD-GRS       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(11) VALUE '  YTD TAX: '.
           05  ST-YTD-TAX       PIC ZZ,ZZ9.99-.
           05  FILLER           PIC X(87) VALUE SPACES.

       01  STUB-SEPARATOR.
           05  FILLER           PIC X(40) VALUE ALL '-'.
           05  FILLER           PIC X(92) VALUE SPACES.

       01  NO-MASTER-LINE.
           05  FILLER           PIC X(34) VALUE
               '*** NO EMPMSTR MASTER - EMPLOYEE '.
           05  NM-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(8)  VALUE ' CHECK '.
           05  NM-CHECK-NO      PIC X(6).
           05  FILLER           PIC X(22) VALUE
               ' - NOT PRINTED ***'.
           05  FILLER           PIC X(57) VALUE SPACES.

       01  NOT-ISSUED-LINE.
           05  FILLER           PIC X(10) VALUE '*** CHECK '.
           05  NI-CHECK-NO      PIC X(6).
           05  FILLER           PIC X(10) VALUE ' EMPLOYEE '.
           05  NI-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE ' - '.
           05  NI-REASON        PIC X(24).
           05  FILLER           PIC X(18) VALUE
               ' - NOT PRINTED ***'.
           05  FILLER           PIC X(56) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(42) VALUE
               '*** CWCDOFFP - OFF-CYCLE CHECK PRINT ***'.
           05  FILLER           PIC X(8)  VALUE ' PERIOD '.
           05  HL-PERIOD        PIC X(8).
           05  FILLER           PIC X(74) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'HISTORY RECORDS READ : '.
           05  TL-HIST-READ     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'CHECKS PRINTED       : '.
           05  TL-CHECKS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'TOTAL GROSS AMOUNT   : '.
           05  TL-TOTAL-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'TOTAL NET AMOUNT     : '.
           05  TL-TOTAL-NET     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'NO MASTER, NOT PRINTD: '.
           05  TL-NO-MASTER     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'VOID/NOT ON CHECKREG : '.
           05  TL-NOT-ISSUED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 300-READ-HISTORY
               PERFORM 200-PROCESS-HISTORY THRU 200-PROCESS-EXIT
                       UNTIL END-OF-PAYHIST
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

           OPEN I-O    PAYHIST-FILE.
           IF WS-PHI-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - PAYHIST OPEN FAILED, STATUS='
                       WS-PHI-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PHI-OPEN-SWITCH.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN INPUT  CHECKREG-FILE.
           IF WS-CKR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - CHECKREG OPEN FAILED, STATUS='
                       WS-CKR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-CKR-OPEN-SWITCH.

           OPEN OUTPUT CHECK-PRINT.
           IF WS-PRT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - OFFPRT OPEN FAILED, STATUS='
                       WS-PRT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PRT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           WRITE PRINT-LINE FROM HEADING-LINE-1.
       100-INITIALIZE-EXIT.
           EXIT.

      ***************************************************************
      ** ONE PAYHIST RECORD.  REGULAR PAY IS PASSED OVER, AS IS AN
      ** OFF-CYCLE PAYMENT ALREADY PRINTED BY A RUN FOR ANOTHER
      ** PERIOD.  THE CHECK MUST STILL BE LIVE ON CHECKREG - ONE
      ** VOIDED BEFORE IT EVER PRINTED IS LISTED INSTEAD.  EITHER WAY
      ** THE RECORD IS STAMPED WITH THIS RUN'S PERIOD SO IT IS DEALT
      ** WITH ONCE.
      ***************************************************************
       200-PROCESS-HISTORY.
           ADD +1 TO WS-HIST-READ.
           IF NOT PHIST-OFF-CYCLE
               GO TO 200-PROCESS-NEXT.
           IF PHIST-PRINT-PERIOD NOT = SPACES AND
              PHIST-PRINT-PERIOD NOT = WS-RUN-PERIOD
               GO TO 200-PROCESS-NEXT.

           MOVE PHIST-EMP-NUM TO EMPM-EMP-NUM.
           READ EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               ADD +1 TO WS-NO-MASTER
               MOVE PHIST-EMP-NUM  TO NM-EMP-NUM
               MOVE PHIST-CHECK-NO TO NM-CHECK-NO
               WRITE PRINT-LINE FROM NO-MASTER-LINE
               GO TO 200-PROCESS-NEXT.

           MOVE PHIST-CHECK-NO TO CKR-CHECK-NO.
           READ CHECKREG-FILE.
           IF WS-CKR-FILE-STATUS NOT = '00'
               MOVE 'NOT ON CHECKREG' TO NI-REASON
               PERFORM 450-LIST-NOT-ISSUED
           ELSE
               IF CKR-STATUS = 'V'
                   MOVE 'VOIDED BEFORE PRINT' TO NI-REASON
                   PERFORM 450-LIST-NOT-ISSUED
               ELSE
                   PERFORM 400-PRINT-CHECK.

           MOVE WS-RUN-PERIOD TO PHIST-PRINT-PERIOD.
           REWRITE PAY-HISTORY-RECORD.
           IF WS-PHI-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - PAYHIST REWRITE FAILED, STATUS='
                       WS-PHI-FILE-STATUS ' KEY=' PHIST-KEY.
       200-PROCESS-NEXT.
           PERFORM 300-READ-HISTORY.
       200-PROCESS-EXIT.
           EXIT.

       300-READ-HISTORY.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      ***************************************************************
      ** THE CHECK AND STUB, LAID OUT LIKE THE CWCDCHKP STATEMENT.
      ** ZERO REPLACES ANY FIGURE THAT IS NOT NUMERIC SO ONE DAMAGED
      ** RECORD CANNOT STOP THE RUN.
      ***************************************************************
       400-PRINT-CHECK.
           IF PHIST-GROSS NOT NUMERIC
               MOVE ZERO TO PHIST-GROSS.
           IF PHIST-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-TAX.
           IF PHIST-NET NOT NUMERIC
               MOVE ZERO TO PHIST-NET.
           IF PHIST-DED-401K NOT NUMERIC
               MOVE ZERO TO PHIST-DED-401K.
           IF PHIST-DED-INS NOT NUMERIC
               MOVE ZERO TO PHIST-DED-INS.
           IF PHIST-DED-GARN NOT NUMERIC
               MOVE ZERO TO PHIST-DED-GARN.
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
           IF PHIST-YTD-GRS NOT NUMERIC
               MOVE ZERO TO PHIST-YTD-GRS.
           IF PHIST-YTD-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-YTD-TAX.

           ADD +1          TO WS-CHECKS-PRINTED.
           ADD PHIST-GROSS TO WS-TOTAL-GROSS.
           ADD PHIST-NET   TO WS-TOTAL-NET.

           EVALUATE PHIST-REASON
               WHEN 'BN'
                   MOVE 'BONUS'       TO ST-REASON-TEXT
               WHEN 'CM'
                   MOVE 'COMMISSION'  TO ST-REASON-TEXT
               WHEN 'CR'
                   MOVE 'CORRECTION'  TO ST-REASON-TEXT
               WHEN 'RP'
                   MOVE 'REPLACEMENT' TO ST-REASON-TEXT
               WHEN OTHER
                   MOVE PHIST-REASON  TO ST-REASON-TEXT
           END-EVALUATE.

           MOVE PHIST-CHECK-NO  TO ST-CHECK-NO.
           MOVE PHIST-EMP-NUM   TO ST-EMP-NUM.
           MOVE EMPM-NAME       TO ST-NAME.
           MOVE EMPM-ADDRESS    TO ST-ADDRESS.
           MOVE EMPM-CITY       TO ST-CITY.
           MOVE PHIST-PERIOD    TO ST-PERIOD.
           MOVE PHIST-DATE      TO ST-ISSUE-DATE.
           MOVE PHIST-GROSS     TO ST-GROSS.
           MOVE PHIST-TAX       TO ST-TAXES.
           MOVE PHIST-NET       TO ST-NET.
           MOVE PHIST-DED-401K  TO SD-401K.
           MOVE PHIST-DED-INS   TO SD-INS.
           MOVE PHIST-DED-GARN  TO SD-GARN.
           MOVE PHIST-DED-TOT   TO SD-TOTAL.
           MOVE PHIST-SS-TAX    TO SF-SS.
           MOVE PHIST-MED-TAX   TO SF-MED.
           MOVE PHIST-ER-SS     TO SF-ER-SS.
           MOVE PHIST-ER-MED    TO SF-ER-MED.
           MOVE PHIST-YTD-GRS   TO ST-YTD-GRS.
           MOVE PHIST-YTD-TAX   TO ST-YTD-TAX.

           WRITE PRINT-LINE FROM STUB-LINE-1.
           WRITE PRINT-LINE FROM STUB-LINE-2.
           WRITE PRINT-LINE FROM STUB-LINE-3.
           WRITE PRINT-LINE FROM STUB-LINE-3A.
           WRITE PRINT-LINE FROM STUB-LINE-4.
           WRITE PRINT-LINE FROM STUB-LINE-4A.
           WRITE PRINT-LINE FROM STUB-LINE-4B.
           WRITE PRINT-LINE FROM STUB-LINE-5.
           WRITE PRINT-LINE FROM STUB-SEPARATOR.

       450-LIST-NOT-ISSUED.
           ADD +1 TO WS-NOT-ISSUED.
           MOVE PHIST-CHECK-NO TO NI-CHECK-NO.
           MOVE PHIST-EMP-NUM  TO NI-EMP-NUM.
           WRITE PRINT-LINE FROM NOT-ISSUED-LINE.

       700-WRITE-TRAILER.
           MOVE WS-HIST-READ      TO TL-HIST-READ.
           MOVE WS-CHECKS-PRINTED TO TL-CHECKS.
           MOVE WS-TOTAL-GROSS    TO TL-TOTAL-GROSS.
           MOVE WS-TOTAL-NET      TO TL-TOTAL-NET.
           MOVE WS-NO-MASTER      TO TL-NO-MASTER.
           MOVE WS-NOT-ISSUED     TO TL-NOT-ISSUED.
           WRITE PRINT-LINE FROM TRAILER-LINE-1.
           WRITE PRINT-LINE FROM TRAILER-LINE-2.
           WRITE PRINT-LINE FROM TRAILER-LINE-3.
           WRITE PRINT-LINE FROM TRAILER-LINE-4.
           WRITE PRINT-LINE FROM TRAILER-LINE-5.
           WRITE PRINT-LINE FROM TRAILER-LINE-6.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  THIS JOB HAS NO UPSTREAM
      ** PREREQUISITE - THE PAYMENTS WERE SETTLED ONLINE - IT JUST
      ** RECORDS ITS OWN START AND CLEAN COMPLETION ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDOFFP - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDOFFP - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDOFFP'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDOFFP'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - RUNCTL START WRITE FAILED,'
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
               DISPLAY 'CWCDOFFP - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDOFFP'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'               TO RCTL-STATUS.
           MOVE WS-RC-DATE        TO RCTL-END-DATE.
           MOVE WS-CHECKS-PRINTED TO RCTL-REC-COUNT.
           MOVE WS-TOTAL-NET      TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDOFFP - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF PHI-FILE-OPEN
               CLOSE PAYHIST-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF CKR-FILE-OPEN
               CLOSE CHECKREG-FILE.
           IF PRT-FILE-OPEN
               CLOSE CHECK-PRINT.
