      ** QTRPARM CONTROL CARD:
      **   COLS 1-4  TAX YEAR (CCYY)
      **   COL  5    QUARTER (1-4)
      ** ONE LINE PER EMPLOYEE WITH GROSS PAID, TAX WITHHELD AND THE
      ** SOCIAL SECURITY AND MEDICARE WITHHELD IN THE QUARTER, COMPANY
      ** CONTROL TOTALS (EMPLOYER FICA SHARE INCLUDED) IN THE TRAILER.
      **
      ** EVERY EMPLOYEE'S YEAR-THROUGH-QUARTER-END TOTALS ARE ALSO
      ** ACCUMULATED AND CROSS-FOOTED AGAINST THE LIVE YTD FIGURES
      ** MISMATCH JUST MEANS LATER ACTIVITY AND IS NOTED, NOT WRONG.
      ** PHIST-DATE IS 0CYYDDD (AS EIBDATE), SO THE QUARTER WINDOW
      ** IS COMPUTED IN THAT SHAPE, LEAP YEARS INCLUDED.
      ** OFF-CYCLE PAYMENTS (PAY TYPE O FROM CWCDOFFC) ARE WAGES LIKE
      ** ANY OTHER AND ARE COUNTED IN THE FIGURES ABOVE; THE TRAILER
      ** ALSO SHOWS HOW MUCH OF THE QUARTER GROSS THEY MAKE UP.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  QTRPARM-FILE
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
       77  FILLER               PIC X(12) VALUE 'CWCDQTRR WS:'.
       77  WS-PHI-FILE-STATUS   PIC X(2)  VALUE '00'.
           88  END-OF-PAYHIST             VALUE 'Y'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
       77  WS-QTR-TAX           PIC S9(7)V99 VALUE ZERO.
       77  WS-YTQ-GROSS         PIC S9(7)V99 VALUE ZERO.
       77  WS-YTQ-TAX           PIC S9(7)V99 VALUE ZERO.
       77  WS-QTR-SS            PIC S9(7)V99 VALUE ZERO.
       77  WS-QTR-MED           PIC S9(7)V99 VALUE ZERO.
       77  WS-QTR-ER-SS         PIC S9(7)V99 VALUE ZERO.
       77  WS-QTR-ER-MED        PIC S9(7)V99 VALUE ZERO.
       77  WS-TOT-QTR-GROSS     PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-QTR-TAX       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-YTQ-GROSS     PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-YTQ-TAX       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-YTD-GROSS     PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-YTD-TAX       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-QTR-SS        PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-QTR-MED       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-QTR-ER-SS     PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-QTR-ER-MED    PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-QTR-OFFC      PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-941-LIAB      PIC S9(9)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(48) VALUE
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'QTR GROSS'.
           05  FILLER           PIC X(13) VALUE 'QTR TAX'.
           05  FILLER           PIC X(13) VALUE 'QTR SOC SEC'.
           05  FILLER           PIC X(13) VALUE 'QTR MEDICARE'.
           05  FILLER           PIC X(13) VALUE 'YTD-Q GROSS'.
           05  FILLER           PIC X(13) VALUE 'YTD-Q TAX'.
           05  FILLER           PIC X(20) VALUE 'YTD CROSS-FOOT'.
           05  FILLER           PIC X(39) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-QTR-TAX       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-QTR-SS        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-QTR-MED       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-YTQ-GROSS     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-YTQ-TAX       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-NOTE          PIC X(22) VALUE SPACES.
           05  FILLER           PIC X(23) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
           05  TL-QTR-GROSS     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-3A.
           05  FILLER           PIC X(23) VALUE
               '  OF WHICH OFF-CYCLE : '.
           05  TL-QTR-OFFC      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'QUARTER TAX WITHHELD : '.
           05  TL-QTR-TAX       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4A.
           05  FILLER           PIC X(23) VALUE
               'QUARTER SOC SEC W/H  : '.
           05  TL-QTR-SS        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4B.
           05  FILLER           PIC X(23) VALUE
               'QUARTER MEDICARE W/H : '.
           05  TL-QTR-MED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4C.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYER SOC SEC     : '.
           05  TL-QTR-ER-SS     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4D.
           05  FILLER           PIC X(23) VALUE
               'EMPLOYER MEDICARE    : '.
           05  TL-QTR-ER-MED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-4E.
           05  FILLER           PIC X(23) VALUE
               'QUARTER 941 LIABILITY: '.
           05  TL-941-LIAB      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'YTD-Q GROSS (HIST)   : '.
              PHIST-GROSS NOT NUMERIC OR
              PHIST-TAX NOT NUMERIC
               GO TO 400-ACCUMULATE-EXIT.
      ** A HISTORY RECORD WRITTEN BEFORE SOCIAL SECURITY AND MEDICARE
      ** WERE SPLIT OUT OF THE OLD FILLER CARRIES NO FICA - COUNT IT
      ** AS ZERO RATHER THAN DROP THE RECORD'S GROSS AND TAX.
           IF PHIST-SS-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-SS-TAX.
           IF PHIST-MED-TAX NOT NUMERIC
               MOVE ZERO TO PHIST-MED-TAX.
           IF PHIST-ER-SS NOT NUMERIC
               MOVE ZERO TO PHIST-ER-SS.
           IF PHIST-ER-MED NOT NUMERIC
               MOVE ZERO TO PHIST-ER-MED.

           IF PHIST-DATE NOT < WS-YEAR-START AND
              PHIST-DATE NOT > WS-QTR-END
           IF PHIST-DATE NOT < WS-QTR-START AND
              PHIST-DATE NOT > WS-QTR-END
               ADD PHIST-GROSS TO WS-QTR-GROSS
               ADD PHIST-TAX   TO WS-QTR-TAX
               ADD PHIST-SS-TAX  TO WS-QTR-SS
               ADD PHIST-MED-TAX TO WS-QTR-MED
               ADD PHIST-ER-SS   TO WS-QTR-ER-SS
               ADD PHIST-ER-MED  TO WS-QTR-ER-MED.

           IF PHIST-OFF-CYCLE AND
              PHIST-DATE NOT < WS-QTR-START AND
              PHIST-DATE NOT > WS-QTR-END
               ADD PHIST-GROSS TO WS-TOT-QTR-OFFC.
       400-ACCUMULATE-EXIT.
           EXIT.

           ADD WS-QTR-TAX   TO WS-TOT-QTR-TAX.
           ADD WS-YTQ-GROSS TO WS-TOT-YTQ-GROSS.
           ADD WS-YTQ-TAX   TO WS-TOT-YTQ-TAX.
           ADD WS-QTR-SS     TO WS-TOT-QTR-SS.
           ADD WS-QTR-MED    TO WS-TOT-QTR-MED.
           ADD WS-QTR-ER-SS  TO WS-TOT-QTR-ER-SS.
           ADD WS-QTR-ER-MED TO WS-TOT-QTR-ER-MED.

           MOVE WS-HOLD-EMP TO DL-EMP-NUM.
           MOVE WS-QTR-GROSS TO DL-QTR-GROSS.
           MOVE WS-QTR-TAX   TO DL-QTR-TAX.
           MOVE WS-QTR-SS    TO DL-QTR-SS.
           MOVE WS-QTR-MED   TO DL-QTR-MED.
           MOVE WS-YTQ-GROSS TO DL-YTQ-GROSS.
           MOVE WS-YTQ-TAX   TO DL-YTQ-TAX.
           MOVE SPACES       TO DL-NOTE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           MOVE ZERO TO WS-QTR-GROSS  WS-QTR-TAX
                        WS-YTQ-GROSS  WS-YTQ-TAX
                        WS-QTR-SS     WS-QTR-MED
                        WS-QTR-ER-SS  WS-QTR-ER-MED.
       500-EMPLOYEE-BREAK-EXIT.
           EXIT.

           MOVE WS-READ-COUNT     TO TL-READ-COUNT.
           MOVE WS-EMP-LISTED     TO TL-EMP-LISTED.
           MOVE WS-TOT-QTR-GROSS  TO TL-QTR-GROSS.
           MOVE WS-TOT-QTR-OFFC   TO TL-QTR-OFFC.
           MOVE WS-TOT-QTR-TAX    TO TL-QTR-TAX.
           MOVE WS-TOT-QTR-SS     TO TL-QTR-SS.
           MOVE WS-TOT-QTR-MED    TO TL-QTR-MED.
           MOVE WS-TOT-QTR-ER-SS  TO TL-QTR-ER-SS.
           MOVE WS-TOT-QTR-ER-MED TO TL-QTR-ER-MED.
           COMPUTE WS-TOT-941-LIAB = WS-TOT-QTR-TAX
                   + WS-TOT-QTR-SS    + WS-TOT-QTR-MED
                   + WS-TOT-QTR-ER-SS + WS-TOT-QTR-ER-MED.
           MOVE WS-TOT-941-LIAB   TO TL-941-LIAB.
           MOVE WS-TOT-YTQ-GROSS  TO TL-YTQ-GROSS.
           MOVE WS-TOT-YTQ-TAX    TO TL-YTQ-TAX.
           MOVE WS-TOT-YTD-GROSS  TO TL-YTD-GROSS.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-3A.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-4A.
           WRITE REPORT-LINE FROM TRAILER-LINE-4B.
           WRITE REPORT-LINE FROM TRAILER-LINE-4C.
           WRITE REPORT-LINE FROM TRAILER-LINE-4D.
           WRITE REPORT-LINE FROM TRAILER-LINE-4E.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.
           WRITE REPORT-LINE FROM TRAILER-LINE-7.
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE PRM-PERIOD-X TO WS-RUN-PERIOD.
           PERFORM 815-CHECK-CALENDAR
                   THRU 815-CHECK-CALENDAR-EXIT.
           IF NOT INIT-OK
               GO TO 810-RUN-START-EXIT.

           OPEN I-O    RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
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
               DISPLAY 'CWCDQTRR - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDQTRR - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
