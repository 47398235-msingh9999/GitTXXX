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

       SD  SORT-FILE.
       01  SORT-RECORD.
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
       77  FILLER               PIC X(12) VALUE 'CWCDDREG WS:'.
       77  WS-EMP-FILE-STATUS   PIC X(2)  VALUE '00'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
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
               DISPLAY 'CWCDDREG - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDDREG - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
