                  RECORD KEY    IS RCTL-KEY
                  FILE STATUS   IS WS-RCT-FILE-STATUS.

           SELECT PAYCAL-FILE   ASSIGN TO PAYCAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PCL-PERIOD-END
                  FILE STATUS   IS WS-PCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-KEY.
               10  AUD-EMP-NUM      PIC X(5).
           05  AUD-NEW-HOURS        PIC 999.
           05  AUD-OLD-TOTPAY       PIC 9(5)V99.
           05  AUD-NEW-TOTPAY       PIC 9(5)V99.
           05  AUD-OLD-YTD-GRS      PIC S9(7)V99.
           05  AUD-NEW-YTD-GRS      PIC S9(7)V99.
           05  AUD-OLD-YTD-TAX      PIC S9(5)V99.
           05  AUD-NEW-YTD-TAX      PIC S9(5)V99.

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
       77  FILLER               PIC X(12) VALUE 'CWCDAUDR WS:'.
       77  WS-AUD-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-SEL-COUNT         PIC 9(7)  VALUE ZERO.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           05  FILLER           PIC X(8)  VALUE 'HRS O/N'.
           05  FILLER           PIC X(20) VALUE
               'TOTPAY OLD/NEW'.
           05  FILLER           PIC X(24) VALUE
               'YTD-GRS OLD/NEW'.
           05  FILLER           PIC X(20) VALUE
               'YTD-TAX OLD/NEW'.
           05  FILLER           PIC X(28) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(1)  VALUE '/'.
           05  DL-NEW-TOTPAY    PIC ZZZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  DL-OLD-YTD-GRS   PIC ZZZZZZ9.99-.
           05  FILLER           PIC X(1)  VALUE '/'.
           05  DL-NEW-YTD-GRS   PIC ZZZZZZ9.99-.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  DL-OLD-YTD-TAX   PIC ZZZZ9.99-.
           05  FILLER           PIC X(1)  VALUE '/'.
           05  DL-NEW-YTD-TAX   PIC ZZZZ9.99-.
           05  FILLER           PIC X(31) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
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
               DISPLAY 'CWCDAUDR - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDAUDR - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
