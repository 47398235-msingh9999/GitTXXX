      ***************************************************************
      ** BATCH SECURITY LOG REPORT - READS THE PERMANENT SECLOG
      ** VSAM KSDS (WRITTEN BY THE MAINTENANCE TRANSACTIONS CWCDEMPM
      ** / CWCDTAXM / CWCDDEDM / CWCDBNKM / CWCDCHKM / CWCDLVEM /
      ** CWCDCALM FOR EVERY DENIED ATTEMPT AND EVERY SUCCESSFUL
      ** MAINTENANCE ACTION, AND BY THOSE AND CWDEMCB2 FOR EVERY
      ** CHANGE REFUSED BY THE PAY-PERIOD LOCK) END TO END AND
      ** PRINTS THE WHO/WHEN/WHAT TRAIL
      ** SELECTED BY THE SECPARM CONTROL CARD, MODELED ON CWCDAUDR'S
      ** AUDPARM:
      **   COL 1      SELECTION TYPE - T TERMINAL (SEC-TRMID)
      **                               N TRANSACTION (SEC-TRNID)
      **                               D DATE (0CYYDDD, AS EIBDATE)
      **                               R RESULT (DENIED/ALLOWED/LOCKED)
      **                               * EVERYTHING
      **   COLS 2-9   SELECTION VALUE, LEFT-JUSTIFIED
      ** ONE LINE PER LOG RECORD PLUS A CONTROL-TOTAL TRAILER LIKE
      ** CWCDPREG'S (RECORDS READ / SELECTED / DENIED / LOCKED).
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
      ** SAME LAYOUT AS SECURITY-LOG-RECORD IN THE MAINTENANCE
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
       77  FILLER               PIC X(12) VALUE 'CWCDSECR WS:'.
       77  WS-SEC-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-REC-COUNT         PIC 9(7)  VALUE ZERO.
       77  WS-SEL-COUNT         PIC 9(7)  VALUE ZERO.
       77  WS-DENIED-COUNT      PIC 9(7)  VALUE ZERO.
       77  WS-LOCKED-COUNT      PIC 9(7)  VALUE ZERO.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           05  TL-DENIED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'PERIOD-LOCK REFUSALS : '.
           05  TL-LOCKED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           ADD +1 TO WS-SEL-COUNT.
           IF SEC-RESULT EQUAL 'DENIED  '
               ADD +1 TO WS-DENIED-COUNT.
           IF SEC-RESULT EQUAL 'LOCKED  '
               ADD +1 TO WS-LOCKED-COUNT.
           MOVE SEC-TRMID   TO DL-TRMID.
           MOVE SEC-TRNID   TO DL-TRNID.
           MOVE SEC-TASKN   TO DL-TASKN.
           MOVE WS-REC-COUNT    TO TL-REC-COUNT.
           MOVE WS-SEL-COUNT    TO TL-SEL-COUNT.
           MOVE WS-DENIED-COUNT TO TL-DENIED.
           MOVE WS-LOCKED-COUNT TO TL-LOCKED.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  THE SECURITY REPORT HAS NO UPSTREAM
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
               DISPLAY 'CWCDSECR - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDSECR - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
