       ID DIVISION.
       PROGRAM-ID.  CWCDNHTR.
      ***************************************************************
      ** MONTHLY NEW-HIRE AND TERMINATION REPORT - READS THE EMPMSTR
      ** VSAM KSDS END TO END TWICE FOR THE CALENDAR MONTH OF THE
      ** RUNPARM PERIOD (CCYYMM OF THE PERIOD END DATE):
      **   - NEW HIRES, EVERY MASTER WHOSE EMPM-HIRE-DATE FALLS IN
      **     THE MONTH, WITH THE SSN, MAILING ADDRESS, STATE, ZIP,
      **     BIRTH DATE AND HIRE DATE THE STATE NEW-HIRE REPORT ASKS
      **     FOR,
      **   - TERMINATIONS, EVERY MASTER WHOSE EMPM-TERM-DATE FALLS IN
      **     THE MONTH, WITH THE FINAL-CHECK FLAG AND THE PERIOD THE
      **     FINAL CHECK WENT OUT IN (BLANK UNTIL CWCDCHKP PRINTS IT).
      ** A REHIRE SHOWS AS A NEW HIRE ON ITS NEW HIRE DATE - CWCDEMPM
      ** CLEARS THE OLD TERMINATION DATE WHEN IT REHIRES.  RUN IT
      ** WITH THE LAST PERIOD END OF THE MONTH ON THE RUNPARM CARD.
      ** CONTROL-TOTAL TRAILER LIKE CWCDPREG'S.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT HIRE-TERM-REPORT ASSIGN TO NHTRPT
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

       FD  HIRE-TERM-REPORT
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
       77  FILLER               PIC X(12) VALUE 'CWCDNHTR WS:'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-RPT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RPT-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-EOF-SWITCH        PIC X     VALUE 'N'.
           88  END-OF-EMPMSTR             VALUE 'Y'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-READ-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-HIRE-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-TERM-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-LISTED-COUNT      PIC 9(7)  VALUE ZERO.

      ** THE RUNPARM PERIOD END DATE, AND THE REPORT MONTH IN FRONT
      ** OF IT.
       01  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       01  WS-RUN-PERIOD-R      REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-MONTH     PIC X(6).
           05  FILLER           PIC X(2).

      ** A HIRE OR TERMINATION DATE SPLIT THE SAME WAY.
       01  WS-EVENT-DATE        PIC X(8)  VALUE SPACES.
       01  WS-EVENT-DATE-R      REDEFINES WS-EVENT-DATE.
           05  WS-EVENT-MONTH   PIC X(6).
           05  FILLER           PIC X(2).

       01  HEADING-LINE-1.
           05  FILLER           PIC X(48) VALUE
               '*** CWCDNHTR - NEW HIRES AND TERMINATIONS ***'.
           05  FILLER           PIC X(7)  VALUE 'MONTH '.
           05  HL-MONTH         PIC X(6).
           05  FILLER           PIC X(71) VALUE SPACES.

       01  HIRE-HEADING-1.
           05  FILLER           PIC X(20) VALUE
               '--- NEW HIRES ---'.
           05  FILLER           PIC X(112) VALUE SPACES.

       01  HIRE-HEADING-2.
           05  FILLER           PIC X(7)  VALUE 'EMP #'.
           05  FILLER           PIC X(12) VALUE 'NAME'.
           05  FILLER           PIC X(13) VALUE 'SSN'.
           05  FILLER           PIC X(16) VALUE 'ADDRESS'.
           05  FILLER           PIC X(13) VALUE 'CITY'.
           05  FILLER           PIC X(4)  VALUE 'ST'.
           05  FILLER           PIC X(7)  VALUE 'ZIP'.
           05  FILLER           PIC X(10) VALUE 'BIRTH'.
           05  FILLER           PIC X(10) VALUE 'HIRED'.
           05  FILLER           PIC X(6)  VALUE 'DEPT'.
           05  FILLER           PIC X(4)  VALUE 'PAY'.
           05  FILLER           PIC X(30) VALUE SPACES.

       01  HIRE-DETAIL.
           05  HD-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-SOC-SEC       PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-ADDRESS       PIC X(14).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-CITY          PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-STATE         PIC X(2).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-ZIP           PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-BIRTH-DATE    PIC X(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-HIRE-DATE     PIC X(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-DEPT          PIC X(4).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  HD-PAY-TYPE      PIC X.
           05  FILLER           PIC X(33) VALUE SPACES.

       01  TERM-HEADING-1.
           05  FILLER           PIC X(20) VALUE
               '--- TERMINATIONS ---'.
           05  FILLER           PIC X(112) VALUE SPACES.

       01  TERM-HEADING-2.
           05  FILLER           PIC X(7)  VALUE 'EMP #'.
           05  FILLER           PIC X(12) VALUE 'NAME'.
           05  FILLER           PIC X(13) VALUE 'SSN'.
           05  FILLER           PIC X(6)  VALUE 'DEPT'.
           05  FILLER           PIC X(10) VALUE 'HIRED'.
           05  FILLER           PIC X(10) VALUE 'TERMINATED'.
           05  FILLER           PIC X(8)  VALUE 'STATUS'.
           05  FILLER           PIC X(7)  VALUE 'FINAL'.
           05  FILLER           PIC X(12) VALUE 'PAID IN'.
           05  FILLER           PIC X(47) VALUE SPACES.

       01  TERM-DETAIL.
           05  TD-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  TD-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  TD-SOC-SEC       PIC X(11).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  TD-DEPT          PIC X(4).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  TD-HIRE-DATE     PIC X(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  TD-TERM-DATE     PIC X(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  TD-STATUS        PIC X.
           05  FILLER           PIC X(7)  VALUE SPACES.
           05  TD-FINAL-CHECK   PIC X.
           05  FILLER           PIC X(6)  VALUE SPACES.
           05  TD-FINAL-PERIOD  PIC X(8).
           05  FILLER           PIC X(51) VALUE SPACES.

       01  NONE-LINE.
           05  FILLER           PIC X(20) VALUE
               '    NONE THIS MONTH'.
           05  FILLER           PIC X(112) VALUE SPACES.

       01  BLANK-LINE           PIC X(132) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'EMPMSTR RECORDS READ : '.
           05  TL-READ-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'NEW HIRES LISTED     : '.
           05  TL-HIRE-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'TERMINATIONS LISTED  : '.
           05  TL-TERM-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 200-LIST-NEW-HIRE
                       UNTIL END-OF-EMPMSTR
               PERFORM 400-START-TERMINATIONS
                       THRU 400-START-TERMINATIONS-EXIT
               PERFORM 500-LIST-TERMINATION
                       UNTIL END-OF-EMPMSTR
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

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN OUTPUT HIRE-TERM-REPORT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - NHTRPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.

           MOVE WS-RUN-MONTH TO HL-MONTH.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HIRE-HEADING-1.
           WRITE REPORT-LINE FROM HIRE-HEADING-2.

           PERFORM 300-READ-NEXT-MASTER.
       100-INITIALIZE-EXIT.
           EXIT.

      ***************************************************************
      ** FIRST PASS - A MASTER HIRED IN THE REPORT MONTH.
      ***************************************************************
       200-LIST-NEW-HIRE.
           ADD +1 TO WS-READ-COUNT.
           MOVE EMPM-HIRE-DATE TO WS-EVENT-DATE.
           IF WS-EVENT-DATE NUMERIC AND
              WS-EVENT-MONTH = WS-RUN-MONTH
               ADD +1 TO WS-HIRE-COUNT
               MOVE EMPM-EMP-NUM    TO HD-EMP-NUM
               MOVE EMPM-NAME       TO HD-NAME
               MOVE EMPM-SOC-SEC    TO HD-SOC-SEC
               MOVE EMPM-ADDRESS    TO HD-ADDRESS
               MOVE EMPM-CITY       TO HD-CITY
               MOVE EMPM-STATE      TO HD-STATE
               MOVE EMPM-ZIP        TO HD-ZIP
               MOVE EMPM-BIRTH-DATE TO HD-BIRTH-DATE
               MOVE EMPM-HIRE-DATE  TO HD-HIRE-DATE
               MOVE EMPM-DEPT       TO HD-DEPT
               MOVE EMPM-PAY-TYPE   TO HD-PAY-TYPE
               WRITE REPORT-LINE FROM HIRE-DETAIL.
           PERFORM 300-READ-NEXT-MASTER.

       300-READ-NEXT-MASTER.
           READ EMPMSTR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      ***************************************************************
      ** BACK TO THE TOP OF EMPMSTR FOR THE SECOND PASS.
      ***************************************************************
       400-START-TERMINATIONS.
           IF WS-HIRE-COUNT = ZERO
               WRITE REPORT-LINE FROM NONE-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM TERM-HEADING-1.
           WRITE REPORT-LINE FROM TERM-HEADING-2.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO EMPM-EMP-NUM.
           START EMPMSTR-FILE KEY NOT < EMPM-EMP-NUM.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 400-START-TERMINATIONS-EXIT.
           PERFORM 300-READ-NEXT-MASTER.
       400-START-TERMINATIONS-EXIT.
           EXIT.

      ***************************************************************
      ** SECOND PASS - A MASTER TERMINATED IN THE REPORT MONTH.
      ***************************************************************
       500-LIST-TERMINATION.
           MOVE EMPM-TERM-DATE TO WS-EVENT-DATE.
           IF WS-EVENT-DATE NUMERIC AND
              WS-EVENT-MONTH = WS-RUN-MONTH
               ADD +1 TO WS-TERM-COUNT
               MOVE EMPM-EMP-NUM      TO TD-EMP-NUM
               MOVE EMPM-NAME         TO TD-NAME
               MOVE EMPM-SOC-SEC      TO TD-SOC-SEC
               MOVE EMPM-DEPT         TO TD-DEPT
               MOVE EMPM-HIRE-DATE    TO TD-HIRE-DATE
               MOVE EMPM-TERM-DATE    TO TD-TERM-DATE
               MOVE EMPM-STATUS       TO TD-STATUS
               MOVE EMPM-FINAL-CHECK  TO TD-FINAL-CHECK
               MOVE EMPM-FINAL-PERIOD TO TD-FINAL-PERIOD
               WRITE REPORT-LINE FROM TERM-DETAIL.
           PERFORM 300-READ-NEXT-MASTER.

       700-WRITE-TRAILER.
           IF WS-TERM-COUNT = ZERO
               WRITE REPORT-LINE FROM NONE-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE WS-READ-COUNT    TO TL-READ-COUNT.
           MOVE WS-HIRE-COUNT    TO TL-HIRE-COUNT.
           MOVE WS-TERM-COUNT    TO TL-TERM-COUNT.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  THIS JOB HAS NO UPSTREAM
      ** PREREQUISITE - IT JUST RECORDS ITS OWN START AND CLEAN
      ** COMPLETION ON RUNCTL SO OPERATIONS (AND CWCDYEND'S ANY-JOB-
      ** OPEN CHECK) CAN SEE IT.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDNHTR - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDNHTR - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDNHTR'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDNHTR'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - RUNCTL START WRITE FAILED,'
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
               DISPLAY 'CWCDNHTR - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDNHTR'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           COMPUTE WS-LISTED-COUNT = WS-HIRE-COUNT + WS-TERM-COUNT.
           MOVE 'C'             TO RCTL-STATUS.
           MOVE WS-RC-DATE      TO RCTL-END-DATE.
           MOVE WS-LISTED-COUNT TO RCTL-REC-COUNT.
           MOVE ZERO            TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDNHTR - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF RPT-FILE-OPEN
               CLOSE HIRE-TERM-REPORT.
