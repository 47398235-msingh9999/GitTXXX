       ID DIVISION.
       PROGRAM-ID.  CWCDPPAY.
      ***************************************************************
      ** POSITIVE-PAY ISSUE FILE - RUNS AFTER CWCDCHKP AND READS THE
      ** CHECKREG KSDS END TO END, PUTTING EVERY PAPER CHECK THE BANK
      ** HAS NOT YET BEEN TOLD ABOUT ON THE FIXED-FORMAT PPAYFILE
      ** TRANSMISSION (HEADER / ONE DETAIL PER ITEM / TRAILER, THE
      ** SAME SHAPE AS THE CWCDCHKP BANKFILE).  A CHECK ISSUED GOES
      ** AS AN ISSUE ITEM; A CHECK VOIDED BY CWCDCHKM GOES AS A VOID
      ** ITEM SO THE BANK WILL REFUSE IT - WHETHER OR NOT THE ISSUE
      ** WAS EVER SENT.  DEPOSIT ADVICES (TYPE D) NEVER REACH THE
      ** BANK AS ITEMS AND ARE LEFT OUT.  CKR-PP-SENT RECORDS WHICH
      ** STATUS THE BANK LAST SAW AND CKR-PP-PERIOD THE RUN THAT
      ** SENT IT, SO A RERUN FOR THE SAME PERIOD REBUILDS THE SAME
      ** FILE AND A LATER RUN ONLY SENDS WHAT HAS CHANGED SINCE.
      ** A LISTING OF THE ITEMS SENT, WITH ISSUE AND VOID CONTROL
      ** TOTALS MATCHING THE FILE TRAILER, GOES TO PPAYRPT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKREG-FILE ASSIGN TO CHECKREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS CKR-CHECK-NO
                  FILE STATUS   IS WS-CKR-FILE-STATUS.

           SELECT EMPMSTR-FILE  ASSIGN TO EMPMSTR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMPM-EMP-NUM
                  FILE STATUS   IS WS-MSTR-FILE-STATUS.

           SELECT PPAY-FILE     ASSIGN TO PPAYFILE
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-PPF-FILE-STATUS.

           SELECT PPAY-REPORT   ASSIGN TO PPAYRPT
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

       FD  PPAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PPAY-RECORD         PIC X(80).

       FD  PPAY-REPORT
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
       77  FILLER               PIC X(12) VALUE 'CWCDPPAY WS:'.
       77  WS-CKR-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-MSTR-FILE-STATUS  PIC X(2)  VALUE '00'.
       77  WS-PPF-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-CKR-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  CKR-FILE-OPEN              VALUE 'Y'.
       77  WS-MSTR-OPEN-SWITCH  PIC X     VALUE 'N'.
           88  MSTR-FILE-OPEN             VALUE 'Y'.
       77  WS-PPF-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PPF-FILE-OPEN              VALUE 'Y'.
       77  WS-RPT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RPT-FILE-OPEN              VALUE 'Y'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-EOF-SWITCH        PIC X     VALUE 'N'.
           88  END-OF-REGISTER            VALUE 'Y'.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RUN-DATE          PIC 9(7)  VALUE ZERO.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-REG-READ          PIC 9(7)  VALUE ZERO.
       77  WS-ADVICES-SKIPPED   PIC 9(7)  VALUE ZERO.
       77  WS-ISSUES-SENT       PIC 9(7)  VALUE ZERO.
       77  WS-VOIDS-SENT        PIC 9(7)  VALUE ZERO.
       77  WS-ITEMS-SENT        PIC 9(7)  VALUE ZERO.
       77  WS-ISSUE-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  WS-VOID-TOTAL        PIC 9(9)V99 VALUE ZERO.

      ** POSITIVE-PAY TRANSMISSION RECORDS - ONE HEADER, ONE DETAIL
      ** PER ISSUED OR VOIDED CHECK, ONE TRAILER.  PD-VOID-FLAG IS V
      ** ON A VOID ITEM AND BLANK ON AN ISSUE.  THE PAYEE NAME IS
      ** BLANK WHEN THE EMPLOYEE HAS NO EMPMSTR MASTER.
       01  PPAY-HEADER-RECORD.
           05  FILLER           PIC X     VALUE 'H'.
           05  PH-RUN-DATE      PIC 9(7).
           05  PH-PERIOD        PIC X(8).
           05  FILLER           PIC X(64) VALUE SPACES.

       01  PPAY-DETAIL-RECORD.
           05  FILLER           PIC X     VALUE 'D'.
           05  PD-CHECK-NO      PIC X(6).
           05  PD-ISSUE-DATE    PIC 9(7).
           05  PD-AMOUNT        PIC 9(7)V99.
           05  PD-VOID-FLAG     PIC X.
           05  PD-EMP-NUM       PIC X(5).
           05  PD-PAYEE-NAME    PIC X(10).
           05  FILLER           PIC X(41) VALUE SPACES.

       01  PPAY-TRAILER-RECORD.
           05  FILLER           PIC X     VALUE 'T'.
           05  PT-ITEM-COUNT    PIC 9(7).
           05  PT-ISSUE-COUNT   PIC 9(7).
           05  PT-ISSUE-TOTAL   PIC 9(9)V99.
           05  PT-VOID-COUNT    PIC 9(7).
           05  PT-VOID-TOTAL    PIC 9(9)V99.
           05  FILLER           PIC X(36) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(42) VALUE
               '*** CWCDPPAY - POSITIVE-PAY ISSUE LIST ***'.
           05  FILLER           PIC X(8)  VALUE ' PERIOD '.
           05  HL-PERIOD        PIC X(8).
           05  FILLER           PIC X(74) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(6)  VALUE 'CHECK#'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(4)  VALUE 'ITEM'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE 'ISSUED '.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(5)  VALUE 'EMP #'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'PAYEE'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE '       AMOUNT'.
           05  FILLER           PIC X(72) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-CHECK-NO      PIC X(6).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-ITEM          PIC X(5).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-ISSUE-DATE    PIC 9(7).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-PAYEE-NAME    PIC X(10).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(72) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'REGISTER RECORDS READ: '.
           05  TL-REG-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'DEPOSIT ADVICES SKIP : '.
           05  TL-ADVICES       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'ISSUE ITEMS SENT     : '.
           05  TL-ISSUES-SENT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'ISSUE AMOUNT SENT    : '.
           05  TL-ISSUE-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'VOID ITEMS SENT      : '.
           05  TL-VOIDS-SENT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'VOID AMOUNT SENT     : '.
           05  TL-VOID-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 300-READ-REGISTER
               PERFORM 200-PROCESS-CHECK THRU 200-PROCESS-EXIT
                       UNTIL END-OF-REGISTER
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

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RUN-DATE.

           OPEN I-O    CHECKREG-FILE.
           IF WS-CKR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - CHECKREG OPEN FAILED, STATUS='
                       WS-CKR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-CKR-OPEN-SWITCH.

           OPEN INPUT  EMPMSTR-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - EMPMSTR OPEN FAILED, STATUS='
                       WS-MSTR-FILE-STATUS ' - PAYEE NAMES BLANK'
           ELSE
               MOVE 'Y' TO WS-MSTR-OPEN-SWITCH.

           OPEN OUTPUT PPAY-FILE.
           IF WS-PPF-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - PPAYFILE OPEN FAILED, STATUS='
                       WS-PPF-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PPF-OPEN-SWITCH.

           OPEN OUTPUT PPAY-REPORT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - PPAYRPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.

           MOVE WS-RUN-DATE   TO PH-RUN-DATE.
           MOVE WS-RUN-PERIOD TO PH-PERIOD.
           WRITE PPAY-RECORD FROM PPAY-HEADER-RECORD.
           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
       100-INITIALIZE-EXIT.
           EXIT.

      ***************************************************************
      ** ONE REGISTER RECORD.  THE '000000' CONTROL RECORD AND
      ** DEPOSIT ADVICES ARE PASSED OVER.  A CHECK GOES TO THE BANK
      ** WHEN ITS STATUS HAS CHANGED SINCE THE BANK LAST SAW IT, OR
      ** WHEN THIS SAME PERIOD SENT IT BEFORE (A RERUN).
      ***************************************************************
       200-PROCESS-CHECK.
           IF CKR-CHECK-NO = '000000'
               GO TO 200-PROCESS-NEXT.
           ADD +1 TO WS-REG-READ.
           IF CKR-TYPE = 'D'
               ADD +1 TO WS-ADVICES-SKIPPED
               GO TO 200-PROCESS-NEXT.
           IF CKR-PP-SENT = CKR-STATUS AND
              CKR-PP-PERIOD NOT = WS-RUN-PERIOD
               GO TO 200-PROCESS-NEXT.

           PERFORM 400-WRITE-ITEM THRU 400-WRITE-ITEM-EXIT.

           MOVE CKR-STATUS    TO CKR-PP-SENT.
           MOVE WS-RUN-PERIOD TO CKR-PP-PERIOD.
           REWRITE CHECK-REG-RECORD.
           IF WS-CKR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - CHECKREG REWRITE FAILED, STATUS='
                       WS-CKR-FILE-STATUS ' CHECK=' CKR-CHECK-NO.
       200-PROCESS-NEXT.
           PERFORM 300-READ-REGISTER.
       200-PROCESS-EXIT.
           EXIT.

       300-READ-REGISTER.
           READ CHECKREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      ***************************************************************
      ** ONE POSITIVE-PAY ITEM AND ITS LISTING LINE.  THE AMOUNT IS
      ** THE FACE OF THE CHECK (CKR-NET).
      ***************************************************************
       400-WRITE-ITEM.
           MOVE SPACES TO PD-PAYEE-NAME.
           IF MSTR-FILE-OPEN
               MOVE CKR-EMP-NUM TO EMPM-EMP-NUM
               READ EMPMSTR-FILE
               IF WS-MSTR-FILE-STATUS = '00'
                   MOVE EMPM-NAME TO PD-PAYEE-NAME.
           IF CKR-NET NOT NUMERIC
               MOVE ZERO TO CKR-NET.
           MOVE CKR-CHECK-NO TO PD-CHECK-NO.
           MOVE CKR-DATE     TO PD-ISSUE-DATE.
           MOVE CKR-NET      TO PD-AMOUNT.
           MOVE CKR-EMP-NUM  TO PD-EMP-NUM.
           IF CKR-STATUS = 'V'
               MOVE 'V'   TO PD-VOID-FLAG
               MOVE 'VOID' TO DL-ITEM
               ADD +1      TO WS-VOIDS-SENT
               ADD CKR-NET TO WS-VOID-TOTAL
           ELSE
               MOVE SPACE  TO PD-VOID-FLAG
               MOVE 'ISSUE' TO DL-ITEM
               ADD +1      TO WS-ISSUES-SENT
               ADD CKR-NET TO WS-ISSUE-TOTAL.
           WRITE PPAY-RECORD FROM PPAY-DETAIL-RECORD.
           ADD +1 TO WS-ITEMS-SENT.

           MOVE CKR-CHECK-NO  TO DL-CHECK-NO.
           MOVE CKR-DATE      TO DL-ISSUE-DATE.
           MOVE CKR-EMP-NUM   TO DL-EMP-NUM.
           MOVE PD-PAYEE-NAME TO DL-PAYEE-NAME.
           MOVE CKR-NET       TO DL-AMOUNT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       400-WRITE-ITEM-EXIT.
           EXIT.

       700-WRITE-TRAILER.
           MOVE WS-ITEMS-SENT  TO PT-ITEM-COUNT.
           MOVE WS-ISSUES-SENT TO PT-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL TO PT-ISSUE-TOTAL.
           MOVE WS-VOIDS-SENT  TO PT-VOID-COUNT.
           MOVE WS-VOID-TOTAL  TO PT-VOID-TOTAL.
           WRITE PPAY-RECORD FROM PPAY-TRAILER-RECORD.

           MOVE WS-REG-READ        TO TL-REG-READ.
           MOVE WS-ADVICES-SKIPPED TO TL-ADVICES.
           MOVE WS-ISSUES-SENT     TO TL-ISSUES-SENT.
           MOVE WS-ISSUE-TOTAL     TO TL-ISSUE-TOTAL.
           MOVE WS-VOIDS-SENT      TO TL-VOIDS-SENT.
           MOVE WS-VOID-TOTAL      TO TL-VOID-TOTAL.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  READ THE PERIOD FROM RUNPARM, REFUSE
      ** TO START UNLESS CWCDCHKP HAS A CLEAN COMPLETION FOR THE
      ** PERIOD - THE BANK MUST NEVER SEE A HALF-WRITTEN REGISTER -
      ** THEN MARK THIS JOB STARTED (STATUS S) ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDPPAY - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDPPAY - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDCHKP'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00' OR
              RCTL-STATUS NOT = 'C'
               DISPLAY 'CWCDPPAY - CWCDCHKP NOT COMPLETE FOR PERIOD '
                       WS-RUN-PERIOD ' - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPPAY'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDPPAY'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - RUNCTL START WRITE FAILED,'
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
               DISPLAY 'CWCDPPAY - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDPPAY'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'            TO RCTL-STATUS.
           MOVE WS-RC-DATE     TO RCTL-END-DATE.
           MOVE WS-ITEMS-SENT  TO RCTL-REC-COUNT.
           MOVE WS-ISSUE-TOTAL TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDPPAY - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF CKR-FILE-OPEN
               CLOSE CHECKREG-FILE.
           IF MSTR-FILE-OPEN
               CLOSE EMPMSTR-FILE.
           IF PPF-FILE-OPEN
               CLOSE PPAY-FILE.
           IF RPT-FILE-OPEN
               CLOSE PPAY-REPORT.
