       ID DIVISION.
       PROGRAM-ID.  CWCDBREC.
      ***************************************************************
      ** CLEARED-CHECK BANK RECONCILIATION - READS THE BANK'S PAID-
      ** ITEMS FILE (PAIDITEM: HEADER / ONE DETAIL PER CHECK PAID /
      ** TRAILER) AND MATCHES EVERY ITEM TO ITS CHECKREG RECORD BY
      ** CHECK NUMBER.  A MATCHED CHECK IS MARKED CLEARED BY SETTING
      ** CKR-PAID-DATE TO THE BANK'S PAID DATE.  THE EXCEPTION PART
      ** OF THE REPORT LISTS EVERY ITEM THAT DID NOT CLEAR CLEANLY:
      **   - PAID FOR AN AMOUNT OTHER THAN THE CHECK WAS ISSUED FOR,
      **   - PAID BUT NEVER ISSUED (NO SUCH CHECK, OR A DEPOSIT
      **     ADVICE NUMBER),
      **   - PAID AFTER THE CHECK WAS VOIDED BY CWCDCHKM,
      **   - PAID A SECOND TIME (ALREADY CLEARED).
      ** AN ITEM ALREADY CLEARED FOR THE SAME PAID DATE AND AMOUNT IS
      ** THE SAME PAIDITEM FILE BEING RUN AGAIN - IT IS COUNTED AS A
      ** RE-CLEAR AND SKIPPED, NOT REPORTED AS PAID TWICE.
      ** THE BANK TRAILER COUNT AND AMOUNT ARE PROVED AGAINST THE
      ** DETAILS READ.  THE SECOND PART LISTS EVERY CHECK STILL
      ** OUTSTANDING, AGED FROM ITS ISSUE DATE TO TODAY, WITH CHECKS
      ** PAST WS-STALE-DAYS FLAGGED STALE AND PAST WS-ESCHEAT-DAYS
      ** FLAGGED FOR ESCHEATMENT FOLLOW-UP.  BUCKET COUNTS AND
      ** AMOUNTS CLOSE THE REPORT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEM-FILE ASSIGN TO PAIDITEM
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WS-PDI-FILE-STATUS.

           SELECT CHECKREG-FILE ASSIGN TO CHECKREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CKR-CHECK-NO
                  FILE STATUS   IS WS-CKR-FILE-STATUS.

           SELECT RECON-REPORT  ASSIGN TO BRECRPT
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
      ** BANK PAID-ITEMS FILE.  RECORD TYPE H HEADER, D ONE PAID
      ** CHECK, T TRAILER WITH THE BANK'S OWN COUNT AND TOTAL.  THE
      ** PAID DATE IS CCYYMMDD.
       FD  PAID-ITEM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAID-ITEM-RECORD.
           05  PI-REC-TYPE      PIC X.
               88  PI-HEADER                  VALUE 'H'.
               88  PI-DETAIL                  VALUE 'D'.
               88  PI-TRAILER                 VALUE 'T'.
           05  PI-CHECK-NO      PIC X(6).
           05  PI-PAID-DATE     PIC X(8).
           05  PI-AMOUNT        PIC 9(7)V99.
           05  FILLER           PIC X(56).
       01  PAID-TRAILER-RECORD.
           05  FILLER           PIC X.
           05  PT-ITEM-COUNT    PIC 9(7).
           05  PT-ITEM-TOTAL    PIC 9(9)V99.
           05  FILLER           PIC X(61).

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

       FD  RECON-REPORT
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
       77  FILLER               PIC X(12) VALUE 'CWCDBREC WS:'.
       77  WS-PDI-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-CKR-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RPT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RNP-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-RCT-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PCL-FILE-STATUS   PIC X(2)  VALUE '00'.
       77  WS-PDI-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  PDI-FILE-OPEN              VALUE 'Y'.
       77  WS-CKR-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  CKR-FILE-OPEN              VALUE 'Y'.
       77  WS-RPT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RPT-FILE-OPEN              VALUE 'Y'.
       77  WS-RNP-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RNP-FILE-OPEN              VALUE 'Y'.
       77  WS-RCT-OPEN-SWITCH   PIC X     VALUE 'N'.
           88  RCT-FILE-OPEN              VALUE 'Y'.
       77  WS-INIT-OK-SWITCH    PIC X     VALUE 'Y'.
           88  INIT-OK                    VALUE 'Y'.
       77  WS-PDI-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-PAID-ITEMS          VALUE 'Y'.
       77  WS-CKR-EOF-SWITCH    PIC X     VALUE 'N'.
           88  END-OF-REGISTER            VALUE 'Y'.
       77  WS-TRAILER-SWITCH    PIC X     VALUE 'N'.
           88  BANK-TRAILER-SEEN          VALUE 'Y'.
       77  WS-BANK-NUM-SWITCH   PIC X     VALUE 'N'.
           88  BANK-TRAILER-NUMERIC       VALUE 'Y'.
      ** THE BANK'S TRAILER COUNT AND TOTAL, SAVED WHEN THE TRAILER
      ** IS READ - THE RECORD AREA IS GONE ONCE END OF FILE IS HIT.
       77  WS-BANK-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-BANK-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77  WS-RUN-PERIOD        PIC X(8)  VALUE SPACES.
       77  WS-RC-DATE           PIC 9(7)  VALUE ZERO.
       77  WS-RUN-DATE          PIC 9(7)  VALUE ZERO.
      ** AGE AT WHICH AN OUTSTANDING CHECK IS STALE-DATED (THE BANK
      ** MAY REFUSE IT) AND AT WHICH IT IS REPORTED FOR UNCLAIMED-
      ** PROPERTY ESCHEATMENT FOLLOW-UP.  CHECK BOTH AGAINST THE
      ** STATE DORMANCY PERIOD BEFORE CHANGING THEM.
       77  WS-STALE-DAYS        PIC 9(5)  VALUE 180.
       77  WS-ESCHEAT-DAYS      PIC 9(5)  VALUE 365.
       77  WS-RUN-DAYS          PIC 9(7)  VALUE ZERO.
       77  WS-AGE-DAYS          PIC S9(7) VALUE ZERO.
       77  WS-DT-CYYDDD         PIC 9(7)  VALUE ZERO.
       77  WS-DT-YEAR           PIC 9(4)  VALUE ZERO.
       77  WS-DT-DDD            PIC 9(3)  VALUE ZERO.
       77  WS-DT-YEARS          PIC 9(4)  VALUE ZERO.
       77  WS-DT-QUOT           PIC 9(4)  VALUE ZERO.
       77  WS-DT-DAYS           PIC 9(7)  VALUE ZERO.
       77  WS-ITEMS-READ        PIC 9(7)  VALUE ZERO.
       77  WS-ITEMS-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  WS-ITEMS-CLEARED     PIC 9(7)  VALUE ZERO.
       77  WS-AMOUNT-MISMATCH   PIC 9(7)  VALUE ZERO.
       77  WS-NOT-ISSUED        PIC 9(7)  VALUE ZERO.
       77  WS-PAID-AFTER-VOID   PIC 9(7)  VALUE ZERO.
       77  WS-DUPLICATE-PAID    PIC 9(7)  VALUE ZERO.
       77  WS-RE-CLEARED        PIC 9(7)  VALUE ZERO.
       77  WS-EXCEPTIONS        PIC 9(7)  VALUE ZERO.
       77  WS-BUCKET-SUB        PIC S9(3) VALUE ZERO.
       77  WS-OUTSTANDING       PIC 9(7)  VALUE ZERO.
       77  WS-OUTSTANDING-AMT   PIC 9(9)V99 VALUE ZERO.
       77  WS-STALE-COUNT       PIC 9(7)  VALUE ZERO.
       77  WS-ESCHEAT-COUNT     PIC 9(7)  VALUE ZERO.

      ** OUTSTANDING-CHECK AGING BUCKETS - UPPER AGE IN DAYS, LABEL,
      ** AND THE RUNNING COUNT/AMOUNT.  THE LAST BUCKET TAKES
      ** EVERYTHING OLDER.
       01  AGING-TABLE-VALUES.
           05  FILLER           PIC X(17) VALUE '00030  0-30 DAYS '.
           05  FILLER           PIC X(17) VALUE '00060 31-60 DAYS '.
           05  FILLER           PIC X(17) VALUE '00090 61-90 DAYS '.
           05  FILLER           PIC X(17) VALUE '0018091-180 DAYS '.
           05  FILLER           PIC X(17) VALUE '99999OVER 180    '.
       01  AGING-TABLE REDEFINES AGING-TABLE-VALUES.
           05  AGE-BUCKET                 OCCURS 5 TIMES.
               10  AGE-LIMIT    PIC 9(5).
               10  AGE-LABEL    PIC X(12).
       01  AGING-TOTALS.
           05  AGE-TOTAL                  OCCURS 5 TIMES.
               10  AGE-COUNT    PIC 9(7).
               10  AGE-AMOUNT   PIC 9(9)V99.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(50) VALUE
               '*** CWCDBREC - CLEARED-CHECK RECONCILIATION ***'.
           05  FILLER           PIC X(8)  VALUE ' PERIOD '.
           05  HL-PERIOD        PIC X(8).
           05  FILLER           PIC X(66) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(40) VALUE
               'PAID-ITEM EXCEPTIONS'.
           05  FILLER           PIC X(92) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER           PIC X(6)  VALUE 'CHECK#'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(8)  VALUE 'PAID ON'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE '  PAID AMOUNT'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'ISSUED AMOUNT'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(5)  VALUE 'EMP #'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(25) VALUE 'EXCEPTION'.
           05  FILLER           PIC X(47) VALUE SPACES.

       01  EXCEPTION-DETAIL.
           05  EX-CHECK-NO      PIC X(6).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  EX-PAID-DATE     PIC X(8).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  EX-PAID-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  EX-ISSUED-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  EX-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  EX-REASON        PIC X(25).
           05  FILLER           PIC X(47) VALUE SPACES.

       01  BANK-BALANCE-LINE.
           05  FILLER           PIC X(40) VALUE
               '*** BANK TRAILER DOES NOT BALANCE - '.
           05  FILLER           PIC X(7)  VALUE 'COUNT '.
           05  BB-BANK-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(8)  VALUE ' AMOUNT '.
           05  BB-BANK-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(52) VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER           PIC X(40) VALUE
               'OUTSTANDING CHECKS AGED BY ISSUE DATE'.
           05  FILLER           PIC X(92) VALUE SPACES.

       01  HEADING-LINE-5.
           05  FILLER           PIC X(6)  VALUE 'CHECK#'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE 'ISSUED '.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(5)  VALUE 'EMP #'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(12) VALUE '      AMOUNT'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE '   DAYS'.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE 'FLAG'.
           05  FILLER           PIC X(73) VALUE SPACES.

       01  OUTSTANDING-DETAIL.
           05  OD-CHECK-NO      PIC X(6).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  OD-ISSUE-DATE    PIC 9(7).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  OD-EMP-NUM       PIC X(5).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  OD-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(5)  VALUE SPACES.
           05  OD-AGE-DAYS      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  OD-FLAG          PIC X(7).
           05  FILLER           PIC X(73) VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05  FILLER           PIC X(11) VALUE 'OUTSTANDING'.
           05  FILLER           PIC X     VALUE SPACE.
           05  AT-LABEL         PIC X(12).
           05  AT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  AT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(79) VALUE SPACES.

       01  TRAILER-LINE-1.
           05  FILLER           PIC X(23) VALUE
               'BANK PAID ITEMS READ : '.
           05  TL-ITEMS-READ    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-2.
           05  FILLER           PIC X(23) VALUE
               'BANK PAID AMOUNT     : '.
           05  TL-ITEMS-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-3.
           05  FILLER           PIC X(23) VALUE
               'CHECKS CLEARED       : '.
           05  TL-CLEARED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-12.
           05  FILLER           PIC X(23) VALUE
               'RE-CLEARED (RERUN)   : '.
           05  TL-RE-CLEARED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-4.
           05  FILLER           PIC X(23) VALUE
               'AMOUNT MISMATCHES    : '.
           05  TL-MISMATCH      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-5.
           05  FILLER           PIC X(23) VALUE
               'PAID, NEVER ISSUED   : '.
           05  TL-NOT-ISSUED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-6.
           05  FILLER           PIC X(23) VALUE
               'PAID AFTER VOID      : '.
           05  TL-AFTER-VOID    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-7.
           05  FILLER           PIC X(23) VALUE
               'PAID TWICE           : '.
           05  TL-DUPLICATE     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-8.
           05  FILLER           PIC X(23) VALUE
               'CHECKS OUTSTANDING   : '.
           05  TL-OUTSTANDING   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-9.
           05  FILLER           PIC X(23) VALUE
               'OUTSTANDING AMOUNT   : '.
           05  TL-OUTST-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(94)  VALUE SPACES.

       01  TRAILER-LINE-10.
           05  FILLER           PIC X(23) VALUE
               'STALE-DATED          : '.
           05  TL-STALE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       01  TRAILER-LINE-11.
           05  FILLER           PIC X(23) VALUE
               'DUE FOR ESCHEATMENT  : '.
           05  TL-ESCHEAT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
           IF INIT-OK
               PERFORM 300-READ-PAID-ITEM
               PERFORM 200-MATCH-PAID-ITEM THRU 200-MATCH-EXIT
                       UNTIL END-OF-PAID-ITEMS
               PERFORM 450-PROVE-BANK-TRAILER
               PERFORM 500-LIST-OUTSTANDING THRU 500-LIST-EXIT
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
           MOVE WS-RUN-DATE TO WS-DT-CYYDDD.
           PERFORM 650-CYYDDD-TO-DAYS THRU 650-CYYDDD-TO-DAYS-EXIT.
           MOVE WS-DT-DAYS TO WS-RUN-DAYS.
           MOVE ZERO TO AGE-COUNT (1) AGE-AMOUNT (1)
                        AGE-COUNT (2) AGE-AMOUNT (2)
                        AGE-COUNT (3) AGE-AMOUNT (3)
                        AGE-COUNT (4) AGE-AMOUNT (4)
                        AGE-COUNT (5) AGE-AMOUNT (5).

           OPEN INPUT  PAID-ITEM-FILE.
           IF WS-PDI-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - PAIDITEM OPEN FAILED, STATUS='
                       WS-PDI-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-PDI-OPEN-SWITCH.

           OPEN I-O    CHECKREG-FILE.
           IF WS-CKR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - CHECKREG OPEN FAILED, STATUS='
                       WS-CKR-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-CKR-OPEN-SWITCH.

           OPEN OUTPUT RECON-REPORT.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - BRECRPT OPEN FAILED, STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 100-INITIALIZE-EXIT.
           MOVE 'Y' TO WS-RPT-OPEN-SWITCH.

           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
       100-INITIALIZE-EXIT.
           EXIT.

      ***************************************************************
      ** ONE BANK RECORD.  HEADER IS PASSED OVER, TRAILER IS HELD
      ** FOR 450.  A DETAIL IS LOOKED UP ON CHECKREG; ANYTHING BUT A
      ** LIVE, UNCLEARED CHECK FOR THE SAME AMOUNT IS AN EXCEPTION.
      ** A CHECK PAID FOR THE WRONG AMOUNT OR AFTER A VOID STILL
      ** CLEARED THE BANK, SO IT IS MARKED PAID AS WELL AS REPORTED.
      ***************************************************************
       200-MATCH-PAID-ITEM.
           IF PI-TRAILER
               PERFORM 210-SAVE-BANK-TRAILER
               GO TO 200-MATCH-NEXT.
           IF NOT PI-DETAIL
               GO TO 200-MATCH-NEXT.
           IF PI-AMOUNT NOT NUMERIC
               MOVE ZERO TO PI-AMOUNT.
           ADD +1        TO WS-ITEMS-READ.
           ADD PI-AMOUNT TO WS-ITEMS-TOTAL.

           MOVE SPACES       TO EXCEPTION-DETAIL.
           MOVE PI-CHECK-NO  TO EX-CHECK-NO.
           MOVE PI-PAID-DATE TO EX-PAID-DATE.
           MOVE PI-AMOUNT    TO EX-PAID-AMOUNT.

           MOVE PI-CHECK-NO TO CKR-CHECK-NO.
           READ CHECKREG-FILE.
           IF WS-CKR-FILE-STATUS NOT = '00' OR
              CKR-CHECK-NO = '000000' OR
              CKR-TYPE = 'D'
               ADD +1 TO WS-NOT-ISSUED
               MOVE 'PAID - NEVER ISSUED' TO EX-REASON
               PERFORM 400-WRITE-EXCEPTION
               GO TO 200-MATCH-NEXT.

           MOVE CKR-EMP-NUM TO EX-EMP-NUM.
           IF CKR-NET NUMERIC
               MOVE CKR-NET TO EX-ISSUED-AMOUNT.
           IF CKR-PAID-DATE = PI-PAID-DATE AND
              CKR-NET NUMERIC AND PI-AMOUNT = CKR-NET
               ADD +1 TO WS-RE-CLEARED
               GO TO 200-MATCH-NEXT.
           IF CKR-PAID-DATE NOT = SPACES
               ADD +1 TO WS-DUPLICATE-PAID
               MOVE 'ALREADY PAID ON'  TO EX-REASON
               MOVE CKR-PAID-DATE      TO EX-REASON (17:8)
               PERFORM 400-WRITE-EXCEPTION
               GO TO 200-MATCH-NEXT.

           IF CKR-STATUS = 'V'
               ADD +1 TO WS-PAID-AFTER-VOID
               MOVE 'PAID AFTER VOID' TO EX-REASON
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               IF CKR-NET NOT NUMERIC OR PI-AMOUNT NOT = CKR-NET
                   ADD +1 TO WS-AMOUNT-MISMATCH
                   MOVE 'PAID AMOUNT NOT ISSUED' TO EX-REASON
                   PERFORM 400-WRITE-EXCEPTION
               ELSE
                   ADD +1 TO WS-ITEMS-CLEARED.

           MOVE PI-PAID-DATE TO CKR-PAID-DATE.
           REWRITE CHECK-REG-RECORD.
           IF WS-CKR-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - CHECKREG REWRITE FAILED, STATUS='
                       WS-CKR-FILE-STATUS ' CHECK=' CKR-CHECK-NO.
       200-MATCH-NEXT.
           PERFORM 300-READ-PAID-ITEM.
       200-MATCH-EXIT.
           EXIT.

       210-SAVE-BANK-TRAILER.
           MOVE 'Y'  TO WS-TRAILER-SWITCH.
           MOVE 'N'  TO WS-BANK-NUM-SWITCH.
           MOVE ZERO TO WS-BANK-COUNT  WS-BANK-TOTAL.
           IF PT-ITEM-COUNT NUMERIC AND PT-ITEM-TOTAL NUMERIC
               MOVE 'Y' TO WS-BANK-NUM-SWITCH.
           IF PT-ITEM-COUNT NUMERIC
               MOVE PT-ITEM-COUNT TO WS-BANK-COUNT.
           IF PT-ITEM-TOTAL NUMERIC
               MOVE PT-ITEM-TOTAL TO WS-BANK-TOTAL.

       300-READ-PAID-ITEM.
           READ PAID-ITEM-FILE
               AT END
                   MOVE 'Y' TO WS-PDI-EOF-SWITCH
           END-READ.

       400-WRITE-EXCEPTION.
           ADD +1 TO WS-EXCEPTIONS.
           WRITE REPORT-LINE FROM EXCEPTION-DETAIL.

      ***************************************************************
      ** THE BANK'S TRAILER MUST AGREE WITH THE DETAILS ACTUALLY
      ** READ, OR PART OF THE FILE WAS LOST IN TRANSMISSION.  A
      ** MISSING TRAILER IS REPORTED THE SAME WAY.
      ***************************************************************
       450-PROVE-BANK-TRAILER.
           IF BANK-TRAILER-SEEN AND BANK-TRAILER-NUMERIC AND
              WS-BANK-COUNT = WS-ITEMS-READ AND
              WS-BANK-TOTAL = WS-ITEMS-TOTAL
               GO TO 450-PROVE-EXIT.
           MOVE WS-BANK-COUNT TO BB-BANK-COUNT.
           MOVE WS-BANK-TOTAL TO BB-BANK-AMOUNT.
           WRITE REPORT-LINE FROM BANK-BALANCE-LINE.
           DISPLAY 'CWCDBREC - PAIDITEM TRAILER DOES NOT BALANCE'.
       450-PROVE-EXIT.
           EXIT.

      ***************************************************************
      ** SECOND PASS OVER CHECKREG IN CHECK-NUMBER ORDER.  A LIVE
      ** PAPER CHECK (STATUS I, NOT A DEPOSIT ADVICE) WITH NO PAID
      ** DATE IS OUTSTANDING; ITS AGE IS TODAY LESS THE ISSUE DATE.
      ***************************************************************
       500-LIST-OUTSTANDING.
           WRITE REPORT-LINE FROM HEADING-LINE-4.
           WRITE REPORT-LINE FROM HEADING-LINE-5.
           MOVE '000000' TO CKR-CHECK-NO.
           START CHECKREG-FILE KEY > CKR-CHECK-NO.
           IF WS-CKR-FILE-STATUS NOT = '00'
               GO TO 500-LIST-EXIT.
           PERFORM 550-READ-NEXT-CHECK.
           PERFORM 600-AGE-CHECK THRU 600-AGE-EXIT
                   UNTIL END-OF-REGISTER.
       500-LIST-EXIT.
           EXIT.

       550-READ-NEXT-CHECK.
           READ CHECKREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CKR-EOF-SWITCH
           END-READ.

       600-AGE-CHECK.
           IF CKR-STATUS NOT = 'I' OR
              CKR-TYPE = 'D' OR
              CKR-PAID-DATE NOT = SPACES
               GO TO 600-AGE-NEXT.
           IF CKR-NET NOT NUMERIC
               MOVE ZERO TO CKR-NET.
           MOVE ZERO TO WS-AGE-DAYS.
           IF CKR-DATE NUMERIC
               MOVE CKR-DATE TO WS-DT-CYYDDD
               PERFORM 650-CYYDDD-TO-DAYS
                       THRU 650-CYYDDD-TO-DAYS-EXIT
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DT-DAYS.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS.

           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 640-FIND-BUCKET THRU 640-FIND-BUCKET-EXIT.
           ADD +1      TO AGE-COUNT (WS-BUCKET-SUB)
                          WS-OUTSTANDING.
           ADD CKR-NET TO AGE-AMOUNT (WS-BUCKET-SUB)
                          WS-OUTSTANDING-AMT.

           MOVE SPACES TO OD-FLAG.
           IF WS-AGE-DAYS > WS-ESCHEAT-DAYS
               MOVE 'ESCHEAT' TO OD-FLAG
               ADD +1 TO WS-ESCHEAT-COUNT
           ELSE
               IF WS-AGE-DAYS > WS-STALE-DAYS
                   MOVE 'STALE'   TO OD-FLAG
                   ADD +1 TO WS-STALE-COUNT.
           MOVE CKR-CHECK-NO TO OD-CHECK-NO.
           MOVE CKR-DATE     TO OD-ISSUE-DATE.
           MOVE CKR-EMP-NUM  TO OD-EMP-NUM.
           MOVE CKR-NET      TO OD-AMOUNT.
           MOVE WS-AGE-DAYS  TO OD-AGE-DAYS.
           WRITE REPORT-LINE FROM OUTSTANDING-DETAIL.
       600-AGE-NEXT.
           PERFORM 550-READ-NEXT-CHECK.
       600-AGE-EXIT.
           EXIT.

       640-FIND-BUCKET.
           IF WS-BUCKET-SUB NOT < 5
               GO TO 640-FIND-BUCKET-EXIT.
           IF WS-AGE-DAYS NOT > AGE-LIMIT (WS-BUCKET-SUB)
               GO TO 640-FIND-BUCKET-EXIT.
           ADD 1 TO WS-BUCKET-SUB.
           GO TO 640-FIND-BUCKET.
       640-FIND-BUCKET-EXIT.
           EXIT.

      ***************************************************************
      ** CYYDDD (THE REGISTER'S ISSUE-DATE FORM, C = CENTURY PAST
      ** 1900) TO A RUNNING DAY COUNT IN WS-DT-DAYS, SO TWO DATES
      ** CAN BE SUBTRACTED.
      ***************************************************************
       650-CYYDDD-TO-DAYS.
           DIVIDE WS-DT-CYYDDD BY 1000 GIVING WS-DT-YEAR
                  REMAINDER WS-DT-DDD.
           ADD 1900 TO WS-DT-YEAR.
           COMPUTE WS-DT-YEARS = WS-DT-YEAR - 1.
           COMPUTE WS-DT-DAYS = WS-DT-YEARS * 365 + WS-DT-DDD.
           DIVIDE WS-DT-YEARS BY 4   GIVING WS-DT-QUOT.
           ADD WS-DT-QUOT TO WS-DT-DAYS.
           DIVIDE WS-DT-YEARS BY 100 GIVING WS-DT-QUOT.
           SUBTRACT WS-DT-QUOT FROM WS-DT-DAYS.
           DIVIDE WS-DT-YEARS BY 400 GIVING WS-DT-QUOT.
           ADD WS-DT-QUOT TO WS-DT-DAYS.
       650-CYYDDD-TO-DAYS-EXIT.
           EXIT.

       700-WRITE-TRAILER.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 750-WRITE-AGING-TOTAL THRU 750-AGING-TOTAL-EXIT
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5.
           MOVE WS-ITEMS-READ      TO TL-ITEMS-READ.
           MOVE WS-ITEMS-TOTAL     TO TL-ITEMS-TOTAL.
           MOVE WS-ITEMS-CLEARED   TO TL-CLEARED.
           MOVE WS-AMOUNT-MISMATCH TO TL-MISMATCH.
           MOVE WS-NOT-ISSUED      TO TL-NOT-ISSUED.
           MOVE WS-PAID-AFTER-VOID TO TL-AFTER-VOID.
           MOVE WS-DUPLICATE-PAID  TO TL-DUPLICATE.
           MOVE WS-RE-CLEARED      TO TL-RE-CLEARED.
           MOVE WS-OUTSTANDING     TO TL-OUTSTANDING.
           MOVE WS-OUTSTANDING-AMT TO TL-OUTST-AMT.
           MOVE WS-STALE-COUNT     TO TL-STALE.
           MOVE WS-ESCHEAT-COUNT   TO TL-ESCHEAT.
           WRITE REPORT-LINE FROM TRAILER-LINE-1.
           WRITE REPORT-LINE FROM TRAILER-LINE-2.
           WRITE REPORT-LINE FROM TRAILER-LINE-3.
           WRITE REPORT-LINE FROM TRAILER-LINE-12.
           WRITE REPORT-LINE FROM TRAILER-LINE-4.
           WRITE REPORT-LINE FROM TRAILER-LINE-5.
           WRITE REPORT-LINE FROM TRAILER-LINE-6.
           WRITE REPORT-LINE FROM TRAILER-LINE-7.
           WRITE REPORT-LINE FROM TRAILER-LINE-8.
           WRITE REPORT-LINE FROM TRAILER-LINE-9.
           WRITE REPORT-LINE FROM TRAILER-LINE-10.
           WRITE REPORT-LINE FROM TRAILER-LINE-11.

       750-WRITE-AGING-TOTAL.
           MOVE AGE-LABEL  (WS-BUCKET-SUB) TO AT-LABEL.
           MOVE AGE-COUNT  (WS-BUCKET-SUB) TO AT-COUNT.
           MOVE AGE-AMOUNT (WS-BUCKET-SUB) TO AT-AMOUNT.
           WRITE REPORT-LINE FROM AGING-TOTAL-LINE.
       750-AGING-TOTAL-EXIT.
           EXIT.

      ***************************************************************
      ** NIGHTLY RUN CONTROL.  THE RECONCILIATION RUNS WHENEVER THE
      ** BANK'S FILE ARRIVES, SO IT HAS NO UPSTREAM PREREQUISITE - IT
      ** JUST RECORDS ITS OWN START AND CLEAN COMPLETION ON RUNCTL.
      ***************************************************************
       810-RECORD-RUN-START.
           OPEN INPUT  RUNPARM-FILE.
           IF WS-RNP-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - RUNPARM OPEN FAILED, STATUS='
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
               DISPLAY 'CWCDBREC - RUNPARM PERIOD NOT NUMERIC: '
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
               DISPLAY 'CWCDBREC - RUNCTL OPEN FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 810-RUN-START-EXIT.
           MOVE 'Y' TO WS-RCT-OPEN-SWITCH.

           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.

           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDBREC'    TO RCTL-JOBNAME.
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
               MOVE 'CWCDBREC'    TO RCTL-JOBNAME
               MOVE 'S'           TO RCTL-STATUS
               MOVE WS-RC-DATE    TO RCTL-START-DATE
               MOVE ZERO          TO RCTL-END-DATE  RCTL-REC-COUNT
                                     RCTL-AMOUNT
               WRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - RUNCTL START WRITE FAILED,'
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
               DISPLAY 'CWCDBREC - PAYCAL OPEN FAILED, STATUS='
                       WS-PCL-FILE-STATUS
               MOVE 'N' TO WS-INIT-OK-SWITCH
               GO TO 815-CHECK-CALENDAR-EXIT.
           MOVE WS-RUN-PERIOD TO PCL-PERIOD-END.
           READ PAYCAL-FILE.
           IF WS-PCL-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - PERIOD ' WS-RUN-PERIOD
                       ' NOT ON PAYCAL - RUN REFUSED'
               MOVE 'N' TO WS-INIT-OK-SWITCH.
           CLOSE PAYCAL-FILE.
       815-CHECK-CALENDAR-EXIT.
           EXIT.

       830-RECORD-RUN-END.
           IF NOT RCT-FILE-OPEN
               GO TO 830-RUN-END-EXIT.
           MOVE WS-RUN-PERIOD TO RCTL-PERIOD.
           MOVE 'CWCDBREC'    TO RCTL-JOBNAME.
           READ RUNCTL-FILE.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - RUNCTL END READ FAILED, STATUS='
                       WS-RCT-FILE-STATUS
               GO TO 830-RUN-END-EXIT.
           ACCEPT WS-RC-DATE FROM DAY YYYYDDD.
           SUBTRACT 1900000 FROM WS-RC-DATE.
           MOVE 'C'            TO RCTL-STATUS.
           MOVE WS-RC-DATE     TO RCTL-END-DATE.
           MOVE WS-ITEMS-READ  TO RCTL-REC-COUNT.
           MOVE WS-ITEMS-TOTAL TO RCTL-AMOUNT.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'CWCDBREC - RUNCTL END REWRITE FAILED,'
                       ' STATUS=' WS-RCT-FILE-STATUS.
       830-RUN-END-EXIT.
           EXIT.

       900-TERMINATE.
           IF RNP-FILE-OPEN
               CLOSE RUNPARM-FILE.
           IF RCT-FILE-OPEN
               CLOSE RUNCTL-FILE.
           IF PDI-FILE-OPEN
               CLOSE PAID-ITEM-FILE.
           IF CKR-FILE-OPEN
               CLOSE CHECKREG-FILE.
           IF RPT-FILE-OPEN
               CLOSE RECON-REPORT.
