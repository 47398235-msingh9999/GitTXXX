       ID DIVISION.
       PROGRAM-ID.  CWCDOFFC.
      ***************************************************************
      ** OFF-CYCLE PAYMENT TRANSACTION - CUTS A BONUS, COMMISSION,
      ** CORRECTION OR EMERGENCY REPLACEMENT PAYMENT BETWEEN PAY
      ** CYCLES WITHOUT DISTURBING THE PERIOD FIGURES CWCDCHKP
      ** PRINTS FROM DBUGEMP.  MODELED ON THE CWCDCHKM REISSUE.
      ** FUNCTION:
      **   A = ISSUE   TAKE AN EMPLOYEE, A GROSS AMOUNT AND A REASON
      **               CODE, AND POST ONE OFF-CYCLE PAYMENT.
      ** FEDERAL INCOME TAX IS WITHHELD AT THE FLAT SUPPLEMENTAL
      ** RATE, NOT FROM TAXTBL; SOCIAL SECURITY AND MEDICARE ARE
      ** TAKEN THE SAME WAY 884-COMPUTE-FICA IN CWDEMCB2 TAKES THEM.
      ** THE VOLUNTARY DEDUCTIONS ON DEDUCT ARE APPLIED ONLY WHEN THE
      ** REASON CODE SAYS SO (A CORRECTION OR A REPLACEMENT STANDS IN
      ** FOR REGULAR PAY; A BONUS OR COMMISSION DOES NOT).
      ** THE PAYMENT IS POSTED AS:
      **   - A CHECKREG RECORD OF TYPE O UNDER THE NEXT NUMBER FROM
      **     THE '000000' CONTROL RECORD, SO IT REACHES THE BANK ON
      **     THE CWCDPPAY POSITIVE-PAY FILE LIKE ANY OTHER CHECK,
      **   - A PAYHIST RECORD OF PAY TYPE O CARRYING THE FULL
      **     GROSS-TO-NET, WHICH CWCDOFFP PRINTS THE CHECK FROM AND
      **     CWCDQTRR AND CWCDGLEX PICK UP,
      **   - YTD GROSS AND TAX ON DBUGEMP (THE PERIOD FIELDS ARE
      **     LEFT ALONE), WITH THE AUDITLOG RECORD AHEAD OF THE
      **     REWRITE AS IN CWDEMCB2.
      ** THE PAYMENT IS CHARGED TO THE PAY PERIOD THE PAYCAL LOCK
      ** PUTS IT IN, AND IS REFUSED WHILE THAT PERIOD IS CLOSED.  A
      ** PERIOD CWCDGLEX HAS ALREADY BOOKED IS PASSED OVER FOR THE
      ** NEXT ONE ON THE CALENDAR, SO EVERY PAYMENT REACHES THE GL.
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  FILLER               PIC X(12)  VALUE 'CWCDOFFC WS:'.
       77  OFFC-IN-LEN          PIC S9(4) COMP   VALUE +18.
       77  OFFC-SCR-LEN         PIC S9(4) COMP   VALUE +480.
       77  EMP-REC-LEN          PIC S9(4) COMP   VALUE +120.
       77  EMP-KEY-LEN          PIC S9(4) COMP   VALUE +5.
       77  EMPM-REC-LEN         PIC S9(4) COMP   VALUE +120.
       77  EMPM-KEY-LEN         PIC S9(4) COMP   VALUE +5.
       77  CKR-REC-LEN          PIC S9(4) COMP   VALUE +60.
       77  CKR-KEY-LEN          PIC S9(4) COMP   VALUE +6.
       77  PHIST-REC-LEN        PIC S9(4) COMP   VALUE +152.
       77  PHIST-KEY-LEN        PIC S9(4) COMP   VALUE +19.
       77  AUDIT-REC-LEN        PIC S9(4) COMP   VALUE +86.
       77  AUDIT-KEY-LEN        PIC S9(4) COMP   VALUE +34.
       77  DED-REC-LEN          PIC S9(4) COMP   VALUE +40.
       77  DED-KEY-LEN          PIC S9(4) COMP   VALUE +7.
       77  WS-RESP              PIC S9(8) COMP   VALUE ZERO.
       77  WS-SYSID             PIC X(4).
       77  WS-DUMMY-COMMAREA    PIC X           VALUE SPACE.
       77  OPA-REC-LEN          PIC S9(4) COMP   VALUE +40.
       77  OPA-KEY-LEN          PIC S9(4) COMP   VALUE +8.
       77  SEC-REC-LEN          PIC S9(4) COMP   VALUE +60.
       77  SEC-KEY-LEN          PIC S9(4) COMP   VALUE +29.
       77  WS-AUTH-SWITCH       PIC X            VALUE 'N'.
           88  OPERATOR-AUTHORIZED               VALUE 'Y'.
       77  WS-AUTH-COUNT        PIC S9(3)        VALUE ZERO.
       77  PCL-REC-LEN          PIC S9(4) COMP   VALUE +60.
       77  PCL-KEY-LEN          PIC S9(4) COMP   VALUE +8.
       77  RCTL-REC-LEN         PIC S9(4) COMP   VALUE +60.
       77  RCTL-KEY-LEN         PIC S9(4) COMP   VALUE +16.
       77  WS-ABSTIME           PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-TODAY             PIC X(8)         VALUE SPACES.
       77  WS-LOCK-PERIOD       PIC X(8)         VALUE SPACES.
       77  WS-PERIOD-SWITCH     PIC X            VALUE 'N'.
           88  PAY-PERIOD-OPEN                   VALUE 'Y'.
       77  WS-PCL-DONE-SWITCH   PIC X            VALUE 'N'.
           88  PCL-BROWSE-DONE                   VALUE 'Y'.
       77  WS-GL-BOOKED-SWITCH  PIC X            VALUE 'N'.
           88  PERIOD-GL-BOOKED                  VALUE 'Y'.
       77  WS-NEW-CHECK-NO      PIC 9(6)         VALUE ZERO.
       77  WS-NEW-YTD-GRS       PIC S9(9)V99     VALUE ZERO.
       77  WS-RSN-SUB           PIC S9(3)        VALUE ZERO.
       77  WS-RSN-DEDUCT        PIC X            VALUE SPACE.
           88  RSN-FOUND                         VALUE 'Y' 'N'.
           88  RSN-TAKES-DEDUCTIONS              VALUE 'Y'.
       77  CURR-PAY             PIC  9(5)V99     VALUE ZERO.
       77  CURR-TAXES           PIC  9(5)V99     VALUE ZERO.
       77  CURR-NET             PIC  9(5)V99     VALUE ZERO.
       77  CURR-SS-TAX          PIC  9(5)V99     VALUE ZERO.
       77  CURR-MED-TAX         PIC  9(5)V99     VALUE ZERO.
       77  CURR-ER-SS           PIC  9(5)V99     VALUE ZERO.
       77  CURR-ER-MED          PIC  9(5)V99     VALUE ZERO.
      ** FLAT FEDERAL SUPPLEMENTAL-WAGE WITHHOLDING RATE - CHANGES
      ** ONLY WHEN THE IRS CHANGES IT.
       77  WS-SUPP-RATE         PIC  9(3)V99     VALUE 022.00.
      ** FICA RATES AND LIMITS - THE WAGE BASE AND THE ADDITIONAL
      ** MEDICARE THRESHOLD CHANGE EACH JANUARY.  CWDEMCB2 AND
      ** CWCDPCAL CARRY THE SAME FIGURES.
       77  WS-SS-RATE           PIC  9(3)V99     VALUE 006.20.
       77  WS-SS-WAGE-BASE      PIC  9(7)V99     VALUE 0184500.00.
       77  WS-MED-RATE          PIC  9(3)V99     VALUE 001.45.
       77  WS-MED-ADDL-RATE     PIC  9(3)V99     VALUE 000.90.
       77  WS-MED-ADDL-THRESH   PIC  9(7)V99     VALUE 0200000.00.
       77  WS-SS-WAGES          PIC S9(7)V99     VALUE ZERO.
       77  WS-MED-ADDL-WAGES    PIC S9(7)V99     VALUE ZERO.
       77  WS-DED-DONE-SWITCH   PIC X            VALUE 'N'.
           88  DED-BROWSE-DONE                   VALUE 'Y'.
       77  CURR-DEDUCTS         PIC  9(5)V99     VALUE ZERO.
       77  CURR-DED-401K        PIC  9(5)V99     VALUE ZERO.
       77  CURR-DED-INS         PIC  9(5)V99     VALUE ZERO.
       77  CURR-DED-GARN        PIC  9(5)V99     VALUE ZERO.
       77  WS-DED-WORK          PIC  9(5)V99     VALUE ZERO.
       77  WS-NET-REMAIN        PIC S9(5)V99     VALUE ZERO.

      ** PAYCAL BROWSE KEY - STARTS AT THE FIRST OF LAST MONTH.
       01  WS-PCL-BROWSE-KEY.
           05  WS-PCL-BROWSE-CCYY   PIC 9(4).
           05  WS-PCL-BROWSE-MM     PIC 99.
           05  WS-PCL-BROWSE-DD     PIC 99.

      ** OFF-CYCLE REASON CODES.  THE THIRD BYTE OF EACH ENTRY SAYS
      ** WHETHER THE EMPLOYEE'S VOLUNTARY DEDUCTIONS COME OUT OF THE
      ** PAYMENT (Y) OR NOT (N).
       01  OFFC-REASON-VALUES.
           05  FILLER               PIC X(3)  VALUE 'BNN'.
           05  FILLER               PIC X(3)  VALUE 'CMN'.
           05  FILLER               PIC X(3)  VALUE 'CRY'.
           05  FILLER               PIC X(3)  VALUE 'RPY'.
       01  OFFC-REASON-TABLE REDEFINES OFFC-REASON-VALUES.
           05  OFFC-REASON-ENTRY    OCCURS 4 TIMES.
               10  OFFC-RSN-CODE    PIC X(2).
               10  OFFC-RSN-DEDUCT  PIC X.

       01  WS-130               PIC S9(3) COMP-3 VALUE +130.
       01  WS-130-X REDEFINES WS-130.
           05  WS-13            PIC X.
           05  WS-0C            PIC X.

      ** LEADING 3 BYTES MATCH THE DUMMY-EMP/DUMMY-EMP-MULTI HEADER
      ** IDIOM IN CWDEMCB2 - A BASIC (NON-MAPPED) RECEIVE RETURNS THAT
      ** MUCH LEADER AHEAD OF THE DATA THE OPERATOR ACTUALLY TYPED.
       01  OFFC-INPUT.
           05  FILLER               PIC X(3).
           05  OFFC-IN-FUNC         PIC X.
           05  OFFC-IN-EMP-NUM      PIC X(5).
           05  OFFC-IN-AMOUNT-X     PIC X(7).
           05  OFFC-IN-AMOUNT REDEFINES OFFC-IN-AMOUNT-X
                                    PIC 9(5)V99.
           05  OFFC-IN-REASON       PIC X(2).

      ** SAME LAYOUT AS VSAM-EMP-RECORD IN CWDEMCB2 - THIS REPO HAS
      ** NO SHARED COPYBOOK, EACH PROGRAM CARRIES ITS OWN.
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
           05  EMP-REG-PAY     PIC 9(5)V99.
           05  EMP-OT-PAY      PIC 9(5)V99.
           05  EMP-CUR-TAX     PIC 9(5)V99.
           05  EMP-DEPT        PIC X(4).
           05  EMP-CUR-SS      PIC 9(5)V99.
           05  EMP-CUR-MED     PIC 9(5)V99.
           05  EMP-ER-SS       PIC 9(5)V99.
           05  EMP-ER-MED      PIC 9(5)V99.
           05  EMP-LV-HRS      PIC 999.
           05  EMP-LV-PAY      PIC 9(5)V99.

      ** SAME LAYOUT AS EMPM-RECORD IN CWCDEMPM.  ONLY READ HERE TO
      ** PROVE THERE IS A MASTER FOR CWCDOFFP TO ADDRESS THE CHECK
      ** FROM.
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

      ** SAME LAYOUT AS CHECK-REG-RECORD IN CWCDCHKP.  THE '000000'
      ** CONTROL RECORD OVERLAYS THE SAME BYTES WITH THE
      ** NEXT-CHECK-NUMBER VIEW.
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
       01  CHECK-CTL-RECORD REDEFINES CHECK-REG-RECORD.
           05  CTL-KEY          PIC X(6).
           05  CTL-NEXT-CHECK   PIC 9(6).
           05  FILLER           PIC X(48).

      ** SAME LAYOUT AS DEDUCT-RECORD IN CWDEMCB2/CWCDDEDM.
       01  DEDUCT-RECORD.
           05  DED-KEY.
               10  DED-EMP-NUM  PIC X(5).
               10  DED-CODE     PIC X(2).
           05  DED-TYPE         PIC X.
           05  DED-AMOUNT       PIC 9(5)V99.
           05  DED-PERCENT      PIC 9(3)V9.
           05  DED-STOP-DATE    PIC 9(7).
           05  FILLER           PIC X(14).

      ** SAME LAYOUT AS PAY-HISTORY-RECORD IN CWDEMCB2.
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

      ** SAME LAYOUT AS AUDIT-RECORD IN CWDEMCB2 - THE AUDITLOG KEY
      ** IS THE LEADING AUD-KEY GROUP.
       01  AUDIT-RECORD.
           05  AUD-KEY.
               10  AUD-EMP-NUM      PIC X(5).
               10  AUD-TRMID        PIC X(4).
               10  AUD-TRNID        PIC X(4).
               10  AUD-TASKN        PIC 9(7).
               10  AUD-DATE         PIC 9(7).
               10  AUD-TIME         PIC 9(7).
           05  AUD-OLD-HOURS        PIC 999.
           05  AUD-NEW-HOURS        PIC 999.
           05  AUD-OLD-TOTPAY       PIC 9(5)V99.
           05  AUD-NEW-TOTPAY       PIC 9(5)V99.
           05  AUD-OLD-YTD-GRS      PIC S9(7)V99.
           05  AUD-NEW-YTD-GRS      PIC S9(7)V99.
           05  AUD-OLD-YTD-TAX      PIC S9(5)V99.
           05  AUD-NEW-YTD-TAX      PIC S9(5)V99.

      ** THE ENTERABLE FIELDS SIT BACK TO BACK IN ONE UNPROTECTED RUN
      ** BEHIND A SINGLE LEADING ATTRIBUTE BYTE, THE SAME WAY THE
      ** CWCDEMPM ENTRY LINE IS LAID OUT - SEE THE COMMENT THERE FOR
      ** WHY THE FIELD LABELS ARE DOCUMENTED AS PROTECTED TEXT AHEAD
      ** OF THE ENTRY LINE INSTEAD OF NEXT TO EACH FIELD.
       01  OFFC-SCREEN.
           05  OSCR-LINE1.
               10  FILLER           PIC X(36) VALUE
                   '*** OFF-CYCLE PAYMENT ***'.
               10  FILLER           PIC X(40) VALUE SPACES.
               10  OSCR-SID         PIC X(4)  VALUE SPACE.
           05  OSCR-LINE2.
               10  FILLER           PIC X(78) VALUE
                   'FUNC1 EMPNUM5 AMOUNT7 REASON2  (FUNC A=ISSUE)'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  OSCR-LINE3.
               10  FILLER           PIC X(78) VALUE
               'REASON BN=BONUS CM=COMMISSION CR=CORRECTION RP=REPLACE'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  OSCR-ENTRY-LINE.
               10  OSCR-ENTRY-ATTR  PIC X.
               10  OSCR-FUNC        PIC X.
               10  OSCR-EMP-NUM     PIC X(5).
               10  OSCR-AMOUNT      PIC 9(5)V99.
               10  OSCR-REASON      PIC X(2).
               10  FILLER           PIC X(64) VALUE SPACES.
           05  OSCR-DETAIL-LINE.
               10  FILLER           PIC X(6)  VALUE 'CHECK '.
               10  OSCR-CHECK-NO    PIC X(6).
               10  FILLER           PIC X(5)  VALUE ' FED '.
               10  OSCR-TAX         PIC ZZZZ9.99.
               10  FILLER           PIC X(4)  VALUE ' SS '.
               10  OSCR-SS          PIC ZZZZ9.99.
               10  FILLER           PIC X(5)  VALUE ' MED '.
               10  OSCR-MED         PIC ZZZZ9.99.
               10  FILLER           PIC X(5)  VALUE ' DED '.
               10  OSCR-DED         PIC ZZZZ9.99.
               10  FILLER           PIC X(5)  VALUE ' NET '.
               10  OSCR-NET         PIC ZZZZ9.99.
               10  FILLER           PIC X(4)  VALUE SPACES.
           05  OSCR-LINE-MSG.
               10  OFFC-MSG         PIC X(40) VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE ' PERIOD '.
               10  OSCR-PERIOD      PIC X(8).
               10  FILLER           PIC X(24) VALUE SPACES.


      ** PAYROLL CALENDAR RECORD ON THE PAYCAL VSAM KSDS, KEYED ON
      ** THE PERIOD END DATE (THE RUNPARM DATE OF THAT PAYROLL).
      ** SAME LAYOUT AS PAY-CALENDAR-RECORD IN CWCDCALM.
       01  PAY-CALENDAR-RECORD.
           05  PCL-PERIOD-END       PIC X(8).
           05  PCL-START-DATE       PIC X(8).
           05  PCL-CHECK-DATE       PIC X(8).
           05  PCL-STATUS           PIC X.
               88  PCL-OPEN                   VALUE 'O'.
               88  PCL-CLOSED                 VALUE 'C'.
           05  PCL-CLOSE-DATE       PIC 9(7).
           05  PCL-CLOSE-TIME       PIC 9(7).
           05  PCL-CLOSE-TRMID      PIC X(4).
           05  FILLER               PIC X(17).

      ** NIGHTLY RUN-CONTROL RECORD - SAME LAYOUT AS IN THE BATCH
      ** JOBS (SEE CWCDTCLD).  ONLY READ HERE, TO SEE WHETHER
      ** CWCDGLEX HAS ALREADY BOOKED A PERIOD.
       01  RUN-CONTROL-RECORD.
           05  RCTL-KEY.
               10  RCTL-PERIOD      PIC X(8).
               10  RCTL-JOBNAME     PIC X(8).
           05  RCTL-STATUS          PIC X.
           05  RCTL-START-DATE      PIC 9(7).
           05  RCTL-END-DATE        PIC 9(7).
           05  RCTL-REC-COUNT       PIC 9(7).
           05  RCTL-AMOUNT          PIC S9(9)V99.
           05  FILLER               PIC X(11).

      ** ONE OPERATOR AUTHORIZATION FROM THE OPAUTH VSAM KSDS, KEYED
      ** TERMINAL PLUS TRANSACTION.  OPA-FUNCS HOLDS THE FUNCTION
      ** LETTERS THAT TERMINAL MAY USE HERE; NO RECORD MEANS NO
      ** AUTHORITY AT ALL.
       01  OPAUTH-RECORD.
           05  OPA-KEY.
               10  OPA-TRMID        PIC X(4).
               10  OPA-TRNID        PIC X(4).
           05  OPA-FUNCS            PIC X(8).
           05  FILLER               PIC X(24).

      ** SECURITY LOG RECORD - EVERY DENIED ATTEMPT AND EVERY
      ** SUCCESSFUL MAINTENANCE ACTION LANDS ON THE SECLOG VSAM
      ** KSDS, KEYED THE SAME WAY AS THE AUDITLOG KEY IN CWDEMCB2
      ** (TERMINAL/TRAN/TASK/DATE/TIME MAKE EVERY EVENT UNIQUE
      ** ACROSS CICS RESTARTS).  CWCDSECR IS THE BATCH REPORT.
       01  SECURITY-LOG-RECORD.
           05  SEC-KEY.
               10  SEC-TRMID        PIC X(4).
               10  SEC-TRNID        PIC X(4).
               10  SEC-TASKN        PIC 9(7).
               10  SEC-DATE         PIC 9(7).
               10  SEC-TIME         PIC 9(7).
           05  SEC-FUNC             PIC X.
           05  SEC-REC-KEY          PIC X(10).
           05  SEC-RESULT           PIC X(8).
           05  FILLER               PIC X(12).

       LINKAGE SECTION.
      ** A COMMAREA HAS TO GO OUT ON EVERY RETURN OR EIBCALEN COMES
      ** BACK ZERO ON THE NEXT PSEUDOCONVERSATIONAL INPUT AND
      ** 000-BEGIN-PROGRAM WOULD NEVER REACH 200-RECEIVE-INPUT - SAME
      ** REASON CWCDEMPM'S 700-RETURN-TO-TRAN RETURNS ONE.
       01  DFHCOMMAREA                 PIC X.

       PROCEDURE DIVISION.
       000-BEGIN-PROGRAM.
           EXEC CICS HANDLE AID
                     CLEAR (800-RETURN-TO-CICS)
           END-EXEC.
           EXEC CICS ASSIGN
                 SYSID(WS-SYSID)
                 NOHANDLE
           END-EXEC.

           IF EIBCALEN EQUAL ZERO
               NEXT SENTENCE
           ELSE
               GO TO 200-RECEIVE-INPUT.

       100-SEND-INITIAL-SCREEN.
           MOVE SPACES TO OSCR-FUNC  OSCR-EMP-NUM  OSCR-REASON
                          OSCR-CHECK-NO  OSCR-PERIOD.
           MOVE ZERO  TO OSCR-AMOUNT  OSCR-TAX  OSCR-SS  OSCR-MED
                         OSCR-DED     OSCR-NET.
           MOVE WS-SYSID TO OSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           MOVE '*** ENTER EMPLOYEE, AMOUNT AND REASON ***'
                TO OFFC-MSG.
           EXEC CICS SEND
                     FROM   (OFFC-SCREEN)
                     LENGTH (OFFC-SCR-LEN)
                     ERASE
           END-EXEC.
           GO TO 700-RETURN-TO-TRAN.

       150-SET-FIELD-ATTRS.
           MOVE WS-13 TO OSCR-ENTRY-ATTR.

       200-RECEIVE-INPUT.
           EXEC CICS HANDLE CONDITION
                     LENGERR (900-MAPERR)
           END-EXEC.
           EXEC CICS RECEIVE
                     INTO   (OFFC-INPUT)
                     LENGTH (OFFC-IN-LEN)
           END-EXEC.

           MOVE SPACES TO CHECK-REG-RECORD.
           MOVE SPACES TO WS-LOCK-PERIOD.
           MOVE ZERO   TO CURR-PAY     CURR-TAXES   CURR-NET
                          CURR-SS-TAX  CURR-MED-TAX CURR-DEDUCTS.

           IF OFFC-IN-FUNC NOT EQUAL 'A'
                GO TO 910-INVALID-FUNCTION.

      ** EVERY OFF-CYCLE PAYMENT IS MONEY OUT OF THE DOOR - NOTHING
      ** HERE IS OPEN WITHOUT AN OPAUTH AUTHORIZATION.
           PERFORM 250-CHECK-AUTHORITY
                   THRU 250-CHECK-AUTH-EXIT.
           IF NOT OPERATOR-AUTHORIZED
                GO TO 970-AUTH-DENIED.

           PERFORM 960-EDIT-PAYMENT-FIELDS
                   THRU 960-EDIT-PAYMENT-EXIT.
           IF OFFC-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.

           PERFORM 260-CHECK-PAY-PERIOD
                   THRU 260-CHECK-PERIOD-EXIT.
           IF NOT PAY-PERIOD-OPEN
                GO TO 975-PERIOD-LOCKED.

           GO TO 300-ISSUE-PAYMENT.

       300-ISSUE-PAYMENT.
      ** STEP 1 - THE CHECK NEEDS A MASTER TO BE ADDRESSED FROM.
           MOVE OFFC-IN-EMP-NUM TO EMPM-EMP-NUM.
           EXEC CICS READ INTO (EMPM-RECORD)
                     DATASET   ('EMPMSTR')
                     RIDFLD    (EMPM-EMP-NUM)
                     LENGTH    (EMPM-REC-LEN)
                     KEYLENGTH (EMPM-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE '*** NO EMPLOYEE MASTER - NOT ISSUED ***'
                     TO OFFC-MSG
                GO TO 650-SEND-RESULT-SCREEN.

      ** STEP 2 - HOLD THE PAY RECORD FOR UPDATE.  FICA NEEDS THE YTD
      ** WAGES PAID BEFORE THIS PAYMENT, AND HOLDING THE RECORD KEEPS
      ** A SECOND PAYMENT FOR THE SAME EMPLOYEE FROM PRICING AGAINST
      ** THE SAME YTD UNTIL THIS ONE IS POSTED.
           MOVE OFFC-IN-EMP-NUM TO EMP-NUM-KEY.
           EXEC CICS READ INTO (VSAM-EMP-RECORD)
                     DATASET   ('DBUGEMP')
                     RIDFLD    (EMP-NUM-KEY)
                     LENGTH    (EMP-REC-LEN)
                     KEYLENGTH (EMP-KEY-LEN)
                     UPDATE
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 920-NOTFND-ERROR
                GO TO 650-SEND-RESULT-SCREEN.
           IF EMP-YTD-GRS NOT NUMERIC
                MOVE ZERO TO EMP-YTD-GRS.
           IF EMP-YTD-TAX NOT NUMERIC
                MOVE ZERO TO EMP-YTD-TAX.
           COMPUTE WS-NEW-YTD-GRS = EMP-YTD-GRS + OFFC-IN-AMOUNT.
           IF WS-NEW-YTD-GRS > 9999999.99
                PERFORM 940-RELEASE-EMPLOYEE
                MOVE '*** YTD GROSS WOULD OVERFLOW ***' TO OFFC-MSG
                GO TO 650-SEND-RESULT-SCREEN.

      ** STEP 3 - GROSS TO NET.
           MOVE OFFC-IN-AMOUNT TO CURR-PAY.
           COMPUTE CURR-TAXES ROUNDED
                   = CURR-PAY * WS-SUPP-RATE / 100.
           PERFORM 884-COMPUTE-FICA.
           IF RSN-TAKES-DEDUCTIONS
                PERFORM 887-COMPUTE-DEDUCTIONS.

      ** STEP 4 - DRAW THE NEXT CHECK NUMBER FROM THE '000000'
      ** CONTROL RECORD, THE SAME COUNTER CWCDCHKP DRAWS FROM.
           MOVE '000000' TO CKR-CHECK-NO.
           EXEC CICS READ INTO (CHECK-REG-RECORD)
                     DATASET   ('CHECKREG')
                     RIDFLD    (CKR-CHECK-NO)
                     LENGTH    (CKR-REC-LEN)
                     KEYLENGTH (CKR-KEY-LEN)
                     UPDATE
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              CTL-NEXT-CHECK NOT NUMERIC
                PERFORM 940-RELEASE-EMPLOYEE
                MOVE SPACES TO CHECK-REG-RECORD
                MOVE '*** CHECK CONTROL RECORD UNAVAILABLE ***'
                     TO OFFC-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           MOVE CTL-NEXT-CHECK TO WS-NEW-CHECK-NO.
           ADD 1 TO CTL-NEXT-CHECK.
           EXEC CICS REWRITE DATASET ('CHECKREG')
                     FROM   (CHECK-REG-RECORD)
                     LENGTH (CKR-REC-LEN)
                     RESP   (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 940-RELEASE-EMPLOYEE
                MOVE SPACES TO CHECK-REG-RECORD
                MOVE '*** ERROR UPDATING CONTROL REC ***'
                     TO OFFC-MSG
                GO TO 650-SEND-RESULT-SCREEN.

      ** STEP 5 - REGISTER THE CHECK AS TYPE O, ISSUED.
           MOVE SPACES          TO CHECK-REG-RECORD.
           MOVE WS-NEW-CHECK-NO TO CKR-CHECK-NO.
           MOVE 'O'             TO CKR-TYPE.
           MOVE 'I'             TO CKR-STATUS.
           MOVE EMP-NUM-KEY     TO CKR-EMP-NUM.
           MOVE EIBDATE         TO CKR-DATE.
           MOVE CURR-PAY        TO CKR-GROSS.
           MOVE CURR-NET        TO CKR-NET.
           EXEC CICS WRITE DATASET ('CHECKREG')
                     FROM      (CHECK-REG-RECORD)
                     LENGTH    (CKR-REC-LEN)
                     RIDFLD    (CKR-CHECK-NO)
                     KEYLENGTH (CKR-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 940-RELEASE-EMPLOYEE
                MOVE '*** ERROR WRITING CHECK - NOT ISSUED ***'
                     TO OFFC-MSG
                GO TO 650-SEND-RESULT-SCREEN.

      ** STEP 6 - THE PAYHIST RECORD IS WHAT CWCDOFFP PRINTS THE
      ** CHECK FROM, SO UNLIKE 870-WRITE-PAY-HISTORY IN CWDEMCB2 A
      ** FAILURE HERE STOPS THE PAYMENT.  THE CHECK NUMBER IS
      ** ALREADY REGISTERED AND MUST BE VOIDED ON CWCDCHKM.
           ADD CURR-PAY   TO EMP-YTD-GRS GIVING PHIST-YTD-GRS.
           ADD CURR-TAXES TO EMP-YTD-TAX GIVING PHIST-YTD-TAX.
           PERFORM 870-WRITE-PAY-HISTORY.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 940-RELEASE-EMPLOYEE
                MOVE '*** HISTORY NOT WRITTEN - VOID CHECK ***'
                     TO OFFC-MSG
                GO TO 650-SEND-RESULT-SCREEN.

      ** STEP 7 - YTD ONLY.  THE PERIOD FIELDS (EMP-TOTPAY, THE
      ** HOURS/PAY SPLIT, CURRENT TAX AND FICA) STILL BELONG TO THE
      ** REGULAR CHECK CWCDCHKP PRINTS FROM THEM.
           MOVE EMP-NUM-KEY  TO AUD-EMP-NUM.
           MOVE EMP-HOURS    TO AUD-OLD-HOURS  AUD-NEW-HOURS.
           MOVE EMP-TOTPAY   TO AUD-OLD-TOTPAY AUD-NEW-TOTPAY.
           MOVE EMP-YTD-GRS  TO AUD-OLD-YTD-GRS.
           MOVE EMP-YTD-TAX  TO AUD-OLD-YTD-TAX.
           ADD CURR-PAY      TO EMP-YTD-GRS.
           ADD CURR-TAXES    TO EMP-YTD-TAX.
           MOVE EMP-YTD-GRS  TO AUD-NEW-YTD-GRS.
           MOVE EMP-YTD-TAX  TO AUD-NEW-YTD-TAX.
           PERFORM 880-WRITE-AUDIT-RECORD.

           EXEC CICS REWRITE DATASET ('DBUGEMP')
                     FROM   (VSAM-EMP-RECORD)
                     LENGTH (EMP-REC-LEN)
                     RESP   (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** OFF-CYCLE PAYMENT ISSUED ***' TO OFFC-MSG
                MOVE 'ALLOWED ' TO SEC-RESULT
                PERFORM 980-WRITE-SECURITY-LOG
           ELSE
                MOVE '*** YTD NOT UPDATED - VOID CHECK ***'
                     TO OFFC-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       650-SEND-RESULT-SCREEN.
           MOVE OFFC-IN-FUNC         TO OSCR-FUNC.
           MOVE OFFC-IN-EMP-NUM      TO OSCR-EMP-NUM.
           MOVE OFFC-IN-REASON       TO OSCR-REASON.
           IF OFFC-IN-AMOUNT-X NUMERIC
                MOVE OFFC-IN-AMOUNT  TO OSCR-AMOUNT
           ELSE
                MOVE ZERO            TO OSCR-AMOUNT.
           MOVE CKR-CHECK-NO         TO OSCR-CHECK-NO.
           MOVE CURR-TAXES           TO OSCR-TAX.
           MOVE CURR-SS-TAX          TO OSCR-SS.
           MOVE CURR-MED-TAX         TO OSCR-MED.
           MOVE CURR-DEDUCTS         TO OSCR-DED.
           MOVE CURR-NET             TO OSCR-NET.
           MOVE WS-LOCK-PERIOD       TO OSCR-PERIOD.
           MOVE WS-SYSID             TO OSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           EXEC CICS SEND
                     FROM   (OFFC-SCREEN)
                     LENGTH (OFFC-SCR-LEN)
                     ERASE
           END-EXEC.
           GO TO 800-RETURN-TO-CICS.

       700-RETURN-TO-TRAN.
           EXEC CICS RETURN
                     TRANSID  (EIBTRNID)
                     COMMAREA (WS-DUMMY-COMMAREA)
                     LENGTH   (1)
           END-EXEC.

       800-RETURN-TO-CICS.
           EXEC CICS RETURN END-EXEC.

      ***************************************************************
      ** ONE PAY-HISTORY RECORD FOR THE PAYMENT, SAME CONTENT AS
      ** 870-WRITE-PAY-HISTORY IN CWDEMCB2 PLUS THE OFF-CYCLE FIELDS.
      ** NO HOURS - THE PAYMENT IS A FLAT AMOUNT, NOT TIME WORKED.
      ** THE YTD FIGURES ARE SET BY THE CALLER.
      ***************************************************************
       870-WRITE-PAY-HISTORY.
           MOVE EMP-NUM-KEY   TO PHIST-EMP-NUM.
           MOVE EIBDATE       TO PHIST-DATE.
           MOVE EIBTIME       TO PHIST-TIME.
           MOVE ZERO          TO PHIST-HOURS  PHIST-RATE
                                 PHIST-TAX-SET.
           MOVE CURR-PAY      TO PHIST-GROSS.
           MOVE CURR-TAXES    TO PHIST-TAX.
           MOVE CURR-DED-401K TO PHIST-DED-401K.
           MOVE CURR-DED-INS  TO PHIST-DED-INS.
           MOVE CURR-DED-GARN TO PHIST-DED-GARN.
           MOVE CURR-DEDUCTS  TO PHIST-DED-TOT.
           MOVE CURR-NET      TO PHIST-NET.
           MOVE CURR-SS-TAX   TO PHIST-SS-TAX.
           MOVE CURR-MED-TAX  TO PHIST-MED-TAX.
           MOVE CURR-ER-SS    TO PHIST-ER-SS.
           MOVE CURR-ER-MED   TO PHIST-ER-MED.
           MOVE 'O'             TO PHIST-PAY-TYPE.
           MOVE WS-LOCK-PERIOD  TO PHIST-PERIOD.
           MOVE CKR-CHECK-NO    TO PHIST-CHECK-NO.
           MOVE OFFC-IN-REASON  TO PHIST-REASON.
           MOVE SPACES          TO PHIST-PRINT-PERIOD.
           EXEC CICS WRITE DATASET ('PAYHIST')
                     FROM      (PAY-HISTORY-RECORD)
                     LENGTH    (PHIST-REC-LEN)
                     RIDFLD    (PHIST-KEY)
                     KEYLENGTH (PHIST-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.

      ** SAME TWO DESTINATIONS AS 880-WRITE-AUDIT-RECORD IN CWDEMCB2
      ** - THE CWCDAUDT TS QUEUE AND THE PERMANENT AUDITLOG KSDS.
       880-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TRMID.
           MOVE EIBTRNID TO AUD-TRNID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           EXEC CICS WRITEQ TS
                     QUEUE  ('CWCDAUDT')
                     FROM   (AUDIT-RECORD)
                     LENGTH (AUDIT-REC-LEN)
                     RESP   (WS-RESP)
                     NOHANDLE
           END-EXEC.
           EXEC CICS WRITE DATASET ('AUDITLOG')
                     FROM      (AUDIT-RECORD)
                     LENGTH    (AUDIT-REC-LEN)
                     RIDFLD    (AUD-KEY)
                     KEYLENGTH (AUDIT-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.

      ***************************************************************
      ** SOCIAL SECURITY AND MEDICARE - THE SAME RULES AS
      ** 884-COMPUTE-FICA IN CWDEMCB2.  EMP-YTD-GRS STILL HOLDS THE
      ** WAGES PAID BEFORE THIS PAYMENT.
      ***************************************************************
       884-COMPUTE-FICA.
           IF EMP-YTD-GRS NOT < WS-SS-WAGE-BASE
                MOVE ZERO TO WS-SS-WAGES
           ELSE
                COMPUTE WS-SS-WAGES = WS-SS-WAGE-BASE - EMP-YTD-GRS
                IF WS-SS-WAGES > CURR-PAY
                     MOVE CURR-PAY TO WS-SS-WAGES.
           COMPUTE CURR-SS-TAX ROUNDED
                   = WS-SS-WAGES * WS-SS-RATE / 100.
           MOVE CURR-SS-TAX TO CURR-ER-SS.

           COMPUTE CURR-MED-TAX ROUNDED
                   = CURR-PAY * WS-MED-RATE / 100.
           MOVE CURR-MED-TAX TO CURR-ER-MED.
           COMPUTE WS-MED-ADDL-WAGES
                   = EMP-YTD-GRS + CURR-PAY - WS-MED-ADDL-THRESH.
           IF WS-MED-ADDL-WAGES > ZERO
                IF WS-MED-ADDL-WAGES > CURR-PAY
                     MOVE CURR-PAY TO WS-MED-ADDL-WAGES
                END-IF
                COMPUTE CURR-MED-TAX ROUNDED = CURR-MED-TAX
                        + WS-MED-ADDL-WAGES * WS-MED-ADDL-RATE / 100.

           COMPUTE CURR-NET = CURR-PAY - CURR-TAXES
                            - CURR-SS-TAX - CURR-MED-TAX.

      ***************************************************************
      ** VOLUNTARY DEDUCTIONS FROM THE DEDUCT KSDS, PRICED AND CAPPED
      ** EXACTLY AS 887/888 IN CWDEMCB2 PRICE THEM ON A REGULAR
      ** CHECK.  ONLY REACHED FOR A REASON CODE FLAGGED Y.
      ***************************************************************
       887-COMPUTE-DEDUCTIONS.
           MOVE ZERO TO CURR-DEDUCTS  CURR-DED-401K
                        CURR-DED-INS  CURR-DED-GARN.
           MOVE 'N'  TO WS-DED-DONE-SWITCH.
           MOVE EMP-NUM-KEY TO DED-EMP-NUM.
           MOVE '00'        TO DED-CODE.
           EXEC CICS STARTBR DATASET ('DEDUCT')
                     RIDFLD    (DED-KEY)
                     KEYLENGTH (DED-KEY-LEN)
                     GTEQ
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                PERFORM 888-READ-NEXT-DEDUCTION
                        THRU 888-READ-NEXT-EXIT
                        UNTIL DED-BROWSE-DONE
                EXEC CICS ENDBR DATASET ('DEDUCT')
                          NOHANDLE
                END-EXEC.
           COMPUTE CURR-NET = CURR-PAY - CURR-TAXES - CURR-SS-TAX
                            - CURR-MED-TAX - CURR-DEDUCTS.

       888-READ-NEXT-DEDUCTION.
           EXEC CICS READNEXT DATASET ('DEDUCT')
                     INTO      (DEDUCT-RECORD)
                     RIDFLD    (DED-KEY)
                     LENGTH    (DED-REC-LEN)
                     KEYLENGTH (DED-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              DED-EMP-NUM NOT EQUAL EMP-NUM-KEY
                MOVE 'Y' TO WS-DED-DONE-SWITCH
                GO TO 888-READ-NEXT-EXIT.

           IF DED-TYPE NOT EQUAL 'A' AND
              DED-TYPE NOT EQUAL 'P'
                GO TO 888-READ-NEXT-EXIT.
           IF DED-STOP-DATE NOT NUMERIC
                GO TO 888-READ-NEXT-EXIT.
           IF DED-STOP-DATE > ZERO AND
              DED-STOP-DATE NOT > EIBDATE
                GO TO 888-READ-NEXT-EXIT.

           IF DED-TYPE EQUAL 'A'
                IF DED-AMOUNT NOT NUMERIC
                     GO TO 888-READ-NEXT-EXIT
                END-IF
                MOVE DED-AMOUNT TO WS-DED-WORK
           ELSE
                IF DED-PERCENT NOT NUMERIC
                     GO TO 888-READ-NEXT-EXIT
                END-IF
                COMPUTE WS-DED-WORK ROUNDED
                        = CURR-PAY * DED-PERCENT / 100.

           COMPUTE WS-NET-REMAIN
                   = CURR-PAY - CURR-TAXES - CURR-SS-TAX
                   - CURR-MED-TAX - CURR-DEDUCTS.
           IF WS-NET-REMAIN < ZERO
                MOVE ZERO TO WS-NET-REMAIN.
           IF WS-DED-WORK > WS-NET-REMAIN
                MOVE WS-NET-REMAIN TO WS-DED-WORK.

           ADD WS-DED-WORK TO CURR-DEDUCTS.
           EVALUATE DED-CODE
                WHEN '01'
                     ADD WS-DED-WORK TO CURR-DED-401K
                WHEN '02'
                     ADD WS-DED-WORK TO CURR-DED-INS
                WHEN '03'
                     ADD WS-DED-WORK TO CURR-DED-GARN
           END-EVALUATE.
       888-READ-NEXT-EXIT.
           EXIT.

       900-MAPERR.
           MOVE '*** INPUT TOO SHORT - RE-ENTER ***' TO OFFC-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       910-INVALID-FUNCTION.
           MOVE '*** INVALID FUNCTION - USE A ***' TO OFFC-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       920-NOTFND-ERROR.
           IF WS-RESP EQUAL DFHRESP(NOTFND)
                MOVE '*** EMPLOYEE NOT ON PAY FILE ***' TO OFFC-MSG
           ELSE
                MOVE '*** ERROR ACCESSING RECORD ***' TO OFFC-MSG.

      ** LET GO OF THE DBUGEMP RECORD HELD BY STEP 2 WHEN THE
      ** PAYMENT STOPS SHORT OF THE REWRITE.
       940-RELEASE-EMPLOYEE.
           EXEC CICS UNLOCK DATASET ('DBUGEMP')
                     NOHANDLE
           END-EXEC.

      ** NOTHING IS TOUCHED UNTIL THE INPUT IS PROVED USABLE - THE
      ** SAME GUARD AS 960-EDIT-DEDUCTION-FIELDS IN CWCDDEDM.  THE
      ** REASON CODE IS LOOKED UP IN OFFC-REASON-TABLE AND ITS
      ** DEDUCTION FLAG LEFT IN WS-RSN-DEDUCT.
       960-EDIT-PAYMENT-FIELDS.
           MOVE SPACES TO OFFC-MSG.
           MOVE SPACE  TO WS-RSN-DEDUCT.
           IF OFFC-IN-EMP-NUM NOT NUMERIC
                MOVE '*** EMPLOYEE NUMBER MUST BE NUMERIC ***'
                     TO OFFC-MSG
                GO TO 960-EDIT-PAYMENT-EXIT.
           IF OFFC-IN-AMOUNT-X NOT NUMERIC
                MOVE '*** AMOUNT MUST BE NUMERIC ***' TO OFFC-MSG
                GO TO 960-EDIT-PAYMENT-EXIT.
           IF OFFC-IN-AMOUNT NOT > ZERO
                MOVE '*** AMOUNT MUST BE GREATER THAN ZERO ***'
                     TO OFFC-MSG
                GO TO 960-EDIT-PAYMENT-EXIT.
           PERFORM 965-FIND-REASON
                   VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4 OR RSN-FOUND.
           IF NOT RSN-FOUND
                MOVE '*** REASON MUST BE BN/CM/CR/RP ***' TO OFFC-MSG.
       960-EDIT-PAYMENT-EXIT.
           EXIT.

       965-FIND-REASON.
           IF OFFC-RSN-CODE (WS-RSN-SUB) EQUAL OFFC-IN-REASON
                MOVE OFFC-RSN-DEDUCT (WS-RSN-SUB) TO WS-RSN-DEDUCT.

      ***************************************************************
      ** OPERATOR AUTHORIZATION - LOOK UP THIS TERMINAL/TRANSACTION
      ** ON OPAUTH AND CHECK THE REQUESTED FUNCTION LETTER IS IN THE
      ** ALLOWED LIST.  AN UNREADABLE OPAUTH FILE DENIES, NEVER
      ** ALLOWS - A MISSING FENCE IS STILL A FENCE.
      ***************************************************************
       250-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SWITCH.
           MOVE EIBTRMID TO OPA-TRMID.
           MOVE EIBTRNID TO OPA-TRNID.
           EXEC CICS READ INTO (OPAUTH-RECORD)
                     DATASET   ('OPAUTH')
                     RIDFLD    (OPA-KEY)
                     LENGTH    (OPA-REC-LEN)
                     KEYLENGTH (OPA-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                GO TO 250-CHECK-AUTH-EXIT.
           MOVE ZERO TO WS-AUTH-COUNT.
           INSPECT OPA-FUNCS TALLYING WS-AUTH-COUNT
                   FOR ALL OFFC-IN-FUNC.
           IF WS-AUTH-COUNT > ZERO
                MOVE 'Y' TO WS-AUTH-SWITCH.
       250-CHECK-AUTH-EXIT.
           EXIT.

      ***************************************************************
      ** PAY-PERIOD LOCK - A PAYMENT KEYED TODAY LANDS ON THE FIRST
      ** PAYROLL ON THE PAYCAL CALENDAR WHOSE CHECK DATE IS TODAY OR
      ** LATER, AND IS CHARGED TO THAT PERIOD (WS-LOCK-PERIOD) FOR
      ** THE GL.  ONCE THAT PERIOD IS CLOSED ITS BOOKS ARE SHUT, SO
      ** NOTHING IS TAKEN UNTIL ITS CHECK DATE HAS PASSED.  A PERIOD
      ** CWCDGLEX HAS ALREADY RUN FOR IS SKIPPED - ITS GL INTERFACE
      ** IS BUILT, SO THE PAYMENT GOES TO THE NEXT PERIOD.  NO SUCH
      ** PERIOD ON THE CALENDAR, OR AN UNREADABLE CALENDAR, LOCKS AS
      ** WELL - THE SAME FENCE RULE AS 250-CHECK-AUTHORITY.
      ***************************************************************
       260-CHECK-PAY-PERIOD.
           MOVE 'N'    TO WS-PERIOD-SWITCH.
           MOVE 'N'    TO WS-PCL-DONE-SWITCH.
           MOVE SPACES TO WS-LOCK-PERIOD.
           EXEC CICS ASKTIME
                     ABSTIME (WS-ABSTIME)
                     NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (WS-ABSTIME)
                     YYYYMMDD (WS-TODAY)
                     NOHANDLE
           END-EXEC.
      ** NO CHECK DATE FALLS A MONTH OR MORE AFTER ITS PERIOD END, SO
      ** THE BROWSE CAN START AT THE FIRST OF LAST MONTH.
           MOVE WS-TODAY TO WS-PCL-BROWSE-KEY.
           IF WS-PCL-BROWSE-MM EQUAL 01
                MOVE 12 TO WS-PCL-BROWSE-MM
                SUBTRACT 1 FROM WS-PCL-BROWSE-CCYY
           ELSE
                SUBTRACT 1 FROM WS-PCL-BROWSE-MM.
           MOVE 01 TO WS-PCL-BROWSE-DD.
           EXEC CICS STARTBR DATASET ('PAYCAL')
                     RIDFLD    (WS-PCL-BROWSE-KEY)
                     KEYLENGTH (PCL-KEY-LEN)
                     GTEQ
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                GO TO 260-CHECK-PERIOD-EXIT.
           PERFORM 265-READ-NEXT-PERIOD
                   THRU 265-READ-NEXT-EXIT
                   UNTIL PCL-BROWSE-DONE.
           EXEC CICS ENDBR DATASET ('PAYCAL')
                     NOHANDLE
           END-EXEC.
       260-CHECK-PERIOD-EXIT.
           EXIT.

       265-READ-NEXT-PERIOD.
           EXEC CICS READNEXT DATASET ('PAYCAL')
                     INTO      (PAY-CALENDAR-RECORD)
                     RIDFLD    (WS-PCL-BROWSE-KEY)
                     LENGTH    (PCL-REC-LEN)
                     KEYLENGTH (PCL-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE 'Y' TO WS-PCL-DONE-SWITCH
                GO TO 265-READ-NEXT-EXIT.
           IF PCL-CHECK-DATE < WS-TODAY
                GO TO 265-READ-NEXT-EXIT.
           PERFORM 268-CHECK-GL-BOOKED
                   THRU 268-CHECK-GL-EXIT.
           IF PERIOD-GL-BOOKED
                GO TO 265-READ-NEXT-EXIT.
           MOVE 'Y'            TO WS-PCL-DONE-SWITCH.
           MOVE PCL-PERIOD-END TO WS-LOCK-PERIOD.
           IF PCL-OPEN
                MOVE 'Y' TO WS-PERIOD-SWITCH.
       265-READ-NEXT-EXIT.
           EXIT.

      ** CWCDGLEX ON RUNCTL FOR THE PERIOD - COMPLETE, OR STARTED AND
      ** STILL RUNNING OR ABENDED - MEANS THE PERIOD IS BOOKED.  THE
      ** SAME RUNCTL READ AS 400-CLOSE-PERIOD IN CWCDCALM.
       268-CHECK-GL-BOOKED.
           MOVE 'N'            TO WS-GL-BOOKED-SWITCH.
           MOVE PCL-PERIOD-END TO RCTL-PERIOD.
           MOVE 'CWCDGLEX'     TO RCTL-JOBNAME.
           EXEC CICS READ INTO (RUN-CONTROL-RECORD)
                     DATASET   ('RUNCTL')
                     RIDFLD    (RCTL-KEY)
                     LENGTH    (RCTL-REC-LEN)
                     KEYLENGTH (RCTL-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                GO TO 268-CHECK-GL-EXIT.
           IF RCTL-STATUS EQUAL 'C' OR RCTL-STATUS EQUAL 'S'
                MOVE 'Y' TO WS-GL-BOOKED-SWITCH.
       268-CHECK-GL-EXIT.
           EXIT.

       970-AUTH-DENIED.
           MOVE 'DENIED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** FUNCTION NOT AUTHORIZED ***' TO OFFC-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** A PAYMENT REFUSED BY THE PAY-PERIOD LOCK IS LOGGED TO SECLOG
      ** BESIDE THE AUTHORIZATION DENIALS, RESULT LOCKED.
       975-PERIOD-LOCKED.
           MOVE 'LOCKED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** PAY PERIOD CLOSED - NOT ISSUED ***' TO OFFC-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** BEST-EFFORT LIKE 880-WRITE-AUDIT-RECORD IN CWDEMCB2 - A LOG
      ** FAILURE NEVER FAILS THE TRANSACTION, BUT NOTHING REACHES
      ** THE FILES WITHOUT A TRAIL WHEN SECLOG IS HEALTHY.
       980-WRITE-SECURITY-LOG.
           MOVE EIBTRMID     TO SEC-TRMID.
           MOVE EIBTRNID     TO SEC-TRNID.
           MOVE EIBTASKN     TO SEC-TASKN.
           MOVE EIBDATE      TO SEC-DATE.
           MOVE EIBTIME      TO SEC-TIME.
           MOVE OFFC-IN-FUNC TO SEC-FUNC.
           MOVE SPACES       TO SEC-REC-KEY.
           MOVE OFFC-IN-EMP-NUM TO SEC-REC-KEY.
           EXEC CICS WRITE DATASET ('SECLOG')
                     FROM      (SECURITY-LOG-RECORD)
                     LENGTH    (SEC-REC-LEN)
                     RIDFLD    (SEC-KEY)
                     KEYLENGTH (SEC-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
