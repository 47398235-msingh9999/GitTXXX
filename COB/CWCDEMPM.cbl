       ID DIVISION.
       PROGRAM-ID.  CWCDEMPM.
      ***************************************************************
      ** EMPLOYEE MASTER MAINTENANCE - ADD/CHANGE/INQUIRE/TERMINATE
      ** TRANSACTION AGAINST THE EMPMSTR VSAM KSDS.  THIS REPLACES
      ** THE HARDCODED EMPLOYEE-INFORMATION TABLE THAT USED TO LIVE
      ** IN CWDEMCB2 - HR DATA NOW LIVES IN A REAL KEYED FILE INSTEAD
      ** OF WORKING-STORAGE LITERALS.  THE MASTER ALSO CARRIES THE PAY
      ** TYPE (HOURLY OR SALARIED), PAY FREQUENCY AND HIRE/TERMINATION
      ** DATES CWCDPCAL USES TO PAY AND PRORATE A SALARIED EMPLOYEE,
      ** AND THE EMPLOYMENT STATUS (ACTIVE, LEAVE OF ABSENCE OR
      ** TERMINATED).  A MASTER IS NEVER DELETED - YEAR-END STILL
      ** NEEDS IT - SO FUNCTION T TERMINATES INSTEAD: IT STAMPS THE
      ** TERMINATION DATE AND FINAL-CHECK FLAG AND STOPS THE
      ** EMPLOYEE'S DEDUCT RECORDS AS OF THAT DATE.  HOME STATE AND
      ** ZIP CODE COMPLETE THE MAILING ADDRESS FOR THE W-2 FILING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  FILLER               PIC X(12)  VALUE 'CWCDEMPM WS:'.
       77  EMPM-IN-LEN          PIC S9(4) COMP   VALUE +112.
       77  EMPM-SCR-LEN         PIC S9(4) COMP   VALUE +431.
       77  EMPM-REC-LEN         PIC S9(4) COMP   VALUE +120.
       77  EMPM-KEY-LEN         PIC S9(4) COMP   VALUE +5.
       77  EMP-REC-LEN          PIC S9(4) COMP   VALUE +120.
       77  EMP-KEY-LEN          PIC S9(4) COMP   VALUE +5.
       77  WS-RESP              PIC S9(8) COMP   VALUE ZERO.
       77  WS-SYSID             PIC X(4).
       77  WS-AUTH-SWITCH       PIC X            VALUE 'N'.
           88  OPERATOR-AUTHORIZED               VALUE 'Y'.
       77  WS-AUTH-COUNT        PIC S9(3)        VALUE ZERO.
       77  PCL-REC-LEN          PIC S9(4) COMP   VALUE +60.
       77  DED-REC-LEN          PIC S9(4) COMP   VALUE +40.
       77  DED-KEY-LEN          PIC S9(4) COMP   VALUE +7.
       77  WS-DED-DONE-SWITCH   PIC X            VALUE 'N'.
           88  DED-BROWSE-DONE                   VALUE 'Y'.
       77  WS-DED-FOUND         PIC S9(3) COMP   VALUE ZERO.
       77  WS-DED-SUB           PIC S9(3) COMP   VALUE ZERO.
       77  WS-DED-STOPPED       PIC S9(3) COMP   VALUE ZERO.
       77  WS-TERM-JULIAN       PIC 9(7)         VALUE ZERO.
       77  WS-TERM-DDD          PIC 9(3)         VALUE ZERO.
       77  WS-LEAP-QUOT         PIC 9(4)         VALUE ZERO.
       77  WS-LEAP-REM          PIC 9(4)         VALUE ZERO.
       77  WS-LEAP-SWITCH       PIC X            VALUE 'N'.
           88  LEAP-YEAR                         VALUE 'Y'.
       77  PCL-KEY-LEN          PIC S9(4) COMP   VALUE +8.
       77  WS-ABSTIME           PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-TODAY             PIC X(8)         VALUE SPACES.
       77  WS-LOCK-PERIOD       PIC X(8)         VALUE SPACES.
       77  WS-PERIOD-SWITCH     PIC X            VALUE 'N'.
           88  PAY-PERIOD-OPEN                   VALUE 'Y'.
       77  WS-PCL-DONE-SWITCH   PIC X            VALUE 'N'.
           88  PCL-BROWSE-DONE                   VALUE 'Y'.

      ** PAYCAL BROWSE KEY - STARTS AT THE FIRST OF LAST MONTH.
       01  WS-PCL-BROWSE-KEY.
           05  WS-PCL-BROWSE-CCYY   PIC 9(4).
           05  WS-PCL-BROWSE-MM     PIC 99.
           05  WS-PCL-BROWSE-DD     PIC 99.

      ** DEDUCT BROWSE KEY AND THE CODES FOUND STILL RUNNING AT
      ** TERMINATION - COLLECTED FIRST, THEN STOPPED ONE BY ONE, SINCE
      ** A READNEXT BROWSE CANNOT REWRITE WHAT IT READS.
       01  WS-DED-BROWSE-KEY.
           05  WS-DED-BROWSE-EMP    PIC X(5).
           05  WS-DED-BROWSE-CODE   PIC X(2).
       01  WS-DED-STOP-TABLE.
           05  WS-DED-STOP-CODE     PIC X(2) OCCURS 20 TIMES.

      ** TERMINATION DATE TAKEN APART TO TURN IT INTO THE 0CYYDDD
      ** SHAPE DED-STOP-DATE CARRIES (AS EIBDATE).
       01  WS-TERM-DATE-X.
           05  WS-TERM-CCYY         PIC 9(4).
           05  WS-TERM-MM           PIC 99.
           05  WS-TERM-DD           PIC 99.
       01  WS-DAYS-BEFORE-VALUES    PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
           05  WS-DAYS-BEFORE       PIC 999 OCCURS 12 TIMES.

       01  WS-TERM-MSG.
           05  FILLER               PIC X(17) VALUE
               '*** TERMINATED - '.
           05  WS-TERM-MSG-COUNT    PIC Z9.
           05  FILLER               PIC X(21) VALUE
               ' DEDUCTIONS STOPPED *'.

       01  WS-130               PIC S9(3) COMP-3 VALUE +130.
       01  WS-130-X REDEFINES WS-130.
           05  EMPM-IN-SALARY       PIC 9(5).
           05  EMPM-IN-RATE         PIC 9(3)V99.
           05  EMPM-IN-DEPT         PIC X(4).
           05  EMPM-IN-PAY-TYPE     PIC X.
           05  EMPM-IN-PAY-FREQ     PIC X.
           05  EMPM-IN-HIRE-DATE    PIC X(8).
           05  EMPM-IN-TERM-DATE    PIC X(8).
           05  EMPM-IN-STATUS       PIC X.
           05  EMPM-IN-FINAL        PIC X.
           05  EMPM-IN-STATE        PIC X(2).
           05  EMPM-IN-ZIP          PIC X(5).

      ** RECORD LAYOUT FOR THE EMPMSTR VSAM KSDS - KEYED ON EMPLOYEE
      ** NUMBER, WITH A RESERVE FILLER FOR FUTURE HR FIELDS (SAME
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

      ** LOCAL COPY OF THE DBUGEMP RECORD LAYOUT (SAME AS CWDEMCB2'S
      ** VSAM-EMP-RECORD AND CWCDPREG'S OWN COPY - THIS REPO HAS NO
           05  EMP-HOURS           PIC 999.
           05  EMP-TOTPAY          PIC 9(5)V99.
           05  EMP-RATE            PIC 9(3)V99.
           05  EMP-YTD-GRS         PIC S9(7)V99.
           05  EMP-YTD-TAX         PIC S9(5)V99.
           05  EMP-REG-HRS         PIC 999.
           05  EMP-OT-HRS          PIC 999.
           05  EMP-OT-PAY          PIC 9(5)V99.
           05  EMP-CUR-TAX         PIC 9(5)V99.
           05  EMP-DEPT            PIC X(4).
           05  EMP-CUR-SS          PIC 9(5)V99.
           05  EMP-CUR-MED         PIC 9(5)V99.
           05  EMP-ER-SS           PIC 9(5)V99.
           05  EMP-ER-MED          PIC 9(5)V99.
           05  EMP-LV-HRS          PIC 999.
           05  EMP-LV-PAY          PIC 9(5)V99.

      ** THE 18 ENTERABLE FIELDS SIT BACK TO BACK IN ONE UNPROTECTED
      ** RUN BEHIND A SINGLE LEADING ATTRIBUTE BYTE (ESCR-ENTRY-ATTR,
      ** SET FROM WS-13 BEFORE EVERY SEND) - THE SAME WAY PAY13
      ** PRECEDES THE CONTIGUOUS PAYEMP1-PAYEMP5 RUN IN CWDEMCB2'S
                   'FUNC1 EMPNUM5 NAME10 ADDR14 CITY11 PHONE8'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  ESCR-LINE3.
               10  FILLER           PIC X(51) VALUE
                   'SSN11 BDATE8 SAL5 RATE5 DEPT4 HS1 WBSM1 HIRE8 TRM8'.
               10  FILLER           PIC X(27) VALUE
                   ' ALT1 FINAL1 ST2 ZIP5'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  ESCR-ENTRY-LINE.
               10  ESCR-ENTRY-ATTR  PIC X.
               10  ESCR-SALARY      PIC ZZZZ9.
               10  ESCR-RATE        PIC 9(3)V99.
               10  ESCR-DEPT        PIC X(4).
               10  ESCR-PAY-TYPE    PIC X.
               10  ESCR-PAY-FREQ    PIC X.
               10  ESCR-HIRE-DATE   PIC X(8).
               10  ESCR-TERM-DATE   PIC X(8).
               10  ESCR-STATUS      PIC X.
               10  ESCR-FINAL       PIC X.
               10  ESCR-STATE       PIC X(2).
               10  ESCR-ZIP         PIC X(5).
               10  FILLER           PIC X(1)  VALUE SPACES.
           05  ESCR-LINE-MSG.
               10  EMPM-MSG         PIC X(40) VALUE SPACES.
               10  FILLER           PIC X(40) VALUE SPACES.


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

      ** ONE VOLUNTARY DEDUCTION ON THE DEDUCT VSAM KSDS, KEYED
      ** EMPLOYEE PLUS CODE.  SAME LAYOUT AS DEDUCT-RECORD IN
      ** CWCDDEDM.
       01  DEDUCT-RECORD.
           05  DED-KEY.
               10  DED-EMP-NUM      PIC X(5).
               10  DED-CODE         PIC X(2).
           05  DED-TYPE             PIC X.
           05  DED-AMOUNT           PIC 9(5)V99.
           05  DED-PERCENT          PIC 9(3)V9.
           05  DED-STOP-DATE        PIC 9(7).
           05  FILLER               PIC X(14).

      ** ONE OPERATOR AUTHORIZATION FROM THE OPAUTH VSAM KSDS, KEYED
      ** TERMINAL PLUS TRANSACTION.  OPA-FUNCS HOLDS THE FUNCTION
      ** LETTERS THAT TERMINAL MAY USE HERE; NO RECORD MEANS NO
       100-SEND-INITIAL-SCREEN.
           MOVE SPACES TO ESCR-FUNC     ESCR-EMP-NUM    ESCR-NAME
                          ESCR-ADDRESS  ESCR-CITY       ESCR-PHONE
                          ESCR-SOC-SEC  ESCR-BIRTH-DATE ESCR-DEPT
                          ESCR-PAY-TYPE ESCR-PAY-FREQ   ESCR-HIRE-DATE
                          ESCR-TERM-DATE ESCR-STATUS    ESCR-FINAL
                          ESCR-STATE    ESCR-ZIP.
           MOVE ZERO  TO ESCR-SALARY ESCR-RATE.
           MOVE WS-SYSID TO ESCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           MOVE EMPM-IN-SALARY       TO EMPM-SALARY.
           MOVE EMPM-IN-RATE         TO EMPM-RATE.
           MOVE EMPM-IN-DEPT         TO EMPM-DEPT.
           MOVE EMPM-IN-PAY-TYPE     TO EMPM-PAY-TYPE.
           MOVE EMPM-IN-PAY-FREQ     TO EMPM-PAY-FREQ.
           MOVE EMPM-IN-HIRE-DATE    TO EMPM-HIRE-DATE.
           MOVE EMPM-IN-TERM-DATE    TO EMPM-TERM-DATE.
           MOVE EMPM-IN-STATUS       TO EMPM-STATUS.
           MOVE EMPM-IN-STATE        TO EMPM-STATE.
           MOVE EMPM-IN-ZIP          TO EMPM-ZIP.

      ** INQUIRY STAYS OPEN - ONLY THE A/C/T MAINTENANCE FUNCTIONS
      ** DEMAND AN OPAUTH AUTHORIZATION FOR THIS TERMINAL.
           IF EMPM-IN-FUNC EQUAL 'A' OR 'C' OR 'T'
                PERFORM 250-CHECK-AUTHORITY
                        THRU 250-CHECK-AUTH-EXIT
                IF NOT OPERATOR-AUTHORIZED
                    GO TO 400-CHANGE-EMPLOYEE
               WHEN 'I'
                    GO TO 500-INQUIRE-EMPLOYEE
               WHEN 'T'
                    GO TO 600-TERMINATE-EMPLOYEE
               WHEN OTHER
                    GO TO 910-INVALID-FUNCTION
           END-EVALUATE.

       300-ADD-EMPLOYEE.
           PERFORM 960-EDIT-PAY-FIELDS.
           IF EMPM-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.
      ** A NEW MASTER IS ACTIVE OR ON LEAVE - NEVER TERMINATED.
           IF EMPM-IN-STATUS EQUAL 'T'
                MOVE '*** USE FUNCTION T TO TERMINATE ***' TO EMPM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           MOVE EMPM-IN-PAY-TYPE     TO EMPM-PAY-TYPE.
           MOVE EMPM-IN-PAY-FREQ     TO EMPM-PAY-FREQ.
           MOVE EMPM-IN-STATUS       TO EMPM-STATUS.
           EXEC CICS WRITE DATASET ('EMPMSTR')
                     FROM      (EMPM-RECORD)
                     LENGTH    (EMPM-REC-LEN)
           GO TO 650-SEND-RESULT-SCREEN.

       400-CHANGE-EMPLOYEE.
           PERFORM 960-EDIT-PAY-FIELDS.
           IF EMPM-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.
           EXEC CICS READ INTO (EMPM-RECORD)
                     DATASET   ('EMPMSTR')
                     RIDFLD    (EMPM-EMP-NUM)
                PERFORM 920-NOTFND-ERROR
                GO TO 650-SEND-RESULT-SCREEN.

      ** A CHANGE TO ANY FIELD THAT DRIVES PAY IS HELD TO THE PAY-
      ** PERIOD LOCK; NAME/ADDRESS/PHONE CORRECTIONS ARE NOT.  A BLANK
      ** TYPE/FREQUENCY ON FILE READS AS THE H/W 960 DEFAULTS TO.
           IF EMPM-PAY-TYPE EQUAL SPACE
                MOVE 'H' TO EMPM-PAY-TYPE.
           IF EMPM-PAY-FREQ EQUAL SPACE
                MOVE 'W' TO EMPM-PAY-FREQ.
           IF EMPM-STATUS EQUAL SPACE
                MOVE 'A' TO EMPM-STATUS.

      ** ONLY FUNCTION T TERMINATES.  TAKING A TERMINATED EMPLOYEE
      ** BACK IS A REHIRE: THE NEW HIRE DATE MUST FOLLOW THE OLD
      ** TERMINATION DATE, WHICH IS CLEARED WITH THE FINAL-CHECK
      ** FLAG.  OTHERWISE THE FLAG AND ITS PERIOD STAY AS THEY ARE.
           IF EMPM-IN-STATUS EQUAL 'T' AND NOT EMPM-TERMINATED
                EXEC CICS UNLOCK DATASET ('EMPMSTR')
                          NOHANDLE
                END-EXEC
                MOVE '*** USE FUNCTION T TO TERMINATE ***' TO EMPM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           IF EMPM-TERMINATED AND EMPM-IN-STATUS NOT EQUAL 'T'
                IF EMPM-IN-TERM-DATE NOT EQUAL SPACES OR
                   EMPM-IN-HIRE-DATE NOT NUMERIC OR
                   EMPM-IN-HIRE-DATE NOT > EMPM-TERM-DATE
                     EXEC CICS UNLOCK DATASET ('EMPMSTR')
                               NOHANDLE
                     END-EXEC
                     MOVE '*** REHIRE NEEDS NEW HIRE DATE, NO TERM ***'
                          TO EMPM-MSG
                     GO TO 650-SEND-RESULT-SCREEN
                ELSE
                     MOVE SPACE  TO EMPM-FINAL-CHECK
                     MOVE SPACES TO EMPM-FINAL-PERIOD.

           IF EMPM-IN-SALARY    NOT EQUAL EMPM-SALARY    OR
              EMPM-IN-RATE      NOT EQUAL EMPM-RATE      OR
              EMPM-IN-PAY-TYPE  NOT EQUAL EMPM-PAY-TYPE  OR
              EMPM-IN-PAY-FREQ  NOT EQUAL EMPM-PAY-FREQ  OR
              EMPM-IN-HIRE-DATE NOT EQUAL EMPM-HIRE-DATE OR
              EMPM-IN-TERM-DATE NOT EQUAL EMPM-TERM-DATE OR
              EMPM-IN-STATUS    NOT EQUAL EMPM-STATUS
                PERFORM 260-CHECK-PAY-PERIOD
                        THRU 260-CHECK-PERIOD-EXIT
                IF NOT PAY-PERIOD-OPEN
                     EXEC CICS UNLOCK DATASET ('EMPMSTR')
                               NOHANDLE
                     END-EXEC
                     GO TO 975-PERIOD-LOCKED.

           MOVE EMPM-IN-NAME         TO EMPM-NAME.
           MOVE EMPM-IN-ADDRESS      TO EMPM-ADDRESS.
           MOVE EMPM-IN-CITY         TO EMPM-CITY.
           MOVE EMPM-IN-SALARY       TO EMPM-SALARY.
           MOVE EMPM-IN-RATE         TO EMPM-RATE.
           MOVE EMPM-IN-DEPT         TO EMPM-DEPT.
           MOVE EMPM-IN-PAY-TYPE     TO EMPM-PAY-TYPE.
           MOVE EMPM-IN-PAY-FREQ     TO EMPM-PAY-FREQ.
           MOVE EMPM-IN-HIRE-DATE    TO EMPM-HIRE-DATE.
           MOVE EMPM-IN-TERM-DATE    TO EMPM-TERM-DATE.
           MOVE EMPM-IN-STATUS       TO EMPM-STATUS.
           MOVE EMPM-IN-STATE        TO EMPM-STATE.
           MOVE EMPM-IN-ZIP          TO EMPM-ZIP.

           EXEC CICS REWRITE DATASET ('EMPMSTR')
                     FROM   (EMPM-RECORD)
                PERFORM 920-NOTFND-ERROR.
           GO TO 650-SEND-RESULT-SCREEN.

      ***************************************************************
      ** TERMINATE - ONLY THE EMPLOYEE NUMBER, TERMINATION DATE AND
      ** FINAL-CHECK FLAG (Y OR N, BLANK = Y) ARE TAKEN FROM THE
      ** ENTRY LINE; EVERYTHING ELSE ON THE MASTER IS LEFT ALONE.  A
      ** TERMINATION ALTERS PAY, SO IT IS HELD TO THE PAY-PERIOD LOCK.
      ** ONCE THE MASTER IS REWRITTEN THE EMPLOYEE'S DEDUCTIONS ARE
      ** STOPPED AS OF THE TERMINATION DATE (945-STOP-DEDUCTIONS).
      ***************************************************************
       600-TERMINATE-EMPLOYEE.
           PERFORM 965-EDIT-TERM-FIELDS.
           IF EMPM-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.
           EXEC CICS READ INTO (EMPM-RECORD)
                     DATASET   ('EMPMSTR')
                     RIDFLD    (EMPM-EMP-NUM)
                     LENGTH    (EMPM-REC-LEN)
                     KEYLENGTH (EMPM-KEY-LEN)
                     UPDATE
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 920-NOTFND-ERROR
                GO TO 650-SEND-RESULT-SCREEN.
           IF EMPM-TERMINATED
                EXEC CICS UNLOCK DATASET ('EMPMSTR')
                          NOHANDLE
                END-EXEC
                MOVE '*** EMPLOYEE ALREADY TERMINATED ***' TO EMPM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           IF EMPM-HIRE-DATE NUMERIC AND
              EMPM-IN-TERM-DATE < EMPM-HIRE-DATE
                EXEC CICS UNLOCK DATASET ('EMPMSTR')
                          NOHANDLE
                END-EXEC
                MOVE '*** TERM DATE BEFORE HIRE DATE ***' TO EMPM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           PERFORM 260-CHECK-PAY-PERIOD
                   THRU 260-CHECK-PERIOD-EXIT.
           IF NOT PAY-PERIOD-OPEN
                EXEC CICS UNLOCK DATASET ('EMPMSTR')
                          NOHANDLE
                END-EXEC
                GO TO 975-PERIOD-LOCKED.

           MOVE 'T'                  TO EMPM-STATUS.
           MOVE EMPM-IN-TERM-DATE    TO EMPM-TERM-DATE.
           MOVE EMPM-IN-FINAL        TO EMPM-FINAL-CHECK.
           MOVE SPACES               TO EMPM-FINAL-PERIOD.
           EXEC CICS REWRITE DATASET ('EMPMSTR')
                     FROM   (EMPM-RECORD)
                     LENGTH (EMPM-REC-LEN)
                     RESP   (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE '*** ERROR UPDATING RECORD ***' TO EMPM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           MOVE 'ALLOWED ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           PERFORM 945-STOP-DEDUCTIONS
                   THRU 945-STOP-DEDUCTIONS-EXIT.
           MOVE WS-DED-STOPPED TO WS-TERM-MSG-COUNT.
           MOVE WS-TERM-MSG TO EMPM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       650-SEND-RESULT-SCREEN.
           MOVE EMPM-SALARY          TO ESCR-SALARY.
           MOVE EMPM-RATE            TO ESCR-RATE.
           MOVE EMPM-DEPT            TO ESCR-DEPT.
           MOVE EMPM-PAY-TYPE        TO ESCR-PAY-TYPE.
           MOVE EMPM-PAY-FREQ        TO ESCR-PAY-FREQ.
           MOVE EMPM-HIRE-DATE       TO ESCR-HIRE-DATE.
           MOVE EMPM-TERM-DATE       TO ESCR-TERM-DATE.
           MOVE EMPM-STATUS          TO ESCR-STATUS.
           MOVE EMPM-FINAL-CHECK     TO ESCR-FINAL.
           MOVE EMPM-STATE           TO ESCR-STATE.
           MOVE EMPM-ZIP             TO ESCR-ZIP.
           MOVE EMPM-IN-FUNC         TO ESCR-FUNC.
           MOVE WS-SYSID             TO ESCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           GO TO 650-SEND-RESULT-SCREEN.

       910-INVALID-FUNCTION.
           MOVE '*** INVALID FUNCTION - USE A/C/I/T ***' TO EMPM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       920-NOTFND-ERROR.
           ELSE
                MOVE '*** ERROR ADDING RECORD ***' TO EMPM-MSG.

      ** A PAY TYPE OR FREQUENCY CWCDPCAL CANNOT READ, A SALARIED
      ** EMPLOYEE WITH NO SALARY, OR A DATE THAT IS NOT CCYYMMDD
      ** WOULD MISPAY THE BATCH, SO ADDS AND CHANGES ARE EDITED HERE
      ** BEFORE THE FILE IS TOUCHED - SAME GUARD AS 960-EDIT-
      ** DEDUCTION-FIELDS IN CWCDDEDM.  A BLANK PAY TYPE IS HOURLY
      ** AND A BLANK FREQUENCY IS WEEKLY, THE WAY EVERY EMPLOYEE WAS
      ** PAID BEFORE THE FIELDS EXISTED.  A ZIP CODE, WHEN KEYED, IS
      ** FIVE DIGITS; STATE IS THE TWO-LETTER POSTAL ABBREVIATION.
       960-EDIT-PAY-FIELDS.
           MOVE SPACES TO EMPM-MSG.
           IF EMPM-IN-PAY-TYPE EQUAL SPACE
                MOVE 'H' TO EMPM-IN-PAY-TYPE.
           IF EMPM-IN-PAY-FREQ EQUAL SPACE
                MOVE 'W' TO EMPM-IN-PAY-FREQ.
           IF EMPM-IN-STATUS EQUAL SPACE
                MOVE 'A' TO EMPM-IN-STATUS.
           IF EMPM-IN-STATUS NOT EQUAL 'A' AND
              EMPM-IN-STATUS NOT EQUAL 'L' AND
              EMPM-IN-STATUS NOT EQUAL 'T'
                MOVE '*** STATUS MUST BE A, L OR T ***' TO EMPM-MSG.
           IF EMPM-IN-PAY-TYPE NOT EQUAL 'H' AND
              EMPM-IN-PAY-TYPE NOT EQUAL 'S'
                MOVE '*** PAY TYPE MUST BE H OR S ***' TO EMPM-MSG.
           IF EMPM-IN-PAY-FREQ NOT EQUAL 'W' AND
              EMPM-IN-PAY-FREQ NOT EQUAL 'B' AND
              EMPM-IN-PAY-FREQ NOT EQUAL 'S' AND
              EMPM-IN-PAY-FREQ NOT EQUAL 'M'
                MOVE '*** FREQUENCY MUST BE W, B, S OR M ***'
                     TO EMPM-MSG.
           IF EMPM-IN-PAY-TYPE EQUAL 'S'
                IF EMPM-IN-SALARY NOT NUMERIC OR
                   EMPM-IN-SALARY EQUAL ZERO
                     MOVE '*** SALARIED NEEDS AN ANNUAL SALARY ***'
                          TO EMPM-MSG.
           IF EMPM-IN-HIRE-DATE NOT EQUAL SPACES AND
              EMPM-IN-HIRE-DATE NOT NUMERIC
                MOVE '*** HIRE DATE MUST BE CCYYMMDD ***' TO EMPM-MSG.
           IF EMPM-IN-TERM-DATE NOT EQUAL SPACES AND
              EMPM-IN-TERM-DATE NOT NUMERIC
                MOVE '*** TERM DATE MUST BE CCYYMMDD ***' TO EMPM-MSG.
           IF EMPM-IN-HIRE-DATE NUMERIC AND
              EMPM-IN-TERM-DATE NUMERIC AND
              EMPM-IN-TERM-DATE < EMPM-IN-HIRE-DATE
                MOVE '*** TERM DATE BEFORE HIRE DATE ***' TO EMPM-MSG.
           IF EMPM-IN-ZIP NOT EQUAL SPACES AND
              EMPM-IN-ZIP NOT NUMERIC
                MOVE '*** ZIP CODE MUST BE 5 DIGITS ***' TO EMPM-MSG.
           IF EMPM-IN-STATE NOT ALPHABETIC
                MOVE '*** STATE MUST BE 2 LETTERS ***' TO EMPM-MSG.

      ** THE TERMINATE FUNCTION NEEDS A REAL CCYYMMDD TERMINATION
      ** DATE - IT BECOMES THE DEDUCTION STOP DATE - AND A FINAL-CHECK
      ** FLAG OF Y OR N.
       965-EDIT-TERM-FIELDS.
           MOVE SPACES TO EMPM-MSG.
           IF EMPM-IN-FINAL EQUAL SPACE
                MOVE 'Y' TO EMPM-IN-FINAL.
           IF EMPM-IN-FINAL NOT EQUAL 'Y' AND
              EMPM-IN-FINAL NOT EQUAL 'N'
                MOVE '*** FINAL CHECK FLAG MUST BE Y OR N ***'
                     TO EMPM-MSG.
           IF EMPM-IN-TERM-DATE NOT NUMERIC
                MOVE '*** TERM DATE MUST BE CCYYMMDD ***' TO EMPM-MSG
           ELSE
                MOVE EMPM-IN-TERM-DATE TO WS-TERM-DATE-X
                IF WS-TERM-MM < 01 OR WS-TERM-MM > 12 OR
                   WS-TERM-DD < 01 OR WS-TERM-DD > 31
                     MOVE '*** TERM DATE MUST BE CCYYMMDD ***'
                          TO EMPM-MSG.

      ** SEEDS A BRAND-NEW DBUGEMP RECORD WITH THE RATE JUST ENTERED SO
      ** 900-PROCESS-00002-SELECTION IN CWDEMCB2 HAS A REAL PER-
      ** EMPLOYEE EMP-RATE TO READ INSTEAD OF FALLING BACK ON ITS
                                   EMP-YTD-GRS  EMP-YTD-TAX
                                   EMP-REG-HRS  EMP-OT-HRS
                                   EMP-REG-PAY  EMP-OT-PAY
                                   EMP-CUR-TAX
                                   EMP-CUR-SS   EMP-CUR-MED
                                   EMP-ER-SS    EMP-ER-MED
                                   EMP-LV-HRS   EMP-LV-PAY.
           MOVE EMPM-RATE      TO EMP-RATE.
           MOVE EMPM-DEPT      TO EMP-DEPT.
           EXEC CICS WRITE DATASET ('DBUGEMP')
              WS-RESP EQUAL DFHRESP(DUPKEY)
                PERFORM 950-SYNC-DBUGEMP-RATE.

      ***************************************************************
      ** STOP THE TERMINATED EMPLOYEE'S DEDUCTIONS AS OF THE
      ** TERMINATION DATE: EVERY DEDUCT RECORD WITH NO STOP DATE, OR
      ** ONE LATER THAN THE TERMINATION, GETS THE TERMINATION DATE
      ** (0CYYDDD) AS ITS STOP DATE.  AN EARLIER STOP IS KEPT.  THE
      ** COUNT STOPPED IS LEFT IN WS-DED-STOPPED FOR THE MESSAGE.  A
      ** DEDUCT FAILURE NEVER UNDOES THE TERMINATION - CWCDDEDM CAN
      ** STILL STOP A DEDUCTION BY HAND.
      ***************************************************************
       945-STOP-DEDUCTIONS.
           MOVE ZERO TO WS-DED-FOUND WS-DED-STOPPED.
           PERFORM 948-CONVERT-TERM-DATE.
           MOVE EMPM-EMP-NUM TO WS-DED-BROWSE-EMP.
           MOVE LOW-VALUES   TO WS-DED-BROWSE-CODE.
           MOVE 'N'          TO WS-DED-DONE-SWITCH.
           EXEC CICS STARTBR DATASET ('DEDUCT')
                     RIDFLD    (WS-DED-BROWSE-KEY)
                     KEYLENGTH (DED-KEY-LEN)
                     GTEQ
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                GO TO 945-STOP-DEDUCTIONS-EXIT.
           PERFORM 946-READ-NEXT-DEDUCTION
                   THRU 946-READ-NEXT-EXIT
                   UNTIL DED-BROWSE-DONE.
           EXEC CICS ENDBR DATASET ('DEDUCT')
                     NOHANDLE
           END-EXEC.
           PERFORM 947-STOP-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-FOUND.
       945-STOP-DEDUCTIONS-EXIT.
           EXIT.

       946-READ-NEXT-DEDUCTION.
           EXEC CICS READNEXT DATASET ('DEDUCT')
                     INTO      (DEDUCT-RECORD)
                     RIDFLD    (WS-DED-BROWSE-KEY)
                     LENGTH    (DED-REC-LEN)
                     KEYLENGTH (DED-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              DED-EMP-NUM NOT EQUAL EMPM-EMP-NUM OR
              WS-DED-FOUND NOT < 20
                MOVE 'Y' TO WS-DED-DONE-SWITCH
                GO TO 946-READ-NEXT-EXIT.
           IF DED-STOP-DATE NUMERIC AND
              DED-STOP-DATE > ZERO AND
              DED-STOP-DATE NOT > WS-TERM-JULIAN
                GO TO 946-READ-NEXT-EXIT.
           ADD 1 TO WS-DED-FOUND.
           MOVE DED-CODE TO WS-DED-STOP-CODE (WS-DED-FOUND).
       946-READ-NEXT-EXIT.
           EXIT.

       947-STOP-ONE-DEDUCTION.
           MOVE EMPM-EMP-NUM                TO DED-EMP-NUM.
           MOVE WS-DED-STOP-CODE (WS-DED-SUB) TO DED-CODE.
           EXEC CICS READ INTO (DEDUCT-RECORD)
                     DATASET   ('DEDUCT')
                     RIDFLD    (DED-KEY)
                     LENGTH    (DED-REC-LEN)
                     KEYLENGTH (DED-KEY-LEN)
                     UPDATE
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE WS-TERM-JULIAN TO DED-STOP-DATE
                EXEC CICS REWRITE DATASET ('DEDUCT')
                          FROM   (DEDUCT-RECORD)
                          LENGTH (DED-REC-LEN)
                          RESP   (WS-RESP)
                          NOHANDLE
                END-EXEC
                IF WS-RESP EQUAL DFHRESP(NORMAL)
                     ADD 1 TO WS-DED-STOPPED.

      ** CCYYMMDD TO 0CYYDDD: DAYS BEFORE THE MONTH PLUS THE DAY, ONE
      ** MORE AFTER FEBRUARY IN A LEAP YEAR (DIVISIBLE BY 4, CENTURIES
      ** ONLY BY 400) - THE SAME RULE AS CWCDQTRR'S QUARTER WINDOW.
       948-CONVERT-TERM-DATE.
           MOVE EMPM-TERM-DATE TO WS-TERM-DATE-X.
           MOVE 'N' TO WS-LEAP-SWITCH.
           DIVIDE WS-TERM-CCYY BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
                MOVE 'Y' TO WS-LEAP-SWITCH.
           DIVIDE WS-TERM-CCYY BY 100 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
                MOVE 'N' TO WS-LEAP-SWITCH.
           DIVIDE WS-TERM-CCYY BY 400 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
                MOVE 'Y' TO WS-LEAP-SWITCH.
           COMPUTE WS-TERM-DDD = WS-DAYS-BEFORE (WS-TERM-MM)
                               + WS-TERM-DD.
           IF LEAP-YEAR AND WS-TERM-MM > 02
                ADD 1 TO WS-TERM-DDD.
           COMPUTE WS-TERM-JULIAN = (WS-TERM-CCYY - 1900) * 1000
                                  + WS-TERM-DDD.

      ** PROPAGATES A RATE OR DEPARTMENT CHANGE ONTO THE MATCHING
      ** DBUGEMP RECORD SO ONLINE PAY PROCESSING AND THE DEPARTMENTAL
      ** REGISTER PICK UP THE NEW VALUES.  IF NO DBUGEMP
       250-CHECK-AUTH-EXIT.
           EXIT.

      ***************************************************************
      ** PAY-PERIOD LOCK - A CHANGE KEYED TODAY LANDS ON THE FIRST
      ** PAYROLL ON THE PAYCAL CALENDAR WHOSE CHECK DATE IS TODAY OR
      ** LATER.  ONCE THAT PERIOD IS CLOSED ITS CHECKS HAVE PRINTED,
      ** SO NOTHING THAT WOULD ALTER ITS PAY IS TAKEN UNTIL ITS CHECK
      ** DATE HAS PASSED.  NO SUCH PERIOD ON THE CALENDAR, OR AN
      ** UNREADABLE CALENDAR, LOCKS AS WELL - THE SAME FENCE RULE AS
      ** 250-CHECK-AUTHORITY.
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
           MOVE 'Y'            TO WS-PCL-DONE-SWITCH.
           MOVE PCL-PERIOD-END TO WS-LOCK-PERIOD.
           IF PCL-OPEN
                MOVE 'Y' TO WS-PERIOD-SWITCH.
       265-READ-NEXT-EXIT.
           EXIT.

       970-AUTH-DENIED.
           MOVE 'DENIED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** FUNCTION NOT AUTHORIZED ***' TO EMPM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** A CHANGE REFUSED BY THE PAY-PERIOD LOCK IS LOGGED TO SECLOG
      ** BESIDE THE AUTHORIZATION DENIALS, RESULT LOCKED.
       975-PERIOD-LOCKED.
           MOVE 'LOCKED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** PAY PERIOD CLOSED - NOT CHANGED ***' TO EMPM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** BEST-EFFORT LIKE 880-WRITE-AUDIT-RECORD IN CWDEMCB2 - A LOG
      ** FAILURE NEVER FAILS THE TRANSACTION, BUT NOTHING REACHES
      ** THE FILES WITHOUT A TRAIL WHEN SECLOG IS HEALTHY.
