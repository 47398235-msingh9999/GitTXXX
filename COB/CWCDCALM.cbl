       ID DIVISION.
       PROGRAM-ID.  CWCDCALM.
      ***************************************************************
      ** PAYROLL CALENDAR MAINTENANCE AND PERIOD CLOSE - ADD/CLOSE/
      ** INQUIRE TRANSACTION AGAINST THE PAYCAL VSAM KSDS, MODELED ON
      ** THE CWCDDEDM DEDUCTION MAINTENANCE.  EACH RECORD IS ONE PAY
      ** PERIOD, KEYED ON ITS END DATE - THE SAME CCYYMMDD DATE EVERY
      ** BATCH JOB'S RUNPARM CARD CARRIES - WITH ITS START DATE, ITS
      ** CHECK DATE AND ITS STATUS, O OPEN OR C CLOSED.  A PERIOD IS
      ** ADDED OPEN.  CLOSE (FUNCTION X) IS ALLOWED ONLY ONCE
      ** CWCDCHKP HAS COMPLETED FOR THE PERIOD ON RUNCTL, AND STAMPS
      ** THE DATE, TIME AND TERMINAL THAT CLOSED IT.  FROM THEN ON
      ** CWCDTCLD/CWCDPCAL/CWCDCHKP/CWCDMRCH REFUSE TO RUN FOR IT AND
      ** THE ONLINE PAY PATHS AND PAY MAINTENANCE REFUSE ANY CHANGE
      ** THAT WOULD LAND ON IT.  THERE IS NO REOPEN AND NO DELETE - A
      ** CLOSED PERIOD STAYS CLOSED SO THE REGISTER, PAYHIST AND
      ** CHECKREG CANNOT DRIFT APART AFTER THE CHECKS HAVE PRINTED.
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  FILLER               PIC X(12)  VALUE 'CWCDCALM WS:'.
       77  CALM-IN-LEN          PIC S9(4) COMP   VALUE +28.
       77  CALM-SCR-LEN         PIC S9(4) COMP   VALUE +480.
       77  PCL-REC-LEN          PIC S9(4) COMP   VALUE +60.
       77  PCL-KEY-LEN          PIC S9(4) COMP   VALUE +8.
       77  RCTL-REC-LEN         PIC S9(4) COMP   VALUE +60.
       77  RCTL-KEY-LEN         PIC S9(4) COMP   VALUE +16.
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

       01  WS-130               PIC S9(3) COMP-3 VALUE +130.
       01  WS-130-X REDEFINES WS-130.
           05  WS-13            PIC X.
           05  WS-0C            PIC X.

      ** LEADING 3 BYTES MATCH THE DUMMY-EMP/DUMMY-EMP-MULTI HEADER
      ** IDIOM IN CWDEMCB2 - A BASIC (NON-MAPPED) RECEIVE RETURNS THAT
      ** MUCH LEADER AHEAD OF THE DATA THE OPERATOR ACTUALLY TYPED.
       01  CALM-INPUT.
           05  FILLER               PIC X(3).
           05  CALM-IN-FUNC         PIC X.
           05  CALM-IN-PERIOD-END   PIC X(8).
           05  CALM-IN-START-DATE   PIC X(8).
           05  CALM-IN-CHECK-DATE   PIC X(8).

      ** RECORD LAYOUT FOR THE PAYCAL VSAM KSDS - ONE RECORD PER PAY
      ** PERIOD, KEYED ON THE PERIOD END DATE (CCYYMMDD, THE RUNPARM
      ** PERIOD).  START AND CHECK DATES ARE CCYYMMDD AS WELL; THE
      ** CLOSE STAMP IS EIBDATE (0CYYDDD)/EIBTIME/EIBTRMID.  EVERY
      ** BATCH JOB AND EVERY LOCKED ONLINE TRANSACTION CARRIES THE
      ** SAME LAYOUT.
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
      ** JOBS (SEE CWCDTCLD).  ONLY READ HERE, TO PROVE THE CHECKS
      ** FOR A PERIOD HAVE PRINTED BEFORE IT MAY BE CLOSED.
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

      ** THE ENTERABLE FIELDS SIT BACK TO BACK IN ONE UNPROTECTED RUN
      ** BEHIND A SINGLE LEADING ATTRIBUTE BYTE, THE SAME WAY THE
      ** CWCDEMPM ENTRY LINE IS LAID OUT - SEE THE COMMENT THERE FOR
      ** WHY THE FIELD LABELS ARE DOCUMENTED AS PROTECTED TEXT AHEAD
      ** OF THE ENTRY LINE INSTEAD OF NEXT TO EACH FIELD.  THE LINE
      ** AFTER THE ENTRY LINE IS DISPLAY ONLY.
       01  CALM-SCREEN.
           05  CSCR-LINE1.
               10  FILLER           PIC X(42) VALUE
                   '*** PAYROLL CALENDAR MAINTENANCE ***'.
               10  FILLER           PIC X(34) VALUE SPACES.
               10  CSCR-SID         PIC X(4)  VALUE SPACE.
           05  CSCR-LINE2.
               10  FILLER           PIC X(78) VALUE
                   'FUNC1 PERIODEND8 STARTDATE8 CHECKDATE8'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  CSCR-LINE3.
               10  FILLER           PIC X(78) VALUE
                   'A=ADD PERIOD  I=INQUIRE  X=CLOSE PERIOD  CCYYMMDD'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  CSCR-ENTRY-LINE.
               10  CSCR-ENTRY-ATTR  PIC X.
               10  CSCR-FUNC        PIC X.
               10  CSCR-PERIOD-END  PIC X(8).
               10  CSCR-START-DATE  PIC X(8).
               10  CSCR-CHECK-DATE  PIC X(8).
               10  FILLER           PIC X(54) VALUE SPACES.
           05  CSCR-INFO-LINE.
               10  FILLER           PIC X(7)  VALUE 'STATUS '.
               10  CSCR-STATUS      PIC X.
               10  FILLER           PIC X(8)  VALUE ' CLOSED '.
               10  CSCR-CLOSE-DATE  PIC X(7).
               10  FILLER           PIC X(6)  VALUE ' TIME '.
               10  CSCR-CLOSE-TIME  PIC X(7).
               10  FILLER           PIC X(6)  VALUE ' TERM '.
               10  CSCR-CLOSE-TRMID PIC X(4).
               10  FILLER           PIC X(34) VALUE SPACES.
           05  CSCR-LINE-MSG.
               10  CALM-MSG         PIC X(40) VALUE SPACES.
               10  FILLER           PIC X(40) VALUE SPACES.


      ** ONE OPERATOR AUTHORIZATION FROM THE OPAUTH VSAM KSDS, KEYED
      ** TERMINAL PLUS TRANSACTION.  OPA-FUNCS HOLDS THE FUNCTION
      ** LETTERS THAT TERMINAL MAY USE HERE; NO RECORD MEANS NO
      ** MAINTENANCE AUTHORITY AT ALL.  INQUIRY STAYS OPEN.
       01  OPAUTH-RECORD.
           05  OPA-KEY.
               10  OPA-TRMID        PIC X(4).
               10  OPA-TRNID        PIC X(4).
           05  OPA-FUNCS            PIC X(8).
           05  FILLER               PIC X(24).

      ** SECURITY LOG RECORD - SAME LAYOUT AND KEY AS IN CWCDDEDM.
      ** CWCDSECR IS THE BATCH REPORT.
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
      ** BACK ZERO ON THE NEXT PSEUDOCONVERSATIONAL INPUT - SEE
      ** CWCDDEDM.
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
           MOVE SPACES TO CSCR-FUNC        CSCR-PERIOD-END
                          CSCR-START-DATE  CSCR-CHECK-DATE
                          CSCR-STATUS      CSCR-CLOSE-DATE
                          CSCR-CLOSE-TIME  CSCR-CLOSE-TRMID.
           MOVE WS-SYSID TO CSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           MOVE '*** ENTER FUNCTION AND PERIOD DATES ***'
                TO CALM-MSG.
           EXEC CICS SEND
                     FROM   (CALM-SCREEN)
                     LENGTH (CALM-SCR-LEN)
                     ERASE
           END-EXEC.
           GO TO 700-RETURN-TO-TRAN.

       150-SET-FIELD-ATTRS.
           MOVE WS-13 TO CSCR-ENTRY-ATTR.

       200-RECEIVE-INPUT.
           EXEC CICS HANDLE CONDITION
                     LENGERR (900-MAPERR)
           END-EXEC.
           EXEC CICS RECEIVE
                     INTO   (CALM-INPUT)
                     LENGTH (CALM-IN-LEN)
           END-EXEC.

           MOVE SPACES             TO PAY-CALENDAR-RECORD.
           MOVE CALM-IN-PERIOD-END TO PCL-PERIOD-END.
           MOVE CALM-IN-START-DATE TO PCL-START-DATE.
           MOVE CALM-IN-CHECK-DATE TO PCL-CHECK-DATE.

      ** INQUIRY STAYS OPEN - ONLY THE A/X MAINTENANCE FUNCTIONS
      ** DEMAND AN OPAUTH AUTHORIZATION FOR THIS TERMINAL.
           IF CALM-IN-FUNC EQUAL 'A' OR 'X'
                PERFORM 250-CHECK-AUTHORITY
                        THRU 250-CHECK-AUTH-EXIT
                IF NOT OPERATOR-AUTHORIZED
                     GO TO 970-AUTH-DENIED.

           EVALUATE CALM-IN-FUNC
               WHEN 'A'
                    GO TO 300-ADD-PERIOD
               WHEN 'X'
                    GO TO 400-CLOSE-PERIOD
               WHEN 'I'
                    GO TO 500-INQUIRE-PERIOD
               WHEN OTHER
                    GO TO 910-INVALID-FUNCTION
           END-EVALUATE.

      ** A NEW PERIOD IS ALWAYS ADDED OPEN, WITH NO CLOSE STAMP.
       300-ADD-PERIOD.
           PERFORM 960-EDIT-PERIOD-DATES
                   THRU 960-EDIT-PERIOD-EXIT.
           IF CALM-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.
           MOVE 'O'    TO PCL-STATUS.
           MOVE ZERO   TO PCL-CLOSE-DATE  PCL-CLOSE-TIME.
           MOVE SPACES TO PCL-CLOSE-TRMID.
           EXEC CICS WRITE DATASET ('PAYCAL')
                     FROM      (PAY-CALENDAR-RECORD)
                     LENGTH    (PCL-REC-LEN)
                     RIDFLD    (PCL-PERIOD-END)
                     KEYLENGTH (PCL-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** PAY PERIOD ADDED - OPEN ***' TO CALM-MSG
                MOVE 'ALLOWED ' TO SEC-RESULT
                PERFORM 980-WRITE-SECURITY-LOG
           ELSE
                PERFORM 930-ADD-ERROR.
           GO TO 650-SEND-RESULT-SCREEN.

      ***************************************************************
      ** CLOSE ONE PERIOD.  THE CHECKS MUST HAVE PRINTED - CWCDCHKP
      ** COMPLETE (STATUS C) ON RUNCTL FOR THE PERIOD - OR THE CLOSE
      ** WOULD LOCK OUT THE VERY RUN THAT STILL HAS TO PAY IT.
      ***************************************************************
       400-CLOSE-PERIOD.
           MOVE CALM-IN-PERIOD-END TO RCTL-PERIOD.
           MOVE 'CWCDCHKP'         TO RCTL-JOBNAME.
           EXEC CICS READ INTO (RUN-CONTROL-RECORD)
                     DATASET   ('RUNCTL')
                     RIDFLD    (RCTL-KEY)
                     LENGTH    (RCTL-REC-LEN)
                     KEYLENGTH (RCTL-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              RCTL-STATUS NOT EQUAL 'C'
                MOVE '*** CHECKS NOT PRINTED - NOT CLOSED ***'
                     TO CALM-MSG
                GO TO 650-SEND-RESULT-SCREEN.

           EXEC CICS READ INTO (PAY-CALENDAR-RECORD)
                     DATASET   ('PAYCAL')
                     RIDFLD    (PCL-PERIOD-END)
                     LENGTH    (PCL-REC-LEN)
                     KEYLENGTH (PCL-KEY-LEN)
                     UPDATE
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 920-NOTFND-ERROR
                GO TO 650-SEND-RESULT-SCREEN.

           IF PCL-CLOSED
                EXEC CICS UNLOCK DATASET ('PAYCAL')
                          NOHANDLE
                END-EXEC
                MOVE '*** PERIOD ALREADY CLOSED ***' TO CALM-MSG
                GO TO 650-SEND-RESULT-SCREEN.

           MOVE 'C'      TO PCL-STATUS.
           MOVE EIBDATE  TO PCL-CLOSE-DATE.
           MOVE EIBTIME  TO PCL-CLOSE-TIME.
           MOVE EIBTRMID TO PCL-CLOSE-TRMID.

           EXEC CICS REWRITE DATASET ('PAYCAL')
                     FROM   (PAY-CALENDAR-RECORD)
                     LENGTH (PCL-REC-LEN)
                     RESP   (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** PAY PERIOD CLOSED ***' TO CALM-MSG
                MOVE 'ALLOWED ' TO SEC-RESULT
                PERFORM 980-WRITE-SECURITY-LOG
           ELSE
                MOVE '*** ERROR UPDATING RECORD ***' TO CALM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       500-INQUIRE-PERIOD.
           EXEC CICS READ INTO (PAY-CALENDAR-RECORD)
                     DATASET   ('PAYCAL')
                     RIDFLD    (PCL-PERIOD-END)
                     LENGTH    (PCL-REC-LEN)
                     KEYLENGTH (PCL-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** PAY PERIOD FOUND ***' TO CALM-MSG
           ELSE
                PERFORM 920-NOTFND-ERROR.
           GO TO 650-SEND-RESULT-SCREEN.

       650-SEND-RESULT-SCREEN.
           MOVE PCL-PERIOD-END       TO CSCR-PERIOD-END.
           MOVE PCL-START-DATE       TO CSCR-START-DATE.
           MOVE PCL-CHECK-DATE       TO CSCR-CHECK-DATE.
           MOVE PCL-STATUS           TO CSCR-STATUS.
           IF PCL-CLOSED
                MOVE PCL-CLOSE-DATE  TO CSCR-CLOSE-DATE
                MOVE PCL-CLOSE-TIME  TO CSCR-CLOSE-TIME
                MOVE PCL-CLOSE-TRMID TO CSCR-CLOSE-TRMID
           ELSE
                MOVE SPACES          TO CSCR-CLOSE-DATE
                                        CSCR-CLOSE-TIME
                                        CSCR-CLOSE-TRMID.
           MOVE CALM-IN-FUNC         TO CSCR-FUNC.
           MOVE WS-SYSID             TO CSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           EXEC CICS SEND
                     FROM   (CALM-SCREEN)
                     LENGTH (CALM-SCR-LEN)
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

       900-MAPERR.
           MOVE '*** INPUT TOO SHORT - RE-ENTER ***' TO CALM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       910-INVALID-FUNCTION.
           MOVE '*** INVALID FUNCTION - USE A/X/I ***' TO CALM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       920-NOTFND-ERROR.
           IF WS-RESP EQUAL DFHRESP(NOTFND)
                MOVE '*** PERIOD NOT ON CALENDAR ***' TO CALM-MSG
           ELSE
                MOVE '*** ERROR ACCESSING RECORD ***' TO CALM-MSG.

       930-ADD-ERROR.
           IF WS-RESP EQUAL DFHRESP(DUPREC) OR
              WS-RESP EQUAL DFHRESP(DUPKEY)
                MOVE '*** PERIOD ALREADY ON CALENDAR ***' TO CALM-MSG
           ELSE
                MOVE '*** ERROR ADDING RECORD ***' TO CALM-MSG.

      ** A DATE THAT IS NOT CCYYMMDD, OR DATES OUT OF ORDER, WOULD
      ** LET A BATCH RUN OR AN ONLINE CHANGE FIND THE WRONG PERIOD,
      ** SO AN ADD IS EDITED BEFORE THE FILE IS TOUCHED - SAME GUARD
      ** AS 960-EDIT-DEDUCTION-FIELDS IN CWCDDEDM.  THE CHECK DATE
      ** MAY FALL AFTER THE END DATE BUT NEVER BEFORE IT.
       960-EDIT-PERIOD-DATES.
           MOVE SPACES TO CALM-MSG.
           IF CALM-IN-PERIOD-END NOT NUMERIC
                MOVE '*** PERIOD END MUST BE CCYYMMDD ***' TO CALM-MSG.
           IF CALM-IN-START-DATE NOT NUMERIC
                MOVE '*** START DATE MUST BE CCYYMMDD ***' TO CALM-MSG.
           IF CALM-IN-CHECK-DATE NOT NUMERIC
                MOVE '*** CHECK DATE MUST BE CCYYMMDD ***' TO CALM-MSG.
           IF CALM-MSG NOT EQUAL SPACES
                GO TO 960-EDIT-PERIOD-EXIT.
           IF CALM-IN-START-DATE > CALM-IN-PERIOD-END
                MOVE '*** START DATE AFTER PERIOD END ***' TO CALM-MSG.
           IF CALM-IN-CHECK-DATE < CALM-IN-PERIOD-END
                MOVE '*** CHECK DATE BEFORE PERIOD END ***' TO CALM-MSG.
       960-EDIT-PERIOD-EXIT.
           EXIT.

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
                   FOR ALL CALM-IN-FUNC.
           IF WS-AUTH-COUNT > ZERO
                MOVE 'Y' TO WS-AUTH-SWITCH.
       250-CHECK-AUTH-EXIT.
           EXIT.

       970-AUTH-DENIED.
           MOVE 'DENIED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** FUNCTION NOT AUTHORIZED ***' TO CALM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** BEST-EFFORT LIKE 880-WRITE-AUDIT-RECORD IN CWDEMCB2 - A LOG
      ** FAILURE NEVER FAILS THE TRANSACTION.
       980-WRITE-SECURITY-LOG.
           MOVE EIBTRMID       TO SEC-TRMID.
           MOVE EIBTRNID       TO SEC-TRNID.
           MOVE EIBTASKN       TO SEC-TASKN.
           MOVE EIBDATE        TO SEC-DATE.
           MOVE EIBTIME        TO SEC-TIME.
           MOVE CALM-IN-FUNC   TO SEC-FUNC.
           MOVE SPACES         TO SEC-REC-KEY.
           MOVE PCL-PERIOD-END TO SEC-REC-KEY.
           EXEC CICS WRITE DATASET ('SECLOG')
                     FROM      (SECURITY-LOG-RECORD)
                     LENGTH    (SEC-REC-LEN)
                     RIDFLD    (SEC-KEY)
                     KEYLENGTH (SEC-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
