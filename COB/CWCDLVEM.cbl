       ID DIVISION.
       PROGRAM-ID.  CWCDLVEM.
      ***************************************************************
      ** LEAVE BALANCE MAINTENANCE - ADD/CHANGE/INQUIRE TRANSACTION
      ** AGAINST THE LEAVEBAL VSAM KSDS, MODELED ON THE CWCDDEDM
      ** DEDUCTION MAINTENANCE.  EACH RECORD ENROLLS ONE EMPLOYEE
      ** FOR VACATION/SICK LEAVE: THE HOURS EARNED PER PAY PERIOD
      ** (CWCDPCAL ADDS THEM ONCE PER PERIOD PAID) AND THE HOURS
      ** STILL AVAILABLE (CWCDTCLD CHARGES VAC/SICK TIMECARD HOURS
      ** AGAINST THEM AND REJECTS ANY CARD THAT WOULD OVERDRAW).
      ** INQUIRY IS OPEN TO ANY TERMINAL AND ALSO SHOWS THE LAST
      ** PERIOD ACCRUED, THE LAST PERIOD CHARGED AND THE HOURS USED
      ** YEAR TO DATE.  A CHANGE RE-KEYS THE RATES AND BALANCES
      ** (A BALANCE ADJUSTMENT) BUT LEAVES THE PERIOD GUARDS AND THE
      ** USED-YTD FIGURES AS THE BATCH LEFT THEM.  THERE IS NO
      ** DELETE - AN EMPLOYEE WHO STOPS EARNING LEAVE IS CHANGED TO
      ** ZERO ACCRUAL SO THE HISTORY STAYS ON FILE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  FILLER               PIC X(12)  VALUE 'CWCDLVEM WS:'.
       77  LVEM-IN-LEN          PIC S9(4) COMP   VALUE +29.
       77  LVEM-SCR-LEN         PIC S9(4) COMP   VALUE +480.
       77  LV-REC-LEN           PIC S9(4) COMP   VALUE +60.
       77  LV-KEY-LEN           PIC S9(4) COMP   VALUE +5.
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
       01  LVEM-INPUT.
           05  FILLER               PIC X(3).
           05  LVEM-IN-FUNC         PIC X.
           05  LVEM-IN-EMP-NUM      PIC X(5).
           05  LVEM-IN-VAC-ACCR-X   PIC X(4).
           05  LVEM-IN-VAC-ACCR REDEFINES LVEM-IN-VAC-ACCR-X
                                    PIC 99V99.
           05  LVEM-IN-SICK-ACCR-X  PIC X(4).
           05  LVEM-IN-SICK-ACCR REDEFINES LVEM-IN-SICK-ACCR-X
                                    PIC 99V99.
           05  LVEM-IN-VAC-BAL-X    PIC X(6).
           05  LVEM-IN-VAC-BAL REDEFINES LVEM-IN-VAC-BAL-X
                                    PIC 9(4)V99.
           05  LVEM-IN-SICK-BAL-X   PIC X(6).
           05  LVEM-IN-SICK-BAL REDEFINES LVEM-IN-SICK-BAL-X
                                    PIC 9(4)V99.

      ** RECORD LAYOUT FOR THE LEAVEBAL VSAM KSDS - SAME LAYOUT AS
      ** LEAVE-BALANCE-RECORD IN CWCDTCLD/CWCDPCAL/CWCDCHKP.
       01  LEAVE-BALANCE-RECORD.
           05  LV-EMP-NUM           PIC X(5).
           05  LV-VAC-BAL           PIC 9(4)V99.
           05  LV-SICK-BAL          PIC 9(4)V99.
           05  LV-VAC-ACCR          PIC 99V99.
           05  LV-SICK-ACCR         PIC 99V99.
           05  LV-LAST-ACCR-PERIOD  PIC X(8).
           05  LV-LAST-USE-PERIOD   PIC X(8).
           05  LV-VAC-USED-YTD      PIC 9(4)V99.
           05  LV-SICK-USED-YTD     PIC 9(4)V99.
           05  FILLER               PIC X(7).

      ** THE ENTERABLE FIELDS SIT BACK TO BACK IN ONE UNPROTECTED RUN
      ** BEHIND A SINGLE LEADING ATTRIBUTE BYTE, THE SAME WAY THE
      ** CWCDEMPM ENTRY LINE IS LAID OUT - SEE THE COMMENT THERE FOR
      ** WHY THE FIELD LABELS ARE DOCUMENTED AS PROTECTED TEXT AHEAD
      ** OF THE ENTRY LINE INSTEAD OF NEXT TO EACH FIELD.  THE LINE
      ** AFTER THE ENTRY LINE IS DISPLAY ONLY - THE BATCH-OWNED
      ** FIELDS NOBODY KEYS.
       01  LVEM-SCREEN.
           05  LSCR-LINE1.
               10  FILLER           PIC X(42) VALUE
                   '*** LEAVE BALANCE MAINTENANCE ***'.
               10  FILLER           PIC X(34) VALUE SPACES.
               10  LSCR-SID         PIC X(4)  VALUE SPACE.
           05  LSCR-LINE2.
               10  FILLER           PIC X(78) VALUE
                   'FUNC1 EMPNUM5 VACACCR4 SICKACCR4 VACBAL6 SICKBAL6'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  LSCR-LINE3.
               10  FILLER           PIC X(78) VALUE
                   'ACCR = HOURS PER PERIOD 99V99  BAL = HOURS 9999V99'.
               10  FILLER           PIC X(2)  VALUE SPACES.
           05  LSCR-ENTRY-LINE.
               10  LSCR-ENTRY-ATTR  PIC X.
               10  LSCR-FUNC        PIC X.
               10  LSCR-EMP-NUM     PIC X(5).
               10  LSCR-VAC-ACCR    PIC 99V99.
               10  LSCR-SICK-ACCR   PIC 99V99.
               10  LSCR-VAC-BAL     PIC 9(4)V99.
               10  LSCR-SICK-BAL    PIC 9(4)V99.
               10  FILLER           PIC X(53) VALUE SPACES.
           05  LSCR-INFO-LINE.
               10  FILLER           PIC X(8)  VALUE 'ACCRUED '.
               10  LSCR-LAST-ACCR   PIC X(8).
               10  FILLER           PIC X(9)  VALUE ' CHARGED '.
               10  LSCR-LAST-USE    PIC X(8).
               10  FILLER           PIC X(9)  VALUE ' VAC YTD '.
               10  LSCR-VAC-USED    PIC Z,ZZ9.99.
               10  FILLER           PIC X(10) VALUE ' SICK YTD '.
               10  LSCR-SICK-USED   PIC Z,ZZ9.99.
               10  FILLER           PIC X(12) VALUE SPACES.
           05  LSCR-LINE-MSG.
               10  LVEM-MSG         PIC X(40) VALUE SPACES.
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
           MOVE SPACES TO LSCR-FUNC  LSCR-EMP-NUM
                          LSCR-LAST-ACCR  LSCR-LAST-USE.
           MOVE ZERO  TO LSCR-VAC-ACCR  LSCR-SICK-ACCR
                         LSCR-VAC-BAL   LSCR-SICK-BAL
                         LSCR-VAC-USED  LSCR-SICK-USED.
           MOVE WS-SYSID TO LSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           MOVE '*** ENTER FUNCTION AND LEAVE DATA ***'
                TO LVEM-MSG.
           EXEC CICS SEND
                     FROM   (LVEM-SCREEN)
                     LENGTH (LVEM-SCR-LEN)
                     ERASE
           END-EXEC.
           GO TO 700-RETURN-TO-TRAN.

       150-SET-FIELD-ATTRS.
           MOVE WS-13 TO LSCR-ENTRY-ATTR.

       200-RECEIVE-INPUT.
           EXEC CICS HANDLE CONDITION
                     LENGERR (900-MAPERR)
           END-EXEC.
           EXEC CICS RECEIVE
                     INTO   (LVEM-INPUT)
                     LENGTH (LVEM-IN-LEN)
           END-EXEC.

           MOVE SPACES            TO LEAVE-BALANCE-RECORD.
           MOVE LVEM-IN-EMP-NUM   TO LV-EMP-NUM.
           MOVE LVEM-IN-VAC-ACCR  TO LV-VAC-ACCR.
           MOVE LVEM-IN-SICK-ACCR TO LV-SICK-ACCR.
           MOVE LVEM-IN-VAC-BAL   TO LV-VAC-BAL.
           MOVE LVEM-IN-SICK-BAL  TO LV-SICK-BAL.

      ** INQUIRY STAYS OPEN - ONLY THE A/C MAINTENANCE FUNCTIONS
      ** DEMAND AN OPAUTH AUTHORIZATION FOR THIS TERMINAL.
           IF LVEM-IN-FUNC EQUAL 'A' OR 'C'
                PERFORM 250-CHECK-AUTHORITY
                        THRU 250-CHECK-AUTH-EXIT
                IF NOT OPERATOR-AUTHORIZED
                     GO TO 970-AUTH-DENIED.

           EVALUATE LVEM-IN-FUNC
               WHEN 'A'
                    GO TO 300-ADD-BALANCE
               WHEN 'C'
                    GO TO 400-CHANGE-BALANCE
               WHEN 'I'
                    GO TO 500-INQUIRE-BALANCE
               WHEN OTHER
                    GO TO 910-INVALID-FUNCTION
           END-EVALUATE.

      ** A NEW ENROLLMENT HAS NEVER BEEN ACCRUED OR CHARGED, SO BOTH
      ** PERIOD GUARDS START BLANK AND NOTHING IS USED YET.
       300-ADD-BALANCE.
           PERFORM 960-EDIT-LEAVE-FIELDS.
           IF LVEM-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.
           MOVE SPACES TO LV-LAST-ACCR-PERIOD  LV-LAST-USE-PERIOD.
           MOVE ZERO   TO LV-VAC-USED-YTD      LV-SICK-USED-YTD.
           EXEC CICS WRITE DATASET ('LEAVEBAL')
                     FROM      (LEAVE-BALANCE-RECORD)
                     LENGTH    (LV-REC-LEN)
                     RIDFLD    (LV-EMP-NUM)
                     KEYLENGTH (LV-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** LEAVE BALANCE ADDED ***' TO LVEM-MSG
                MOVE 'ALLOWED ' TO SEC-RESULT
                PERFORM 980-WRITE-SECURITY-LOG
           ELSE
                PERFORM 930-ADD-ERROR.
           GO TO 650-SEND-RESULT-SCREEN.

       400-CHANGE-BALANCE.
           PERFORM 960-EDIT-LEAVE-FIELDS.
           IF LVEM-MSG NOT EQUAL SPACES
                GO TO 650-SEND-RESULT-SCREEN.
           EXEC CICS READ INTO (LEAVE-BALANCE-RECORD)
                     DATASET   ('LEAVEBAL')
                     RIDFLD    (LV-EMP-NUM)
                     LENGTH    (LV-REC-LEN)
                     KEYLENGTH (LV-KEY-LEN)
                     UPDATE
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                PERFORM 920-NOTFND-ERROR
                GO TO 650-SEND-RESULT-SCREEN.

           MOVE LVEM-IN-VAC-ACCR  TO LV-VAC-ACCR.
           MOVE LVEM-IN-SICK-ACCR TO LV-SICK-ACCR.
           MOVE LVEM-IN-VAC-BAL   TO LV-VAC-BAL.
           MOVE LVEM-IN-SICK-BAL  TO LV-SICK-BAL.

           EXEC CICS REWRITE DATASET ('LEAVEBAL')
                     FROM   (LEAVE-BALANCE-RECORD)
                     LENGTH (LV-REC-LEN)
                     RESP   (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** LEAVE BALANCE CHANGED ***' TO LVEM-MSG
                MOVE 'ALLOWED ' TO SEC-RESULT
                PERFORM 980-WRITE-SECURITY-LOG
           ELSE
                MOVE '*** ERROR UPDATING RECORD ***' TO LVEM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       500-INQUIRE-BALANCE.
           EXEC CICS READ INTO (LEAVE-BALANCE-RECORD)
                     DATASET   ('LEAVEBAL')
                     RIDFLD    (LV-EMP-NUM)
                     LENGTH    (LV-REC-LEN)
                     KEYLENGTH (LV-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                MOVE '*** LEAVE BALANCE FOUND ***' TO LVEM-MSG
           ELSE
                PERFORM 920-NOTFND-ERROR.
           GO TO 650-SEND-RESULT-SCREEN.

       650-SEND-RESULT-SCREEN.
           MOVE LV-EMP-NUM           TO LSCR-EMP-NUM.
           IF LV-VAC-ACCR NUMERIC
                MOVE LV-VAC-ACCR     TO LSCR-VAC-ACCR
           ELSE
                MOVE ZERO            TO LSCR-VAC-ACCR.
           IF LV-SICK-ACCR NUMERIC
                MOVE LV-SICK-ACCR    TO LSCR-SICK-ACCR
           ELSE
                MOVE ZERO            TO LSCR-SICK-ACCR.
           IF LV-VAC-BAL NUMERIC
                MOVE LV-VAC-BAL      TO LSCR-VAC-BAL
           ELSE
                MOVE ZERO            TO LSCR-VAC-BAL.
           IF LV-SICK-BAL NUMERIC
                MOVE LV-SICK-BAL     TO LSCR-SICK-BAL
           ELSE
                MOVE ZERO            TO LSCR-SICK-BAL.
           MOVE LV-LAST-ACCR-PERIOD  TO LSCR-LAST-ACCR.
           MOVE LV-LAST-USE-PERIOD   TO LSCR-LAST-USE.
           IF LV-VAC-USED-YTD NUMERIC
                MOVE LV-VAC-USED-YTD TO LSCR-VAC-USED
           ELSE
                MOVE ZERO            TO LSCR-VAC-USED.
           IF LV-SICK-USED-YTD NUMERIC
                MOVE LV-SICK-USED-YTD TO LSCR-SICK-USED
           ELSE
                MOVE ZERO            TO LSCR-SICK-USED.
           MOVE LVEM-IN-FUNC         TO LSCR-FUNC.
           MOVE WS-SYSID             TO LSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           EXEC CICS SEND
                     FROM   (LVEM-SCREEN)
                     LENGTH (LVEM-SCR-LEN)
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
           MOVE '*** INPUT TOO SHORT - RE-ENTER ***' TO LVEM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       910-INVALID-FUNCTION.
           MOVE '*** INVALID FUNCTION - USE A/C/I ***' TO LVEM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

       920-NOTFND-ERROR.
           IF WS-RESP EQUAL DFHRESP(NOTFND)
                MOVE '*** EMPLOYEE NOT ENROLLED ***' TO LVEM-MSG
           ELSE
                MOVE '*** ERROR ACCESSING RECORD ***' TO LVEM-MSG.

       930-ADD-ERROR.
           IF WS-RESP EQUAL DFHRESP(DUPREC) OR
              WS-RESP EQUAL DFHRESP(DUPKEY)
                MOVE '*** EMPLOYEE ALREADY ENROLLED ***' TO LVEM-MSG
           ELSE
                MOVE '*** ERROR ADDING RECORD ***' TO LVEM-MSG.

      ** A NON-NUMERIC RATE OR BALANCE WOULD POISON THE CWCDTCLD
      ** BALANCE CHECK AND THE CWCDPCAL ACCRUAL, SO ADDS AND CHANGES
      ** ARE EDITED HERE BEFORE THE FILE IS TOUCHED - SAME GUARD AS
      ** 960-EDIT-DEDUCTION-FIELDS IN CWCDDEDM.
       960-EDIT-LEAVE-FIELDS.
           MOVE SPACES TO LVEM-MSG.
           IF LVEM-IN-EMP-NUM EQUAL SPACES
                MOVE '*** EMPLOYEE NUMBER REQUIRED ***' TO LVEM-MSG.
           IF LVEM-IN-VAC-ACCR-X NOT NUMERIC
                MOVE '*** VAC ACCRUAL MUST BE NUMERIC ***' TO LVEM-MSG.
           IF LVEM-IN-SICK-ACCR-X NOT NUMERIC
                MOVE '*** SICK ACCRUAL MUST BE NUMERIC ***'
                     TO LVEM-MSG.
           IF LVEM-IN-VAC-BAL-X NOT NUMERIC
                MOVE '*** VAC BALANCE MUST BE NUMERIC ***' TO LVEM-MSG.
           IF LVEM-IN-SICK-BAL-X NOT NUMERIC
                MOVE '*** SICK BALANCE MUST BE NUMERIC ***'
                     TO LVEM-MSG.

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
                   FOR ALL LVEM-IN-FUNC.
           IF WS-AUTH-COUNT > ZERO
                MOVE 'Y' TO WS-AUTH-SWITCH.
       250-CHECK-AUTH-EXIT.
           EXIT.

       970-AUTH-DENIED.
           MOVE 'DENIED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** FUNCTION NOT AUTHORIZED ***' TO LVEM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** BEST-EFFORT LIKE 880-WRITE-AUDIT-RECORD IN CWDEMCB2 - A LOG
      ** FAILURE NEVER FAILS THE TRANSACTION.
       980-WRITE-SECURITY-LOG.
           MOVE EIBTRMID     TO SEC-TRMID.
           MOVE EIBTRNID     TO SEC-TRNID.
           MOVE EIBTASKN     TO SEC-TASKN.
           MOVE EIBDATE      TO SEC-DATE.
           MOVE EIBTIME      TO SEC-TIME.
           MOVE LVEM-IN-FUNC TO SEC-FUNC.
           MOVE SPACES       TO SEC-REC-KEY.
           MOVE LV-EMP-NUM   TO SEC-REC-KEY.
           EXEC CICS WRITE DATASET ('SECLOG')
                     FROM      (SECURITY-LOG-RECORD)
                     LENGTH    (SEC-REC-LEN)
                     RIDFLD    (SEC-KEY)
                     KEYLENGTH (SEC-KEY-LEN)
                     RESP      (WS-RESP)
                     NOHANDLE
           END-EXEC.
