       77  WS-AUTH-SWITCH       PIC X            VALUE 'N'.
           88  OPERATOR-AUTHORIZED               VALUE 'Y'.
       77  WS-AUTH-COUNT        PIC S9(3)        VALUE ZERO.
       77  PCL-REC-LEN          PIC S9(4) COMP   VALUE +60.
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

       01  WS-130               PIC S9(3) COMP-3 VALUE +130.
       01  WS-130-X REDEFINES WS-130.
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

      ** ONE OPERATOR AUTHORIZATION FROM THE OPAUTH VSAM KSDS, KEYED
      ** TERMINAL PLUS TRANSACTION.  OPA-FUNCS HOLDS THE FUNCTION
      ** LETTERS THAT TERMINAL MAY USE HERE; NO RECORD MEANS NO
                IF NOT OPERATOR-AUTHORIZED
                     GO TO 970-AUTH-DENIED.

      ** A/C/D ALL ALTER WHAT THE NEXT CHECKS TAKE, SO THEY ARE ALSO
      ** HELD TO THE PAY-PERIOD LOCK.
           IF TAXM-IN-FUNC EQUAL 'A' OR 'C' OR 'D'
                PERFORM 260-CHECK-PAY-PERIOD
                        THRU 260-CHECK-PERIOD-EXIT
                IF NOT PAY-PERIOD-OPEN
                     GO TO 975-PERIOD-LOCKED.

           EVALUATE TAXM-IN-FUNC
               WHEN 'A'
                    GO TO 300-ADD-BRACKET
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
           MOVE '*** FUNCTION NOT AUTHORIZED ***' TO TAXM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** A CHANGE REFUSED BY THE PAY-PERIOD LOCK IS LOGGED TO SECLOG
      ** BESIDE THE AUTHORIZATION DENIALS, RESULT LOCKED.
       975-PERIOD-LOCKED.
           MOVE 'LOCKED  ' TO SEC-RESULT.
           PERFORM 980-WRITE-SECURITY-LOG.
           MOVE '*** PAY PERIOD CLOSED - NOT CHANGED ***' TO TAXM-MSG.
           GO TO 650-SEND-RESULT-SCREEN.

      ** BEST-EFFORT LIKE 880-WRITE-AUDIT-RECORD IN CWDEMCB2 - A LOG
      ** FAILURE NEVER FAILS THE TRANSACTION, BUT NOTHING REACHES
      ** THE FILES WITHOUT A TRAIL WHEN SECLOG IS HEALTHY.
