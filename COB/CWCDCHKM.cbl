      **                BOTH WAYS THROUGH CKR-XREF-NO, SO A LOST OR
      **                DAMAGED CHECK CAN BE REPRINTED CLEANLY.
      ** THE REGISTER (AND SO THE BANK'S POSITIVE-PAY FEED) ALWAYS
      ** SHOWS EVERY NUMBER EVER USED AND WHAT BECAME OF IT.  A
      ** CHECK THE BANK HAS ALREADY PAID (CKR-PAID-DATE SET BY THE
      ** CWCDBREC RECONCILIATION) CAN BE NEITHER VOIDED NOR
      ** REISSUED - THE MONEY HAS GONE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  CKR-GROSS        PIC 9(5)V99.
           05  CKR-NET          PIC 9(5)V99.
           05  CKR-XREF-NO      PIC X(6).
      ** LAST STATUS SENT TO THE BANK ON POSITIVE PAY (BLANK = NEVER
      ** SENT) AND THE RUNPARM PERIOD OF THE CWCDPPAY RUN THAT SENT
      ** IT; CCYYMMDD THE BANK PAID THE ITEM, FROM THE CWCDBREC
      ** RECONCILIATION (BLANK = NOT CLEARED).
           05  CKR-PP-SENT      PIC X.
           05  CKR-PP-PERIOD    PIC X(8).
           05  CKR-PAID-DATE    PIC X(8).
           05  FILLER           PIC X(3).
       01  CHECK-CTL-RECORD REDEFINES CHECK-REG-RECORD.
           05  CTL-KEY          PIC X(6).
           05  CTL-NEXT-CHECK   PIC 9(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
           05  KSCR-LINE-MSG.
               10  CHKM-MSG         PIC X(40) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE ' PAID DATE '.
               10  KSCR-PAID-DATE   PIC X(8).
               10  FILLER           PIC X(21) VALUE SPACES.


      ** ONE OPERATOR AUTHORIZATION FROM THE OPAUTH VSAM KSDS, KEYED
       100-SEND-INITIAL-SCREEN.
           MOVE SPACES TO KSCR-FUNC     KSCR-CHECK-NO
                          KSCR-EMP-NUM  KSCR-TYPE
                          KSCR-STATUS   KSCR-XREF
                          KSCR-PAID-DATE.
           MOVE ZERO  TO KSCR-DATE  KSCR-GROSS  KSCR-NET.
           MOVE WS-SYSID TO KSCR-SID.
           PERFORM 150-SET-FIELD-ATTRS.
           IF CKR-STATUS EQUAL 'V'
                MOVE '*** CHECK IS ALREADY VOID ***' TO CHKM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           IF CKR-PAID-DATE NOT EQUAL SPACES
                MOVE '*** CHECK PAID BY BANK - CANNOT VOID ***'
                     TO CHKM-MSG
                GO TO 650-SEND-RESULT-SCREEN.

           MOVE 'V' TO CKR-STATUS.
           EXEC CICS REWRITE DATASET ('CHECKREG')
           IF CKR-STATUS EQUAL 'V'
                MOVE '*** CHECK IS VOID - SEE XREF ***' TO CHKM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           IF CKR-PAID-DATE NOT EQUAL SPACES
                MOVE '*** CHECK PAID BY BANK - NO REISSUE ***'
                     TO CHKM-MSG
                GO TO 650-SEND-RESULT-SCREEN.
           MOVE CKR-CHECK-NO TO WS-OLD-CHECK-NO.
           MOVE CKR-TYPE     TO OLD-TYPE.
           MOVE CKR-EMP-NUM  TO OLD-EMP-NUM.
           MOVE CKR-TYPE             TO KSCR-TYPE.
           MOVE CKR-STATUS           TO KSCR-STATUS.
           MOVE CKR-XREF-NO          TO KSCR-XREF.
           MOVE CKR-PAID-DATE        TO KSCR-PAID-DATE.
           IF CKR-DATE NUMERIC
                MOVE CKR-DATE        TO KSCR-DATE
           ELSE
