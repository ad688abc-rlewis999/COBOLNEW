      *  CUSTOMER TO PARAGING.PRT. AFTER REPORTING,   *
      *  THE REGISTER IS REWRITTEN WITHOUT THE ROWS   *
      *  PAID IN FULL, SO IT HOLDS ONLY OPEN WORK AND *
      *  CANNOT GROW WITHOUT BOUND - AN ESTIMATE      *
      *  SETTLED THIS MONTH OR LAST STAYS ONE MORE    *
      *  CYCLE SO STATEMENTS AND COMMISSIONS STILL    *
      *  SEE THE PAYMENT. AGING IS AS OF              *
      *  THE RUN-CONTROL BUSINESS DATE SO A RERUN     *
      *  REPRODUCES THE MONTH-END PICTURE EXACTLY.    *
      ************************************************
       FD  BILLREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC
           RECORD CONTAINS 103 CHARACTERS.

           COPY 'CPBILL.cpy'.

           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).
           05  WS-AS-OF-INT        PIC 9(7)   VALUE 0.
      *FIRST MONTH WHOSE SETTLED ESTIMATES STAY ON THE REGISTER -    *
      *THE MONTH BEFORE THE AS-OF MONTH.                             *
           05  WS-RETAIN-YYMM      PIC 9(6)   VALUE 0.

       01  FILE-PATH-AREA.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.
               10  BX-TEMP-TOTAL     PIC 9(8)V99.
               10  BX-TEMP-TAX       PIC 9(8)V99.
               10  BX-TEMP-TYPE      PIC X.
               10  BX-TEMP-REASON-CD PIC X(2).
               10  BX-TEMP-APPROVER  PIC X(8).
               10  BX-TEMP-GL-FIELDS PIC X(30).
               10  BX-TEMP-KEEP-SW   PIC X.
               10  BX-TEMP-DONE-SW   PIC X.
           05  BX-ENTRY OCCURS 2000 TIMES.
      *SALES TAX ON THE ROW - AR INVOICES TOTAL PLUS TAX, SO CASH   *
      *SETTLES AGAINST THE WITH-TAX FIGURE.                         *
               10  BX-TAX          PIC 9(8)V99.
      *ROW TYPE FROM THE REGISTER - DEPOSIT, FINAL OR ADJUSTMENT -  *
      *CARRIED SO THE ROLLUP KNOWS WHICH WAY THE ROW GOES AND THE   *
      *REWRITTEN REGISTER KEEPS EACH LEG INTACT.                    *
               10  BX-TYPE         PIC X.
                   88  BX-REDUCES-BALANCE  VALUE 'C' 'W'.
               10  BX-REASON-CD    PIC X(2).
               10  BX-APPROVER     PIC X(8).
      *LEDGER FIELDS (CPBILL.CPY) CARRIED THROUGH UNTOUCHED SO A     *
      *KEPT ROW GOES BACK TO THE REGISTER AS THE GL RUN WILL POST IT.*
               10  BX-GL-FIELDS    PIC X(30).
      *KEEP FLAG - SET WHEN THE ESTIMATE IS STILL OPEN AFTER CASH   *
      *IS APPLIED; ONLY KEPT ROWS GO BACK TO THE REWRITTEN REGISTER.*
               10  BX-KEEP-SW      PIC X.
      *FIRST, SO THAT IS WHEN AR FIRST HELD THE ESTIMATE).           *
       01  ESTIMATE-ROLLUP-AREA.
           05  WS-EST-SUB          PIC 9(5)     VALUE 0.
      *SIGNED - CREDIT MEMOS AND WRITE-OFFS COME OFF THE TOTAL.     *
           05  WS-EST-BILLED       PIC S9(9)V99 VALUE 0.
           05  WS-EST-EXTR-DATE    PIC 9(8)     VALUE 0.
           05  WS-EST-LAST-EXTR    PIC 9(8)     VALUE 0.
      *THE AR SIDE OF THE SAME ROLLUP - CASH SUMMED ACROSS EVERY    *
      *RETURN ROW FOR THE ESTIMATE, AGED FROM THE LATEST INVOICE.   *
           05  WS-AR-PAID          PIC 9(9)V99  VALUE 0.
           05  WS-AR-INV-DATE      PIC 9(8)     VALUE 0.
           05  WS-AR-PAY-DATE      PIC 9(8)     VALUE 0.
      *WHEN A SETTLED ESTIMATE SETTLED - ITS LAST PAYMENT OR ITS LAST*
      *ADJUSTMENT, WHICHEVER CAME LATER.                             *
           05  WS-SETTLE-DATE.
               10  WS-SETTLE-YYMM  PIC 9(6).
               10  FILLER          PIC 99.

       01  AGING-WORK-AREA.
           05  WS-OPEN-AMT         PIC 9(8)V99  VALUE 0.
           MOVE WS-AS-OF-MM TO O-MONTH.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-N).
           IF WS-AS-OF-MM = 1
               COMPUTE WS-RETAIN-YYMM = (WS-AS-OF-YY - 1) * 100 + 12
           ELSE
               COMPUTE WS-RETAIN-YYMM =
                   WS-AS-OF-YY * 100 + WS-AS-OF-MM - 1
           END-IF.

           PERFORM 9000-READ-BILL.

                   MOVE ZERO          TO BX-TAX (BX-CTR)
               END-IF
               MOVE BILL-TYPE         TO BX-TYPE (BX-CTR)
               IF BILL-IS-ADJUSTMENT
                   MOVE BILL-REASON-CD TO BX-REASON-CD (BX-CTR)
                   MOVE BILL-APPROVER  TO BX-APPROVER (BX-CTR)
               ELSE
                   MOVE SPACES         TO BX-REASON-CD (BX-CTR)
                   MOVE SPACES         TO BX-APPROVER (BX-CTR)
               END-IF
               MOVE BILL-GL-FIELDS    TO BX-GL-FIELDS (BX-CTR)
               MOVE 'N'               TO BX-KEEP-SW (BX-CTR)
               MOVE 'N'               TO BX-DONE-SW (BX-CTR)
           ELSE
           CLOSE AGERPT.

      *PURGE - WRITE THE REGISTER BACK WITH ONLY THE ROWS STILL     *
      *OPEN, PLUS THE RECENTLY SETTLED ONES 3350 HELD BACK. OLDER   *
      *PAID-IN-FULL ESTIMATES DROP OFF HERE, SO THE REGISTER NEVER  *
      *CARRIES SETTLED HISTORY PAST THE FOLLOWING MONTH.            *
       3600-REWRITE-REGISTER.
           CLOSE BILLREG.
           OPEN OUTPUT BILLREG.
                   MOVE BX-TOTAL (BX-SUB)     TO BILL-TOTAL
                   MOVE BX-TAX (BX-SUB)       TO BILL-TAX-AMT
                   MOVE BX-TYPE (BX-SUB)      TO BILL-TYPE
                   MOVE BX-REASON-CD (BX-SUB) TO BILL-REASON-CD
                   MOVE BX-APPROVER (BX-SUB)  TO BILL-APPROVER
                   MOVE BX-GL-FIELDS (BX-SUB) TO BILL-GL-FIELDS
                   WRITE BILL-REC
               END-IF
           END-PERFORM.

      *SUM EVERY REGISTER ROW FOR THIS ESTIMATE AND REMEMBER THE    *
      *EARLIEST EXTRACT DATE, MARKING THE ROWS DONE SO THE PAIR     *
      *AGES EXACTLY ONCE. CREDIT MEMOS AND WRITE-OFFS NET AGAINST   *
      *THE BILLED LEGS; A DEBIT MEMO ADDS TO THEM LIKE ANY CHARGE.  *
       3250-ROLL-UP-ESTIMATE.
           MOVE ZERO     TO WS-EST-BILLED.
           MOVE 99999999 TO WS-EST-EXTR-DATE.
           MOVE ZERO     TO WS-EST-LAST-EXTR.
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > BX-CTR
               IF BX-EST-NO (WS-EST-SUB) = BX-EST-NO (BX-SUB)
                   IF BX-REDUCES-BALANCE (WS-EST-SUB)
                       SUBTRACT BX-TOTAL (WS-EST-SUB)
                           FROM WS-EST-BILLED
                       SUBTRACT BX-TAX (WS-EST-SUB)
                           FROM WS-EST-BILLED
                   ELSE
                       ADD BX-TOTAL (WS-EST-SUB) TO WS-EST-BILLED
                       ADD BX-TAX (WS-EST-SUB)   TO WS-EST-BILLED
                   END-IF
                   IF BX-EXTR-DATE (WS-EST-SUB) < WS-EST-EXTR-DATE
                       MOVE BX-EXTR-DATE (WS-EST-SUB)
                           TO WS-EST-EXTR-DATE
                   END-IF
                   IF BX-EXTR-DATE (WS-EST-SUB) > WS-EST-LAST-EXTR
                       MOVE BX-EXTR-DATE (WS-EST-SUB)
                           TO WS-EST-LAST-EXTR
                   END-IF
                   MOVE 'Y' TO BX-DONE-SW (WS-EST-SUB)
               END-IF
           END-PERFORM.
           MOVE 0    TO AR-FOUND-SUB.
           MOVE ZERO TO WS-AR-PAID.
           MOVE ZERO TO WS-AR-INV-DATE.
           MOVE ZERO TO WS-AR-PAY-DATE.
           PERFORM VARYING AR-SUB FROM 1 BY 1
                   UNTIL AR-SUB > AR-CTR
               IF AR-EST-NO (AR-SUB) = BX-EST-NO (BX-SUB)
                   ADD AR-PAY-AMT (AR-SUB) TO WS-AR-PAID
                   IF AR-PAY-DATE (AR-SUB) > WS-AR-PAY-DATE
                       MOVE AR-PAY-DATE (AR-SUB) TO WS-AR-PAY-DATE
                   END-IF
                   IF AR-INV-DATE (AR-SUB) NOT < WS-AR-INV-DATE
                       MOVE AR-INV-DATE (AR-SUB) TO WS-AR-INV-DATE
                       MOVE AR-SUB TO AR-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM.
      *ADJUSTMENTS HAVE TAKEN THE WHOLE BALANCE OFF - A CANCELLED   *
      *JOB WHOSE DEPOSIT WAS CREDITED BACK, OR A BALANCE WRITTEN    *
      *OFF. NOTHING IS OWED, INVOICED OR NOT, SO THE ESTIMATE       *
      *SETTLES AND DROPS OFF THE REGISTER WITH THE PAID ONES.       *
           IF WS-EST-BILLED NOT > ZERO
               ADD 1 TO C-PAID-CTR
               PERFORM 3350-RETAIN-SETTLED
           ELSE IF AR-FOUND-SUB = 0
               ADD 1 TO C-NOINV-CTR
               MOVE WS-EST-BILLED TO WS-OPEN-AMT
               MOVE 'NOT INVOICED' TO WS-FLAG
           MOVE WS-AR-PAID                 TO O-PAID.
           IF WS-AR-PAID NOT < WS-EST-BILLED
               ADD 1 TO C-PAID-CTR
               PERFORM 3350-RETAIN-SETTLED
           ELSE
               COMPUTE WS-OPEN-AMT =
                   WS-EST-BILLED - WS-AR-PAID
               PERFORM 3400-PRINT-OPEN-LINE
           END-IF.

      *A SETTLED ESTIMATE PRINTS NOTHING, BUT ITS ROWS GO BACK TO    *
      *THE REGISTER THROUGH THE MONTH AFTER IT SETTLED: THE MONTHLY  *
      *STATEMENTS (COBRL24) SHOW THE PAYMENT THAT CLEARED IT, THE    *
      *COMMISSION RUN PAYS ON IT, AND A CREDIT MEMO (COBRL23) CAN    *
      *STILL FIND IT. IT COUNTS AS PAID FULL AGAIN ON THOSE RUNS.    *
       3350-RETAIN-SETTLED.
           MOVE WS-EST-LAST-EXTR TO WS-SETTLE-DATE.
           IF WS-AR-PAY-DATE > WS-EST-LAST-EXTR
               MOVE WS-AR-PAY-DATE TO WS-SETTLE-DATE
           END-IF.
           IF WS-SETTLE-YYMM NOT < WS-RETAIN-YYMM
               PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                       UNTIL WS-EST-SUB > BX-CTR
                   IF BX-EST-NO (WS-EST-SUB) = BX-EST-NO (BX-SUB)
                       MOVE 'Y' TO BX-KEEP-SW (WS-EST-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       3400-PRINT-OPEN-LINE.
           ADD 1 TO C-OPEN-CTR.
      *EVERY LEG OF AN OPEN ESTIMATE GOES BACK TO THE REGISTER SO   *
