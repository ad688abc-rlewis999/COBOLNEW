               ASSIGN USING WS-BILLREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN USING WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTART-FILE
               ASSIGN USING WS-RESTART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT OPTIONAL GLCTL-FILE
               ASSIGN TO 'E:\COBOL\PGLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT OPTIONAL PPA-FILE
               ASSIGN TO 'E:\COBOL\PGLPPA.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
       FD  BILLREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILLREG-REC
           RECORD CONTAINS 103 CHARACTERS.

       01  BILLREG-REC         PIC X(103).

      *THE BILLED-FLAG REWRITES ARE JOURNALED WITH THE MAINTENANCE   *
      *RUNS' CHANGES SO A ROLL-FORWARD RECOVERY (COBRL30) REPLAYS     *
      *THEM AND A RELOADED MASTER DOES NOT BILL THE SAME JOB TWICE.   *
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 747 CHARACTERS.

           COPY 'CPAUDIT.cpy'.

       FD  RESTART-FILE
           LABEL RECORD IS STANDARD

           COPY 'CPRESTRT.cpy'.

       FD  GLCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLCTL-REC
           RECORD CONTAINS 48 CHARACTERS.

           COPY 'CPGLCTL.cpy'.

       FD  PPA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PPA-REC
           RECORD CONTAINS 26 CHARACTERS.

           COPY 'CPGLPPA.cpy'.


       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-GTWTAX        PIC 9(9)V99 VALUE 0.
           05  C-DEPOSIT       PIC 9(8)V99 VALUE 0.
           05  C-FINAL         PIC 9(8)V99 VALUE 0.
           05  C-CONTRACT-AMT  PIC S9(9)V99 VALUE 0.
           05 MORE-RECS        PIC XXX     VALUE 'YES'.
           05 WS-MASTER-STATUS PIC XX      VALUE '00'.
           05 WS-CUST-STATUS   PIC XX      VALUE '00'.
           05  WS-BILLEXT-FILE     PIC X(64)  VALUE SPACES.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.
           05  WS-RESTART-PATH     PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.

      *BILLING NAME PULLED FROM CUSTMAST.DAT BY CUSTOMER NUMBER,     *
      *FALLING BACK TO THE FREE-TYPED ESTIMATE NAME WHEN THE NUMBER  *
               10  TX-EFF-DATE         PIC 9(8).
               10  TX-RATE-PCT         PIC 9(2)V9(3).

      *RUN ID (DATE AND TIME CAPTURED AT INIT) STAMPED ON EVERY      *
      *JOURNAL ENTRY, THE SAME WAY A COBRL03 MAINTENANCE RUN IS. A   *
      *RESTARTED RUN GETS A NEW ID AND STARTS ITS SEQUENCE OVER.     *
       01  AUDIT-WORK-AREA.
           05  WS-RUN-ID           PIC X(14)  VALUE SPACES.
           05  C-AUD-SEQ           PIC 9(5)   VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  PRT-DATE.
               10  PRT-YY        PIC 9(4).
               10  PRT-MM        PIC 99.
               10  PRT-DD        PIC 99.
           05  I-TIME          PIC X(11).

      *LEDGER PERIOD LOCK (PGLCTL.DAT). AN AS-OF DATE IN A CLOSED    *
      *PERIOD STILL PRINTS THE ESTIMATES BUT SENDS NO BILLING, UNLESS*
      *PGLPPA.PRM AUTHORIZES A PRIOR-PERIOD ADJUSTMENT TO THAT       *
      *PERIOD - THEN THE ROWS GO OUT DATED AS USUAL BUT POST IN THE  *
      *OPEN PERIOD (BILL-GL-PERIOD).                                 *
       01  PERIOD-LOCK-AREA.
           05  WS-GLCTL-STATUS     PIC XX     VALUE '00'.
           05  WS-PPA-STATUS       PIC XX     VALUE '00'.
           05  GL-CLOSED-THRU      PIC 9(6)   VALUE 0.
           05  GL-RUN-PERIOD       PIC 9(6)   VALUE 0.
           05  GL-POST-PERIOD      PIC 9(6)   VALUE 0.
           05  GL-OPEN-PERIOD.
               10  GL-OPEN-YY      PIC 9(4)   VALUE 0.
               10  GL-OPEN-MM      PIC 99     VALUE 0.
           05  GL-OPEN-PERIOD-N REDEFINES GL-OPEN-PERIOD
                                   PIC 9(6).
           05  GL-LOCK-SW          PIC X      VALUE 'N'.
               88  GL-PERIOD-LOCKED           VALUE 'L'.
               88  GL-PRIOR-PERIOD-ADJ        VALUE 'P'.
           05  GL-LOCK-MSG         PIC X(100) VALUE SPACES.

       01  RESTART-WORK-AREA.
           05  WS-RESTART-STATUS    PIC XX    VALUE '00'.
           05  WS-RESTART-SW        PIC XXX   VALUE 'NO'.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1150-LOAD-TAXES.
           PERFORM 1200-CHECK-RESTART.
           PERFORM 1300-CHECK-PERIOD-LOCK.
           PERFORM 1250-OPEN-OUTPUTS.
           IF MORE-RECS = 'YES'
               PERFORM 9000-READ
           MOVE RUN-BILLEXT-PATH       TO WS-BILLEXT-FILE.
           MOVE RUN-BILLREG-PATH       TO WS-BILLREG-FILE.
           MOVE RUN-RESTART-PATH       TO WS-RESTART-PATH.
           MOVE RUN-AUDIT-PATH         TO WS-AUDIT-FILE-PATH.
           CLOSE RUNCTL-FILE.

       1100-LOAD-RATES.
               OPEN OUTPUT BILLEXT
           END-IF.
           OPEN EXTEND BILLREG.
           OPEN EXTEND AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING PRT-DATE I-TIME (1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING.

      *THE AS-OF DATE'S MONTH AGAINST THE LAST CLOSED LEDGER PERIOD. *
      *NO CONTROL RECORD MEANS NOTHING HAS BEEN CLOSED.              *
       1300-CHECK-PERIOD-LOCK.
           COMPUTE GL-RUN-PERIOD = WS-AS-OF-YY * 100 + WS-AS-OF-MM.
           MOVE GL-RUN-PERIOD TO GL-POST-PERIOD.
           MOVE ZERO TO GL-CLOSED-THRU.
           OPEN INPUT GLCTL-FILE.
           IF WS-GLCTL-STATUS NOT = '00' AND WS-GLCTL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PGLCTL.DAT - STATUS: '
                   WS-GLCTL-STATUS
               STOP RUN
           END-IF.
           READ GLCTL-FILE
               AT END
                   MOVE ZERO TO GLC-CLOSED-THRU
           END-READ.
           IF GLC-CLOSED-THRU IS NUMERIC
               MOVE GLC-CLOSED-THRU TO GL-CLOSED-THRU
           END-IF.
           CLOSE GLCTL-FILE.
           IF GL-RUN-PERIOD NOT > GL-CLOSED-THRU
               PERFORM 1310-CHECK-PRIOR-PERIOD-ADJ
               DISPLAY GL-LOCK-MSG
           END-IF.

      *AN AUTHORIZATION COUNTS ONLY FOR THE PERIOD IT NAMES AND ONLY *
      *WITH AN APPROVER ON IT. THE ROWS POST IN THE PERIOD AFTER THE *
      *LAST ONE CLOSED.                                              *
       1310-CHECK-PRIOR-PERIOD-ADJ.
           MOVE 'L' TO GL-LOCK-SW.
           OPEN INPUT PPA-FILE.
           IF WS-PPA-STATUS NOT = '00' AND WS-PPA-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PGLPPA.PRM - STATUS: '
                   WS-PPA-STATUS
               STOP RUN
           END-IF.
           READ PPA-FILE
               AT END
                   MOVE SPACES TO PPA-REC
           END-READ.
           CLOSE PPA-FILE.
           IF PPA-PERIOD IS NUMERIC
                   AND PPA-PERIOD = GL-RUN-PERIOD
                   AND PPA-APPROVER NOT = SPACES
               MOVE 'P' TO GL-LOCK-SW
               MOVE GL-CLOSED-THRU TO GL-OPEN-PERIOD-N
               IF GL-OPEN-MM = 12
                   ADD 1 TO GL-OPEN-YY
                   MOVE 1 TO GL-OPEN-MM
               ELSE
                   ADD 1 TO GL-OPEN-MM
               END-IF
               MOVE GL-OPEN-PERIOD-N TO GL-POST-PERIOD
               STRING 'PERIOD ' GL-RUN-PERIOD ' IS CLOSED - BILLING '
                       'SENT AS A PRIOR-PERIOD ADJUSTMENT IN '
                       GL-POST-PERIOD ', APPROVED BY ' PPA-APPROVER
                       ' REF ' PPA-REFERENCE
                   DELIMITED BY SIZE INTO GL-LOCK-MSG
               END-STRING
           ELSE
               STRING 'PERIOD ' GL-RUN-PERIOD ' IS CLOSED - NO '
                       'BILLING SENT AND NO BILLED FLAGS CHANGED'
                   DELIMITED BY SIZE INTO GL-LOCK-MSG
               END-STRING
           END-IF.

       2000-MAINLINE.
           PERFORM 2100-CALCS.
           PERFORM 2150-GET-CUSTOMER.
           PERFORM 2170-COMPUTE-TAX.
           IF PAINT-CONTRACT-LOCKED
               PERFORM 2180-CONTRACT-PRICE
           END-IF.
           PERFORM 2200-OUTPUT.
           PERFORM 2300-CHECK-HIGH-VALUE.
           IF NOT GL-PERIOD-LOCKED
               PERFORM 2400-BILL-EXTRACT
           END-IF.
           PERFORM 2500-CHECKPOINT.
           PERFORM 9000-READ.

           ADD C-TAX        TO C-GTTAX.
           ADD C-TOTAL-WTAX TO C-GTWTAX.

      *A JOB THE CUSTOMER HAS ACCEPTED IS REPORTED AND BILLED AT THE *
      *PRICE FROZEN ON THE MASTER (COBRL03) PLUS THE NET OF ITS      *
      *CHANGE ORDERS (COBRL22), NOT AT THE REPRICE ABOVE - THE LINES *
      *ARE STILL WALKED FOR GALLONS AND SQ FT. THE REPRICED AMOUNTS  *
      *COME BACK OUT OF THE RUN TOTALS AND THE CONTRACT GOES IN. A   *
      *NET THAT COMES OUT NEGATIVE (MORE WORK DROPPED THAN WAS EVER  *
      *PRICED) STOPS AT ZERO.                                        *
       2180-CONTRACT-PRICE.
           SUBTRACT C-PAINT-DOL  FROM C-GTPAINT.
           SUBTRACT C-LABOR      FROM C-GTLABOR.
           SUBTRACT C-TOTAL      FROM C-GTTOTAL.
           SUBTRACT C-TAX        FROM C-GTTAX.
           SUBTRACT C-TOTAL-WTAX FROM C-GTWTAX.
           COMPUTE C-CONTRACT-AMT =
               PAINT-CONTRACT-PAINT + PAINT-CO-NET-PAINT.
           IF C-CONTRACT-AMT < ZERO
               MOVE ZERO TO C-CONTRACT-AMT
           END-IF.
           MOVE C-CONTRACT-AMT TO C-PAINT-DOL.
           COMPUTE C-CONTRACT-AMT =
               PAINT-CONTRACT-LABOR + PAINT-CO-NET-LABOR.
           IF C-CONTRACT-AMT < ZERO
               MOVE ZERO TO C-CONTRACT-AMT
           END-IF.
           MOVE C-CONTRACT-AMT TO C-LABOR.
           COMPUTE C-CONTRACT-AMT =
               PAINT-CONTRACT-TAX + PAINT-CO-NET-TAX.
           IF C-CONTRACT-AMT < ZERO
               MOVE ZERO TO C-CONTRACT-AMT
           END-IF.
           MOVE C-CONTRACT-AMT TO C-TAX.
           COMPUTE C-TOTAL = C-PAINT-DOL + C-LABOR.
           COMPUTE C-TOTAL-WTAX = C-TOTAL + C-TAX.
           ADD C-PAINT-DOL  TO C-GTPAINT.
           ADD C-LABOR      TO C-GTLABOR.
           ADD C-TOTAL      TO C-GTTOTAL.
           ADD C-TAX        TO C-GTTAX.
           ADD C-TOTAL-WTAX TO C-GTWTAX.

       2200-OUTPUT.
           MOVE PAINT-EST-NO TO O-EST-NO.
           MOVE WS-BILL-NAME TO O-CUST-NAME.
      *THE JOB TOTAL NET OF THE DEPOSIT ALREADY BILLED. THE BILLED   *
      *SWITCH WALKS N -> D -> Y SO NEITHER LEG IS SENT TWICE, AND A  *
      *ZERO DEPOSIT PERCENTAGE BILLS THE WHOLE JOB AT COMPLETION AS  *
      *BEFORE. ON A CONTRACT JOB THE TOTALS ARE ALREADY THE CONTRACT *
      *PLUS CHANGE ORDERS (2180), SO THE FINAL ROW CARRIES THE NET   *
      *OF EVERY ORDER SIGNED SINCE THE DEPOSIT.                      *
       2400-BILL-EXTRACT.
           MOVE PAINT-REC TO AUD-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN (PAINT-IS-APPROVED OR PAINT-IS-SCHEDULED)
                       AND PAINT-BILLED-SW = 'N'
               C-TOTAL * WS-DEPOSIT-PCT / 100.
           MOVE C-DEPOSIT TO BILL-TOTAL.
           MOVE 'D'       TO BILL-TYPE.
           MOVE ZERO      TO BILL-PAINT-AMT.
           MOVE ZERO      TO BILL-DEP-APPLIED.
           IF PAINT-CONTRACT-LOCKED
               COMPUTE BILL-TAX-AMT ROUNDED =
                   C-TAX * WS-DEPOSIT-PCT / 100
           ELSE
               COMPUTE BILL-TAX-AMT ROUNDED =
                   C-DEPOSIT * C-TAX-RATE / 100
           END-IF.
           PERFORM 2430-WRITE-BILL-ROW.
           MOVE 'D'       TO PAINT-BILLED-SW.
           MOVE C-DEPOSIT TO PAINT-DEP-AMT.
           MOVE BILL-TAX-AMT TO PAINT-DEP-TAX.
           PERFORM 2440-REWRITE-BILLED.

      *A JOB COMPLETED WITHOUT EVER TAKING A DEPOSIT CARRIES A ZERO  *
      *DEPOSIT AMOUNT AND BILLS IN FULL HERE. A DEPOSIT THAT SOMEHOW *
      *EXCEEDS THE PRICED TOTAL (RATES DROPPED SINCE APPROVAL) NETS  *
      *TO A ZERO FINAL RATHER THAN WRAPPING NEGATIVE. A CONTRACT JOB *
      *BILLS ITS FROZEN TAX NET OF THE TAX SENT WITH THE DEPOSIT, SO *
      *A RATE CHANGE IN BETWEEN DOES NOT MOVE WHAT THE CUSTOMER PAYS.*
       2420-FINAL-BILL.
           IF PAINT-DEP-AMT < C-TOTAL
               COMPUTE C-FINAL = C-TOTAL - PAINT-DEP-AMT
           END-IF.
           MOVE C-FINAL TO BILL-TOTAL.
           MOVE 'F'     TO BILL-TYPE.
      *THE FINAL EARNS THE WHOLE JOB - ITS OWN AMOUNT PLUS THE       *
      *DEPOSIT IT USES UP - SO THE LEDGER CAN MOVE THE DEPOSIT OUT   *
      *OF LIABILITY AND SPLIT THE REVENUE PAINT AND LABOR.           *
           MOVE C-PAINT-DOL TO BILL-PAINT-AMT.
           IF PAINT-DEP-AMT < C-TOTAL
               MOVE PAINT-DEP-AMT TO BILL-DEP-APPLIED
           ELSE
               MOVE C-TOTAL       TO BILL-DEP-APPLIED
           END-IF.
           IF PAINT-CONTRACT-LOCKED
               IF PAINT-DEP-TAX < C-TAX
                   COMPUTE BILL-TAX-AMT = C-TAX - PAINT-DEP-TAX
               ELSE
                   MOVE ZERO TO BILL-TAX-AMT
               END-IF
           ELSE
               COMPUTE BILL-TAX-AMT ROUNDED =
                   C-FINAL * C-TAX-RATE / 100
           END-IF.
           PERFORM 2430-WRITE-BILL-ROW.
           MOVE 'Y'     TO PAINT-BILLED-SW.
           PERFORM 2440-REWRITE-BILLED.
           MOVE PAINT-CUST-NO   TO BILL-CUST-NO.
           MOVE WS-BILL-NAME    TO BILL-CUST-NAME.
           MOVE WS-AS-OF-DATE   TO BILL-EXTRACT-DATE.
           MOVE SPACES          TO BILL-REASON-CD.
           MOVE SPACES          TO BILL-APPROVER.
           MOVE WS-TAX-JUR      TO BILL-TAX-JUR.
           MOVE GL-POST-PERIOD  TO BILL-GL-PERIOD.
           MOVE BILL-REC        TO BILLREG-REC.
           WRITE BILL-REC.
           WRITE BILLREG-REC.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BILLED FLAG REWRITE FAILED FOR ESTIMATE '
                   PAINT-EST-NO ' - STATUS: ' WS-MASTER-STATUS
           ELSE
               MOVE PAINT-REC TO AUD-AFTER-IMAGE
               PERFORM 2800-WRITE-AUDIT
           END-IF.

       2500-CHECKPOINT.
           WRITE RESTART-REC.
           CLOSE RESTART-FILE.

       2800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE PRT-DATE     TO AUD-DATE.
           MOVE I-TIME (1:6) TO AUD-TIME.
           MOVE WS-RUN-ID    TO AUD-RUN-ID.
           MOVE C-AUD-SEQ    TO AUD-SEQ.
           MOVE 'BILLED'     TO AUD-ACTION.
           MOVE PAINT-EST-NO TO AUD-EST-NO.
           WRITE AUDIT-REC.

       3000-CLOSING.
           PERFORM 3100-GRANDTOTALS
           MOVE C-GCTR TO O-GCTR.
           PERFORM 3200-PRINT-EXCEPTIONS.
           PERFORM 3300-CLEAR-RESTART.
           PERFORM 3400-RECONCILE-TRAILER.
           IF GL-LOCK-MSG NOT = SPACES
               MOVE GL-LOCK-MSG TO O-BAL-MSG
               WRITE PRTLINE FROM PRT-BALANCE
                   AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE STUDENT-MASTER
                 CUSTOMER-MASTER
                 PRTOUT
                 XCPRPT
                 BILLEXT
                 BILLREG
                 AUDIT-FILE.

       3100-GRANDTOTALS.
           MOVE C-GTGAL   TO O-GTGAL.
