       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL23.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  BILLING ADJUSTMENTS. READS THE APPROVED      *
      *  CREDIT MEMOS, DEBIT MEMOS AND WRITE-OFFS IN  *
      *  PADJTRAN.DAT AND POSTS EACH ONE AS A BILLED  *
      *  ROW OF TYPE C, M OR W ON BOTH THE BILLING    *
      *  EXTRACT (SO AR SEES IT WITH THIS RUN'S       *
      *  HANDOFF - RUN IT AFTER COBRL01) AND THE      *
      *  BILLING REGISTER (SO THE RECONCILIATION,     *
      *  COBRL09, NETS IT AGAINST THE ESTIMATE'S      *
      *  DEPOSIT AND FINAL). THE MEMO AMOUNT INCLUDES *
      *  TAX; THE TAX IS BACKED OUT UNDER THE         *
      *  CUSTOMER'S JURISDICTION AS OF THE AS-OF DATE *
      *  SO THE ROW CARRIES PRE-TAX AND TAX APART THE *
      *  WAY COBRL01'S ROWS DO. A CREDIT MAY NOT TAKE *
      *  MORE OFF THAN THE ESTIMATE HAS BEEN BILLED;  *
      *  A WRITE-OFF MAY NOT TAKE MORE THAN IS STILL  *
      *  UNPAID. EVERY APPLIED ROW IS JOURNALED TO    *
      *  PADJAUD.DAT WITH ITS REASON, APPROVER AND    *
      *  THE BALANCE BEFORE AND AFTER. A LOG OF EVERY *
      *  ROW APPLIED OR REJECTED PRINTS TO            *
      *  PADJLOG.PRT.                                 *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ADJTRAN-FILE
               ASSIGN TO 'E:\COBOL\PADJTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJTRAN-STATUS.

           SELECT OPTIONAL BILLREG
               ASSIGN USING WS-BILLREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT OPTIONAL BILLEXT
               ASSIGN USING WS-BILLEXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLEXT-STATUS.

           SELECT OPTIONAL ARRETURN
               ASSIGN TO 'E:\COBOL\ARRETURN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN USING WS-CUSTMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TAX-TABLE
               ASSIGN USING WS-TAXTBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADJAUD-FILE
               ASSIGN TO 'E:\COBOL\PADJAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUD-STATUS.

           SELECT OPTIONAL GLCTL-FILE
               ASSIGN TO 'E:\COBOL\PGLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT OPTIONAL PPA-FILE
               ASSIGN TO 'E:\COBOL\PGLPPA.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

           SELECT MAINTLOG
               ASSIGN TO 'E:\COBOL\PADJLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  ADJTRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADJTRAN-REC
           RECORD CONTAINS 55 CHARACTERS.

           COPY 'CPADJTRN.cpy'.

       FD  BILLREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC
           RECORD CONTAINS 103 CHARACTERS.

           COPY 'CPBILL.cpy'.

      *SAME BYTES AS BILL-REC - THE ROW IS BUILT ONCE IN THE         *
      *REGISTER'S RECORD AND WRITTEN TO BOTH FILES.                  *
       FD  BILLEXT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILLEXT-REC
           RECORD CONTAINS 103 CHARACTERS.

       01  BILLEXT-REC         PIC X(103).

       FD  ARRETURN
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARR-REC
           RECORD CONTAINS 38 CHARACTERS.

           COPY 'CPARRET.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

       FD  TAX-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC
           RECORD CONTAINS 17 CHARACTERS.

           COPY 'CPTAXRT.cpy'.

       FD  ADJAUD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADJAUD-REC
           RECORD CONTAINS 152 CHARACTERS.

           COPY 'CPADJAUD.cpy'.

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

       FD  MAINTLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOGLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-TRAN-CTR      PIC 9(5)    VALUE ZERO.
           05  C-APPLIED-CTR   PIC 9(5)    VALUE ZERO.
           05  C-REJECT-CTR    PIC 9(5)    VALUE ZERO.
           05  C-CREDIT-DOL    PIC 9(9)V99 VALUE ZERO.
           05  C-DEBIT-DOL     PIC 9(9)V99 VALUE ZERO.
           05  C-WRITE-OFF-DOL PIC 9(9)V99 VALUE ZERO.
           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  MORE-BILLS      PIC XXX     VALUE 'YES'.
           05  WS-ADJTRAN-STATUS PIC XX    VALUE '00'.
           05  WS-BILL-STATUS  PIC XX      VALUE '00'.
           05  WS-BILLEXT-STATUS PIC XX    VALUE '00'.
           05  WS-ARR-STATUS   PIC XX      VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-ADJAUD-STATUS PIC XX     VALUE '00'.

      *AS-OF DATE AND FILE ASSIGNMENTS FROM RUNCTL.DAT - THE AS-OF   *
      *DATE PICKS THE TAX ROW THE TAX IS BACKED OUT UNDER AND DATES  *
      *THE ADJUSTMENT ON THE EXTRACT AND THE REGISTER.               *
       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).

       01  FILE-PATH-AREA.
           05  WS-CUSTMAST-FILE    PIC X(64)  VALUE SPACES.
           05  WS-TAXTBL-FILE      PIC X(64)  VALUE SPACES.
           05  WS-BILLEXT-FILE     PIC X(64)  VALUE SPACES.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.

       01  LOG-WORK-AREA.
           05  WS-ACTION           PIC X(10)  VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-VALID-SW         PIC XXX    VALUE 'YES'.
               88  WS-ROW-VALID               VALUE 'YES'.

      *ONE ENTRY PER ESTIMATE ON THE REGISTER - WHAT IT HAS BEEN     *
      *BILLED NET OF EARLIER ADJUSTMENTS AND WHAT AR HAS COLLECTED,  *
      *BOTH TAX INCLUDED. KEPT CURRENT AS THIS RUN POSTS ROWS, SO    *
      *TWO MEMOS AGAINST ONE ESTIMATE ARE LIMITED TOGETHER. ALSO HOW *
      *MANY FINALS STAND NET OF BACKOUTS, AND THE PRE-TAX DEPOSIT    *
      *STILL HELD IN THE DEPOSIT LIABILITY.                          *
       01  ESTIMATE-TABLE-AREA.
           05  EX-CTR              PIC 9(5)   VALUE 0.
           05  EX-SUB              PIC 9(5)   VALUE 0.
           05  EX-FOUND-SUB        PIC 9(5)   VALUE 0.
           05  EX-FIND-EST-NO      PIC X(4)   VALUE SPACES.
           05  EX-ENTRY OCCURS 2000 TIMES.
               10  EX-EST-NO       PIC X(4).
               10  EX-CUST-NO      PIC X(5).
               10  EX-CUST-NAME    PIC X(25).
               10  EX-BILLED       PIC S9(9)V99.
               10  EX-PAID         PIC 9(9)V99.
               10  EX-FINAL-CTR    PIC S9(3).
               10  EX-DEP-HELD     PIC S9(9)V99.

      *THE MEMO SPLIT INTO PRE-TAX AND TAX, AND THE BALANCE IT MOVES.*
       01  ADJUSTMENT-WORK-AREA.
           05  C-ADJ-TOTAL         PIC 9(8)V99   VALUE 0.
           05  C-ADJ-TAX           PIC 9(8)V99   VALUE 0.
           05  C-TAX-RATE          PIC 9(2)V9(3) VALUE 0.
           05  WS-TAX-JUR          PIC X(4)      VALUE SPACES.
           05  WS-BAL-BEFORE       PIC S9(9)V99  VALUE 0.
           05  WS-BAL-AFTER        PIC S9(9)V99  VALUE 0.

       01  TAX-WORK-AREA.
           05  TX-MORE-TAXES       PIC XXX      VALUE 'YES'.
           05  TX-CTR              PIC 99       VALUE 0.
           05  TX-SUB              PIC 99       VALUE 0.
           05  TX-FOUND-SUB        PIC 99       VALUE 0.
           05  TX-ENTRY OCCURS 20 TIMES.
               10  TX-JUR-CODE         PIC X(4).
               10  TX-EFF-DATE         PIC 9(8).
               10  TX-RATE-PCT         PIC 9(2)V9(3).

      *LEDGER PERIOD LOCK (PGLCTL.DAT), AS IN COBRL01. AN AS-OF DATE *
      *IN A CLOSED PERIOD REJECTS EVERY MEMO UNLESS PGLPPA.PRM       *
      *AUTHORIZES A PRIOR-PERIOD ADJUSTMENT TO THAT PERIOD - THEN    *
      *THE ROWS POST IN THE OPEN PERIOD (BILL-GL-PERIOD).            *
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

      *RUN ID (DATE AND TIME CAPTURED AT INIT) STAMPED ON EVERY      *
      *JOURNAL ENTRY AND PRINTED ON THE LOG HEADING, THE SAME WAY A  *
      *COBRL03 MAINTENANCE RUN IS NAMED.                             *
       01  AUDIT-WORK-AREA.
           05  WS-RUN-ID           PIC X(14)  VALUE SPACES.
           05  C-AUD-SEQ           PIC 9(5)   VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  PRT-DATE.
               10  PRT-YY        PIC 9(4).
               10  PRT-MM        PIC 99.
               10  PRT-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S BILLING ADJUSTMENTS'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-RUNID.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'RUN ID:'.
           05  O-RUN-ID        PIC X(14).
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(10)   VALUE 'TYPE'.
           05  FILLER          PIC X(8)    VALUE 'REASON'.
           05  FILLER          PIC X(10)   VALUE 'APPROVER'.
           05  FILLER          PIC X(15)   VALUE 'GROSS'.
           05  FILLER          PIC X(15)   VALUE 'PRE-TAX'.
           05  FILLER          PIC X(12)   VALUE 'TAX'.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-LOG-DETAIL.
           05  O-EST-NO        PIC X(7).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-ACTION        PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-REASON-CD     PIC X(2).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-APPROVER      PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-GROSS         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PRE-TAX       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TAX           PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RESULT        PIC X(45).

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'MEMOS READ:'.
           05  O-TRAN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'APPLIED:'.
           05  O-APPLIED-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR    PIC ZZZZ9.

       01  PRT-ADJ-TOTALS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'CREDITED:'.
           05  O-CREDIT-DOL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'DEBITED:'.
           05  O-DEBIT-DOL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'WRITTEN OFF:'.
           05  O-WRITE-OFF-DOL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE '(TAX INCLUDED)'.

       01  PRT-LOCK-MSG.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LOCK-MSG      PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT ADJTRAN-FILE.
           IF WS-ADJTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PADJTRAN.DAT - STATUS: '
                   WS-ADJTRAN-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-REGISTER.
           PERFORM 1200-LOAD-RETURNS.
           PERFORM 1150-LOAD-TAXES.
           PERFORM 1300-CHECK-PERIOD-LOCK.
      *THE EXTRACT OPENS EXTEND SO THE MEMOS GO TO AR WITH WHATEVER  *
      *COBRL01 HANDED OFF THIS RUN; THE REGISTER AND THE JOURNAL     *
      *ACCUMULATE ACROSS RUNS.                                       *
           OPEN EXTEND BILLEXT.
           IF WS-BILLEXT-STATUS NOT = '00'
                   AND WS-BILLEXT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLEXT.DAT - STATUS: '
                   WS-BILLEXT-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND ADJAUD-FILE.
           IF WS-ADJAUD-STATUS NOT = '00'
                   AND WS-ADJAUD-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PADJAUD.DAT - STATUS: '
                   WS-ADJAUD-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINTLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           STRING PRT-DATE I-TIME (1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING.
           MOVE WS-RUN-ID TO O-RUN-ID.

           PERFORM 9000-READ-TRAN.
           PERFORM 9100-HEADINGS.

       1050-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUNCTL.DAT - STATUS: '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           READ RUNCTL-FILE
               AT END
                   DISPLAY 'RUNCTL.DAT IS EMPTY - NO RUN CONTROL'
                   STOP RUN
           END-READ.
           MOVE RUN-AS-OF-DATE    TO WS-AS-OF-DATE.
           MOVE RUN-CUSTMAST-PATH TO WS-CUSTMAST-FILE.
           MOVE RUN-TAXTBL-PATH   TO WS-TAXTBL-FILE.
           MOVE RUN-BILLEXT-PATH  TO WS-BILLEXT-FILE.
           MOVE RUN-BILLREG-PATH  TO WS-BILLREG-FILE.
           CLOSE RUNCTL-FILE.

      *THE REGISTER HOLDS EVERY ESTIMATE AR STILL HAS OPEN (COBRL09  *
      *PURGES THE SETTLED ONES), SO AN ESTIMATE NOT ON IT HAS        *
      *NOTHING LEFT TO ADJUST. ROWS ROLL UP ONE ENTRY PER ESTIMATE,  *
      *NETTED THE SAME WAY COBRL09 NETS THEM.                        *
       1100-LOAD-REGISTER.
           OPEN INPUT BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           PERFORM 9200-READ-BILL.
           PERFORM UNTIL MORE-BILLS = 'NO'
               PERFORM 1110-POST-BILL-ROW
               PERFORM 9200-READ-BILL
           END-PERFORM.
           CLOSE BILLREG.

       1110-POST-BILL-ROW.
           MOVE BILL-EST-NO TO EX-FIND-EST-NO.
           PERFORM 2150-FIND-ENTRY.
           IF EX-FOUND-SUB = 0
               IF EX-CTR < 2000
                   ADD 1 TO EX-CTR
                   MOVE EX-CTR         TO EX-FOUND-SUB
                   MOVE BILL-EST-NO    TO EX-EST-NO (EX-CTR)
                   MOVE BILL-CUST-NO   TO EX-CUST-NO (EX-CTR)
                   MOVE BILL-CUST-NAME TO EX-CUST-NAME (EX-CTR)
                   MOVE ZERO           TO EX-BILLED (EX-CTR)
                   MOVE ZERO           TO EX-PAID (EX-CTR)
                   MOVE ZERO           TO EX-FINAL-CTR (EX-CTR)
                   MOVE ZERO           TO EX-DEP-HELD (EX-CTR)
               ELSE
                   DISPLAY 'BILLREG.DAT EXCEEDS 2000 ESTIMATES - '
                       'ADJUSTMENTS REFUSED'
                   STOP RUN
               END-IF
           END-IF.
      *PRE-TYPE REGISTER ROWS CARRY SPACES FOR THE TAX - UNTAXED.    *
           IF BILL-TAX-AMT IS NOT NUMERIC
               MOVE ZERO TO BILL-TAX-AMT
           END-IF.
           IF BILL-REDUCES-BALANCE
               SUBTRACT BILL-TOTAL BILL-TAX-AMT
                   FROM EX-BILLED (EX-FOUND-SUB)
           ELSE
               ADD BILL-TOTAL BILL-TAX-AMT
                   TO EX-BILLED (EX-FOUND-SUB)
           END-IF.
           PERFORM 1120-TRACK-DEPOSIT.

      *A DEPOSIT ROW PUTS ITS AMOUNT INTO THE LIABILITY; A FINAL, OR *
      *A CANCELLATION CREDIT, TAKES OUT WHAT IT APPLIED. A BACKOUT   *
      *REVERSAL UNDOES THE ROW IT REVERSES. A PRE-TYPE ROW IS A      *
      *WHOLE-JOB FINAL, AS COBRL09 TREATS IT.                        *
       1120-TRACK-DEPOSIT.
           IF BILL-DEP-APPLIED IS NOT NUMERIC
               MOVE ZERO TO BILL-DEP-APPLIED
           END-IF.
           EVALUATE TRUE
               WHEN BILL-IS-DEPOSIT
                   ADD BILL-TOTAL TO EX-DEP-HELD (EX-FOUND-SUB)
               WHEN BILL-IS-FINAL
                   ADD 1 TO EX-FINAL-CTR (EX-FOUND-SUB)
                   SUBTRACT BILL-DEP-APPLIED
                       FROM EX-DEP-HELD (EX-FOUND-SUB)
               WHEN BILL-IS-CREDIT AND BILL-REVERSES-DEPOSIT
                   SUBTRACT BILL-TOTAL FROM EX-DEP-HELD (EX-FOUND-SUB)
               WHEN BILL-IS-CREDIT AND BILL-REVERSES-FINAL
                   SUBTRACT 1 FROM EX-FINAL-CTR (EX-FOUND-SUB)
                   ADD BILL-DEP-APPLIED TO EX-DEP-HELD (EX-FOUND-SUB)
               WHEN BILL-IS-ADJUSTMENT
                   SUBTRACT BILL-DEP-APPLIED
                       FROM EX-DEP-HELD (EX-FOUND-SUB)
               WHEN OTHER
                   ADD 1 TO EX-FINAL-CTR (EX-FOUND-SUB)
           END-EVALUATE.

       1150-LOAD-TAXES.
           OPEN INPUT TAX-TABLE.
           PERFORM 1160-READ-TAX.
           PERFORM UNTIL TX-MORE-TAXES = 'NO'
               IF TAX-EFF-DATE NOT > WS-AS-OF-DATE
                   PERFORM 1170-POST-TAX
               END-IF
               PERFORM 1160-READ-TAX
           END-PERFORM.
           CLOSE TAX-TABLE.

       1160-READ-TAX.
           READ TAX-TABLE
               AT END
                   MOVE 'NO' TO TX-MORE-TAXES.

       1170-POST-TAX.
           MOVE 0 TO TX-FOUND-SUB.
           PERFORM VARYING TX-SUB FROM 1 BY 1
                   UNTIL TX-SUB > TX-CTR
               IF TX-JUR-CODE (TX-SUB) = TAX-JUR-CODE
                   MOVE TX-SUB TO TX-FOUND-SUB
               END-IF
           END-PERFORM.
           IF TX-FOUND-SUB = 0
               IF TX-CTR < 20
                   ADD 1 TO TX-CTR
                   MOVE TX-CTR TO TX-FOUND-SUB
                   MOVE TAX-JUR-CODE TO TX-JUR-CODE (TX-FOUND-SUB)
                   MOVE 0 TO TX-EFF-DATE (TX-FOUND-SUB)
               ELSE
                   DISPLAY 'TAX TABLE FULL - JURISDICTION IGNORED: '
                       TAX-JUR-CODE
               END-IF
           END-IF.
           IF TX-FOUND-SUB > 0
                   AND TAX-EFF-DATE > TX-EFF-DATE (TX-FOUND-SUB)
               MOVE TAX-EFF-DATE TO TX-EFF-DATE (TX-FOUND-SUB)
               MOVE TAX-RATE-PCT TO TX-RATE-PCT (TX-FOUND-SUB)
           END-IF.

      *CASH FROM THE AR RETURN, SUMMED PER ESTIMATE. ONLY ESTIMATES  *
      *ALREADY ON THE TABLE MATTER - THE REST ARE SETTLED.           *
       1200-LOAD-RETURNS.
           OPEN INPUT ARRETURN.
           IF WS-ARR-STATUS NOT = '00' AND WS-ARR-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARRETURN.DAT - STATUS: '
                   WS-ARR-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-RETURN.
           PERFORM UNTIL WS-ARR-STATUS NOT = '00'
               MOVE ARR-EST-NO TO EX-FIND-EST-NO
               PERFORM 2150-FIND-ENTRY
               IF EX-FOUND-SUB > 0
                   ADD ARR-PAY-AMT TO EX-PAID (EX-FOUND-SUB)
               END-IF
               PERFORM 1210-READ-RETURN
           END-PERFORM.
           CLOSE ARRETURN.

       1210-READ-RETURN.
           READ ARRETURN
               AT END
                   MOVE '10' TO WS-ARR-STATUS.

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
               STRING 'PERIOD ' GL-RUN-PERIOD ' IS CLOSED - MEMOS '
                       'POSTED AS A PRIOR-PERIOD ADJUSTMENT IN '
                       GL-POST-PERIOD ', APPROVED BY ' PPA-APPROVER
                       ' REF ' PPA-REFERENCE
                   DELIMITED BY SIZE INTO GL-LOCK-MSG
               END-STRING
           ELSE
               STRING 'PERIOD ' GL-RUN-PERIOD ' IS CLOSED - NO '
                       'ADJUSTMENTS APPLIED'
                   DELIMITED BY SIZE INTO GL-LOCK-MSG
               END-STRING
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           MOVE ZERO TO C-ADJ-TOTAL.
           MOVE ZERO TO C-ADJ-TAX.
           PERFORM 2100-EDIT-ROW.
           IF WS-ROW-VALID AND GL-PERIOD-LOCKED
               MOVE 'AS-OF PERIOD IS CLOSED - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2200-CHECK-BALANCE
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2300-SPLIT-TAX
               PERFORM 2400-POST-ADJUSTMENT
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM 2900-WRITE-LOG-LINE.
           PERFORM 9000-READ-TRAN.

      *FIELD EDITS THAT NEED NOTHING BUT THE ROW ITSELF. A MEMO WITH *
      *NO REASON OR NO APPROVER NEVER REACHES THE CUSTOMER'S BALANCE.*
       2100-EDIT-ROW.
           MOVE 'YES' TO WS-VALID-SW.
           MOVE SPACES TO WS-RESULT.
           IF ADJTRAN-IS-CREDIT
               MOVE 'CREDIT' TO WS-ACTION
           ELSE IF ADJTRAN-IS-DEBIT
               MOVE 'DEBIT' TO WS-ACTION
           ELSE IF ADJTRAN-IS-WRITE-OFF
               MOVE 'WRITE-OFF' TO WS-ACTION
           ELSE
               MOVE 'UNKNOWN' TO WS-ACTION
           END-IF.
           IF ADJTRAN-EST-NO = SPACES
               MOVE 'NO ESTIMATE NUMBER - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF WS-ACTION = 'UNKNOWN'
               MOVE 'TYPE NOT C, M OR W - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ADJTRAN-GROSS-AMT IS NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ADJTRAN-GROSS-AMT = ZERO
               MOVE 'ZERO AMOUNT - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF NOT ADJTRAN-REASON-VALID
               MOVE 'REASON CODE NOT RECOGNIZED - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ADJTRAN-APPROVER = SPACES
               MOVE 'NO APPROVER - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

       2150-FIND-ENTRY.
           MOVE 0 TO EX-FOUND-SUB.
           PERFORM VARYING EX-SUB FROM 1 BY 1
                   UNTIL EX-SUB > EX-CTR
                      OR EX-FOUND-SUB > 0
               IF EX-EST-NO (EX-SUB) = EX-FIND-EST-NO
                   MOVE EX-SUB TO EX-FOUND-SUB
               END-IF
           END-PERFORM.

      *A CREDIT GIVES BACK AT MOST WHAT WAS BILLED - IF THE CUSTOMER *
      *HAS ALREADY PAID, THE CREDIT LEAVES A BALANCE IN THEIR FAVOUR *
      *FOR THE OFFICE TO REFUND. A WRITE-OFF ONLY FORGIVES WHAT IS   *
      *STILL UNPAID. A DEBIT HAS NO CEILING.                         *
       2200-CHECK-BALANCE.
           MOVE ADJTRAN-EST-NO TO EX-FIND-EST-NO.
           PERFORM 2150-FIND-ENTRY.
           IF EX-FOUND-SUB > 0
               COMPUTE WS-BAL-BEFORE = EX-BILLED (EX-FOUND-SUB)
                   - EX-PAID (EX-FOUND-SUB)
           END-IF.
           IF EX-FOUND-SUB = 0
               MOVE 'ESTIMATE NOT ON BILLING REGISTER - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ADJTRAN-IS-CREDIT
                   AND ADJTRAN-GROSS-AMT > EX-BILLED (EX-FOUND-SUB)
               MOVE 'CREDIT EXCEEDS AMOUNT BILLED - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ADJTRAN-IS-WRITE-OFF
                   AND ADJTRAN-GROSS-AMT > WS-BAL-BEFORE
               MOVE 'WRITE-OFF EXCEEDS OPEN BALANCE - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *THE MEMO AMOUNT IS WHAT THE CUSTOMER SEES, TAX INCLUDED. BACK *
      *THE TAX OUT AT THE RATE IN FORCE FOR THEIR JURISDICTION; THE  *
      *PENNY OF ROUNDING STAYS WITH THE PRE-TAX FIGURE SO THE TWO    *
      *ALWAYS ADD BACK TO THE MEMO.                                  *
       2300-SPLIT-TAX.
           PERFORM 2310-FIND-TAX-RATE.
           COMPUTE C-ADJ-TOTAL ROUNDED =
               ADJTRAN-GROSS-AMT * 100 / (100 + C-TAX-RATE).
           COMPUTE C-ADJ-TAX = ADJTRAN-GROSS-AMT - C-ADJ-TOTAL.

       2310-FIND-TAX-RATE.
           MOVE SPACES TO WS-TAX-JUR.
           MOVE EX-CUST-NO (EX-FOUND-SUB) TO CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-TAX-JUR TO WS-TAX-JUR
           END-READ.
           MOVE 0 TO TX-FOUND-SUB.
           IF WS-TAX-JUR NOT = SPACES
               PERFORM VARYING TX-SUB FROM 1 BY 1
                       UNTIL TX-SUB > TX-CTR
                   IF TX-JUR-CODE (TX-SUB) = WS-TAX-JUR
                       MOVE TX-SUB TO TX-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF TX-FOUND-SUB = 0
               MOVE ZERO TO C-TAX-RATE
           ELSE
               MOVE TX-RATE-PCT (TX-FOUND-SUB) TO C-TAX-RATE
           END-IF.

      *ONE ROW TO THE EXTRACT AND THE REGISTER, THE BALANCE MOVED ON *
      *THE TABLE, THEN THE JOURNAL ENTRY.                            *
       2400-POST-ADJUSTMENT.
           MOVE ADJTRAN-EST-NO              TO BILL-EST-NO.
           MOVE EX-CUST-NO (EX-FOUND-SUB)   TO BILL-CUST-NO.
           MOVE EX-CUST-NAME (EX-FOUND-SUB) TO BILL-CUST-NAME.
           MOVE WS-AS-OF-DATE-N             TO BILL-EXTRACT-DATE.
           MOVE C-ADJ-TOTAL                 TO BILL-TOTAL.
           MOVE ADJTRAN-TYPE                TO BILL-TYPE.
           MOVE C-ADJ-TAX                   TO BILL-TAX-AMT.
           MOVE ADJTRAN-REASON-CD           TO BILL-REASON-CD.
           MOVE ADJTRAN-APPROVER            TO BILL-APPROVER.
           MOVE WS-TAX-JUR                  TO BILL-TAX-JUR.
           MOVE ZERO                        TO BILL-PAINT-AMT.
           PERFORM 2410-DEPOSIT-RELIEF.
           MOVE GL-POST-PERIOD              TO BILL-GL-PERIOD.
           MOVE BILL-REC                    TO BILLEXT-REC.
           WRITE BILLEXT-REC.
           IF WS-BILLEXT-STATUS NOT = '00'
               DISPLAY 'WRITE TO BILLEXT.DAT FAILED FOR ESTIMATE '
                   ADJTRAN-EST-NO ' - STATUS: ' WS-BILLEXT-STATUS
               STOP RUN
           END-IF.
           WRITE BILL-REC.
           IF WS-BILL-STATUS NOT = '00'
               DISPLAY 'WRITE TO BILLREG.DAT FAILED FOR ESTIMATE '
                   ADJTRAN-EST-NO ' - STATUS: ' WS-BILL-STATUS
               STOP RUN
           END-IF.
           IF ADJTRAN-IS-DEBIT
               ADD ADJTRAN-GROSS-AMT TO EX-BILLED (EX-FOUND-SUB)
               ADD ADJTRAN-GROSS-AMT TO C-DEBIT-DOL
           ELSE
               SUBTRACT ADJTRAN-GROSS-AMT FROM EX-BILLED (EX-FOUND-SUB)
               IF ADJTRAN-IS-CREDIT
                   ADD ADJTRAN-GROSS-AMT TO C-CREDIT-DOL
               ELSE
                   ADD ADJTRAN-GROSS-AMT TO C-WRITE-OFF-DOL
               END-IF
           END-IF.
           COMPUTE WS-BAL-AFTER = EX-BILLED (EX-FOUND-SUB)
               - EX-PAID (EX-FOUND-SUB).
           ADD 1 TO C-APPLIED-CTR.
           MOVE 'ADJUSTMENT POSTED' TO WS-RESULT.
           PERFORM 2800-WRITE-AUDIT.

      *A JOB CANCELLED BEFORE ITS FINAL BILL HAS ONLY ITS DEPOSIT ON *
      *THE BOOKS - THE CREDIT COMES OUT OF THE DEPOSIT LIABILITY,    *
      *NOT OUT OF SALES, UP TO WHAT THE DEPOSIT STILL HOLDS. ANY     *
      *OTHER MEMO TAKES NOTHING FROM THE DEPOSIT.                    *
       2410-DEPOSIT-RELIEF.
           MOVE ZERO TO BILL-DEP-APPLIED.
           IF ADJTRAN-IS-CREDIT
                   AND ADJTRAN-IS-CANCELLATION
                   AND EX-FINAL-CTR (EX-FOUND-SUB) NOT > 0
                   AND EX-DEP-HELD (EX-FOUND-SUB) > ZERO
               IF C-ADJ-TOTAL < EX-DEP-HELD (EX-FOUND-SUB)
                   MOVE C-ADJ-TOTAL TO BILL-DEP-APPLIED
               ELSE
                   MOVE EX-DEP-HELD (EX-FOUND-SUB) TO BILL-DEP-APPLIED
               END-IF
               SUBTRACT BILL-DEP-APPLIED
                   FROM EX-DEP-HELD (EX-FOUND-SUB)
           END-IF.

       2800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE PRT-DATE          TO ADJA-DATE.
           MOVE I-TIME (1:6)      TO ADJA-TIME.
           MOVE WS-RUN-ID         TO ADJA-RUN-ID.
           MOVE C-AUD-SEQ         TO ADJA-SEQ.
           MOVE ADJTRAN-EST-NO    TO ADJA-EST-NO.
           MOVE BILL-CUST-NO      TO ADJA-CUST-NO.
           MOVE WS-AS-OF-DATE-N   TO ADJA-EXTRACT-DATE.
           MOVE ADJTRAN-TYPE      TO ADJA-TYPE.
           MOVE ADJTRAN-REASON-CD TO ADJA-REASON-CD.
           MOVE ADJTRAN-APPROVER  TO ADJA-APPROVER.
           MOVE ADJTRAN-GROSS-AMT TO ADJA-GROSS-AMT.
           MOVE C-ADJ-TOTAL       TO ADJA-TOTAL.
           MOVE C-ADJ-TAX         TO ADJA-TAX-AMT.
           MOVE WS-TAX-JUR        TO ADJA-TAX-JUR.
           MOVE C-TAX-RATE        TO ADJA-TAX-RATE.
           MOVE WS-BAL-BEFORE     TO ADJA-BAL-BEFORE.
           MOVE WS-BAL-AFTER      TO ADJA-BAL-AFTER.
           MOVE ADJTRAN-MEMO      TO ADJA-MEMO.
           WRITE ADJAUD-REC.
           IF WS-ADJAUD-STATUS NOT = '00'
               DISPLAY 'WRITE TO PADJAUD.DAT FAILED FOR ESTIMATE '
                   ADJTRAN-EST-NO ' - STATUS: ' WS-ADJAUD-STATUS
               STOP RUN
           END-IF.

       2900-WRITE-LOG-LINE.
           MOVE ADJTRAN-EST-NO    TO O-EST-NO.
           MOVE WS-ACTION         TO O-ACTION.
           MOVE ADJTRAN-REASON-CD TO O-REASON-CD.
           MOVE ADJTRAN-APPROVER  TO O-APPROVER.
           IF ADJTRAN-GROSS-AMT IS NUMERIC
               MOVE ADJTRAN-GROSS-AMT TO O-GROSS
           ELSE
               MOVE ZERO TO O-GROSS
           END-IF.
           MOVE C-ADJ-TOTAL       TO O-PRE-TAX.
           MOVE C-ADJ-TAX         TO O-TAX.
           MOVE WS-RESULT         TO O-RESULT.
           WRITE LOGLINE FROM PRT-LOG-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           MOVE C-TRAN-CTR TO O-TRAN-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE LOGLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           MOVE C-CREDIT-DOL    TO O-CREDIT-DOL.
           MOVE C-DEBIT-DOL     TO O-DEBIT-DOL.
           MOVE C-WRITE-OFF-DOL TO O-WRITE-OFF-DOL.
           WRITE LOGLINE FROM PRT-ADJ-TOTALS
               AFTER ADVANCING 1 LINES.
           IF GL-LOCK-MSG NOT = SPACES
               MOVE GL-LOCK-MSG TO O-LOCK-MSG
               WRITE LOGLINE FROM PRT-LOCK-MSG
                   AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE ADJTRAN-FILE
                 CUSTOMER-MASTER
                 BILLEXT
                 BILLREG
                 ADJAUD-FILE
                 MAINTLOG.

       9000-READ-TRAN.
           READ ADJTRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE LOGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE LOGLINE FROM PRT-RUNID
               AFTER ADVANCING 1 LINES
           WRITE LOGLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.

       9200-READ-BILL.
           READ BILLREG
               AT END
                   MOVE 'NO' TO MORE-BILLS.
