       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL24.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  MONTHLY CUSTOMER STATEMENTS. ONE STATEMENT   *
      *  PER CUSTOMER NUMBER ON THE BILLING REGISTER  *
      *  (BILLREG.DAT), ADDRESSED WITH THE OFFICIAL   *
      *  NAME AND BILLING ADDRESS FROM CUSTMAST.DAT.  *
      *  THE MONTH IS THE RUN-CONTROL AS-OF MONTH:    *
      *  EVERYTHING DATED BEFORE IT ROLLS INTO A      *
      *  BALANCE FORWARD, AND EACH DEPOSIT, FINAL,    *
      *  ADJUSTMENT AND PAYMENT IN THE MONTH PRINTS   *
      *  WITH ITS ESTIMATE, JOB ADDRESS, AR INVOICE   *
      *  NUMBER (ARRETURN.DAT), TAX AND A RUNNING     *
      *  BALANCE. THE OPEN BALANCE IS AGED CURRENT/   *
      *  30/60/90 EXACTLY AS THE AR AGING (COBRL09)   *
      *  AGES IT, AND A DUNNING MESSAGE FIRMS UP WITH *
      *  THE OLDEST BUCKET. A CUSTOMER WITH NOTHING   *
      *  OWED AND NOTHING HAPPENING IN THE MONTH GETS *
      *  NO STATEMENT. A CONTROL PAGE AT THE END TIES *
      *  THE STATEMENT TOTAL TO THE AGING'S OPEN      *
      *  TOTAL; RUN IT AGAINST THE SAME REGISTER AND  *
      *  RETURN AS THE MONTH-END AGING. PRINTS TO     *
      *  PSTMT.PRT.                                   *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL BILLREG
               ASSIGN USING WS-BILLREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT OPTIONAL ARRETURN
               ASSIGN TO 'E:\COBOL\ARRETURN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN USING WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAINT-EST-NO
               ALTERNATE RECORD KEY IS PAINT-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAINT-HISTORY
               ASSIGN USING WS-HISTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-EST-NO
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN USING WS-CUSTMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT STMTRPT
               ASSIGN TO 'E:\COBOL\PSTMT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  BILLREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC
           RECORD CONTAINS 103 CHARACTERS.

           COPY 'CPBILL.cpy'.

       FD  ARRETURN
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARR-REC
           RECORD CONTAINS 38 CHARACTERS.

           COPY 'CPARRET.cpy'.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

       FD  PAINT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPHIST.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

       FD  STMTRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  STMTLINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 9(4)    VALUE ZERO.
           05  C-BILL-CTR      PIC 9(5)    VALUE ZERO.
           05  C-STMT-CTR      PIC 9(5)    VALUE ZERO.
           05  C-SKIP-CTR      PIC 9(5)    VALUE ZERO.
           05  MORE-BILLS      PIC XXX     VALUE 'YES'.
           05  WS-RUNCTL-STATUS PIC XX     VALUE '00'.
           05  WS-BILL-STATUS  PIC XX      VALUE '00'.
           05  WS-ARR-STATUS   PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).
           05  WS-AS-OF-INT        PIC 9(7)   VALUE 0.
      *FIRST DAY OF THE STATEMENT MONTH - ANYTHING DATED EARLIER IS  *
      *BALANCE FORWARD.                                              *
           05  WS-MONTH-START      PIC 9(8)   VALUE 0.

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-CUSTMAST-FILE    PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.

      *AR RETURN ROWS. THE USED FLAG PAIRS EACH INVOICE WITH ONE     *
      *BILLED ROW SO A DEPOSIT AND A FINAL SHOW THEIR OWN NUMBERS.    *
       01  RETURN-TABLE-AREA.
           05  AR-CTR              PIC 9(5)   VALUE 0.
           05  AR-SUB              PIC 9(5)   VALUE 0.
           05  AR-FOUND-SUB        PIC 9(5)   VALUE 0.
           05  AR-ENTRY OCCURS 2000 TIMES.
               10  AR-EST-NO       PIC X(4).
               10  AR-INV-NO       PIC X(8).
               10  AR-INV-DATE     PIC 9(8).
               10  AR-PAY-DATE     PIC 9(8).
               10  AR-PAY-AMT      PIC 9(8)V99.
               10  AR-USED-SW      PIC X.

      *ONE ENTRY PER ESTIMATE ON THE REGISTER, ROLLED UP THE WAY     *
      *COBRL09 ROLLS IT UP - NET BILLED (ADJUSTMENTS APPLIED), CASH, *
      *FIRST EXTRACT DATE AND LATEST INVOICE DATE FOR THE AGING.     *
       01  ESTIMATE-TABLE-AREA.
           05  EX-CTR              PIC 9(5)   VALUE 0.
           05  EX-SUB              PIC 9(5)   VALUE 0.
           05  EX-FOUND-SUB        PIC 9(5)   VALUE 0.
           05  EX-FIND-EST-NO      PIC X(4)   VALUE SPACES.
           05  EX-ENTRY OCCURS 2000 TIMES.
               10  EX-EST-NO       PIC X(4).
               10  EX-CUST-NO      PIC X(5).
               10  EX-CUST-NAME    PIC X(25).
               10  EX-JOB-ADDR     PIC X(30).
               10  EX-BILLED       PIC S9(9)V99.
               10  EX-PAID         PIC 9(9)V99.
               10  EX-FIRST-EXTR   PIC 9(8).
               10  EX-INV-DATE     PIC 9(8).

      *EVERY LINE THAT CAN APPEAR ON A STATEMENT - BILLED ROWS AND   *
      *PAYMENTS - SORTED BY CUSTOMER, DATE, THEN BILLED ROWS AHEAD   *
      *OF PAYMENTS ON THE SAME DAY. AMOUNTS CARRY THEIR SIGN: A      *
      *CREDIT, WRITE-OFF OR PAYMENT IS NEGATIVE.                     *
       01  STATEMENT-TABLE-AREA.
           05  ST-CTR              PIC 9(5)   VALUE 0.
           05  ST-SUB              PIC 9(5)   VALUE 0.
           05  ST-SUB2             PIC 9(5)   VALUE 0.
           05  ST-BOTTOM           PIC 9(5)   VALUE 0.
           05  ST-GROUP-START      PIC 9(5)   VALUE 0.
           05  ST-GROUP-END        PIC 9(5)   VALUE 0.
           05  ST-GROUP-SW         PIC XXX    VALUE 'NO'.
               88  ST-GROUP-ENDED             VALUE 'YES'.
           05  ST-TEMP-ENTRY       PIC X(63).
           05  ST-ENTRY OCCURS 4000 TIMES.
               10  ST-KEY.
                   15  ST-CUST-NO  PIC X(5).
                   15  ST-DATE     PIC 9(8).
                   15  ST-KIND     PIC 9.
               10  ST-EST-NO       PIC X(4).
               10  ST-INV-NO       PIC X(8).
               10  ST-DESC         PIC X(12).
               10  ST-AMOUNT       PIC S9(8)V99.
               10  ST-TAX          PIC S9(8)V99.
               10  ST-EX-SUB       PIC 9(5).

      *ONE CUSTOMER'S FIGURES, BUILT BEFORE ANYTHING PRINTS SO A     *
      *CUSTOMER WITH NOTHING TO SAY IS SKIPPED CLEANLY.              *
       01  CUSTOMER-WORK-AREA.
           05  WS-CUST-NO          PIC X(5)     VALUE SPACES.
           05  WS-OPENING-BAL      PIC S9(9)V99 VALUE 0.
           05  WS-RUNNING-BAL      PIC S9(9)V99 VALUE 0.
           05  WS-MONTH-LINES      PIC 9(5)     VALUE 0.
           05  WS-EST-OPEN         PIC S9(9)V99 VALUE 0.
           05  WS-AGE-DAYS         PIC S9(5)    VALUE 0.
           05  WS-CUST-BUCKET.
               10  WS-CB-30        PIC 9(9)V99  VALUE 0.
               10  WS-CB-60        PIC 9(9)V99  VALUE 0.
               10  WS-CB-90        PIC 9(9)V99  VALUE 0.
               10  WS-CB-OVER      PIC 9(9)V99  VALUE 0.
               10  WS-CB-CREDIT    PIC S9(9)V99 VALUE 0.

      *CONTROL TOTALS. THE AGING OPEN TOTAL IS EVERY ESTIMATE STILL  *
      *OWING, AS COBRL09 PRINTS IT ON ITS RUN TOTALS LINE; CREDIT    *
      *BALANCES (OVERPAID OR OVER-CREDITED ESTIMATES) DO NOT AGE.    *
      *THE STATEMENTS SHOULD TOTAL THE ONE LESS THE OTHER.           *
       01  CONTROL-WORK-AREA.
           05  WS-STMT-TOTAL       PIC S9(9)V99 VALUE 0.
           05  WS-AGING-OPEN       PIC S9(9)V99 VALUE 0.
           05  WS-CREDIT-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-DIFFERENCE       PIC S9(9)V99 VALUE 0.

       01  DATE-WORK-AREA.
           05  WS-EDIT-DATE.
               10  WS-EDIT-YY      PIC 9(4).
               10  WS-EDIT-MM      PIC 99.
               10  WS-EDIT-DD      PIC 99.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S CUSTOMER STATEMENT'.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC ZZZ9.

       01  PRT-STMT-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(19)   VALUE 'STATEMENT FOR MONTH'.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-STMT-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-STMT-YY       PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'CUSTOMER NUMBER:'.
           05  O-CUST-NO       PIC X(5).

       01  PRT-BILL-TO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'BILL TO:'.
           05  O-BILL-NAME     PIC X(25).

       01  PRT-BILL-ADDR.
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  O-BILL-ADDR     PIC X(30).
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'DATE'.
           05  FILLER          PIC X(6)    VALUE 'EST'.
           05  FILLER          PIC X(32)   VALUE 'JOB ADDRESS'.
           05  FILLER          PIC X(10)   VALUE 'INVOICE'.
           05  FILLER          PIC X(14)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(16)   VALUE 'AMOUNT'.
           05  FILLER          PIC X(13)   VALUE 'TAX'.
           05  FILLER          PIC X(14)   VALUE 'BALANCE'.

      *DETAIL*
       01  PRT-STMT-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ENT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ENT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ENT-YY        PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-JOB-ADDR      PIC X(30).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-INV-NO        PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-DESC          PIC X(12).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TAX           PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-BALANCE       PIC ZZ,ZZZ,ZZ9.99-.

       01  PRT-BAL-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BAL-LABEL     PIC X(20).
           05  FILLER          PIC X(83)   VALUE SPACES.
           05  O-BAL-AMT       PIC ZZ,ZZZ,ZZ9.99-.

       01  PRT-AGING-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'CURRENT'.
           05  FILLER          PIC X(16)   VALUE '31-60 DAYS'.
           05  FILLER          PIC X(16)   VALUE '61-90 DAYS'.
           05  FILLER          PIC X(16)   VALUE 'OVER 90 DAYS'.
           05  FILLER          PIC X(16)   VALUE 'CREDIT'.

       01  PRT-AGING-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AG-30         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AG-60         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AG-90         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AG-OVER       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AG-CREDIT     PIC ZZ,ZZZ,ZZ9.99-.

       01  PRT-DUNNING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-DUNNING       PIC X(70).

       01  PRT-CONTROL-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'STATEMENT RUN CONTROL TOTALS'.

       01  PRT-CONTROL-CTR.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-LABEL     PIC X(40).
           05  O-CTL-CTR       PIC ZZ,ZZ9.

       01  PRT-CONTROL-AMT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTLA-LABEL    PIC X(40).
           05  O-CTLA-AMT      PIC ZZ,ZZZ,ZZ9.99-.

       01  PRT-CONTROL-RESULT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-RESULT    PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           MOVE 1 TO ST-SUB.
           PERFORM 2000-MAINLINE
               UNTIL ST-SUB > ST-CTR.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAINT-HISTORY.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PAINTHST.DAT - STATUS: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-RETURNS.
           PERFORM 1200-LOAD-REGISTER.
           PERFORM 1300-POST-PAYMENTS.
           PERFORM 1400-SORT-ENTRIES.
           OPEN OUTPUT STMTRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE WS-AS-OF-YY TO O-STMT-YY.
           MOVE WS-AS-OF-MM TO O-STMT-MM.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-N).
           COMPUTE WS-MONTH-START =
               WS-AS-OF-YY * 10000 + WS-AS-OF-MM * 100 + 1.

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
           MOVE RUN-MASTER-PATH   TO WS-MASTER-FILE.
           MOVE RUN-CUSTMAST-PATH TO WS-CUSTMAST-FILE.
           MOVE RUN-HISTORY-PATH  TO WS-HISTORY-FILE.
           MOVE RUN-BILLREG-PATH  TO WS-BILLREG-FILE.
           CLOSE RUNCTL-FILE.

       1100-LOAD-RETURNS.
           OPEN INPUT ARRETURN.
           IF WS-ARR-STATUS NOT = '00' AND WS-ARR-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARRETURN.DAT - STATUS: '
                   WS-ARR-STATUS
               STOP RUN
           END-IF.
           PERFORM 1110-READ-RETURN.
           PERFORM UNTIL WS-ARR-STATUS NOT = '00'
               IF AR-CTR < 2000
                   ADD 1 TO AR-CTR
                   MOVE ARR-EST-NO   TO AR-EST-NO (AR-CTR)
                   MOVE ARR-INV-NO   TO AR-INV-NO (AR-CTR)
                   MOVE ARR-INV-DATE TO AR-INV-DATE (AR-CTR)
                   MOVE ARR-PAY-DATE TO AR-PAY-DATE (AR-CTR)
                   MOVE ARR-PAY-AMT  TO AR-PAY-AMT (AR-CTR)
                   MOVE 'N'          TO AR-USED-SW (AR-CTR)
               ELSE
                   DISPLAY 'ARRETURN.DAT EXCEEDS 2000 ENTRIES - '
                       'STATEMENTS REFUSED'
                   STOP RUN
               END-IF
               PERFORM 1110-READ-RETURN
           END-PERFORM.
           CLOSE ARRETURN.

       1110-READ-RETURN.
           READ ARRETURN
               AT END
                   MOVE '10' TO WS-ARR-STATUS.

       1200-LOAD-REGISTER.
           OPEN INPUT BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           PERFORM 9000-READ-BILL.
           PERFORM UNTIL MORE-BILLS = 'NO'
               ADD 1 TO C-BILL-CTR
               PERFORM 1210-POST-ESTIMATE
               PERFORM 1220-ADD-BILL-ENTRY
               PERFORM 9000-READ-BILL
           END-PERFORM.
           CLOSE BILLREG.

      *FIRST ROW OF AN ESTIMATE OPENS ITS ENTRY AND LOOKS UP THE JOB *
      *ADDRESS - ACTIVE MASTER FIRST, THEN THE ARCHIVE.              *
       1210-POST-ESTIMATE.
           MOVE BILL-EST-NO TO EX-FIND-EST-NO.
           PERFORM 2900-FIND-ESTIMATE.
           IF EX-FOUND-SUB = 0
               IF EX-CTR < 2000
                   ADD 1 TO EX-CTR
                   MOVE EX-CTR            TO EX-FOUND-SUB
                   MOVE BILL-EST-NO       TO EX-EST-NO (EX-CTR)
                   MOVE BILL-CUST-NO      TO EX-CUST-NO (EX-CTR)
                   MOVE BILL-CUST-NAME    TO EX-CUST-NAME (EX-CTR)
                   MOVE ZERO              TO EX-BILLED (EX-CTR)
                   MOVE ZERO              TO EX-PAID (EX-CTR)
                   MOVE BILL-EXTRACT-DATE TO EX-FIRST-EXTR (EX-CTR)
                   MOVE ZERO              TO EX-INV-DATE (EX-CTR)
                   PERFORM 1215-FIND-JOB-ADDR
               ELSE
                   DISPLAY 'BILLREG.DAT EXCEEDS 2000 ESTIMATES - '
                       'STATEMENTS REFUSED'
                   STOP RUN
               END-IF
           END-IF.
           IF BILL-EXTRACT-DATE < EX-FIRST-EXTR (EX-FOUND-SUB)
               MOVE BILL-EXTRACT-DATE TO EX-FIRST-EXTR (EX-FOUND-SUB)
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

       1215-FIND-JOB-ADDR.
           MOVE SPACES TO EX-JOB-ADDR (EX-CTR).
           MOVE BILL-EST-NO TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE BILL-EST-NO TO HIST-EST-NO
                   READ PAINT-HISTORY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HIST-JOB-ADDR TO EX-JOB-ADDR (EX-CTR)
                   END-READ
               NOT INVALID KEY
                   MOVE PAINT-JOB-ADDR TO EX-JOB-ADDR (EX-CTR)
           END-READ.

      *EACH BILLED ROW TAKES THE EARLIEST UNUSED AR INVOICE FOR ITS  *
      *ESTIMATE DATED ON OR AFTER THE EXTRACT. A ROW AR HAS NOT YET  *
      *INVOICED PRINTS WITH A BLANK INVOICE NUMBER.                  *
       1220-ADD-BILL-ENTRY.
           IF ST-CTR NOT < 4000
               DISPLAY 'STATEMENT LINES EXCEED 4000 - '
                   'STATEMENTS REFUSED'
               STOP RUN
           END-IF.
           ADD 1 TO ST-CTR.
           MOVE BILL-CUST-NO      TO ST-CUST-NO (ST-CTR).
           MOVE BILL-EXTRACT-DATE TO ST-DATE (ST-CTR).
           MOVE 1                 TO ST-KIND (ST-CTR).
           MOVE BILL-EST-NO       TO ST-EST-NO (ST-CTR).
           MOVE EX-FOUND-SUB      TO ST-EX-SUB (ST-CTR).
           MOVE BILL-TAX-AMT      TO ST-TAX (ST-CTR).
           MOVE BILL-TOTAL        TO ST-AMOUNT (ST-CTR).
           EVALUATE TRUE
               WHEN BILL-IS-DEPOSIT
                   MOVE 'DEPOSIT'     TO ST-DESC (ST-CTR)
               WHEN BILL-IS-CREDIT
                   MOVE 'CREDIT MEMO' TO ST-DESC (ST-CTR)
               WHEN BILL-IS-DEBIT
                   MOVE 'DEBIT MEMO'  TO ST-DESC (ST-CTR)
               WHEN BILL-IS-WRITE-OFF
                   MOVE 'WRITE-OFF'   TO ST-DESC (ST-CTR)
               WHEN OTHER
                   MOVE 'FINAL BILL'  TO ST-DESC (ST-CTR)
           END-EVALUATE.
           IF BILL-REDUCES-BALANCE
               COMPUTE ST-AMOUNT (ST-CTR) = ZERO - BILL-TOTAL
               COMPUTE ST-TAX (ST-CTR)    = ZERO - BILL-TAX-AMT
           END-IF.
           MOVE 0 TO AR-FOUND-SUB.
           PERFORM VARYING AR-SUB FROM 1 BY 1
                   UNTIL AR-SUB > AR-CTR
               IF AR-EST-NO (AR-SUB) = BILL-EST-NO
                       AND AR-USED-SW (AR-SUB) = 'N'
                       AND AR-INV-DATE (AR-SUB) NOT < BILL-EXTRACT-DATE
                   IF AR-FOUND-SUB = 0
                       MOVE AR-SUB TO AR-FOUND-SUB
                   ELSE IF AR-INV-DATE (AR-SUB) <
                           AR-INV-DATE (AR-FOUND-SUB)
                       MOVE AR-SUB TO AR-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF AR-FOUND-SUB = 0
               MOVE SPACES TO ST-INV-NO (ST-CTR)
           ELSE
               MOVE AR-INV-NO (AR-FOUND-SUB) TO ST-INV-NO (ST-CTR)
               MOVE 'Y' TO AR-USED-SW (AR-FOUND-SUB)
           END-IF.

      *CASH AGAINST ESTIMATES ON THE REGISTER. THE LATEST INVOICE    *
      *DATE IS THE AGING BASIS, AS IN COBRL09. A RETURN ROW WITH NO  *
      *PAY DATE IS AN INVOICE NOT YET PAID - NO PAYMENT LINE.        *
       1300-POST-PAYMENTS.
           PERFORM VARYING AR-SUB FROM 1 BY 1
                   UNTIL AR-SUB > AR-CTR
               MOVE AR-EST-NO (AR-SUB) TO EX-FIND-EST-NO
               PERFORM 2900-FIND-ESTIMATE
               IF EX-FOUND-SUB > 0
                   PERFORM 1310-POST-ONE-PAYMENT
               END-IF
           END-PERFORM.

       1310-POST-ONE-PAYMENT.
           ADD AR-PAY-AMT (AR-SUB) TO EX-PAID (EX-FOUND-SUB).
           IF AR-INV-DATE (AR-SUB) > EX-INV-DATE (EX-FOUND-SUB)
               MOVE AR-INV-DATE (AR-SUB) TO EX-INV-DATE (EX-FOUND-SUB)
           END-IF.
           IF AR-PAY-DATE (AR-SUB) > ZERO AND AR-PAY-AMT (AR-SUB) > ZERO
               IF ST-CTR NOT < 4000
                   DISPLAY 'STATEMENT LINES EXCEED 4000 - '
                       'STATEMENTS REFUSED'
                   STOP RUN
               END-IF
               ADD 1 TO ST-CTR
               MOVE EX-CUST-NO (EX-FOUND-SUB) TO ST-CUST-NO (ST-CTR)
               MOVE AR-PAY-DATE (AR-SUB)      TO ST-DATE (ST-CTR)
               MOVE 2                         TO ST-KIND (ST-CTR)
               MOVE AR-EST-NO (AR-SUB)        TO ST-EST-NO (ST-CTR)
               MOVE AR-INV-NO (AR-SUB)        TO ST-INV-NO (ST-CTR)
               MOVE 'PAYMENT'                 TO ST-DESC (ST-CTR)
               COMPUTE ST-AMOUNT (ST-CTR) = ZERO - AR-PAY-AMT (AR-SUB)
               MOVE ZERO                      TO ST-TAX (ST-CTR)
               MOVE EX-FOUND-SUB              TO ST-EX-SUB (ST-CTR)
           END-IF.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE.          *
       1400-SORT-ENTRIES.
           PERFORM VARYING ST-SUB FROM 1 BY 1
                   UNTIL ST-SUB >= ST-CTR
               COMPUTE ST-BOTTOM = ST-CTR - ST-SUB
               PERFORM VARYING ST-SUB2 FROM 1 BY 1
                       UNTIL ST-SUB2 > ST-BOTTOM
                   IF ST-KEY (ST-SUB2) > ST-KEY (ST-SUB2 + 1)
                       MOVE ST-ENTRY (ST-SUB2)
                           TO ST-TEMP-ENTRY
                       MOVE ST-ENTRY (ST-SUB2 + 1)
                           TO ST-ENTRY (ST-SUB2)
                       MOVE ST-TEMP-ENTRY
                           TO ST-ENTRY (ST-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *ONE CUSTOMER PER PASS: FIND THE GROUP, TOTAL IT, AGE IT, THEN *
      *PRINT IT OR SKIP IT. THE NEXT ENTRY IS ONLY LOOKED AT WHEN    *
      *THERE IS ONE - A FULL TABLE HAS NOTHING PAST ITS LAST ENTRY.  *
       2000-MAINLINE.
           MOVE ST-SUB             TO ST-GROUP-START.
           MOVE ST-CUST-NO (ST-SUB) TO WS-CUST-NO.
           MOVE ST-SUB             TO ST-GROUP-END.
           MOVE 'NO'               TO ST-GROUP-SW.
           PERFORM UNTIL ST-GROUP-ENDED
               IF ST-GROUP-END < ST-CTR
                   IF ST-CUST-NO (ST-GROUP-END + 1) = WS-CUST-NO
                       ADD 1 TO ST-GROUP-END
                   ELSE
                       MOVE 'YES' TO ST-GROUP-SW
                   END-IF
               ELSE
                   MOVE 'YES' TO ST-GROUP-SW
               END-IF
           END-PERFORM.
           PERFORM 2100-TOTAL-CUSTOMER.
           PERFORM 2200-AGE-CUSTOMER.
           IF WS-RUNNING-BAL = ZERO AND WS-MONTH-LINES = ZERO
               ADD 1 TO C-SKIP-CTR
           ELSE
               ADD 1 TO C-STMT-CTR
               ADD WS-RUNNING-BAL TO WS-STMT-TOTAL
               PERFORM 2300-PRINT-STATEMENT
           END-IF.
           COMPUTE ST-SUB = ST-GROUP-END + 1.

       2100-TOTAL-CUSTOMER.
           MOVE ZERO TO WS-OPENING-BAL.
           MOVE ZERO TO WS-RUNNING-BAL.
           MOVE ZERO TO WS-MONTH-LINES.
           PERFORM VARYING ST-SUB2 FROM ST-GROUP-START BY 1
                   UNTIL ST-SUB2 > ST-GROUP-END
               IF ST-DATE (ST-SUB2) < WS-MONTH-START
                   ADD ST-AMOUNT (ST-SUB2) ST-TAX (ST-SUB2)
                       TO WS-OPENING-BAL
               ELSE
                   ADD 1 TO WS-MONTH-LINES
               END-IF
               ADD ST-AMOUNT (ST-SUB2) ST-TAX (ST-SUB2)
                   TO WS-RUNNING-BAL
           END-PERFORM.

      *EACH OF THE CUSTOMER'S ESTIMATES AGED THE WAY COBRL09 AGES    *
      *IT - NET BILLED LESS CASH, FROM THE LATEST INVOICE DATE, OR   *
      *FROM THE FIRST EXTRACT IF AR NEVER INVOICED IT. AN ESTIMATE   *
      *ADJUSTED DOWN TO NOTHING, OR PAID PAST WHAT IT OWES, GOES TO  *
      *THE CREDIT COLUMN INSTEAD.                                    *
       2200-AGE-CUSTOMER.
           MOVE ZERO TO WS-CB-30.
           MOVE ZERO TO WS-CB-60.
           MOVE ZERO TO WS-CB-90.
           MOVE ZERO TO WS-CB-OVER.
           MOVE ZERO TO WS-CB-CREDIT.
           PERFORM VARYING EX-SUB FROM 1 BY 1
                   UNTIL EX-SUB > EX-CTR
               IF EX-CUST-NO (EX-SUB) = WS-CUST-NO
                   PERFORM 2210-AGE-ONE-ESTIMATE
               END-IF
           END-PERFORM.

       2210-AGE-ONE-ESTIMATE.
           COMPUTE WS-EST-OPEN = EX-BILLED (EX-SUB) - EX-PAID (EX-SUB).
           IF EX-BILLED (EX-SUB) NOT > ZERO OR WS-EST-OPEN NOT > ZERO
               ADD WS-EST-OPEN TO WS-CB-CREDIT
               ADD WS-EST-OPEN TO WS-CREDIT-TOTAL
           ELSE
               ADD WS-EST-OPEN TO WS-AGING-OPEN
               IF EX-INV-DATE (EX-SUB) > ZERO
                   COMPUTE WS-AGE-DAYS = WS-AS-OF-INT -
                       FUNCTION INTEGER-OF-DATE (EX-INV-DATE (EX-SUB))
               ELSE
                   COMPUTE WS-AGE-DAYS = WS-AS-OF-INT -
                       FUNCTION INTEGER-OF-DATE (EX-FIRST-EXTR (EX-SUB))
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 30
                       ADD WS-EST-OPEN TO WS-CB-30
                   WHEN WS-AGE-DAYS NOT > 60
                       ADD WS-EST-OPEN TO WS-CB-60
                   WHEN WS-AGE-DAYS NOT > 90
                       ADD WS-EST-OPEN TO WS-CB-90
                   WHEN OTHER
                       ADD WS-EST-OPEN TO WS-CB-OVER
               END-EVALUATE
           END-IF.

       2300-PRINT-STATEMENT.
           MOVE WS-CUST-NO TO CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE EX-CUST-NAME (ST-EX-SUB (ST-GROUP-START))
                       TO O-BILL-NAME
                   MOVE SPACES TO O-BILL-ADDR
               NOT INVALID KEY
                   MOVE CUST-NAME      TO O-BILL-NAME
                   MOVE CUST-BILL-ADDR TO O-BILL-ADDR
           END-READ.
           MOVE WS-CUST-NO TO O-CUST-NO.
           PERFORM 9100-HEADINGS.

           MOVE 'BALANCE FORWARD' TO O-BAL-LABEL.
           MOVE WS-OPENING-BAL    TO O-BAL-AMT.
           WRITE STMTLINE FROM PRT-BAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL.
           PERFORM VARYING ST-SUB2 FROM ST-GROUP-START BY 1
                   UNTIL ST-SUB2 > ST-GROUP-END
               IF ST-DATE (ST-SUB2) NOT < WS-MONTH-START
                   PERFORM 2310-PRINT-STATEMENT-LINE
               END-IF
           END-PERFORM.
           MOVE 'BALANCE DUE'  TO O-BAL-LABEL.
           MOVE WS-RUNNING-BAL TO O-BAL-AMT.
           WRITE STMTLINE FROM PRT-BAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.

           MOVE WS-CB-30     TO O-AG-30.
           MOVE WS-CB-60     TO O-AG-60.
           MOVE WS-CB-90     TO O-AG-90.
           MOVE WS-CB-OVER   TO O-AG-OVER.
           MOVE WS-CB-CREDIT TO O-AG-CREDIT.
           WRITE STMTLINE FROM PRT-AGING-HEAD
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           WRITE STMTLINE FROM PRT-AGING-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           PERFORM 2320-SET-DUNNING.
           WRITE STMTLINE FROM PRT-DUNNING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.

       2310-PRINT-STATEMENT-LINE.
           ADD ST-AMOUNT (ST-SUB2) ST-TAX (ST-SUB2) TO WS-RUNNING-BAL.
           MOVE ST-DATE (ST-SUB2) TO WS-EDIT-DATE.
           MOVE WS-EDIT-MM        TO O-ENT-MM.
           MOVE WS-EDIT-DD        TO O-ENT-DD.
           MOVE WS-EDIT-YY        TO O-ENT-YY.
           MOVE ST-EST-NO (ST-SUB2) TO O-EST-NO.
           MOVE EX-JOB-ADDR (ST-EX-SUB (ST-SUB2)) TO O-JOB-ADDR.
           MOVE ST-INV-NO (ST-SUB2) TO O-INV-NO.
           MOVE ST-DESC (ST-SUB2)   TO O-DESC.
           MOVE ST-AMOUNT (ST-SUB2) TO O-AMOUNT.
           MOVE ST-TAX (ST-SUB2)    TO O-TAX.
           MOVE WS-RUNNING-BAL      TO O-BALANCE.
           WRITE STMTLINE FROM PRT-STMT-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.

      *THE MESSAGE FOLLOWS THE OLDEST MONEY OWED.                    *
       2320-SET-DUNNING.
           IF WS-CB-OVER > ZERO
               MOVE 'SERIOUSLY PAST DUE - ACCOUNT WILL GO TO COLLECTION'
                   TO O-DUNNING
           ELSE IF WS-CB-90 > ZERO
               MOVE 'PAST DUE OVER 60 DAYS - PAYMENT REQUIRED AT ONCE'
                   TO O-DUNNING
           ELSE IF WS-CB-60 > ZERO
               MOVE 'PAST DUE OVER 30 DAYS - PLEASE REMIT PROMPTLY'
                   TO O-DUNNING
           ELSE IF WS-RUNNING-BAL < ZERO
               MOVE 'CREDIT BALANCE - THE OFFICE WILL ARRANGE A REFUND'
                   TO O-DUNNING
           ELSE IF WS-RUNNING-BAL > ZERO
               MOVE 'PAYMENT DUE WITHIN 30 DAYS - THANK YOU'
                   TO O-DUNNING
           ELSE
               MOVE 'PAID IN FULL - THANK YOU FOR YOUR BUSINESS'
                   TO O-DUNNING
           END-IF.

       2900-FIND-ESTIMATE.
           MOVE 0 TO EX-FOUND-SUB.
           PERFORM VARYING EX-SUB FROM 1 BY 1
                   UNTIL EX-SUB > EX-CTR
                      OR EX-FOUND-SUB > 0
               IF EX-EST-NO (EX-SUB) = EX-FIND-EST-NO
                   MOVE EX-SUB TO EX-FOUND-SUB
               END-IF
           END-PERFORM.

      *CONTROL PAGE - STATEMENT TOTAL AGAINST THE AGING.             *
       3000-CLOSING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STMTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM PRT-CONTROL-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE 'REGISTER ROWS READ:' TO O-CTL-LABEL.
           MOVE C-BILL-CTR TO O-CTL-CTR.
           WRITE STMTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 2 LINES.
           MOVE 'STATEMENTS PRINTED:' TO O-CTL-LABEL.
           MOVE C-STMT-CTR TO O-CTL-CTR.
           WRITE STMTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'CUSTOMERS SKIPPED:' TO O-CTL-LABEL.
           MOVE C-SKIP-CTR TO O-CTL-CTR.
           WRITE STMTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.

           MOVE 'STATEMENT TOTAL:' TO O-CTLA-LABEL.
           MOVE WS-STMT-TOTAL TO O-CTLA-AMT.
           WRITE STMTLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 2 LINES.
           MOVE 'AGING OPEN TOTAL (COBRL09 RUN TOTALS):'
               TO O-CTLA-LABEL.
           MOVE WS-AGING-OPEN TO O-CTLA-AMT.
           WRITE STMTLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 1 LINES.
           MOVE 'LESS CREDIT BALANCES:' TO O-CTLA-LABEL.
           MOVE WS-CREDIT-TOTAL TO O-CTLA-AMT.
           WRITE STMTLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 1 LINES.
           COMPUTE WS-DIFFERENCE =
               WS-STMT-TOTAL - (WS-AGING-OPEN + WS-CREDIT-TOTAL).
           MOVE 'DIFFERENCE:' TO O-CTLA-LABEL.
           MOVE WS-DIFFERENCE TO O-CTLA-AMT.
           WRITE STMTLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 1 LINES.
           IF WS-DIFFERENCE = ZERO
               MOVE 'STATEMENTS AGREE WITH THE AGING - IN BALANCE'
                   TO O-CTL-RESULT
           ELSE
               MOVE '**** STATEMENTS DO NOT AGREE WITH THE AGING ****'
                   TO O-CTL-RESULT
           END-IF.
           WRITE STMTLINE FROM PRT-CONTROL-RESULT
               AFTER ADVANCING 2 LINES.

           CLOSE STUDENT-MASTER
                 PAINT-HISTORY
                 CUSTOMER-MASTER
                 STMTRPT.

       9000-READ-BILL.
           READ BILLREG
               AT END
                   MOVE 'NO' TO MORE-BILLS.

      *A NEW CUSTOMER ALWAYS STARTS A NEW PAGE; A LONG STATEMENT     *
      *CARRIES THE SAME HEADING ONTO ITS NEXT PAGE.                  *
       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE STMTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE STMTLINE FROM PRT-STMT-HEAD
               AFTER ADVANCING 2 LINES
           WRITE STMTLINE FROM PRT-BILL-TO
               AFTER ADVANCING 2 LINES
           WRITE STMTLINE FROM PRT-BILL-ADDR
               AFTER ADVANCING 1 LINES
           WRITE STMTLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
