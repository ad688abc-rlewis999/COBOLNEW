       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL28.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  MONTHLY SALES COMMISSION RUN. COMMISSION IS  *
      *  PAID ONLY ON CASH THAT HAS COME IN: EVERY    *
      *  ESTIMATE WITH AN ARRETURN.DAT PAY DATE IN    *
      *  THE RUN-CONTROL AS-OF MONTH EARNS ITS REP    *
      *  (FROM THE ACTIVE MASTER, OR PAINTHST.DAT FOR *
      *  AN ARCHIVED JOB) THE REP'S RATE ON THE PRE-  *
      *  TAX BILL-TOTAL ROWS OF BILLREG.DAT - DEPOSIT,*
      *  FINAL AND DEBIT MEMO LESS CREDIT AND WRITE-  *
      *  OFF - HELD TO THE SHARE THE CUSTOMER HAS     *
      *  ACTUALLY PAID AND LESS WHAT EARLIER MONTHS   *
      *  ALREADY PAID ON (PCOMMHST.DAT). A CREDIT     *
      *  MEMO DATED LAST MONTH ON A JOB THAT WAS      *
      *  ALREADY PAID ON TAKES THE COMMISSION ON IT   *
      *  BACK THIS MONTH, FROM THE REP WHO WAS PAID,  *
      *  AT THE RATE THEY WERE PAID. PRINTS ONE       *
      *  STATEMENT PER REP TO PCOMMRPT.PRT AND WRITES *
      *  THE PAYROLL INTERFACE PCOMMPAY.DAT.          *
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

           SELECT OPTIONAL SREP-MASTER
               ASSIGN TO 'E:\COBOL\SREPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SREP-CODE
               FILE STATUS IS WS-SREP-STATUS.

      *OPTIONAL SO THE FIRST MONTH'S RUN STARTS THE HISTORY.         *
           SELECT OPTIONAL COMM-HISTORY
               ASSIGN TO 'E:\COBOL\PCOMMHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMH-STATUS.

           SELECT COMM-PAYROLL
               ASSIGN TO 'E:\COBOL\PCOMMPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-STATUS.

           SELECT COMMRPT
               ASSIGN TO 'E:\COBOL\PCOMMRPT.PRT'
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

       FD  SREP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SREP-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY 'CPSREP.cpy'.

       FD  COMM-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMMHST-REC
           RECORD CONTAINS 46 CHARACTERS.

           COPY 'CPCOMHST.cpy'.

       FD  COMM-PAYROLL
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMMPAY-REC
           RECORD CONTAINS 70 CHARACTERS.

           COPY 'CPCOMPAY.cpy'.

       FD  COMMRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS COMMLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  COMMLINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 9(4)    VALUE ZERO.
           05  C-ARR-CTR       PIC 9(5)    VALUE ZERO.
           05  C-BILL-CTR      PIC 9(5)    VALUE ZERO.
           05  C-CASH-EST-CTR  PIC 9(5)    VALUE ZERO.
           05  C-PAID-CTR      PIC 9(5)    VALUE ZERO.
           05  C-NOTHING-CTR   PIC 9(5)    VALUE ZERO.
           05  C-CREDIT-CTR    PIC 9(5)    VALUE ZERO.
           05  C-CLAWBACK-CTR  PIC 9(5)    VALUE ZERO.
           05  C-PAYROLL-CTR   PIC 9(5)    VALUE ZERO.
           05  C-NO-PAYROLL-CTR PIC 9(5)   VALUE ZERO.
           05  MORE-BILLS      PIC XXX     VALUE 'YES'.
           05  WS-RUNCTL-STATUS PIC XX     VALUE '00'.
           05  WS-BILL-STATUS  PIC XX      VALUE '00'.
           05  WS-ARR-STATUS   PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.
           05  WS-SREP-STATUS  PIC XX      VALUE '00'.
           05  WS-CMH-STATUS   PIC XX      VALUE '00'.
           05  WS-CPY-STATUS   PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).
      *COMMISSION MONTH (THE AS-OF MONTH) AND THE MONTH BEFORE IT,   *
      *WHOSE CREDIT MEMOS ARE TAKEN BACK THIS RUN. YYYYMM.           *
           05  WS-COMM-MONTH       PIC 9(6)   VALUE 0.
           05  WS-PRIOR-MONTH      PIC 9(6)   VALUE 0.
           05  WS-ROW-MONTH        PIC 9(6)   VALUE 0.

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.

       01  SREP-TABLE-AREA.
           05  SR-CTR              PIC 9(3)   VALUE 0.
           05  SR-SUB              PIC 9(3)   VALUE 0.
           05  SR-FOUND-SUB        PIC 9(3)   VALUE 0.
           05  SR-ENTRY OCCURS 100 TIMES.
               10  SR-CODE         PIC X(3).
               10  SR-NAME         PIC X(25).
               10  SR-COMM-PCT     PIC 9(2)V9(3).
               10  SR-PAYROLL-ID   PIC X(9).

      *ONE ENTRY PER ESTIMATE AR HAS RETURNED - CASH IN THE MONTH,   *
      *CASH TO DATE, AND THE NET PRE-TAX AND TAX BILLED ON IT UP TO  *
      *THE AS-OF DATE.                                               *
       01  ESTIMATE-TABLE-AREA.
           05  EC-CTR              PIC 9(5)   VALUE 0.
           05  EC-SUB              PIC 9(5)   VALUE 0.
           05  EC-SRCH-SUB         PIC 9(5)   VALUE 0.
           05  EC-FOUND-SUB        PIC 9(5)   VALUE 0.
           05  EC-FIND-EST-NO      PIC X(4)   VALUE SPACES.
           05  EC-ENTRY OCCURS 2000 TIMES.
               10  EC-EST-NO       PIC X(4).
               10  EC-CUST-NAME    PIC X(25).
               10  EC-MONTH-CASH   PIC 9(9)V99.
               10  EC-CASH-TO-DATE PIC 9(9)V99.
               10  EC-LAST-PAY     PIC 9(8).
               10  EC-PRETAX       PIC S9(9)V99.
               10  EC-TAX          PIC S9(9)V99.

      *CREDIT MEMOS DATED IN THE PRIOR MONTH - CLAWBACK CANDIDATES.  *
       01  CREDIT-TABLE-AREA.
           05  CB-CTR              PIC 9(4)   VALUE 0.
           05  CB-SUB              PIC 9(4)   VALUE 0.
           05  CB-ENTRY OCCURS 500 TIMES.
               10  CB-EST-NO       PIC X(4).
               10  CB-CUST-NAME    PIC X(25).
               10  CB-DATE         PIC 9(8).
               10  CB-AMOUNT       PIC 9(8)V99.

      *COMMISSION HISTORY AS READ (LESS THIS MONTH'S RECORDS FROM AN *
      *EARLIER RUN) PLUS WHAT THIS RUN PAYS AND TAKES BACK, WRITTEN  *
      *BACK OUT WHOLE AT THE END.                                    *
       01  HISTORY-TABLE-AREA.
           05  HT-CTR              PIC 9(5)   VALUE 0.
           05  HT-SUB              PIC 9(5)   VALUE 0.
           05  HT-LAST-PAY-SUB     PIC 9(5)   VALUE 0.
           05  HT-DROPPED-CTR      PIC 9(5)   VALUE 0.
           05  HT-ENTRY OCCURS 5000 TIMES.
               10  HT-MONTH        PIC 9(6).
               10  HT-TYPE         PIC X.
               10  HT-EST-NO       PIC X(4).
               10  HT-SREP-CODE    PIC X(3).
               10  HT-AS-OF-DATE   PIC 9(8).
               10  HT-BASE         PIC S9(8)V99.
               10  HT-COMM-PCT     PIC 9(2)V9(3).
               10  HT-COMM-AMT     PIC S9(7)V99.

      *STATEMENT LINES, SORTED BY REP, ESTIMATE, THEN PAYMENTS AHEAD *
      *OF CLAWBACKS.                                                 *
       01  DETAIL-TABLE-AREA.
           05  DT-CTR              PIC 9(5)   VALUE 0.
           05  DT-SUB              PIC 9(5)   VALUE 0.
           05  DT-SUB2             PIC 9(5)   VALUE 0.
           05  DT-BOTTOM           PIC 9(5)   VALUE 0.
           05  DT-TEMP-ENTRY       PIC X(65).
           05  DT-ENTRY OCCURS 2000 TIMES.
               10  DT-KEY.
                   15  DT-SREP-CODE PIC X(3).
                   15  DT-EST-NO   PIC X(4).
                   15  DT-TYPE     PIC X.
               10  DT-CUST-NAME    PIC X(25).
               10  DT-DATE         PIC 9(8).
               10  DT-BASE         PIC S9(8)V99.
               10  DT-COMM-PCT     PIC 9(2)V9(3).
               10  DT-COMM-AMT     PIC S9(7)V99.

      *ESTIMATES WITH CASH IN THE MONTH THAT NO REP CAN BE PAID ON.  *
       01  EXCEPTION-TABLE-AREA.
           05  XE-CTR              PIC 9(4)   VALUE 0.
           05  XE-SUB              PIC 9(4)   VALUE 0.
           05  XE-ENTRY OCCURS 500 TIMES.
               10  XE-EST-NO       PIC X(4).
               10  XE-SREP-CODE    PIC X(3).
               10  XE-REASON       PIC X(40).
               10  XE-CASH         PIC 9(9)V99.

       01  COMMISSION-WORK-AREA.
           05  WS-SREP-CODE        PIC X(3)     VALUE SPACES.
           05  WS-REP-SW           PIC XXX      VALUE 'YES'.
               88  WS-REP-OK                    VALUE 'YES'.
               88  WS-REP-NO-JOB                VALUE 'NOJ'.
               88  WS-REP-BLANK                 VALUE 'BLK'.
               88  WS-REP-NOT-FOUND             VALUE 'NOF'.
           05  WS-GROSS            PIC S9(9)V99 VALUE 0.
           05  WS-ELIGIBLE         PIC S9(9)V99 VALUE 0.
           05  WS-BASE-PAID        PIC S9(9)V99 VALUE 0.
           05  WS-COMM-PAID        PIC S9(9)V99 VALUE 0.
           05  WS-NEW-BASE         PIC S9(9)V99 VALUE 0.
           05  WS-NEW-COMM         PIC S9(7)V99 VALUE 0.
           05  WS-NEW-TYPE         PIC X        VALUE SPACES.
           05  WS-NEW-PCT          PIC 9(2)V9(3) VALUE 0.
           05  WS-NEW-DATE         PIC 9(8)     VALUE 0.
           05  WS-NEW-CUST-NAME    PIC X(25)    VALUE SPACES.
           05  WS-NEW-EST-NO       PIC X(4)     VALUE SPACES.
           05  WS-XE-REASON        PIC X(40)    VALUE SPACES.

      *ONE REP'S STATEMENT TOTALS, AND THE RUN'S.                    *
       01  TOTAL-WORK-AREA.
           05  WS-CUR-SREP         PIC X(3)     VALUE SPACES.
           05  WS-REP-EARNED       PIC 9(7)V99  VALUE 0.
           05  WS-REP-CLAWBACK     PIC 9(7)V99  VALUE 0.
           05  WS-REP-NET          PIC S9(7)V99 VALUE 0.
           05  WS-RUN-EARNED       PIC 9(7)V99  VALUE 0.
           05  WS-RUN-CLAWBACK     PIC 9(7)V99  VALUE 0.
           05  WS-RUN-NET          PIC S9(7)V99 VALUE 0.
           05  WS-RUN-PAYROLL      PIC S9(7)V99 VALUE 0.

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
                               VALUE'LEWIS''S COMMISSION STATEMENT'.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC ZZZ9.

       01  PRT-REP-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'COMMISSION MONTH'.
           05  O-COMM-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-COMM-YY       PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'SALES REP:'.
           05  O-SREP-CODE     PIC X(3).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-SREP-NAME     PIC X(26).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'PAYROLL ID:'.
           05  O-PAYROLL-ID    PIC X(9).
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'EST'.
           05  FILLER          PIC X(27)   VALUE 'CUSTOMER'.
           05  FILLER          PIC X(14)   VALUE 'ENTRY'.
           05  FILLER          PIC X(12)   VALUE 'DATE'.
           05  FILLER          PIC X(16)   VALUE 'PRE-TAX BASE'.
           05  FILLER          PIC X(8)    VALUE 'RATE'.
           05  FILLER          PIC X(13)   VALUE 'COMMISSION'.

      *DETAIL*
       01  PRT-COMM-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-ENTRY         PIC X(12).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-ENT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ENT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ENT-YY        PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-BASE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RATE          PIC Z9.999.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-COMM          PIC Z,ZZZ,ZZ9.99-.

       01  PRT-REP-TOTAL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TOT-LABEL     PIC X(30).
           05  FILLER          PIC X(68)   VALUE SPACES.
           05  O-TOT-AMT       PIC Z,ZZZ,ZZ9.99-.

       01  PRT-REP-NOTE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-REP-NOTE      PIC X(70).

       01  PRT-EXCEPT-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(50)
               VALUE 'CASH RECEIVED WITH NO REP TO PAY - NOT PAID'.

       01  PRT-EXCEPT-COL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'EST'.
           05  FILLER          PIC X(7)    VALUE 'REP'.
           05  FILLER          PIC X(42)   VALUE 'REASON'.
           05  FILLER          PIC X(14)   VALUE 'CASH IN MONTH'.

       01  PRT-EXCEPT-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-XE-EST-NO     PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-XE-SREP-CODE  PIC X(3).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-XE-REASON     PIC X(40).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-XE-CASH       PIC ZZ,ZZZ,ZZ9.99.

       01  PRT-CONTROL-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'COMMISSION RUN CONTROL TOTALS'.

       01  PRT-CONTROL-CTR.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-LABEL     PIC X(40).
           05  O-CTL-CTR       PIC ZZ,ZZ9.

       01  PRT-CONTROL-AMT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTLA-LABEL    PIC X(40).
           05  O-CTLA-AMT      PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               VARYING EC-SUB FROM 1 BY 1
                   UNTIL EC-SUB > EC-CTR.
           PERFORM 2500-CLAWBACK-CREDITS
               VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-CTR.
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

           COMPUTE WS-COMM-MONTH = WS-AS-OF-YY * 100 + WS-AS-OF-MM.
           IF WS-AS-OF-MM = 1
               COMPUTE WS-PRIOR-MONTH = (WS-AS-OF-YY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-COMM-MONTH - 1
           END-IF.

           PERFORM 1100-LOAD-SALES-REPS.
           PERFORM 1200-LOAD-RETURNS.
           PERFORM 1300-LOAD-REGISTER.
           PERFORM 1400-LOAD-COMM-HISTORY.
           OPEN OUTPUT COMMRPT.
           OPEN OUTPUT COMM-PAYROLL.
           IF WS-CPY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCOMMPAY.DAT - STATUS: '
                   WS-CPY-STATUS
               STOP RUN
           END-IF.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE WS-AS-OF-YY TO O-COMM-YY.
           MOVE WS-AS-OF-MM TO O-COMM-MM.

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
           MOVE RUN-HISTORY-PATH  TO WS-HISTORY-FILE.
           MOVE RUN-BILLREG-PATH  TO WS-BILLREG-FILE.
           CLOSE RUNCTL-FILE.

       1100-LOAD-SALES-REPS.
           OPEN INPUT SREP-MASTER.
           IF WS-SREP-STATUS NOT = '00' AND WS-SREP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SREPMAST.DAT - STATUS: '
                   WS-SREP-STATUS
               STOP RUN
           END-IF.
           PERFORM 1110-READ-SALES-REP.
           PERFORM UNTIL WS-SREP-STATUS NOT = '00'
               IF SR-CTR < 100
                   ADD 1 TO SR-CTR
                   MOVE SREP-CODE       TO SR-CODE (SR-CTR)
                   MOVE SREP-NAME       TO SR-NAME (SR-CTR)
                   MOVE SREP-COMM-PCT   TO SR-COMM-PCT (SR-CTR)
                   MOVE SREP-PAYROLL-ID TO SR-PAYROLL-ID (SR-CTR)
               ELSE
                   DISPLAY 'SREPMAST.DAT EXCEEDS 100 REPS - '
                       'COMMISSION RUN REFUSED'
                   STOP RUN
               END-IF
               PERFORM 1110-READ-SALES-REP
           END-PERFORM.
           CLOSE SREP-MASTER.

       1110-READ-SALES-REP.
           READ SREP-MASTER
               AT END
                   MOVE '10' TO WS-SREP-STATUS.

      *CASH IS POSTED BY PAY DATE. A ROW WITH NO PAY DATE IS AN      *
      *INVOICE NOT YET PAID AND EARNS NOTHING. CASH DATED AFTER THE  *
      *COMMISSION MONTH WAITS FOR ITS OWN MONTH'S RUN.               *
       1200-LOAD-RETURNS.
           OPEN INPUT ARRETURN.
           IF WS-ARR-STATUS NOT = '00' AND WS-ARR-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARRETURN.DAT - STATUS: '
                   WS-ARR-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-RETURN.
           PERFORM UNTIL WS-ARR-STATUS NOT = '00'
               ADD 1 TO C-ARR-CTR
               IF ARR-PAY-DATE IS NUMERIC AND ARR-PAY-DATE > ZERO
                   COMPUTE WS-ROW-MONTH = ARR-PAY-DATE / 100
                   IF WS-ROW-MONTH NOT > WS-COMM-MONTH
                       PERFORM 1220-POST-RETURN
                   END-IF
               END-IF
               PERFORM 1210-READ-RETURN
           END-PERFORM.
           CLOSE ARRETURN.

       1210-READ-RETURN.
           READ ARRETURN
               AT END
                   MOVE '10' TO WS-ARR-STATUS.

       1220-POST-RETURN.
           MOVE ARR-EST-NO TO EC-FIND-EST-NO.
           PERFORM 2900-FIND-ESTIMATE.
           IF EC-FOUND-SUB = 0
               IF EC-CTR < 2000
                   ADD 1 TO EC-CTR
                   MOVE EC-CTR     TO EC-FOUND-SUB
                   MOVE ARR-EST-NO TO EC-EST-NO (EC-CTR)
                   MOVE SPACES     TO EC-CUST-NAME (EC-CTR)
                   MOVE ZERO       TO EC-MONTH-CASH (EC-CTR)
                   MOVE ZERO       TO EC-CASH-TO-DATE (EC-CTR)
                   MOVE ZERO       TO EC-LAST-PAY (EC-CTR)
                   MOVE ZERO       TO EC-PRETAX (EC-CTR)
                   MOVE ZERO       TO EC-TAX (EC-CTR)
               ELSE
                   DISPLAY 'ARRETURN.DAT EXCEEDS 2000 ESTIMATES - '
                       'COMMISSION RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF.
           ADD ARR-PAY-AMT TO EC-CASH-TO-DATE (EC-FOUND-SUB).
           IF WS-ROW-MONTH = WS-COMM-MONTH
               ADD ARR-PAY-AMT TO EC-MONTH-CASH (EC-FOUND-SUB)
               IF ARR-PAY-DATE > EC-LAST-PAY (EC-FOUND-SUB)
                   MOVE ARR-PAY-DATE TO EC-LAST-PAY (EC-FOUND-SUB)
               END-IF
           END-IF.

       1300-LOAD-REGISTER.
           OPEN INPUT BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           PERFORM 9000-READ-BILL.
           PERFORM UNTIL MORE-BILLS = 'NO'
               ADD 1 TO C-BILL-CTR
               IF BILL-EXTRACT-DATE NOT > WS-AS-OF-DATE-N
                   PERFORM 1310-POST-BILL
               END-IF
               PERFORM 9000-READ-BILL
           END-PERFORM.
           CLOSE BILLREG.

      *NET PRE-TAX BILLED ON EACH ESTIMATE THAT HAS SEEN CASH, AND   *
      *LAST MONTH'S CREDIT MEMOS FOR THE CLAWBACK PASS.              *
       1310-POST-BILL.
      *PRE-TYPE REGISTER ROWS CARRY SPACES FOR THE TAX - UNTAXED.    *
           IF BILL-TAX-AMT IS NOT NUMERIC
               MOVE ZERO TO BILL-TAX-AMT
           END-IF.
           MOVE BILL-EST-NO TO EC-FIND-EST-NO.
           PERFORM 2900-FIND-ESTIMATE.
           IF EC-FOUND-SUB > 0
               MOVE BILL-CUST-NAME TO EC-CUST-NAME (EC-FOUND-SUB)
               IF BILL-REDUCES-BALANCE
                   SUBTRACT BILL-TOTAL FROM EC-PRETAX (EC-FOUND-SUB)
                   SUBTRACT BILL-TAX-AMT FROM EC-TAX (EC-FOUND-SUB)
               ELSE
                   ADD BILL-TOTAL TO EC-PRETAX (EC-FOUND-SUB)
                   ADD BILL-TAX-AMT TO EC-TAX (EC-FOUND-SUB)
               END-IF
           END-IF.
           COMPUTE WS-ROW-MONTH = BILL-EXTRACT-DATE / 100.
           IF BILL-IS-CREDIT AND WS-ROW-MONTH = WS-PRIOR-MONTH
               IF CB-CTR < 500
                   ADD 1 TO CB-CTR
                   MOVE BILL-EST-NO       TO CB-EST-NO (CB-CTR)
                   MOVE BILL-CUST-NAME    TO CB-CUST-NAME (CB-CTR)
                   MOVE BILL-EXTRACT-DATE TO CB-DATE (CB-CTR)
                   MOVE BILL-TOTAL        TO CB-AMOUNT (CB-CTR)
               ELSE
                   DISPLAY 'MORE THAN 500 CREDIT MEMOS LAST MONTH - '
                       'COMMISSION RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF.

      *A RECORD FOR THIS MONTH IS FROM AN EARLIER RUN OF THE SAME    *
      *MONTH - IT IS DROPPED AND THE MONTH PAID AGAIN FROM SCRATCH.  *
       1400-LOAD-COMM-HISTORY.
           OPEN INPUT COMM-HISTORY.
           IF WS-CMH-STATUS NOT = '00' AND WS-CMH-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PCOMMHST.DAT - STATUS: '
                   WS-CMH-STATUS
               STOP RUN
           END-IF.
           PERFORM 1410-READ-COMM-HISTORY.
           PERFORM UNTIL WS-CMH-STATUS NOT = '00'
               IF CMH-MONTH = WS-COMM-MONTH
                   ADD 1 TO HT-DROPPED-CTR
               ELSE
                   PERFORM 1420-POST-COMM-HISTORY
               END-IF
               PERFORM 1410-READ-COMM-HISTORY
           END-PERFORM.
           CLOSE COMM-HISTORY.

       1410-READ-COMM-HISTORY.
           READ COMM-HISTORY
               AT END
                   MOVE '10' TO WS-CMH-STATUS.

       1420-POST-COMM-HISTORY.
           IF HT-CTR NOT < 5000
               DISPLAY 'PCOMMHST.DAT EXCEEDS 5000 ENTRIES - '
                   'COMMISSION RUN REFUSED'
               STOP RUN
           END-IF.
           ADD 1 TO HT-CTR.
           MOVE CMH-MONTH      TO HT-MONTH (HT-CTR).
           MOVE CMH-TYPE       TO HT-TYPE (HT-CTR).
           MOVE CMH-EST-NO     TO HT-EST-NO (HT-CTR).
           MOVE CMH-SREP-CODE  TO HT-SREP-CODE (HT-CTR).
           MOVE CMH-AS-OF-DATE TO HT-AS-OF-DATE (HT-CTR).
           MOVE CMH-BASE       TO HT-BASE (HT-CTR).
           MOVE CMH-COMM-PCT   TO HT-COMM-PCT (HT-CTR).
           MOVE CMH-COMM-AMT   TO HT-COMM-AMT (HT-CTR).

      *ONE ESTIMATE THAT AR HAS RETURNED. IT IS PAID ON ONLY IF CASH *
      *CAME IN THIS MONTH; OTHERWISE IT IS HERE FOR ITS CASH TO DATE.*
       2000-MAINLINE.
           IF EC-MONTH-CASH (EC-SUB) > ZERO
               ADD 1 TO C-CASH-EST-CTR
               PERFORM 2100-PAY-ESTIMATE
           END-IF.

       2100-PAY-ESTIMATE.
           MOVE EC-EST-NO (EC-SUB) TO EC-FIND-EST-NO.
           PERFORM 2110-FIND-SALES-REP.
           IF WS-REP-NO-JOB
               MOVE 'ESTIMATE NOT ON MASTER OR HISTORY'
                   TO WS-XE-REASON
               PERFORM 2190-POST-EXCEPTION
           ELSE IF WS-REP-BLANK
               MOVE 'NO SALES REP ON THE ESTIMATE'
                   TO WS-XE-REASON
               PERFORM 2190-POST-EXCEPTION
           ELSE IF WS-REP-NOT-FOUND
               MOVE 'SALES REP NOT ON SALES REP MASTER'
                   TO WS-XE-REASON
               PERFORM 2190-POST-EXCEPTION
           ELSE
               PERFORM 2120-COMPUTE-ELIGIBLE
               PERFORM 2130-SUM-HISTORY
               COMPUTE WS-NEW-BASE = WS-ELIGIBLE - WS-BASE-PAID
               IF WS-NEW-BASE > ZERO
                   MOVE 'P'                     TO WS-NEW-TYPE
                   MOVE EC-EST-NO (EC-SUB)      TO WS-NEW-EST-NO
                   MOVE EC-CUST-NAME (EC-SUB)   TO WS-NEW-CUST-NAME
                   MOVE EC-LAST-PAY (EC-SUB)    TO WS-NEW-DATE
                   MOVE SR-COMM-PCT (SR-FOUND-SUB) TO WS-NEW-PCT
                   COMPUTE WS-NEW-COMM ROUNDED =
                       WS-NEW-BASE * WS-NEW-PCT / 100
                   PERFORM 2140-ADD-HISTORY
                   PERFORM 2150-ADD-DETAIL
                   ADD 1 TO C-PAID-CTR
               ELSE
                   ADD 1 TO C-NOTHING-CTR
               END-IF
           END-IF.

      *THE REP ON THE JOB - ACTIVE MASTER FIRST, THEN THE ARCHIVE.   *
       2110-FIND-SALES-REP.
           MOVE 'YES'    TO WS-REP-SW.
           MOVE SPACES   TO WS-SREP-CODE.
           MOVE EC-EST-NO (EC-SUB) TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE EC-EST-NO (EC-SUB) TO HIST-EST-NO
                   READ PAINT-HISTORY
                       INVALID KEY
                           MOVE 'NOJ' TO WS-REP-SW
                       NOT INVALID KEY
                           MOVE HIST-SREP-CODE TO WS-SREP-CODE
                   END-READ
               NOT INVALID KEY
                   MOVE PAINT-SREP-CODE TO WS-SREP-CODE
           END-READ.
           IF WS-REP-OK
               IF WS-SREP-CODE = SPACES
                   MOVE 'BLK' TO WS-REP-SW
               ELSE
                   PERFORM 2910-FIND-REP
                   IF SR-FOUND-SUB = 0
                       MOVE 'NOF' TO WS-REP-SW
                   END-IF
               END-IF
           END-IF.

      *NET PRE-TAX BILLED, HELD TO THE SHARE OF IT THE CASH COVERS -  *
      *A CUSTOMER WHO HAS PAID HALF THE INVOICE HAS PAID HALF THE    *
      *PRE-TAX AMOUNT AND HALF THE TAX.                              *
       2120-COMPUTE-ELIGIBLE.
           COMPUTE WS-GROSS = EC-PRETAX (EC-SUB) + EC-TAX (EC-SUB).
           IF EC-PRETAX (EC-SUB) NOT > ZERO
               MOVE ZERO TO WS-ELIGIBLE
           ELSE IF EC-CASH-TO-DATE (EC-SUB) < WS-GROSS
               COMPUTE WS-ELIGIBLE ROUNDED =
                   EC-PRETAX (EC-SUB) * EC-CASH-TO-DATE (EC-SUB)
                       / WS-GROSS
           ELSE
               MOVE EC-PRETAX (EC-SUB) TO WS-ELIGIBLE
           END-IF.

      *WHAT HAS ALREADY BEEN PAID ON THE ESTIMATE, NET OF CLAWBACKS, *
      *AND THE LATEST PAYMENT - ITS REP, RATE AND AS-OF DATE GOVERN  *
      *A CLAWBACK.                                                   *
       2130-SUM-HISTORY.
           MOVE ZERO TO WS-BASE-PAID.
           MOVE ZERO TO WS-COMM-PAID.
           MOVE 0    TO HT-LAST-PAY-SUB.
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-CTR
               IF HT-EST-NO (HT-SUB) = EC-FIND-EST-NO
                   ADD HT-BASE (HT-SUB)     TO WS-BASE-PAID
                   ADD HT-COMM-AMT (HT-SUB) TO WS-COMM-PAID
                   IF HT-TYPE (HT-SUB) = 'P'
                       IF HT-LAST-PAY-SUB = 0
                           MOVE HT-SUB TO HT-LAST-PAY-SUB
                       ELSE IF HT-AS-OF-DATE (HT-SUB) NOT <
                               HT-AS-OF-DATE (HT-LAST-PAY-SUB)
                           MOVE HT-SUB TO HT-LAST-PAY-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2140-ADD-HISTORY.
           IF HT-CTR NOT < 5000
               DISPLAY 'PCOMMHST.DAT EXCEEDS 5000 ENTRIES - '
                   'COMMISSION RUN REFUSED'
               STOP RUN
           END-IF.
           ADD 1 TO HT-CTR.
           MOVE WS-COMM-MONTH   TO HT-MONTH (HT-CTR).
           MOVE WS-NEW-TYPE     TO HT-TYPE (HT-CTR).
           MOVE WS-NEW-EST-NO   TO HT-EST-NO (HT-CTR).
           MOVE WS-SREP-CODE    TO HT-SREP-CODE (HT-CTR).
           MOVE WS-AS-OF-DATE-N TO HT-AS-OF-DATE (HT-CTR).
           MOVE WS-NEW-BASE     TO HT-BASE (HT-CTR).
           MOVE WS-NEW-PCT      TO HT-COMM-PCT (HT-CTR).
           MOVE WS-NEW-COMM     TO HT-COMM-AMT (HT-CTR).

       2150-ADD-DETAIL.
           IF DT-CTR NOT < 2000
               DISPLAY 'COMMISSION LINES EXCEED 2000 - '
                   'COMMISSION RUN REFUSED'
               STOP RUN
           END-IF.
           ADD 1 TO DT-CTR.
           MOVE WS-SREP-CODE     TO DT-SREP-CODE (DT-CTR).
           MOVE WS-NEW-EST-NO    TO DT-EST-NO (DT-CTR).
           MOVE WS-NEW-TYPE      TO DT-TYPE (DT-CTR).
           MOVE WS-NEW-CUST-NAME TO DT-CUST-NAME (DT-CTR).
           MOVE WS-NEW-DATE      TO DT-DATE (DT-CTR).
           MOVE WS-NEW-BASE      TO DT-BASE (DT-CTR).
           MOVE WS-NEW-PCT       TO DT-COMM-PCT (DT-CTR).
           MOVE WS-NEW-COMM      TO DT-COMM-AMT (DT-CTR).

       2190-POST-EXCEPTION.
           IF XE-CTR < 500
               ADD 1 TO XE-CTR
               MOVE EC-EST-NO (EC-SUB)     TO XE-EST-NO (XE-CTR)
               MOVE WS-SREP-CODE           TO XE-SREP-CODE (XE-CTR)
               MOVE EC-MONTH-CASH (EC-SUB) TO XE-CASH (XE-CTR)
               MOVE WS-XE-REASON           TO XE-REASON (XE-CTR)
           END-IF.

      *A CREDIT MEMO DATED LAST MONTH, ON A JOB PAID ON BEFORE THE   *
      *CREDIT WAS RAISED, TAKES BACK THE COMMISSION ON THE CREDITED  *
      *AMOUNT FROM THE REP WHO WAS PAID, AT THE RATE THEY WERE PAID. *
      *A CREDIT RAISED BEFORE THE JOB WAS PAID ON WAS ALREADY NETTED *
      *OUT OF THE BASE, AND NO MORE IS TAKEN BACK THAN WAS PAID.     *
       2500-CLAWBACK-CREDITS.
           ADD 1 TO C-CREDIT-CTR.
           MOVE CB-EST-NO (CB-SUB) TO EC-FIND-EST-NO.
           PERFORM 2130-SUM-HISTORY.
           IF HT-LAST-PAY-SUB > 0
               IF CB-DATE (CB-SUB) > HT-AS-OF-DATE (HT-LAST-PAY-SUB)
                       AND WS-BASE-PAID > ZERO
                       AND WS-COMM-PAID > ZERO
                   PERFORM 2510-CLAWBACK-ONE
               END-IF
           END-IF.

       2510-CLAWBACK-ONE.
           IF CB-AMOUNT (CB-SUB) > WS-BASE-PAID
               MOVE WS-BASE-PAID TO WS-NEW-BASE
           ELSE
               MOVE CB-AMOUNT (CB-SUB) TO WS-NEW-BASE
           END-IF.
           MOVE HT-COMM-PCT (HT-LAST-PAY-SUB)  TO WS-NEW-PCT.
           MOVE HT-SREP-CODE (HT-LAST-PAY-SUB) TO WS-SREP-CODE.
           COMPUTE WS-NEW-COMM ROUNDED = WS-NEW-BASE * WS-NEW-PCT / 100.
           IF WS-NEW-COMM > WS-COMM-PAID
               MOVE WS-COMM-PAID TO WS-NEW-COMM
           END-IF.
           IF WS-NEW-COMM > ZERO
               COMPUTE WS-NEW-BASE = ZERO - WS-NEW-BASE
               COMPUTE WS-NEW-COMM = ZERO - WS-NEW-COMM
               MOVE 'B'                  TO WS-NEW-TYPE
               MOVE CB-EST-NO (CB-SUB)   TO WS-NEW-EST-NO
               MOVE CB-CUST-NAME (CB-SUB) TO WS-NEW-CUST-NAME
               MOVE CB-DATE (CB-SUB)     TO WS-NEW-DATE
               PERFORM 2140-ADD-HISTORY
               PERFORM 2150-ADD-DETAIL
               ADD 1 TO C-CLAWBACK-CTR
           END-IF.

       2900-FIND-ESTIMATE.
           MOVE 0 TO EC-FOUND-SUB.
           PERFORM VARYING EC-SRCH-SUB FROM 1 BY 1
                   UNTIL EC-SRCH-SUB > EC-CTR
                      OR EC-FOUND-SUB > 0
               IF EC-EST-NO (EC-SRCH-SUB) = EC-FIND-EST-NO
                   MOVE EC-SRCH-SUB TO EC-FOUND-SUB
               END-IF
           END-PERFORM.

       2910-FIND-REP.
           MOVE 0 TO SR-FOUND-SUB.
           PERFORM VARYING SR-SUB FROM 1 BY 1
                   UNTIL SR-SUB > SR-CTR
                      OR SR-FOUND-SUB > 0
               IF SR-CODE (SR-SUB) = WS-SREP-CODE
                   MOVE SR-SUB TO SR-FOUND-SUB
               END-IF
           END-PERFORM.

       3000-CLOSING.
           PERFORM 3100-SORT-DETAIL.
           MOVE 1 TO DT-SUB.
           PERFORM 3200-PRINT-REP
               UNTIL DT-SUB > DT-CTR.
           PERFORM 3300-PRINT-EXCEPTIONS.
           PERFORM 3400-PRINT-CONTROL.
           PERFORM 3500-WRITE-COMM-HISTORY.

           CLOSE STUDENT-MASTER
                 PAINT-HISTORY
                 COMM-PAYROLL
                 COMMRPT.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE.          *
       3100-SORT-DETAIL.
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB >= DT-CTR
               COMPUTE DT-BOTTOM = DT-CTR - DT-SUB
               PERFORM VARYING DT-SUB2 FROM 1 BY 1
                       UNTIL DT-SUB2 > DT-BOTTOM
                   IF DT-KEY (DT-SUB2) > DT-KEY (DT-SUB2 + 1)
                       MOVE DT-ENTRY (DT-SUB2)
                           TO DT-TEMP-ENTRY
                       MOVE DT-ENTRY (DT-SUB2 + 1)
                           TO DT-ENTRY (DT-SUB2)
                       MOVE DT-TEMP-ENTRY
                           TO DT-ENTRY (DT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *ONE REP PER PASS: HEADING, THEIR LINES, TOTALS, AND THE       *
      *PAYROLL RECORD.                                               *
       3200-PRINT-REP.
           MOVE DT-SREP-CODE (DT-SUB) TO WS-CUR-SREP.
           MOVE WS-CUR-SREP           TO WS-SREP-CODE.
           PERFORM 2910-FIND-REP.
           MOVE WS-CUR-SREP TO O-SREP-CODE.
           IF SR-FOUND-SUB = 0
               MOVE '** NOT ON SALES REP MASTER' TO O-SREP-NAME
               MOVE SPACES TO O-PAYROLL-ID
           ELSE
               MOVE SR-NAME (SR-FOUND-SUB)       TO O-SREP-NAME
               MOVE SR-PAYROLL-ID (SR-FOUND-SUB) TO O-PAYROLL-ID
           END-IF.
           MOVE ZERO TO WS-REP-EARNED.
           MOVE ZERO TO WS-REP-CLAWBACK.
           PERFORM 9100-HEADINGS.
           PERFORM 3210-PRINT-DETAIL
               UNTIL DT-SUB > DT-CTR
                  OR DT-SREP-CODE (DT-SUB) NOT = WS-CUR-SREP.
           PERFORM 3220-PRINT-REP-TOTALS.

       3210-PRINT-DETAIL.
           MOVE DT-EST-NO (DT-SUB)    TO O-EST-NO.
           MOVE DT-CUST-NAME (DT-SUB) TO O-CUST-NAME.
           IF DT-TYPE (DT-SUB) = 'B'
               MOVE 'CLAWBACK'   TO O-ENTRY
               COMPUTE WS-REP-CLAWBACK =
                   WS-REP-CLAWBACK - DT-COMM-AMT (DT-SUB)
           ELSE
               MOVE 'COMMISSION' TO O-ENTRY
               ADD DT-COMM-AMT (DT-SUB) TO WS-REP-EARNED
           END-IF.
           MOVE DT-DATE (DT-SUB)  TO WS-EDIT-DATE.
           MOVE WS-EDIT-MM        TO O-ENT-MM.
           MOVE WS-EDIT-DD        TO O-ENT-DD.
           MOVE WS-EDIT-YY        TO O-ENT-YY.
           MOVE DT-BASE (DT-SUB)     TO O-BASE.
           MOVE DT-COMM-PCT (DT-SUB) TO O-RATE.
           MOVE DT-COMM-AMT (DT-SUB) TO O-COMM.
           WRITE COMMLINE FROM PRT-COMM-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           ADD 1 TO DT-SUB.

       3220-PRINT-REP-TOTALS.
           COMPUTE WS-REP-NET = WS-REP-EARNED - WS-REP-CLAWBACK.
           ADD WS-REP-EARNED   TO WS-RUN-EARNED.
           ADD WS-REP-CLAWBACK TO WS-RUN-CLAWBACK.
           ADD WS-REP-NET      TO WS-RUN-NET.
           MOVE 'COMMISSION EARNED' TO O-TOT-LABEL.
           MOVE WS-REP-EARNED       TO O-TOT-AMT.
           WRITE COMMLINE FROM PRT-REP-TOTAL
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE 'LESS CLAWED BACK ON CREDITS' TO O-TOT-LABEL.
           MOVE WS-REP-CLAWBACK              TO O-TOT-AMT.
           WRITE COMMLINE FROM PRT-REP-TOTAL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           MOVE 'NET COMMISSION THIS MONTH' TO O-TOT-LABEL.
           MOVE WS-REP-NET                  TO O-TOT-AMT.
           WRITE COMMLINE FROM PRT-REP-TOTAL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.
           IF WS-REP-NET = ZERO
               MOVE 'NOTHING DUE - NO PAYROLL RECORD WRITTEN'
                   TO O-REP-NOTE
           ELSE IF SR-FOUND-SUB = 0
               MOVE '** NOT ON MASTER - NO PAYROLL RECORD WRITTEN'
                   TO O-REP-NOTE
               ADD 1 TO C-NO-PAYROLL-CTR
           ELSE
               PERFORM 3230-WRITE-PAYROLL
               MOVE 'SENT TO PAYROLL' TO O-REP-NOTE
           END-IF.
           WRITE COMMLINE FROM PRT-REP-NOTE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
           END-WRITE.

       3230-WRITE-PAYROLL.
           MOVE SR-PAYROLL-ID (SR-FOUND-SUB) TO CMP-PAYROLL-ID.
           MOVE WS-CUR-SREP                  TO CMP-SREP-CODE.
           MOVE SR-NAME (SR-FOUND-SUB)       TO CMP-SREP-NAME.
           MOVE WS-COMM-MONTH                TO CMP-MONTH.
           MOVE WS-REP-EARNED                TO CMP-EARNED.
           MOVE WS-REP-CLAWBACK              TO CMP-CLAWBACK.
           MOVE WS-REP-NET                   TO CMP-NET.
           WRITE COMMPAY-REC.
           IF WS-CPY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PCOMMPAY.DAT - STATUS: '
                   WS-CPY-STATUS ' - REP ' WS-CUR-SREP
               STOP RUN
           END-IF.
           ADD 1 TO C-PAYROLL-CTR.
           ADD WS-REP-NET TO WS-RUN-PAYROLL.

       3300-PRINT-EXCEPTIONS.
           IF XE-CTR > 0
               MOVE SPACES TO O-SREP-CODE
               MOVE SPACES TO O-SREP-NAME
               MOVE SPACES TO O-PAYROLL-ID
               ADD 1 TO C-PCTR
               MOVE C-PCTR TO O-PCTR
               WRITE COMMLINE FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE
               WRITE COMMLINE FROM PRT-EXCEPT-HEAD
                   AFTER ADVANCING 2 LINES
               WRITE COMMLINE FROM PRT-EXCEPT-COL
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING XE-SUB FROM 1 BY 1
                       UNTIL XE-SUB > XE-CTR
                   MOVE XE-EST-NO (XE-SUB)    TO O-XE-EST-NO
                   MOVE XE-SREP-CODE (XE-SUB) TO O-XE-SREP-CODE
                   MOVE XE-REASON (XE-SUB)    TO O-XE-REASON
                   MOVE XE-CASH (XE-SUB)      TO O-XE-CASH
                   WRITE COMMLINE FROM PRT-EXCEPT-DETAIL
                       AFTER ADVANCING 1 LINES
               END-PERFORM
           END-IF.

      *CONTROL PAGE - THE PAYROLL FILE SHOULD CARRY THE RUN'S NET,   *
      *LESS ANY REP WHO COULD NOT BE SENT.                           *
       3400-PRINT-CONTROL.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE COMMLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE COMMLINE FROM PRT-CONTROL-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE 'AR RETURN ROWS READ:' TO O-CTL-LABEL.
           MOVE C-ARR-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 2 LINES.
           MOVE 'REGISTER ROWS READ:' TO O-CTL-LABEL.
           MOVE C-BILL-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'ESTIMATES WITH CASH IN THE MONTH:' TO O-CTL-LABEL.
           MOVE C-CASH-EST-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE '  PAID ON:' TO O-CTL-LABEL.
           MOVE C-PAID-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE '  NOTHING NEW TO PAY ON:' TO O-CTL-LABEL.
           MOVE C-NOTHING-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE '  NO REP TO PAY (SEE EXCEPTIONS):' TO O-CTL-LABEL.
           MOVE XE-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'CREDIT MEMOS LAST MONTH:' TO O-CTL-LABEL.
           MOVE C-CREDIT-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE '  CLAWED BACK:' TO O-CTL-LABEL.
           MOVE C-CLAWBACK-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'EARLIER RUN RECORDS REPLACED:' TO O-CTL-LABEL.
           MOVE HT-DROPPED-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'PAYROLL RECORDS WRITTEN:' TO O-CTL-LABEL.
           MOVE C-PAYROLL-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'REPS HELD BACK - NOT ON MASTER:' TO O-CTL-LABEL.
           MOVE C-NO-PAYROLL-CTR TO O-CTL-CTR.
           WRITE COMMLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.

           MOVE 'COMMISSION EARNED:' TO O-CTLA-LABEL.
           MOVE WS-RUN-EARNED TO O-CTLA-AMT.
           WRITE COMMLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 2 LINES.
           MOVE 'CLAWED BACK:' TO O-CTLA-LABEL.
           MOVE WS-RUN-CLAWBACK TO O-CTLA-AMT.
           WRITE COMMLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 1 LINES.
           MOVE 'NET COMMISSION:' TO O-CTLA-LABEL.
           MOVE WS-RUN-NET TO O-CTLA-AMT.
           WRITE COMMLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 1 LINES.
           MOVE 'SENT TO PAYROLL:' TO O-CTLA-LABEL.
           MOVE WS-RUN-PAYROLL TO O-CTLA-AMT.
           WRITE COMMLINE FROM PRT-CONTROL-AMT
               AFTER ADVANCING 1 LINES.

       3500-WRITE-COMM-HISTORY.
           OPEN OUTPUT COMM-HISTORY.
           IF WS-CMH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCOMMHST.DAT - STATUS: '
                   WS-CMH-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-CTR
               MOVE HT-MONTH (HT-SUB)      TO CMH-MONTH
               MOVE HT-TYPE (HT-SUB)       TO CMH-TYPE
               MOVE HT-EST-NO (HT-SUB)     TO CMH-EST-NO
               MOVE HT-SREP-CODE (HT-SUB)  TO CMH-SREP-CODE
               MOVE HT-AS-OF-DATE (HT-SUB) TO CMH-AS-OF-DATE
               MOVE HT-BASE (HT-SUB)       TO CMH-BASE
               MOVE HT-COMM-PCT (HT-SUB)   TO CMH-COMM-PCT
               MOVE HT-COMM-AMT (HT-SUB)   TO CMH-COMM-AMT
               WRITE COMMHST-REC
               IF WS-CMH-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING PCOMMHST.DAT - STATUS: '
                       WS-CMH-STATUS ' - ESTIMATE ' CMH-EST-NO
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE COMM-HISTORY.

       9000-READ-BILL.
           READ BILLREG
               AT END
                   MOVE 'NO' TO MORE-BILLS.

      *EACH REP STARTS A NEW PAGE; A LONG STATEMENT CARRIES THE SAME *
      *HEADING ONTO ITS NEXT PAGE.                                   *
       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE COMMLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE COMMLINE FROM PRT-REP-HEAD
               AFTER ADVANCING 2 LINES
           WRITE COMMLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
