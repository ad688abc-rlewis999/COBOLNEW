       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL35.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  GENERAL LEDGER POSTING. TURNS ONE LEDGER     *
      *  PERIOD'S BILLING REGISTER ROWS (BILLREG.DAT) *
      *  AND AR CASH (ARRETURN.DAT) INTO BALANCED     *
      *  DEBIT AND CREDIT LINES ON THE GL INTERFACE   *
      *  FILE PGLINTF.DAT, BOOKED TO THE ACCOUNTS ON  *
      *  THE MAPPING TABLE PGLMAP.DAT. A DEPOSIT      *
      *  POSTS TO CUSTOMER-DEPOSIT LIABILITY, A FINAL *
      *  TO PAINT AND LABOR REVENUE (RELIEVING THE    *
      *  DEPOSIT), TAX TO TAX PAYABLE BY JURISDICTION *
      *  AND CASH AGAINST RECEIVABLES. THE PERIOD AND *
      *  WHETHER TO CLOSE IT COME FROM PGLPOST.PRM.   *
      *  THE JOURNAL REGISTER, ACCOUNT TOTALS AND THE *
      *  BALANCE CHECK PRINT TO PGLPOST.PRT; THE      *
      *  SALES TAX LIABILITY BY JURISDICTION FOR THE  *
      *  TAX RETURNS PRINTS TO PSALESTX.PRT. CLOSING  *
      *  THE PERIOD RECORDS IT ON PGLCTL.DAT, WHICH   *
      *  LOCKS ITS BILLING AGAINST COBRL01, COBRL23   *
      *  AND COBRL06. POST EACH PERIOD BEFORE THE     *
      *  RECONCILIATION (COBRL09) DROPS ITS SETTLED   *
      *  ROWS - BY THE END OF THE FOLLOWING MONTH.    *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO 'E:\COBOL\PGLPOST.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GLMAP-FILE
               ASSIGN TO 'E:\COBOL\PGLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT OPTIONAL GLCTL-FILE
               ASSIGN TO 'E:\COBOL\PGLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT OPTIONAL BILLREG
               ASSIGN USING WS-BILLREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

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

           SELECT GLINTF-FILE
               ASSIGN TO 'E:\COBOL\PGLINTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.

           SELECT GLRPT
               ASSIGN TO 'E:\COBOL\PGLPOST.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT TAXRPT
               ASSIGN TO 'E:\COBOL\PSALESTX.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

      *THE PERIOD TO POST (YYYYMM - ZERO OR BLANK FOR THE AS-OF      *
      *MONTH) AND Y TO CLOSE IT ONCE IT POSTS IN BALANCE. NO FILE    *
      *POSTS THE AS-OF MONTH AND CLOSES NOTHING.                     *
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  PARM-REC.
           05  PARM-PERIOD              PIC 9(6).
           05  PARM-CLOSE-SW            PIC X.

       FD  GLMAP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLMAP-REC
           RECORD CONTAINS 47 CHARACTERS.

           COPY 'CPGLMAP.cpy'.

       FD  GLCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLCTL-REC
           RECORD CONTAINS 48 CHARACTERS.

           COPY 'CPGLCTL.cpy'.

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

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

       FD  GLINTF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLINTF-REC
           RECORD CONTAINS 110 CHARACTERS.

           COPY 'CPGLINTF.cpy'.

       FD  GLRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

       FD  TAXRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TAXLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  TAXLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 9(4)    VALUE ZERO.
           05  C-TAX-PCTR      PIC 9(4)    VALUE ZERO.
           05  C-BILL-CTR      PIC 9(5)    VALUE ZERO.
           05  C-POSTED-CTR    PIC 9(5)    VALUE ZERO.
           05  C-CASH-CTR      PIC 9(5)    VALUE ZERO.
           05  C-PPA-CTR       PIC 9(5)    VALUE ZERO.
           05  C-XCP-CTR       PIC 9(5)    VALUE ZERO.
           05  C-LINE-CTR      PIC 9(5)    VALUE ZERO.
           05  MORE-BILLS      PIC XXX     VALUE 'YES'.
           05  WS-RUNCTL-STATUS PIC XX     VALUE '00'.
           05  WS-PARM-STATUS  PIC XX      VALUE '00'.
           05  WS-GLMAP-STATUS PIC XX      VALUE '00'.
           05  WS-GLCTL-STATUS PIC XX      VALUE '00'.
           05  WS-BILL-STATUS  PIC XX      VALUE '00'.
           05  WS-ARR-STATUS   PIC XX      VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-GLINTF-STATUS PIC XX     VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).

       01  FILE-PATH-AREA.
           05  WS-CUSTMAST-FILE    PIC X(64)  VALUE SPACES.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.

      *THE PERIOD BEING POSTED AND WHERE IT STANDS AGAINST THE LAST  *
      *ONE CLOSED. THE CONTROL RECORD AS READ IS HELD SO THE CLOSE   *
      *CAN WRITE IT BACK WITH ONLY ITS OWN FIELDS CHANGED.           *
       01  PERIOD-AREA.
           05  GL-PERIOD.
               10  GL-PERIOD-YY    PIC 9(4)   VALUE 0.
               10  GL-PERIOD-MM    PIC 99     VALUE 0.
           05  GL-PERIOD-N REDEFINES GL-PERIOD
                                   PIC 9(6).
           05  GL-AS-OF-PERIOD     PIC 9(6)   VALUE 0.
           05  GL-CLOSED-THRU      PIC 9(6)   VALUE 0.
           05  GL-NEXT-PERIOD.
               10  GL-NEXT-YY      PIC 9(4)   VALUE 0.
               10  GL-NEXT-MM      PIC 99     VALUE 0.
           05  GL-NEXT-PERIOD-N REDEFINES GL-NEXT-PERIOD
                                   PIC 9(6).
           05  GL-CLOSE-SW         PIC X      VALUE 'N'.
               88  GL-CLOSE-REQUESTED         VALUE 'Y'.
           05  GL-CLOSE-MSG        PIC X(60)  VALUE SPACES.
           05  GL-SAVE-CTL         PIC X(48)  VALUE SPACES.

      *THE ACCOUNT MAP AS LOADED. EVERY FUNCTION BELOW MUST BE ON IT *
      *EXACTLY ONCE - TAXPAY ONCE WITH A BLANK JURISDICTION, AS THE  *
      *ACCOUNT FOR ANY JURISDICTION WITHOUT A ROW OF ITS OWN.        *
       01  MAP-TABLE-AREA.
           05  MP-MORE-MAP         PIC XXX    VALUE 'YES'.
           05  MP-CTR              PIC 99     VALUE 0.
           05  MP-SUB              PIC 99     VALUE 0.
           05  MP-SUB2             PIC 99     VALUE 0.
           05  MP-FOUND-SUB        PIC 99     VALUE 0.
           05  MP-HITS             PIC 99     VALUE 0.
           05  MP-ERROR-CTR        PIC 99     VALUE 0.
           05  MP-ENTRY OCCURS 50 TIMES.
               10  MP-FUNCTION     PIC X(8).
               10  MP-TAX-JUR      PIC X(4).
               10  MP-ACCOUNT      PIC X(10).
               10  MP-DESC         PIC X(25).
           05  MP-FUNCTION-LIST.
               10  FILLER          PIC X(8)   VALUE 'AR'.
               10  FILLER          PIC X(8)   VALUE 'CASH'.
               10  FILLER          PIC X(8)   VALUE 'DEPOSIT'.
               10  FILLER          PIC X(8)   VALUE 'PAINTREV'.
               10  FILLER          PIC X(8)   VALUE 'LABORREV'.
               10  FILLER          PIC X(8)   VALUE 'TAXPAY'.
               10  FILLER          PIC X(8)   VALUE 'CREDITS'.
               10  FILLER          PIC X(8)   VALUE 'DEBITS'.
               10  FILLER          PIC X(8)   VALUE 'WRITEOFF'.
           05  MP-FUNCTION-TABLE REDEFINES MP-FUNCTION-LIST.
               10  MP-REQ-FUNCTION PIC X(8)   OCCURS 9 TIMES.

      *THE SOURCE ROW BEING POSTED - EVERY LINE IT MAKES CARRIES     *
      *THESE. THE ROW'S PERIOD IS BILL-GL-PERIOD, OR THE MONTH OF    *
      *THE EXTRACT DATE ON ROWS WRITTEN BEFORE THE REGISTER CARRIED  *
      *IT; A ROW WHOSE PERIOD IS NOT ITS EXTRACT MONTH IS A PRIOR-   *
      *PERIOD ADJUSTMENT TO THAT MONTH. SO IS A PD/PF BACKOUT        *
      *REVERSAL, TO THE MONTH OF THE ROW IT REVERSES.                *
       01  ROW-WORK-AREA.
           05  GL-ROW-PERIOD       PIC 9(6)   VALUE 0.
           05  GL-EXTR-PERIOD      PIC 9(6)   VALUE 0.
           05  GL-ORIG-PERIOD      PIC 9(6)   VALUE 0.
           05  GL-ORIG-DATE        PIC 9(8)   VALUE 0.
           05  GL-SOURCE           PIC XX     VALUE SPACES.
           05  GL-EST-NO           PIC X(4)   VALUE SPACES.
           05  GL-CUST-NO          PIC X(5)   VALUE SPACES.
           05  GL-TAX-JUR          PIC X(4)   VALUE SPACES.
           05  GL-DOC-DATE         PIC 9(8)   VALUE 0.
           05  GL-PPA-SW           PIC X      VALUE 'N'.
               88  GL-ROW-IS-PPA              VALUE 'Y'.
           05  GL-OLD-ROW-SW       PIC X      VALUE 'N'.
               88  GL-OLD-ROW                 VALUE 'Y'.
           05  GL-TAX-AMT          PIC 9(8)V99  VALUE 0.
           05  GL-PAINT-AMT        PIC 9(8)V99  VALUE 0.
           05  GL-DEP-APPLIED      PIC 9(8)V99  VALUE 0.
           05  GL-REVENUE          PIC 9(9)V99  VALUE 0.
           05  GL-LABOR-AMT        PIC 9(9)V99  VALUE 0.

      *ONE JOURNAL LINE ON ITS WAY OUT - FUNCTION, SIDE AND AMOUNT   *
      *ARE SET BY THE CALLER; THE ACCOUNT COMES OFF THE MAP.         *
       01  LINE-WORK-AREA.
           05  GL-FUNCTION         PIC X(8)   VALUE SPACES.
           05  GL-DR-CR            PIC X      VALUE SPACES.
           05  GL-AMOUNT           PIC 9(9)V99  VALUE 0.
           05  GL-LINE-NOTE        PIC X(30)  VALUE SPACES.
           05  GL-TOTAL-DEBITS     PIC 9(9)V99  VALUE 0.
           05  GL-TOTAL-CREDITS    PIC 9(9)V99  VALUE 0.
           05  GL-DIFFERENCE       PIC S9(9)V99 VALUE 0.
           05  GL-BALANCED-SW      PIC X      VALUE 'Y'.
               88  GL-IN-BALANCE              VALUE 'Y'.
           05  GL-REPORT-SW        PIC X      VALUE 'R'.
               88  GL-IN-REGISTER             VALUE 'R'.

      *DEBITS AND CREDITS BY LEDGER ACCOUNT, SORTED FOR PRINTING.    *
       01  ACCOUNT-TABLE-AREA.
           05  AC-CTR              PIC 999    VALUE 0.
           05  AC-SUB              PIC 999    VALUE 0.
           05  AC-SUB2             PIC 999    VALUE 0.
           05  AC-BOTTOM           PIC 999    VALUE 0.
           05  AC-FOUND-SUB        PIC 999    VALUE 0.
           05  AC-TEMP-ENTRY       PIC X(57).
           05  AC-ENTRY OCCURS 100 TIMES.
               10  AC-ACCOUNT      PIC X(10).
               10  AC-DESC         PIC X(25).
               10  AC-DEBITS       PIC 9(9)V99.
               10  AC-CREDITS      PIC 9(9)V99.
           05  AC-NET              PIC S9(9)V99 VALUE 0.

      *SALES AND TAX BY JURISDICTION FOR THE TAX RETURNS. BILLED IS  *
      *DEPOSITS, FINALS AND DEBIT MEMOS; CREDITED IS CREDIT MEMOS    *
      *AND WRITE-OFFS. A BLANK JURISDICTION IS UNTAXED BILLING.      *
       01  JURISDICTION-TABLE-AREA.
           05  TJ-CTR              PIC 99     VALUE 0.
           05  TJ-SUB              PIC 99     VALUE 0.
           05  TJ-FOUND-SUB        PIC 99     VALUE 0.
           05  TJ-ENTRY OCCURS 50 TIMES.
               10  TJ-TAX-JUR      PIC X(4).
               10  TJ-ACCOUNT      PIC X(10).
               10  TJ-SALES-BILLED PIC 9(9)V99.
               10  TJ-SALES-CRED   PIC 9(9)V99.
               10  TJ-TAX-BILLED   PIC 9(9)V99.
               10  TJ-TAX-CRED     PIC 9(9)V99.
           05  TJ-NET-SALES        PIC S9(9)V99 VALUE 0.
           05  TJ-NET-TAX          PIC S9(9)V99 VALUE 0.
           05  TJ-TOTALS.
               10  TJ-TOT-SALES-BILLED PIC 9(9)V99 VALUE 0.
               10  TJ-TOT-SALES-CRED   PIC 9(9)V99 VALUE 0.
               10  TJ-TOT-TAX-BILLED   PIC 9(9)V99 VALUE 0.
               10  TJ-TOT-TAX-CRED     PIC 9(9)V99 VALUE 0.

      *EVERY DEPOSIT AND FINAL ROW ON THE REGISTER, SO A PD/PF       *
      *REVERSAL CAN FIND THE MONTH OF THE ROW IT REVERSES. SAME BOUND*
      *AS THE RECONCILIATION'S (COBRL09) REGISTER TABLE.             *
       01  BILLED-ROW-TABLE-AREA.
           05  BR-CTR              PIC 9(4)   VALUE 0.
           05  BR-SUB              PIC 9(4)   VALUE 0.
           05  BR-ENTRY OCCURS 2000 TIMES.
               10  BR-EST-NO       PIC X(4).
               10  BR-TYPE         PIC X.
               10  BR-EXTR-DATE    PIC 9(8).

      *RUN ID (DATE AND TIME CAPTURED AT INIT) STAMPED ON EVERY      *
      *INTERFACE LINE AND ON THE CONTROL RECORD.                     *
       01  AUDIT-WORK-AREA.
           05  WS-RUN-ID           PIC X(14)  VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  PRT-DATE.
               10  PRT-YY        PIC 9(4).
               10  PRT-MM        PIC 99.
               10  PRT-DD        PIC 99.
           05  I-TIME          PIC X(11).

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
           05  O-TITLE         PIC X(30)   VALUE SPACES.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC ZZZ9.

       01  PRT-PERIOD-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'LEDGER PERIOD:'.
           05  O-HEAD-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-HEAD-YY       PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'RUN ID:'.
           05  O-RUN-ID        PIC X(14).
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'SRC'.
           05  FILLER          PIC X(6)    VALUE 'EST'.
           05  FILLER          PIC X(7)    VALUE 'CUST'.
           05  FILLER          PIC X(12)   VALUE 'DOC DATE'.
           05  FILLER          PIC X(12)   VALUE 'ACCOUNT'.
           05  FILLER          PIC X(27)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(15)   VALUE '        DEBIT'.
           05  FILLER          PIC X(15)   VALUE '       CREDIT'.
           05  FILLER          PIC X(30)   VALUE 'NOTE'.

      *DETAIL*
       01  PRT-JRNL-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SOURCE        PIC XX.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CUST-NO       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-DOC-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DOC-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DOC-YY        PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-ACCOUNT       PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-ACCT-DESC     PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-DEBIT         PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CREDIT        PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-NOTE          PIC X(30).

       01  PRT-SECTION-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SECTION       PIC X(40).

       01  PRTCOL-2.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'ACCOUNT'.
           05  FILLER          PIC X(27)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(16)   VALUE '         DEBITS'.
           05  FILLER          PIC X(16)   VALUE '        CREDITS'.
           05  FILLER          PIC X(16)   VALUE '            NET'.

       01  PRT-ACCT-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AC-ACCOUNT    PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-AC-DESC       PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-AC-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-AC-CREDITS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-AC-NET        PIC ZZZ,ZZZ,ZZ9.99-.

       01  PRT-ACCT-TOTAL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(39)   VALUE 'JOURNAL TOTALS'.
           05  O-TOT-DEBITS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TOT-CREDITS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TOT-DIFF      PIC ZZZ,ZZZ,ZZ9.99-.

       01  PRT-CONTROL-CTR.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-LABEL     PIC X(40).
           05  O-CTL-CTR       PIC ZZ,ZZ9.

       01  PRT-CONTROL-RESULT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-RESULT    PIC X(60).

       01  PRT-TAX-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(36)
               VALUE 'SALES TAX LIABILITY FOR PERIOD'.
           05  O-TAX-HEAD-MM   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TAX-HEAD-YY   PIC 9(4).

       01  PRTCOL-TAX.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'JURIS'.
           05  FILLER          PIC X(12)   VALUE 'ACCOUNT'.
           05  FILLER          PIC X(16)   VALUE '  SALES BILLED'.
           05  FILLER          PIC X(16)   VALUE 'SALES CREDITED'.
           05  FILLER          PIC X(16)   VALUE '     NET SALES'.
           05  FILLER          PIC X(16)   VALUE '    TAX BILLED'.
           05  FILLER          PIC X(16)   VALUE '  TAX CREDITED'.
           05  FILLER          PIC X(16)   VALUE '   NET PAYABLE'.

       01  PRT-TAX-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TJ-JUR        PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TJ-ACCOUNT    PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TJ-SALES-BILLED PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TJ-SALES-CRED PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TJ-NET-SALES  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TJ-TAX-BILLED PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TJ-TAX-CRED   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TJ-NET-TAX    PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-BILLS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *EVERYTHING THAT CAN REFUSE THE RUN - A CLOSED PERIOD, A BAD   *
      *MAP - IS CHECKED BEFORE ANY OUTPUT IS OPENED, SO A REFUSED    *
      *RUN LEAVES THE LAST INTERFACE FILE AND REPORTS AS THEY WERE.  *
       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           PERFORM 1100-READ-PARM.
           PERFORM 1150-CHECK-PERIOD.
           PERFORM 1200-LOAD-MAP.
           PERFORM 1250-CHECK-MAP.
           PERFORM 1300-LOAD-BILLED-ROWS.

           OPEN INPUT BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GLINTF-FILE.
           IF WS-GLINTF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PGLINTF.DAT - STATUS: '
                   WS-GLINTF-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GLRPT.
           OPEN OUTPUT TAXRPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           STRING PRT-DATE I-TIME (1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING.
           MOVE WS-RUN-ID    TO O-RUN-ID.
           MOVE GL-PERIOD-MM TO O-HEAD-MM.
           MOVE GL-PERIOD-YY TO O-HEAD-YY.
           MOVE GL-PERIOD-MM TO O-TAX-HEAD-MM.
           MOVE GL-PERIOD-YY TO O-TAX-HEAD-YY.

           PERFORM 9000-READ-BILL.
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
           MOVE RUN-BILLREG-PATH  TO WS-BILLREG-FILE.
           CLOSE RUNCTL-FILE.

       1100-READ-PARM.
           COMPUTE GL-AS-OF-PERIOD = WS-AS-OF-YY * 100 + WS-AS-OF-MM.
           MOVE GL-AS-OF-PERIOD TO GL-PERIOD-N.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00' AND WS-PARM-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PGLPOST.PRM - STATUS: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-FILE.
           IF PARM-PERIOD IS NUMERIC AND PARM-PERIOD > ZERO
               MOVE PARM-PERIOD TO GL-PERIOD-N
           END-IF.
           IF PARM-CLOSE-SW = 'Y'
               MOVE 'Y' TO GL-CLOSE-SW
           END-IF.
           IF GL-PERIOD-MM < 1 OR GL-PERIOD-MM > 12
               DISPLAY 'PGLPOST.PRM PERIOD ' GL-PERIOD-N
                   ' IS NOT A VALID YYYYMM - POSTING REFUSED'
               STOP RUN
           END-IF.

      *A CLOSED PERIOD IS NEVER REPOSTED - ITS INTERFACE FILE HAS    *
      *GONE TO THE LEDGER. NO CONTROL RECORD MEANS NONE IS CLOSED.   *
       1150-CHECK-PERIOD.
           OPEN INPUT GLCTL-FILE.
           IF WS-GLCTL-STATUS NOT = '00' AND WS-GLCTL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PGLCTL.DAT - STATUS: '
                   WS-GLCTL-STATUS
               STOP RUN
           END-IF.
           READ GLCTL-FILE
               AT END
                   MOVE ZERO   TO GLC-CLOSED-THRU
                   MOVE ZERO   TO GLC-CLOSE-DATE
                   MOVE SPACES TO GLC-CLOSE-RUN-ID
                   MOVE ZERO   TO GLC-LAST-POSTED
                   MOVE SPACES TO GLC-LAST-POST-RUN-ID
           END-READ.
           IF GLC-CLOSED-THRU IS NUMERIC
               MOVE GLC-CLOSED-THRU TO GL-CLOSED-THRU
           ELSE
               MOVE ZERO TO GL-CLOSED-THRU
               MOVE ZERO TO GLC-CLOSED-THRU
           END-IF.
           MOVE GLCTL-REC TO GL-SAVE-CTL.
           CLOSE GLCTL-FILE.
           IF GL-PERIOD-N NOT > GL-CLOSED-THRU
               DISPLAY 'PERIOD ' GL-PERIOD-N ' IS CLOSED (CLOSED THRU '
                   GL-CLOSED-THRU ') - POSTING REFUSED'
               STOP RUN
           END-IF.
           MOVE GL-CLOSED-THRU TO GL-NEXT-PERIOD-N.
           IF GL-NEXT-MM = 12
               ADD 1 TO GL-NEXT-YY
               MOVE 1 TO GL-NEXT-MM
           ELSE
               ADD 1 TO GL-NEXT-MM
           END-IF.

       1200-LOAD-MAP.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PGLMAP.DAT - STATUS: '
                   WS-GLMAP-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-MAP.
           PERFORM UNTIL MP-MORE-MAP = 'NO'
               IF MP-CTR < 50
                   ADD 1 TO MP-CTR
                   MOVE GLM-FUNCTION TO MP-FUNCTION (MP-CTR)
                   MOVE GLM-TAX-JUR  TO MP-TAX-JUR (MP-CTR)
                   MOVE GLM-ACCOUNT  TO MP-ACCOUNT (MP-CTR)
                   MOVE GLM-DESC     TO MP-DESC (MP-CTR)
               ELSE
                   DISPLAY 'PGLMAP.DAT EXCEEDS 50 ROWS - '
                       'POSTING REFUSED'
                   STOP RUN
               END-IF
               PERFORM 1210-READ-MAP
           END-PERFORM.
           CLOSE GLMAP-FILE.

       1210-READ-MAP.
           READ GLMAP-FILE
               AT END
                   MOVE 'NO' TO MP-MORE-MAP.

      *EVERY FUNCTION ONCE, NO FUNCTION TWICE, NOTHING UNKNOWN AND   *
      *NO ROW WITHOUT AN ACCOUNT. ALL THE FAULTS ARE LISTED BEFORE   *
      *THE RUN IS REFUSED SO THE TABLE CAN BE FIXED IN ONE PASS.     *
       1250-CHECK-MAP.
           PERFORM VARYING MP-SUB2 FROM 1 BY 1
                   UNTIL MP-SUB2 > 9
               MOVE 0 TO MP-HITS
               PERFORM VARYING MP-SUB FROM 1 BY 1
                       UNTIL MP-SUB > MP-CTR
                   IF MP-FUNCTION (MP-SUB) = MP-REQ-FUNCTION (MP-SUB2)
                           AND MP-TAX-JUR (MP-SUB) = SPACES
                       ADD 1 TO MP-HITS
                   END-IF
               END-PERFORM
               IF MP-HITS = 0
                   DISPLAY 'PGLMAP.DAT HAS NO ROW FOR '
                       MP-REQ-FUNCTION (MP-SUB2)
                   ADD 1 TO MP-ERROR-CTR
               ELSE IF MP-HITS > 1
                   DISPLAY 'PGLMAP.DAT HAS MORE THAN ONE ROW FOR '
                       MP-REQ-FUNCTION (MP-SUB2)
                   ADD 1 TO MP-ERROR-CTR
               END-IF
           END-PERFORM.
           PERFORM VARYING MP-SUB FROM 1 BY 1
                   UNTIL MP-SUB > MP-CTR
               PERFORM 1260-CHECK-MAP-ROW
           END-PERFORM.
           IF MP-ERROR-CTR > 0
               DISPLAY 'PGLMAP.DAT HAS ' MP-ERROR-CTR
                   ' FAULT(S) - POSTING REFUSED'
               STOP RUN
           END-IF.

      *ONLY TAXPAY MAY CARRY A JURISDICTION, AND EACH JURISDICTION   *
      *ONLY ONCE; EVERY ROW NEEDS AN ACCOUNT.                        *
       1260-CHECK-MAP-ROW.
           MOVE 0 TO MP-FOUND-SUB.
           PERFORM VARYING MP-SUB2 FROM 1 BY 1
                   UNTIL MP-SUB2 > 9
               IF MP-FUNCTION (MP-SUB) = MP-REQ-FUNCTION (MP-SUB2)
                   MOVE MP-SUB2 TO MP-FOUND-SUB
               END-IF
           END-PERFORM.
           IF MP-FOUND-SUB = 0
               DISPLAY 'PGLMAP.DAT ROW ' MP-SUB ' HAS UNKNOWN FUNCTION '
                   MP-FUNCTION (MP-SUB)
               ADD 1 TO MP-ERROR-CTR
           ELSE IF MP-ACCOUNT (MP-SUB) = SPACES
               DISPLAY 'PGLMAP.DAT ROW ' MP-SUB ' HAS NO ACCOUNT'
               ADD 1 TO MP-ERROR-CTR
           ELSE IF MP-TAX-JUR (MP-SUB) NOT = SPACES
               IF MP-FUNCTION (MP-SUB) NOT = 'TAXPAY'
                   DISPLAY 'PGLMAP.DAT ROW ' MP-SUB
                       ' CARRIES A JURISDICTION ON '
                       MP-FUNCTION (MP-SUB)
                   ADD 1 TO MP-ERROR-CTR
               ELSE
                   PERFORM 1270-CHECK-JUR-DUPLICATE
               END-IF
           END-IF.

       1270-CHECK-JUR-DUPLICATE.
           MOVE 0 TO MP-HITS.
           PERFORM VARYING MP-SUB2 FROM 1 BY 1
                   UNTIL MP-SUB2 > MP-SUB
               IF MP-FUNCTION (MP-SUB2) = 'TAXPAY'
                       AND MP-TAX-JUR (MP-SUB2) = MP-TAX-JUR (MP-SUB)
                   ADD 1 TO MP-HITS
               END-IF
           END-PERFORM.
           IF MP-HITS > 1
               DISPLAY 'PGLMAP.DAT HAS MORE THAN ONE TAXPAY ROW FOR '
                   MP-TAX-JUR (MP-SUB)
               ADD 1 TO MP-ERROR-CTR
           END-IF.

      *PASS ONE OVER THE REGISTER - THE DEPOSIT AND FINAL ROWS A     *
      *BACKOUT REVERSAL MAY NEED TO LOOK BACK TO.                    *
       1300-LOAD-BILLED-ROWS.
           OPEN INPUT BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           PERFORM 9000-READ-BILL.
           PERFORM UNTIL MORE-BILLS = 'NO'
               IF BILL-IS-DEPOSIT OR BILL-IS-FINAL
                   IF BR-CTR < 2000
                       ADD 1 TO BR-CTR
                       MOVE BILL-EST-NO       TO BR-EST-NO (BR-CTR)
                       MOVE BILL-TYPE         TO BR-TYPE (BR-CTR)
                       MOVE BILL-EXTRACT-DATE TO BR-EXTR-DATE (BR-CTR)
                   ELSE
                       DISPLAY 'BILLREG.DAT EXCEEDS 2000 ENTRIES - '
                           'POSTING REFUSED'
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 9000-READ-BILL
           END-PERFORM.
           CLOSE BILLREG.
           MOVE 'YES' TO MORE-BILLS.

      *ONLY ROWS BELONGING TO THE PERIOD POST; THE REGISTER HOLDS    *
      *EVERY MONTH THE RECONCILIATION HAS NOT YET DROPPED.           *
       2000-MAINLINE.
           ADD 1 TO C-BILL-CTR.
           COMPUTE GL-EXTR-PERIOD = BILL-EXTRACT-DATE / 100.
           IF BILL-GL-PERIOD IS NUMERIC AND BILL-GL-PERIOD > ZERO
               MOVE BILL-GL-PERIOD TO GL-ROW-PERIOD
           ELSE
               MOVE GL-EXTR-PERIOD TO GL-ROW-PERIOD
           END-IF.
           IF GL-ROW-PERIOD = GL-PERIOD-N
               PERFORM 2100-POST-BILL-ROW
           END-IF.
           PERFORM 9000-READ-BILL.

       2100-POST-BILL-ROW.
           ADD 1 TO C-POSTED-CTR.
           STRING 'B' BILL-TYPE DELIMITED BY SIZE INTO GL-SOURCE
           END-STRING.
           MOVE BILL-EST-NO       TO GL-EST-NO.
           MOVE BILL-CUST-NO      TO GL-CUST-NO.
           MOVE BILL-EXTRACT-DATE TO GL-DOC-DATE.
           MOVE SPACES            TO GL-LINE-NOTE.
      *PRE-TYPE REGISTER ROWS CARRY SPACES FOR THE TAX - UNTAXED.    *
           IF BILL-TAX-AMT IS NUMERIC
               MOVE BILL-TAX-AMT TO GL-TAX-AMT
           ELSE
               MOVE ZERO TO GL-TAX-AMT
           END-IF.
           PERFORM 2110-ROW-LEDGER-FIELDS.
           MOVE GL-EXTR-PERIOD TO GL-ORIG-PERIOD.
           IF BILL-IS-CREDIT AND BILL-PRIOR-PERIOD-REVERSAL
               MOVE 'Y' TO GL-PPA-SW
               PERFORM 2120-FIND-REVERSED-ROW
           ELSE IF GL-ROW-PERIOD NOT = GL-EXTR-PERIOD
               MOVE 'Y' TO GL-PPA-SW
           ELSE
               MOVE 'N' TO GL-PPA-SW
           END-IF.
           IF GL-ROW-IS-PPA
               ADD 1 TO C-PPA-CTR
               IF GL-LINE-NOTE = SPACES
                   STRING 'PRIOR-PERIOD ADJ FOR ' GL-ORIG-PERIOD
                       DELIMITED BY SIZE INTO GL-LINE-NOTE
                   END-STRING
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN BILL-IS-DEPOSIT
                   PERFORM 2200-POST-DEPOSIT
               WHEN BILL-IS-FINAL
                   PERFORM 2300-POST-FINAL
               WHEN BILL-IS-CREDIT
                   PERFORM 2400-POST-CREDIT
               WHEN BILL-IS-DEBIT
                   PERFORM 2450-POST-DEBIT
               WHEN BILL-IS-WRITE-OFF
                   PERFORM 2500-POST-WRITE-OFF
      *A REGISTER ROW FROM BEFORE THE TYPE WAS CARRIED IS A WHOLE-JOB*
      *FINAL, AS COBRL09 TREATS IT.                                  *
               WHEN OTHER
                   MOVE 'BF' TO GL-SOURCE
                   PERFORM 2300-POST-FINAL
           END-EVALUATE.
           PERFORM 2600-ADD-TAX-SUMMARY.

      *ROWS WRITTEN BEFORE THE REGISTER CARRIED THE LEDGER FIELDS    *
      *HAVE NO JURISDICTION, PAINT SHARE OR DEPOSIT APPLIED. THE     *
      *JURISDICTION COMES FROM THE CUSTOMER MASTER; THE OTHER TWO    *
      *CANNOT BE RECOVERED AND GO AS ZERO.                           *
       2110-ROW-LEDGER-FIELDS.
           MOVE BILL-TAX-JUR TO GL-TAX-JUR.
           IF BILL-PAINT-AMT IS NUMERIC AND BILL-DEP-APPLIED IS NUMERIC
               MOVE 'N' TO GL-OLD-ROW-SW
               MOVE BILL-PAINT-AMT   TO GL-PAINT-AMT
               MOVE BILL-DEP-APPLIED TO GL-DEP-APPLIED
           ELSE
               MOVE 'Y' TO GL-OLD-ROW-SW
               MOVE SPACES TO GL-TAX-JUR
               MOVE ZERO TO GL-PAINT-AMT
               MOVE ZERO TO GL-DEP-APPLIED
           END-IF.
           IF GL-TAX-JUR = SPACES AND GL-TAX-AMT > ZERO
               MOVE BILL-CUST-NO TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-TAX-JUR TO GL-TAX-JUR
               END-READ
           END-IF.

      *THE ROW A PD/PF CREDIT REVERSES IS THE LATEST DEPOSIT (PD) OR *
      *FINAL (PF) OF THE ESTIMATE EXTRACTED BEFORE THE CREDIT - THE  *
      *SAME ROW THE BACKOUT (COBRL06) PICKED. ITS MONTH IS THE CLOSED*
      *PERIOD THE ADJUSTMENT IS FOR.                                 *
       2120-FIND-REVERSED-ROW.
           MOVE ZERO TO GL-ORIG-DATE.
           PERFORM VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > BR-CTR
               IF BR-EST-NO (BR-SUB) = BILL-EST-NO
                       AND BR-EXTR-DATE (BR-SUB) < BILL-EXTRACT-DATE
                       AND BR-EXTR-DATE (BR-SUB) > GL-ORIG-DATE
                   IF (BILL-REVERSES-DEPOSIT AND BR-TYPE (BR-SUB) = 'D')
                       OR (BILL-REVERSES-FINAL
                           AND BR-TYPE (BR-SUB) = 'F')
                       MOVE BR-EXTR-DATE (BR-SUB) TO GL-ORIG-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF GL-ORIG-DATE > ZERO
               COMPUTE GL-ORIG-PERIOD = GL-ORIG-DATE / 100
           ELSE
               ADD 1 TO C-XCP-CTR
               MOVE 'REVERSED ROW NOT ON REGISTER' TO GL-LINE-NOTE
           END-IF.

      *DR RECEIVABLES FOR WHAT WAS BILLED; CR THE DEPOSIT LIABILITY  *
      *UNTIL THE FINAL EARNS IT, AND CR THE TAX COLLECTED.           *
       2200-POST-DEPOSIT.
           MOVE 'AR'     TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT.
           PERFORM 2800-WRITE-LINE.
           MOVE 'DEPOSIT' TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           MOVE BILL-TOTAL TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           PERFORM 2700-POST-TAX-CREDIT.

      *THE FINAL BILLS THE JOB LESS ITS DEPOSIT, SO THE REVENUE IS   *
      *THE ROW PLUS THE DEPOSIT APPLIED: DR RECEIVABLES FOR THE ROW, *
      *DR THE DEPOSIT LIABILITY IT RELIEVES, CR PAINT REVENUE FOR    *
      *THE PAINT SHARE AND LABOR REVENUE FOR THE REST, CR THE TAX.   *
       2300-POST-FINAL.
           COMPUTE GL-REVENUE = BILL-TOTAL + GL-DEP-APPLIED.
           IF GL-PAINT-AMT > GL-REVENUE
               MOVE GL-REVENUE TO GL-PAINT-AMT
           END-IF.
           COMPUTE GL-LABOR-AMT = GL-REVENUE - GL-PAINT-AMT.
           MOVE 'AR'     TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT.
           PERFORM 2800-WRITE-LINE.
           MOVE 'DEPOSIT' TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           MOVE GL-DEP-APPLIED TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           MOVE 'PAINTREV' TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           MOVE GL-PAINT-AMT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           IF GL-OLD-ROW
               ADD 1 TO C-XCP-CTR
               MOVE 'NO PAINT SPLIT - ALL TO LABOR' TO GL-LINE-NOTE
           END-IF.
           MOVE 'LABORREV' TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           MOVE GL-LABOR-AMT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           PERFORM 2700-POST-TAX-CREDIT.

      *A CREDIT MEMO REVERSES SALES AND THE TAX ON THEM. WHAT A      *
      *CANCELLATION TOOK OUT OF A DEPOSIT NOT YET EARNED (BILL-DEP-  *
      *APPLIED) COMES OFF THE DEPOSIT LIABILITY INSTEAD OF SALES. A  *
      *BACKOUT REVERSAL POSTS THE EXACT OPPOSITE OF THE ROW IT       *
      *CANCELS.                                                      *
       2400-POST-CREDIT.
           IF BILL-REVERSES-DEPOSIT
               PERFORM 2410-REVERSE-DEPOSIT
           ELSE IF BILL-REVERSES-FINAL
               PERFORM 2420-REVERSE-FINAL
           ELSE
               IF GL-DEP-APPLIED > BILL-TOTAL
                   MOVE BILL-TOTAL TO GL-DEP-APPLIED
               END-IF
               MOVE 'DEPOSIT' TO GL-FUNCTION
               MOVE 'D'      TO GL-DR-CR
               MOVE GL-DEP-APPLIED TO GL-AMOUNT
               PERFORM 2800-WRITE-LINE
               MOVE 'CREDITS' TO GL-FUNCTION
               MOVE 'D'      TO GL-DR-CR
               COMPUTE GL-AMOUNT = BILL-TOTAL - GL-DEP-APPLIED
               PERFORM 2800-WRITE-LINE
               PERFORM 2750-POST-TAX-DEBIT
               MOVE 'AR'     TO GL-FUNCTION
               MOVE 'C'      TO GL-DR-CR
               COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT
               PERFORM 2800-WRITE-LINE
           END-IF.

      *2200 TURNED AROUND: DR THE DEPOSIT LIABILITY AND THE TAX, CR  *
      *RECEIVABLES.                                                  *
       2410-REVERSE-DEPOSIT.
           MOVE 'DEPOSIT' TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           MOVE BILL-TOTAL TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           PERFORM 2750-POST-TAX-DEBIT.
           MOVE 'AR'     TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT.
           PERFORM 2800-WRITE-LINE.

      *2300 TURNED AROUND: DR PAINT AND LABOR REVENUE, CR THE        *
      *DEPOSIT LIABILITY THE FINAL RELIEVED, DR THE TAX, CR          *
      *RECEIVABLES.                                                  *
       2420-REVERSE-FINAL.
           COMPUTE GL-REVENUE = BILL-TOTAL + GL-DEP-APPLIED.
           IF GL-PAINT-AMT > GL-REVENUE
               MOVE GL-REVENUE TO GL-PAINT-AMT
           END-IF.
           COMPUTE GL-LABOR-AMT = GL-REVENUE - GL-PAINT-AMT.
           MOVE 'PAINTREV' TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           MOVE GL-PAINT-AMT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           IF GL-OLD-ROW
               ADD 1 TO C-XCP-CTR
               MOVE 'NO PAINT SPLIT - ALL TO LABOR' TO GL-LINE-NOTE
           END-IF.
           MOVE 'LABORREV' TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           MOVE GL-LABOR-AMT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           MOVE 'DEPOSIT' TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           MOVE GL-DEP-APPLIED TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           PERFORM 2750-POST-TAX-DEBIT.
           MOVE 'AR'     TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT.
           PERFORM 2800-WRITE-LINE.

      *A DEBIT MEMO BILLS MORE - RECEIVABLES UP, REVENUE AND TAX UP. *
       2450-POST-DEBIT.
           MOVE 'AR'     TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT.
           PERFORM 2800-WRITE-LINE.
           MOVE 'DEBITS' TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           MOVE BILL-TOTAL TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           PERFORM 2700-POST-TAX-CREDIT.

      *A WRITE-OFF CHARGES THE UNCOLLECTED SALE TO BAD DEBT AND TAKES*
      *THE TAX ON IT BACK OFF THE LIABILITY.                         *
       2500-POST-WRITE-OFF.
           MOVE 'WRITEOFF' TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           MOVE BILL-TOTAL TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.
           PERFORM 2750-POST-TAX-DEBIT.
           MOVE 'AR'     TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           COMPUTE GL-AMOUNT = BILL-TOTAL + GL-TAX-AMT.
           PERFORM 2800-WRITE-LINE.

       2600-ADD-TAX-SUMMARY.
           PERFORM 2650-FIND-JURISDICTION.
           IF BILL-REDUCES-BALANCE
               ADD BILL-TOTAL TO TJ-SALES-CRED (TJ-FOUND-SUB)
               ADD GL-TAX-AMT TO TJ-TAX-CRED (TJ-FOUND-SUB)
           ELSE
               ADD BILL-TOTAL TO TJ-SALES-BILLED (TJ-FOUND-SUB)
               ADD GL-TAX-AMT TO TJ-TAX-BILLED (TJ-FOUND-SUB)
           END-IF.

       2650-FIND-JURISDICTION.
           MOVE 0 TO TJ-FOUND-SUB.
           PERFORM VARYING TJ-SUB FROM 1 BY 1
                   UNTIL TJ-SUB > TJ-CTR
               IF TJ-TAX-JUR (TJ-SUB) = GL-TAX-JUR
                   MOVE TJ-SUB TO TJ-FOUND-SUB
               END-IF
           END-PERFORM.
           IF TJ-FOUND-SUB = 0
               IF TJ-CTR < 50
                   ADD 1 TO TJ-CTR
                   MOVE TJ-CTR     TO TJ-FOUND-SUB
                   MOVE GL-TAX-JUR TO TJ-TAX-JUR (TJ-CTR)
                   MOVE 'TAXPAY'   TO GL-FUNCTION
                   MOVE ZERO       TO GL-AMOUNT
                   PERFORM 2850-FIND-ACCOUNT
                   MOVE MP-ACCOUNT (MP-FOUND-SUB)
                                   TO TJ-ACCOUNT (TJ-CTR)
                   MOVE ZERO TO TJ-SALES-BILLED (TJ-CTR)
                   MOVE ZERO TO TJ-SALES-CRED (TJ-CTR)
                   MOVE ZERO TO TJ-TAX-BILLED (TJ-CTR)
                   MOVE ZERO TO TJ-TAX-CRED (TJ-CTR)
               ELSE
                   DISPLAY 'MORE THAN 50 TAX JURISDICTIONS - '
                       'POSTING REFUSED'
                   STOP RUN
               END-IF
           END-IF.

       2700-POST-TAX-CREDIT.
           MOVE 'TAXPAY' TO GL-FUNCTION.
           MOVE 'C'      TO GL-DR-CR.
           MOVE GL-TAX-AMT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.

       2750-POST-TAX-DEBIT.
           MOVE 'TAXPAY' TO GL-FUNCTION.
           MOVE 'D'      TO GL-DR-CR.
           MOVE GL-TAX-AMT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LINE.

      *A ZERO LINE IS NOT WRITTEN - A DEPOSIT-FREE FINAL HAS NO      *
      *DEPOSIT LINE, AN UNTAXED ROW NO TAX LINE.                     *
       2800-WRITE-LINE.
           IF GL-AMOUNT > ZERO
               PERFORM 2850-FIND-ACCOUNT
               ADD 1 TO C-LINE-CTR
               MOVE GL-PERIOD-N     TO GLI-PERIOD
               MOVE WS-AS-OF-DATE-N TO GLI-POST-DATE
               MOVE WS-RUN-ID       TO GLI-RUN-ID
               MOVE C-LINE-CTR      TO GLI-LINE-NO
               MOVE MP-ACCOUNT (MP-FOUND-SUB) TO GLI-ACCOUNT
               MOVE GL-DR-CR        TO GLI-DR-CR
               MOVE GL-AMOUNT       TO GLI-AMOUNT
               MOVE GL-SOURCE       TO GLI-SOURCE
               MOVE GL-EST-NO       TO GLI-EST-NO
               MOVE GL-CUST-NO      TO GLI-CUST-NO
               MOVE GL-TAX-JUR      TO GLI-TAX-JUR
               MOVE GL-DOC-DATE     TO GLI-DOC-DATE
               MOVE GL-PPA-SW       TO GLI-PPA-SW
               MOVE GL-ORIG-PERIOD  TO GLI-ORIG-PERIOD
               MOVE MP-DESC (MP-FOUND-SUB) TO GLI-DESC
               WRITE GLINTF-REC
               PERFORM 2870-ADD-ACCOUNT-TOTAL
               PERFORM 2900-PRINT-LINE
           END-IF.

      *THE MAP IS CHECKED AT INIT, SO EVERY FUNCTION IS FOUND. TAX   *
      *GOES TO THE JURISDICTION'S OWN PAYABLE ACCOUNT, OR TO THE     *
      *DEFAULT ONE WHEN THE TABLE HAS NO ROW FOR IT.                 *
       2850-FIND-ACCOUNT.
           MOVE 0 TO MP-FOUND-SUB.
           IF GL-FUNCTION = 'TAXPAY' AND GL-TAX-JUR NOT = SPACES
               PERFORM VARYING MP-SUB FROM 1 BY 1
                       UNTIL MP-SUB > MP-CTR
                   IF MP-FUNCTION (MP-SUB) = 'TAXPAY'
                           AND MP-TAX-JUR (MP-SUB) = GL-TAX-JUR
                       MOVE MP-SUB TO MP-FOUND-SUB
                   END-IF
               END-PERFORM
               IF MP-FOUND-SUB = 0 AND GL-AMOUNT > ZERO
                   ADD 1 TO C-XCP-CTR
                   MOVE 'NO TAXPAY ROW - DEFAULT ACCOUNT'
                       TO GL-LINE-NOTE
               END-IF
           END-IF.
           IF MP-FOUND-SUB = 0
               PERFORM VARYING MP-SUB FROM 1 BY 1
                       UNTIL MP-SUB > MP-CTR
                   IF MP-FUNCTION (MP-SUB) = GL-FUNCTION
                           AND MP-TAX-JUR (MP-SUB) = SPACES
                       MOVE MP-SUB TO MP-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2870-ADD-ACCOUNT-TOTAL.
           MOVE 0 TO AC-FOUND-SUB.
           PERFORM VARYING AC-SUB FROM 1 BY 1
                   UNTIL AC-SUB > AC-CTR
               IF AC-ACCOUNT (AC-SUB) = MP-ACCOUNT (MP-FOUND-SUB)
                   MOVE AC-SUB TO AC-FOUND-SUB
               END-IF
           END-PERFORM.
           IF AC-FOUND-SUB = 0
               ADD 1 TO AC-CTR
               MOVE AC-CTR TO AC-FOUND-SUB
               MOVE MP-ACCOUNT (MP-FOUND-SUB) TO AC-ACCOUNT (AC-CTR)
               MOVE MP-DESC (MP-FOUND-SUB)    TO AC-DESC (AC-CTR)
               MOVE ZERO TO AC-DEBITS (AC-CTR)
               MOVE ZERO TO AC-CREDITS (AC-CTR)
           END-IF.
           IF GLI-IS-DEBIT
               ADD GL-AMOUNT TO AC-DEBITS (AC-FOUND-SUB)
               ADD GL-AMOUNT TO GL-TOTAL-DEBITS
           ELSE
               ADD GL-AMOUNT TO AC-CREDITS (AC-FOUND-SUB)
               ADD GL-AMOUNT TO GL-TOTAL-CREDITS
           END-IF.

      *A NOTE PRINTS ON THE FIRST LINE IT APPLIES TO AND IS CLEARED. *
       2900-PRINT-LINE.
           MOVE GL-SOURCE   TO O-SOURCE.
           MOVE GL-EST-NO   TO O-EST-NO.
           MOVE GL-CUST-NO  TO O-CUST-NO.
           MOVE GL-DOC-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-MM  TO O-DOC-MM.
           MOVE WS-EDIT-DD  TO O-DOC-DD.
           MOVE WS-EDIT-YY  TO O-DOC-YY.
           MOVE GLI-ACCOUNT TO O-ACCOUNT.
           MOVE GLI-DESC    TO O-ACCT-DESC.
           IF GLI-IS-DEBIT
               MOVE GL-AMOUNT TO O-DEBIT
               MOVE ZERO      TO O-CREDIT
           ELSE
               MOVE ZERO      TO O-DEBIT
               MOVE GL-AMOUNT TO O-CREDIT
           END-IF.
           MOVE GL-LINE-NOTE TO O-NOTE.
           MOVE SPACES TO GL-LINE-NOTE.
           WRITE PRTLINE FROM PRT-JRNL-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           CLOSE BILLREG.
           PERFORM 3100-POST-CASH.
           PERFORM 3200-SORT-ACCOUNTS.
           PERFORM 3300-PRINT-ACCOUNTS.
           PERFORM 3400-PRINT-TAX-SUMMARY.
           PERFORM 3500-CLOSE-PERIOD.
           PERFORM 3600-PRINT-CONTROLS.
           CLOSE CUSTOMER-MASTER
                 GLINTF-FILE
                 GLRPT
                 TAXRPT.

      *CASH AR REPORTS PAID IN THE PERIOD - DR CASH, CR RECEIVABLES. *
      *A RETURN ROW WITH NO PAY DATE IS AN INVOICE NOT YET PAID.     *
       3100-POST-CASH.
           OPEN INPUT ARRETURN.
           IF WS-ARR-STATUS NOT = '00' AND WS-ARR-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARRETURN.DAT - STATUS: '
                   WS-ARR-STATUS
               STOP RUN
           END-IF.
           PERFORM 3110-READ-RETURN.
           PERFORM UNTIL WS-ARR-STATUS NOT = '00'
               IF ARR-PAY-DATE IS NUMERIC AND ARR-PAY-AMT IS NUMERIC
                   COMPUTE GL-EXTR-PERIOD = ARR-PAY-DATE / 100
                   IF GL-EXTR-PERIOD = GL-PERIOD-N
                       PERFORM 3120-POST-ONE-PAYMENT
                   END-IF
               END-IF
               PERFORM 3110-READ-RETURN
           END-PERFORM.
           CLOSE ARRETURN.

       3110-READ-RETURN.
           READ ARRETURN
               AT END
                   MOVE '10' TO WS-ARR-STATUS.

       3120-POST-ONE-PAYMENT.
           IF ARR-PAY-AMT > ZERO
               ADD 1 TO C-CASH-CTR
               MOVE 'CR'         TO GL-SOURCE
               MOVE ARR-EST-NO   TO GL-EST-NO
               MOVE SPACES       TO GL-CUST-NO
               MOVE SPACES       TO GL-TAX-JUR
               MOVE ARR-PAY-DATE TO GL-DOC-DATE
               MOVE 'N'          TO GL-PPA-SW
               MOVE GL-EXTR-PERIOD TO GL-ORIG-PERIOD
               MOVE SPACES       TO GL-LINE-NOTE
               MOVE 'CASH'       TO GL-FUNCTION
               MOVE 'D'          TO GL-DR-CR
               MOVE ARR-PAY-AMT  TO GL-AMOUNT
               PERFORM 2800-WRITE-LINE
               MOVE 'AR'         TO GL-FUNCTION
               MOVE 'C'          TO GL-DR-CR
               MOVE ARR-PAY-AMT  TO GL-AMOUNT
               PERFORM 2800-WRITE-LINE
           END-IF.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE.          *
       3200-SORT-ACCOUNTS.
           PERFORM VARYING AC-SUB FROM 1 BY 1
                   UNTIL AC-SUB >= AC-CTR
               COMPUTE AC-BOTTOM = AC-CTR - AC-SUB
               PERFORM VARYING AC-SUB2 FROM 1 BY 1
                       UNTIL AC-SUB2 > AC-BOTTOM
                   IF AC-ACCOUNT (AC-SUB2) > AC-ACCOUNT (AC-SUB2 + 1)
                       MOVE AC-ENTRY (AC-SUB2)
                           TO AC-TEMP-ENTRY
                       MOVE AC-ENTRY (AC-SUB2 + 1)
                           TO AC-ENTRY (AC-SUB2)
                       MOVE AC-TEMP-ENTRY
                           TO AC-ENTRY (AC-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *THE JOURNAL MUST BALANCE - EVERY SOURCE ROW POSTS BOTH SIDES, *
      *SO A DIFFERENCE HERE MEANS A BAD ROW AND THE PERIOD STAYS     *
      *OPEN.                                                         *
       3300-PRINT-ACCOUNTS.
           MOVE 'A' TO GL-REPORT-SW.
           PERFORM 9100-HEADINGS.
           PERFORM VARYING AC-SUB FROM 1 BY 1
                   UNTIL AC-SUB > AC-CTR
               MOVE AC-ACCOUNT (AC-SUB) TO O-AC-ACCOUNT
               MOVE AC-DESC (AC-SUB)    TO O-AC-DESC
               MOVE AC-DEBITS (AC-SUB)  TO O-AC-DEBITS
               MOVE AC-CREDITS (AC-SUB) TO O-AC-CREDITS
               COMPUTE AC-NET = AC-DEBITS (AC-SUB) - AC-CREDITS (AC-SUB)
               MOVE AC-NET              TO O-AC-NET
               WRITE PRTLINE FROM PRT-ACCT-DETAIL
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.
           COMPUTE GL-DIFFERENCE = GL-TOTAL-DEBITS - GL-TOTAL-CREDITS.
           MOVE GL-TOTAL-DEBITS  TO O-TOT-DEBITS.
           MOVE GL-TOTAL-CREDITS TO O-TOT-CREDITS.
           MOVE GL-DIFFERENCE    TO O-TOT-DIFF.
           WRITE PRTLINE FROM PRT-ACCT-TOTAL
               AFTER ADVANCING 2 LINES.
           IF GL-DIFFERENCE = ZERO
               MOVE 'Y' TO GL-BALANCED-SW
               MOVE 'JOURNAL IN BALANCE - DEBITS EQUAL CREDITS'
                   TO O-CTL-RESULT
           ELSE
               MOVE 'N' TO GL-BALANCED-SW
               MOVE '*** JOURNAL OUT OF BALANCE ***' TO O-CTL-RESULT
           END-IF.
           WRITE PRTLINE FROM PRT-CONTROL-RESULT
               AFTER ADVANCING 1 LINES.

       3400-PRINT-TAX-SUMMARY.
           PERFORM 9200-TAX-HEADINGS.
           PERFORM VARYING TJ-SUB FROM 1 BY 1
                   UNTIL TJ-SUB > TJ-CTR
               IF TJ-TAX-JUR (TJ-SUB) = SPACES
                   MOVE 'NONE' TO O-TJ-JUR
               ELSE
                   MOVE TJ-TAX-JUR (TJ-SUB) TO O-TJ-JUR
               END-IF
               MOVE TJ-ACCOUNT (TJ-SUB)      TO O-TJ-ACCOUNT
               MOVE TJ-SALES-BILLED (TJ-SUB) TO O-TJ-SALES-BILLED
               MOVE TJ-SALES-CRED (TJ-SUB)   TO O-TJ-SALES-CRED
               COMPUTE TJ-NET-SALES =
                   TJ-SALES-BILLED (TJ-SUB) - TJ-SALES-CRED (TJ-SUB)
               MOVE TJ-NET-SALES             TO O-TJ-NET-SALES
               MOVE TJ-TAX-BILLED (TJ-SUB)   TO O-TJ-TAX-BILLED
               MOVE TJ-TAX-CRED (TJ-SUB)     TO O-TJ-TAX-CRED
               COMPUTE TJ-NET-TAX =
                   TJ-TAX-BILLED (TJ-SUB) - TJ-TAX-CRED (TJ-SUB)
               MOVE TJ-NET-TAX               TO O-TJ-NET-TAX
               ADD TJ-SALES-BILLED (TJ-SUB)  TO TJ-TOT-SALES-BILLED
               ADD TJ-SALES-CRED (TJ-SUB)    TO TJ-TOT-SALES-CRED
               ADD TJ-TAX-BILLED (TJ-SUB)    TO TJ-TOT-TAX-BILLED
               ADD TJ-TAX-CRED (TJ-SUB)      TO TJ-TOT-TAX-CRED
               WRITE TAXLINE FROM PRT-TAX-DETAIL
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-TAX-HEADINGS
               END-WRITE
           END-PERFORM.
           MOVE 'TOTAL'              TO O-TJ-JUR.
           MOVE SPACES               TO O-TJ-ACCOUNT.
           MOVE TJ-TOT-SALES-BILLED  TO O-TJ-SALES-BILLED.
           MOVE TJ-TOT-SALES-CRED    TO O-TJ-SALES-CRED.
           COMPUTE TJ-NET-SALES =
               TJ-TOT-SALES-BILLED - TJ-TOT-SALES-CRED.
           MOVE TJ-NET-SALES         TO O-TJ-NET-SALES.
           MOVE TJ-TOT-TAX-BILLED    TO O-TJ-TAX-BILLED.
           MOVE TJ-TOT-TAX-CRED      TO O-TJ-TAX-CRED.
           COMPUTE TJ-NET-TAX = TJ-TOT-TAX-BILLED - TJ-TOT-TAX-CRED.
           MOVE TJ-NET-TAX           TO O-TJ-NET-TAX.
           WRITE TAXLINE FROM PRT-TAX-DETAIL
               AFTER ADVANCING 2 LINES.

      *PERIODS CLOSE IN ORDER AND ONLY ONCE THE MONTH IS OVER AND    *
      *ITS JOURNAL BALANCES. EVERY RUN RECORDS WHAT IT POSTED.       *
       3500-CLOSE-PERIOD.
           MOVE GL-SAVE-CTL TO GLCTL-REC.
           IF GL-CLOSE-REQUESTED
               IF NOT GL-IN-BALANCE
                   MOVE 'PERIOD NOT CLOSED - JOURNAL OUT OF BALANCE'
                       TO GL-CLOSE-MSG
               ELSE IF GL-CLOSED-THRU > ZERO
                       AND GL-PERIOD-N NOT = GL-NEXT-PERIOD-N
                   STRING 'PERIOD NOT CLOSED - ' GL-NEXT-PERIOD-N
                           ' MUST CLOSE FIRST'
                       DELIMITED BY SIZE INTO GL-CLOSE-MSG
                   END-STRING
               ELSE IF GL-PERIOD-N NOT < GL-AS-OF-PERIOD
                   MOVE 'PERIOD NOT CLOSED - THE MONTH IS NOT OVER'
                       TO GL-CLOSE-MSG
               ELSE
                   MOVE GL-PERIOD-N TO GLC-CLOSED-THRU
                   MOVE PRT-DATE    TO GLC-CLOSE-DATE
                   MOVE WS-RUN-ID   TO GLC-CLOSE-RUN-ID
                   STRING 'PERIOD ' GL-PERIOD-N ' CLOSED - BILLING '
                           'DATED IN IT IS NOW LOCKED'
                       DELIMITED BY SIZE INTO GL-CLOSE-MSG
                   END-STRING
               END-IF
           ELSE
               MOVE 'PERIOD POSTED - NOT CLOSED' TO GL-CLOSE-MSG
           END-IF.
           MOVE GL-PERIOD-N TO GLC-LAST-POSTED.
           MOVE WS-RUN-ID   TO GLC-LAST-POST-RUN-ID.
           OPEN OUTPUT GLCTL-FILE.
           IF WS-GLCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PGLCTL.DAT - STATUS: '
                   WS-GLCTL-STATUS
               STOP RUN
           END-IF.
           WRITE GLCTL-REC.
           CLOSE GLCTL-FILE.
           DISPLAY GL-CLOSE-MSG.

       3600-PRINT-CONTROLS.
           MOVE 'REGISTER ROWS READ:' TO O-CTL-LABEL.
           MOVE C-BILL-CTR TO O-CTL-CTR.
           WRITE PRTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 3 LINES.
           MOVE 'REGISTER ROWS POSTED:' TO O-CTL-LABEL.
           MOVE C-POSTED-CTR TO O-CTL-CTR.
           WRITE PRTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE '  PRIOR-PERIOD ADJUSTMENTS:' TO O-CTL-LABEL.
           MOVE C-PPA-CTR TO O-CTL-CTR.
           WRITE PRTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'PAYMENTS POSTED:' TO O-CTL-LABEL.
           MOVE C-CASH-CTR TO O-CTL-CTR.
           WRITE PRTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'INTERFACE LINES WRITTEN:' TO O-CTL-LABEL.
           MOVE C-LINE-CTR TO O-CTL-CTR.
           WRITE PRTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE 'LINES NOTED AS EXCEPTIONS:' TO O-CTL-LABEL.
           MOVE C-XCP-CTR TO O-CTL-CTR.
           WRITE PRTLINE FROM PRT-CONTROL-CTR
               AFTER ADVANCING 1 LINES.
           MOVE GL-CLOSE-MSG TO O-CTL-RESULT.
           WRITE PRTLINE FROM PRT-CONTROL-RESULT
               AFTER ADVANCING 2 LINES.

       9000-READ-BILL.
           READ BILLREG
               AT END
                   MOVE 'NO' TO MORE-BILLS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'LEWIS''S GL POSTING' TO O-TITLE.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PRT-PERIOD-HEAD
               AFTER ADVANCING 1 LINES.
           IF GL-IN-REGISTER
               WRITE PRTLINE FROM PRTCOL-1
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'ACCOUNT TOTALS' TO O-SECTION
               WRITE PRTLINE FROM PRT-SECTION-HEAD
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM PRTCOL-2
                   AFTER ADVANCING 1 LINES
           END-IF.

       9200-TAX-HEADINGS.
           ADD 1 TO C-TAX-PCTR.
           MOVE C-TAX-PCTR TO O-PCTR.
           MOVE 'LEWIS''S SALES TAX LIABILITY' TO O-TITLE.
           WRITE TAXLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE TAXLINE FROM PRT-TAX-HEAD
               AFTER ADVANCING 1 LINES.
           WRITE TAXLINE FROM PRTCOL-TAX
               AFTER ADVANCING 2 LINES.
