      *****************************************************
      *  CPGLINTF.CPY                                    *
      *  GENERAL LEDGER INTERFACE RECORD - PGLINTF.DAT   *
      *  ONE DEBIT OR CREDIT LINE PER RECORD, WRITTEN BY *
      *  THE GL POSTING RUN (COBRL35) FOR ONE LEDGER     *
      *  PERIOD. THE LINES OF EACH SOURCE ROW - A BILLING*
      *  REGISTER ROW OR AN ARRETURN PAYMENT - BALANCE   *
      *  AMONG THEMSELVES, SO THE FILE BALANCES AS A     *
      *  WHOLE. A PRIOR-PERIOD ADJUSTMENT CARRIES 'Y' IN *
      *  GLI-PPA-SW AND THE CLOSED PERIOD IT CORRECTS.   *
      *****************************************************
       01  GLINTF-REC.
           05  GLI-PERIOD               PIC 9(6).
           05  GLI-POST-DATE            PIC 9(8).
           05  GLI-RUN-ID               PIC X(14).
           05  GLI-LINE-NO              PIC 9(5).
           05  GLI-ACCOUNT              PIC X(10).
           05  GLI-DR-CR                PIC X.
               88  GLI-IS-DEBIT             VALUE 'D'.
               88  GLI-IS-CREDIT            VALUE 'C'.
           05  GLI-AMOUNT               PIC 9(9)V99.
      *SOURCE - B PLUS THE BILL-TYPE FOR A REGISTER ROW (BD, BF, BC, *
      *BM, BW), CR FOR CASH.                                         *
           05  GLI-SOURCE               PIC X(2).
           05  GLI-EST-NO               PIC X(4).
           05  GLI-CUST-NO              PIC X(5).
           05  GLI-TAX-JUR              PIC X(4).
           05  GLI-DOC-DATE             PIC 9(8).
           05  GLI-PPA-SW               PIC X.
           05  GLI-ORIG-PERIOD          PIC 9(6).
           05  GLI-DESC                 PIC X(25).
