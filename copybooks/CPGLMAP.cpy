      *****************************************************
      *  CPGLMAP.CPY                                     *
      *  GL ACCOUNT MAPPING TABLE - PGLMAP.DAT           *
      *  ONE ROW PER POSTING FUNCTION, NAMING THE LEDGER *
      *  ACCOUNT THE GL POSTING RUN (COBRL35) BOOKS IT   *
      *  TO. MAINTAINED BY THE BOOKKEEPER ALONGSIDE      *
      *  RATETBL.DAT AND TAXRATE.DAT; THE RUN REFUSES TO *
      *  POST IF A FUNCTION IS MISSING OR DOUBLED.       *
      *    AR       ACCOUNTS RECEIVABLE                  *
      *    CASH     CASH RECEIVED ON ARRETURN.DAT        *
      *    DEPOSIT  CUSTOMER-DEPOSIT LIABILITY           *
      *    PAINTREV PAINT REVENUE                        *
      *    LABORREV LABOR REVENUE                        *
      *    TAXPAY   SALES TAX PAYABLE - ONE ROW PER      *
      *             JURISDICTION IN GLM-TAX-JUR, PLUS    *
      *             ONE WITH SPACES FOR ANY JURISDICTION *
      *             NOT LISTED                           *
      *    CREDITS  SALES RETURNS AND ALLOWANCES (C)     *
      *    DEBITS   OTHER BILLED REVENUE (M)             *
      *    WRITEOFF BAD DEBT EXPENSE (W)                 *
      *****************************************************
       01  GLMAP-REC.
           05  GLM-FUNCTION             PIC X(8).
           05  GLM-TAX-JUR              PIC X(4).
           05  GLM-ACCOUNT              PIC X(10).
           05  GLM-DESC                 PIC X(25).
