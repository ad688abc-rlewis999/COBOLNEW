      *****************************************************
      *  CPGLCTL.CPY                                     *
      *  GENERAL LEDGER PERIOD CONTROL RECORD - PGLCTL.DAT*
      *  ONE RECORD. GLC-CLOSED-THRU IS THE LAST LEDGER  *
      *  PERIOD (YYYYMM) CLOSED BY THE GL POSTING RUN    *
      *  (COBRL35); ZERO MEANS NONE HAS BEEN. BILLING    *
      *  DATED IN A CLOSED PERIOD IS LOCKED - COBRL01,   *
      *  COBRL23 AND COBRL06 REFUSE TO CHANGE IT UNLESS  *
      *  PGLPPA.PRM (CPGLPPA.CPY) AUTHORIZES A PRIOR-    *
      *  PERIOD ADJUSTMENT. PERIODS CLOSE IN ORDER, ONE  *
      *  AT A TIME.                                      *
      *****************************************************
       01  GLCTL-REC.
           05  GLC-CLOSED-THRU          PIC 9(6).
           05  GLC-CLOSE-DATE           PIC 9(8).
           05  GLC-CLOSE-RUN-ID         PIC X(14).
           05  GLC-LAST-POSTED          PIC 9(6).
           05  GLC-LAST-POST-RUN-ID     PIC X(14).
