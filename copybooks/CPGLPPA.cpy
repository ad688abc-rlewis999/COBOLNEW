      *****************************************************
      *  CPGLPPA.CPY                                     *
      *  PRIOR-PERIOD ADJUSTMENT AUTHORIZATION -         *
      *  PGLPPA.PRM. NAMES ONE CLOSED LEDGER PERIOD      *
      *  (YYYYMM) THAT A BILLING RUN (COBRL01), AN       *
      *  ADJUSTMENT RUN (COBRL23) OR A BACKOUT (COBRL06) *
      *  MAY CHANGE, WITH THE BOOKKEEPER WHO SIGNED IT   *
      *  OFF AND THEIR REFERENCE. BILLING ROWS WRITTEN   *
      *  UNDER IT CARRY THE OPEN PERIOD IN BILL-GL-PERIOD*
      *  SO THE GL POSTING RUN BOOKS THEM THERE AS PRIOR-*
      *  PERIOD ADJUSTMENTS. AN EMPTY OR MISSING FILE,   *
      *  OR ONE WITH NO APPROVER, AUTHORIZES NOTHING.    *
      *  CLEAR IT ONCE THE ADJUSTMENT HAS BEEN RUN.      *
      *****************************************************
       01  PPA-REC.
           05  PPA-PERIOD               PIC 9(6).
           05  PPA-APPROVER             PIC X(8).
           05  PPA-REFERENCE            PIC X(12).
