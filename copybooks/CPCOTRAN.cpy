      *****************************************************
      *  CPCOTRAN.CPY                                    *
      *  CHANGE-ORDER TRANSACTION RECORD - PCHGTRAN.DAT  *
      *  ONE ROW PER SIGNED CHANGE ORDER AGAINST A JOB   *
      *  WHOSE CONTRACT PRICE IS ALREADY FROZEN. EACH    *
      *  ORDER ADDS ONE SURFACE LINE OR REMOVES ONE.     *
      *  APPLIED BY COBRL22, WHICH PRICES ONLY THE LINE  *
      *  ADDED OR DROPPED AND NUMBERS THE ORDER.         *
      *****************************************************
       01  COTRAN-REC.
           05  COTRAN-EST-NO               PIC X(4).
           05  COTRAN-ACTION               PIC X.
               88  COTRAN-IS-ADD               VALUE 'A'.
               88  COTRAN-IS-REMOVE            VALUE 'R'.
      *THE LINE ITSELF - A REMOVE MUST MATCH A LINE ON THE ESTIMATE  *
      *EXACTLY (TYPE, SQ FT AND COATS).                              *
           05  COTRAN-SURFACE-TYPE         PIC X(10).
           05  COTRAN-SURFACE-SQ-FT        PIC 9(5).
           05  COTRAN-SURFACE-COATS        PIC 9.
      *WHO SIGNED THE ORDER FOR THE CUSTOMER, CARRIED TO THE TRAIL.  *
           05  COTRAN-SIGNED-BY            PIC X(20).
