      *****************************************************
      *  CPSREP.CPY                                      *
      *  SALESPERSON MASTER RECORD - SREPMAST.DAT        *
      *  INDEXED ON SREP-CODE. ONE RECORD PER SALES REP, *
      *  CARRYING THE COMMISSION RATE AND THE PAYROLL    *
      *  EMPLOYEE NUMBER THE COMMISSION IS PAID UNDER.   *
      *  MAINTAINED BY COBRL27; READ BY MAINTENANCE      *
      *  (COBRL03) AND THE EDIT (COBRL02) WHEN A REP IS  *
      *  PUT ON AN ESTIMATE, AND BY THE MONTHLY          *
      *  COMMISSION RUN (COBRL28).                       *
      *****************************************************
       01  SREP-REC.
           05  SREP-CODE                PIC X(3).
           05  SREP-NAME                PIC X(25).
      *PERCENT OF PRE-TAX COLLECTED BILLING, E.G. 05.000 IS FIVE     *
      *PERCENT. THE HOUSE ACCOUNT 'HSE', WHICH THE LEGACY LOAD       *
      *(COBRL04) PUTS ON CONVERTED JOBS, IS SET UP HERE WITH A ZERO  *
      *RATE.                                                         *
           05  SREP-COMM-PCT            PIC 9(2)V9(3).
           05  SREP-PAYROLL-ID          PIC X(9).
