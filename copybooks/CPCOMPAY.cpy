      *****************************************************
      *  CPCOMPAY.CPY                                    *
      *  COMMISSION PAYROLL INTERFACE - PCOMMPAY.DAT     *
      *  ONE RECORD PER SALES REP WITH COMMISSION DUE OR *
      *  OWED BACK FOR THE MONTH, WRITTEN BY THE MONTHLY *
      *  COMMISSION RUN (COBRL28) FOR PAYROLL TO PICK UP *
      *  UNDER THE REP'S PAYROLL EMPLOYEE NUMBER. A      *
      *  NEGATIVE NET IS A DEDUCTION - MORE WAS TAKEN    *
      *  BACK ON CREDITED JOBS THAN WAS EARNED.          *
      *****************************************************
       01  COMMPAY-REC.
           05  CMP-PAYROLL-ID           PIC X(9).
           05  CMP-SREP-CODE            PIC X(3).
           05  CMP-SREP-NAME            PIC X(25).
           05  CMP-MONTH                PIC 9(6).
           05  CMP-EARNED               PIC 9(7)V99.
           05  CMP-CLAWBACK             PIC 9(7)V99.
           05  CMP-NET                  PIC S9(7)V99.
