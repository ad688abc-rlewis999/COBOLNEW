      *****************************************************
      *  CPSRTRAN.CPY                                    *
      *  SALESPERSON MAINTENANCE TRANSACTION -           *
      *  SRMAINT.DAT. SAME BODY LAYOUT AS CPSREP.CPY     *
      *  (SRTRAN- PREFIX) SO ADD/CHANGE TRANSACTIONS MAP *
      *  STRAIGHT ACROSS TO SREP-REC FIELD BY FIELD.     *
      *****************************************************
       01  SRTRAN-REC.
           05  SRTRAN-CODE                 PIC X.
               88  SRTRAN-IS-ADD               VALUE 'A'.
               88  SRTRAN-IS-CHANGE            VALUE 'C'.
               88  SRTRAN-IS-DELETE            VALUE 'D'.
           05  SRTRAN-REP                  PIC X(3).
           05  SRTRAN-NAME                 PIC X(25).
           05  SRTRAN-COMM-PCT             PIC 9(2)V9(3).
           05  SRTRAN-PAYROLL-ID           PIC X(9).
