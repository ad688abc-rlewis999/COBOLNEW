               10  TRAN-SCHED-YY           PIC 9(4).
               10  TRAN-SCHED-MM           PIC 99.
               10  TRAN-SCHED-DD           PIC 99.
      *CREW BOOKED WITH THE WORK DATE - MUST BE ON THE CREW MASTER   *
      *AND HANDLE EVERY SURFACE TYPE ON THE JOB. SPACES LEAVES THE   *
      *CREW ON THE MASTER AS IT IS.                                  *
           05  TRAN-CREW-NO                PIC X(3).
      *SALES REP - REQUIRED ON AN ADD AND MUST BE ON THE SALES REP   *
      *MASTER. SPACES ON A CHANGE LEAVES THE REP AS IT IS.           *
           05  TRAN-SREP-CODE              PIC X(3).
           05  TRAN-SURFACE-CTR            PIC 9(2).
           05  TRAN-SURFACE-LINE OCCURS 1 TO 10 TIMES
                   DEPENDING ON TRAN-SURFACE-CTR.
