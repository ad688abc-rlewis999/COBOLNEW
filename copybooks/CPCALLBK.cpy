      *****************************************************
      *  CPCALLBK.CPY                                    *
      *  WARRANTY CALLBACK RECORD - PCALLBK.DAT          *
      *  INDEXED ON CB-KEY - THE ORIGINAL ESTIMATE       *
      *  NUMBER PLUS A CALLBACK SEQUENCE, SO ONE JOB CAN *
      *  COME BACK MORE THAN ONCE. OPENED, DISPATCHED    *
      *  AND RESOLVED BY COBRL31 AGAINST THE ACTIVE      *
      *  MASTER OR PAINTHST.DAT; READ BY THE WEEKLY      *
      *  OPEN-CALLBACK REPORT (COBRL32), THE QUARTERLY   *
      *  QUALITY REPORT (COBRL33) AND CAPACITY PLANNING  *
      *  (COBRL12). WARRANTY WORK IS NEVER BILLED - NO   *
      *  CALLBACK EVER REACHES BILLEXT OR BILLREG.       *
      *****************************************************
       01  CALLBACK-REC.
           05  CB-KEY.
               10  CB-EST-NO            PIC X(4).
               10  CB-SEQ               PIC 9(2).
      *OPEN WHEN REPORTED, DISPATCHED ONCE A CREW IS BOOKED TO GO    *
      *BACK, RESOLVED WHEN THE RESOLUTION IS KEYED.                  *
           05  CB-STATUS                PIC X.
               88  CB-IS-OPEN               VALUE 'O'.
               88  CB-IS-DISPATCHED         VALUE 'D'.
               88  CB-IS-RESOLVED           VALUE 'R'.
               88  CB-IS-OUTSTANDING        VALUE 'O' 'D'.
      *WHERE THE JOB WAS FOUND WHEN THE CALLBACK WAS OPENED - 'M'    *
      *ACTIVE MASTER, 'H' HISTORY. THE JOB DETAILS BELOW ARE COPIED  *
      *IN THEN SO THE REPORTS NEVER HAVE TO GO LOOKING FOR THE JOB.  *
           05  CB-SOURCE                PIC X.
           05  CB-CUST-NO               PIC X(5).
           05  CB-CUST-NAME             PIC X(25).
           05  CB-JOB-ADDR              PIC X(30).
      *CREW THAT DID THE ORIGINAL WORK - THE QUALITY REPORT CHARGES  *
      *THE CALLBACK TO THIS CREW, NOT TO THE CREW SENT TO FIX IT.    *
           05  CB-ORIG-CREW             PIC X(3).
      *COMPLETION DATE THE WARRANTY RUNS FROM, AND WHERE IT CAME     *
      *FROM - 'A' LAST DAY WORKED ON PJOBACT.DAT, 'W' THE BOOKED     *
      *WORK DATE WHEN NO ACTUALS WERE EVER POSTED.                   *
           05  CB-COMPLETE-DATE         PIC 9(8).
           05  CB-COMPLETE-BASIS        PIC X.
           05  CB-WARRANTY-MONTHS       PIC 9(2).
           05  CB-REPORTED-DATE         PIC 9(8).
           05  CB-COMPLAINT-CD          PIC X(2).
           05  CB-COMPLAINT-TEXT        PIC X(40).
      *SURFACE TYPES THE COMPLAINT COVERS - EACH ONE ON THE JOB.     *
           05  CB-SURFACE-CTR           PIC 9(2).
           05  CB-SURFACE-TYPE          PIC X(10) OCCURS 5 TIMES.
      *CREW SENT BACK, THE DAY BOOKED AND THE HOURS IT IS BOOKED FOR *
      *- CAPACITY PLANNING LOADS THEM AGAINST THAT CREW'S WEEK.      *
           05  CB-CREW-SENT             PIC X(3).
           05  CB-VISIT-DATE            PIC 9(8).
           05  CB-BOOKED-HOURS          PIC 9(3)V99.
           05  CB-RESOLVED-DATE         PIC 9(8).
           05  CB-RESOLUTION-CD         PIC X(2).
           05  CB-RESOLUTION-TEXT       PIC X(40).
