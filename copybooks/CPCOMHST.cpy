      *****************************************************
      *  CPCOMHST.CPY                                    *
      *  COMMISSION HISTORY - PCOMMHST.DAT               *
      *  ONE RECORD PER COMMISSION PAID OR TAKEN BACK ON *
      *  AN ESTIMATE BY THE MONTHLY COMMISSION RUN       *
      *  (COBRL28). THE RUN READS IT TO KNOW HOW MUCH OF *
      *  A JOB HAS ALREADY BEEN PAID ON, SO A SECOND     *
      *  PAYMENT ONLY EARNS ON THE NEW CASH AND A CREDIT *
      *  TAKES BACK NO MORE THAN WAS PAID, AT THE RATE   *
      *  IT WAS PAID AT. THE RUN REWRITES THE FILE,      *
      *  DROPPING ANY RECORDS FOR ITS OWN MONTH FIRST,   *
      *  SO A MONTH CAN BE RERUN.                        *
      *****************************************************
       01  COMMHST-REC.
      *COMMISSION MONTH (YYYYMM) OF THE RUN THAT WROTE THE RECORD.   *
           05  CMH-MONTH                PIC 9(6).
           05  CMH-TYPE                 PIC X.
               88  CMH-IS-PAYMENT           VALUE 'P'.
               88  CMH-IS-CLAWBACK          VALUE 'B'.
           05  CMH-EST-NO               PIC X(4).
           05  CMH-SREP-CODE            PIC X(3).
      *RUN AS-OF DATE - BILLING ROWS EXTRACTED ON OR BEFORE IT WERE  *
      *IN THE BASE, SO ONLY A CREDIT DATED LATER IS TAKEN BACK.      *
           05  CMH-AS-OF-DATE           PIC 9(8).
      *PRE-TAX BILLING PAID ON, AND THE COMMISSION ON IT. BOTH ARE   *
      *NEGATIVE ON A CLAWBACK.                                       *
           05  CMH-BASE                 PIC S9(8)V99.
           05  CMH-COMM-PCT             PIC 9(2)V9(3).
           05  CMH-COMM-AMT             PIC S9(7)V99.
