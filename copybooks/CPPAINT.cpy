      *TO AR, NOT A RECOMPUTED FIGURE UNDER WHATEVER RATES ARE IN    *
      *FORCE BY THEN. SYSTEM-OWNED, LIKE THE BILLED SWITCH.          *
           05 PAINT-DEP-AMT                PIC 9(8)V99.
      *TAX BILLED WITH THE DEPOSIT - THE FINAL LEG OF A CONTRACT JOB *
      *BILLS THE FROZEN TAX NET OF THIS, AS IT DOES THE DOLLARS.     *
           05 PAINT-DEP-TAX                PIC 9(8)V99.
      *CONTRACT PRICE - FROZEN BY THE COBRL03 STATUS TRANSACTION     *
      *WHEN THE CUSTOMER ACCEPTS THE JOB (APPROVED, OR SCHEDULED     *
      *STRAIGHT FROM A QUOTE). FROM THEN ON BILLING (COBRL01) BILLS  *
      *THESE AMOUNTS PLUS THE SIGNED CHANGE ORDERS BELOW, NOT A      *
      *REPRICE UNDER WHATEVER RATES ARE IN FORCE. A JOB SENT BACK TO *
      *QUOTED DROPS ITS CONTRACT. SYSTEM-OWNED, LIKE THE BILLED SW.  *
           05 PAINT-CONTRACT-SW            PIC X.
              88  PAINT-CONTRACT-LOCKED       VALUE 'Y'.
           05 PAINT-CONTRACT-DATE          PIC 9(8).
           05 PAINT-CONTRACT-PAINT         PIC 9(8)V99.
           05 PAINT-CONTRACT-LABOR         PIC 9(8)V99.
           05 PAINT-CONTRACT-TAX           PIC 9(8)V99.
      *CHANGE ORDERS - NUMBER OF THE LAST ORDER APPLIED (COBRL22)    *
      *AND THE RUNNING NET OF EVERY ORDER, PRICED ONLY ON THE LINES  *
      *ADDED OR DROPPED. THE ORDER-BY-ORDER TRAIL IS PCHGORD.DAT.    *
           05 PAINT-CO-CTR                 PIC 9(3).
           05 PAINT-CO-NET-PAINT           PIC S9(8)V99.
           05 PAINT-CO-NET-LABOR           PIC S9(8)V99.
           05 PAINT-CO-NET-TAX             PIC S9(8)V99.
      *CREW BOOKED TO DO THE WORK (CREWMAST.DAT, CPCREW.CPY) - SET   *
      *BY THE COBRL03 STATUS TRANSACTION ALONGSIDE THE WORK DATE     *
      *WHEN THE JOB IS SCHEDULED. SPACES MEANS NO CREW ASSIGNED YET. *
      *CAPACITY (COBRL12) AND THE DAILY DISPATCH (COBRL26) KEY ON IT.*
           05 PAINT-CREW-NO                PIC X(3).
      *SALES REP WHO SOLD THE JOB (SREPMAST.DAT, CPSREP.CPY) - SET   *
      *BY COBRL03 ON THE ADD AND CHANGEABLE AFTER; CONVERTED JOBS    *
      *CARRY THE HOUSE ACCOUNT. THE MONTHLY COMMISSION RUN (COBRL28) *
      *PAYS THIS REP ON THE JOB'S COLLECTED CASH.                    *
           05 PAINT-SREP-CODE              PIC X(3).
      *ESTIMATE THIS ONE WAS RE-QUOTED FROM (COBRL34) - THE OLD JOB *
      *ON THE ACTIVE MASTER OR PAINTHST.DAT. SPACES ON AN ESTIMATE   *
      *KEYED FRESH THROUGH COBRL03 OR CONVERTED BY COBRL04.          *
           05 PAINT-REQUOTE-OF             PIC X(4).
      *SURFACE LINES - ONE PER SURFACE/COAT COMBINATION ON THE JOB*
           05 PAINT-SURFACE-CTR            PIC 9(2).
           05 PAINT-SURFACE-LINE OCCURS 1 TO 10 TIMES
