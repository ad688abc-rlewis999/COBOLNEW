      *****************************************************
      *  CPCHGORD.CPY                                    *
      *  CHANGE-ORDER TRAIL RECORD - PCHGORD.DAT         *
      *  ONE ROW PER CHANGE ORDER APPLIED BY COBRL22,    *
      *  NUMBERED WITHIN ITS ESTIMATE FROM PAINT-CO-CTR. *
      *  THE FILE ACCUMULATES ACROSS RUNS; AN ESTIMATE'S *
      *  ORDERS SUM TO THE NET HELD ON THE MASTER.       *
      *****************************************************
       01  CO-REC.
           05  CO-EST-NO                   PIC X(4).
           05  CO-NO                       PIC 9(3).
      *RUN-CONTROL AS-OF DATE OF THE RUN THAT APPLIED THE ORDER.     *
           05  CO-DATE                     PIC 9(8).
      *A ADDS THE LINE AND CHARGES THE AMOUNTS BELOW; R DROPS IT AND *
      *CREDITS THEM. THE AMOUNTS THEMSELVES ARE ALWAYS POSITIVE.     *
           05  CO-ACTION                   PIC X.
               88  CO-IS-ADD                   VALUE 'A'.
               88  CO-IS-REMOVE                VALUE 'R'.
           05  CO-SURFACE-TYPE             PIC X(10).
           05  CO-SURFACE-SQ-FT            PIC 9(5).
           05  CO-SURFACE-COATS            PIC 9.
           05  CO-GALLONS                  PIC 9(6).
           05  CO-HOURS                    PIC 9(5)V99.
           05  CO-PAINT-AMT                PIC 9(8)V99.
           05  CO-LABOR-AMT                PIC 9(8)V99.
           05  CO-TAX-AMT                  PIC 9(8)V99.
           05  CO-SIGNED-BY                PIC X(20).
      *SAME RUN ID AS THE ORDER'S ENTRY ON THE AUDIT JOURNAL.        *
           05  CO-RUN-ID                   PIC X(14).
