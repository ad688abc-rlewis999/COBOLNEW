              10   HIST-SCHED-MM           PIC 99.
              10   HIST-SCHED-DD           PIC 99.
           05 HIST-DEP-AMT                 PIC 9(8)V99.
           05 HIST-DEP-TAX                 PIC 9(8)V99.
           05 HIST-CONTRACT-SW             PIC X.
           05 HIST-CONTRACT-DATE           PIC 9(8).
           05 HIST-CONTRACT-PAINT          PIC 9(8)V99.
           05 HIST-CONTRACT-LABOR          PIC 9(8)V99.
           05 HIST-CONTRACT-TAX            PIC 9(8)V99.
           05 HIST-CO-CTR                  PIC 9(3).
           05 HIST-CO-NET-PAINT            PIC S9(8)V99.
           05 HIST-CO-NET-LABOR            PIC S9(8)V99.
           05 HIST-CO-NET-TAX              PIC S9(8)V99.
           05 HIST-CREW-NO                 PIC X(3).
           05 HIST-SREP-CODE               PIC X(3).
           05 HIST-REQUOTE-OF              PIC X(4).
           05 HIST-SURFACE-CTR             PIC 9(2).
           05 HIST-SURFACE-LINE OCCURS 1 TO 10 TIMES
                  DEPENDING ON HIST-SURFACE-CTR.
