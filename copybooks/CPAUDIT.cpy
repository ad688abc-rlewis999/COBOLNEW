      *RECORD'S LENGTH BEFORE MOVING THE IMAGE BACK IN.              *
           05  AUD-BEFORE-IMAGE.
               10  AUD-BEF-EST-NO       PIC X(4).
               10  FILLER               PIC X(184).
               10  AUD-BEF-SURFACE-CTR  PIC 9(2).
               10  FILLER               PIC X(160).
      *THE AFTER IMAGE IS CALLED OUT THE SAME WAY FOR A ROLL-FORWARD *
      *RECOVERY (COBRL30). SPACES MEAN THE ENTRY TOOK THE RECORD OFF *
      *THE MASTER (DELETE, PURGE, A BACKED-OUT ADD). THE BILLED      *
      *SWITCH TELLS THE BACKOUT (COBRL06) WHICH BILLING ROW A BILLED *
      *ENTRY SENT, SO IT CAN CHECK THE ROW'S LEDGER PERIOD.          *
           05  AUD-AFTER-IMAGE.
               10  AUD-AFT-EST-NO       PIC X(4).
               10  FILLER               PIC X(73).
               10  AUD-AFT-BILLED-SW    PIC X.
               10  FILLER               PIC X(110).
               10  AUD-AFT-SURFACE-CTR  PIC 9(2).
               10  FILLER               PIC X(160).
