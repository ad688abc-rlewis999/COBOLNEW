      *****************************************************
      *  CPATRAN.CPY                                     *
      *  JOB ACTUALS TRANSACTION RECORD - PACTTRAN.DAT   *
      *  ONE ROW PER CREW DAY PER SURFACE TYPE, KEYED IN *
      *  FROM THE FOREMAN'S TIME SHEET AND PAINT-DRAW    *
      *  TICKET. THE POSTING RUN (COBRL20) CHECKS EACH   *
      *  ROW AGAINST THE ESTIMATE IT NAMES BEFORE IT     *
      *  LANDS ON THE JOB ACTUALS FILE (CPACTUAL.CPY).   *
      *****************************************************
       01  ATRAN-REC.
           05  ATRAN-EST-NO                PIC X(4).
      *DAY THE CREW DID THE WORK - NOT THE DAY IT WAS KEYED.         *
           05  ATRAN-WORK-DATE.
               10  ATRAN-WORK-YY           PIC 9(4).
               10  ATRAN-WORK-MM           PIC 99.
               10  ATRAN-WORK-DD           PIC 99.
      *MUST MATCH A PAINT-SURFACE-TYPE ON THE ESTIMATE - THE SAME    *
      *VALUE THE RATE TABLE IS KEYED ON.                             *
           05  ATRAN-SURFACE-TYPE          PIC X(10).
           05  ATRAN-CREW-HOURS            PIC 9(3)V99.
           05  ATRAN-GALLONS               PIC 9(5).
