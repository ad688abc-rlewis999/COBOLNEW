       DATE-COMPILED.
      ************************************************
      *  NIGHTLY STREAM DRIVER. RUNS THE BATCH        *
      *  SEQUENCE - COBRL29 MASTER BACKUP, COBRL02    *
      *  EDIT, COBRL03 MAINTENANCE, COBRL01 PRICING/  *
      *  BILLING, COBRL09 AR RECONCILIATION, COBRL10  *
      *  PURCHASING FORECAST - IN ORDER, RECORDING    *
      *  EACH STEP'S START AND COMPLETION IN THE RUN  *
      *  LEDGER (RUNLEDGR.DAT, CPLEDGER.CPY) KEYED ON *
      *  THE RUN-CONTROL AS-OF DATE. A STEP DOES NOT  *
      *  START UNLESS ITS PREDECESSOR HAS COMPLETED   *
      *  CLEANLY FOR THE DATE, AND A STEP ALREADY     *
      *  COMPLETE FOR THE DATE IS NOT RUN AGAIN -     *
      *  COBRL01 REWRITES THE BILLED FLAGS ON THE     *
      *  MASTER, SO A SECOND RUN ON THE SAME DATE HAS *
      *  REAL BILLING CONSEQUENCES. THE ONE EXCEPTION:*
      *  A COMPLETE COBRL01 RERUNS WHEN THE RESTART   *
      *  FILE STILL HOLDS A CHECKPOINT, WHICH MEANS   *
      *  THE PRIOR RUN DIED MID-STREAM AFTER ITS      *
      *  LEDGER ROW WAS CUT. A STEP THAT ABENDS TAKES *
      *  THE WHOLE STREAM DOWN AND LEAVES STARTED     *
      *  WITHOUT COMPLETE ON THE LEDGER; RERUNNING THE*
      *  DRIVER SKIPS THE FINISHED STEPS AND PICKS UP *
      *  AT THE ONE THAT DIED. A REGISTER OF THE RUN  *
      *  PRINTS TO PRUNLOG.PRT.                       *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-RESTART-PATH     PIC X(64)  VALUE SPACES.

      *THE STREAM, IN THE ONLY ORDER IT MAY RUN. THE COMPLETE       *
      *SWITCHES PRIME FROM THE LEDGER AND FLIP AS STEPS FINISH. THE *
      *BACKUP GOES FIRST SO A GENERATION OF THE MASTERS AS THEY     *
      *STOOD BEFORE ANY UPDATE STEP IS ON THE CATALOG FOR RECOVERY. *
       01  STEP-TABLE-AREA.
           05  ST-SUB              PIC 9      VALUE 0.
           05  ST-NAMES.
               10  FILLER          PIC X(8)   VALUE 'COBRL29'.
               10  FILLER          PIC X(8)   VALUE 'COBRL02'.
               10  FILLER          PIC X(8)   VALUE 'COBRL03'.
               10  FILLER          PIC X(8)   VALUE 'COBRL01'.
               10  FILLER          PIC X(8)   VALUE 'COBRL09'.
               10  FILLER          PIC X(8)   VALUE 'COBRL10'.
           05  ST-NAME-TABLE REDEFINES ST-NAMES.
               10  ST-NAME         PIC X(8)   OCCURS 6 TIMES.
           05  ST-COMPLETE-TABLE.
               10  ST-COMPLETE-SW  PIC X      OCCURS 6 TIMES.

       01  DRIVER-WORK-AREA.
           05  WS-STEP-NAME        PIC X(8)   VALUE SPACES.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > 6 OR WS-STREAM-HALTED.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *PRIME THE STEP STATE FROM THE LEDGER - ONLY ROWS FOR THIS    *
      *AS-OF DATE COUNT, AND ONLY A COMPLETE ROW MARKS A STEP DONE. *
       1100-LOAD-LEDGER.
           MOVE 'NNNNNN' TO ST-COMPLETE-TABLE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
                   AND WS-LEDGER-STATUS NOT = '05'
               IF LED-AS-OF-DATE = WS-AS-OF-DATE-N
                       AND LED-IS-COMPLETE
                   PERFORM VARYING ST-SUB FROM 1 BY 1
                           UNTIL ST-SUB > 6
                       IF ST-NAME (ST-SUB) = LED-STEP
                           MOVE 'Y' TO ST-COMPLETE-SW (ST-SUB)
                       END-IF
