      *  THIS PROGRAM APPLIES ADD/CHANGE/DELETE       *
      *  TRANSACTIONS FROM PMAINT.DAT TO PAINTEST.DAT  *
      *  AND PRODUCES A TRANSACTION LOG OF WHAT WAS    *
      *  APPLIED OR REJECTED. AN ADD CARRIES NO        *
      *  ESTIMATE NUMBER - IT TAKES THE NEXT ONE FROM  *
      *  THE CONTROL RECORD ON PESTNO.DAT, SKIPPING    *
      *  ANY NUMBER ALREADY ON THE MASTER OR HISTORY,  *
      *  AND THE NUMBER GIVEN IS PRINTED ON THE LOG.   *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

      *CREW MASTER - A CREW BOOKED ON A TRANSACTION MUST BE ON IT.   *
           SELECT OPTIONAL CREW-MASTER
               ASSIGN TO 'E:\COBOL\CREWMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CREW-NO
               FILE STATUS IS WS-CREW-STATUS.

      *SALES REP MASTER - THE REP ON AN ESTIMATE MUST BE ON IT.      *
           SELECT OPTIONAL SREP-MASTER
               ASSIGN TO 'E:\COBOL\SREPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREP-CODE
               FILE STATUS IS WS-SREP-STATUS.

      *ARCHIVED JOBS - A NEW NUMBER MUST NOT BE ONE ALREADY USED.    *
           SELECT OPTIONAL PAINT-HISTORY
               ASSIGN USING WS-HISTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-EST-NO
               FILE STATUS IS WS-HIST-STATUS.

      *NEXT ESTIMATE NUMBER - NO FILE YET STARTS THE COUNT AT ONE.   *
           SELECT OPTIONAL ESTNO-FILE
               ASSIGN TO 'E:\COBOL\PESTNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTNO-STATUS.

           SELECT RATE-TABLE
               ASSIGN USING WS-RATETBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-TABLE
               ASSIGN USING WS-TAXTBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN USING WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD IS VARYING IN SIZE FROM 110 TO 254 CHARACTERS.

           COPY 'CPMTRAN.cpy'.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

       FD  PAINT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPHIST.cpy'.

       FD  ESTNO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTNO-REC
           RECORD CONTAINS 25 CHARACTERS.

           COPY 'CPESTNO.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC

           COPY 'CPCUST.cpy'.

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 145 CHARACTERS.

           COPY 'CPCREW.cpy'.

       FD  SREP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SREP-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY 'CPSREP.cpy'.

       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATES-REC
           RECORD CONTAINS 39 CHARACTERS.

           COPY 'CPRATES.cpy'.

       FD  TAX-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC
           RECORD CONTAINS 17 CHARACTERS.

           COPY 'CPTAXRT.cpy'.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 747 CHARACTERS.

           COPY 'CPAUDIT.cpy'.

           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-CREW-STATUS  PIC XX      VALUE '00'.
           05  WS-SREP-STATUS  PIC XX      VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.
               88  WS-NO-HISTORY              VALUE '05'.
           05  WS-ESTNO-STATUS PIC XX      VALUE '00'.

      *AS-OF DATE AND FILE ASSIGNMENTS FROM RUNCTL.DAT. THE AUDIT    *
      *RUN ID STAYS ON THE REAL CLOCK - THE JOURNAL RECORDS WHEN THE *
           05  WS-TRAN-FILE-PATH   PIC X(64)  VALUE SPACES.
           05  WS-MAINTLOG-FILE    PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.
           05  WS-RATETBL-FILE     PIC X(64)  VALUE SPACES.
           05  WS-TAXTBL-FILE      PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.

      *ESTIMATE NUMBERING - THE LAST SEQUENCE HANDED OUT (CPESTNO)   *
      *AND ITS FOUR-BYTE KEY FORM. A NUMBER ALREADY ON THE MASTER OR *
      *HISTORY IS PASSED OVER, SO A RUN THAT DIED BEFORE IT COULD    *
      *WRITE THE CONTROL RECORD BACK ONLY COSTS THE NUMBERS IT USED. *
      *NUMBERS RUN 1-9999, THEN 10000-29999 AS A000-T999. NOTHING    *
      *PAST T999 IS ISSUED - IT WOULD SORT AFTER THE 'TRLR' TRAILER  *
      *AND EVERY SWEEP THAT STOPS THERE WOULD MISS IT.               *
       01  EST-NUMBER-AREA.
           05  NX-LAST-SEQ         PIC 9(5)   VALUE 0.
           05  NX-MAX-SEQ          PIC 9(5)   VALUE 29999.
           05  NX-ISSUED-CTR       PIC 9(5)   VALUE 0.
           05  NX-WORK             PIC 9(5)   VALUE 0.
           05  NX-LETTER-SUB       PIC 99     VALUE 0.
           05  NX-TAIL             PIC 9(3)   VALUE 0.
           05  NX-DIGITS           PIC 9(4)   VALUE 0.
           05  NX-EST-NO           PIC X(4)   VALUE SPACES.
           05  NX-SW               PIC XXX    VALUE 'NO'.
               88  NX-NUMBER-FREE             VALUE 'YES'.
               88  NX-NUMBERS-USED-UP         VALUE 'OUT'.
           05  NX-ADDED-SW         PIC XXX    VALUE 'NO'.
               88  NX-ADDED                   VALUE 'YES'.
           05  NX-LETTERS          PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  NX-LETTER-TABLE REDEFINES NX-LETTERS.
               10  NX-LETTER       PIC X      OCCURS 26 TIMES.

       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-CUST-FOUND-SW    PIC XXX    VALUE 'NO'.
               88  WS-CUST-FOUND              VALUE 'YES'.
           05  WS-LINES-SW         PIC XXX    VALUE 'NO'.
               88  WS-LINES-DIFFER            VALUE 'YES'.
      *CREW BOOKING CHECK - YES, NOT ON THE CREW MASTER, OR A        *
      *SURFACE TYPE ON THE JOB THE CREW IS NOT SET UP TO DO.         *
           05  WS-CREW-SW          PIC XXX    VALUE 'YES'.
               88  WS-CREW-OK                 VALUE 'YES'.
               88  WS-CREW-NOT-FOUND          VALUE 'NOF'.
               88  WS-CREW-NO-TYPE            VALUE 'TYP'.
           05  WS-TYPE-SUB         PIC 99     VALUE 0.
           05  WS-TYPE-SW          PIC XXX    VALUE 'NO'.
               88  WS-TYPE-HANDLED            VALUE 'YES'.
      *SALES REP CHECK - YES, NONE ON AN ADD, OR NOT ON THE MASTER.  *
           05  WS-SREP-SW          PIC XXX    VALUE 'YES'.
               88  WS-SREP-OK                 VALUE 'YES'.
               88  WS-SREP-MISSING            VALUE 'MIS'.
               88  WS-SREP-NOT-FOUND          VALUE 'NOF'.

      *CONTRACT PRICING - THE JOB IS PRICED EXACTLY AS THE ESTIMATE  *
      *REPORT (COBRL01) PRICES IT, UNDER THE RATES AND TAX ROWS IN   *
      *FORCE ON THE AS-OF DATE, AND THE RESULT IS FROZEN ON THE      *
      *MASTER WHEN THE CUSTOMER ACCEPTS THE JOB.                     *
       01  CONTRACT-WORK-AREA.
           05  C-PAINT-DOL         PIC 9(8)V99 VALUE 0.
           05  C-LABOR             PIC 9(8)V99 VALUE 0.
           05  C-TOTAL             PIC 9(8)V99 VALUE 0.
           05  C-TAX               PIC 9(8)V99 VALUE 0.
           05  C-TAX-RATE          PIC 9(2)V9(3) VALUE 0.
           05  WS-TAX-JUR          PIC X(4)    VALUE SPACES.
           05  WS-LINE-SQ-FT       PIC 9(6)    VALUE 0.
           05  WS-LINE-GAL         PIC 9(6)    VALUE 0.
           05  WS-LINE-HOURS       PIC 9(5)V99 VALUE 0.
           05  WS-LINE-COVERAGE    PIC 9(3)    VALUE 0.
           05  WS-LINE-HRS-COAT1   PIC 99V99   VALUE 0.
           05  WS-LINE-HRS-ADDL    PIC 99V99   VALUE 0.
           05  WS-LINE-LABOR-HOUR  PIC 9(3)V99 VALUE 0.

      *SAME EFFECTIVE-DATED RATE AND TAX TABLES AS COBRL01, WITH THE *
      *SAME COMPILED DEFAULTS WHEN NO GENERAL ROW IS IN FORCE.       *
       01  RATE-WORK-AREA.
           05  RT-DEF-COVERAGE     PIC 9(3)     VALUE 115.
           05  RT-DEF-HRS-COAT1    PIC 99V99    VALUE 1.50.
           05  RT-DEF-HRS-ADDL     PIC 99V99    VALUE 0.75.
           05  RT-DEF-LABOR-HOUR   PIC 9(3)V99  VALUE 45.00.
           05  RT-MORE-RATES       PIC XXX      VALUE 'YES'.
           05  RT-CTR              PIC 99       VALUE 0.
           05  RT-SUB              PIC 99       VALUE 0.
           05  RT-FOUND-SUB        PIC 99       VALUE 0.
           05  RT-ENTRY OCCURS 20 TIMES.
               10  RT-PAINT-TYPE       PIC X(10).
               10  RT-EFF-DATE         PIC 9(8).
               10  RT-COVERAGE-FACTOR  PIC 9(3).
               10  RT-HRS-COAT1        PIC 99V99.
               10  RT-HRS-ADDL         PIC 99V99.
               10  RT-LABOR-HOUR       PIC 9(3)V99.

       01  TAX-WORK-AREA.
           05  TX-MORE-TAXES       PIC XXX      VALUE 'YES'.
           05  TX-CTR              PIC 99       VALUE 0.
           05  TX-SUB              PIC 99       VALUE 0.
           05  TX-FOUND-SUB        PIC 99       VALUE 0.
           05  TX-ENTRY OCCURS 20 TIMES.
               10  TX-JUR-CODE         PIC X(4).
               10  TX-EFF-DATE         PIC 9(8).
               10  TX-RATE-PCT         PIC 9(2)V9(3).

      *RUN ID (DATE AND TIME CAPTURED AT INIT) STAMPED ON EVERY      *
      *JOURNAL ENTRY AND PRINTED ON THE LOG HEADING SO THE OFFICE    *
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CREW-MASTER.
           IF WS-CREW-STATUS NOT = '00' AND WS-CREW-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CREWMAST.DAT - STATUS: '
                   WS-CREW-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SREP-MASTER.
           IF WS-SREP-STATUS NOT = '00' AND WS-SREP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SREPMAST.DAT - STATUS: '
                   WS-SREP-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAINT-HISTORY.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PAINTHST.DAT - STATUS: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF.
           PERFORM 1200-READ-EST-NUMBER.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1150-LOAD-TAXES.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT MAINTLOG.

           MOVE RUN-TRAN-PATH     TO WS-TRAN-FILE-PATH.
           MOVE RUN-MAINTLOG-PATH TO WS-MAINTLOG-FILE.
           MOVE RUN-AUDIT-PATH    TO WS-AUDIT-FILE-PATH.
           MOVE RUN-RATETBL-PATH  TO WS-RATETBL-FILE.
           MOVE RUN-TAXTBL-PATH   TO WS-TAXTBL-FILE.
           MOVE RUN-HISTORY-PATH  TO WS-HISTORY-FILE.
           CLOSE RUNCTL-FILE.

       1100-LOAD-RATES.
           OPEN INPUT RATE-TABLE.
           PERFORM 1110-READ-RATE.
           PERFORM UNTIL RT-MORE-RATES = 'NO'
               IF RATE-EFF-DATE NOT > WS-AS-OF-DATE
                   PERFORM 1120-POST-RATE
               END-IF
               PERFORM 1110-READ-RATE
           END-PERFORM.
           CLOSE RATE-TABLE.

       1110-READ-RATE.
           READ RATE-TABLE
               AT END
                   MOVE 'NO' TO RT-MORE-RATES.

       1120-POST-RATE.
           MOVE 0 TO RT-FOUND-SUB.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CTR
               IF RT-PAINT-TYPE (RT-SUB) = RATE-PAINT-TYPE
                   MOVE RT-SUB TO RT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF RT-FOUND-SUB = 0
               IF RT-CTR < 20
                   ADD 1 TO RT-CTR
                   MOVE RT-CTR TO RT-FOUND-SUB
                   MOVE RATE-PAINT-TYPE TO RT-PAINT-TYPE (RT-FOUND-SUB)
                   MOVE 0 TO RT-EFF-DATE (RT-FOUND-SUB)
               ELSE
                   DISPLAY 'RATE TABLE FULL - TYPE IGNORED: '
                       RATE-PAINT-TYPE
               END-IF
           END-IF.
           IF RT-FOUND-SUB > 0
                   AND RATE-EFF-DATE > RT-EFF-DATE (RT-FOUND-SUB)
               MOVE RATE-EFF-DATE TO RT-EFF-DATE (RT-FOUND-SUB)
               MOVE RATE-COVERAGE-SQFT-GAL
                   TO RT-COVERAGE-FACTOR (RT-FOUND-SUB)
               MOVE RATE-HRS-PER-100-COAT1
                   TO RT-HRS-COAT1 (RT-FOUND-SUB)
               MOVE RATE-HRS-PER-100-ADDL
                   TO RT-HRS-ADDL (RT-FOUND-SUB)
               MOVE RATE-LABOR-PER-HOUR
                   TO RT-LABOR-HOUR (RT-FOUND-SUB)
           END-IF.

       1150-LOAD-TAXES.
           OPEN INPUT TAX-TABLE.
           PERFORM 1160-READ-TAX.
           PERFORM UNTIL TX-MORE-TAXES = 'NO'
               IF TAX-EFF-DATE NOT > WS-AS-OF-DATE
                   PERFORM 1170-POST-TAX
               END-IF
               PERFORM 1160-READ-TAX
           END-PERFORM.
           CLOSE TAX-TABLE.

       1160-READ-TAX.
           READ TAX-TABLE
               AT END
                   MOVE 'NO' TO TX-MORE-TAXES.

       1170-POST-TAX.
           MOVE 0 TO TX-FOUND-SUB.
           PERFORM VARYING TX-SUB FROM 1 BY 1
                   UNTIL TX-SUB > TX-CTR
               IF TX-JUR-CODE (TX-SUB) = TAX-JUR-CODE
                   MOVE TX-SUB TO TX-FOUND-SUB
               END-IF
           END-PERFORM.
           IF TX-FOUND-SUB = 0
               IF TX-CTR < 20
                   ADD 1 TO TX-CTR
                   MOVE TX-CTR TO TX-FOUND-SUB
                   MOVE TAX-JUR-CODE TO TX-JUR-CODE (TX-FOUND-SUB)
                   MOVE 0 TO TX-EFF-DATE (TX-FOUND-SUB)
               ELSE
                   DISPLAY 'TAX TABLE FULL - JURISDICTION IGNORED: '
                       TAX-JUR-CODE
               END-IF
           END-IF.
           IF TX-FOUND-SUB > 0
                   AND TAX-EFF-DATE > TX-EFF-DATE (TX-FOUND-SUB)
               MOVE TAX-EFF-DATE TO TX-EFF-DATE (TX-FOUND-SUB)
               MOVE TAX-RATE-PCT TO TX-RATE-PCT (TX-FOUND-SUB)
           END-IF.

       1200-READ-EST-NUMBER.
           OPEN INPUT ESTNO-FILE.
           IF WS-ESTNO-STATUS NOT = '00' AND WS-ESTNO-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS
               STOP RUN
           END-IF.
           READ ESTNO-FILE
               AT END
                   MOVE ZEROS TO ENO-LAST-SEQ
           END-READ.
           IF ENO-LAST-SEQ IS NOT NUMERIC
               DISPLAY 'PESTNO.DAT LAST NUMBER NOT NUMERIC: '
                   ENO-LAST-SEQ
               STOP RUN
           END-IF.
           MOVE ENO-LAST-SEQ TO NX-LAST-SEQ.
           CLOSE ESTNO-FILE.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           PERFORM 2100-APPLY-TRANSACTION.
               END-READ
           END-IF.

      *A CREW BOOKED ON THIS TRANSACTION MUST BE ON THE CREW MASTER  *
      *AND SET UP FOR EVERY SURFACE TYPE ON THE JOB. A CREW ALREADY  *
      *ON THE MASTER IS NOT RECHECKED HERE - THE CAPACITY PLAN       *
      *(COBRL12) FLAGS ONE THAT NO LONGER FITS THE JOB.              *
       2170-CHECK-CREW.
           MOVE 'YES' TO WS-CREW-SW.
           IF TRAN-CREW-NO NOT = SPACES
               MOVE TRAN-CREW-NO TO CREW-NO
               READ CREW-MASTER
                   INVALID KEY
                       MOVE 'NOF' TO WS-CREW-SW
                   NOT INVALID KEY
                       PERFORM 2175-CHECK-CREW-TYPES
               END-READ
           END-IF.

      *A GENERAL CREW (NO TYPES LISTED) TAKES ANY SURFACE.           *
       2175-CHECK-CREW-TYPES.
           IF CREW-SURFACE-CTR IS NUMERIC AND CREW-SURFACE-CTR > 0
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > PAINT-SURFACE-CTR
                   MOVE 'NO' TO WS-TYPE-SW
                   PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-TYPE-SUB > CREW-SURFACE-CTR
                       IF CREW-SURFACE-TYPE (WS-TYPE-SUB)
                               = PAINT-SURFACE-TYPE (WS-SUB)
                           MOVE 'YES' TO WS-TYPE-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-TYPE-HANDLED
                       MOVE 'TYP' TO WS-CREW-SW
                   END-IF
               END-PERFORM
           END-IF.

      *EVERY NEW ESTIMATE NAMES THE REP WHO SOLD IT. ON A CHANGE A   *
      *BLANK REP LEAVES THE ONE ON THE MASTER, SO ONLY A REP BEING   *
      *PUT ON THE JOB IS LOOKED UP.                                  *
       2180-CHECK-SALES-REP.
           MOVE 'YES' TO WS-SREP-SW.
           IF TRAN-SREP-CODE = SPACES
               IF TRAN-IS-ADD
                   MOVE 'MIS' TO WS-SREP-SW
               END-IF
           ELSE
               MOVE TRAN-SREP-CODE TO SREP-CODE
               READ SREP-MASTER
                   INVALID KEY
                       MOVE 'NOF' TO WS-SREP-SW
                   NOT INVALID KEY
                       MOVE TRAN-SREP-CODE TO PAINT-SREP-CODE
               END-READ
           END-IF.

       2200-ADD-ESTIMATE.
           MOVE 'ADD'          TO WS-ACTION.
           MOVE TRAN-EST-NO    TO PAINT-EST-NO.
      *AREA STILL HOLDS THE PRIOR READ'S BYTES, AND THE FINAL-BILL  *
      *NETTING IN COBRL01 ARITHMETICS AGAINST THIS FIELD.           *
           MOVE ZEROS TO PAINT-DEP-AMT.
           MOVE ZEROS TO PAINT-DEP-TAX.
           MOVE ZEROS TO PAINT-CO-CTR.
           PERFORM 2750-DROP-CONTRACT.
           PERFORM 2600-SET-SCHED-DATE.
           MOVE SPACES TO PAINT-SREP-CODE.
           MOVE SPACES TO PAINT-REQUOTE-OF.
           PERFORM 2150-CHECK-CUSTOMER.
           PERFORM 2180-CHECK-SALES-REP.
      *THE NUMBER IS GIVEN OUT BY THE RUN, NEVER KEYED.              *
           IF TRAN-EST-NO NOT = SPACES
               MOVE 'NUMBER IS ASSIGNED - LEAVE IT BLANK'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF NOT WS-CUST-FOUND
               MOVE 'CUSTOMER NUMBER NOT ON MASTER - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF WS-SREP-MISSING
               MOVE 'NO SALES REP - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF WS-SREP-NOT-FOUND
               MOVE 'SALES REP NOT ON MASTER - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF TRAN-SURFACE-CTR IS NOT NUMERIC
                   OR TRAN-SURFACE-CTR = ZERO
               MOVE 'NO SURFACE LINES - NOT ADDED'
                   MOVE TRAN-SURFACE-LINE (WS-SUB)
                       TO PAINT-SURFACE-LINE (WS-SUB)
               END-PERFORM
               PERFORM 2170-CHECK-CREW
               IF WS-CREW-NOT-FOUND
                   MOVE 'CREW NOT ON CREW MASTER - NOT ADDED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               ELSE IF WS-CREW-NO-TYPE
                   MOVE 'CREW CANNOT DO A SURFACE TYPE - NOT ADDED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               ELSE
                   PERFORM 2650-SET-CONTRACT
                   PERFORM 2210-WRITE-ESTIMATE
               END-IF
           END-IF.

      *A WRITE THAT FINDS THE NUMBER ALREADY ON THE MASTER TRIES THE *
      *NEXT ONE. THE NUMBER GIVEN GOES BACK INTO THE TRANSACTION SO  *
      *THE JOURNAL AND THE LOG LINE CARRY IT.                        *
       2210-WRITE-ESTIMATE.
           MOVE 'NO' TO NX-ADDED-SW.
           MOVE 'NO' TO NX-SW.
           PERFORM UNTIL NX-ADDED OR NX-NUMBERS-USED-UP
               PERFORM 2190-NEXT-EST-NO
               IF NX-NUMBER-FREE
                   MOVE NX-EST-NO TO PAINT-EST-NO
                   WRITE PAINT-REC
                       INVALID KEY
                           PERFORM 2215-CHECK-WRITE-STATUS
                       NOT INVALID KEY
                           MOVE 'YES' TO NX-ADDED-SW
                   END-WRITE
               END-IF
           END-PERFORM.
           IF NX-ADDED
               ADD 1 TO NX-ISSUED-CTR
               MOVE PAINT-EST-NO TO TRAN-EST-NO
               MOVE 'ESTIMATE ADDED' TO WS-RESULT
               ADD 1 TO C-APPLIED-CTR
               MOVE SPACES    TO AUD-BEFORE-IMAGE
               MOVE PAINT-REC TO AUD-AFTER-IMAGE
               PERFORM 2800-WRITE-AUDIT
           ELSE
               MOVE 'ESTIMATE NUMBERS USED UP - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           END-IF.

      *ONLY A DUPLICATE KEY MEANS THE NUMBER IS TAKEN - STEP TO THE  *
      *NEXT ONE. ANY OTHER FAILURE WOULD BURN EVERY NUMBER LEFT, SO  *
      *THE RUN STOPS WITH PESTNO.DAT STILL AS IT WAS; THE NEXT RUN   *
      *STEPS PAST ANY NUMBER THIS ONE ALREADY PUT ON THE MASTER.     *
       2215-CHECK-WRITE-STATUS.
           IF WS-MASTER-STATUS NOT = '22'
               DISPLAY 'ERROR WRITING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS ' - ESTIMATE ' NX-EST-NO
               STOP RUN
           END-IF.

      *STEP TO THE NEXT SEQUENCE NOT ON THE HISTORY FILE.            *
       2190-NEXT-EST-NO.
           MOVE 'NO' TO NX-SW.
           PERFORM UNTIL NX-NUMBER-FREE OR NX-NUMBERS-USED-UP
               IF NX-LAST-SEQ NOT < NX-MAX-SEQ
                   MOVE 'OUT' TO NX-SW
               ELSE
                   ADD 1 TO NX-LAST-SEQ
                   PERFORM 2195-FORMAT-EST-NO
                   IF WS-NO-HISTORY
                       MOVE 'YES' TO NX-SW
                   ELSE
                       MOVE NX-EST-NO TO HIST-EST-NO
                       READ PAINT-HISTORY
                           INVALID KEY
                               MOVE 'YES' TO NX-SW
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       2195-FORMAT-EST-NO.
           IF NX-LAST-SEQ < 10000
               MOVE NX-LAST-SEQ TO NX-DIGITS
               MOVE NX-DIGITS   TO NX-EST-NO
           ELSE
               SUBTRACT 10000 FROM NX-LAST-SEQ GIVING NX-WORK
               DIVIDE NX-WORK BY 1000 GIVING NX-LETTER-SUB
                   REMAINDER NX-TAIL
               ADD 1 TO NX-LETTER-SUB
               MOVE NX-LETTER (NX-LETTER-SUB) TO NX-EST-NO (1:1)
               MOVE NX-TAIL                   TO NX-EST-NO (2:3)
           END-IF.

       2300-CHANGE-ESTIMATE.
                   PERFORM 2310-APPLY-CHANGE
           END-READ.

      *ONCE THE CONTRACT IS FROZEN THE SURFACE LINES ARE WHAT THE    *
      *CUSTOMER SIGNED FOR - A CHANGE MAY STILL FIX THE NAME, ADDRESS *
      *OR DATES, BUT ADDING OR DROPPING WORK GOES THROUGH A CHANGE   *
      *ORDER (COBRL22) SO ONLY THE DIFFERENCE IS PRICED. A CHANGE    *
      *THAT SENDS THE JOB BACK TO QUOTED DROPS THE CONTRACT INSTEAD. *
       2310-APPLY-CHANGE.
           PERFORM 2320-COMPARE-LINES.
           MOVE TRAN-CUST-NAME TO PAINT-CUST-NAME.
           MOVE TRAN-JOB-ADDR  TO PAINT-JOB-ADDR.
           MOVE TRAN-DATE      TO PAINT-DATE.
           END-IF.
           PERFORM 2600-SET-SCHED-DATE.
           PERFORM 2150-CHECK-CUSTOMER.
           PERFORM 2180-CHECK-SALES-REP.
           IF NOT WS-CUST-FOUND
               MOVE 'CUSTOMER NUMBER NOT ON MASTER - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF WS-SREP-NOT-FOUND
               MOVE 'SALES REP NOT ON MASTER - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF TRAN-SURFACE-CTR IS NOT NUMERIC
                   OR TRAN-SURFACE-CTR = ZERO
               MOVE 'NO SURFACE LINES - NOT CHANGED'
               MOVE 'TOO MANY SURFACE LINES (MAX 10) - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF PAINT-CONTRACT-LOCKED AND NOT PAINT-IS-QUOTED
                   AND WS-LINES-DIFFER
               MOVE 'CONTRACT LOCKED - LINES NEED A CHANGE ORDER'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE
               MOVE TRAN-SURFACE-CTR TO PAINT-SURFACE-CTR
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   MOVE TRAN-SURFACE-LINE (WS-SUB)
                       TO PAINT-SURFACE-LINE (WS-SUB)
               END-PERFORM
               PERFORM 2170-CHECK-CREW
               IF WS-CREW-NOT-FOUND
                   MOVE 'CREW NOT ON CREW MASTER - NOT CHANGED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               ELSE IF WS-CREW-NO-TYPE
                   MOVE 'CREW CANNOT DO A SURFACE TYPE - NOT CHANGED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               ELSE
                   PERFORM 2650-SET-CONTRACT
                   PERFORM 2330-REWRITE-ESTIMATE
               END-IF
           END-IF.

       2330-REWRITE-ESTIMATE.
           REWRITE PAINT-REC
               INVALID KEY
                   MOVE 'ESTIMATE NUMBER NOT ON FILE - NOT CHANGED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               NOT INVALID KEY
                   MOVE 'ESTIMATE CHANGED' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
                   MOVE PAINT-REC TO AUD-AFTER-IMAGE
                   PERFORM 2800-WRITE-AUDIT
           END-REWRITE.

       2320-COMPARE-LINES.
           MOVE 'NO' TO WS-LINES-SW.
           IF TRAN-SURFACE-CTR IS NOT NUMERIC
                   OR TRAN-SURFACE-CTR NOT = PAINT-SURFACE-CTR
               MOVE 'YES' TO WS-LINES-SW
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > PAINT-SURFACE-CTR
                   IF TRAN-SURFACE-LINE (WS-SUB)
                           NOT = PAINT-SURFACE-LINE (WS-SUB)
                       MOVE 'YES' TO WS-LINES-SW
                   END-IF
               END-PERFORM
           END-IF.

       2400-DELETE-ESTIMATE.
           END-DELETE.

      *STATUS TRANSACTION - MOVES A JOB THROUGH THE LIFECYCLE WITHOUT*
      *REKEYING THE WHOLE RECORD. ONLY THE STATUS BYTE IS TOUCHED,   *
      *PLUS THE CONTRACT PRICE WHEN THE JOB IS ACCEPTED OR SENT BACK *
      *AND THE WORK DATE AND CREW WHEN THE JOB IS BOOKED.            *
       2500-STATUS-ESTIMATE.
           MOVE 'STATUS'       TO WS-ACTION.
           MOVE TRAN-EST-NO    TO PAINT-EST-NO.
                       ADD 1 TO C-REJECT-CTR
                   NOT INVALID KEY
                       MOVE PAINT-REC   TO AUD-BEFORE-IMAGE
                       PERFORM 2510-APPLY-STATUS
               END-READ
           END-IF.

       2510-APPLY-STATUS.
           MOVE TRAN-STATUS TO PAINT-STATUS.
           PERFORM 2600-SET-SCHED-DATE.
           PERFORM 2170-CHECK-CREW.
           IF WS-CREW-NOT-FOUND
               MOVE 'CREW NOT ON CREW MASTER - NOT APPLIED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF WS-CREW-NO-TYPE
               MOVE 'CREW CANNOT DO A SURFACE TYPE - NOT APPLIED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE
               PERFORM 2650-SET-CONTRACT
               REWRITE PAINT-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED - NOT APPLIED'
                           TO WS-RESULT
                       ADD 1 TO C-REJECT-CTR
                   NOT INVALID KEY
                       MOVE 'STATUS APPLIED' TO WS-RESULT
                       ADD 1 TO C-APPLIED-CTR
                       MOVE PAINT-REC TO AUD-AFTER-IMAGE
                       PERFORM 2800-WRITE-AUDIT
               END-REWRITE
           END-IF.

      *BOOK THE CREW - A TRANSACTION CARRYING A WORK-START DATE SETS *
      *IT ON THE MASTER; ONE WITHOUT LEAVES WHATEVER IS THERE, AND A *
      *NEW ADD THAT CARRIES NONE STARTS AT ZERO (NOT YET BOOKED).    *
      *THE CREW NUMBER FOLLOWS THE SAME RULE.                        *
       2600-SET-SCHED-DATE.
           IF TRAN-SCHED-DATE IS NUMERIC AND TRAN-SCHED-DATE > ZEROS
               MOVE TRAN-SCHED-DATE TO PAINT-SCHED-DATE
                   MOVE ZEROS TO PAINT-SCHED-DATE
               END-IF
           END-IF.
           IF TRAN-CREW-NO NOT = SPACES
               MOVE TRAN-CREW-NO TO PAINT-CREW-NO
           ELSE
               IF TRAN-IS-ADD
                   MOVE SPACES TO PAINT-CREW-NO
               END-IF
           END-IF.

      *FREEZE THE CONTRACT THE FIRST TIME THE JOB IS APPROVED OR     *
      *SCHEDULED; LATER STATUS MOVES LEAVE IT ALONE, SO A JOB GOING  *
      *APPROVED -> SCHEDULED -> COMPLETED BILLS THE PRICE IT WAS     *
      *ACCEPTED AT. BACK TO QUOTED MEANS THE CUSTOMER HAS NOT        *
      *ACCEPTED ANYTHING, SO THE CONTRACT AND ITS ORDERS ARE DROPPED *
      *AND THE NEXT ACCEPTANCE PRICES AFRESH. THE ORDER NUMBER IS    *
      *KEPT SO THE TRAIL ON PCHGORD.DAT NEVER REUSES A NUMBER.       *
       2650-SET-CONTRACT.
           IF (PAINT-IS-APPROVED OR PAINT-IS-SCHEDULED)
                   AND NOT PAINT-CONTRACT-LOCKED
               PERFORM 2700-LOCK-CONTRACT
           ELSE IF PAINT-IS-QUOTED AND PAINT-CONTRACT-LOCKED
               PERFORM 2750-DROP-CONTRACT
           END-IF.

       2700-LOCK-CONTRACT.
           MOVE ZERO TO C-PAINT-DOL.
           MOVE ZERO TO C-LABOR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               PERFORM 2710-FIND-RATE
               COMPUTE WS-LINE-SQ-FT =
                   PAINT-SURFACE-SQ-FT (WS-SUB) *
                   PAINT-SURFACE-COATS (WS-SUB)
               DIVIDE WS-LINE-SQ-FT BY WS-LINE-COVERAGE
                   GIVING WS-LINE-GAL
               COMPUTE C-PAINT-DOL = C-PAINT-DOL +
                   WS-LINE-GAL * PAINT-PRICE-GAL
               COMPUTE WS-LINE-HOURS ROUNDED =
                   PAINT-SURFACE-SQ-FT (WS-SUB) *
                       WS-LINE-HRS-COAT1 / 100
               IF PAINT-SURFACE-COATS (WS-SUB) > 1
                   COMPUTE WS-LINE-HOURS ROUNDED =
                       WS-LINE-HOURS +
                       (PAINT-SURFACE-SQ-FT (WS-SUB) *
                           (PAINT-SURFACE-COATS (WS-SUB) - 1) *
                           WS-LINE-HRS-ADDL / 100)
               END-IF
               COMPUTE C-LABOR = C-LABOR +
                   WS-LINE-HOURS * WS-LINE-LABOR-HOUR
           END-PERFORM.
           COMPUTE C-TOTAL = C-PAINT-DOL + C-LABOR.
           PERFORM 2720-FIND-TAX-RATE.
           COMPUTE C-TAX ROUNDED = C-TOTAL * C-TAX-RATE / 100.
           MOVE 'Y'           TO PAINT-CONTRACT-SW.
           MOVE WS-AS-OF-DATE TO PAINT-CONTRACT-DATE.
           MOVE C-PAINT-DOL   TO PAINT-CONTRACT-PAINT.
           MOVE C-LABOR       TO PAINT-CONTRACT-LABOR.
           MOVE C-TAX         TO PAINT-CONTRACT-TAX.
      *A JOB WHOSE DEPOSIT WENT OUT BEFORE THE DEPOSIT TAX WAS HELD  *
      *ON THE MASTER GETS IT RECONSTRUCTED AT TODAY'S RATE SO THE    *
      *FINAL LEG NETS SOMETHING SENSIBLE.                            *
           IF PAINT-DEP-BILLED AND PAINT-DEP-TAX = ZERO
               COMPUTE PAINT-DEP-TAX ROUNDED =
                   PAINT-DEP-AMT * C-TAX-RATE / 100
           END-IF.

       2710-FIND-RATE.
           MOVE 0 TO RT-FOUND-SUB.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CTR
               IF RT-PAINT-TYPE (RT-SUB) = PAINT-SURFACE-TYPE (WS-SUB)
                   MOVE RT-SUB TO RT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF RT-FOUND-SUB = 0
               PERFORM VARYING RT-SUB FROM 1 BY 1
                       UNTIL RT-SUB > RT-CTR
                   IF RT-PAINT-TYPE (RT-SUB) = 'GENERAL'
                       MOVE RT-SUB TO RT-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF RT-FOUND-SUB = 0
               MOVE RT-DEF-COVERAGE   TO WS-LINE-COVERAGE
               MOVE RT-DEF-HRS-COAT1  TO WS-LINE-HRS-COAT1
               MOVE RT-DEF-HRS-ADDL   TO WS-LINE-HRS-ADDL
               MOVE RT-DEF-LABOR-HOUR TO WS-LINE-LABOR-HOUR
           ELSE
               MOVE RT-COVERAGE-FACTOR (RT-FOUND-SUB)
                   TO WS-LINE-COVERAGE
               MOVE RT-HRS-COAT1 (RT-FOUND-SUB)
                   TO WS-LINE-HRS-COAT1
               MOVE RT-HRS-ADDL (RT-FOUND-SUB)
                   TO WS-LINE-HRS-ADDL
               MOVE RT-LABOR-HOUR (RT-FOUND-SUB)
                   TO WS-LINE-LABOR-HOUR
           END-IF.

      *TAX UNDER THE CUSTOMER'S JURISDICTION - A CUSTOMER NOT ON THE *
      *MASTER, OR A JURISDICTION WITH NO RATE IN FORCE, TAXES AT     *
      *ZERO, AS ON THE ESTIMATE REPORT.                              *
       2720-FIND-TAX-RATE.
           MOVE SPACES TO WS-TAX-JUR.
           MOVE PAINT-CUST-NO TO CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-TAX-JUR TO WS-TAX-JUR
           END-READ.
           MOVE 0 TO TX-FOUND-SUB.
           IF WS-TAX-JUR NOT = SPACES
               PERFORM VARYING TX-SUB FROM 1 BY 1
                       UNTIL TX-SUB > TX-CTR
                   IF TX-JUR-CODE (TX-SUB) = WS-TAX-JUR
                       MOVE TX-SUB TO TX-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF TX-FOUND-SUB = 0
               MOVE ZERO TO C-TAX-RATE
           ELSE
               MOVE TX-RATE-PCT (TX-FOUND-SUB) TO C-TAX-RATE
           END-IF.

       2750-DROP-CONTRACT.
           MOVE 'N'   TO PAINT-CONTRACT-SW.
           MOVE ZEROS TO PAINT-CONTRACT-DATE.
           MOVE ZEROS TO PAINT-CONTRACT-PAINT.
           MOVE ZEROS TO PAINT-CONTRACT-LABOR.
           MOVE ZEROS TO PAINT-CONTRACT-TAX.
           MOVE ZEROS TO PAINT-CO-NET-PAINT.
           MOVE ZEROS TO PAINT-CO-NET-LABOR.
           MOVE ZEROS TO PAINT-CO-NET-TAX.

       2800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE LOGLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           IF NX-ISSUED-CTR > 0
               PERFORM 3100-WRITE-EST-NUMBER
           END-IF.

           CLOSE TRAN-FILE
                 STUDENT-MASTER
                 PAINT-HISTORY
                 CUSTOMER-MASTER
                 CREW-MASTER
                 SREP-MASTER
                 AUDIT-FILE
                 MAINTLOG.

       3100-WRITE-EST-NUMBER.
           PERFORM 2195-FORMAT-EST-NO.
           OPEN OUTPUT ESTNO-FILE.
           IF WS-ESTNO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS ' - LAST NUMBER ISSUED ' NX-EST-NO
               STOP RUN
           END-IF.
           MOVE NX-LAST-SEQ   TO ENO-LAST-SEQ.
           MOVE NX-EST-NO     TO ENO-LAST-EST-NO.
           MOVE WS-AS-OF-DATE TO ENO-LAST-DATE.
           MOVE 'COBRL03'     TO ENO-LAST-PROGRAM.
           WRITE ESTNO-REC.
           IF WS-ESTNO-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS ' - LAST NUMBER ISSUED ' NX-EST-NO
               STOP RUN
           END-IF.
           CLOSE ESTNO-FILE.

       9000-READ-TRAN.
           READ TRAN-FILE
               AT END
