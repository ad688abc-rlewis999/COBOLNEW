       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

       FD  PAINT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPHIST.cpy'.

       FD  BILLREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC
           RECORD CONTAINS 103 CHARACTERS.

           COPY 'CPBILL.cpy'.

                   15  MO-QUOTED       PIC 9(5).
                   15  MO-ADVANCED     PIC 9(5).
                   15  MO-COMPLETED    PIC 9(5).
                   15  MO-BILLED-DOL   PIC S9(9)V99.
                   15  MO-JOBS-BILLED  PIC 9(5).
                   15  MO-CONV-PCT     PIC 9(3)V99.
                   15  MO-AVG-JOB      PIC 9(7)V99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-COMPLETED     PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-BILLED-DOL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-AVG-JOB       PIC Z,ZZZ,ZZ9.99.

       01  PRT-DROPPED.
      *BILLED DOLLARS LAND IN THE MONTH THE EXTRACT SENT THEM TO AR,*
      *TAX INCLUDED. ONLY FINAL ROWS COUNT AS A BILLED JOB FOR THE  *
      *AVERAGE - A DEPOSIT IS HALF A STORY. ROWS WRITTEN BEFORE THE *
      *REGISTER CARRIED A TYPE COUNT AS FINALS TOO. CREDIT MEMOS    *
      *AND WRITE-OFFS COME OFF THE MONTH THEY WERE ISSUED IN, DEBIT *
      *MEMOS ADD TO IT; NEITHER COUNTS AS A BILLED JOB.             *
       3200-SWEEP-BILLING.
           PERFORM 9300-READ-BILL.
           PERFORM UNTIL MORE-BILLS = 'NO'
               MOVE BILL-EXTRACT-DATE (1:6) TO WS-POST-YYMM
               PERFORM 2150-FIND-MONTH
               IF MO-FOUND-SUB > 0
      *PRE-TYPE REGISTER ROWS CARRY SPACES WHERE THE TAX AMOUNT NOW *
      *LIVES - THEY BILLED UNTAXED, SO THEY ADD NOTHING HERE.       *
                   IF NOT BILL-TAX-AMT IS NUMERIC
                       MOVE ZERO TO BILL-TAX-AMT
                   END-IF
                   IF BILL-REDUCES-BALANCE
                       SUBTRACT BILL-TOTAL BILL-TAX-AMT
                           FROM MO-BILLED-DOL (MO-FOUND-SUB)
                   ELSE
                       ADD BILL-TOTAL BILL-TAX-AMT
                           TO MO-BILLED-DOL (MO-FOUND-SUB)
                   END-IF
                   IF BILL-IS-FINAL OR BILL-TYPE = SPACE
                       MO-WRITTEN (MO-SUB)
               END-IF
               IF MO-JOBS-BILLED (MO-SUB) > 0
                       AND MO-BILLED-DOL (MO-SUB) > 0
                   COMPUTE MO-AVG-JOB (MO-SUB) ROUNDED =
                       MO-BILLED-DOL (MO-SUB) /
                       MO-JOBS-BILLED (MO-SUB)
