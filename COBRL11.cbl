       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
