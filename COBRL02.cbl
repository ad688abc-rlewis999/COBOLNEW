               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL SREP-MASTER
               ASSIGN TO 'E:\COBOL\SREPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREP-CODE
               FILE STATUS IS WS-SREP-STATUS.

           SELECT REJRPT
               ASSIGN USING WS-REJRPT-FILE
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD

           COPY 'CPCUST.cpy'.

       FD  SREP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SREP-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY 'CPSREP.cpy'.

       FD  REJRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-SREP-STATUS  PIC XX      VALUE '00'.

      *AS-OF DATE AND FILE ASSIGNMENTS FROM RUNCTL.DAT SO AN EDIT    *
      *AGAINST A TEST COPY OF THE MASTER NEEDS NO RECOMPILE.         *
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SREP-MASTER.
           IF WS-SREP-STATUS NOT = '00' AND WS-SREP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SREPMAST.DAT - STATUS: '
                   WS-SREP-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REJRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
           PERFORM 2130-CHECK-PRICE.
           PERFORM 2135-CHECK-STATUS.
           PERFORM 2140-CHECK-CUSTOMER.
           PERFORM 2145-CHECK-SALES-REP.

       2120-CHECK-SQ-FT.
           IF PAINT-SURFACE-CTR IS NOT NUMERIC
               END-READ
           END-IF.

      *THE COMMISSION RUN PAYS THE REP ON THE ESTIMATE - A JOB WITH  *
      *NO REP, OR ONE NO LONGER ON THE MASTER, WOULD GO UNPAID.      *
       2145-CHECK-SALES-REP.
           IF PAINT-SREP-CODE = SPACES
               MOVE 'NO' TO WS-VALID-SW
               STRING 'MISSING SALES REP; ' DELIMITED BY SIZE
                   INTO WS-REASON
                   WITH POINTER WS-REASON-PTR
               END-STRING
           ELSE
               MOVE PAINT-SREP-CODE TO SREP-CODE
               READ SREP-MASTER
                   INVALID KEY
                       MOVE 'NO' TO WS-VALID-SW
                       STRING 'SALES REP NOT ON MASTER; '
                               DELIMITED BY SIZE
                           INTO WS-REASON
                           WITH POINTER WS-REASON-PTR
                       END-STRING
               END-READ
           END-IF.

       2300-WRITE-REJECT.
           MOVE PAINT-EST-NO TO O-EST-NO.
           MOVE WS-REASON TO O-REASON.

           CLOSE STUDENT-MASTER
                 CUSTOMER-MASTER
                 SREP-MASTER
                 REJRPT.

       9000-READ.
