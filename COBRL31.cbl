       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL31.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  WARRANTY CALLBACK MAINTENANCE. APPLIES THE   *
      *  OPEN/DISPATCH/RESOLVE TRANSACTIONS IN        *
      *  PCBTRAN.DAT TO THE CALLBACK FILE PCALLBK.DAT *
      *  AND LOGS EACH ONE TO PCBLOG.PRT. A CALLBACK  *
      *  IS OPENED AGAINST THE ORIGINAL ESTIMATE - ON *
      *  THE ACTIVE MASTER, OR ON PAINTHST.DAT ONCE   *
      *  THE ARCHIVE SWEEP HAS MOVED THE JOB - AND    *
      *  ONLY FOR A COMPLETED JOB STILL INSIDE THE    *
      *  WARRANTY PERIOD (MONTHS IN PWARRNTY.PRM)     *
      *  COUNTED FROM ITS COMPLETION. A DISPATCH BOOKS*
      *  A CREW AND HOURS FOR THE RETURN VISIT, WHICH *
      *  CAPACITY PLANNING (COBRL12) LOADS. WARRANTY  *
      *  WORK IS NEVER BILLED: NOTHING HERE TOUCHES   *
      *  THE ESTIMATE OR ANY BILLING FILE.            *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'E:\COBOL\PWARRNTY.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CBTRAN-FILE
               ASSIGN TO 'E:\COBOL\PCBTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBTRAN-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN USING WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAINT-EST-NO
               ALTERNATE RECORD KEY IS PAINT-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAINT-HISTORY
               ASSIGN USING WS-HISTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-EST-NO
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL ACTUALS-FILE
               ASSIGN TO 'E:\COBOL\PJOBACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT OPTIONAL CREW-MASTER
               ASSIGN TO 'E:\COBOL\CREWMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CREW-NO
               FILE STATUS IS WS-CREW-STATUS.

      *OPTIONAL SO THE FIRST CALLBACK OPENED BUILDS THE FILE.        *
           SELECT OPTIONAL CALLBACK-FILE
               ASSIGN TO 'E:\COBOL\PCALLBK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.

           SELECT MAINTLOG
               ASSIGN TO 'E:\COBOL\PCBLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

      *WORKMANSHIP WARRANTY IN MONTHS FROM COMPLETION.               *
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 2 CHARACTERS.

       01  PARM-REC.
           05  PARM-WARRANTY-MONTHS     PIC 9(2).

       FD  CBTRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CBTRAN-REC
           RECORD CONTAINS 159 CHARACTERS.

           COPY 'CPCBTRAN.cpy'.

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

       FD  ACTUALS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC
           RECORD CONTAINS 40 CHARACTERS.

           COPY 'CPACTUAL.cpy'.

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 145 CHARACTERS.

           COPY 'CPCREW.cpy'.

       FD  CALLBACK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CALLBACK-REC
           RECORD CONTAINS 250 CHARACTERS.

           COPY 'CPCALLBK.cpy'.

       FD  MAINTLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOGLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-TRAN-CTR      PIC 9(5)    VALUE ZERO.
           05  C-APPLIED-CTR   PIC 9(5)    VALUE ZERO.
           05  C-REJECT-CTR    PIC 9(5)    VALUE ZERO.
           05  C-OPENED-CTR    PIC 9(5)    VALUE ZERO.
           05  C-DISPATCH-CTR  PIC 9(5)    VALUE ZERO.
           05  C-RESOLVED-CTR  PIC 9(5)    VALUE ZERO.
           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  MORE-ACTUALS    PIC XXX     VALUE 'YES'.
           05  WS-PARM-STATUS  PIC XX      VALUE '00'.
           05  WS-CBTRAN-STATUS PIC XX     VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.
           05  WS-ACT-STATUS   PIC XX      VALUE '00'.
           05  WS-CREW-STATUS  PIC XX      VALUE '00'.
           05  WS-CB-STATUS    PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).
           05  WS-WARRANTY-MONTHS  PIC 9(2)   VALUE 0.

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.

       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-JOB-SUB          PIC 99     VALUE 0.
           05  WS-TYPE-SUB         PIC 99     VALUE 0.
           05  WS-ACTION           PIC X(10)  VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-LOG-SEQ          PIC X(2)   VALUE SPACES.
           05  WS-VALID-SW         PIC XXX    VALUE 'YES'.
               88  WS-TRAN-VALID              VALUE 'YES'.
      *WHERE THE ESTIMATE WAS FOUND - 'M' ACTIVE MASTER, 'H' HISTORY,*
      *SPACE NOT FOUND. A HISTORY HIT IS MOVED ACROSS INTO PAINT-REC *
      *(SAME LAYOUT) AND CHECKED THERE, AS IN COBRL20.               *
           05  WS-FOUND-IN         PIC X      VALUE SPACE.
               88  WS-FOUND-NOWHERE           VALUE SPACE.
           05  WS-TYPE-SW          PIC XXX    VALUE 'NO'.
               88  WS-TYPE-HANDLED            VALUE 'YES'.
           05  WS-SEQ-DONE-SW      PIC XXX    VALUE 'NO'.
               88  WS-SEQ-DONE                VALUE 'YES'.
           05  WS-LAST-SEQ         PIC 9(2)   VALUE 0.

      *WARRANTY WINDOW - THE CALLBACK MUST BE REPORTED NO LATER THAN *
      *THE SAME DAY OF THE MONTH, THE WARRANTY MONTHS AFTER THE JOB  *
      *WAS COMPLETED. COUNTED IN MONTHS SO NO CALENDAR IS NEEDED; A  *
      *COMPLETION ON THE 31ST RUNS TO THE END OF A SHORTER MONTH.    *
       01  WARRANTY-WORK-AREA.
           05  WS-COMPLETE-DATE.
               10  WS-COMPLETE-YY  PIC 9(4).
               10  WS-COMPLETE-MM  PIC 99.
               10  WS-COMPLETE-DD  PIC 99.
           05  WS-COMPLETE-DATE-N REDEFINES WS-COMPLETE-DATE
                                   PIC 9(8).
           05  WS-COMPLETE-BASIS   PIC X      VALUE SPACE.
           05  WS-REPORTED-DATE.
               10  WS-REPORTED-YY  PIC 9(4).
               10  WS-REPORTED-MM  PIC 99.
               10  WS-REPORTED-DD  PIC 99.
           05  WS-REPORTED-DATE-N REDEFINES WS-REPORTED-DATE
                                   PIC 9(8).
           05  WS-END-MONTHS       PIC 9(6)   VALUE 0.
           05  WS-REPORTED-MONTHS  PIC 9(6)   VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S WARRANTY CALLBACKS'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-WARRANTY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(36)
                     VALUE 'WARRANTY MONTHS FROM COMPLETION:'.
           05  O-WARRANTY-MONTHS PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(6)    VALUE 'SEQ'.
           05  FILLER          PIC X(12)   VALUE 'ACTION'.
           05  FILLER          PIC X(11)   VALUE 'DATE'.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-LOG-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SEQ           PIC X(2).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-ACTION        PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TRAN-DATE     PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RESULT        PIC X(45).

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'TRANSACTIONS READ:'.
           05  O-TRAN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'APPLIED:'.
           05  O-APPLIED-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR    PIC ZZZZ9.

       01  PRT-ACTION-TOTALS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CALLBACKS OPENED:'.
           05  O-OPENED-CTR    PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CREWS BOOKED:'.
           05  O-DISPATCH-CTR  PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'RESOLVED:'.
           05  O-RESOLVED-CTR  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PWARRNTY.PRM - STATUS: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'PWARRNTY.PRM IS EMPTY - NO WARRANTY PERIOD'
                   STOP RUN
           END-READ.
           IF PARM-WARRANTY-MONTHS IS NOT NUMERIC
                   OR PARM-WARRANTY-MONTHS = ZERO
               DISPLAY 'PWARRNTY.PRM WARRANTY MONTHS NOT 01-99'
               STOP RUN
           END-IF.
           MOVE PARM-WARRANTY-MONTHS TO WS-WARRANTY-MONTHS.
           CLOSE PARM-FILE.

           OPEN INPUT CBTRAN-FILE.
           IF WS-CBTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCBTRAN.DAT - STATUS: '
                   WS-CBTRAN-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
      *HISTORY MAY NOT EXIST YET IF THE ARCHIVE SWEEP HAS NEVER RUN. *
           OPEN INPUT PAINT-HISTORY.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PAINTHST.DAT - STATUS: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CREW-MASTER.
           IF WS-CREW-STATUS NOT = '00' AND WS-CREW-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CREWMAST.DAT - STATUS: '
                   WS-CREW-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CALLBACK-FILE.
           IF WS-CB-STATUS NOT = '00' AND WS-CB-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PCALLBK.DAT - STATUS: '
                   WS-CB-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINTLOG.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE WS-WARRANTY-MONTHS TO O-WARRANTY-MONTHS.

           PERFORM 9000-READ-TRAN.
           PERFORM 9100-HEADINGS.

       1050-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUNCTL.DAT - STATUS: '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           READ RUNCTL-FILE
               AT END
                   DISPLAY 'RUNCTL.DAT IS EMPTY - NO RUN CONTROL'
                   STOP RUN
           END-READ.
           MOVE RUN-AS-OF-DATE   TO WS-AS-OF-DATE.
           MOVE RUN-MASTER-PATH  TO WS-MASTER-FILE.
           MOVE RUN-HISTORY-PATH TO WS-HISTORY-FILE.
           CLOSE RUNCTL-FILE.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           MOVE 'YES' TO WS-VALID-SW.
           MOVE SPACES TO WS-RESULT.
           MOVE CBT-SEQ TO WS-LOG-SEQ.
           EVALUATE TRUE
               WHEN CBT-IS-OPEN
                   PERFORM 2200-OPEN-CALLBACK
               WHEN CBT-IS-DISPATCH
                   PERFORM 2300-DISPATCH-CALLBACK
               WHEN CBT-IS-RESOLVE
                   PERFORM 2400-RESOLVE-CALLBACK
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO WS-ACTION
                   MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
           END-EVALUATE.
           IF WS-TRAN-VALID
               ADD 1 TO C-APPLIED-CTR
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM 2900-WRITE-LOG-LINE.
           PERFORM 9000-READ-TRAN.

      *EACH STEP RUNS ONLY WHILE THE ONES BEFORE IT HAVE PASSED; THE *
      *FIRST FAILURE LEAVES ITS REASON IN WS-RESULT.                 *
       2200-OPEN-CALLBACK.
           MOVE 'OPEN'          TO WS-ACTION.
           MOVE SPACES          TO WS-LOG-SEQ.
           PERFORM 2210-EDIT-OPEN.
           IF WS-TRAN-VALID
               PERFORM 2220-FIND-ESTIMATE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2230-CHECK-JOB
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2240-FIND-COMPLETION
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2250-CHECK-WARRANTY
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2260-NEXT-SEQUENCE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2270-WRITE-CALLBACK
           END-IF.

       2210-EDIT-OPEN.
           IF CBT-EST-NO = SPACES
               MOVE 'NO ESTIMATE NUMBER - NOT OPENED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-DATE IS NOT NUMERIC OR CBT-DATE = ZEROS
               MOVE 'DATE REPORTED MISSING - NOT OPENED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-DATE > WS-AS-OF-DATE-N
               MOVE 'DATE REPORTED AFTER RUN DATE - NOT OPENED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF NOT CBT-COMPLAINT-VALID
               MOVE 'INVALID COMPLAINT CODE - NOT OPENED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-SURFACE-CTR IS NOT NUMERIC
                   OR CBT-SURFACE-CTR = ZERO
                   OR CBT-SURFACE-CTR > 5
               MOVE 'SURFACES INVOLVED NOT 1-5 - NOT OPENED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *ACTIVE MASTER FIRST, THEN HISTORY - SAME LOOKUP AS COBRL20.   *
       2220-FIND-ESTIMATE.
           MOVE SPACE TO WS-FOUND-IN.
           MOVE CBT-EST-NO TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-FOUND-IN
           END-READ.
           IF WS-FOUND-NOWHERE AND WS-HIST-STATUS NOT = '05'
               MOVE CBT-EST-NO TO HIST-EST-NO
               READ PAINT-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO WS-FOUND-IN
                       MOVE HIST-SURFACE-CTR TO PAINT-SURFACE-CTR
                       MOVE HIST-REC TO PAINT-REC
               END-READ
           END-IF.
           IF WS-FOUND-NOWHERE
               MOVE 'ESTIMATE NOT ON MASTER OR HISTORY - NOT OPENED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *ONLY FINISHED WORK CARRIES A WARRANTY, AND A COMPLAINT CAN    *
      *ONLY BE ABOUT SURFACES THE JOB ACTUALLY PAINTED.              *
       2230-CHECK-JOB.
           IF NOT PAINT-IS-COMPLETED
               MOVE 'JOB NOT COMPLETED - NOT OPENED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > CBT-SURFACE-CTR
                   MOVE 'NO' TO WS-TYPE-SW
                   PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                           UNTIL WS-JOB-SUB > PAINT-SURFACE-CTR
                       IF PAINT-SURFACE-TYPE (WS-JOB-SUB)
                               = CBT-SURFACE-TYPE (WS-SUB)
                           MOVE 'YES' TO WS-TYPE-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-TYPE-HANDLED
                       MOVE 'SURFACE TYPE NOT ON THE JOB - NOT OPENED'
                           TO WS-RESULT
                       MOVE 'NO' TO WS-VALID-SW
                   END-IF
               END-PERFORM
           END-IF.

      *THE LAST DAY A CREW POSTED TIME TO THE JOB IS WHEN IT WAS     *
      *FINISHED. A JOB NO ACTUALS WERE EVER POSTED FOR FALLS BACK TO *
      *ITS BOOKED WORK DATE - THE EARLIEST IT COULD HAVE FINISHED,   *
      *SO THE WARRANTY IS NEVER STRETCHED.                           *
       2240-FIND-COMPLETION.
           MOVE ZEROS TO WS-COMPLETE-DATE-N.
           MOVE 'A'   TO WS-COMPLETE-BASIS.
           OPEN INPUT ACTUALS-FILE.
           IF WS-ACT-STATUS NOT = '00' AND WS-ACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PJOBACT.DAT - STATUS: '
                   WS-ACT-STATUS
               STOP RUN
           END-IF.
           MOVE 'YES' TO MORE-ACTUALS.
           PERFORM 2245-READ-ACTUAL.
           PERFORM UNTIL MORE-ACTUALS = 'NO'
               IF ACT-EST-NO = CBT-EST-NO
                       AND ACT-WORK-DATE > WS-COMPLETE-DATE-N
                   MOVE ACT-WORK-DATE TO WS-COMPLETE-DATE-N
               END-IF
               PERFORM 2245-READ-ACTUAL
           END-PERFORM.
           CLOSE ACTUALS-FILE.
           IF WS-COMPLETE-DATE-N = ZEROS
               MOVE 'W' TO WS-COMPLETE-BASIS
               IF PAINT-SCHED-DATE IS NUMERIC
                   MOVE PAINT-SCHED-DATE TO WS-COMPLETE-DATE
               END-IF
           END-IF.
           MOVE CBT-DATE TO WS-REPORTED-DATE-N.
           IF WS-COMPLETE-DATE-N = ZEROS
               MOVE 'NO ACTUALS OR WORK DATE - WARRANTY UNKNOWN'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF WS-REPORTED-DATE-N < WS-COMPLETE-DATE-N
               MOVE 'REPORTED BEFORE JOB COMPLETED - NOT OPENED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

       2245-READ-ACTUAL.
           READ ACTUALS-FILE
               AT END
                   MOVE 'NO' TO MORE-ACTUALS.

       2250-CHECK-WARRANTY.
           COMPUTE WS-END-MONTHS =
               WS-COMPLETE-YY * 12 + WS-COMPLETE-MM
                   + WS-WARRANTY-MONTHS.
           COMPUTE WS-REPORTED-MONTHS =
               WS-REPORTED-YY * 12 + WS-REPORTED-MM.
           IF WS-REPORTED-MONTHS > WS-END-MONTHS
                   OR (WS-REPORTED-MONTHS = WS-END-MONTHS
                       AND WS-REPORTED-DD > WS-COMPLETE-DD)
               MOVE 'OUTSIDE WARRANTY PERIOD - NOT OPENED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *NEXT SEQUENCE FOR THE ESTIMATE - ONE PAST THE HIGHEST ALREADY *
      *ON FILE UNDER ITS NUMBER.                                     *
       2260-NEXT-SEQUENCE.
           MOVE 0          TO WS-LAST-SEQ.
           MOVE 'NO'       TO WS-SEQ-DONE-SW.
           MOVE CBT-EST-NO TO CB-EST-NO.
           MOVE 0          TO CB-SEQ.
           START CALLBACK-FILE KEY IS NOT < CB-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-SEQ-DONE-SW
           END-START.
           PERFORM UNTIL WS-SEQ-DONE
               READ CALLBACK-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SEQ-DONE-SW
                   NOT AT END
                       IF CB-EST-NO = CBT-EST-NO
                           MOVE CB-SEQ TO WS-LAST-SEQ
                       ELSE
                           MOVE 'YES' TO WS-SEQ-DONE-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAST-SEQ = 99
               MOVE '99 CALLBACKS ALREADY ON JOB - NOT OPENED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

       2270-WRITE-CALLBACK.
           MOVE SPACES             TO CALLBACK-REC.
           MOVE CBT-EST-NO         TO CB-EST-NO.
           COMPUTE CB-SEQ = WS-LAST-SEQ + 1.
           MOVE 'O'                TO CB-STATUS.
           MOVE WS-FOUND-IN        TO CB-SOURCE.
           MOVE PAINT-CUST-NO      TO CB-CUST-NO.
           MOVE PAINT-CUST-NAME    TO CB-CUST-NAME.
           MOVE PAINT-JOB-ADDR     TO CB-JOB-ADDR.
           MOVE PAINT-CREW-NO      TO CB-ORIG-CREW.
           MOVE WS-COMPLETE-DATE-N TO CB-COMPLETE-DATE.
           MOVE WS-COMPLETE-BASIS  TO CB-COMPLETE-BASIS.
           MOVE WS-WARRANTY-MONTHS TO CB-WARRANTY-MONTHS.
           MOVE CBT-DATE           TO CB-REPORTED-DATE.
           MOVE CBT-COMPLAINT-CD   TO CB-COMPLAINT-CD.
           MOVE CBT-COMPLAINT-TEXT TO CB-COMPLAINT-TEXT.
           MOVE CBT-SURFACE-CTR    TO CB-SURFACE-CTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CBT-SURFACE-CTR
               MOVE CBT-SURFACE-TYPE (WS-SUB)
                   TO CB-SURFACE-TYPE (WS-SUB)
           END-PERFORM.
           MOVE ZEROS              TO CB-VISIT-DATE
                                      CB-BOOKED-HOURS
                                      CB-RESOLVED-DATE.
           MOVE CB-SEQ             TO WS-LOG-SEQ.
           WRITE CALLBACK-REC
               INVALID KEY
                   MOVE 'CALLBACK KEY ALREADY ON FILE - NOT OPENED'
                       TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
               NOT INVALID KEY
                   ADD 1 TO C-OPENED-CTR
                   IF WS-FOUND-IN = 'H'
                       MOVE 'CALLBACK OPENED ON ARCHIVED JOB'
                           TO WS-RESULT
                   ELSE
                       MOVE 'CALLBACK OPENED' TO WS-RESULT
                   END-IF
           END-WRITE.

      *BOOK (OR REBOOK) THE CREW GOING BACK. THE CREW MUST BE ON THE *
      *CREW MASTER AND SET UP FOR EVERY SURFACE THE COMPLAINT COVERS,*
      *THE SAME TEST COBRL03 MAKES WHEN A JOB IS BOOKED.             *
       2300-DISPATCH-CALLBACK.
           MOVE 'DISPATCH'      TO WS-ACTION.
           PERFORM 2310-READ-CALLBACK.
           IF NOT WS-TRAN-VALID
               CONTINUE
           ELSE IF CB-IS-RESOLVED
               MOVE 'CALLBACK ALREADY RESOLVED - NOT BOOKED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-CREW-NO = SPACES
               MOVE 'NO CREW NUMBER - NOT BOOKED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-DATE IS NOT NUMERIC OR CBT-DATE = ZEROS
               MOVE 'VISIT DATE MISSING - NOT BOOKED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-DATE < CB-REPORTED-DATE
               MOVE 'VISIT DATE BEFORE DATE REPORTED - NOT BOOKED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-HOURS IS NOT NUMERIC OR CBT-HOURS = ZERO
               MOVE 'NO HOURS TO BOOK - NOT BOOKED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE
               PERFORM 2320-CHECK-CREW
           END-IF.
           IF WS-TRAN-VALID
               IF CB-IS-DISPATCHED
                   MOVE 'CREW REBOOKED' TO WS-RESULT
               ELSE
                   MOVE 'CREW BOOKED' TO WS-RESULT
               END-IF
               MOVE 'D'           TO CB-STATUS
               MOVE CBT-CREW-NO   TO CB-CREW-SENT
               MOVE CBT-DATE      TO CB-VISIT-DATE
               MOVE CBT-HOURS     TO CB-BOOKED-HOURS
               PERFORM 2350-REWRITE-CALLBACK
           END-IF.
           IF WS-TRAN-VALID
               ADD 1 TO C-DISPATCH-CTR
           END-IF.

       2310-READ-CALLBACK.
           MOVE CBT-EST-NO TO CB-EST-NO.
           IF CBT-SEQ IS NUMERIC
               MOVE CBT-SEQ TO CB-SEQ
           ELSE
               MOVE ZERO TO CB-SEQ
           END-IF.
           READ CALLBACK-FILE
               INVALID KEY
                   MOVE 'CALLBACK NOT ON FILE' TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
           END-READ.

       2320-CHECK-CREW.
           MOVE CBT-CREW-NO TO CREW-NO.
           READ CREW-MASTER
               INVALID KEY
                   MOVE 'CREW NOT ON CREW MASTER - NOT BOOKED'
                       TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
               NOT INVALID KEY
                   PERFORM 2330-CHECK-CREW-TYPES
           END-READ.

      *A GENERAL CREW (NO TYPES LISTED) TAKES ANY SURFACE.           *
       2330-CHECK-CREW-TYPES.
           IF CREW-SURFACE-CTR IS NUMERIC AND CREW-SURFACE-CTR > 0
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > CB-SURFACE-CTR
                   MOVE 'NO' TO WS-TYPE-SW
                   PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-TYPE-SUB > CREW-SURFACE-CTR
                       IF CREW-SURFACE-TYPE (WS-TYPE-SUB)
                               = CB-SURFACE-TYPE (WS-SUB)
                           MOVE 'YES' TO WS-TYPE-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-TYPE-HANDLED
                       MOVE 'CREW CANNOT DO A SURFACE TYPE - NOT BOOKED'
                           TO WS-RESULT
                       MOVE 'NO' TO WS-VALID-SW
                   END-IF
               END-PERFORM
           END-IF.

       2350-REWRITE-CALLBACK.
           REWRITE CALLBACK-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED - CALLBACK NOT UPDATED'
                       TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
           END-REWRITE.

      *A CALLBACK CAN BE CLOSED WITHOUT A VISIT - NO FAULT FOUND ON  *
      *THE PHONE, OR NOT WARRANTY WORK AT ALL.                       *
       2400-RESOLVE-CALLBACK.
           MOVE 'RESOLVE'       TO WS-ACTION.
           PERFORM 2310-READ-CALLBACK.
           IF NOT WS-TRAN-VALID
               CONTINUE
           ELSE IF CB-IS-RESOLVED
               MOVE 'CALLBACK ALREADY RESOLVED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-DATE IS NOT NUMERIC OR CBT-DATE = ZEROS
               MOVE 'DATE RESOLVED MISSING - NOT RESOLVED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF CBT-DATE < CB-REPORTED-DATE
                   OR CBT-DATE > WS-AS-OF-DATE-N
               MOVE 'DATE RESOLVED OUT OF RANGE - NOT RESOLVED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF NOT CBT-RESOLUTION-VALID
               MOVE 'INVALID RESOLUTION CODE - NOT RESOLVED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE
               MOVE 'R'                 TO CB-STATUS
               MOVE CBT-DATE            TO CB-RESOLVED-DATE
               MOVE CBT-RESOLUTION-CD   TO CB-RESOLUTION-CD
               MOVE CBT-RESOLUTION-TEXT TO CB-RESOLUTION-TEXT
               PERFORM 2350-REWRITE-CALLBACK
               IF WS-TRAN-VALID
                   MOVE 'CALLBACK RESOLVED' TO WS-RESULT
                   ADD 1 TO C-RESOLVED-CTR
               END-IF
           END-IF.

       2900-WRITE-LOG-LINE.
           MOVE CBT-EST-NO TO O-EST-NO.
           MOVE WS-LOG-SEQ TO O-SEQ.
           MOVE WS-ACTION  TO O-ACTION.
           MOVE CBT-DATE   TO O-TRAN-DATE.
           MOVE WS-RESULT  TO O-RESULT.
           WRITE LOGLINE FROM PRT-LOG-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           MOVE C-TRAN-CTR TO O-TRAN-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE LOGLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           MOVE C-OPENED-CTR   TO O-OPENED-CTR.
           MOVE C-DISPATCH-CTR TO O-DISPATCH-CTR.
           MOVE C-RESOLVED-CTR TO O-RESOLVED-CTR.
           WRITE LOGLINE FROM PRT-ACTION-TOTALS
               AFTER ADVANCING 1 LINES.

           CLOSE CBTRAN-FILE
                 STUDENT-MASTER
                 PAINT-HISTORY
                 CREW-MASTER
                 CALLBACK-FILE
                 MAINTLOG.

       9000-READ-TRAN.
           READ CBTRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE LOGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE LOGLINE FROM PRT-WARRANTY
               AFTER ADVANCING 1 LINES
           WRITE LOGLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
