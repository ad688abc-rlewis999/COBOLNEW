      *  RATETBL.DAT AS OF THE RUN-CONTROL BUSINESS   *
      *  DATE - AND BUCKETS THE HOURS INTO THE WEEK   *
      *  (MONDAY START) THE SCHEDULED-WORK DATE FALLS *
      *  IN. PRINTS HOURS BOOKED PER CREW PER WEEK    *
      *  AGAINST THAT CREW'S WEEKLY HOURS ON THE CREW *
      *  MASTER (CREWMAST.DAT) TO PCAPRPT.PRT,        *
      *  FLAGGING CREW-WEEKS BOOKED OVER CAPACITY, SO *
      *  THE FOREMAN STOPS DOUBLE-BOOKING CREWS OFF   *
      *  THE PRINTED ESTIMATE REPORT. JOBS WITH NO    *
      *  CREW YET DRAW ON THE CREW-HOURS-PER-WEEK     *
      *  FIGURE FROM RUNCTL.DAT; A CREW NO LONGER ON  *
      *  THE MASTER HAS NO CAPACITY AT ALL. A JOB     *
      *  WITH A SURFACE TYPE ITS CREW IS NOT SET UP   *
      *  FOR IS LISTED AFTER THE WEEKS. SCHEDULED     *
      *  JOBS CARRYING NO WORK DATE ARE COUNTED AND   *
      *  CALLED OUT - THEY ARE BOOKED WORK SITTING IN *
      *  NO WEEK AT ALL. WARRANTY CALLBACKS WITH A    *
      *  CREW BOOKED TO GO BACK (PCALLBK.DAT) LOAD    *
      *  THEIR BOOKED HOURS INTO THE VISIT WEEK THE   *
      *  SAME WAY, COUNTED APART FROM THE JOBS.       *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CREW-MASTER
               ASSIGN TO 'E:\COBOL\CREWMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREW-NO
               FILE STATUS IS WS-CREW-STATUS.

      *NO CALLBACK FILE YET (STATUS 05) BOOKS NO WARRANTY HOURS.     *
           SELECT OPTIONAL CALLBACK-FILE
               ASSIGN TO 'E:\COBOL\PCALLBK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.

           SELECT RATE-TABLE
               ASSIGN USING WS-RATETBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

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

       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
           05  C-SCHED-CTR     PIC 9(5)    VALUE ZERO.
           05  C-NODATE-CTR    PIC 9(5)    VALUE ZERO.
           05  C-GTHOURS       PIC 9(7)V99 VALUE ZERO.
           05  C-CB-CTR        PIC 9(5)    VALUE ZERO.
           05  C-CB-HOURS      PIC 9(7)V99 VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  MORE-CALLBACKS  PIC XXX     VALUE 'YES'.
           05  WS-RUNCTL-STATUS PIC XX     VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CREW-STATUS  PIC XX      VALUE '00'.
           05  WS-CB-STATUS    PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-AS-OF-DATE.
               10  RT-HRS-COAT1        PIC 99V99.
               10  RT-HRS-ADDL         PIC 99V99.

      *CREW MASTER HELD IN CORE - CAPACITY AND SURFACE TYPES PER CREW*
       01  CREW-TABLE-AREA.
           05  CR-MORE-CREWS       PIC XXX    VALUE 'YES'.
           05  CR-CTR              PIC 99     VALUE 0.
           05  CR-SUB              PIC 99     VALUE 0.
           05  CR-FOUND-SUB        PIC 99     VALUE 0.
           05  CR-TYPE-SUB         PIC 99     VALUE 0.
           05  CR-TYPE-SW          PIC XXX    VALUE 'NO'.
               88  CR-TYPE-HANDLED            VALUE 'YES'.
           05  CR-ENTRY OCCURS 50 TIMES.
               10  CR-NO               PIC X(3).
               10  CR-NAME             PIC X(25).
               10  CR-HOURS-WEEK       PIC 9(5).
               10  CR-SURFACE-CTR      PIC 9(2).
               10  CR-SURFACE-TYPE     PIC X(10) OCCURS 10 TIMES.

      *JOB LINES WHOSE SURFACE TYPE THE BOOKED CREW IS NOT SET UP    *
      *FOR, LISTED AFTER THE WEEKS.                                  *
       01  TYPE-EXCEPTION-AREA.
           05  XC-CTR              PIC 9(3)   VALUE 0.
           05  XC-SUB              PIC 9(3)   VALUE 0.
           05  XC-DROPPED-CTR      PIC 9(3)   VALUE 0.
           05  XC-ENTRY OCCURS 100 TIMES.
               10  XC-EST-NO           PIC X(4).
               10  XC-CREW-NO          PIC X(3).
               10  XC-SCHED-DATE       PIC 9(8).
               10  XC-SURFACE-TYPE     PIC X(10).

       01  SURFACE-WORK-AREA.
           05  WS-SUB              PIC 99      VALUE 0.
           05  WS-LINE-HOURS       PIC 9(5)V99 VALUE 0.
           05  WS-JOB-HOURS        PIC 9(5)V99 VALUE 0.
           05  WS-LINE-HRS-COAT1   PIC 99V99   VALUE 0.
           05  WS-LINE-HRS-ADDL    PIC 99V99   VALUE 0.
      *WHAT IS BEING BOOKED INTO A WEEK - A SCHEDULED JOB OR A       *
      *WARRANTY CALLBACK VISIT - AND THE CREW IT IS BOOKED TO.       *
           05  WS-BOOK-KIND        PIC X       VALUE 'J'.
               88  WS-BOOKING-JOB              VALUE 'J'.
               88  WS-BOOKING-CALLBACK         VALUE 'W'.
           05  WS-BOOK-CREW-NO     PIC X(3)    VALUE SPACES.

      *WEEK-OF DATE ARITHMETIC - THE SCHEDULED DATE IS PULLED BACK   *
      *TO THE MONDAY OF ITS WEEK SO EVERY JOB IN THE SAME WORK WEEK  *
           05  WS-WEEK-REM         PIC 9(1)   VALUE 0.
           05  WS-WEEK-DATE        PIC 9(8)   VALUE 0.

      *HOURS BOOKED PER CREW PER WEEK - ONE ROW PER CREW AND         *
      *WEEK-BEGINNING DATE. THE CAPACITY AND NAME ARE TAKEN FROM THE *
      *CREW TABLE WHEN THE ROW IS OPENED. CREW SPACES IS THE POOL OF *
      *JOBS NOT YET GIVEN A CREW.                                    *
       01  WEEK-TABLE-AREA.
           05  WK-CTR              PIC 9(3)   VALUE 0.
           05  WK-SUB              PIC 9(3)   VALUE 0.
           05  WK-BOTTOM           PIC 9(3)   VALUE 0.
           05  WK-FOUND-SUB        PIC 9(3)   VALUE 0.
           05  WK-DROPPED-CTR      PIC 9(3)   VALUE 0.
           05  WK-TEMP-ENTRY       PIC X(65).
           05  WK-ENTRY OCCURS 300 TIMES.
               10  WK-KEY.
                   15  WK-CREW-NO      PIC X(3).
                   15  WK-START        PIC 9(8).
               10  WK-HOURS        PIC 9(7)V99.
               10  WK-JOBS         PIC 9(3).
               10  WK-CALLBACKS    PIC 9(3).
               10  WK-CAPACITY     PIC 9(5).
               10  WK-CREW-NAME    PIC X(25).
               10  WK-CREW-SW      PIC X(9).
                   88  WK-CREW-UNKNOWN        VALUE 'UNKNOWN'.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.

       01  PRT-CAPACITY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(36)
                     VALUE 'UNASSIGNED JOBS CAPACITY HOURS/WEEK:'.
           05  O-CREW-HOURS    PIC ZZ,ZZ9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'CREW'.
           05  FILLER          PIC X(27)   VALUE 'CREW NAME'.
           05  FILLER          PIC X(14)   VALUE 'WEEK OF'.
           05  FILLER          PIC X(8)    VALUE 'JOBS'.
           05  FILLER          PIC X(12)   VALUE 'CALLBACKS'.
           05  FILLER          PIC X(16)   VALUE 'HOURS BOOKED'.
           05  FILLER          PIC X(16)   VALUE 'CAPACITY'.
           05  FILLER          PIC X(12)   VALUE 'FLAG'.
      *DETAIL*
       01  PRT-WK-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-WK-CREW-NO    PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-WK-CREW-NAME  PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-WEEK-YY       PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-WEEK-MM       PIC 99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WK-JOBS       PIC ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WK-CALLBACKS  PIC ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WK-HOURS      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WK-CAPACITY   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WK-FLAG       PIC X(16).

       01  PRT-XC-HEADING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(50)
               VALUE 'SURFACE TYPES THE BOOKED CREW IS NOT SET UP FOR:'.

       01  PRT-XC-COLS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(8)    VALUE 'CREW'.
           05  FILLER          PIC X(14)   VALUE 'WORK DATE'.
           05  FILLER          PIC X(12)   VALUE 'SURFACE'.

       01  PRT-XC-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-XC-EST-NO     PIC X(4).
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-XC-CREW-NO    PIC X(3).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-XC-SCHED-MM   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-XC-SCHED-DD   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-XC-SCHED-YY   PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-XC-TYPE       PIC X(10).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE '** NOT HANDLED'.

       01  PRT-XC-DROPPED.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '**** PLUS'.
           05  O-XC-DROPPED    PIC ZZ9.
           05  FILLER          PIC X(40)
               VALUE ' MORE LINE(S) NOT SHOWN - TABLE FULL'.

       01  PRT-DROPPED.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'TOTAL HOURS:'.
           05  O-GTHOURS       PIC Z,ZZZ,ZZ9.99.

       01  PRT-CALLBACKS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(27)
                               VALUE 'WARRANTY CALLBACKS BOOKED:'.
           05  O-CB-CTR        PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'HOURS:'.
           05  O-CB-HOURS      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE '(INCLUDED IN TOTAL HOURS)'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2500-BOOK-CALLBACKS.
           PERFORM 3000-CLOSING.
           STOP RUN.

               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-CREWS.
           OPEN OUTPUT CAPRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
                   TO RT-HRS-ADDL (RT-FOUND-SUB)
           END-IF.

      *NO CREW MASTER YET (STATUS 05) LEAVES THE TABLE EMPTY AND     *
      *EVERY CREW-BOOKED JOB SHOWS AS AN UNKNOWN CREW.               *
       1200-LOAD-CREWS.
           OPEN INPUT CREW-MASTER.
           IF WS-CREW-STATUS NOT = '00' AND WS-CREW-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CREWMAST.DAT - STATUS: '
                   WS-CREW-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-CREW.
           PERFORM UNTIL CR-MORE-CREWS = 'NO'
               IF CR-CTR < 50
                   ADD 1 TO CR-CTR
                   MOVE CREW-NO         TO CR-NO (CR-CTR)
                   MOVE CREW-NAME       TO CR-NAME (CR-CTR)
                   MOVE CREW-HOURS-WEEK TO CR-HOURS-WEEK (CR-CTR)
                   MOVE CREW-SURFACE-CTR
                       TO CR-SURFACE-CTR (CR-CTR)
                   PERFORM VARYING CR-TYPE-SUB FROM 1 BY 1
                           UNTIL CR-TYPE-SUB > 10
                       MOVE CREW-SURFACE-TYPE (CR-TYPE-SUB)
                           TO CR-SURFACE-TYPE (CR-CTR, CR-TYPE-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY 'CREW TABLE FULL - CREW IGNORED: '
                       CREW-NO
               END-IF
               PERFORM 1210-READ-CREW
           END-PERFORM.
           CLOSE CREW-MASTER.

       1210-READ-CREW.
           READ CREW-MASTER
               AT END
                   MOVE 'NO' TO CR-MORE-CREWS.

      *ONLY SCHEDULED JOBS ARE BOOKED CREW TIME - QUOTES AND WORK    *
      *ALREADY DONE DO NOT LOAD A WEEK.                              *
       2000-MAINLINE.
           PERFORM 9000-READ.

       2100-BOOK-JOB.
           MOVE 'J'              TO WS-BOOK-KIND.
           MOVE PAINT-CREW-NO    TO WS-BOOK-CREW-NO.
           MOVE PAINT-SCHED-DATE TO WS-SCHED-DATE-N.
           PERFORM 2150-JOB-HOURS.
           ADD WS-JOB-HOURS TO C-GTHOURS.
           PERFORM 2170-FIND-CREW.
           IF CR-FOUND-SUB > 0
               PERFORM 2180-CHECK-CREW-TYPES
           END-IF.
           PERFORM 2200-WEEK-OF.
           PERFORM 2300-POST-WEEK.

                   TO WS-LINE-HRS-ADDL
           END-IF.

       2170-FIND-CREW.
           MOVE 0 TO CR-FOUND-SUB.
           IF WS-BOOK-CREW-NO NOT = SPACES
               PERFORM VARYING CR-SUB FROM 1 BY 1
                       UNTIL CR-SUB > CR-CTR
                   IF CR-NO (CR-SUB) = WS-BOOK-CREW-NO
                       MOVE CR-SUB TO CR-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *EVERY SURFACE LINE MUST BE A TYPE THE CREW DOES - A GENERAL   *
      *CREW (NO TYPES LISTED) TAKES ANY. SAME TEST AS COBRL03 MAKES  *
      *WHEN THE CREW IS BOOKED; HERE IT CATCHES A CREW MASTER CHANGE *
      *OR A LINE CHANGE MADE SINCE.                                  *
       2180-CHECK-CREW-TYPES.
           IF CR-SURFACE-CTR (CR-FOUND-SUB) > 0
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > PAINT-SURFACE-CTR
                   MOVE 'NO' TO CR-TYPE-SW
                   PERFORM VARYING CR-TYPE-SUB FROM 1 BY 1
                           UNTIL CR-TYPE-SUB >
                               CR-SURFACE-CTR (CR-FOUND-SUB)
                       IF CR-SURFACE-TYPE (CR-FOUND-SUB, CR-TYPE-SUB)
                               = PAINT-SURFACE-TYPE (WS-SUB)
                           MOVE 'YES' TO CR-TYPE-SW
                       END-IF
                   END-PERFORM
                   IF NOT CR-TYPE-HANDLED
                       PERFORM 2190-POST-TYPE-EXCEPTION
                   END-IF
               END-PERFORM
           END-IF.

       2190-POST-TYPE-EXCEPTION.
           IF XC-CTR < 100
               ADD 1 TO XC-CTR
               MOVE PAINT-EST-NO       TO XC-EST-NO (XC-CTR)
               MOVE PAINT-CREW-NO      TO XC-CREW-NO (XC-CTR)
               MOVE PAINT-SCHED-DATE   TO XC-SCHED-DATE (XC-CTR)
               MOVE PAINT-SURFACE-TYPE (WS-SUB)
                   TO XC-SURFACE-TYPE (XC-CTR)
           ELSE
               ADD 1 TO XC-DROPPED-CTR
           END-IF.

      *PULL THE SCHEDULED DATE BACK TO THE MONDAY OF ITS WEEK.       *
       2200-WEEK-OF.
           COMPUTE WS-SCHED-INT =
               FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE-N).
           COMPUTE WS-WEEK-QUOT = (WS-SCHED-INT - 1) / 7.
           PERFORM VARYING WK-SUB FROM 1 BY 1
                   UNTIL WK-SUB > WK-CTR
               IF WK-START (WK-SUB) = WS-WEEK-DATE
                       AND WK-CREW-NO (WK-SUB) = WS-BOOK-CREW-NO
                   MOVE WK-SUB TO WK-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WK-FOUND-SUB = 0
               IF WK-CTR < 300
                   ADD 1 TO WK-CTR
                   MOVE WK-CTR TO WK-FOUND-SUB
                   MOVE WS-BOOK-CREW-NO TO WK-CREW-NO (WK-FOUND-SUB)
                   MOVE WS-WEEK-DATE TO WK-START (WK-FOUND-SUB)
                   MOVE 0 TO WK-HOURS (WK-FOUND-SUB)
                   MOVE 0 TO WK-JOBS (WK-FOUND-SUB)
                   MOVE 0 TO WK-CALLBACKS (WK-FOUND-SUB)
                   PERFORM 2310-SET-WEEK-CAPACITY
               ELSE
                   ADD 1 TO WK-DROPPED-CTR
               END-IF
           END-IF.
           IF WK-FOUND-SUB > 0
               ADD WS-JOB-HOURS TO WK-HOURS (WK-FOUND-SUB)
               IF WS-BOOKING-CALLBACK
                   ADD 1        TO WK-CALLBACKS (WK-FOUND-SUB)
               ELSE
                   ADD 1        TO WK-JOBS (WK-FOUND-SUB)
               END-IF
           END-IF.

      *A KNOWN CREW DRAWS ON ITS OWN WEEKLY HOURS; THE UNASSIGNED    *
      *POOL ON THE RUN-CONTROL FIGURE; A CREW NOT ON THE MASTER ON   *
      *NOTHING, SO EVERY HOUR BOOKED TO IT SHOWS AS OVER.            *
       2310-SET-WEEK-CAPACITY.
           MOVE SPACES TO WK-CREW-SW (WK-FOUND-SUB).
           IF WS-BOOK-CREW-NO = SPACES
               MOVE WS-CREW-HOURS TO WK-CAPACITY (WK-FOUND-SUB)
               MOVE 'NO CREW ASSIGNED' TO WK-CREW-NAME (WK-FOUND-SUB)
           ELSE IF CR-FOUND-SUB > 0
               MOVE CR-HOURS-WEEK (CR-FOUND-SUB)
                   TO WK-CAPACITY (WK-FOUND-SUB)
               MOVE CR-NAME (CR-FOUND-SUB)
                   TO WK-CREW-NAME (WK-FOUND-SUB)
           ELSE
               MOVE 0 TO WK-CAPACITY (WK-FOUND-SUB)
               MOVE 'NOT ON CREW MASTER' TO WK-CREW-NAME (WK-FOUND-SUB)
               MOVE 'UNKNOWN' TO WK-CREW-SW (WK-FOUND-SUB)
           END-IF.

      *A CALLBACK ONLY TAKES CREW TIME ONCE A CREW IS BOOKED TO GO   *
      *BACK; ONE RESOLVED IS DONE AND LOADS NOTHING, LIKE A COMPLETED *
      *JOB. THE HOURS ARE THE ONES BOOKED ON THE DISPATCH - A RETURN  *
      *VISIT IS NOT PRICED FROM THE RATE TABLE.                      *
       2500-BOOK-CALLBACKS.
           OPEN INPUT CALLBACK-FILE.
           IF WS-CB-STATUS NOT = '00' AND WS-CB-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PCALLBK.DAT - STATUS: '
                   WS-CB-STATUS
               STOP RUN
           END-IF.
           PERFORM 2510-READ-CALLBACK.
           PERFORM UNTIL MORE-CALLBACKS = 'NO'
               IF CB-IS-DISPATCHED AND CB-VISIT-DATE > ZEROS
                   PERFORM 2520-BOOK-CALLBACK
               END-IF
               PERFORM 2510-READ-CALLBACK
           END-PERFORM.
           CLOSE CALLBACK-FILE.

       2510-READ-CALLBACK.
           READ CALLBACK-FILE
               AT END
                   MOVE 'NO' TO MORE-CALLBACKS.

       2520-BOOK-CALLBACK.
           MOVE 'W'             TO WS-BOOK-KIND.
           MOVE CB-CREW-SENT    TO WS-BOOK-CREW-NO.
           MOVE CB-VISIT-DATE   TO WS-SCHED-DATE-N.
           MOVE CB-BOOKED-HOURS TO WS-JOB-HOURS.
           ADD 1               TO C-CB-CTR.
           ADD WS-JOB-HOURS    TO C-CB-HOURS
                                  C-GTHOURS.
           PERFORM 2170-FIND-CREW.
           PERFORM 2200-WEEK-OF.
           PERFORM 2300-POST-WEEK.

       3000-CLOSING.
           PERFORM 3100-SORT-WEEKS.
               WRITE CAPLINE FROM PRT-NODATE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF XC-CTR > 0
               PERFORM 3300-PRINT-TYPE-EXCEPTIONS
           END-IF.

           MOVE C-READ-CTR  TO O-READ-CTR.
           MOVE C-SCHED-CTR TO O-SCHED-CTR.
           MOVE C-GTHOURS   TO O-GTHOURS.
           WRITE CAPLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           MOVE C-CB-CTR   TO O-CB-CTR.
           MOVE C-CB-HOURS TO O-CB-HOURS.
           WRITE CAPLINE FROM PRT-CALLBACKS
               AFTER ADVANCING 1 LINES.

           CLOSE STUDENT-MASTER
                 CAPRPT.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE - ORDERS  *
      *THE REPORT BY CREW, EARLIEST WEEK FIRST WITHIN EACH CREW.     *
       3100-SORT-WEEKS.
           PERFORM VARYING WK-SUB FROM 1 BY 1
                   UNTIL WK-SUB >= WK-CTR
               COMPUTE WK-BOTTOM = WK-CTR - WK-SUB
               PERFORM VARYING WK-SUB2 FROM 1 BY 1
                       UNTIL WK-SUB2 > WK-BOTTOM
                   IF WK-KEY (WK-SUB2) > WK-KEY (WK-SUB2 + 1)
                       MOVE WK-ENTRY (WK-SUB2)
                           TO WK-TEMP-ENTRY
                       MOVE WK-ENTRY (WK-SUB2 + 1)
           END-PERFORM.

       3200-PRINT-WEEK.
           MOVE WK-CREW-NO (WK-SUB)   TO O-WK-CREW-NO.
           MOVE WK-CREW-NAME (WK-SUB) TO O-WK-CREW-NAME.
           MOVE WK-START (WK-SUB) (1:4) TO O-WEEK-YY.
           MOVE WK-START (WK-SUB) (5:2) TO O-WEEK-MM.
           MOVE WK-START (WK-SUB) (7:2) TO O-WEEK-DD.
           MOVE WK-JOBS (WK-SUB)   TO O-WK-JOBS.
           MOVE WK-CALLBACKS (WK-SUB) TO O-WK-CALLBACKS.
           MOVE WK-HOURS (WK-SUB)  TO O-WK-HOURS.
           MOVE WK-CAPACITY (WK-SUB) TO O-WK-CAPACITY.
           IF WK-CREW-UNKNOWN (WK-SUB)
               MOVE '** UNKNOWN CREW'  TO O-WK-FLAG
           ELSE IF WK-HOURS (WK-SUB) > WK-CAPACITY (WK-SUB)
               MOVE '** OVERBOOKED'    TO O-WK-FLAG
           ELSE
               MOVE SPACES             TO O-WK-FLAG
           END-IF.
           WRITE CAPLINE FROM PRT-WK-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3300-PRINT-TYPE-EXCEPTIONS.
           WRITE CAPLINE FROM PRT-XC-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE CAPLINE FROM PRT-XC-COLS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING XC-SUB FROM 1 BY 1
                   UNTIL XC-SUB > XC-CTR
               MOVE XC-EST-NO (XC-SUB)       TO O-XC-EST-NO
               MOVE XC-CREW-NO (XC-SUB)      TO O-XC-CREW-NO
               MOVE XC-SCHED-DATE (XC-SUB) (1:4) TO O-XC-SCHED-YY
               MOVE XC-SCHED-DATE (XC-SUB) (5:2) TO O-XC-SCHED-MM
               MOVE XC-SCHED-DATE (XC-SUB) (7:2) TO O-XC-SCHED-DD
               MOVE XC-SURFACE-TYPE (XC-SUB) TO O-XC-TYPE
               WRITE CAPLINE FROM PRT-XC-DETAIL
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-PERFORM.
           IF XC-DROPPED-CTR > 0
               MOVE XC-DROPPED-CTR TO O-XC-DROPPED
               WRITE CAPLINE FROM PRT-XC-DROPPED
                   AFTER ADVANCING 1 LINES
           END-IF.

       9000-READ.
           READ STUDENT-MASTER
               AT END
