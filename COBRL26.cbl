       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL26.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  DAILY CREW DISPATCH. WORKS OUT THE NEXT      *
      *  WORKING DAY AFTER THE RUN-CONTROL AS-OF DATE *
      *  (MONDAY TO FRIDAY) AND SWEEPS THE ACTIVE     *
      *  MASTER FOR SCHEDULED JOBS WITH A CREW THAT   *
      *  ARE ON SITE THAT DAY - A JOB RUNS FROM ITS   *
      *  WORK-START DATE FOR AS MANY WORKING DAYS AS  *
      *  ITS LABOR HOURS TAKE AT ONE FIFTH OF THE     *
      *  CREW'S WEEKLY HOURS (CREWMAST.DAT), HOURS    *
      *  FIGURED THE WAY COBRL01 AND COBRL12 FIGURE   *
      *  THEM. PRINTS ONE WORK ORDER PER CREW TO      *
      *  PDISPTCH.PRT: EACH JOB'S ADDRESS, THE        *
      *  CUSTOMER'S PHONE FROM CUSTMAST.DAT, EVERY    *
      *  SURFACE LINE WITH ITS SQUARE FEET AND COATS, *
      *  AND THE GALLONS OF EACH PAINT TYPE TO LOAD,  *
      *  WITH THE CREW'S TRUCK LOAD TOTALLED AT THE   *
      *  END. SCHEDULED JOBS DUE OUT WITH NO CREW OR  *
      *  A CREW NOT ON THE MASTER ARE COUNTED ON THE  *
      *  CONTROL LINES - NOBODY IS BEING SENT.        *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN USING WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAINT-EST-NO
               ALTERNATE RECORD KEY IS PAINT-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN USING WS-CUSTMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL CREW-MASTER
               ASSIGN TO 'E:\COBOL\CREWMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREW-NO
               FILE STATUS IS WS-CREW-STATUS.

           SELECT RATE-TABLE
               ASSIGN USING WS-RATETBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPRPT
               ASSIGN TO 'E:\COBOL\PDISPTCH.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

      *BATCH TRAILER RECORD - SHARES THE RECORD AREA WITH PAINT-REC. *
      *THE DISPATCH SWEEP STOPS WHEN IT SEES IT, LIKE COBRL01.       *
       01  TRAILER-REC.
           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 145 CHARACTERS.

           COPY 'CPCREW.cpy'.

       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATES-REC
           RECORD CONTAINS 39 CHARACTERS.

           COPY 'CPRATES.cpy'.

       FD  DISPRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DISPLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  DISPLINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 9(3)    VALUE ZERO.
           05  C-READ-CTR      PIC 9(5)    VALUE ZERO.
           05  C-DISP-CTR      PIC 9(5)    VALUE ZERO.
           05  C-CREWS-CTR     PIC 9(3)    VALUE ZERO.
           05  C-NOCREW-CTR    PIC 9(5)    VALUE ZERO.
           05  C-UNKCREW-CTR   PIC 9(5)    VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  WS-RUNCTL-STATUS PIC XX     VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-CREW-STATUS  PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-CUSTMAST-FILE    PIC X(64)  VALUE SPACES.
           05  WS-RATETBL-FILE     PIC X(64)  VALUE SPACES.

      *WORKING-DAY ARITHMETIC ON THE INTEGER DATE BASE. DAY 1 IS A   *
      *MONDAY (SEE COBRL12), SO (DAY - 1) MOD 7 GIVES 0 FOR MONDAY   *
      *THROUGH 6 FOR SUNDAY; 5 AND 6 ARE NOT WORKED.                 *
       01  DISPATCH-DATE-AREA.
           05  WS-DISP-DATE        PIC 9(8)   VALUE 0.
           05  WS-DISP-INT         PIC 9(7)   VALUE 0.
           05  WS-SCHED-DATE-N     PIC 9(8)   VALUE 0.
           05  WS-DAY-INT          PIC 9(7)   VALUE 0.
           05  WS-WEEK-QUOT        PIC 9(7)   VALUE 0.
           05  WS-WEEKDAY          PIC 9      VALUE 0.
           05  WS-WORKDAY-CTR      PIC 9(3)   VALUE 0.
           05  WS-JOB-DAY-NO       PIC 9(3)   VALUE 0.
           05  WS-DAYS-NEEDED      PIC 9(3)   VALUE 0.
           05  WS-DAY-HOURS        PIC 9(5)V99 VALUE 0.

      *ONE ENTRY PER RATE-PAINT-TYPE, LATEST ROW NOT AFTER THE AS-OF *
      *DATE - SAME SHAPE AND GALLONS/HOURS MATH AS COBRL01.          *
       01  RATE-WORK-AREA.
           05  RT-DEF-COVERAGE     PIC 9(3)     VALUE 115.
           05  RT-DEF-HRS-COAT1    PIC 99V99    VALUE 1.50.
           05  RT-DEF-HRS-ADDL     PIC 99V99    VALUE 0.75.
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

      *CREW MASTER HELD IN CORE - NAME, PHONE AND WEEKLY HOURS.      *
       01  CREW-TABLE-AREA.
           05  CR-MORE-CREWS       PIC XXX    VALUE 'YES'.
           05  CR-CTR              PIC 99     VALUE 0.
           05  CR-SUB              PIC 99     VALUE 0.
           05  CR-FOUND-SUB        PIC 99     VALUE 0.
           05  CR-ENTRY OCCURS 50 TIMES.
               10  CR-NO               PIC X(3).
               10  CR-NAME             PIC X(25).
               10  CR-PHONE            PIC X(10).
               10  CR-HOURS-WEEK       PIC 9(5).

       01  SURFACE-WORK-AREA.
           05  WS-SUB              PIC 99      VALUE 0.
           05  WS-LINE-SQ-FT       PIC 9(6)    VALUE 0.
           05  WS-LINE-GAL         PIC 9(6)    VALUE 0.
           05  WS-LINE-HOURS       PIC 9(5)V99 VALUE 0.
           05  WS-JOB-HOURS        PIC 9(5)V99 VALUE 0.
           05  WS-LINE-COVERAGE    PIC 9(3)    VALUE 0.
           05  WS-LINE-HRS-COAT1   PIC 99V99   VALUE 0.
           05  WS-LINE-HRS-ADDL    PIC 99V99   VALUE 0.
           05  WS-PHONE            PIC X(10)  VALUE SPACES.
           05  WS-CUST-NAME        PIC X(25)  VALUE SPACES.

      *JOBS ON SITE ON THE DISPATCH DATE, SORTED BY CREW AND ESTIMATE*
      *BEFORE PRINTING. THE MASTER IS REREAD BY KEY FOR THE LINES.   *
       01  DISPATCH-TABLE-AREA.
           05  DJ-CTR              PIC 9(3)   VALUE 0.
           05  DJ-SUB              PIC 9(3)   VALUE 0.
           05  DJ-SUB2             PIC 9(3)   VALUE 0.
           05  DJ-BOTTOM           PIC 9(3)   VALUE 0.
           05  DJ-DROPPED-CTR      PIC 9(3)   VALUE 0.
           05  DJ-TEMP-ENTRY       PIC X(20).
           05  DJ-ENTRY OCCURS 200 TIMES.
               10  DJ-KEY.
                   15  DJ-CREW-NO      PIC X(3).
                   15  DJ-EST-NO       PIC X(4).
               10  DJ-DAY-NO       PIC 9(3).
               10  DJ-DAYS-NEEDED  PIC 9(3).
               10  DJ-HOURS        PIC 9(5)V99.

      *GALLONS BY PAINT TYPE - ONE TABLE FOR THE JOB BEING PRINTED,  *
      *ONE FOR THE CREW'S WHOLE DAY (THE TRUCK LOAD).                *
       01  GALLON-TABLE-AREA.
           05  GL-SUB              PIC 99     VALUE 0.
           05  GL-FOUND-SUB        PIC 99     VALUE 0.
           05  GL-CTR              PIC 99     VALUE 0.
           05  GL-ENTRY OCCURS 20 TIMES.
               10  GL-TYPE             PIC X(10).
               10  GL-GALLONS          PIC 9(6).
           05  TK-CTR              PIC 99     VALUE 0.
           05  TK-ENTRY OCCURS 20 TIMES.
               10  TK-TYPE             PIC X(10).
               10  TK-GALLONS          PIC 9(6).

       01  CREW-BREAK-AREA.
           05  WS-CUR-CREW         PIC X(3)   VALUE SPACES.
           05  WS-CREW-JOBS        PIC 9(3)   VALUE 0.
           05  WS-CREW-HOURS       PIC 9(5)V99 VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S CREW WORK ORDER'.
           05  FILLER          PIC X(41)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC ZZ9.

       01  PRT-CREW-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'CREW:'.
           05  O-CREW-NO       PIC X(3).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CREW-NAME     PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'PHONE:'.
           05  O-CREW-PHONE    PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'WORK DATE:'.
           05  O-DISP-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DISP-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DISP-YY       PIC 9(4).

       01  PRT-JOB-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE:'.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'PHONE:'.
           05  O-CUST-PHONE    PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'DAY'.
           05  O-DAY-NO        PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE ' OF'.
           05  O-DAYS-NEEDED   PIC ZZ9.

       01  PRT-JOB-ADDR.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'JOB SITE:'.
           05  O-JOB-ADDR      PIC X(30).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'LABOR HOURS:'.
           05  O-JOB-HOURS     PIC ZZ,ZZ9.99.

      *COLUMNS*
       01  PRT-SURF-COLS.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SURFACE'.
           05  FILLER          PIC X(12)   VALUE 'SQ FEET'.
           05  FILLER          PIC X(8)    VALUE 'COATS'.
           05  FILLER          PIC X(10)   VALUE 'GALLONS'.

       01  PRT-SURF-DETAIL.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SURF-TYPE     PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SURF-SQ-FT    PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SURF-COATS    PIC 9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-SURF-GAL      PIC ZZZ,ZZ9.

       01  PRT-GAL-LINE.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-GAL-LABEL     PIC X(20).
           05  O-GAL-TYPE      PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-GAL-GALLONS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE ' GAL'.

       01  PRT-CREW-FOOT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'JOBS ON SITE:'.
           05  O-CREW-JOBS     PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'JOB HOURS BOOKED:'.
           05  O-CREW-HOURS    PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'CREW DAY HOURS:'.
           05  O-DAY-HOURS     PIC ZZ,ZZ9.99.

       01  PRT-TRUCK-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE 'TRUCK LOAD FOR THE DAY:'.

       01  PRT-NO-WORK.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'NO CREW HAS A JOB ON SITE THIS WORK DATE'.

       01  PRT-DROPPED.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '**** PLUS'.
           05  O-DROPPED-CTR   PIC ZZ9.
           05  FILLER          PIC X(40)
               VALUE ' MORE JOB(S) NOT SHOWN - TABLE FULL'.

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'RECORDS READ:'.
           05  O-READ-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'JOBS DISPATCHED:'.
           05  O-DISP-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CREWS:'.
           05  O-CREWS-CTR     PIC ZZ9.

       01  PRT-NOT-SENT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-NOT-SENT-CTR  PIC ZZZZ9.
           05  O-NOT-SENT-MSG  PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           PERFORM 1080-SET-DISPATCH-DATE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-CREWS.
           OPEN OUTPUT DISPRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE WS-DISP-DATE (1:4) TO O-DISP-YY.
           MOVE WS-DISP-DATE (5:2) TO O-DISP-MM.
           MOVE WS-DISP-DATE (7:2) TO O-DISP-DD.

           PERFORM 9000-READ.

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
           MOVE RUN-AS-OF-DATE       TO WS-AS-OF-DATE.
           MOVE RUN-MASTER-PATH      TO WS-MASTER-FILE.
           MOVE RUN-CUSTMAST-PATH    TO WS-CUSTMAST-FILE.
           MOVE RUN-RATETBL-PATH     TO WS-RATETBL-FILE.
           CLOSE RUNCTL-FILE.

      *THE DAY AFTER THE AS-OF DATE, ROLLED PAST A WEEKEND - FRIDAY'S*
      *AND SATURDAY'S RUNS BOTH DISPATCH FOR MONDAY.                 *
       1080-SET-DISPATCH-DATE.
           COMPUTE WS-DISP-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-N) + 1.
           MOVE WS-DISP-INT TO WS-DAY-INT.
           PERFORM 9200-WEEKDAY.
           IF WS-WEEKDAY = 5
               ADD 2 TO WS-DISP-INT
           ELSE IF WS-WEEKDAY = 6
               ADD 1 TO WS-DISP-INT
           END-IF.
           COMPUTE WS-DISP-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DISP-INT).

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
           END-IF.

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
                   MOVE CREW-PHONE      TO CR-PHONE (CR-CTR)
                   MOVE CREW-HOURS-WEEK TO CR-HOURS-WEEK (CR-CTR)
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

      *ONLY SCHEDULED JOBS WITH A WORK DATE ON OR BEFORE THE         *
      *DISPATCH DATE CAN HAVE A CREW ON SITE THAT DAY.               *
       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           IF PAINT-IS-SCHEDULED
                   AND PAINT-SCHED-DATE IS NUMERIC
                   AND PAINT-SCHED-DATE > ZEROS
                   AND PAINT-SCHED-DATE NOT > WS-DISP-DATE
               PERFORM 2100-CHECK-JOB
           END-IF.
           PERFORM 9000-READ.

       2100-CHECK-JOB.
           PERFORM 2150-FIND-CREW.
           IF PAINT-CREW-NO = SPACES
               ADD 1 TO C-NOCREW-CTR
           ELSE IF CR-FOUND-SUB = 0
               ADD 1 TO C-UNKCREW-CTR
           ELSE
               PERFORM 2200-JOB-HOURS
               PERFORM 2300-JOB-DAY
               IF WS-JOB-DAY-NO > 0
                   PERFORM 2400-POST-DISPATCH
               END-IF
           END-IF.

       2150-FIND-CREW.
           MOVE 0 TO CR-FOUND-SUB.
           IF PAINT-CREW-NO NOT = SPACES
               PERFORM VARYING CR-SUB FROM 1 BY 1
                       UNTIL CR-SUB > CR-CTR
                   IF CR-NO (CR-SUB) = PAINT-CREW-NO
                       MOVE CR-SUB TO CR-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *LABOR HOURS ONLY - SAME PER-TYPE MATH AS COBRL01'S 2100-CALCS.*
       2200-JOB-HOURS.
           MOVE ZERO TO WS-JOB-HOURS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               PERFORM 2250-FIND-RATE
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
               ADD WS-LINE-HOURS TO WS-JOB-HOURS
           END-PERFORM.

       2250-FIND-RATE.
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
           ELSE
               MOVE RT-COVERAGE-FACTOR (RT-FOUND-SUB)
                   TO WS-LINE-COVERAGE
               MOVE RT-HRS-COAT1 (RT-FOUND-SUB)
                   TO WS-LINE-HRS-COAT1
               MOVE RT-HRS-ADDL (RT-FOUND-SUB)
                   TO WS-LINE-HRS-ADDL
           END-IF.

      *HOW MANY WORKING DAYS THE JOB TAKES AT THE CREW'S DAILY HOURS *
      *(ALWAYS AT LEAST ONE), THEN WHICH OF THOSE DAYS THE DISPATCH  *
      *DATE IS. WALKS FORWARD FROM THE WORK DATE COUNTING WEEKDAYS   *
      *AND STOPS WHEN THE JOB'S DAYS ARE USED UP OR THE DISPATCH     *
      *DATE IS PASSED. ZERO MEANS THE JOB IS NOT ON SITE THAT DAY.   *
       2300-JOB-DAY.
           COMPUTE WS-DAY-HOURS ROUNDED =
               CR-HOURS-WEEK (CR-FOUND-SUB) / 5.
           IF WS-DAY-HOURS = ZERO
               MOVE 1 TO WS-DAYS-NEEDED
           ELSE
               COMPUTE WS-DAYS-NEEDED = WS-JOB-HOURS / WS-DAY-HOURS
               IF WS-DAYS-NEEDED * WS-DAY-HOURS < WS-JOB-HOURS
                   ADD 1 TO WS-DAYS-NEEDED
               END-IF
               IF WS-DAYS-NEEDED = ZERO
                   MOVE 1 TO WS-DAYS-NEEDED
               END-IF
           END-IF.
           MOVE PAINT-SCHED-DATE TO WS-SCHED-DATE-N.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE-N).
           MOVE 0 TO WS-WORKDAY-CTR.
           MOVE 0 TO WS-JOB-DAY-NO.
           PERFORM UNTIL WS-DAY-INT > WS-DISP-INT
                   OR WS-WORKDAY-CTR NOT < WS-DAYS-NEEDED
               PERFORM 9200-WEEKDAY
               IF WS-WEEKDAY < 5
                   ADD 1 TO WS-WORKDAY-CTR
                   IF WS-DAY-INT = WS-DISP-INT
                       MOVE WS-WORKDAY-CTR TO WS-JOB-DAY-NO
                   END-IF
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

       2400-POST-DISPATCH.
           IF DJ-CTR < 200
               ADD 1 TO DJ-CTR
               MOVE PAINT-CREW-NO   TO DJ-CREW-NO (DJ-CTR)
               MOVE PAINT-EST-NO    TO DJ-EST-NO (DJ-CTR)
               MOVE WS-JOB-DAY-NO   TO DJ-DAY-NO (DJ-CTR)
               MOVE WS-DAYS-NEEDED  TO DJ-DAYS-NEEDED (DJ-CTR)
               MOVE WS-JOB-HOURS    TO DJ-HOURS (DJ-CTR)
           ELSE
               ADD 1 TO DJ-DROPPED-CTR
           END-IF.

       3000-CLOSING.
           PERFORM 3100-SORT-JOBS.
           IF DJ-CTR = 0
               PERFORM 9100-HEADINGS
               WRITE DISPLINE FROM PRT-NO-WORK
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM VARYING DJ-SUB FROM 1 BY 1
                   UNTIL DJ-SUB > DJ-CTR
               IF DJ-CREW-NO (DJ-SUB) NOT = WS-CUR-CREW
                   IF WS-CUR-CREW NOT = SPACES
                       PERFORM 3300-CREW-FOOTING
                   END-IF
                   PERFORM 3150-CREW-BREAK
               END-IF
               PERFORM 3200-PRINT-JOB
           END-PERFORM.
           IF WS-CUR-CREW NOT = SPACES
               PERFORM 3300-CREW-FOOTING
           END-IF.
           PERFORM 3400-SUMMARY.

           CLOSE STUDENT-MASTER
                 CUSTOMER-MASTER
                 DISPRPT.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE - ONE     *
      *CREW'S JOBS TOGETHER, IN ESTIMATE ORDER.                      *
       3100-SORT-JOBS.
           PERFORM VARYING DJ-SUB FROM 1 BY 1
                   UNTIL DJ-SUB >= DJ-CTR
               COMPUTE DJ-BOTTOM = DJ-CTR - DJ-SUB
               PERFORM VARYING DJ-SUB2 FROM 1 BY 1
                       UNTIL DJ-SUB2 > DJ-BOTTOM
                   IF DJ-KEY (DJ-SUB2) > DJ-KEY (DJ-SUB2 + 1)
                       MOVE DJ-ENTRY (DJ-SUB2)
                           TO DJ-TEMP-ENTRY
                       MOVE DJ-ENTRY (DJ-SUB2 + 1)
                           TO DJ-ENTRY (DJ-SUB2)
                       MOVE DJ-TEMP-ENTRY
                           TO DJ-ENTRY (DJ-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *EACH CREW'S WORK ORDER STARTS ON A PAGE OF ITS OWN.           *
       3150-CREW-BREAK.
           MOVE DJ-CREW-NO (DJ-SUB) TO WS-CUR-CREW.
           MOVE 0 TO WS-CREW-JOBS.
           MOVE 0 TO WS-CREW-HOURS.
           MOVE 0 TO TK-CTR.
           ADD 1 TO C-CREWS-CTR.
           MOVE WS-CUR-CREW TO PAINT-CREW-NO.
           PERFORM 2150-FIND-CREW.
           MOVE WS-CUR-CREW TO O-CREW-NO.
           MOVE CR-NAME (CR-FOUND-SUB) TO O-CREW-NAME.
           MOVE CR-PHONE (CR-FOUND-SUB) TO WS-PHONE.
           PERFORM 9300-FORMAT-PHONE.
           MOVE O-CUST-PHONE TO O-CREW-PHONE.
           COMPUTE WS-DAY-HOURS ROUNDED =
               CR-HOURS-WEEK (CR-FOUND-SUB) / 5.
           PERFORM 9100-HEADINGS.

       3200-PRINT-JOB.
           MOVE DJ-EST-NO (DJ-SUB) TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'DISPATCHED ESTIMATE NOT REREAD: '
                       DJ-EST-NO (DJ-SUB)
               NOT INVALID KEY
                   PERFORM 3210-PRINT-JOB-BODY
           END-READ.

       3210-PRINT-JOB-BODY.
           ADD 1 TO C-DISP-CTR.
           ADD 1 TO WS-CREW-JOBS.
           ADD DJ-HOURS (DJ-SUB) TO WS-CREW-HOURS.
           PERFORM 3220-GET-CUSTOMER.
           MOVE PAINT-EST-NO       TO O-EST-NO.
           MOVE WS-CUST-NAME       TO O-CUST-NAME.
           PERFORM 9300-FORMAT-PHONE.
           MOVE DJ-DAY-NO (DJ-SUB)      TO O-DAY-NO.
           MOVE DJ-DAYS-NEEDED (DJ-SUB) TO O-DAYS-NEEDED.
           MOVE PAINT-JOB-ADDR     TO O-JOB-ADDR.
           MOVE DJ-HOURS (DJ-SUB)  TO O-JOB-HOURS.
           WRITE DISPLINE FROM PRT-JOB-HEAD
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE DISPLINE FROM PRT-JOB-ADDR
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE DISPLINE FROM PRT-SURF-COLS
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           MOVE 0 TO GL-CTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               PERFORM 3230-PRINT-SURFACE
           END-PERFORM.
           MOVE 'GALLONS TO LOAD:' TO O-GAL-LABEL.
           PERFORM VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > GL-CTR
               MOVE GL-TYPE (GL-SUB)    TO O-GAL-TYPE
               MOVE GL-GALLONS (GL-SUB) TO O-GAL-GALLONS
               WRITE DISPLINE FROM PRT-GAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               MOVE SPACES TO O-GAL-LABEL
           END-PERFORM.

      *THE PHONE THE CREW CALLS IS THE ONE ON CUSTMAST.DAT; A JOB    *
      *WITH NO CUSTOMER RECORD GOES OUT UNDER ITS ESTIMATE NAME.     *
       3220-GET-CUSTOMER.
           MOVE PAINT-CUST-NO TO CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE PAINT-CUST-NAME TO WS-CUST-NAME
                   MOVE 'NO PHONE'      TO WS-PHONE
               NOT INVALID KEY
                   MOVE CUST-NAME       TO WS-CUST-NAME
                   MOVE CUST-PHONE      TO WS-PHONE
           END-READ.

      *GALLONS PER LINE THE WAY COBRL01 ORDERS THEM - SQUARE FEET    *
      *TIMES COATS OVER THE TYPE'S COVERAGE - ROLLED UP BY PAINT     *
      *TYPE FOR THE JOB AND FOR THE CREW'S TRUCK.                    *
       3230-PRINT-SURFACE.
           PERFORM 2250-FIND-RATE.
           COMPUTE WS-LINE-SQ-FT =
               PAINT-SURFACE-SQ-FT (WS-SUB) *
               PAINT-SURFACE-COATS (WS-SUB).
           DIVIDE WS-LINE-SQ-FT BY WS-LINE-COVERAGE
               GIVING WS-LINE-GAL.
           MOVE PAINT-SURFACE-TYPE (WS-SUB)  TO O-SURF-TYPE.
           MOVE PAINT-SURFACE-SQ-FT (WS-SUB) TO O-SURF-SQ-FT.
           MOVE PAINT-SURFACE-COATS (WS-SUB) TO O-SURF-COATS.
           MOVE WS-LINE-GAL                  TO O-SURF-GAL.
           WRITE DISPLINE FROM PRT-SURF-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           MOVE 0 TO GL-FOUND-SUB.
           PERFORM VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > GL-CTR
               IF GL-TYPE (GL-SUB) = PAINT-SURFACE-TYPE (WS-SUB)
                   MOVE GL-SUB TO GL-FOUND-SUB
               END-IF
           END-PERFORM.
           IF GL-FOUND-SUB = 0 AND GL-CTR < 20
               ADD 1 TO GL-CTR
               MOVE GL-CTR TO GL-FOUND-SUB
               MOVE PAINT-SURFACE-TYPE (WS-SUB) TO GL-TYPE (GL-CTR)
               MOVE 0 TO GL-GALLONS (GL-CTR)
           END-IF.
           IF GL-FOUND-SUB > 0
               ADD WS-LINE-GAL TO GL-GALLONS (GL-FOUND-SUB)
           END-IF.
           MOVE 0 TO GL-FOUND-SUB.
           PERFORM VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > TK-CTR
               IF TK-TYPE (GL-SUB) = PAINT-SURFACE-TYPE (WS-SUB)
                   MOVE GL-SUB TO GL-FOUND-SUB
               END-IF
           END-PERFORM.
           IF GL-FOUND-SUB = 0 AND TK-CTR < 20
               ADD 1 TO TK-CTR
               MOVE TK-CTR TO GL-FOUND-SUB
               MOVE PAINT-SURFACE-TYPE (WS-SUB) TO TK-TYPE (TK-CTR)
               MOVE 0 TO TK-GALLONS (TK-CTR)
           END-IF.
           IF GL-FOUND-SUB > 0
               ADD WS-LINE-GAL TO TK-GALLONS (GL-FOUND-SUB)
           END-IF.

       3300-CREW-FOOTING.
           MOVE WS-CREW-JOBS  TO O-CREW-JOBS.
           MOVE WS-CREW-HOURS TO O-CREW-HOURS.
           MOVE WS-DAY-HOURS  TO O-DAY-HOURS.
           WRITE DISPLINE FROM PRT-CREW-FOOT
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE DISPLINE FROM PRT-TRUCK-HEAD
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           MOVE SPACES TO O-GAL-LABEL.
           PERFORM VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > TK-CTR
               MOVE TK-TYPE (GL-SUB)    TO O-GAL-TYPE
               MOVE TK-GALLONS (GL-SUB) TO O-GAL-GALLONS
               WRITE DISPLINE FROM PRT-GAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.

      *CONTROL LINES - JOBS THAT SHOULD BE WORKED BUT HAVE NOBODY    *
      *GOING ARE THE ONES THE OFFICE HAS TO CHASE BEFORE MORNING.    *
       3400-SUMMARY.
           IF DJ-DROPPED-CTR > 0
               MOVE DJ-DROPPED-CTR TO O-DROPPED-CTR
               WRITE DISPLINE FROM PRT-DROPPED
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE C-READ-CTR   TO O-READ-CTR.
           MOVE C-DISP-CTR   TO O-DISP-CTR.
           MOVE C-CREWS-CTR  TO O-CREWS-CTR.
           WRITE DISPLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           IF C-NOCREW-CTR > 0
               MOVE C-NOCREW-CTR TO O-NOT-SENT-CTR
               MOVE ' SCHEDULED JOB(S) STARTED OR DUE WITH NO CREW'
                   TO O-NOT-SENT-MSG
               WRITE DISPLINE FROM PRT-NOT-SENT
                   AFTER ADVANCING 1 LINES
           END-IF.
           IF C-UNKCREW-CTR > 0
               MOVE C-UNKCREW-CTR TO O-NOT-SENT-CTR
               MOVE ' SCHEDULED JOB(S) BOOKED TO A CREW NOT ON FILE'
                   TO O-NOT-SENT-MSG
               WRITE DISPLINE FROM PRT-NOT-SENT
                   AFTER ADVANCING 1 LINES
           END-IF.

       9000-READ.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   IF PAINT-EST-NO = 'TRLR'
                       MOVE 'NO' TO MORE-RECS
                   END-IF
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE DISPLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE DISPLINE FROM PRT-CREW-HEAD
               AFTER ADVANCING 2 LINES.

       9200-WEEKDAY.
           COMPUTE WS-WEEK-QUOT = (WS-DAY-INT - 1) / 7.
           COMPUTE WS-WEEKDAY =
               WS-DAY-INT - 1 - (WS-WEEK-QUOT * 7).

       9300-FORMAT-PHONE.
           IF WS-PHONE IS NUMERIC
               STRING WS-PHONE (1:3) '-' WS-PHONE (4:3) '-'
                      WS-PHONE (7:4) DELIMITED BY SIZE
                   INTO O-CUST-PHONE
               END-STRING
           ELSE
               MOVE WS-PHONE TO O-CUST-PHONE
           END-IF.
