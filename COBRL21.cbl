       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL21.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  ESTIMATE-VERSUS-ACTUAL VARIANCE REPORT.      *
      *  SUMS THE CREW HOURS AND GALLONS POSTED TO    *
      *  PJOBACT.DAT (COBRL20) BY ESTIMATE AND        *
      *  SURFACE TYPE, PRICES EACH COMPLETED JOB'S    *
      *  SURFACE LINES WITH THE SAME RATE LOOKUP AND  *
      *  HOURS/GALLONS ARITHMETIC AS COBRL01 AT THE   *
      *  RATES IN FORCE ON THE ESTIMATE DATE, AND     *
      *  PRINTS ESTIMATED AGAINST ACTUAL HOURS,       *
      *  GALLONS AND DOLLARS PER ESTIMATE, FLAGGING   *
      *  EVERY JOB WHOSE ACTUALS COST MORE THAN IT    *
      *  WAS SOLD AT. A CLOSING SECTION TOTALS BY     *
      *  PAINT TYPE AND SHOWS THE COVERAGE THE CREWS  *
      *  REALLY GOT BESIDE RATE-COVERAGE-SQFT-GAL, SO *
      *  THE RATE TABLE'S HOURS AND COVERAGE FIGURES  *
      *  CAN BE CHECKED AGAINST THE FIELD. JOBS NOT   *
      *  YET COMPLETED ARE COUNTED BUT NOT REPORTED - *
      *  PART OF THEIR WORK IS STILL TO COME.         *
      *  REPORT GOES TO PVARRPT.PRT.                  *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL ACTUALS-FILE
               ASSIGN TO 'E:\COBOL\PJOBACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

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

           SELECT RATE-TABLE
               ASSIGN USING WS-RATETBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARRPT
               ASSIGN TO 'E:\COBOL\PVARRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  ACTUALS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC
           RECORD CONTAINS 40 CHARACTERS.

           COPY 'CPACTUAL.cpy'.

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

       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATES-REC
           RECORD CONTAINS 39 CHARACTERS.

           COPY 'CPRATES.cpy'.

       FD  VARRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS VARLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  VARLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-ACT-CTR       PIC 9(5)    VALUE ZERO.
           05  C-DROPPED-CTR   PIC 9(5)    VALUE ZERO.
           05  C-JOB-CTR       PIC 9(5)    VALUE ZERO.
           05  C-OPEN-CTR      PIC 9(5)    VALUE ZERO.
           05  C-MISSING-CTR   PIC 9(5)    VALUE ZERO.
           05  C-LOSS-CTR      PIC 9(5)    VALUE ZERO.
           05  C-GT-EST-DOL    PIC 9(9)V99 VALUE ZERO.
           05  C-GT-ACT-DOL    PIC 9(9)V99 VALUE ZERO.
           05  C-GT-VAR-DOL    PIC S9(9)V99 VALUE ZERO.
           05  MORE-ACTS       PIC XXX     VALUE 'YES'.
           05  WS-ACT-STATUS   PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.

      *AS-OF DATE FROM RUNCTL.DAT BOUNDS THE RATE ROWS LOADED. EACH  *
      *JOB IS PRICED AT THE ROWS IN FORCE ON ITS OWN ESTIMATE DATE - *
      *THE FIGURES IT WAS SOLD ON AND WHOSE REALISM THIS REPORT IS   *
      *TESTING - NOT AT TODAY'S.                                     *
       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.
           05  WS-RATETBL-FILE     PIC X(64)  VALUE SPACES.

      *SAME EFFECTIVE-DATED RATE TABLE AS COBRL01 - PER-TYPE ROW,    *
      *THEN THE GENERAL ROW, THEN THE COMPILED DEFAULTS. EVERY ROW   *
      *NOT AFTER THE AS-OF DATE IS HELD, NOT JUST THE LATEST PER     *
      *TYPE, SO A JOB PRICES AS OF ITS OWN DATE (AS IN COBRL34).     *
       01  RATE-WORK-AREA.
           05  RT-DEF-COVERAGE     PIC 9(3)     VALUE 115.
           05  RT-DEF-HRS-COAT1    PIC 99V99    VALUE 1.50.
           05  RT-DEF-HRS-ADDL     PIC 99V99    VALUE 0.75.
           05  RT-DEF-LABOR-HOUR   PIC 9(3)V99  VALUE 45.00.
           05  RT-MORE-RATES       PIC XXX      VALUE 'YES'.
           05  RT-CTR              PIC 9(3)     VALUE 0.
           05  RT-SUB              PIC 9(3)     VALUE 0.
           05  RT-FOUND-SUB        PIC 9(3)     VALUE 0.
           05  WS-PRICE-DATE       PIC 9(8)     VALUE 0.
           05  WS-BEST-DATE        PIC 9(8)     VALUE 0.
           05  RT-ENTRY OCCURS 200 TIMES.
               10  RT-PAINT-TYPE       PIC X(10).
               10  RT-EFF-DATE         PIC 9(8).
               10  RT-COVERAGE-FACTOR  PIC 9(3).
               10  RT-HRS-COAT1        PIC 99V99.
               10  RT-HRS-ADDL         PIC 99V99.
               10  RT-LABOR-HOUR       PIC 9(3)V99.

      *POSTED ACTUALS, ONE ENTRY PER ESTIMATE AND SURFACE TYPE, THEN *
      *SORTED BY ESTIMATE SO EACH JOB'S ROWS SIT TOGETHER. ROWS PAST *
      *THE TABLE ARE COUNTED AND REPORTED, NOT SILENTLY LOST.        *
       01  ACTUAL-TABLE-AREA.
           05  AT-CTR              PIC 9(4)   VALUE 0.
           05  AT-SUB              PIC 9(4)   VALUE 0.
           05  AT-SUB2             PIC 9(4)   VALUE 0.
           05  AT-BOTTOM           PIC 9(4)   VALUE 0.
           05  AT-FOUND-SUB        PIC 9(4)   VALUE 0.
           05  AT-GROUP-START      PIC 9(4)   VALUE 0.
           05  AT-GROUP-END        PIC 9(4)   VALUE 0.
           05  AT-GROUP-SW         PIC XXX    VALUE 'NO'.
               88  AT-GROUP-ENDED             VALUE 'YES'.
           05  AT-TEMP-ENTRY.
               10  AT-TEMP-EST-NO      PIC X(4).
               10  AT-TEMP-TYPE        PIC X(10).
               10  AT-TEMP-HOURS       PIC 9(5)V99.
               10  AT-TEMP-GAL         PIC 9(7).
           05  AT-ENTRY OCCURS 1000 TIMES.
               10  AT-EST-NO           PIC X(4).
               10  AT-TYPE             PIC X(10).
               10  AT-HOURS            PIC 9(5)V99.
               10  AT-GAL              PIC 9(7).

      *ONE JOB'S FIGURES BY SURFACE TYPE - ESTIMATED FROM ITS        *
      *SURFACE LINES, ACTUAL FROM ITS POSTED ROWS.                   *
       01  JOB-TYPE-AREA.
           05  JB-CTR              PIC 99     VALUE 0.
           05  JB-SUB              PIC 99     VALUE 0.
           05  JB-FOUND-SUB        PIC 99     VALUE 0.
           05  JB-ENTRY OCCURS 20 TIMES.
               10  JB-TYPE             PIC X(10).
               10  JB-EST-HOURS        PIC 9(5)V99.
               10  JB-EST-GAL          PIC 9(7).
               10  JB-EST-SQFT         PIC 9(7).
               10  JB-ACT-HOURS        PIC 9(5)V99.
               10  JB-ACT-GAL          PIC 9(7).
               10  JB-COVERAGE         PIC 9(3).
               10  JB-LABOR-HOUR       PIC 9(3)V99.

      *RUN TOTALS BY PAINT TYPE ACROSS EVERY REPORTED JOB.           *
       01  TYPE-TABLE-AREA.
           05  TY-CTR              PIC 99     VALUE 0.
           05  TY-SUB              PIC 99     VALUE 0.
           05  TY-FOUND-SUB        PIC 99     VALUE 0.
           05  TY-ENTRY OCCURS 20 TIMES.
               10  TY-TYPE             PIC X(10).
               10  TY-EST-HOURS        PIC 9(7)V99.
               10  TY-ACT-HOURS        PIC 9(7)V99.
               10  TY-EST-GAL          PIC 9(7).
               10  TY-ACT-GAL          PIC 9(7).
               10  TY-EST-SQFT         PIC 9(9).
               10  TY-COVERAGE         PIC 9(3).
               10  TY-EST-DOL          PIC 9(9)V99.
               10  TY-ACT-DOL          PIC 9(9)V99.

       01  SURFACE-WORK-AREA.
           05  WS-SUB              PIC 99      VALUE 0.
           05  WS-RATE-TYPE        PIC X(10)   VALUE SPACES.
           05  WS-SAVE-RATE-TYPE   PIC X(10)   VALUE SPACES.
           05  WS-LINE-SQ-FT       PIC 9(6)    VALUE 0.
           05  WS-LINE-GAL         PIC 9(6)    VALUE 0.
           05  WS-LINE-HOURS       PIC 9(5)V99 VALUE 0.
           05  WS-LINE-COVERAGE    PIC 9(3)    VALUE 0.
           05  WS-LINE-HRS-COAT1   PIC 99V99   VALUE 0.
           05  WS-LINE-HRS-ADDL    PIC 99V99   VALUE 0.
           05  WS-LINE-LABOR-HOUR  PIC 9(3)V99 VALUE 0.

       01  JOB-WORK-AREA.
           05  WS-FOUND-IN         PIC X      VALUE SPACE.
               88  WS-FOUND-NOWHERE           VALUE SPACE.
           05  WS-JOB-EST-HOURS    PIC 9(5)V99 VALUE 0.
           05  WS-JOB-ACT-HOURS    PIC 9(5)V99 VALUE 0.
           05  WS-JOB-EST-GAL      PIC 9(7)    VALUE 0.
           05  WS-JOB-ACT-GAL      PIC 9(7)    VALUE 0.
           05  WS-JOB-EST-DOL      PIC 9(8)V99 VALUE 0.
           05  WS-JOB-ACT-DOL      PIC 9(8)V99 VALUE 0.
           05  WS-JOB-VAR-DOL      PIC S9(8)V99 VALUE 0.
           05  WS-JOB-PRICED-DOL   PIC 9(8)V99 VALUE 0.
           05  WS-JOB-SPREAD-DOL   PIC 9(8)V99 VALUE 0.
           05  WS-LINE-EST-DOL     PIC S9(8)V99 VALUE 0.
           05  WS-LINE-ACT-DOL     PIC 9(8)V99 VALUE 0.
           05  WS-TY-VAR-DOL       PIC S9(9)V99 VALUE 0.
           05  WS-PCT              PIC S9(5)V9 VALUE 0.
           05  WS-ACT-COVERAGE     PIC 9(5)    VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S EST VS ACTUAL VARIANCE'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(9)    VALUE 'ESTIMATE'.
           05  FILLER          PIC X(21)   VALUE 'CUSTOMER NAME'.
           05  FILLER          PIC X(10)   VALUE ' EST HRS'.
           05  FILLER          PIC X(10)   VALUE ' ACT HRS'.
           05  FILLER          PIC X(8)    VALUE 'EST GAL'.
           05  FILLER          PIC X(8)    VALUE 'ACT GAL'.
           05  FILLER          PIC X(13)   VALUE '   EST $'.
           05  FILLER          PIC X(13)   VALUE '   ACT $'.
           05  FILLER          PIC X(16)   VALUE '   VARIANCE'.

      *DETAIL*
       01  PRT-VAR-DETAIL.
           05  O-EST-NO        PIC X(7).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(20).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-EST-HOURS     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-ACT-HOURS     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-EST-GAL       PIC ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-ACT-GAL       PIC ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-EST-DOL       PIC Z,ZZZ,ZZZ.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-ACT-DOL       PIC Z,ZZZ,ZZZ.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-VAR-DOL       PIC Z,ZZZ,ZZZ.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-FLAG          PIC X(12).

       01  PRT-TYPE-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(50)
               VALUE 'VARIANCE BY PAINT TYPE - REPORTED JOBS ONLY'.

       01  PRT-TYPE-COL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'PAINT TYPE'.
           05  FILLER          PIC X(11)   VALUE '    EST HRS'.
           05  FILLER          PIC X(11)   VALUE '    ACT HRS'.
           05  FILLER          PIC X(8)    VALUE 'HRS VAR%'.
           05  FILLER          PIC X(10)   VALUE '   EST GAL'.
           05  FILLER          PIC X(10)   VALUE '   ACT GAL'.
           05  FILLER          PIC X(8)    VALUE 'GAL VAR%'.
           05  FILLER          PIC X(7)    VALUE 'RTD COV'.
           05  FILLER          PIC X(7)    VALUE 'ACT COV'.
           05  FILLER          PIC X(15)   VALUE '          EST $'.
           05  FILLER          PIC X(15)   VALUE '          ACT $'.
           05  FILLER          PIC X(16)   VALUE '     $ VARIANCE'.

       01  PRT-TYPE-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TY-TYPE       PIC X(10).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-EST-HOURS  PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-ACT-HOURS  PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-HRS-PCT    PIC ZZZ9.9-.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-EST-GAL    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-ACT-GAL    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-GAL-PCT    PIC ZZZ9.9-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-TY-COVERAGE   PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TY-ACT-COV    PIC ZZZZ9.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-EST-DOL    PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-ACT-DOL    PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-TY-VAR-DOL    PIC ZZZ,ZZZ,ZZZ.99-.

       01  PRT-GRAND.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'RUN TOTALS -'.
           05  FILLER          PIC X(6)    VALUE 'EST:'.
           05  O-GT-EST-DOL    PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER          PIC X(7)    VALUE '  ACT:'.
           05  O-GT-ACT-DOL    PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER          PIC X(12)   VALUE '  VARIANCE:'.
           05  O-GT-VAR-DOL    PIC ZZZ,ZZZ,ZZZ.99-.

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'JOBS REPORTED:'.
           05  O-JOB-CTR       PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'LOST MONEY:'.
           05  O-LOSS-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'NOT YET COMPLETE:'.
           05  O-OPEN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'NOT ON FILE:'.
           05  O-MISSING-CTR   PIC ZZZZ9.

       01  PRT-DROPPED.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '**** PLUS '.
           05  O-DROPPED-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(50)
               VALUE ' ACTUALS ROW(S) NOT REPORTED - TABLE FULL ****'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAINT-HISTORY.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PAINTHST.DAT - STATUS: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-ACTUALS.
           PERFORM 1300-SORT-ACTUALS.
           OPEN OUTPUT VARRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.

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
           MOVE RUN-RATETBL-PATH TO WS-RATETBL-FILE.
           CLOSE RUNCTL-FILE.

       1100-LOAD-RATES.
           OPEN INPUT RATE-TABLE.
           PERFORM 1110-READ-RATE.
           PERFORM UNTIL RT-MORE-RATES = 'NO'
               IF RATE-EFF-DATE NOT > WS-AS-OF-DATE
                   IF RT-CTR < 200
                       ADD 1 TO RT-CTR
                       MOVE RATE-PAINT-TYPE TO RT-PAINT-TYPE (RT-CTR)
                       MOVE RATE-EFF-DATE   TO RT-EFF-DATE (RT-CTR)
                       MOVE RATE-COVERAGE-SQFT-GAL
                           TO RT-COVERAGE-FACTOR (RT-CTR)
                       MOVE RATE-HRS-PER-100-COAT1
                           TO RT-HRS-COAT1 (RT-CTR)
                       MOVE RATE-HRS-PER-100-ADDL
                           TO RT-HRS-ADDL (RT-CTR)
                       MOVE RATE-LABOR-PER-HOUR
                           TO RT-LABOR-HOUR (RT-CTR)
                   ELSE
                       DISPLAY 'RATE TABLE FULL - ROW IGNORED: '
                           RATE-PAINT-TYPE ' ' RATE-EFF-DATE
                   END-IF
               END-IF
               PERFORM 1110-READ-RATE
           END-PERFORM.
           CLOSE RATE-TABLE.

       1110-READ-RATE.
           READ RATE-TABLE
               AT END
                   MOVE 'NO' TO RT-MORE-RATES.

      *ROLL THE POSTED ROWS UP TO ONE ENTRY PER ESTIMATE AND TYPE.   *
      *NO ACTUALS FILE YET SIMPLY MEANS AN EMPTY REPORT.             *
       1200-LOAD-ACTUALS.
           OPEN INPUT ACTUALS-FILE.
           IF WS-ACT-STATUS NOT = '00' AND WS-ACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PJOBACT.DAT - STATUS: '
                   WS-ACT-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-ACTUAL.
           PERFORM UNTIL MORE-ACTS = 'NO'
               ADD 1 TO C-ACT-CTR
               PERFORM 1220-POST-ACTUAL
               PERFORM 1210-READ-ACTUAL
           END-PERFORM.
           CLOSE ACTUALS-FILE.

       1210-READ-ACTUAL.
           READ ACTUALS-FILE
               AT END
                   MOVE 'NO' TO MORE-ACTS.

       1220-POST-ACTUAL.
           MOVE 0 TO AT-FOUND-SUB.
           PERFORM VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-CTR
               IF AT-EST-NO (AT-SUB) = ACT-EST-NO
                       AND AT-TYPE (AT-SUB) = ACT-SURFACE-TYPE
                   MOVE AT-SUB TO AT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF AT-FOUND-SUB = 0
               IF AT-CTR < 1000
                   ADD 1 TO AT-CTR
                   MOVE AT-CTR TO AT-FOUND-SUB
                   MOVE ACT-EST-NO       TO AT-EST-NO (AT-FOUND-SUB)
                   MOVE ACT-SURFACE-TYPE TO AT-TYPE (AT-FOUND-SUB)
                   MOVE 0 TO AT-HOURS (AT-FOUND-SUB)
                   MOVE 0 TO AT-GAL (AT-FOUND-SUB)
               ELSE
                   ADD 1 TO C-DROPPED-CTR
               END-IF
           END-IF.
           IF AT-FOUND-SUB > 0
               ADD ACT-CREW-HOURS TO AT-HOURS (AT-FOUND-SUB)
               ADD ACT-GALLONS    TO AT-GAL (AT-FOUND-SUB)
           END-IF.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE, ON       *
      *ESTIMATE NUMBER SO THE REPORT RUNS IN ESTIMATE ORDER.         *
       1300-SORT-ACTUALS.
           PERFORM VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB >= AT-CTR
               COMPUTE AT-BOTTOM = AT-CTR - AT-SUB
               PERFORM VARYING AT-SUB2 FROM 1 BY 1
                       UNTIL AT-SUB2 > AT-BOTTOM
                   IF AT-EST-NO (AT-SUB2) > AT-EST-NO (AT-SUB2 + 1)
                       MOVE AT-ENTRY (AT-SUB2) TO AT-TEMP-ENTRY
                       MOVE AT-ENTRY (AT-SUB2 + 1)
                           TO AT-ENTRY (AT-SUB2)
                       MOVE AT-TEMP-ENTRY
                           TO AT-ENTRY (AT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *WALK THE SORTED TABLE ONE ESTIMATE AT A TIME. THE NEXT ENTRY  *
      *IS ONLY LOOKED AT WHEN THERE IS ONE - A FULL TABLE HAS NOTHING*
      *PAST ITS LAST ENTRY.                                          *
       2000-MAINLINE.
           MOVE 1 TO AT-GROUP-START.
           PERFORM UNTIL AT-GROUP-START > AT-CTR
               MOVE AT-GROUP-START TO AT-GROUP-END
               MOVE 'NO' TO AT-GROUP-SW
               PERFORM UNTIL AT-GROUP-ENDED
                   IF AT-GROUP-END < AT-CTR
                       IF AT-EST-NO (AT-GROUP-END + 1)
                               = AT-EST-NO (AT-GROUP-START)
                           ADD 1 TO AT-GROUP-END
                       ELSE
                           MOVE 'YES' TO AT-GROUP-SW
                       END-IF
                   ELSE
                       MOVE 'YES' TO AT-GROUP-SW
                   END-IF
               END-PERFORM
               PERFORM 2100-PROCESS-JOB
               COMPUTE AT-GROUP-START = AT-GROUP-END + 1
           END-PERFORM.

       2100-PROCESS-JOB.
           PERFORM 2150-FIND-ESTIMATE.
           IF WS-FOUND-NOWHERE
               ADD 1 TO C-MISSING-CTR
           ELSE IF NOT PAINT-IS-COMPLETED
               ADD 1 TO C-OPEN-CTR
           ELSE
               ADD 1 TO C-JOB-CTR
               PERFORM 2200-ESTIMATED-SIDE
               PERFORM 2300-ACTUAL-SIDE
               PERFORM 2400-JOB-TOTALS
               PERFORM 2500-PRINT-JOB
           END-IF.

      *ACTIVE MASTER FIRST, THEN HISTORY - A HISTORY HIT IS MOVED    *
      *INTO PAINT-REC (COUNTER FIRST) SO ONE SET OF PRICING CODE     *
      *SERVES BOTH.                                                  *
       2150-FIND-ESTIMATE.
           MOVE SPACE TO WS-FOUND-IN.
           MOVE AT-EST-NO (AT-GROUP-START) TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-FOUND-IN
           END-READ.
           IF WS-FOUND-NOWHERE AND WS-HIST-STATUS NOT = '05'
               MOVE AT-EST-NO (AT-GROUP-START) TO HIST-EST-NO
               READ PAINT-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO WS-FOUND-IN
                       MOVE HIST-SURFACE-CTR TO PAINT-SURFACE-CTR
                       MOVE HIST-REC TO PAINT-REC
               END-READ
           END-IF.

      *PRICE EACH SURFACE LINE EXACTLY AS COBRL01'S 2100-CALCS DOES *
      *AT THE RATES IN FORCE ON THE ESTIMATE DATE, AND FILE THE      *
      *RESULT UNDER THE LINE'S SURFACE TYPE.                         *
       2200-ESTIMATED-SIDE.
           MOVE 0 TO JB-CTR.
           MOVE PAINT-DATE TO WS-PRICE-DATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               MOVE PAINT-SURFACE-TYPE (WS-SUB) TO WS-RATE-TYPE
               PERFORM 2210-FIND-JOB-TYPE
               IF JB-FOUND-SUB > 0
                   COMPUTE WS-LINE-SQ-FT =
                       PAINT-SURFACE-SQ-FT (WS-SUB) *
                       PAINT-SURFACE-COATS (WS-SUB)
                   DIVIDE WS-LINE-SQ-FT BY WS-LINE-COVERAGE
                       GIVING WS-LINE-GAL
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
                   ADD WS-LINE-SQ-FT TO JB-EST-SQFT (JB-FOUND-SUB)
                   ADD WS-LINE-GAL   TO JB-EST-GAL (JB-FOUND-SUB)
                   ADD WS-LINE-HOURS TO JB-EST-HOURS (JB-FOUND-SUB)
               END-IF
           END-PERFORM.

      *FIND (OR OPEN) THE JOB ENTRY FOR WS-RATE-TYPE. A NEW ENTRY    *
      *CARRIES THE TYPE'S RATES SO THE ACTUAL SIDE PRICES THE SAME.  *
       2210-FIND-JOB-TYPE.
           MOVE 0 TO JB-FOUND-SUB.
           PERFORM VARYING JB-SUB FROM 1 BY 1
                   UNTIL JB-SUB > JB-CTR
               IF JB-TYPE (JB-SUB) = WS-RATE-TYPE
                   MOVE JB-SUB TO JB-FOUND-SUB
               END-IF
           END-PERFORM.
           PERFORM 2220-FIND-RATE.
           IF JB-FOUND-SUB = 0
               IF JB-CTR < 20
                   ADD 1 TO JB-CTR
                   MOVE JB-CTR TO JB-FOUND-SUB
                   MOVE WS-RATE-TYPE TO JB-TYPE (JB-FOUND-SUB)
                   MOVE 0 TO JB-EST-HOURS (JB-FOUND-SUB)
                   MOVE 0 TO JB-EST-GAL (JB-FOUND-SUB)
                   MOVE 0 TO JB-EST-SQFT (JB-FOUND-SUB)
                   MOVE 0 TO JB-ACT-HOURS (JB-FOUND-SUB)
                   MOVE 0 TO JB-ACT-GAL (JB-FOUND-SUB)
                   MOVE WS-LINE-COVERAGE
                       TO JB-COVERAGE (JB-FOUND-SUB)
                   MOVE WS-LINE-LABOR-HOUR
                       TO JB-LABOR-HOUR (JB-FOUND-SUB)
               ELSE
                   DISPLAY 'JOB TYPE TABLE FULL - TYPE NOT TOTALED: '
                       WS-RATE-TYPE
               END-IF
           END-IF.

      *THE TYPE'S OWN ROW FIRST, THEN GENERAL, THEN THE DEFAULTS -   *
      *EACH TIME THE LATEST ROW NOT AFTER THE PRICING DATE.          *
       2220-FIND-RATE.
           MOVE 0 TO RT-FOUND-SUB.
           PERFORM 2225-BEST-RATE.
           IF RT-FOUND-SUB = 0
               MOVE WS-RATE-TYPE TO WS-SAVE-RATE-TYPE
               MOVE 'GENERAL' TO WS-RATE-TYPE
               PERFORM 2225-BEST-RATE
               MOVE WS-SAVE-RATE-TYPE TO WS-RATE-TYPE
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

       2225-BEST-RATE.
           MOVE 0 TO WS-BEST-DATE.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CTR
               IF RT-PAINT-TYPE (RT-SUB) = WS-RATE-TYPE
                       AND RT-EFF-DATE (RT-SUB) NOT > WS-PRICE-DATE
                       AND (RT-FOUND-SUB = 0
                           OR RT-EFF-DATE (RT-SUB) > WS-BEST-DATE)
                   MOVE RT-SUB TO RT-FOUND-SUB
                   MOVE RT-EFF-DATE (RT-SUB) TO WS-BEST-DATE
               END-IF
           END-PERFORM.

       2300-ACTUAL-SIDE.
           PERFORM VARYING AT-SUB FROM AT-GROUP-START BY 1
                   UNTIL AT-SUB > AT-GROUP-END
               MOVE AT-TYPE (AT-SUB) TO WS-RATE-TYPE
               PERFORM 2210-FIND-JOB-TYPE
               IF JB-FOUND-SUB > 0
                   ADD AT-HOURS (AT-SUB) TO JB-ACT-HOURS (JB-FOUND-SUB)
                   ADD AT-GAL (AT-SUB)   TO JB-ACT-GAL (JB-FOUND-SUB)
               END-IF
           END-PERFORM.

      *THE ACTUAL SIDE COSTS THE CREW'S HOURS AND GALLONS AT THE     *
      *ESTIMATE'S PRICE PER GALLON AND THE TYPE'S LABOR RATE. THE    *
      *ESTIMATED SIDE IS WHAT THE JOB WAS SOLD AT: A LOCKED CONTRACT *
      *PLUS ITS NET CHANGE ORDERS (PAINT AND LABOR, TAX LEFT OUT AS  *
      *ON THE ACTUAL SIDE), OTHERWISE THE SURFACE LINES PRICED AT    *
      *THE ESTIMATE DATE'S RATES. ACTUAL OVER ESTIMATED MEANS THE    *
      *JOB COST MORE THAN IT WAS SOLD AT - IT LOST MONEY. THE TYPE   *
      *TOTALS ARE POSTED ONLY ONCE THE JOB'S ESTIMATED SIDE IS KNOWN.*
       2400-JOB-TOTALS.
           MOVE 0 TO WS-JOB-EST-HOURS.
           MOVE 0 TO WS-JOB-ACT-HOURS.
           MOVE 0 TO WS-JOB-EST-GAL.
           MOVE 0 TO WS-JOB-ACT-GAL.
           MOVE 0 TO WS-JOB-EST-DOL.
           MOVE 0 TO WS-JOB-ACT-DOL.
           PERFORM VARYING JB-SUB FROM 1 BY 1
                   UNTIL JB-SUB > JB-CTR
               ADD JB-EST-HOURS (JB-SUB) TO WS-JOB-EST-HOURS
               ADD JB-ACT-HOURS (JB-SUB) TO WS-JOB-ACT-HOURS
               ADD JB-EST-GAL (JB-SUB)   TO WS-JOB-EST-GAL
               ADD JB-ACT-GAL (JB-SUB)   TO WS-JOB-ACT-GAL
               COMPUTE WS-JOB-EST-DOL = WS-JOB-EST-DOL +
                   JB-EST-GAL (JB-SUB) * PAINT-PRICE-GAL +
                   JB-EST-HOURS (JB-SUB) * JB-LABOR-HOUR (JB-SUB)
               COMPUTE WS-JOB-ACT-DOL = WS-JOB-ACT-DOL +
                   JB-ACT-GAL (JB-SUB) * PAINT-PRICE-GAL +
                   JB-ACT-HOURS (JB-SUB) * JB-LABOR-HOUR (JB-SUB)
           END-PERFORM.
           MOVE WS-JOB-EST-DOL TO WS-JOB-PRICED-DOL.
           IF PAINT-CONTRACT-LOCKED
               COMPUTE WS-JOB-EST-DOL =
                   PAINT-CONTRACT-PAINT + PAINT-CONTRACT-LABOR +
                   PAINT-CO-NET-PAINT + PAINT-CO-NET-LABOR
           END-IF.
           MOVE 0 TO WS-JOB-SPREAD-DOL.
           PERFORM VARYING JB-SUB FROM 1 BY 1
                   UNTIL JB-SUB > JB-CTR
               PERFORM 2450-POST-TYPE
           END-PERFORM.
           COMPUTE WS-JOB-VAR-DOL = WS-JOB-EST-DOL - WS-JOB-ACT-DOL.
           ADD WS-JOB-EST-DOL TO C-GT-EST-DOL.
           ADD WS-JOB-ACT-DOL TO C-GT-ACT-DOL.
           ADD WS-JOB-VAR-DOL TO C-GT-VAR-DOL.

      *EACH LINE CARRIES THE SAME DOLLARS THE JOB LINE ADDS UP. ON A *
      *LOCKED CONTRACT THE SOLD FIGURE IS SPREAD OVER THE LINES IN   *
      *PROPORTION TO THEIR PRICED SHARE, THE LAST LINE TAKING THE    *
      *ROUNDING, SO THE TYPE TOTALS FOOT TO THE RUN TOTALS.          *
       2450-POST-TYPE.
           COMPUTE WS-LINE-EST-DOL =
               JB-EST-GAL (JB-SUB) * PAINT-PRICE-GAL +
               JB-EST-HOURS (JB-SUB) * JB-LABOR-HOUR (JB-SUB).
           COMPUTE WS-LINE-ACT-DOL =
               JB-ACT-GAL (JB-SUB) * PAINT-PRICE-GAL +
               JB-ACT-HOURS (JB-SUB) * JB-LABOR-HOUR (JB-SUB).
           IF NOT PAINT-CONTRACT-LOCKED
               CONTINUE
           ELSE IF JB-SUB = JB-CTR
               COMPUTE WS-LINE-EST-DOL =
                   WS-JOB-EST-DOL - WS-JOB-SPREAD-DOL
           ELSE IF WS-JOB-PRICED-DOL > 0
               COMPUTE WS-LINE-EST-DOL ROUNDED =
                   WS-LINE-EST-DOL * WS-JOB-EST-DOL
                       / WS-JOB-PRICED-DOL
           ELSE
               MOVE 0 TO WS-LINE-EST-DOL
           END-IF.
           ADD WS-LINE-EST-DOL TO WS-JOB-SPREAD-DOL.
           MOVE 0 TO TY-FOUND-SUB.
           PERFORM VARYING TY-SUB FROM 1 BY 1
                   UNTIL TY-SUB > TY-CTR
               IF TY-TYPE (TY-SUB) = JB-TYPE (JB-SUB)
                   MOVE TY-SUB TO TY-FOUND-SUB
               END-IF
           END-PERFORM.
           IF TY-FOUND-SUB = 0
               IF TY-CTR < 20
                   ADD 1 TO TY-CTR
                   MOVE TY-CTR TO TY-FOUND-SUB
                   MOVE JB-TYPE (JB-SUB) TO TY-TYPE (TY-FOUND-SUB)
                   MOVE 0 TO TY-EST-HOURS (TY-FOUND-SUB)
                   MOVE 0 TO TY-ACT-HOURS (TY-FOUND-SUB)
                   MOVE 0 TO TY-EST-GAL (TY-FOUND-SUB)
                   MOVE 0 TO TY-ACT-GAL (TY-FOUND-SUB)
                   MOVE 0 TO TY-EST-SQFT (TY-FOUND-SUB)
                   MOVE 0 TO TY-EST-DOL (TY-FOUND-SUB)
                   MOVE 0 TO TY-ACT-DOL (TY-FOUND-SUB)
                   MOVE JB-COVERAGE (JB-SUB)
                       TO TY-COVERAGE (TY-FOUND-SUB)
               ELSE
                   DISPLAY 'TYPE TABLE FULL - TYPE NOT TOTALED: '
                       JB-TYPE (JB-SUB)
               END-IF
           END-IF.
           IF TY-FOUND-SUB > 0
               ADD JB-EST-HOURS (JB-SUB) TO TY-EST-HOURS (TY-FOUND-SUB)
               ADD JB-ACT-HOURS (JB-SUB) TO TY-ACT-HOURS (TY-FOUND-SUB)
               ADD JB-EST-GAL (JB-SUB)   TO TY-EST-GAL (TY-FOUND-SUB)
               ADD JB-ACT-GAL (JB-SUB)   TO TY-ACT-GAL (TY-FOUND-SUB)
               ADD JB-EST-SQFT (JB-SUB)  TO TY-EST-SQFT (TY-FOUND-SUB)
               ADD WS-LINE-EST-DOL       TO TY-EST-DOL (TY-FOUND-SUB)
               ADD WS-LINE-ACT-DOL       TO TY-ACT-DOL (TY-FOUND-SUB)
           END-IF.

       2500-PRINT-JOB.
           MOVE PAINT-EST-NO     TO O-EST-NO.
           MOVE PAINT-CUST-NAME  TO O-CUST-NAME.
           MOVE WS-JOB-EST-HOURS TO O-EST-HOURS.
           MOVE WS-JOB-ACT-HOURS TO O-ACT-HOURS.
           MOVE WS-JOB-EST-GAL   TO O-EST-GAL.
           MOVE WS-JOB-ACT-GAL   TO O-ACT-GAL.
           MOVE WS-JOB-EST-DOL   TO O-EST-DOL.
           MOVE WS-JOB-ACT-DOL   TO O-ACT-DOL.
           MOVE WS-JOB-VAR-DOL   TO O-VAR-DOL.
           IF WS-JOB-VAR-DOL < 0
               MOVE '** LOST $' TO O-FLAG
               ADD 1 TO C-LOSS-CTR
           ELSE
               MOVE SPACES TO O-FLAG
           END-IF.
           WRITE VARLINE FROM PRT-VAR-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *PER-TYPE TOTALS. ACTUAL COVERAGE IS THE SQ FT (TIMES COATS)   *
      *THE REPORTED JOBS PRICED, OVER THE GALLONS REALLY DRAWN - THE *
      *FIGURE TO HOLD UP AGAINST RATE-COVERAGE-SQFT-GAL.             *
       3000-CLOSING.
           WRITE VARLINE FROM PRT-TYPE-HEAD
               AFTER ADVANCING 3 LINES.
           WRITE VARLINE FROM PRT-TYPE-COL
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING TY-SUB FROM 1 BY 1
                   UNTIL TY-SUB > TY-CTR
               PERFORM 3100-PRINT-TYPE
           END-PERFORM.

           MOVE C-GT-EST-DOL TO O-GT-EST-DOL.
           MOVE C-GT-ACT-DOL TO O-GT-ACT-DOL.
           MOVE C-GT-VAR-DOL TO O-GT-VAR-DOL.
           WRITE VARLINE FROM PRT-GRAND
               AFTER ADVANCING 3 LINES.

           MOVE C-JOB-CTR     TO O-JOB-CTR.
           MOVE C-LOSS-CTR    TO O-LOSS-CTR.
           MOVE C-OPEN-CTR    TO O-OPEN-CTR.
           MOVE C-MISSING-CTR TO O-MISSING-CTR.
           WRITE VARLINE FROM PRT-SUMMARY
               AFTER ADVANCING 2 LINES.
           IF C-DROPPED-CTR > 0
               MOVE C-DROPPED-CTR TO O-DROPPED-CTR
               WRITE VARLINE FROM PRT-DROPPED
                   AFTER ADVANCING 1 LINES
           END-IF.

           CLOSE STUDENT-MASTER
                 PAINT-HISTORY
                 VARRPT.

       3100-PRINT-TYPE.
           MOVE TY-TYPE (TY-SUB)      TO O-TY-TYPE.
           MOVE TY-EST-HOURS (TY-SUB) TO O-TY-EST-HOURS.
           MOVE TY-ACT-HOURS (TY-SUB) TO O-TY-ACT-HOURS.
           MOVE TY-EST-GAL (TY-SUB)   TO O-TY-EST-GAL.
           MOVE TY-ACT-GAL (TY-SUB)   TO O-TY-ACT-GAL.
           MOVE TY-COVERAGE (TY-SUB)  TO O-TY-COVERAGE.
           IF TY-EST-HOURS (TY-SUB) > 0
               COMPUTE WS-PCT ROUNDED =
                   (TY-ACT-HOURS (TY-SUB) - TY-EST-HOURS (TY-SUB))
                       * 100 / TY-EST-HOURS (TY-SUB)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO O-TY-HRS-PCT.
           IF TY-EST-GAL (TY-SUB) > 0
               COMPUTE WS-PCT ROUNDED =
                   (TY-ACT-GAL (TY-SUB) - TY-EST-GAL (TY-SUB))
                       * 100 / TY-EST-GAL (TY-SUB)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO O-TY-GAL-PCT.
           IF TY-ACT-GAL (TY-SUB) > 0
               DIVIDE TY-EST-SQFT (TY-SUB) BY TY-ACT-GAL (TY-SUB)
                   GIVING WS-ACT-COVERAGE
           ELSE
               MOVE 0 TO WS-ACT-COVERAGE
           END-IF.
           MOVE WS-ACT-COVERAGE TO O-TY-ACT-COV.
           MOVE TY-EST-DOL (TY-SUB)   TO O-TY-EST-DOL.
           MOVE TY-ACT-DOL (TY-SUB)   TO O-TY-ACT-DOL.
           COMPUTE WS-TY-VAR-DOL =
               TY-EST-DOL (TY-SUB) - TY-ACT-DOL (TY-SUB).
           MOVE WS-TY-VAR-DOL         TO O-TY-VAR-DOL.
           WRITE VARLINE FROM PRT-TYPE-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE VARLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE VARLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
