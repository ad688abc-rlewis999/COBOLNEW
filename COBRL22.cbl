       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL22.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  CHANGE ORDERS. READS THE SIGNED ORDERS IN    *
      *  PCHGTRAN.DAT AND APPLIES EACH ONE TO A JOB   *
      *  WHOSE CONTRACT PRICE WAS FROZEN BY THE       *
      *  COBRL03 STATUS TRANSACTION (APPROVED OR      *
      *  SCHEDULED). AN ORDER ADDS ONE SURFACE LINE   *
      *  OR REMOVES ONE; ONLY THAT LINE IS PRICED,    *
      *  UNDER THE RATES AND TAX IN FORCE ON THE      *
      *  AS-OF DATE, AND THE DIFFERENCE IS ADDED TO   *
      *  THE ORDER NETS ON THE MASTER - THE CONTRACT  *
      *  ITSELF IS NEVER REPRICED. EACH ORDER TAKES   *
      *  THE NEXT NUMBER FOR ITS ESTIMATE AND LANDS   *
      *  ON THE TRAIL FILE PCHGORD.DAT, WITH A        *
      *  BEFORE/AFTER ENTRY ON THE AUDIT JOURNAL      *
      *  (PAUDIT.DAT) UNDER ACTION CHGORD SO COBRL06  *
      *  CAN BACK A RUN OUT. BILLING (COBRL01) BILLS  *
      *  THE NET WITH THE FINAL INVOICE. A LOG OF     *
      *  EVERY ORDER APPLIED OR REJECTED PRINTS TO    *
      *  PCHGLOG.PRT.                                 *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT COTRAN-FILE
               ASSIGN TO 'E:\COBOL\PCHGTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTRAN-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN USING WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT RATE-TABLE
               ASSIGN USING WS-RATETBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-TABLE
               ASSIGN USING WS-TAXTBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHGORD-FILE
               ASSIGN TO 'E:\COBOL\PCHGORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT AUDIT-FILE
               ASSIGN USING WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINTLOG
               ASSIGN TO 'E:\COBOL\PCHGLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  COTRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COTRAN-REC
           RECORD CONTAINS 41 CHARACTERS.

           COPY 'CPCOTRAN.cpy'.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

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

       FD  CHGORD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CO-REC
           RECORD CONTAINS 109 CHARACTERS.

           COPY 'CPCHGORD.cpy'.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 747 CHARACTERS.

           COPY 'CPAUDIT.cpy'.

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
           05  C-ADDED-DOL     PIC 9(9)V99 VALUE ZERO.
           05  C-REMOVED-DOL   PIC 9(9)V99 VALUE ZERO.
           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  WS-COTRAN-STATUS PIC XX     VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-CO-STATUS    PIC XX      VALUE '00'.

      *AS-OF DATE AND FILE ASSIGNMENTS FROM RUNCTL.DAT - THE AS-OF   *
      *DATE PICKS THE RATE AND TAX ROWS THE ORDER IS PRICED UNDER    *
      *AND DATES THE ORDER ON THE TRAIL.                             *
       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
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
           05  WS-TAXTBL-FILE      PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.

       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-LINE-SUB         PIC 99     VALUE 0.
           05  WS-CO-NO            PIC 9(3)   VALUE 0.
           05  WS-ACTION           PIC X(10)  VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-VALID-SW         PIC XXX    VALUE 'YES'.
               88  WS-ROW-VALID               VALUE 'YES'.

      *THE ONE LINE ON THE ORDER, PRICED THE WAY COBRL01 PRICES A    *
      *SURFACE LINE.                                                 *
       01  ORDER-WORK-AREA.
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
      *JOURNAL ENTRY AND TRAIL ROW AND PRINTED ON THE LOG HEADING SO *
      *THE OFFICE CAN NAME THIS RUN TO THE BACKOUT PROGRAM (COBRL06),*
      *THE SAME WAY A COBRL03 MAINTENANCE RUN IS NAMED.              *
       01  AUDIT-WORK-AREA.
           05  WS-RUN-ID           PIC X(14)  VALUE SPACES.
           05  C-AUD-SEQ           PIC 9(5)   VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  PRT-DATE.
               10  PRT-YY        PIC 9(4).
               10  PRT-MM        PIC 99.
               10  PRT-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S CHANGE ORDERS'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-RUNID.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'RUN ID:'.
           05  O-RUN-ID        PIC X(14).
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(6)    VALUE 'ORDER'.
           05  FILLER          PIC X(8)    VALUE 'ACTION'.
           05  FILLER          PIC X(12)   VALUE 'SURFACE'.
           05  FILLER          PIC X(8)    VALUE 'SQ FT'.
           05  FILLER          PIC X(6)    VALUE 'COATS'.
           05  FILLER          PIC X(14)   VALUE 'PRICE'.
           05  FILLER          PIC X(11)   VALUE 'TAX'.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-LOG-DETAIL.
           05  O-EST-NO        PIC X(7).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-CO-NO         PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ACTION        PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SURFACE-TYPE  PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SQ-FT         PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-COATS         PIC Z.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PRICE         PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TAX           PIC ZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RESULT        PIC X(45).

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'ORDERS READ:'.
           05  O-TRAN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'APPLIED:'.
           05  O-APPLIED-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR    PIC ZZZZ9.

       01  PRT-ORDER-TOTALS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'WORK ADDED:'.
           05  O-ADDED-DOL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'WORK REMOVED:'.
           05  O-REMOVED-DOL   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE '(BEFORE TAX)'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT COTRAN-FILE.
           IF WS-COTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCHGTRAN.DAT - STATUS: '
                   WS-COTRAN-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER.
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
           PERFORM 1150-LOAD-TAXES.
      *THE TRAIL ACCUMULATES ACROSS RUNS, LIKE BILLREG.DAT.          *
           OPEN EXTEND CHGORD-FILE.
           IF WS-CO-STATUS NOT = '00' AND WS-CO-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PCHGORD.DAT - STATUS: '
                   WS-CO-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT MAINTLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           STRING PRT-DATE I-TIME (1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING.
           MOVE WS-RUN-ID TO O-RUN-ID.

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
           MOVE RUN-AS-OF-DATE    TO WS-AS-OF-DATE.
           MOVE RUN-MASTER-PATH   TO WS-MASTER-FILE.
           MOVE RUN-CUSTMAST-PATH TO WS-CUSTMAST-FILE.
           MOVE RUN-RATETBL-PATH  TO WS-RATETBL-FILE.
           MOVE RUN-TAXTBL-PATH   TO WS-TAXTBL-FILE.
           MOVE RUN-AUDIT-PATH    TO WS-AUDIT-FILE-PATH.
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

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           MOVE ZERO TO C-TOTAL.
           MOVE ZERO TO C-TAX.
           MOVE ZERO TO WS-CO-NO.
           PERFORM 2100-EDIT-ROW.
           IF WS-ROW-VALID
               PERFORM 2200-FIND-ESTIMATE
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2300-CHECK-AGAINST-CONTRACT
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2400-APPLY-ORDER
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM 2900-WRITE-LOG-LINE.
           PERFORM 9000-READ-TRAN.

      *FIELD EDITS THAT NEED NOTHING BUT THE ROW ITSELF.             *
       2100-EDIT-ROW.
           MOVE 'YES' TO WS-VALID-SW.
           MOVE SPACES TO WS-RESULT.
           IF COTRAN-IS-ADD
               MOVE 'ADD' TO WS-ACTION
           ELSE
               MOVE 'REMOVE' TO WS-ACTION
           END-IF.
           IF COTRAN-EST-NO = SPACES
               MOVE 'NO ESTIMATE NUMBER - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF NOT COTRAN-IS-ADD AND NOT COTRAN-IS-REMOVE
               MOVE 'UNKNOWN' TO WS-ACTION
               MOVE 'ACTION NOT A OR R - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-SURFACE-TYPE = SPACES
               MOVE 'NO SURFACE TYPE - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-SURFACE-SQ-FT IS NOT NUMERIC
                   OR COTRAN-SURFACE-COATS IS NOT NUMERIC
               MOVE 'SQ FT OR COATS NOT NUMERIC - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-SURFACE-SQ-FT = ZERO
                   OR COTRAN-SURFACE-COATS = ZERO
               MOVE 'ZERO SQ FT OR COATS - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-SIGNED-BY = SPACES
               MOVE 'ORDER NOT SIGNED - NOT APPLIED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

       2200-FIND-ESTIMATE.
           MOVE COTRAN-EST-NO TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'ESTIMATE NUMBER NOT ON FILE - NOT APPLIED'
                       TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
           END-READ.

      *AN ORDER ONLY MEANS SOMETHING AGAINST A SIGNED CONTRACT ON A  *
      *JOB STILL TO BE WORKED - A QUOTE IS SIMPLY CHANGED THROUGH    *
      *COBRL03, AND A COMPLETED JOB IS ALREADY ON ITS WAY TO BILLING.*
      *A REMOVE MUST NAME A LINE THE ESTIMATE CARRIES, AND MAY NOT   *
      *TAKE THE LAST ONE (THAT IS A CANCELLATION, NOT AN ORDER).     *
       2300-CHECK-AGAINST-CONTRACT.
           MOVE 0 TO WS-LINE-SUB.
           IF COTRAN-IS-REMOVE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > PAINT-SURFACE-CTR
                          OR WS-LINE-SUB > 0
                   IF PAINT-SURFACE-TYPE (WS-SUB) = COTRAN-SURFACE-TYPE
                       AND PAINT-SURFACE-SQ-FT (WS-SUB) =
                           COTRAN-SURFACE-SQ-FT
                       AND PAINT-SURFACE-COATS (WS-SUB) =
                           COTRAN-SURFACE-COATS
                       MOVE WS-SUB TO WS-LINE-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT PAINT-IS-APPROVED AND NOT PAINT-IS-SCHEDULED
               MOVE 'JOB NOT APPROVED OR SCHEDULED - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF NOT PAINT-CONTRACT-LOCKED
               MOVE 'NO CONTRACT PRICE ON JOB - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF PAINT-CO-CTR = 999
               MOVE 'ORDER NUMBERS EXHAUSTED - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-IS-ADD AND PAINT-SURFACE-CTR NOT < 10
               MOVE 'JOB ALREADY HAS 10 LINES - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-IS-REMOVE AND WS-LINE-SUB = 0
               MOVE 'LINE NOT ON ESTIMATE - NOT APPLIED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF COTRAN-IS-REMOVE AND PAINT-SURFACE-CTR = 1
               MOVE 'LAST LINE ON JOB - CANCEL INSTEAD'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *PRICE THE LINE, MOVE IT ON OR OFF THE ESTIMATE, ROLL THE      *
      *PRICE INTO THE ORDER NETS AND NUMBER THE ORDER. THE MASTER IS *
      *REWRITTEN FIRST; THE TRAIL AND JOURNAL ONLY RECORD AN ORDER   *
      *THAT ACTUALLY LANDED.                                         *
       2400-APPLY-ORDER.
           MOVE PAINT-REC TO AUD-BEFORE-IMAGE.
           PERFORM 2410-PRICE-LINE.
           ADD 1 TO PAINT-CO-CTR.
           IF COTRAN-IS-ADD
               ADD 1 TO PAINT-SURFACE-CTR
               MOVE COTRAN-SURFACE-TYPE
                   TO PAINT-SURFACE-TYPE (PAINT-SURFACE-CTR)
               MOVE COTRAN-SURFACE-SQ-FT
                   TO PAINT-SURFACE-SQ-FT (PAINT-SURFACE-CTR)
               MOVE COTRAN-SURFACE-COATS
                   TO PAINT-SURFACE-COATS (PAINT-SURFACE-CTR)
               ADD C-PAINT-DOL TO PAINT-CO-NET-PAINT
               ADD C-LABOR     TO PAINT-CO-NET-LABOR
               ADD C-TAX       TO PAINT-CO-NET-TAX
           ELSE
               PERFORM VARYING WS-SUB FROM WS-LINE-SUB BY 1
                       UNTIL WS-SUB NOT < PAINT-SURFACE-CTR
                   MOVE PAINT-SURFACE-LINE (WS-SUB + 1)
                       TO PAINT-SURFACE-LINE (WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM PAINT-SURFACE-CTR
               SUBTRACT C-PAINT-DOL FROM PAINT-CO-NET-PAINT
               SUBTRACT C-LABOR     FROM PAINT-CO-NET-LABOR
               SUBTRACT C-TAX       FROM PAINT-CO-NET-TAX
           END-IF.
           REWRITE PAINT-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED - NOT APPLIED' TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               NOT INVALID KEY
                   MOVE 'CHANGE ORDER APPLIED' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
                   MOVE PAINT-CO-CTR TO WS-CO-NO
                   IF COTRAN-IS-ADD
                       ADD C-TOTAL TO C-ADDED-DOL
                   ELSE
                       ADD C-TOTAL TO C-REMOVED-DOL
                   END-IF
                   PERFORM 2500-WRITE-TRAIL
                   MOVE PAINT-REC TO AUD-AFTER-IMAGE
                   PERFORM 2800-WRITE-AUDIT
           END-REWRITE.

      *ONE LINE PRICED EXACTLY AS COBRL01 PRICES A SURFACE LINE, AT  *
      *THE ESTIMATE'S PAINT PRICE PER GALLON AND TODAY'S RATES, AND  *
      *TAXED UNDER THE CUSTOMER'S JURISDICTION. A REMOVED LINE IS    *
      *CREDITED AT TODAY'S RATES TOO - THE CONTRACT DOES NOT KEEP A  *
      *PRICE PER LINE.                                               *
       2410-PRICE-LINE.
           PERFORM 2420-FIND-RATE.
           COMPUTE WS-LINE-SQ-FT =
               COTRAN-SURFACE-SQ-FT * COTRAN-SURFACE-COATS.
           DIVIDE WS-LINE-SQ-FT BY WS-LINE-COVERAGE
               GIVING WS-LINE-GAL.
           COMPUTE C-PAINT-DOL = WS-LINE-GAL * PAINT-PRICE-GAL.
           COMPUTE WS-LINE-HOURS ROUNDED =
               COTRAN-SURFACE-SQ-FT * WS-LINE-HRS-COAT1 / 100.
           IF COTRAN-SURFACE-COATS > 1
               COMPUTE WS-LINE-HOURS ROUNDED =
                   WS-LINE-HOURS +
                   (COTRAN-SURFACE-SQ-FT *
                       (COTRAN-SURFACE-COATS - 1) *
                       WS-LINE-HRS-ADDL / 100)
           END-IF.
           COMPUTE C-LABOR = WS-LINE-HOURS * WS-LINE-LABOR-HOUR.
           COMPUTE C-TOTAL = C-PAINT-DOL + C-LABOR.
           PERFORM 2430-FIND-TAX-RATE.
           COMPUTE C-TAX ROUNDED = C-TOTAL * C-TAX-RATE / 100.

       2420-FIND-RATE.
           MOVE 0 TO RT-FOUND-SUB.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CTR
               IF RT-PAINT-TYPE (RT-SUB) = COTRAN-SURFACE-TYPE
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

       2430-FIND-TAX-RATE.
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

       2500-WRITE-TRAIL.
           MOVE PAINT-EST-NO         TO CO-EST-NO.
           MOVE PAINT-CO-CTR         TO CO-NO.
           MOVE WS-AS-OF-DATE-N      TO CO-DATE.
           MOVE COTRAN-ACTION        TO CO-ACTION.
           MOVE COTRAN-SURFACE-TYPE  TO CO-SURFACE-TYPE.
           MOVE COTRAN-SURFACE-SQ-FT TO CO-SURFACE-SQ-FT.
           MOVE COTRAN-SURFACE-COATS TO CO-SURFACE-COATS.
           MOVE WS-LINE-GAL          TO CO-GALLONS.
           MOVE WS-LINE-HOURS        TO CO-HOURS.
           MOVE C-PAINT-DOL          TO CO-PAINT-AMT.
           MOVE C-LABOR              TO CO-LABOR-AMT.
           MOVE C-TAX                TO CO-TAX-AMT.
           MOVE COTRAN-SIGNED-BY     TO CO-SIGNED-BY.
           MOVE WS-RUN-ID            TO CO-RUN-ID.
           WRITE CO-REC.
           IF WS-CO-STATUS NOT = '00'
               DISPLAY 'WRITE TO PCHGORD.DAT FAILED FOR ESTIMATE '
                   PAINT-EST-NO ' - STATUS: ' WS-CO-STATUS
               STOP RUN
           END-IF.

       2800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE PRT-DATE      TO AUD-DATE.
           MOVE I-TIME (1:6)  TO AUD-TIME.
           MOVE WS-RUN-ID     TO AUD-RUN-ID.
           MOVE C-AUD-SEQ     TO AUD-SEQ.
           MOVE 'CHGORD'      TO AUD-ACTION.
           MOVE COTRAN-EST-NO TO AUD-EST-NO.
           WRITE AUDIT-REC.

      *A CREDIT (REMOVED LINE) PRINTS WITH A TRAILING MINUS.         *
       2900-WRITE-LOG-LINE.
           MOVE COTRAN-EST-NO TO O-EST-NO.
           MOVE WS-CO-NO      TO O-CO-NO.
           MOVE WS-ACTION     TO O-ACTION.
           MOVE COTRAN-SURFACE-TYPE TO O-SURFACE-TYPE.
           IF COTRAN-SURFACE-SQ-FT IS NUMERIC
               MOVE COTRAN-SURFACE-SQ-FT TO O-SQ-FT
           ELSE
               MOVE ZERO TO O-SQ-FT
           END-IF.
           IF COTRAN-SURFACE-COATS IS NUMERIC
               MOVE COTRAN-SURFACE-COATS TO O-COATS
           ELSE
               MOVE ZERO TO O-COATS
           END-IF.
           IF COTRAN-IS-REMOVE
               COMPUTE O-PRICE = ZERO - C-TOTAL
               COMPUTE O-TAX   = ZERO - C-TAX
           ELSE
               MOVE C-TOTAL TO O-PRICE
               MOVE C-TAX   TO O-TAX
           END-IF.
           MOVE WS-RESULT TO O-RESULT.
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
           MOVE C-ADDED-DOL   TO O-ADDED-DOL.
           MOVE C-REMOVED-DOL TO O-REMOVED-DOL.
           WRITE LOGLINE FROM PRT-ORDER-TOTALS
               AFTER ADVANCING 1 LINES.

           CLOSE COTRAN-FILE
                 STUDENT-MASTER
                 CUSTOMER-MASTER
                 CHGORD-FILE
                 AUDIT-FILE
                 MAINTLOG.

       9000-READ-TRAN.
           READ COTRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE LOGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE LOGLINE FROM PRT-RUNID
               AFTER ADVANCING 1 LINES
           WRITE LOGLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
