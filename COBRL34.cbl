       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL34.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  RE-QUOTE A PAST JOB. READS OLD ESTIMATE      *
      *  NUMBERS (PREQUOTE.DAT), LOOKS EACH ONE UP ON *
      *  THE ACTIVE MASTER OR, ONCE ARCHIVED, ON      *
      *  PAINTHST.DAT, AND ADDS A NEW QUOTED ESTIMATE *
      *  TO PAINTEST.DAT FOR THE SAME CUSTOMER NUMBER,*
      *  JOB ADDRESS AND SURFACE LINES, DATED THE RUN *
      *  AS-OF DATE AND CARRYING THE OLD NUMBER IN    *
      *  PAINT-REQUOTE-OF. THE NEW NUMBER COMES FROM  *
      *  THE NEXT-NUMBER CONTROL RECORD (PESTNO.DAT)  *
      *  THE SAME WAY COBRL03 NUMBERS AN ADD. PRINTS  *
      *  THE OLD PRICE BESIDE THE NEW ONE AT TODAY'S  *
      *  RATES TO PREQUOTE.PRT. THE OLD PRICE IS THE  *
      *  CONTRACT PLUS CHANGE ORDERS WHEN THE JOB WAS *
      *  ACCEPTED, OTHERWISE THE OLD LINES PRICED AT  *
      *  THE RATES IN FORCE ON THE OLD ESTIMATE DATE. *
      *  EACH NEW QUOTE IS JOURNALED TO PAUDIT.DAT    *
      *  UNDER ACTION REQUOTE.                        *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RQTRAN-FILE
               ASSIGN TO 'E:\COBOL\PREQUOTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQTRAN-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN USING WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT CUSTOMER-MASTER
               ASSIGN USING WS-CUSTMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL SREP-MASTER
               ASSIGN TO 'E:\COBOL\SREPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREP-CODE
               FILE STATUS IS WS-SREP-STATUS.

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

           SELECT RQRPT
               ASSIGN TO 'E:\COBOL\PREQUOTE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

      *ONE OLD JOB PER RECORD. A REP OR PRICE PER GALLON KEYED HERE  *
      *GOES ON THE NEW QUOTE; SPACES OR ZERO KEEP THE OLD JOB'S.     *
       FD  RQTRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RQ-REC
           RECORD CONTAINS 11 CHARACTERS.

       01  RQ-REC.
           05  RQ-EST-NO                PIC X(4).
           05  RQ-SREP-CODE             PIC X(3).
           05  RQ-PRICE-GAL             PIC 99V99.

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

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

       FD  SREP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SREP-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY 'CPSREP.cpy'.

       FD  ESTNO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTNO-REC
           RECORD CONTAINS 25 CHARACTERS.

           COPY 'CPESTNO.cpy'.

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

       FD  RQRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RPTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-TRAN-CTR      PIC 9(5)    VALUE ZERO.
           05  C-APPLIED-CTR   PIC 9(5)    VALUE ZERO.
           05  C-REJECT-CTR    PIC 9(5)    VALUE ZERO.
           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  WS-RQTRAN-STATUS PIC XX     VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.
               88  WS-NO-HISTORY              VALUE '05'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-SREP-STATUS  PIC XX      VALUE '00'.
           05  WS-ESTNO-STATUS PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.
           05  WS-CUSTMAST-FILE    PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.
           05  WS-RATETBL-FILE     PIC X(64)  VALUE SPACES.
           05  WS-TAXTBL-FILE      PIC X(64)  VALUE SPACES.

       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-ACTION           PIC X(10)  VALUE 'REQUOTE'.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-VALID-SW         PIC XXX    VALUE 'YES'.
               88  WS-TRAN-VALID              VALUE 'YES'.
      *WHERE THE OLD JOB WAS FOUND - 'M' ACTIVE MASTER, 'H' HISTORY, *
      *SPACE NOT FOUND. A HISTORY HIT IS MOVED ACROSS INTO PAINT-REC *
      *(SAME LAYOUT), AS IN COBRL20.                                 *
           05  WS-FOUND-IN         PIC X      VALUE SPACE.
               88  WS-FOUND-NOWHERE           VALUE SPACE.
               88  WS-FOUND-ON-HISTORY        VALUE 'H'.
           05  WS-NEW-SREP-CODE    PIC X(3)   VALUE SPACES.

      *THE OLD JOB AS IT STOOD, KEPT WHILE PAINT-REC IS TURNED INTO  *
      *THE NEW QUOTE.                                                *
       01  OLD-JOB-AREA.
           05  OLD-EST-NO          PIC X(4)     VALUE SPACES.
           05  OLD-DATE            PIC 9(8)     VALUE 0.
           05  OLD-PRICE-GAL       PIC 99V99    VALUE 0.
           05  OLD-BASIS           PIC X(30)    VALUE SPACES.
           05  OLD-PAINT           PIC S9(9)V99 VALUE 0.
           05  OLD-LABOR           PIC S9(9)V99 VALUE 0.
           05  OLD-TAX             PIC S9(9)V99 VALUE 0.
           05  OLD-TOTAL           PIC S9(9)V99 VALUE 0.

       01  NEW-QUOTE-AREA.
           05  NEW-PAINT           PIC 9(9)V99  VALUE 0.
           05  NEW-LABOR           PIC 9(9)V99  VALUE 0.
           05  NEW-TAX             PIC 9(9)V99  VALUE 0.
           05  NEW-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-CHANGE-AMT       PIC S9(9)V99 VALUE 0.
           05  WS-CHANGE-PCT       PIC S9(4)V9  VALUE 0.
      *EACH SURFACE LINE AS PRICED FOR THE NEW QUOTE, FOR THE REPORT.*
           05  LN-ENTRY OCCURS 10 TIMES.
               10  LN-GAL              PIC 9(6).
               10  LN-HOURS            PIC 9(5)V99.
               10  LN-PAINT            PIC 9(8)V99.
               10  LN-LABOR            PIC 9(8)V99.

      *PRICING - THE SAME MATH AS THE ESTIMATE REPORT (COBRL01) AND  *
      *THE CONTRACT LOCK (COBRL03), UNDER THE RATE AND TAX ROWS IN   *
      *FORCE ON WS-PRICE-DATE: THE OLD ESTIMATE DATE FOR THE OLD     *
      *PRICE, THE AS-OF DATE FOR THE NEW ONE.                        *
       01  PRICE-WORK-AREA.
           05  WS-PRICE-DATE       PIC 9(8)    VALUE 0.
           05  C-PAINT-DOL         PIC 9(8)V99 VALUE 0.
           05  C-LABOR             PIC 9(8)V99 VALUE 0.
           05  C-TOTAL             PIC 9(8)V99 VALUE 0.
           05  C-TAX               PIC 9(8)V99 VALUE 0.
           05  C-TAX-RATE          PIC 9(2)V9(3) VALUE 0.
           05  WS-TAX-JUR          PIC X(4)    VALUE SPACES.
           05  WS-RATE-TYPE        PIC X(10)   VALUE SPACES.
           05  WS-BEST-DATE        PIC 9(8)    VALUE 0.
           05  WS-LINE-SQ-FT       PIC 9(6)    VALUE 0.
           05  WS-LINE-GAL         PIC 9(6)    VALUE 0.
           05  WS-LINE-HOURS       PIC 9(5)V99 VALUE 0.
           05  WS-LINE-PAINT       PIC 9(8)V99 VALUE 0.
           05  WS-LINE-LABOR       PIC 9(8)V99 VALUE 0.
           05  WS-LINE-COVERAGE    PIC 9(3)    VALUE 0.
           05  WS-LINE-HRS-COAT1   PIC 99V99   VALUE 0.
           05  WS-LINE-HRS-ADDL    PIC 99V99   VALUE 0.
           05  WS-LINE-LABOR-HOUR  PIC 9(3)V99 VALUE 0.

      *EVERY RATE AND TAX ROW NOT AFTER THE AS-OF DATE IS HELD, NOT  *
      *JUST THE LATEST PER TYPE, SO AN OLD JOB CAN BE PRICED AS OF   *
      *ITS OWN DATE. SAME COMPILED DEFAULTS AS COBRL01.              *
       01  RATE-WORK-AREA.
           05  RT-DEF-COVERAGE     PIC 9(3)     VALUE 115.
           05  RT-DEF-HRS-COAT1    PIC 99V99    VALUE 1.50.
           05  RT-DEF-HRS-ADDL     PIC 99V99    VALUE 0.75.
           05  RT-DEF-LABOR-HOUR   PIC 9(3)V99  VALUE 45.00.
           05  RT-MORE-RATES       PIC XXX      VALUE 'YES'.
           05  RT-CTR              PIC 9(3)     VALUE 0.
           05  RT-SUB              PIC 9(3)     VALUE 0.
           05  RT-FOUND-SUB        PIC 9(3)     VALUE 0.
           05  RT-ENTRY OCCURS 200 TIMES.
               10  RT-PAINT-TYPE       PIC X(10).
               10  RT-EFF-DATE         PIC 9(8).
               10  RT-COVERAGE-FACTOR  PIC 9(3).
               10  RT-HRS-COAT1        PIC 99V99.
               10  RT-HRS-ADDL         PIC 99V99.
               10  RT-LABOR-HOUR       PIC 9(3)V99.

       01  TAX-WORK-AREA.
           05  TX-MORE-TAXES       PIC XXX      VALUE 'YES'.
           05  TX-CTR              PIC 9(3)     VALUE 0.
           05  TX-SUB              PIC 9(3)     VALUE 0.
           05  TX-FOUND-SUB        PIC 9(3)     VALUE 0.
           05  TX-ENTRY OCCURS 100 TIMES.
               10  TX-JUR-CODE         PIC X(4).
               10  TX-EFF-DATE         PIC 9(8).
               10  TX-RATE-PCT         PIC 9(2)V9(3).

      *ESTIMATE NUMBERING - AS IN COBRL03. A NUMBER ALREADY ON THE   *
      *MASTER OR HISTORY IS PASSED OVER. NUMBERS RUN 1-9999, THEN    *
      *10000-29999 AS A000-T999; NOTHING PAST T999 IS ISSUED, SINCE  *
      *IT WOULD SORT AFTER THE 'TRLR' TRAILER.                       *
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

      *RUN ID STAMPED ON EVERY JOURNAL ENTRY, AS IN COBRL03, SO THE  *
      *RUN CAN BE NAMED TO THE BACKOUT PROGRAM (COBRL06).            *
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
                               VALUE'LEWIS''S PAINT RE-QUOTES'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-RUNID.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'RUN ID:'.
           05  O-RUN-ID        PIC X(14).

      *ONE BLOCK PER RE-QUOTE - THE JOB, ITS LINES AT TODAY'S RATES, *
      *THEN OLD AND NEW PRICE SIDE BY SIDE.                          *
       01  PRT-RQ-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'NEW QUOTE'.
           05  O-NEW-EST-NO    PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'RE-QUOTE OF'.
           05  O-OLD-EST-NO    PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-OLD-SOURCE    PIC X(9).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CUST-NO       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-JOB-ADDR      PIC X(30).

       01  PRT-RQ-DATES.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'OLD DATE:'.
           05  O-OLD-DATE      PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'NEW DATE:'.
           05  O-NEW-DATE      PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'PRICE/GAL OLD:'.
           05  O-OLD-PRICE-GAL PIC ZZ.99.
           05  FILLER          PIC X(6)    VALUE '  NEW:'.
           05  O-NEW-PRICE-GAL PIC ZZ.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'REP:'.
           05  O-SREP-CODE     PIC X(3).

       01  PRT-RQ-LINE-COLS.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SURFACE'.
           05  FILLER          PIC X(10)   VALUE 'SQ FT'.
           05  FILLER          PIC X(8)    VALUE 'COATS'.
           05  FILLER          PIC X(11)   VALUE 'GALLONS'.
           05  FILLER          PIC X(12)   VALUE 'HOURS'.
           05  FILLER          PIC X(16)   VALUE 'PAINT'.
           05  FILLER          PIC X(5)    VALUE 'LABOR'.

       01  PRT-RQ-LINE.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SURF-TYPE     PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SURF-SQ-FT    PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SURF-COATS    PIC 9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-LN-GAL        PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LN-HOURS      PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LN-PAINT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LN-LABOR      PIC ZZ,ZZZ,ZZ9.99.

       01  PRT-RQ-AMT-COLS.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE '     OLD PRICE'.
           05  FILLER          PIC X(18)   VALUE '     NEW PRICE'.
           05  FILLER          PIC X(18)   VALUE '        CHANGE'.
           05  FILLER          PIC X(11)   VALUE '  PERCENT'.
           05  FILLER          PIC X(6)    VALUE 'BASIS:'.
           05  O-OLD-BASIS     PIC X(30).

       01  PRT-RQ-AMT.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-AMT-LABEL     PIC X(20).
           05  O-OLD-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-NEW-AMT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-CHG-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-CHG-PCT       PIC ZZZ9.9-.

       01  PRT-REJECT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'OLD ESTIMATE'.
           05  O-RJ-EST-NO     PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'NOT RE-QUOTED -'.
           05  O-RJ-RESULT     PIC X(45).

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'REQUESTS READ:'.
           05  O-TRAN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'RE-QUOTED:'.
           05  O-APPLIED-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR    PIC ZZZZ9.

       01  PRT-LAST-NUMBER.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE 'LAST ESTIMATE NUMBER ISSUED:'.
           05  O-LAST-EST-NO   PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT RQTRAN-FILE.
           IF WS-RQTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PREQUOTE.DAT - STATUS: '
                   WS-RQTRAN-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER.
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
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SREP-MASTER.
           IF WS-SREP-STATUS NOT = '00' AND WS-SREP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SREPMAST.DAT - STATUS: '
                   WS-SREP-STATUS
               STOP RUN
           END-IF.
           PERFORM 1200-READ-EST-NUMBER.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1150-LOAD-TAXES.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT RQRPT.

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
           MOVE RUN-HISTORY-PATH  TO WS-HISTORY-FILE.
           MOVE RUN-CUSTMAST-PATH TO WS-CUSTMAST-FILE.
           MOVE RUN-AUDIT-PATH    TO WS-AUDIT-FILE-PATH.
           MOVE RUN-RATETBL-PATH  TO WS-RATETBL-FILE.
           MOVE RUN-TAXTBL-PATH   TO WS-TAXTBL-FILE.
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

       1150-LOAD-TAXES.
           OPEN INPUT TAX-TABLE.
           PERFORM 1160-READ-TAX.
           PERFORM UNTIL TX-MORE-TAXES = 'NO'
               IF TAX-EFF-DATE NOT > WS-AS-OF-DATE
                   IF TX-CTR < 100
                       ADD 1 TO TX-CTR
                       MOVE TAX-JUR-CODE TO TX-JUR-CODE (TX-CTR)
                       MOVE TAX-EFF-DATE TO TX-EFF-DATE (TX-CTR)
                       MOVE TAX-RATE-PCT TO TX-RATE-PCT (TX-CTR)
                   ELSE
                       DISPLAY 'TAX TABLE FULL - ROW IGNORED: '
                           TAX-JUR-CODE ' ' TAX-EFF-DATE
                   END-IF
               END-IF
               PERFORM 1160-READ-TAX
           END-PERFORM.
           CLOSE TAX-TABLE.

       1160-READ-TAX.
           READ TAX-TABLE
               AT END
                   MOVE 'NO' TO TX-MORE-TAXES.

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

      *EACH STEP RUNS ONLY WHILE THE ONES BEFORE IT HAVE PASSED; THE *
      *FIRST FAILURE LEAVES ITS REASON IN WS-RESULT.                 *
       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           MOVE 'YES' TO WS-VALID-SW.
           MOVE SPACES TO WS-RESULT.
           IF RQ-EST-NO = SPACES
               MOVE 'NO ESTIMATE NUMBER' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE
               PERFORM 2100-FIND-ESTIMATE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2150-CHECK-JOB
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 2200-PRICE-OLD
               PERFORM 2300-BUILD-QUOTE
               PERFORM 2500-WRITE-QUOTE
           END-IF.
           IF WS-TRAN-VALID
               ADD 1 TO C-APPLIED-CTR
               PERFORM 2600-PRINT-COMPARE
           ELSE
               ADD 1 TO C-REJECT-CTR
               PERFORM 2900-WRITE-REJECT
           END-IF.
           PERFORM 9000-READ-TRAN.

      *ACTIVE MASTER FIRST, THEN HISTORY - SAME LOOKUP AS COBRL20.   *
       2100-FIND-ESTIMATE.
           MOVE SPACE TO WS-FOUND-IN.
           MOVE RQ-EST-NO TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-FOUND-IN
           END-READ.
           IF WS-FOUND-NOWHERE AND NOT WS-NO-HISTORY
               MOVE RQ-EST-NO TO HIST-EST-NO
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
               MOVE 'ESTIMATE NOT ON MASTER OR HISTORY' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *THE NEW QUOTE MUST PASS THE SAME CHECKS AS AN ADD IN COBRL03: *
      *A CUSTOMER ON THE MASTER, A REP ON THE MASTER, AND 1-10 LINES.*
      *A CONVERTED JOB THAT NEVER GOT A CUSTOMER NUMBER NEEDS ONE    *
      *KEYED ON IT (COBRL03 CHANGE) BEFORE IT CAN BE RE-QUOTED.      *
       2150-CHECK-JOB.
           MOVE SPACES TO WS-TAX-JUR.
           MOVE PAINT-CUST-NO TO CUST-NO.
           IF PAINT-CUST-NO = SPACES
               MOVE 'NO CUSTOMER NUMBER ON OLD JOB' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CUSTOMER NUMBER NOT ON MASTER'
                           TO WS-RESULT
                       MOVE 'NO' TO WS-VALID-SW
                   NOT INVALID KEY
                       MOVE CUST-TAX-JUR TO WS-TAX-JUR
               END-READ
           END-IF.
           IF WS-TRAN-VALID
               IF RQ-SREP-CODE NOT = SPACES
                   MOVE RQ-SREP-CODE    TO WS-NEW-SREP-CODE
               ELSE
                   MOVE PAINT-SREP-CODE TO WS-NEW-SREP-CODE
               END-IF
               IF WS-NEW-SREP-CODE = SPACES
                   MOVE 'NO SALES REP' TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
               ELSE
                   MOVE WS-NEW-SREP-CODE TO SREP-CODE
                   READ SREP-MASTER
                       INVALID KEY
                           MOVE 'SALES REP NOT ON MASTER' TO WS-RESULT
                           MOVE 'NO' TO WS-VALID-SW
                   END-READ
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               IF PAINT-SURFACE-CTR IS NOT NUMERIC
                       OR PAINT-SURFACE-CTR = ZERO
                       OR PAINT-SURFACE-CTR > 10
                   MOVE 'NO USABLE SURFACE LINES ON OLD JOB'
                       TO WS-RESULT
                   MOVE 'NO' TO WS-VALID-SW
               END-IF
           END-IF.

      *AN ACCEPTED JOB WAS SOLD AT ITS CONTRACT, AS ADJUSTED BY ITS  *
      *CHANGE ORDERS - THAT IS WHAT COBRL01 BILLED. A JOB NEVER      *
      *ACCEPTED IS PRICED THE WAY THE ESTIMATE REPORT PRICED IT ON   *
      *ITS OWN DATE.                                                 *
       2200-PRICE-OLD.
           MOVE PAINT-EST-NO    TO OLD-EST-NO.
           MOVE PAINT-DATE      TO OLD-DATE.
           MOVE PAINT-PRICE-GAL TO OLD-PRICE-GAL.
           IF PAINT-CONTRACT-LOCKED
               MOVE 'CONTRACT PLUS CHANGE ORDERS' TO OLD-BASIS
               COMPUTE OLD-PAINT =
                   PAINT-CONTRACT-PAINT + PAINT-CO-NET-PAINT
               COMPUTE OLD-LABOR =
                   PAINT-CONTRACT-LABOR + PAINT-CO-NET-LABOR
               COMPUTE OLD-TAX =
                   PAINT-CONTRACT-TAX + PAINT-CO-NET-TAX
           ELSE
               MOVE 'RATES OF THE OLD ESTIMATE DATE' TO OLD-BASIS
               MOVE OLD-DATE TO WS-PRICE-DATE
               PERFORM 2400-PRICE-JOB
               MOVE C-PAINT-DOL TO OLD-PAINT
               MOVE C-LABOR     TO OLD-LABOR
               MOVE C-TAX       TO OLD-TAX
           END-IF.
           COMPUTE OLD-TOTAL = OLD-PAINT + OLD-LABOR + OLD-TAX.

      *TURN THE OLD RECORD INTO A FRESH QUOTE: SAME CUSTOMER, JOB    *
      *ADDRESS AND LINES, EVERYTHING THE OLD JOB EARNED ALONG THE WAY*
      *(BILLING, CONTRACT, ORDERS, CREW, WORK DATE) CLEARED, AS ON A *
      *COBRL03 ADD. THE NAME IS THE ONE ON THE CUSTOMER MASTER NOW.  *
       2300-BUILD-QUOTE.
           MOVE CUST-NAME        TO PAINT-CUST-NAME.
           MOVE WS-AS-OF-DATE    TO PAINT-DATE.
           IF RQ-PRICE-GAL IS NUMERIC AND RQ-PRICE-GAL > ZERO
               MOVE RQ-PRICE-GAL TO PAINT-PRICE-GAL
           END-IF.
           MOVE 'Q'              TO PAINT-STATUS.
           MOVE 'N'              TO PAINT-BILLED-SW.
           MOVE ZEROS            TO PAINT-SCHED-DATE.
           MOVE ZEROS            TO PAINT-DEP-AMT.
           MOVE ZEROS            TO PAINT-DEP-TAX.
           MOVE 'N'              TO PAINT-CONTRACT-SW.
           MOVE ZEROS            TO PAINT-CONTRACT-DATE.
           MOVE ZEROS            TO PAINT-CONTRACT-PAINT.
           MOVE ZEROS            TO PAINT-CONTRACT-LABOR.
           MOVE ZEROS            TO PAINT-CONTRACT-TAX.
           MOVE ZEROS            TO PAINT-CO-CTR.
           MOVE ZEROS            TO PAINT-CO-NET-PAINT.
           MOVE ZEROS            TO PAINT-CO-NET-LABOR.
           MOVE ZEROS            TO PAINT-CO-NET-TAX.
           MOVE SPACES           TO PAINT-CREW-NO.
           MOVE WS-NEW-SREP-CODE TO PAINT-SREP-CODE.
           MOVE OLD-EST-NO       TO PAINT-REQUOTE-OF.
           MOVE WS-AS-OF-DATE    TO WS-PRICE-DATE.
           PERFORM 2400-PRICE-JOB.
           MOVE C-PAINT-DOL      TO NEW-PAINT.
           MOVE C-LABOR          TO NEW-LABOR.
           MOVE C-TAX            TO NEW-TAX.
           COMPUTE NEW-TOTAL = NEW-PAINT + NEW-LABOR + NEW-TAX.

       2400-PRICE-JOB.
           MOVE ZERO TO C-PAINT-DOL.
           MOVE ZERO TO C-LABOR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               PERFORM 2410-FIND-RATE
               COMPUTE WS-LINE-SQ-FT =
                   PAINT-SURFACE-SQ-FT (WS-SUB) *
                   PAINT-SURFACE-COATS (WS-SUB)
               DIVIDE WS-LINE-SQ-FT BY WS-LINE-COVERAGE
                   GIVING WS-LINE-GAL
               COMPUTE WS-LINE-PAINT =
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
               COMPUTE WS-LINE-LABOR =
                   WS-LINE-HOURS * WS-LINE-LABOR-HOUR
               ADD WS-LINE-PAINT TO C-PAINT-DOL
               ADD WS-LINE-LABOR TO C-LABOR
               MOVE WS-LINE-GAL   TO LN-GAL (WS-SUB)
               MOVE WS-LINE-HOURS TO LN-HOURS (WS-SUB)
               MOVE WS-LINE-PAINT TO LN-PAINT (WS-SUB)
               MOVE WS-LINE-LABOR TO LN-LABOR (WS-SUB)
           END-PERFORM.
           COMPUTE C-TOTAL = C-PAINT-DOL + C-LABOR.
           PERFORM 2420-FIND-TAX-RATE.
           COMPUTE C-TAX ROUNDED = C-TOTAL * C-TAX-RATE / 100.

      *THE LINE'S OWN TYPE FIRST, THEN GENERAL, THEN THE DEFAULTS -  *
      *EACH TIME THE LATEST ROW NOT AFTER THE PRICING DATE.          *
       2410-FIND-RATE.
           MOVE 0 TO RT-FOUND-SUB.
           MOVE PAINT-SURFACE-TYPE (WS-SUB) TO WS-RATE-TYPE.
           PERFORM 2415-BEST-RATE.
           IF RT-FOUND-SUB = 0
               MOVE 'GENERAL' TO WS-RATE-TYPE
               PERFORM 2415-BEST-RATE
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

       2415-BEST-RATE.
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

      *TAX UNDER THE CUSTOMER'S JURISDICTION - NONE, OR NO RATE IN   *
      *FORCE ON THE PRICING DATE, TAXES AT ZERO, AS ON THE ESTIMATE  *
      *REPORT.                                                       *
       2420-FIND-TAX-RATE.
           MOVE 0 TO TX-FOUND-SUB.
           MOVE 0 TO WS-BEST-DATE.
           IF WS-TAX-JUR NOT = SPACES
               PERFORM VARYING TX-SUB FROM 1 BY 1
                       UNTIL TX-SUB > TX-CTR
                   IF TX-JUR-CODE (TX-SUB) = WS-TAX-JUR
                           AND TX-EFF-DATE (TX-SUB) NOT > WS-PRICE-DATE
                           AND (TX-FOUND-SUB = 0
                               OR TX-EFF-DATE (TX-SUB) > WS-BEST-DATE)
                       MOVE TX-SUB TO TX-FOUND-SUB
                       MOVE TX-EFF-DATE (TX-SUB) TO WS-BEST-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF TX-FOUND-SUB = 0
               MOVE ZERO TO C-TAX-RATE
           ELSE
               MOVE TX-RATE-PCT (TX-FOUND-SUB) TO C-TAX-RATE
           END-IF.

      *A WRITE THAT FINDS THE NUMBER ALREADY ON THE MASTER TRIES THE *
      *NEXT ONE, AS IN COBRL03.                                      *
       2500-WRITE-QUOTE.
           MOVE 'NO' TO NX-ADDED-SW.
           MOVE 'NO' TO NX-SW.
           PERFORM UNTIL NX-ADDED OR NX-NUMBERS-USED-UP
               PERFORM 2510-NEXT-EST-NO
               IF NX-NUMBER-FREE
                   MOVE NX-EST-NO TO PAINT-EST-NO
                   WRITE PAINT-REC
                       INVALID KEY
                           PERFORM 2505-CHECK-WRITE-STATUS
                       NOT INVALID KEY
                           MOVE 'YES' TO NX-ADDED-SW
                   END-WRITE
               END-IF
           END-PERFORM.
           IF NX-ADDED
               ADD 1 TO NX-ISSUED-CTR
               MOVE SPACES    TO AUD-BEFORE-IMAGE
               MOVE PAINT-REC TO AUD-AFTER-IMAGE
               PERFORM 2800-WRITE-AUDIT
           ELSE
               MOVE 'ESTIMATE NUMBERS USED UP' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *ONLY A DUPLICATE KEY MEANS THE NUMBER IS TAKEN - STEP TO THE  *
      *NEXT ONE. ANY OTHER FAILURE WOULD BURN EVERY NUMBER LEFT, SO  *
      *THE RUN STOPS WITH PESTNO.DAT STILL AS IT WAS; THE NEXT RUN   *
      *STEPS PAST ANY NUMBER THIS ONE ALREADY PUT ON THE MASTER.     *
       2505-CHECK-WRITE-STATUS.
           IF WS-MASTER-STATUS NOT = '22'
               DISPLAY 'ERROR WRITING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS ' - ESTIMATE ' NX-EST-NO
               STOP RUN
           END-IF.

      *STEP TO THE NEXT SEQUENCE NOT ON THE HISTORY FILE.            *
       2510-NEXT-EST-NO.
           MOVE 'NO' TO NX-SW.
           PERFORM UNTIL NX-NUMBER-FREE OR NX-NUMBERS-USED-UP
               IF NX-LAST-SEQ NOT < NX-MAX-SEQ
                   MOVE 'OUT' TO NX-SW
               ELSE
                   ADD 1 TO NX-LAST-SEQ
                   PERFORM 2520-FORMAT-EST-NO
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

       2520-FORMAT-EST-NO.
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

       2600-PRINT-COMPARE.
           MOVE PAINT-EST-NO     TO O-NEW-EST-NO.
           MOVE OLD-EST-NO       TO O-OLD-EST-NO.
           IF WS-FOUND-ON-HISTORY
               MOVE '(HISTORY)' TO O-OLD-SOURCE
           ELSE
               MOVE '(MASTER)'  TO O-OLD-SOURCE
           END-IF.
           MOVE PAINT-CUST-NO    TO O-CUST-NO.
           MOVE PAINT-CUST-NAME  TO O-CUST-NAME.
           MOVE PAINT-JOB-ADDR   TO O-JOB-ADDR.
           WRITE RPTLINE FROM PRT-RQ-HEAD
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           MOVE OLD-DATE         TO O-OLD-DATE.
           MOVE PAINT-DATE       TO O-NEW-DATE.
           MOVE OLD-PRICE-GAL    TO O-OLD-PRICE-GAL.
           MOVE PAINT-PRICE-GAL  TO O-NEW-PRICE-GAL.
           MOVE PAINT-SREP-CODE  TO O-SREP-CODE.
           WRITE RPTLINE FROM PRT-RQ-DATES
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE RPTLINE FROM PRT-RQ-LINE-COLS
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               MOVE PAINT-SURFACE-TYPE (WS-SUB)  TO O-SURF-TYPE
               MOVE PAINT-SURFACE-SQ-FT (WS-SUB) TO O-SURF-SQ-FT
               MOVE PAINT-SURFACE-COATS (WS-SUB) TO O-SURF-COATS
               MOVE LN-GAL (WS-SUB)   TO O-LN-GAL
               MOVE LN-HOURS (WS-SUB) TO O-LN-HOURS
               MOVE LN-PAINT (WS-SUB) TO O-LN-PAINT
               MOVE LN-LABOR (WS-SUB) TO O-LN-LABOR
               WRITE RPTLINE FROM PRT-RQ-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-PERFORM.
           MOVE OLD-BASIS TO O-OLD-BASIS.
           WRITE RPTLINE FROM PRT-RQ-AMT-COLS
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           MOVE 'PAINT'     TO O-AMT-LABEL.
           MOVE OLD-PAINT   TO O-OLD-AMT.
           MOVE NEW-PAINT   TO O-NEW-AMT.
           PERFORM 2610-PRINT-AMOUNT.
           MOVE 'LABOR'     TO O-AMT-LABEL.
           MOVE OLD-LABOR   TO O-OLD-AMT.
           MOVE NEW-LABOR   TO O-NEW-AMT.
           PERFORM 2610-PRINT-AMOUNT.
           MOVE 'TAX'       TO O-AMT-LABEL.
           MOVE OLD-TAX     TO O-OLD-AMT.
           MOVE NEW-TAX     TO O-NEW-AMT.
           PERFORM 2610-PRINT-AMOUNT.
           MOVE 'TOTAL'     TO O-AMT-LABEL.
           MOVE OLD-TOTAL   TO O-OLD-AMT.
           MOVE NEW-TOTAL   TO O-NEW-AMT.
           PERFORM 2610-PRINT-AMOUNT.

      *CHANGE IS NEW LESS OLD; THE PERCENT IS LEFT BLANK WHEN THERE  *
      *IS NO OLD AMOUNT TO MEASURE IT AGAINST.                       *
       2610-PRINT-AMOUNT.
           EVALUATE O-AMT-LABEL
               WHEN 'PAINT'
                   COMPUTE WS-CHANGE-AMT = NEW-PAINT - OLD-PAINT
               WHEN 'LABOR'
                   COMPUTE WS-CHANGE-AMT = NEW-LABOR - OLD-LABOR
               WHEN 'TAX'
                   COMPUTE WS-CHANGE-AMT = NEW-TAX - OLD-TAX
               WHEN OTHER
                   COMPUTE WS-CHANGE-AMT = NEW-TOTAL - OLD-TOTAL
           END-EVALUATE.
           MOVE WS-CHANGE-AMT TO O-CHG-AMT.
           MOVE ZERO TO WS-CHANGE-PCT.
           EVALUATE O-AMT-LABEL
               WHEN 'PAINT'
                   IF OLD-PAINT NOT = ZERO
                       COMPUTE WS-CHANGE-PCT ROUNDED =
                           WS-CHANGE-AMT * 100 / OLD-PAINT
                   END-IF
               WHEN 'LABOR'
                   IF OLD-LABOR NOT = ZERO
                       COMPUTE WS-CHANGE-PCT ROUNDED =
                           WS-CHANGE-AMT * 100 / OLD-LABOR
                   END-IF
               WHEN 'TAX'
                   IF OLD-TAX NOT = ZERO
                       COMPUTE WS-CHANGE-PCT ROUNDED =
                           WS-CHANGE-AMT * 100 / OLD-TAX
                   END-IF
               WHEN OTHER
                   IF OLD-TOTAL NOT = ZERO
                       COMPUTE WS-CHANGE-PCT ROUNDED =
                           WS-CHANGE-AMT * 100 / OLD-TOTAL
                   END-IF
           END-EVALUATE.
           MOVE WS-CHANGE-PCT TO O-CHG-PCT.
           WRITE RPTLINE FROM PRT-RQ-AMT
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE PRT-DATE     TO AUD-DATE.
           MOVE I-TIME (1:6) TO AUD-TIME.
           MOVE WS-RUN-ID    TO AUD-RUN-ID.
           MOVE C-AUD-SEQ    TO AUD-SEQ.
           MOVE WS-ACTION    TO AUD-ACTION.
           MOVE PAINT-EST-NO TO AUD-EST-NO.
           WRITE AUDIT-REC.

       2900-WRITE-REJECT.
           MOVE RQ-EST-NO TO O-RJ-EST-NO.
           MOVE WS-RESULT TO O-RJ-RESULT.
           WRITE RPTLINE FROM PRT-REJECT
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           MOVE C-TRAN-CTR TO O-TRAN-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE RPTLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           IF NX-ISSUED-CTR > 0
               PERFORM 3100-WRITE-EST-NUMBER
               MOVE NX-EST-NO TO O-LAST-EST-NO
               WRITE RPTLINE FROM PRT-LAST-NUMBER
                   AFTER ADVANCING 1 LINES
           END-IF.

           CLOSE RQTRAN-FILE
                 STUDENT-MASTER
                 PAINT-HISTORY
                 CUSTOMER-MASTER
                 SREP-MASTER
                 AUDIT-FILE
                 RQRPT.

       3100-WRITE-EST-NUMBER.
           PERFORM 2520-FORMAT-EST-NO.
           OPEN OUTPUT ESTNO-FILE.
           IF WS-ESTNO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS ' - LAST NUMBER ISSUED ' NX-EST-NO
               STOP RUN
           END-IF.
           MOVE NX-LAST-SEQ   TO ENO-LAST-SEQ.
           MOVE NX-EST-NO     TO ENO-LAST-EST-NO.
           MOVE WS-AS-OF-DATE TO ENO-LAST-DATE.
           MOVE 'COBRL34'     TO ENO-LAST-PROGRAM.
           WRITE ESTNO-REC.
           IF WS-ESTNO-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS ' - LAST NUMBER ISSUED ' NX-EST-NO
               STOP RUN
           END-IF.
           CLOSE ESTNO-FILE.

       9000-READ-TRAN.
           READ RQTRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE RPTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE RPTLINE FROM PRT-RUNID
               AFTER ADVANCING 1 LINES.
