       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL32.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  WEEKLY OPEN-CALLBACK REPORT. LISTS EVERY     *
      *  WARRANTY CALLBACK ON PCALLBK.DAT NOT YET     *
      *  RESOLVED, WITH HOW MANY DAYS IT HAS BEEN     *
      *  OPEN AS OF THE RUN-CONTROL BUSINESS DATE AND *
      *  THE CREW AND DAY BOOKED TO GO BACK. A        *
      *  CALLBACK WITH NO CREW BOOKED, OR WHOSE VISIT *
      *  DAY HAS PASSED WITHOUT A RESOLUTION, IS      *
      *  FLAGGED. PRINTS TO PCBOPEN.PRT.              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL CALLBACK-FILE
               ASSIGN TO 'E:\COBOL\PCALLBK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.

           SELECT CBRPT
               ASSIGN TO 'E:\COBOL\PCBOPEN.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  CALLBACK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CALLBACK-REC
           RECORD CONTAINS 250 CHARACTERS.

           COPY 'CPCALLBK.cpy'.

       FD  CBRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CBLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  CBLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-READ-CTR      PIC 9(5)    VALUE ZERO.
           05  C-OPEN-CTR      PIC 9(5)    VALUE ZERO.
           05  C-UNBOOKED-CTR  PIC 9(5)    VALUE ZERO.
           05  C-OVERDUE-CTR   PIC 9(5)    VALUE ZERO.
           05  C-AGED-CTR      PIC 9(5)    VALUE ZERO.
           05  C-BOOKED-HOURS  PIC 9(6)V99 VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  WS-CB-STATUS    PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.
           05  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).

      *DAYS OPEN - A CALLBACK OPEN LONGER THAN THIS IS COUNTED AS    *
      *AGED ON THE TOTALS LINE.                                      *
       01  AGE-WORK-AREA.
           05  WS-AGED-DAYS        PIC 9(3)   VALUE 30.
           05  WS-AS-OF-INT        PIC 9(7)   VALUE 0.
           05  WS-REPORTED-INT     PIC 9(7)   VALUE 0.
           05  WS-DAYS-OPEN        PIC 9(5)   VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S OPEN CALLBACKS'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'EST-SEQ'.
           05  FILLER          PIC X(27)   VALUE 'CUSTOMER'.
           05  FILLER          PIC X(12)   VALUE 'REPORTED'.
           05  FILLER          PIC X(6)    VALUE 'DAYS'.
           05  FILLER          PIC X(6)    VALUE 'WHAT'.
           05  FILLER          PIC X(12)   VALUE 'SURFACE'.
           05  FILLER          PIC X(6)    VALUE 'CREW'.
           05  FILLER          PIC X(12)   VALUE 'VISIT'.
           05  FILLER          PIC X(9)    VALUE 'HOURS'.
           05  FILLER          PIC X(20)   VALUE 'FLAG'.

      *DETAIL*
       01  PRT-CB-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X       VALUE '-'.
           05  O-SEQ           PIC 99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-DAYS-OPEN     PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-COMPLAINT-CD  PIC X(2).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-SURFACE-TYPE  PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CREW-SENT     PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-VISIT-DATE    PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-HOURS         PIC ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-FLAG          PIC X(20).

      *THE VISIT DATE IS PRINTED THROUGH THIS SO A CALLBACK WITH NO  *
      *VISIT BOOKED SHOWS A BLANK RATHER THAN ZEROS.                 *
       01  WS-VISIT-PRINT.
           05  WS-VISIT-MM     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  WS-VISIT-DD     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  WS-VISIT-YY     PIC 9(4).

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CALLBACKS ON FILE:'.
           05  O-READ-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'OPEN:'.
           05  O-OPEN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'HOURS BOOKED:'.
           05  O-BOOKED-HOURS  PIC ZZZ,ZZ9.99.

       01  PRT-FLAG-TOTALS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'NO CREW BOOKED:'.
           05  O-UNBOOKED-CTR  PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'VISIT PAST:'.
           05  O-OVERDUE-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'OPEN OVER'.
           05  O-AGED-DAYS     PIC ZZ9.
           05  FILLER          PIC X(7)    VALUE ' DAYS:'.
           05  O-AGED-CTR      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
      *NO CALLBACK FILE YET (STATUS 05) PRINTS AN EMPTY REPORT.      *
           OPEN INPUT CALLBACK-FILE.
           IF WS-CB-STATUS NOT = '00' AND WS-CB-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PCALLBK.DAT - STATUS: '
                   WS-CB-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CBRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-N).

           PERFORM 9000-READ.
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
           MOVE RUN-AS-OF-DATE TO WS-AS-OF-DATE.
           CLOSE RUNCTL-FILE.

       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           IF CB-IS-OUTSTANDING
               PERFORM 2100-PRINT-CALLBACK
           END-IF.
           PERFORM 9000-READ.

       2100-PRINT-CALLBACK.
           ADD 1 TO C-OPEN-CTR.
           COMPUTE WS-REPORTED-INT =
               FUNCTION INTEGER-OF-DATE (CB-REPORTED-DATE).
           IF WS-AS-OF-INT > WS-REPORTED-INT
               COMPUTE WS-DAYS-OPEN = WS-AS-OF-INT - WS-REPORTED-INT
           ELSE
               MOVE 0 TO WS-DAYS-OPEN
           END-IF.
           IF WS-DAYS-OPEN > WS-AGED-DAYS
               ADD 1 TO C-AGED-CTR
           END-IF.

           MOVE CB-EST-NO          TO O-EST-NO.
           MOVE CB-SEQ             TO O-SEQ.
           MOVE CB-CUST-NAME       TO O-CUST-NAME.
           MOVE CB-REPORTED-DATE (1:4) TO O-RPT-YY.
           MOVE CB-REPORTED-DATE (5:2) TO O-RPT-MM.
           MOVE CB-REPORTED-DATE (7:2) TO O-RPT-DD.
           MOVE WS-DAYS-OPEN       TO O-DAYS-OPEN.
           MOVE CB-COMPLAINT-CD    TO O-COMPLAINT-CD.
           MOVE CB-SURFACE-TYPE (1) TO O-SURFACE-TYPE.
           IF CB-IS-DISPATCHED
               MOVE CB-CREW-SENT   TO O-CREW-SENT
               MOVE CB-VISIT-DATE (1:4) TO WS-VISIT-YY
               MOVE CB-VISIT-DATE (5:2) TO WS-VISIT-MM
               MOVE CB-VISIT-DATE (7:2) TO WS-VISIT-DD
               MOVE WS-VISIT-PRINT TO O-VISIT-DATE
               MOVE CB-BOOKED-HOURS TO O-HOURS
               ADD CB-BOOKED-HOURS TO C-BOOKED-HOURS
               IF CB-VISIT-DATE < WS-AS-OF-DATE-N
                   MOVE '** VISIT PAST - OPEN' TO O-FLAG
                   ADD 1 TO C-OVERDUE-CTR
               ELSE
                   MOVE SPACES TO O-FLAG
               END-IF
           ELSE
               MOVE SPACES TO O-CREW-SENT
                              O-VISIT-DATE
               MOVE ZERO   TO O-HOURS
               MOVE '** NO CREW BOOKED' TO O-FLAG
               ADD 1 TO C-UNBOOKED-CTR
           END-IF.
           WRITE CBLINE FROM PRT-CB-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           MOVE C-READ-CTR     TO O-READ-CTR.
           MOVE C-OPEN-CTR     TO O-OPEN-CTR.
           MOVE C-BOOKED-HOURS TO O-BOOKED-HOURS.
           WRITE CBLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.
           MOVE C-UNBOOKED-CTR TO O-UNBOOKED-CTR.
           MOVE C-OVERDUE-CTR  TO O-OVERDUE-CTR.
           MOVE WS-AGED-DAYS   TO O-AGED-DAYS.
           MOVE C-AGED-CTR     TO O-AGED-CTR.
           WRITE CBLINE FROM PRT-FLAG-TOTALS
               AFTER ADVANCING 1 LINES.

           CLOSE CALLBACK-FILE
                 CBRPT.

       9000-READ.
           READ CALLBACK-FILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE CBLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE CBLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
