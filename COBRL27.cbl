       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL27.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM APPLIES ADD/CHANGE/DELETE       *
      *  TRANSACTIONS FROM SRMAINT.DAT TO THE SALES-  *
      *  PERSON MASTER SREPMAST.DAT AND PRODUCES A    *
      *  LOG OF WHAT WAS APPLIED OR REJECTED. THE     *
      *  MASTER CARRIES EACH REP'S COMMISSION RATE    *
      *  AND PAYROLL NUMBER, WHICH MAINTENANCE        *
      *  (COBRL03), THE EDIT (COBRL02) AND THE        *
      *  MONTHLY COMMISSION RUN (COBRL28) WORK FROM.  *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SRTRAN-FILE
               ASSIGN TO 'E:\COBOL\SRMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTRAN-STATUS.

      *OPTIONAL SO THE FIRST RUN OF ADDS BUILDS THE MASTER.          *
           SELECT OPTIONAL SREP-MASTER
               ASSIGN TO 'E:\COBOL\SREPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SREP-CODE
               FILE STATUS IS WS-SREP-STATUS.

           SELECT MAINTLOG
               ASSIGN TO 'E:\COBOL\SRMAINLG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  SRTRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SRTRAN-REC
           RECORD CONTAINS 43 CHARACTERS.

           COPY 'CPSRTRAN.cpy'.

       FD  SREP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SREP-REC
           RECORD CONTAINS 42 CHARACTERS.

           COPY 'CPSREP.cpy'.

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
           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  WS-SREP-STATUS  PIC XX      VALUE '00'.
           05  WS-SRTRAN-STATUS PIC XX     VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.

       01  LOG-WORK-AREA.
           05  WS-ACTION           PIC X(10)  VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
      *NO REP IS PAID MORE THAN A QUARTER OF THE JOB - ANYTHING      *
      *HIGHER IS A KEYING SLIP (50.000 FOR 05.000).                  *
           05  WS-MAX-COMM-PCT     PIC 9(2)V9(3) VALUE 25.000.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S SALES REP MAINT'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REP'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ACTION'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-LOG-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SREP-CODE     PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-ACTION        PIC X(10).
           05  FILLER          PIC X(5)    VALUE SPACES.
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT SRTRAN-FILE.
           IF WS-SRTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SRMAINT.DAT - STATUS: '
                   WS-SRTRAN-STATUS
               STOP RUN
           END-IF.
           OPEN I-O SREP-MASTER.
           IF WS-SREP-STATUS NOT = '00' AND WS-SREP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SREPMAST.DAT - STATUS: '
                   WS-SREP-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINTLOG.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.

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
           MOVE RUN-AS-OF-DATE TO WS-AS-OF-DATE.
           CLOSE RUNCTL-FILE.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           PERFORM 2100-APPLY-TRANSACTION.
           PERFORM 2900-WRITE-LOG-LINE.
           PERFORM 9000-READ-TRAN.

       2100-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN SRTRAN-IS-ADD
                   PERFORM 2200-ADD-REP
               WHEN SRTRAN-IS-CHANGE
                   PERFORM 2300-CHANGE-REP
               WHEN SRTRAN-IS-DELETE
                   PERFORM 2400-DELETE-REP
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO WS-ACTION
                   MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
           END-EVALUATE.

       2160-MOVE-REP.
           MOVE SRTRAN-REP         TO SREP-CODE.
           MOVE SRTRAN-NAME        TO SREP-NAME.
           MOVE SRTRAN-COMM-PCT    TO SREP-COMM-PCT.
           MOVE SRTRAN-PAYROLL-ID  TO SREP-PAYROLL-ID.

      *A REP EARNING COMMISSION MUST HAVE A PAYROLL NUMBER TO BE     *
      *PAID UNDER; THE ZERO-RATE HOUSE ACCOUNT NEEDS NONE.           *
       2200-ADD-REP.
           MOVE 'ADD'           TO WS-ACTION.
           IF SRTRAN-REP = SPACES OR SRTRAN-NAME = SPACES
               MOVE 'MISSING REP CODE OR NAME - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF SRTRAN-COMM-PCT IS NOT NUMERIC
                   OR SRTRAN-COMM-PCT > WS-MAX-COMM-PCT
               MOVE 'BAD COMMISSION RATE - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF SRTRAN-COMM-PCT > ZERO
                   AND SRTRAN-PAYROLL-ID = SPACES
               MOVE 'NO PAYROLL NUMBER - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE
               PERFORM 2160-MOVE-REP
               WRITE SREP-REC
                   INVALID KEY
                       MOVE 'DUPLICATE REP CODE - NOT ADDED'
                           TO WS-RESULT
                       ADD 1 TO C-REJECT-CTR
                   NOT INVALID KEY
                       MOVE 'SALES REP ADDED' TO WS-RESULT
                       ADD 1 TO C-APPLIED-CTR
               END-WRITE
           END-IF.

      *A RATE CHANGE APPLIES FROM THE NEXT COMMISSION RUN ON; WHAT   *
      *WAS ALREADY PAID KEEPS ITS OWN RATE ON PCOMMHST.DAT.          *
       2300-CHANGE-REP.
           MOVE 'CHANGE'        TO WS-ACTION.
           IF SRTRAN-NAME = SPACES
               MOVE 'MISSING REP NAME - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF SRTRAN-COMM-PCT IS NOT NUMERIC
                   OR SRTRAN-COMM-PCT > WS-MAX-COMM-PCT
               MOVE 'BAD COMMISSION RATE - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF SRTRAN-COMM-PCT > ZERO
                   AND SRTRAN-PAYROLL-ID = SPACES
               MOVE 'NO PAYROLL NUMBER - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE
               PERFORM 2160-MOVE-REP
               REWRITE SREP-REC
                   INVALID KEY
                       MOVE 'REP CODE NOT ON FILE - NOT CHANGED'
                           TO WS-RESULT
                       ADD 1 TO C-REJECT-CTR
                   NOT INVALID KEY
                       MOVE 'SALES REP CHANGED' TO WS-RESULT
                       ADD 1 TO C-APPLIED-CTR
               END-REWRITE
           END-IF.

      *A DELETED REP LEFT ON AN ESTIMATE IS FLAGGED BY THE EDIT AND  *
      *LISTED, UNPAID, ON THE COMMISSION RUN UNTIL IT IS REASSIGNED. *
       2400-DELETE-REP.
           MOVE 'DELETE'        TO WS-ACTION.
           MOVE SRTRAN-REP      TO SREP-CODE.
           DELETE SREP-MASTER RECORD
               INVALID KEY
                   MOVE 'REP CODE NOT ON FILE - NOT DELETED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               NOT INVALID KEY
                   MOVE 'SALES REP DELETED' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
           END-DELETE.

       2900-WRITE-LOG-LINE.
           MOVE SRTRAN-REP TO O-SREP-CODE.
           MOVE WS-ACTION  TO O-ACTION.
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

           CLOSE SRTRAN-FILE
                 SREP-MASTER
                 MAINTLOG.

       9000-READ-TRAN.
           READ SRTRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE LOGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE LOGLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
