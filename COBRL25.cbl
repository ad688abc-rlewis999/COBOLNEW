       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL25.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  THIS PROGRAM APPLIES ADD/CHANGE/DELETE       *
      *  TRANSACTIONS FROM CRMAINT.DAT TO THE CREW    *
      *  MASTER CREWMAST.DAT AND PRODUCES A LOG OF    *
      *  WHAT WAS APPLIED OR REJECTED. THE CREW       *
      *  MASTER CARRIES EACH CREW'S WEEKLY HOURS AND  *
      *  THE SURFACE TYPES IT HANDLES, WHICH BOOKING  *
      *  (COBRL03), CAPACITY PLANNING (COBRL12) AND   *
      *  THE DAILY DISPATCH (COBRL26) ALL WORK FROM.  *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CRTRAN-FILE
               ASSIGN TO 'E:\COBOL\CRMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRTRAN-STATUS.

      *OPTIONAL SO THE FIRST RUN OF ADDS BUILDS THE MASTER.          *
           SELECT OPTIONAL CREW-MASTER
               ASSIGN TO 'E:\COBOL\CREWMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREW-NO
               FILE STATUS IS WS-CREW-STATUS.

           SELECT MAINTLOG
               ASSIGN TO 'E:\COBOL\CRMAINLG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  CRTRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRTRAN-REC
           RECORD CONTAINS 146 CHARACTERS.

           COPY 'CPCRTRAN.cpy'.

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 145 CHARACTERS.

           COPY 'CPCREW.cpy'.

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
           05  WS-CREW-STATUS  PIC XX      VALUE '00'.
           05  WS-CRTRAN-STATUS PIC XX     VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.

       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-ACTION           PIC X(10)  VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-TYPES-SW         PIC XXX    VALUE 'YES'.
               88  WS-TYPES-OK                VALUE 'YES'.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S CREW MAINT'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'CREW'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ACTION'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-LOG-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CREW-NO       PIC X(4).
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
           OPEN INPUT CRTRAN-FILE.
           IF WS-CRTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRMAINT.DAT - STATUS: '
                   WS-CRTRAN-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CREW-MASTER.
           IF WS-CREW-STATUS NOT = '00' AND WS-CREW-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CREWMAST.DAT - STATUS: '
                   WS-CREW-STATUS
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
               WHEN CRTRAN-IS-ADD
                   PERFORM 2200-ADD-CREW
               WHEN CRTRAN-IS-CHANGE
                   PERFORM 2300-CHANGE-CREW
               WHEN CRTRAN-IS-DELETE
                   PERFORM 2400-DELETE-CREW
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO WS-ACTION
                   MOVE 'INVALID TRANSACTION CODE' TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
           END-EVALUATE.

      *EVERY LISTED SURFACE TYPE MUST BE FILLED IN - A BLANK TYPE    *
      *INSIDE THE COUNT WOULD MATCH NOTHING AND LOOK LIKE A GAP.     *
       2150-CHECK-TYPES.
           MOVE 'YES' TO WS-TYPES-SW.
           IF CRTRAN-SURFACE-CTR IS NOT NUMERIC
                   OR CRTRAN-SURFACE-CTR > 10
               MOVE 'NO' TO WS-TYPES-SW
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > CRTRAN-SURFACE-CTR
                   IF CRTRAN-SURFACE-TYPE (WS-SUB) = SPACES
                       MOVE 'NO' TO WS-TYPES-SW
                   END-IF
               END-PERFORM
           END-IF.

       2160-MOVE-CREW.
           MOVE CRTRAN-NO          TO CREW-NO.
           MOVE CRTRAN-NAME        TO CREW-NAME.
           MOVE CRTRAN-PHONE       TO CREW-PHONE.
           MOVE CRTRAN-HOURS-WEEK  TO CREW-HOURS-WEEK.
           MOVE CRTRAN-SURFACE-CTR TO CREW-SURFACE-CTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
               IF WS-SUB > CRTRAN-SURFACE-CTR
                   MOVE SPACES TO CREW-SURFACE-TYPE (WS-SUB)
               ELSE
                   MOVE CRTRAN-SURFACE-TYPE (WS-SUB)
                       TO CREW-SURFACE-TYPE (WS-SUB)
               END-IF
           END-PERFORM.

       2200-ADD-CREW.
           MOVE 'ADD'           TO WS-ACTION.
           PERFORM 2150-CHECK-TYPES.
           IF CRTRAN-NO = SPACES OR CRTRAN-NAME = SPACES
               MOVE 'MISSING CREW NUMBER OR NAME - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF CRTRAN-HOURS-WEEK IS NOT NUMERIC
                   OR CRTRAN-HOURS-WEEK = ZERO
               MOVE 'NO WEEKLY HOURS - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF NOT WS-TYPES-OK
               MOVE 'BAD SURFACE TYPE LIST (MAX 10) - NOT ADDED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE
               PERFORM 2160-MOVE-CREW
               WRITE CREW-REC
                   INVALID KEY
                       MOVE 'DUPLICATE CREW NUMBER - NOT ADDED'
                           TO WS-RESULT
                       ADD 1 TO C-REJECT-CTR
                   NOT INVALID KEY
                       MOVE 'CREW ADDED' TO WS-RESULT
                       ADD 1 TO C-APPLIED-CTR
               END-WRITE
           END-IF.

       2300-CHANGE-CREW.
           MOVE 'CHANGE'        TO WS-ACTION.
           PERFORM 2150-CHECK-TYPES.
           IF CRTRAN-NAME = SPACES
               MOVE 'MISSING CREW NAME - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF CRTRAN-HOURS-WEEK IS NOT NUMERIC
                   OR CRTRAN-HOURS-WEEK = ZERO
               MOVE 'NO WEEKLY HOURS - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE IF NOT WS-TYPES-OK
               MOVE 'BAD SURFACE TYPE LIST (MAX 10) - NOT CHANGED'
                   TO WS-RESULT
               ADD 1 TO C-REJECT-CTR
           ELSE
               PERFORM 2160-MOVE-CREW
               REWRITE CREW-REC
                   INVALID KEY
                       MOVE 'CREW NUMBER NOT ON FILE - NOT CHANGED'
                           TO WS-RESULT
                       ADD 1 TO C-REJECT-CTR
                   NOT INVALID KEY
                       MOVE 'CREW CHANGED' TO WS-RESULT
                       ADD 1 TO C-APPLIED-CTR
               END-REWRITE
           END-IF.

      *A DELETED CREW LEFT ON A SCHEDULED JOB SHOWS UP ON THE        *
      *CAPACITY PLAN AS AN UNKNOWN CREW UNTIL THE JOB IS REBOOKED.   *
       2400-DELETE-CREW.
           MOVE 'DELETE'        TO WS-ACTION.
           MOVE CRTRAN-NO       TO CREW-NO.
           DELETE CREW-MASTER RECORD
               INVALID KEY
                   MOVE 'CREW NUMBER NOT ON FILE - NOT DELETED'
                       TO WS-RESULT
                   ADD 1 TO C-REJECT-CTR
               NOT INVALID KEY
                   MOVE 'CREW DELETED' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
           END-DELETE.

       2900-WRITE-LOG-LINE.
           MOVE CRTRAN-NO TO O-CREW-NO.
           MOVE WS-ACTION TO O-ACTION.
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

           CLOSE CRTRAN-FILE
                 CREW-MASTER
                 MAINTLOG.

       9000-READ-TRAN.
           READ CRTRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE LOGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE LOGLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
