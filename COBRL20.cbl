       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL20.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  JOB ACTUALS POSTING. READS THE CREW HOURS    *
      *  AND GALLONS KEYED FROM THE FIELD IN          *
      *  PACTTRAN.DAT, CHECKS EACH ROW AGAINST THE    *
      *  ESTIMATE IT NAMES - ON THE ACTIVE MASTER, OR *
      *  ON PAINTHST.DAT WHEN THE ARCHIVE SWEEP HAS   *
      *  ALREADY MOVED A FINISHED JOB - AND APPENDS   *
      *  THE ROWS THAT PASS TO THE JOB ACTUALS FILE   *
      *  PJOBACT.DAT. ONLY SCHEDULED OR COMPLETED     *
      *  JOBS TAKE ACTUALS, AND ONLY AGAINST A        *
      *  SURFACE TYPE THE ESTIMATE CARRIES. A LOG OF  *
      *  EVERY ROW POSTED OR REJECTED PRINTS TO       *
      *  PACTLOG.PRT.                                 *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ATRAN-FILE
               ASSIGN TO 'E:\COBOL\PACTTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRAN-STATUS.

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

           SELECT MAINTLOG
               ASSIGN TO 'E:\COBOL\PACTLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  ATRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ATRAN-REC
           RECORD CONTAINS 32 CHARACTERS.

           COPY 'CPATRAN.cpy'.

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
           05  C-POST-HOURS    PIC 9(7)V99 VALUE ZERO.
           05  C-POST-GAL      PIC 9(7)    VALUE ZERO.
           05  MORE-TRANS      PIC XXX     VALUE 'YES'.
           05  WS-ATRAN-STATUS PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-HIST-STATUS  PIC XX      VALUE '00'.
           05  WS-ACT-STATUS   PIC XX      VALUE '00'.

      *AS-OF DATE AND FILE ASSIGNMENTS FROM RUNCTL.DAT - A ROW DATED *
      *AFTER THE BUSINESS DATE CANNOT HAVE BEEN WORKED YET.          *
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
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.

       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-VALID-SW         PIC XXX    VALUE 'YES'.
               88  WS-ROW-VALID               VALUE 'YES'.
      *WHERE THE ESTIMATE WAS FOUND - 'M' ACTIVE MASTER, 'H' HISTORY,*
      *SPACE NOT FOUND. EITHER WAY ITS BODY IS CHECKED OUT OF        *
      *PAINT-REC (A HISTORY HIT IS MOVED ACROSS, SAME LAYOUT).       *
           05  WS-FOUND-IN         PIC X      VALUE SPACE.
               88  WS-FOUND-NOWHERE           VALUE SPACE.
           05  WS-TYPE-FOUND-SW    PIC XXX    VALUE 'NO'.
               88  WS-TYPE-FOUND              VALUE 'YES'.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S JOB ACTUALS POSTING'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(13)   VALUE 'SURFACE'.
           05  FILLER          PIC X(11)   VALUE 'WORK DATE'.
           05  FILLER          PIC X(10)   VALUE 'HOURS'.
           05  FILLER          PIC X(10)   VALUE 'GALLONS'.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-LOG-DETAIL.
           05  O-EST-NO        PIC X(7).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SURFACE-TYPE  PIC X(10).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-WORK-DATE     PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-HOURS         PIC ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-GALLONS       PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RESULT        PIC X(45).

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'TRANSACTIONS READ:'.
           05  O-TRAN-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'POSTED:'.
           05  O-APPLIED-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR    PIC ZZZZ9.

       01  PRT-POST-TOTALS.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'HOURS POSTED:'.
           05  O-POST-HOURS    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'GALLONS POSTED:'.
           05  O-POST-GAL      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT ATRAN-FILE.
           IF WS-ATRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PACTTRAN.DAT - STATUS: '
                   WS-ATRAN-STATUS
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
      *THE ACTUALS FILE ACCUMULATES ACROSS RUNS, LIKE BILLREG.DAT.   *
           OPEN EXTEND ACTUALS-FILE.
           IF WS-ACT-STATUS NOT = '00' AND WS-ACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PJOBACT.DAT - STATUS: '
                   WS-ACT-STATUS
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
           MOVE RUN-AS-OF-DATE   TO WS-AS-OF-DATE.
           MOVE RUN-MASTER-PATH  TO WS-MASTER-FILE.
           MOVE RUN-HISTORY-PATH TO WS-HISTORY-FILE.
           CLOSE RUNCTL-FILE.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           PERFORM 2100-EDIT-ROW.
           IF WS-ROW-VALID
               PERFORM 2200-FIND-ESTIMATE
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2300-CHECK-AGAINST-ESTIMATE
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2400-POST-ROW
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM 2900-WRITE-LOG-LINE.
           PERFORM 9000-READ-TRAN.

      *FIELD EDITS THAT NEED NOTHING BUT THE ROW ITSELF.             *
       2100-EDIT-ROW.
           MOVE 'YES' TO WS-VALID-SW.
           MOVE SPACES TO WS-RESULT.
           IF ATRAN-EST-NO = SPACES
               MOVE 'NO ESTIMATE NUMBER - NOT POSTED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ATRAN-SURFACE-TYPE = SPACES
               MOVE 'NO SURFACE TYPE - NOT POSTED' TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ATRAN-CREW-HOURS IS NOT NUMERIC
                   OR ATRAN-GALLONS IS NOT NUMERIC
               MOVE 'HOURS OR GALLONS NOT NUMERIC - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ATRAN-CREW-HOURS = ZERO AND ATRAN-GALLONS = ZERO
               MOVE 'NO HOURS OR GALLONS ON ROW - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ATRAN-WORK-DATE IS NOT NUMERIC
                   OR ATRAN-WORK-DATE = ZEROS
               MOVE 'WORK DATE MISSING OR NOT NUMERIC - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ATRAN-WORK-DATE > WS-AS-OF-DATE
               MOVE 'WORK DATE AFTER RUN DATE - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *ACTIVE MASTER FIRST; A JOB COMPLETED AND BILLED MAY ALREADY   *
      *HAVE BEEN SWEPT TO HISTORY BEFORE ITS LAST TIME SHEET CAME IN.*
      *A HISTORY HIT IS MOVED INTO PAINT-REC (COUNTER FIRST, SO THE  *
      *RECEIVING RECORD TAKES THE RIGHT LENGTH) AND CHECKED THERE.   *
       2200-FIND-ESTIMATE.
           MOVE SPACE TO WS-FOUND-IN.
           MOVE ATRAN-EST-NO TO PAINT-EST-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-FOUND-IN
           END-READ.
           IF WS-FOUND-NOWHERE AND WS-HIST-STATUS NOT = '05'
               MOVE ATRAN-EST-NO TO HIST-EST-NO
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
               MOVE 'ESTIMATE NOT ON MASTER OR HISTORY - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

      *A CREW ONLY WORKS A JOB THAT HAS BEEN BOOKED, AND ONLY ON THE *
      *SURFACE TYPES THE ESTIMATE PRICED - ANYTHING ELSE IS A KEYING *
      *SLIP (WRONG ESTIMATE NUMBER OR WRONG TYPE).                   *
       2300-CHECK-AGAINST-ESTIMATE.
           MOVE 'NO' TO WS-TYPE-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
               IF PAINT-SURFACE-TYPE (WS-SUB) = ATRAN-SURFACE-TYPE
                   MOVE 'YES' TO WS-TYPE-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT PAINT-IS-SCHEDULED AND NOT PAINT-IS-COMPLETED
               MOVE 'JOB NOT SCHEDULED OR COMPLETED - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF NOT WS-TYPE-FOUND
               MOVE 'SURFACE TYPE NOT ON ESTIMATE - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           ELSE IF ATRAN-WORK-DATE < PAINT-DATE
               MOVE 'WORK DATE BEFORE ESTIMATE DATE - NOT POSTED'
                   TO WS-RESULT
               MOVE 'NO' TO WS-VALID-SW
           END-IF.

       2400-POST-ROW.
           MOVE ATRAN-EST-NO       TO ACT-EST-NO.
           MOVE ATRAN-SURFACE-TYPE TO ACT-SURFACE-TYPE.
           MOVE ATRAN-WORK-DATE    TO ACT-WORK-DATE.
           MOVE ATRAN-CREW-HOURS   TO ACT-CREW-HOURS.
           MOVE ATRAN-GALLONS      TO ACT-GALLONS.
           MOVE WS-AS-OF-DATE-N    TO ACT-POST-DATE.
           WRITE ACT-REC.
           IF WS-ACT-STATUS NOT = '00'
               DISPLAY 'WRITE TO PJOBACT.DAT FAILED FOR ESTIMATE '
                   ATRAN-EST-NO ' - STATUS: ' WS-ACT-STATUS
               STOP RUN
           END-IF.
           ADD ATRAN-CREW-HOURS TO C-POST-HOURS.
           ADD ATRAN-GALLONS    TO C-POST-GAL.
           ADD 1 TO C-APPLIED-CTR.
           IF WS-FOUND-IN = 'H'
               MOVE 'POSTED AGAINST ARCHIVED JOB' TO WS-RESULT
           ELSE
               MOVE 'POSTED' TO WS-RESULT
           END-IF.

       2900-WRITE-LOG-LINE.
           MOVE ATRAN-EST-NO       TO O-EST-NO.
           MOVE ATRAN-SURFACE-TYPE TO O-SURFACE-TYPE.
           MOVE ATRAN-WORK-DATE    TO O-WORK-DATE.
           IF ATRAN-CREW-HOURS IS NUMERIC
               MOVE ATRAN-CREW-HOURS TO O-HOURS
           ELSE
               MOVE ZERO TO O-HOURS
           END-IF.
           IF ATRAN-GALLONS IS NUMERIC
               MOVE ATRAN-GALLONS TO O-GALLONS
           ELSE
               MOVE ZERO TO O-GALLONS
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
           MOVE C-POST-HOURS TO O-POST-HOURS.
           MOVE C-POST-GAL   TO O-POST-GAL.
           WRITE LOGLINE FROM PRT-POST-TOTALS
               AFTER ADVANCING 1 LINES.

           CLOSE ATRAN-FILE
                 STUDENT-MASTER
                 PAINT-HISTORY
                 ACTUALS-FILE
                 MAINTLOG.

       9000-READ-TRAN.
           READ ATRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE LOGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE LOGLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
