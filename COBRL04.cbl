      *  NUMBERS IN THE EXTRACT ARE REJECTED HERE, AT   *
      *  LOAD TIME, BECAUSE THE INDEXED ORGANIZATION    *
      *  WON'T ACCEPT A SECOND RECORD UNDER A KEY       *
      *  ALREADY ON FILE. THE HIGHEST ESTIMATE NUMBER   *
      *  LOADED SEEDS THE NEXT-NUMBER CONTROL RECORD    *
      *  (PESTNO.DAT) SO NUMBERS GIVEN OUT LATER BY     *
      *  COBRL03 AND COBRL34 START ABOVE IT.            *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ESTNO-FILE
               ASSIGN TO 'E:\COBOL\PESTNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTNO-STATUS.

           SELECT LOADLOG
               ASSIGN USING WS-LOADLOG-FILE
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

       FD  ESTNO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTNO-REC
           RECORD CONTAINS 25 CHARACTERS.

           COPY 'CPESTNO.cpy'.

       FD  LOADLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  C-REJECT-CTR    PIC 9(5)    VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-ESTNO-STATUS PIC XX      VALUE '00'.

      *AS-OF DATE AND FILE ASSIGNMENTS FROM RUNCTL.DAT SO A LOAD     *
      *INTO A TEST COPY OF THE MASTER NEEDS NO RECOMPILE.            *
       01  LOG-WORK-AREA.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-HOUSE-REP        PIC X(3)   VALUE 'HSE'.
      *HIGHEST ALL-DIGIT ESTIMATE NUMBER LOADED, FOR PESTNO.DAT.     *
           05  WS-HIGH-EST-NO      PIC X(4)   VALUE '0000'.
           05  WS-HIGH-SEQ         PIC 9(4)   VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
      *THROUGH THE COBRL03 STATUS TRANSACTION WHEN THE JOB SCHEDULES.*
           MOVE ZEROS              TO PAINT-SCHED-DATE.
           MOVE ZEROS              TO PAINT-DEP-AMT.
           MOVE ZEROS              TO PAINT-DEP-TAX.
      *A QUOTE HAS NO CONTRACT AND NO CHANGE ORDERS YET.             *
           MOVE 'N'                TO PAINT-CONTRACT-SW.
           MOVE ZEROS              TO PAINT-CONTRACT-DATE.
           MOVE ZEROS              TO PAINT-CONTRACT-PAINT.
           MOVE ZEROS              TO PAINT-CONTRACT-LABOR.
           MOVE ZEROS              TO PAINT-CONTRACT-TAX.
           MOVE ZEROS              TO PAINT-CO-CTR.
           MOVE ZEROS              TO PAINT-CO-NET-PAINT.
           MOVE ZEROS              TO PAINT-CO-NET-LABOR.
           MOVE ZEROS              TO PAINT-CO-NET-TAX.
           MOVE SPACES             TO PAINT-CREW-NO.
           MOVE SPACES             TO PAINT-REQUOTE-OF.
      *THE LEGACY FILE NEVER RECORDED WHO SOLD THE JOB - IT GOES TO  *
      *THE HOUSE ACCOUNT UNTIL THE OFFICE REASSIGNS IT IN COBRL03.   *
           MOVE WS-HOUSE-REP       TO PAINT-SREP-CODE.
           MOVE LEGACY-SURFACE-CTR TO PAINT-SURFACE-CTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LEGACY-SURFACE-CTR
               NOT INVALID KEY
                   MOVE 'ESTIMATE LOADED' TO WS-RESULT
                   ADD 1 TO C-LOADED-CTR
                   IF PAINT-EST-NO IS NUMERIC
                           AND PAINT-EST-NO > WS-HIGH-EST-NO
                       MOVE PAINT-EST-NO TO WS-HIGH-EST-NO
                   END-IF
           END-WRITE.

       2900-WRITE-LOG-LINE.
           WRITE LOGLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.

           MOVE WS-HIGH-EST-NO TO WS-HIGH-SEQ.
           OPEN OUTPUT ESTNO-FILE.
           IF WS-ESTNO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS ' - LAST NUMBER LOADED '
                   WS-HIGH-EST-NO
               STOP RUN
           END-IF.
           MOVE WS-HIGH-SEQ    TO ENO-LAST-SEQ.
           MOVE WS-HIGH-EST-NO TO ENO-LAST-EST-NO.
           MOVE WS-AS-OF-DATE  TO ENO-LAST-DATE.
           MOVE 'COBRL04'      TO ENO-LAST-PROGRAM.
           WRITE ESTNO-REC.
           IF WS-ESTNO-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PESTNO.DAT - STATUS: '
                   WS-ESTNO-STATUS ' - LAST NUMBER LOADED '
                   WS-HIGH-EST-NO
               STOP RUN
           END-IF.
           CLOSE ESTNO-FILE.

           CLOSE LEGACY-FILE
                 STUDENT-MASTER
                 LOADLOG.
