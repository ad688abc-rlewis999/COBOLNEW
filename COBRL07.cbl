      *  AN ARCHIVE REGISTER OF WHAT MOVED PRINTS TO  *
      *  PARCHREG.PRT. THE HISTORY FILE STAYS         *
      *  LOOKUPABLE THROUGH COBRL08 SO OLD JOBS CAN   *
      *  STILL BE PULLED FOR REPEAT CUSTOMERS. EACH   *
      *  PURGE IS JOURNALED TO PAUDIT.DAT UNDER ACTION*
      *  PURGE SO A ROLL-FORWARD RECOVERY (COBRL30)   *
      *  TAKES THE RECORD OFF THE RELOADED MASTER TOO.*
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-EST-NO
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE
               ASSIGN USING WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHREG
               ASSIGN TO 'E:\COBOL\PARCHREG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, TRAILER-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

           05  TRL-ID                   PIC X(4).
           05  TRL-EXPECTED-CTR         PIC 9(5).
           05  TRL-EXPECTED-SQFT        PIC 9(7).
           05  FILLER                   PIC X(190).

       FD  PAINT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPHIST.cpy'.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 747 CHARACTERS.

           COPY 'CPAUDIT.cpy'.

       FD  ARCHREG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-HISTORY-FILE     PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.

       01  ARCHIVE-WORK-AREA.
           05  WS-CUTOFF-DATE      PIC 9(8)   VALUE 0.
           05  WS-SUB              PIC 99     VALUE 0.
           05  WS-REASON           PIC X(30)  VALUE SPACES.

      *RUN ID (DATE AND TIME CAPTURED AT INIT) STAMPED ON EVERY      *
      *JOURNAL ENTRY, THE SAME WAY A COBRL03 MAINTENANCE RUN IS.     *
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
                   WS-HIST-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT ARCHREG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING PRT-DATE I-TIME (1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING.
           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE RUN-AS-OF-DATE TO WS-AS-OF-DATE.
           MOVE RUN-MASTER-PATH  TO WS-MASTER-FILE.
           MOVE RUN-HISTORY-PATH TO WS-HISTORY-FILE.
           MOVE RUN-AUDIT-PATH   TO WS-AUDIT-FILE-PATH.
           CLOSE RUNCTL-FILE.

       2000-MAINLINE.
           MOVE PAINT-BILLED-SW   TO HIST-BILLED-SW.
           MOVE PAINT-SCHED-DATE  TO HIST-SCHED-DATE.
           MOVE PAINT-DEP-AMT     TO HIST-DEP-AMT.
           MOVE PAINT-DEP-TAX     TO HIST-DEP-TAX.
           MOVE PAINT-CONTRACT-SW    TO HIST-CONTRACT-SW.
           MOVE PAINT-CONTRACT-DATE  TO HIST-CONTRACT-DATE.
           MOVE PAINT-CONTRACT-PAINT TO HIST-CONTRACT-PAINT.
           MOVE PAINT-CONTRACT-LABOR TO HIST-CONTRACT-LABOR.
           MOVE PAINT-CONTRACT-TAX   TO HIST-CONTRACT-TAX.
           MOVE PAINT-CO-CTR         TO HIST-CO-CTR.
           MOVE PAINT-CO-NET-PAINT   TO HIST-CO-NET-PAINT.
           MOVE PAINT-CO-NET-LABOR   TO HIST-CO-NET-LABOR.
           MOVE PAINT-CO-NET-TAX     TO HIST-CO-NET-TAX.
           MOVE PAINT-CREW-NO        TO HIST-CREW-NO.
           MOVE PAINT-SREP-CODE      TO HIST-SREP-CODE.
           MOVE PAINT-REQUOTE-OF     TO HIST-REQUOTE-OF.
           MOVE PAINT-SURFACE-CTR TO HIST-SURFACE-CTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAINT-SURFACE-CTR
           END-WRITE.

       2300-PURGE-RECORD.
           MOVE PAINT-REC TO AUD-BEFORE-IMAGE.
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   MOVE 'HISTORY WRITTEN - DELETE FAILED'
                   ADD 1 TO C-FAILED-CTR
               NOT INVALID KEY
                   ADD 1 TO C-ARCHIVED-CTR
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   PERFORM 2800-WRITE-AUDIT
           END-DELETE.
           PERFORM 2900-WRITE-REG-LINE.

      *THE AFTER IMAGE IS SPACES - THE RECORD IS GONE FROM THE       *
      *MASTER, THE SAME AS A COBRL03 DELETE.                         *
       2800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE PRT-DATE     TO AUD-DATE.
           MOVE I-TIME (1:6) TO AUD-TIME.
           MOVE WS-RUN-ID    TO AUD-RUN-ID.
           MOVE C-AUD-SEQ    TO AUD-SEQ.
           MOVE 'PURGE'      TO AUD-ACTION.
           MOVE PAINT-EST-NO TO AUD-EST-NO.
           WRITE AUDIT-REC.

       2900-WRITE-REG-LINE.
           MOVE PAINT-EST-NO    TO O-EST-NO.
           MOVE PAINT-CUST-NAME TO O-CUST-NAME.

           CLOSE STUDENT-MASTER
                 PAINT-HISTORY
                 AUDIT-FILE
                 ARCHREG.

       9000-READ.
