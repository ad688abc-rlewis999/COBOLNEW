       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL30.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  ROLL-FORWARD RECOVERY OF THE ESTIMATE MASTER.*
      *  RELOADS PAINTEST.DAT FROM A BACKUP GENERATION*
      *  TAKEN BY COBRL29 (NAMED IN PRECOVER.PRM, OR  *
      *  THE LATEST ON PBKCAT.DAT), THEN RE-APPLIES   *
      *  EVERY AFTER IMAGE JOURNALED TO PAUDIT.DAT    *
      *  SINCE THAT BACKUP IN AUD-DATE/AUD-TIME/      *
      *  AUD-SEQ ORDER - MAINTENANCE (COBRL03), QUOTE *
      *  EXPIRY (COBRL13), BILLED FLAGS (COBRL01),    *
      *  CHANGE ORDERS (COBRL22), ARCHIVE PURGES      *
      *  (COBRL07) AND BACKOUTS (COBRL06) ALIKE.      *
      *  CUSTMAST.DAT AND PINVMAST.DAT ARE NOT        *
      *  JOURNALED AND ARE RELOADED ONLY WHEN THE PARM*
      *  ASKS. WHATEVER CAN STILL BE READ OF EACH     *
      *  PRE-FAILURE MASTER IS SAVED FIRST, AND THE   *
      *  RUN ENDS WITH A RECORD COUNT AND KEY CHECK   *
      *  OF THE RECOVERED ESTIMATE MASTER AGAINST THE *
      *  SAVED PRE-FAILURE ONE. THE RECOVERY REGISTER *
      *  PRINTS TO PRECOVER.PRT.                      *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'E:\COBOL\PRECOVER.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BACKUP-CATALOG
               ASSIGN TO 'E:\COBOL\PBKCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT EST-UNLOAD
               ASSIGN USING WS-EST-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EUL-STATUS.

           SELECT CUST-UNLOAD
               ASSIGN USING WS-CUST-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUL-STATUS.

           SELECT INV-UNLOAD
               ASSIGN USING WS-INV-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IUL-STATUS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL INVENTORY-MASTER
               ASSIGN USING WS-INVMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PAINT-TYPE
               FILE STATUS IS WS-INV-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN USING WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *WHAT COULD STILL BE READ OF EACH MASTER BEFORE IT WAS         *
      *RELOADED - KEPT FOR THE KEY CHECK AND SO NOTHING ON THE       *
      *FAILED FILE IS LOST BEYOND RECALL.                            *
           SELECT EST-SAVE
               ASSIGN TO 'E:\COBOL\PESTSAVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESV-STATUS.

           SELECT CUST-SAVE
               ASSIGN TO 'E:\COBOL\CUSTSAVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INV-SAVE
               ASSIGN TO 'E:\COBOL\PINVSAVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RCVRPT
               ASSIGN TO 'E:\COBOL\PRECOVER.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

      *GENERATION DATE (YYYYMMDD) AND TIME (HHMMSS) TO RELOAD - ZERO *
      *DATE TAKES THE LATEST ON THE CATALOG, ZERO TIME THE LATEST ON *
      *THAT DATE - AND Y IN EITHER SWITCH TO RELOAD THAT MASTER TOO. *
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 16 CHARACTERS.

       01  PARM-REC.
           05  PARM-GEN-DATE            PIC 9(8).
           05  PARM-GEN-TIME            PIC 9(6).
           05  PARM-CUST-SW             PIC X.
           05  PARM-INV-SW              PIC X.

       FD  BACKUP-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BKCAT-REC
           RECORD CONTAINS 45 CHARACTERS.

           COPY 'CPBKCAT.cpy'.

      *THE SURFACE COUNTER SETS THE LENGTH OF THE RECORD RELOADED;   *
      *A RECORD WITHOUT ONE IS THE BATCH TRAILER, WHICH IS 206 BYTES.*
       FD  EST-UNLOAD
           LABEL RECORD IS STANDARD
           DATA RECORD IS EST-UNLOAD-REC
           RECORD IS VARYING IN SIZE FROM 1 TO 350 CHARACTERS
               DEPENDING ON WS-EUL-REC-LEN.

       01  EST-UNLOAD-REC.
           05  EUL-EST-NO               PIC X(4).
           05  FILLER                   PIC X(184).
           05  EUL-SURFACE-CTR          PIC 9(2).
           05  FILLER                   PIC X(160).

       FD  CUST-UNLOAD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-UNLOAD-REC
           RECORD CONTAINS 74 CHARACTERS.

       01  CUST-UNLOAD-REC     PIC X(74).

       FD  INV-UNLOAD
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-UNLOAD-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  INV-UNLOAD-REC      PIC X(17).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE PAINT-REC, EST-MASTER-IMAGE
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS
               DEPENDING ON WS-EST-REC-LEN.

           COPY 'CPPAINT.cpy'.

       01  EST-MASTER-IMAGE    PIC X(350).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 74 CHARACTERS.

           COPY 'CPCUST.cpy'.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 17 CHARACTERS.

           COPY 'CPINV.cpy'.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 747 CHARACTERS.

           COPY 'CPAUDIT.cpy'.

       FD  EST-SAVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EST-SAVE-REC
           RECORD IS VARYING IN SIZE FROM 1 TO 350 CHARACTERS
               DEPENDING ON WS-ESV-REC-LEN.

       01  EST-SAVE-REC.
           05  ESV-EST-NO               PIC X(4).
           05  FILLER                   PIC X(346).

       FD  CUST-SAVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-SAVE-REC
           RECORD CONTAINS 74 CHARACTERS.

       01  CUST-SAVE-REC       PIC X(74).

       FD  INV-SAVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-SAVE-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  INV-SAVE-REC        PIC X(17).

       FD  RCVRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RCVLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RCVLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-EST-SAVED     PIC 9(7)    VALUE ZERO.
           05  C-CUST-SAVED    PIC 9(7)    VALUE ZERO.
           05  C-INV-SAVED     PIC 9(7)    VALUE ZERO.
           05  C-EST-LOADED    PIC 9(7)    VALUE ZERO.
           05  C-CUST-LOADED   PIC 9(7)    VALUE ZERO.
           05  C-INV-LOADED    PIC 9(7)    VALUE ZERO.
           05  C-LOAD-FAILED   PIC 9(7)    VALUE ZERO.
           05  C-JRNL-READ     PIC 9(7)    VALUE ZERO.
           05  C-JRNL-BEFORE   PIC 9(7)    VALUE ZERO.
           05  C-APPLIED-CTR   PIC 9(7)    VALUE ZERO.
           05  C-FAILED-CTR    PIC 9(7)    VALUE ZERO.
           05  C-RECOVERED     PIC 9(7)    VALUE ZERO.
           05  C-LOADED        PIC 9(7)    VALUE ZERO.
           05  C-MATCHED       PIC 9(7)    VALUE ZERO.
           05  C-DIFFER        PIC 9(7)    VALUE ZERO.
           05  C-NEW-ONLY      PIC 9(7)    VALUE ZERO.
           05  C-OLD-ONLY      PIC 9(7)    VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  MORE-JRNL       PIC XXX     VALUE 'YES'.
           05  WS-PARM-STATUS  PIC XX      VALUE '00'.
           05  WS-CAT-STATUS   PIC XX      VALUE '00'.
           05  WS-EUL-STATUS   PIC XX      VALUE '00'.
           05  WS-CUL-STATUS   PIC XX      VALUE '00'.
           05  WS-IUL-STATUS   PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-INV-STATUS   PIC XX      VALUE '00'.
           05  WS-AUDIT-STATUS PIC XX      VALUE '00'.
           05  WS-ESV-STATUS   PIC XX      VALUE '00'.
           05  WS-EUL-REC-LEN  PIC 9(3)    VALUE 350.
           05  WS-EST-REC-LEN  PIC 9(3)    VALUE 350.
           05  WS-ESV-REC-LEN  PIC 9(3)    VALUE 350.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.

       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-CUSTMAST-FILE    PIC X(64)  VALUE SPACES.
           05  WS-INVMAST-FILE     PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.
           05  WS-EST-GEN-FILE     PIC X(64)  VALUE SPACES.
           05  WS-CUST-GEN-FILE    PIC X(64)  VALUE SPACES.
           05  WS-INV-GEN-FILE     PIC X(64)  VALUE SPACES.

      *THE GENERATION BEING RELOADED, AS CATALOGED.                  *
       01  GENERATION-WORK-AREA.
           05  WS-GEN-SW           PIC XXX    VALUE 'NO'.
               88  WS-GEN-FOUND               VALUE 'YES'.
           05  WS-GEN-SLOT         PIC 9(2)   VALUE 0.
           05  WS-GEN-DATE         PIC 9(8)   VALUE 0.
           05  WS-GEN-TIME         PIC 9(6)   VALUE 0.
           05  WS-GEN-EST-CTR      PIC 9(7)   VALUE 0.
           05  WS-GEN-CUST-CTR     PIC 9(7)   VALUE 0.
           05  WS-GEN-INV-CTR      PIC 9(7)   VALUE 0.
           05  WS-RELOAD-CUST      PIC X      VALUE 'N'.
               88  WS-RELOADING-CUST          VALUE 'Y'.
           05  WS-RELOAD-INV       PIC X      VALUE 'N'.
               88  WS-RELOADING-INV           VALUE 'Y'.
           05  WS-LOAD-COUNT-SW    PIC X      VALUE 'N'.
               88  WS-LOAD-DISAGREES          VALUE 'Y'.

      *JOURNAL ENTRIES STAMPED AT OR AFTER THE BACKUP, SORTED INTO   *
      *AUD-DATE/AUD-TIME/AUD-SEQ ORDER BEFORE THEY ARE APPLIED. A    *
      *SPAN BIGGER THAN THE TABLE IS REFUSED OUTRIGHT - A PARTIAL    *
      *ROLL-FORWARD WOULD BE WORSE THAN NONE. TAKE A NEWER BACKUP.   *
       01  JOURNAL-TABLE-AREA.
           05  JT-CTR              PIC 9(5)   VALUE 0.
           05  JT-SUB              PIC 9(5)   VALUE 0.
           05  JT-SUB2             PIC 9(5)   VALUE 0.
           05  JT-BOTTOM           PIC 9(5)   VALUE 0.
           05  JT-TEMP-ENTRY       PIC X(397).
           05  JT-ENTRY OCCURS 3000 TIMES.
               10  JT-KEY.
                   15  JT-DATE     PIC 9(8).
                   15  JT-TIME     PIC 9(6).
                   15  JT-SEQ      PIC 9(5).
               10  JT-RUN-ID       PIC X(14).
               10  JT-ACTION       PIC X(10).
               10  JT-EST-NO       PIC X(4).
               10  JT-AFTER.
                   15  FILLER          PIC X(188).
                   15  JT-AFT-CTR      PIC 9(2).
                   15  FILLER          PIC X(160).

      *ONE RECORD FROM EACH SIDE OF THE KEY CHECK, PADDED OUT SO THE *
      *TWO COMPARE BYTE FOR BYTE.                                    *
       01  KEY-CHECK-AREA.
           05  WS-NEW-KEY          PIC X(4)   VALUE SPACES.
           05  WS-OLD-KEY          PIC X(4)   VALUE SPACES.
           05  WS-NEW-IMAGE        PIC X(350) VALUE SPACES.
           05  WS-OLD-IMAGE        PIC X(350) VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.
           05  WS-NOTE             PIC X(70)  VALUE SPACES.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S MASTER RECOVERY'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-GENERATION.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE 'RELOADING GENERATION'.
           05  FILLER          PIC X(6)    VALUE 'SLOT'.
           05  O-SLOT          PIC 99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'TAKEN:'.
           05  O-GEN-DATE      PIC 9(8).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-GEN-TIME      PIC 9(6).

       01  PRT-SECTION-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SECTION       PIC X(60).

       01  PRT-CONTROL-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-LABEL     PIC X(45).
           05  O-CTL-CTR       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CTL-NOTE      PIC X(70).

      *COLUMNS*
       01  PRTCOL-JRNL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(12)   VALUE 'ACTION'.
           05  FILLER          PIC X(16)   VALUE 'RUN ID'.
           05  FILLER          PIC X(8)    VALUE 'SEQ'.
           05  FILLER          PIC X(45)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-JRNL-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-ACTION        PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RUN-ID        PIC X(14).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SEQ           PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RESULT        PIC X(45).

       01  PRTCOL-KEY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(45)   VALUE 'KEY CHECK'.

       01  PRT-KEY-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-KEY-EST-NO    PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-KEY-RESULT    PIC X(45).

       01  PRT-RESULT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RECOVERY-RESULT PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1300-SAVE-PRE-FAILURE.
           PERFORM 2000-MAINLINE.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRECOVER.PRM - STATUS: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'PRECOVER.PRM IS EMPTY - NO GENERATION GIVEN'
                   STOP RUN
           END-READ.
           IF PARM-GEN-DATE IS NOT NUMERIC
                   OR PARM-GEN-TIME IS NOT NUMERIC
               DISPLAY 'PRECOVER.PRM GENERATION DATE/TIME NOT NUMERIC'
               STOP RUN
           END-IF.
           IF PARM-CUST-SW = 'Y'
               MOVE 'Y' TO WS-RELOAD-CUST
           END-IF.
           IF PARM-INV-SW = 'Y'
               MOVE 'Y' TO WS-RELOAD-INV
           END-IF.
           CLOSE PARM-FILE.

           PERFORM 1100-FIND-GENERATION.
           IF NOT WS-GEN-FOUND
               DISPLAY 'NO CATALOGED BACKUP MATCHES PRECOVER.PRM - '
                   'NOTHING RELOADED'
               STOP RUN
           END-IF.
           STRING 'E:\COBOL\PESTG' WS-GEN-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-EST-GEN-FILE
           END-STRING.
           STRING 'E:\COBOL\CUSTG' WS-GEN-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-CUST-GEN-FILE
           END-STRING.
           STRING 'E:\COBOL\PINVG' WS-GEN-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-INV-GEN-FILE
           END-STRING.

           OPEN OUTPUT RCVRPT.
           MOVE WS-AS-OF-YY  TO O-YEAR.
           MOVE WS-AS-OF-DD  TO O-DAY.
           MOVE WS-AS-OF-MM  TO O-MONTH.
           MOVE WS-GEN-SLOT  TO O-SLOT.
           MOVE WS-GEN-DATE  TO O-GEN-DATE.
           MOVE WS-GEN-TIME  TO O-GEN-TIME.
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
           MOVE RUN-INVMAST-PATH  TO WS-INVMAST-FILE.
           MOVE RUN-AUDIT-PATH    TO WS-AUDIT-FILE-PATH.
           CLOSE RUNCTL-FILE.

      *THE CATALOG IS OLDEST FIRST, SO THE LAST MATCH IS THE LATEST. *
       1100-FIND-GENERATION.
           OPEN INPUT BACKUP-CATALOG.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PBKCAT.DAT - STATUS: '
                   WS-CAT-STATUS
               STOP RUN
           END-IF.
           PERFORM 1110-READ-CATALOG.
           PERFORM UNTIL WS-CAT-STATUS NOT = '00'
               IF PARM-GEN-DATE = ZERO
                       OR (BKC-DATE = PARM-GEN-DATE
                           AND (PARM-GEN-TIME = ZERO
                                OR BKC-TIME = PARM-GEN-TIME))
                   MOVE 'YES'        TO WS-GEN-SW
                   MOVE BKC-SLOT     TO WS-GEN-SLOT
                   MOVE BKC-DATE     TO WS-GEN-DATE
                   MOVE BKC-TIME     TO WS-GEN-TIME
                   MOVE BKC-EST-CTR  TO WS-GEN-EST-CTR
                   MOVE BKC-CUST-CTR TO WS-GEN-CUST-CTR
                   MOVE BKC-INV-CTR  TO WS-GEN-INV-CTR
               END-IF
               PERFORM 1110-READ-CATALOG
           END-PERFORM.
           CLOSE BACKUP-CATALOG.

       1110-READ-CATALOG.
           READ BACKUP-CATALOG
               AT END
                   MOVE '10' TO WS-CAT-STATUS.

      *SAVE WHAT CAN STILL BE READ OF EACH MASTER ABOUT TO BE        *
      *RELOADED. A MASTER THAT WILL NOT OPEN, OR A READ ERROR PART   *
      *WAY, IS NOTED AND THE SAVE STOPS THERE - THE RECOVERY GOES ON.*
       1300-SAVE-PRE-FAILURE.
           MOVE 'PRE-FAILURE MASTERS SAVED' TO O-SECTION.
           WRITE RCVLINE FROM PRT-SECTION-HEAD
               AFTER ADVANCING 2 LINES.
           PERFORM 1310-SAVE-ESTIMATES.
           IF WS-RELOADING-CUST
               PERFORM 1320-SAVE-CUSTOMERS
           END-IF.
           IF WS-RELOADING-INV
               PERFORM 1330-SAVE-INVENTORY
           END-IF.

       1310-SAVE-ESTIMATES.
           MOVE SPACES TO WS-NOTE.
           OPEN OUTPUT EST-SAVE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               STRING 'WOULD NOT OPEN - STATUS ' WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           ELSE
               MOVE 'YES' TO MORE-RECS
               PERFORM 9000-READ-ESTIMATE
               PERFORM UNTIL MORE-RECS = 'NO'
                   MOVE WS-EST-REC-LEN TO WS-ESV-REC-LEN
                   MOVE EST-MASTER-IMAGE (1:WS-EST-REC-LEN)
                       TO EST-SAVE-REC
                   WRITE EST-SAVE-REC
                   ADD 1 TO C-EST-SAVED
                   PERFORM 9000-READ-ESTIMATE
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE EST-SAVE.
           MOVE 'PAINTEST.DAT TO PESTSAVE.DAT:' TO O-CTL-LABEL.
           MOVE C-EST-SAVED TO O-CTL-CTR.
           MOVE WS-NOTE     TO O-CTL-NOTE.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

       1320-SAVE-CUSTOMERS.
           MOVE SPACES TO WS-NOTE.
           OPEN OUTPUT CUST-SAVE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               STRING 'WOULD NOT OPEN - STATUS ' WS-CUST-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           ELSE
               MOVE 'YES' TO MORE-RECS
               PERFORM 9010-READ-CUSTOMER
               PERFORM UNTIL MORE-RECS = 'NO'
                   MOVE CUST-REC TO CUST-SAVE-REC
                   WRITE CUST-SAVE-REC
                   ADD 1 TO C-CUST-SAVED
                   PERFORM 9010-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE CUST-SAVE.
           MOVE 'CUSTMAST.DAT TO CUSTSAVE.DAT:' TO O-CTL-LABEL.
           MOVE C-CUST-SAVED TO O-CTL-CTR.
           MOVE WS-NOTE      TO O-CTL-NOTE.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

       1330-SAVE-INVENTORY.
           MOVE SPACES TO WS-NOTE.
           OPEN OUTPUT INV-SAVE.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INV-STATUS NOT = '00' AND WS-INV-STATUS NOT = '05'
               STRING 'WOULD NOT OPEN - STATUS ' WS-INV-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           ELSE
               MOVE 'YES' TO MORE-RECS
               PERFORM 9020-READ-INVENTORY
               PERFORM UNTIL MORE-RECS = 'NO'
                   MOVE INV-REC TO INV-SAVE-REC
                   WRITE INV-SAVE-REC
                   ADD 1 TO C-INV-SAVED
                   PERFORM 9020-READ-INVENTORY
               END-PERFORM
               CLOSE INVENTORY-MASTER
           END-IF.
           CLOSE INV-SAVE.
           MOVE 'PINVMAST.DAT TO PINVSAVE.DAT:' TO O-CTL-LABEL.
           MOVE C-INV-SAVED TO O-CTL-CTR.
           MOVE WS-NOTE     TO O-CTL-NOTE.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

       2000-MAINLINE.
           MOVE 'GENERATION RELOADED - COUNTS AGAINST THE CATALOG'
               TO O-SECTION.
           WRITE RCVLINE FROM PRT-SECTION-HEAD
               AFTER ADVANCING 3 LINES.
           PERFORM 2100-RELOAD-ESTIMATES.
           IF WS-RELOADING-CUST
               PERFORM 2200-RELOAD-CUSTOMERS
           END-IF.
           IF WS-RELOADING-INV
               PERFORM 2300-RELOAD-INVENTORY
           END-IF.
           PERFORM 2500-ROLL-FORWARD.

      *OPEN OUTPUT RECREATES THE MASTER EMPTY; THE UNLOAD IS IN KEY  *
      *ORDER, SO THE LOAD GOES IN AS IT WAS WRITTEN.                 *
       2100-RELOAD-ESTIMATES.
           OPEN INPUT EST-UNLOAD.
           IF WS-EUL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' WS-EST-GEN-FILE ' - STATUS: '
                   WS-EUL-STATUS ' - NOTHING RELOADED'
               STOP RUN
           END-IF.
           OPEN OUTPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS ' - NOTHING RELOADED'
               STOP RUN
           END-IF.
           PERFORM 2110-READ-EST-UNLOAD.
           PERFORM UNTIL WS-EUL-STATUS NOT = '00'
               IF EUL-SURFACE-CTR IS NUMERIC
                       AND EUL-SURFACE-CTR > 0
                       AND EUL-SURFACE-CTR < 11
                   COMPUTE WS-EST-REC-LEN = 190 + 16 * EUL-SURFACE-CTR
               ELSE
                   MOVE 206 TO WS-EST-REC-LEN
               END-IF
               MOVE EST-UNLOAD-REC TO EST-MASTER-IMAGE
               WRITE EST-MASTER-IMAGE
                   INVALID KEY
                       ADD 1 TO C-LOAD-FAILED
                   NOT INVALID KEY
                       ADD 1 TO C-EST-LOADED
               END-WRITE
               PERFORM 2110-READ-EST-UNLOAD
           END-PERFORM.
           CLOSE EST-UNLOAD
                 STUDENT-MASTER.
           MOVE 'PAINTEST.DAT RELOADED:' TO O-CTL-LABEL.
           MOVE C-EST-LOADED TO O-CTL-CTR.
           MOVE C-EST-LOADED TO C-LOADED.
           MOVE WS-GEN-EST-CTR TO C-RECOVERED.
           PERFORM 2900-CHECK-LOAD-COUNT.

      *THE UNLOAD IS READ INTO A CLEARED AREA SO A SHORT LINE COMES  *
      *BACK PADDED WITH SPACES, NOT THE TAIL OF THE RECORD BEFORE.   *
       2110-READ-EST-UNLOAD.
           MOVE SPACES TO EST-UNLOAD-REC.
           READ EST-UNLOAD
               AT END
                   MOVE '10' TO WS-EUL-STATUS.

       2200-RELOAD-CUSTOMERS.
           OPEN INPUT CUST-UNLOAD.
           IF WS-CUL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' WS-CUST-GEN-FILE ' - STATUS: '
                   WS-CUL-STATUS ' - CUSTOMERS NOT RELOADED'
               STOP RUN
           END-IF.
           OPEN OUTPUT CUSTOMER-MASTER.
           PERFORM 2210-READ-CUST-UNLOAD.
           PERFORM UNTIL WS-CUL-STATUS NOT = '00'
               MOVE CUST-UNLOAD-REC TO CUST-REC
               WRITE CUST-REC
                   INVALID KEY
                       ADD 1 TO C-LOAD-FAILED
                   NOT INVALID KEY
                       ADD 1 TO C-CUST-LOADED
               END-WRITE
               PERFORM 2210-READ-CUST-UNLOAD
           END-PERFORM.
           CLOSE CUST-UNLOAD
                 CUSTOMER-MASTER.
           MOVE 'CUSTMAST.DAT RELOADED:' TO O-CTL-LABEL.
           MOVE C-CUST-LOADED TO O-CTL-CTR.
           MOVE C-CUST-LOADED TO C-LOADED.
           MOVE WS-GEN-CUST-CTR TO C-RECOVERED.
           PERFORM 2900-CHECK-LOAD-COUNT.

       2210-READ-CUST-UNLOAD.
           READ CUST-UNLOAD
               AT END
                   MOVE '10' TO WS-CUL-STATUS.

       2300-RELOAD-INVENTORY.
           OPEN INPUT INV-UNLOAD.
           IF WS-IUL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' WS-INV-GEN-FILE ' - STATUS: '
                   WS-IUL-STATUS ' - INVENTORY NOT RELOADED'
               STOP RUN
           END-IF.
           OPEN OUTPUT INVENTORY-MASTER.
           PERFORM 2310-READ-INV-UNLOAD.
           PERFORM UNTIL WS-IUL-STATUS NOT = '00'
               MOVE INV-UNLOAD-REC TO INV-REC
               WRITE INV-REC
                   INVALID KEY
                       ADD 1 TO C-LOAD-FAILED
                   NOT INVALID KEY
                       ADD 1 TO C-INV-LOADED
               END-WRITE
               PERFORM 2310-READ-INV-UNLOAD
           END-PERFORM.
           CLOSE INV-UNLOAD
                 INVENTORY-MASTER.
           MOVE 'PINVMAST.DAT RELOADED:' TO O-CTL-LABEL.
           MOVE C-INV-LOADED TO O-CTL-CTR.
           MOVE C-INV-LOADED TO C-LOADED.
           MOVE WS-GEN-INV-CTR TO C-RECOVERED.
           PERFORM 2900-CHECK-LOAD-COUNT.

       2310-READ-INV-UNLOAD.
           READ INV-UNLOAD
               AT END
                   MOVE '10' TO WS-IUL-STATUS.

      *PASS ONE COLLECTS EVERY ENTRY STAMPED AT OR AFTER THE MOMENT  *
      *THE BACKUP STARTED. AN AFTER IMAGE IS THE WHOLE RECORD, SO    *
      *APPLYING ONE THE BACKUP ALREADY HOLDS CHANGES NOTHING.        *
       2500-ROLL-FORWARD.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PAUDIT.DAT - STATUS: '
                   WS-AUDIT-STATUS ' - RELOADED BUT NOT ROLLED FORWARD'
               STOP RUN
           END-IF.
           PERFORM 9030-READ-JOURNAL.
           PERFORM UNTIL MORE-JRNL = 'NO'
               ADD 1 TO C-JRNL-READ
               IF AUD-DATE > WS-GEN-DATE
                       OR (AUD-DATE = WS-GEN-DATE
                           AND AUD-TIME NOT < WS-GEN-TIME)
                   PERFORM 2510-COLLECT-ENTRY
               ELSE
                   ADD 1 TO C-JRNL-BEFORE
               END-IF
               PERFORM 9030-READ-JOURNAL
           END-PERFORM.
           CLOSE AUDIT-FILE.

           PERFORM 2520-SORT-JOURNAL.

           MOVE 'JOURNAL ENTRIES RE-APPLIED SINCE THE BACKUP'
               TO O-SECTION.
           WRITE RCVLINE FROM PRT-SECTION-HEAD
               AFTER ADVANCING 3 LINES.
           WRITE RCVLINE FROM PRTCOL-JRNL
               AFTER ADVANCING 2 LINES.
           OPEN I-O STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS ' - RELOADED BUT NOT ROLLED FORWARD'
               STOP RUN
           END-IF.
           PERFORM 2530-APPLY-ENTRY
               VARYING JT-SUB FROM 1 BY 1
                   UNTIL JT-SUB > JT-CTR.
           CLOSE STUDENT-MASTER.

       2510-COLLECT-ENTRY.
           IF JT-CTR < 3000
               ADD 1 TO JT-CTR
               MOVE AUD-DATE        TO JT-DATE (JT-CTR)
               MOVE AUD-TIME        TO JT-TIME (JT-CTR)
               MOVE AUD-SEQ         TO JT-SEQ (JT-CTR)
               MOVE AUD-RUN-ID      TO JT-RUN-ID (JT-CTR)
               MOVE AUD-ACTION      TO JT-ACTION (JT-CTR)
               MOVE AUD-EST-NO      TO JT-EST-NO (JT-CTR)
               MOVE AUD-AFTER-IMAGE TO JT-AFTER (JT-CTR)
           ELSE
               DISPLAY 'MORE THAN 3000 JOURNAL ENTRIES SINCE THE '
                   'BACKUP - ROLL-FORWARD REFUSED'
               DISPLAY 'PAINTEST.DAT HOLDS THE GENERATION ONLY - '
                   'RELOAD A NEWER GENERATION'
               STOP RUN
           END-IF.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE. ENTRIES  *
      *WITH THE SAME KEY KEEP THE ORDER THEY WERE JOURNALED IN.      *
       2520-SORT-JOURNAL.
           PERFORM VARYING JT-SUB FROM 1 BY 1
                   UNTIL JT-SUB >= JT-CTR
               COMPUTE JT-BOTTOM = JT-CTR - JT-SUB
               PERFORM VARYING JT-SUB2 FROM 1 BY 1
                       UNTIL JT-SUB2 > JT-BOTTOM
                   IF JT-KEY (JT-SUB2) > JT-KEY (JT-SUB2 + 1)
                       MOVE JT-ENTRY (JT-SUB2)
                           TO JT-TEMP-ENTRY
                       MOVE JT-ENTRY (JT-SUB2 + 1)
                           TO JT-ENTRY (JT-SUB2)
                       MOVE JT-TEMP-ENTRY
                           TO JT-ENTRY (JT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *A BLANK AFTER IMAGE TOOK THE RECORD OFF THE MASTER; ANY OTHER *
      *IS WRITTEN, OR REWRITTEN OVER WHAT IS THERE, AT THE LENGTH ITS*
      *SURFACE COUNTER CALLS FOR. THE ACTION ITSELF DOES NOT MATTER. *
       2530-APPLY-ENTRY.
           IF JT-AFTER (JT-SUB) = SPACES
               PERFORM 2540-APPLY-REMOVE
           ELSE IF JT-AFT-CTR (JT-SUB) IS NOT NUMERIC
                   OR JT-AFT-CTR (JT-SUB) < 1
                   OR JT-AFT-CTR (JT-SUB) > 10
               MOVE 'OLD-FORMAT AFTER IMAGE - NOT APPLIED'
                   TO WS-RESULT
               ADD 1 TO C-FAILED-CTR
           ELSE
               PERFORM 2550-APPLY-IMAGE
           END-IF.
           PERFORM 2590-WRITE-JRNL-LINE.

      *A RECORD ALREADY GONE IS WHERE THE JOURNAL LEFT IT.           *
       2540-APPLY-REMOVE.
           MOVE JT-EST-NO (JT-SUB) TO PAINT-EST-NO.
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   MOVE 'NOT ON FILE - ALREADY OFF THE MASTER'
                       TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
               NOT INVALID KEY
                   MOVE 'RECORD REMOVED' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
           END-DELETE.

       2550-APPLY-IMAGE.
           COMPUTE WS-EST-REC-LEN = 190 + 16 * JT-AFT-CTR (JT-SUB).
           MOVE JT-AFTER (JT-SUB) TO EST-MASTER-IMAGE.
           WRITE EST-MASTER-IMAGE
               INVALID KEY
                   PERFORM 2560-REPLACE-IMAGE
               NOT INVALID KEY
                   MOVE 'AFTER IMAGE ADDED' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
           END-WRITE.

       2560-REPLACE-IMAGE.
           MOVE JT-AFTER (JT-SUB) TO EST-MASTER-IMAGE.
           REWRITE EST-MASTER-IMAGE
               INVALID KEY
                   MOVE '** REWRITE FAILED - NOT APPLIED' TO WS-RESULT
                   ADD 1 TO C-FAILED-CTR
               NOT INVALID KEY
                   MOVE 'AFTER IMAGE REPLACED RECORD' TO WS-RESULT
                   ADD 1 TO C-APPLIED-CTR
           END-REWRITE.

       2590-WRITE-JRNL-LINE.
           MOVE JT-EST-NO (JT-SUB) TO O-EST-NO.
           MOVE JT-ACTION (JT-SUB) TO O-ACTION.
           MOVE JT-RUN-ID (JT-SUB) TO O-RUN-ID.
           MOVE JT-SEQ (JT-SUB)    TO O-SEQ.
           MOVE WS-RESULT          TO O-RESULT.
           WRITE RCVLINE FROM PRT-JRNL-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE RCVLINE FROM PRTCOL-JRNL
                           AFTER ADVANCING 2 LINES
           END-WRITE.

      *THE COUNT LOADED MUST MATCH THE COUNT THE BACKUP CATALOGED    *
      *(CARRIED IN C-RECOVERED BY THE CALLER). EITHER FAILURE FAILS  *
      *THE RECOVERY AT THE CONTROL TOTALS.                           *
       2900-CHECK-LOAD-COUNT.
           IF C-LOAD-FAILED > 0
               MOVE '** DUPLICATE KEYS ON THE UNLOAD - NOT ALL LOADED'
                   TO O-CTL-NOTE
               MOVE ZERO TO C-LOAD-FAILED
               MOVE 'Y' TO WS-LOAD-COUNT-SW
           ELSE IF C-LOADED NOT = C-RECOVERED
               MOVE '** DISAGREES WITH THE CATALOG COUNT' TO O-CTL-NOTE
               MOVE 'Y' TO WS-LOAD-COUNT-SW
           ELSE
               MOVE 'AGREES WITH THE CATALOG COUNT' TO O-CTL-NOTE
           END-IF.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  CATALOG COUNT:' TO O-CTL-LABEL.
           MOVE C-RECOVERED TO O-CTL-CTR.
           MOVE SPACES TO O-CTL-NOTE.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE ZERO TO C-RECOVERED.

       3000-CLOSING.
           PERFORM 3100-KEY-CHECK.
           PERFORM 3200-PRINT-CONTROL.
           CLOSE RCVRPT.

      *MATCH THE RECOVERED MASTER AGAINST THE SAVED PRE-FAILURE ONE, *
      *BOTH IN KEY ORDER. ONLY THE DIFFERENCES ARE LISTED.           *
       3100-KEY-CHECK.
           MOVE 'RECOVERED MASTER AGAINST THE PRE-FAILURE MASTER'
               TO O-SECTION.
           WRITE RCVLINE FROM PRT-SECTION-HEAD
               AFTER ADVANCING 3 LINES.
           WRITE RCVLINE FROM PRTCOL-KEY
               AFTER ADVANCING 2 LINES.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT EST-SAVE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 3110-READ-RECOVERED.
           PERFORM 3120-READ-SAVED.
           PERFORM 3130-MATCH-KEYS
               UNTIL WS-NEW-KEY = HIGH-VALUES
                 AND WS-OLD-KEY = HIGH-VALUES.
           CLOSE STUDENT-MASTER
                 EST-SAVE.

       3110-READ-RECOVERED.
           PERFORM 9000-READ-ESTIMATE.
           IF MORE-RECS = 'NO'
               MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
               ADD 1 TO C-RECOVERED
               MOVE PAINT-EST-NO TO WS-NEW-KEY
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE EST-MASTER-IMAGE (1:WS-EST-REC-LEN)
                   TO WS-NEW-IMAGE
           END-IF.

       3120-READ-SAVED.
           MOVE SPACES TO EST-SAVE-REC.
           READ EST-SAVE
               AT END
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   MOVE ESV-EST-NO TO WS-OLD-KEY
                   MOVE EST-SAVE-REC TO WS-OLD-IMAGE
           END-READ.

       3130-MATCH-KEYS.
           IF WS-NEW-KEY < WS-OLD-KEY
               MOVE WS-NEW-KEY TO O-KEY-EST-NO
               MOVE 'ON RECOVERED MASTER ONLY' TO O-KEY-RESULT
               ADD 1 TO C-NEW-ONLY
               PERFORM 3190-WRITE-KEY-LINE
               PERFORM 3110-READ-RECOVERED
           ELSE IF WS-NEW-KEY > WS-OLD-KEY
               MOVE WS-OLD-KEY TO O-KEY-EST-NO
               MOVE '** ON PRE-FAILURE MASTER ONLY' TO O-KEY-RESULT
               ADD 1 TO C-OLD-ONLY
               PERFORM 3190-WRITE-KEY-LINE
               PERFORM 3120-READ-SAVED
           ELSE
               ADD 1 TO C-MATCHED
               IF WS-NEW-IMAGE NOT = WS-OLD-IMAGE
                   MOVE WS-NEW-KEY TO O-KEY-EST-NO
                   MOVE 'KEY ON BOTH - CONTENTS DIFFER' TO O-KEY-RESULT
                   ADD 1 TO C-DIFFER
                   PERFORM 3190-WRITE-KEY-LINE
               END-IF
               PERFORM 3110-READ-RECOVERED
               PERFORM 3120-READ-SAVED
           END-IF.

       3190-WRITE-KEY-LINE.
           WRITE RCVLINE FROM PRT-KEY-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE RCVLINE FROM PRTCOL-KEY
                           AFTER ADVANCING 2 LINES
           END-WRITE.

       3200-PRINT-CONTROL.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE RCVLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE RCVLINE FROM PRT-GENERATION
               AFTER ADVANCING 1 LINES.
           MOVE 'RECOVERY CONTROL TOTALS' TO O-SECTION.
           WRITE RCVLINE FROM PRT-SECTION-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO O-CTL-NOTE.
           MOVE 'GENERATION RECORDS RELOADED:' TO O-CTL-LABEL.
           MOVE C-EST-LOADED TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'JOURNAL ENTRIES READ:' TO O-CTL-LABEL.
           MOVE C-JRNL-READ TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  BEFORE THE BACKUP - ALREADY ON IT:' TO O-CTL-LABEL.
           MOVE C-JRNL-BEFORE TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  SINCE THE BACKUP - APPLIED:' TO O-CTL-LABEL.
           MOVE C-APPLIED-CTR TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  SINCE THE BACKUP - NOT APPLIED:' TO O-CTL-LABEL.
           MOVE C-FAILED-CTR TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'RECORDS ON RECOVERED MASTER:' TO O-CTL-LABEL.
           MOVE C-RECOVERED TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RECORDS ON PRE-FAILURE MASTER:' TO O-CTL-LABEL.
           MOVE C-EST-SAVED TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  KEYS ON BOTH:' TO O-CTL-LABEL.
           MOVE C-MATCHED TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '    CONTENTS DIFFER:' TO O-CTL-LABEL.
           MOVE C-DIFFER TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  ON RECOVERED MASTER ONLY:' TO O-CTL-LABEL.
           MOVE C-NEW-ONLY TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  ON PRE-FAILURE MASTER ONLY:' TO O-CTL-LABEL.
           MOVE C-OLD-ONLY TO O-CTL-CTR.
           WRITE RCVLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

      *A RELOAD THAT DID NOT PUT BACK WHAT THE CATALOG SAYS WAS      *
      *UNLOADED FAILS THE RECOVERY EVEN WHEN THE KEYS LINE UP. A     *
      *FAILED RECOVERY ENDS WITH A NON-ZERO RETURN CODE.             *
           IF WS-LOAD-DISAGREES
               MOVE '** RELOAD DISAGREES WITH THE CATALOG - SEE COUNTS'
                   TO O-RECOVERY-RESULT
               DISPLAY 'RELOADED COUNTS DISAGREE WITH THE BACKUP '
                   'CATALOG - SEE PRECOVER.PRT'
               MOVE 8 TO RETURN-CODE
           ELSE IF C-RECOVERED = C-EST-SAVED
                   AND C-NEW-ONLY = 0
                   AND C-OLD-ONLY = 0
                   AND C-FAILED-CTR = 0
               MOVE 'RECOVERED MASTER AGREES WITH PRE-FAILURE KEYS'
                   TO O-RECOVERY-RESULT
           ELSE
               MOVE '** RECOVERED MASTER DIFFERS - REVIEW LISTED KEYS'
                   TO O-RECOVERY-RESULT
               DISPLAY 'RECOVERED MASTER DIFFERS FROM PRE-FAILURE '
                   'MASTER - SEE PRECOVER.PRT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RCVLINE FROM PRT-RESULT
               AFTER ADVANCING 2 LINES.

      *A READ ERROR ENDS THE READ THE SAME AS END OF FILE, NOTED FOR *
      *THE SAVE LINE - ON A DAMAGED MASTER IT IS EXPECTED.           *
       9000-READ-ESTIMATE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF WS-MASTER-STATUS NOT = '00' AND MORE-RECS = 'YES'
               MOVE 'NO' TO MORE-RECS
               STRING 'READ STOPPED - STATUS ' WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.

       9010-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF WS-CUST-STATUS NOT = '00' AND MORE-RECS = 'YES'
               MOVE 'NO' TO MORE-RECS
               STRING 'READ STOPPED - STATUS ' WS-CUST-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.

       9020-READ-INVENTORY.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF WS-INV-STATUS NOT = '00' AND MORE-RECS = 'YES'
               MOVE 'NO' TO MORE-RECS
               STRING 'READ STOPPED - STATUS ' WS-INV-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.

       9030-READ-JOURNAL.
           READ AUDIT-FILE
               AT END
                   MOVE 'NO' TO MORE-JRNL.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE RCVLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE RCVLINE FROM PRT-GENERATION
               AFTER ADVANCING 1 LINES.
