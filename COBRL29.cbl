       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL29.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  NIGHTLY MASTER BACKUP. UNLOADS THE INDEXED   *
      *  ESTIMATE MASTER (PAINTEST.DAT), CUSTOMER     *
      *  MASTER (CUSTMAST.DAT) AND PAINT INVENTORY    *
      *  MASTER (PINVMAST.DAT) TO SEQUENTIAL FILES IN *
      *  A NUMBERED GENERATION SLOT, READS EACH UNLOAD*
      *  BACK TO PROVE ITS RECORD COUNT, AND ONLY THEN*
      *  ENTERS THE GENERATION ON THE CATALOG         *
      *  (PBKCAT.DAT) WITH ITS DATE, TIME AND CONTROL *
      *  COUNTS. PBACKUP.PRM SAYS HOW MANY GENERATIONS*
      *  TO KEEP; ONCE THE NEW ONE BALANCES THE OLDEST*
      *  IS DROPPED AND ITS SLOT IS FREE FOR THE NEXT *
      *  RUN. AN OUT-OF-BALANCE BACKUP LEAVES THE     *
      *  CATALOG AS IT WAS AND ABENDS THE STEP. THE   *
      *  RECOVERY RUN (COBRL30) RELOADS A             *
      *  GENERATION AND ROLLS THE AUDIT JOURNAL       *
      *  FORWARD FROM IT. RUN WITH THE BATCH QUIET -  *
      *  NOTHING MAY UPDATE THE MASTERS WHILE THE     *
      *  UNLOAD IS IN PROGRESS. A CONTROL PAGE PRINTS *
      *  TO PBACKUP.PRT.                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO 'E:\COBOL\RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'E:\COBOL\PBACKUP.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN USING WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAINT-EST-NO
               ALTERNATE RECORD KEY IS PAINT-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN USING WS-CUSTMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

      *OPTIONAL - THE INVENTORY MASTER IS BUILT BY ITS FIRST RECEIPTS *
      *RUN (COBRL17) AND MAY NOT BE THERE YET.                        *
           SELECT OPTIONAL INVENTORY-MASTER
               ASSIGN USING WS-INVMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-PAINT-TYPE
               FILE STATUS IS WS-INV-STATUS.

           SELECT OPTIONAL BACKUP-CATALOG
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

           SELECT BACKRPT
               ASSIGN TO 'E:\COBOL\PBACKUP.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNCTL-REC
           RECORD CONTAINS 1132 CHARACTERS.

           COPY 'CPRUNCTL.cpy'.

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 2 CHARACTERS.

       01  PARM-REC.
           05  PARM-GENERATIONS         PIC 9(2).

      *THE RECORD LENGTH COMES BACK IN WS-EST-REC-LEN ON EACH READ SO *
      *THE UNLOAD CARRIES EXACTLY THE BYTES ON THE MASTER - THE      *
      *TRAILER RECORD INCLUDED, WHICH HAS NO SURFACE COUNTER.        *
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

       FD  BACKUP-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BKCAT-REC
           RECORD CONTAINS 45 CHARACTERS.

           COPY 'CPBKCAT.cpy'.

       FD  EST-UNLOAD
           LABEL RECORD IS STANDARD
           DATA RECORD IS EST-UNLOAD-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS
               DEPENDING ON WS-EST-REC-LEN.

       01  EST-UNLOAD-REC      PIC X(350).

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

       FD  BACKRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BACKLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  BACKLINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-EST-CTR       PIC 9(7)    VALUE ZERO.
           05  C-CUST-CTR      PIC 9(7)    VALUE ZERO.
           05  C-INV-CTR       PIC 9(7)    VALUE ZERO.
           05  C-EST-REREAD    PIC 9(7)    VALUE ZERO.
           05  C-CUST-REREAD   PIC 9(7)    VALUE ZERO.
           05  C-INV-REREAD    PIC 9(7)    VALUE ZERO.
           05  C-DROPPED-CTR   PIC 9(2)    VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  WS-PARM-STATUS  PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-CUST-STATUS  PIC XX      VALUE '00'.
           05  WS-INV-STATUS   PIC XX      VALUE '00'.
           05  WS-CAT-STATUS   PIC XX      VALUE '00'.
           05  WS-EUL-STATUS   PIC XX      VALUE '00'.
           05  WS-CUL-STATUS   PIC XX      VALUE '00'.
           05  WS-IUL-STATUS   PIC XX      VALUE '00'.
           05  WS-EST-REC-LEN  PIC 9(3)    VALUE 350.

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
           05  WS-INVMAST-FILE     PIC X(64)  VALUE SPACES.
           05  WS-EST-GEN-FILE     PIC X(64)  VALUE SPACES.
           05  WS-CUST-GEN-FILE    PIC X(64)  VALUE SPACES.
           05  WS-INV-GEN-FILE     PIC X(64)  VALUE SPACES.

      *GENERATIONS ON THE CATALOG, OLDEST FIRST - SAME BYTES AS THE  *
      *CATALOG RECORD.                                               *
       01  CATALOG-TABLE-AREA.
           05  CT-CTR              PIC 9(3)   VALUE 0.
           05  CT-SUB              PIC 9(3)   VALUE 0.
           05  CT-ENTRY OCCURS 99 TIMES.
               10  CT-SLOT         PIC 9(2).
               10  CT-DATE         PIC 9(8).
               10  CT-TIME         PIC 9(6).
               10  CT-AS-OF-DATE   PIC 9(8).
               10  CT-EST-CTR      PIC 9(7).
               10  CT-CUST-CTR     PIC 9(7).
               10  CT-INV-CTR      PIC 9(7).

       01  GENERATION-WORK-AREA.
           05  WS-GENERATIONS      PIC 9(2)   VALUE 0.
           05  WS-SLOT             PIC 9(2)   VALUE 0.
           05  WS-SLOT-SW          PIC XXX    VALUE 'NO'.
               88  WS-SLOT-FREE               VALUE 'YES'.
           05  WS-BALANCE-SW       PIC XXX    VALUE 'YES'.
               88  WS-BACKUP-BALANCED         VALUE 'YES'.
           05  WS-RESULT           PIC X(30)  VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  PRT-DATE.
               10  PRT-YY        PIC 9(4).
               10  PRT-MM        PIC 99.
               10  PRT-DD        PIC 99.
           05  I-TIME          PIC X(11).
       01  WS-START-TIME       PIC 9(6)    VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S NIGHTLY MASTER BACKUP'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-GENERATION.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'GENERATION SLOT:'.
           05  O-SLOT          PIC 99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'TAKEN:'.
           05  O-BK-DATE       PIC 9(8).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-BK-TIME       PIC 9(6).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE 'GENERATIONS TO KEEP:'.
           05  O-GENERATIONS   PIC Z9.
      *COLUMNS*
       01  PRTCOL-1.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'MASTER'.
           05  FILLER          PIC X(30)   VALUE 'UNLOADED TO'.
           05  FILLER          PIC X(12)   VALUE 'UNLOADED'.
           05  FILLER          PIC X(12)   VALUE 'READ BACK'.
           05  FILLER          PIC X(30)   VALUE 'RESULT'.

      *DETAIL*
       01  PRT-CONTROL-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-MASTER        PIC X(14).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-UNLOAD-FILE   PIC X(28).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-UNLOAD-CTR    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-REREAD-CTR    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RESULT        PIC X(30).

       01  PRT-RESULT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BACKUP-RESULT PIC X(70).

       01  PRT-CATALOG-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(50)
               VALUE 'GENERATIONS NOW ON THE CATALOG (PBKCAT.DAT)'.

       01  PRTCOL-2.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'SLOT'.
           05  FILLER          PIC X(18)   VALUE 'TAKEN'.
           05  FILLER          PIC X(10)   VALUE 'AS-OF'.
           05  FILLER          PIC X(12)   VALUE 'ESTIMATES'.
           05  FILLER          PIC X(12)   VALUE 'CUSTOMERS'.
           05  FILLER          PIC X(12)   VALUE 'INVENTORY'.

       01  PRT-CATALOG-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CT-SLOT       PIC 99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-CT-DATE       PIC 9(8).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-CT-TIME       PIC 9(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CT-AS-OF      PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CT-EST-CTR    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CT-CUST-CTR   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CT-INV-CTR    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE.
           PERFORM 3000-CLOSING.
      *GOBACK, NOT STOP RUN - THE STREAM DRIVER (COBRL18) CALLS THIS   *
      *PROGRAM AS A STEP AND MUST GET CONTROL BACK TO LEDGER THE      *
      *COMPLETION. ERROR PATHS STILL STOP RUN AND TAKE THE WHOLE      *
      *STREAM DOWN, WHICH IS WHAT AN ABENDED STEP SHOULD DO.          *
           GOBACK.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PBACKUP.PRM - STATUS: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'PBACKUP.PRM IS EMPTY - NO GENERATION COUNT'
                   STOP RUN
           END-READ.
           IF PARM-GENERATIONS IS NOT NUMERIC
                   OR PARM-GENERATIONS < 1
                   OR PARM-GENERATIONS > 20
               DISPLAY 'PBACKUP.PRM GENERATIONS MUST BE 01 TO 20'
               STOP RUN
           END-IF.
           MOVE PARM-GENERATIONS TO WS-GENERATIONS.
           CLOSE PARM-FILE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-TIME (1:6) TO WS-START-TIME.

           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-PICK-SLOT.

           STRING 'E:\COBOL\PESTG' WS-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-EST-GEN-FILE
           END-STRING.
           STRING 'E:\COBOL\CUSTG' WS-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-CUST-GEN-FILE
           END-STRING.
           STRING 'E:\COBOL\PINVG' WS-SLOT '.DAT' DELIMITED BY SIZE
               INTO WS-INV-GEN-FILE
           END-STRING.

           OPEN OUTPUT BACKRPT.
           MOVE WS-AS-OF-YY    TO O-YEAR.
           MOVE WS-AS-OF-DD    TO O-DAY.
           MOVE WS-AS-OF-MM    TO O-MONTH.
           MOVE WS-SLOT        TO O-SLOT.
           MOVE PRT-DATE       TO O-BK-DATE.
           MOVE WS-START-TIME  TO O-BK-TIME.
           MOVE WS-GENERATIONS TO O-GENERATIONS.
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
           CLOSE RUNCTL-FILE.

       1100-LOAD-CATALOG.
           OPEN INPUT BACKUP-CATALOG.
           IF WS-CAT-STATUS NOT = '00' AND WS-CAT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PBKCAT.DAT - STATUS: '
                   WS-CAT-STATUS
               STOP RUN
           END-IF.
           PERFORM 1110-READ-CATALOG.
           PERFORM UNTIL WS-CAT-STATUS NOT = '00'
               IF CT-CTR < 99
                   ADD 1 TO CT-CTR
                   MOVE BKCAT-REC TO CT-ENTRY (CT-CTR)
               ELSE
                   DISPLAY 'PBKCAT.DAT EXCEEDS 99 GENERATIONS - '
                       'BACKUP REFUSED'
                   STOP RUN
               END-IF
               PERFORM 1110-READ-CATALOG
           END-PERFORM.
           CLOSE BACKUP-CATALOG.

       1110-READ-CATALOG.
           READ BACKUP-CATALOG
               AT END
                   MOVE '10' TO WS-CAT-STATUS.

      *TAKE THE LOWEST SLOT NO CATALOGED GENERATION HOLDS. WITH THE  *
      *SET FULL THAT IS THE SLOT THE LAST DROPPED GENERATION LEFT -  *
      *ONE SLOT MORE THAN THE NUMBER TO KEEP IS IN USE, SO THE UNLOAD*
      *NEVER WRITES OVER A GENERATION RECOVERY COULD STILL BE GIVEN. *
       1200-PICK-SLOT.
           MOVE 1 TO WS-SLOT.
           PERFORM 1210-CHECK-SLOT.
           PERFORM UNTIL WS-SLOT-FREE
               ADD 1 TO WS-SLOT
               PERFORM 1210-CHECK-SLOT
           END-PERFORM.

       1210-CHECK-SLOT.
           MOVE 'YES' TO WS-SLOT-SW.
           PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-CTR
               IF CT-SLOT (CT-SUB) = WS-SLOT
                   MOVE 'NO' TO WS-SLOT-SW
               END-IF
           END-PERFORM.

       2000-MAINLINE.
           PERFORM 2100-UNLOAD-ESTIMATES.
           PERFORM 2200-UNLOAD-CUSTOMERS.
           PERFORM 2300-UNLOAD-INVENTORY.

      *A READ ERROR PART WAY THROUGH MEANS THE MASTER IS DAMAGED -    *
      *THE BACKUP STOPS RATHER THAN CATALOG A SHORT GENERATION.      *
       2100-UNLOAD-ESTIMATES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EST-UNLOAD.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9000-READ-ESTIMATE.
           PERFORM 2110-UNLOAD-ESTIMATE
               UNTIL MORE-RECS = 'NO'.
           CLOSE STUDENT-MASTER
                 EST-UNLOAD.

       2110-UNLOAD-ESTIMATE.
           MOVE EST-MASTER-IMAGE (1:WS-EST-REC-LEN) TO EST-UNLOAD-REC.
           WRITE EST-UNLOAD-REC.
           ADD 1 TO C-EST-CTR.
           PERFORM 9000-READ-ESTIMATE.

       2200-UNLOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CUST-UNLOAD.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9010-READ-CUSTOMER.
           PERFORM 2210-UNLOAD-CUSTOMER
               UNTIL MORE-RECS = 'NO'.
           CLOSE CUSTOMER-MASTER
                 CUST-UNLOAD.

       2210-UNLOAD-CUSTOMER.
           MOVE CUST-REC TO CUST-UNLOAD-REC.
           WRITE CUST-UNLOAD-REC.
           ADD 1 TO C-CUST-CTR.
           PERFORM 9010-READ-CUSTOMER.

      *NO INVENTORY MASTER YET UNLOADS AS AN EMPTY FILE WITH A ZERO  *
      *COUNT, WHICH RECOVERY RELOADS AS AN EMPTY MASTER.             *
       2300-UNLOAD-INVENTORY.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INV-STATUS NOT = '00' AND WS-INV-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PINVMAST.DAT - STATUS: '
                   WS-INV-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT INV-UNLOAD.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9020-READ-INVENTORY.
           PERFORM 2310-UNLOAD-INVENTORY
               UNTIL MORE-RECS = 'NO'.
           CLOSE INVENTORY-MASTER
                 INV-UNLOAD.

       2310-UNLOAD-INVENTORY.
           MOVE INV-REC TO INV-UNLOAD-REC.
           WRITE INV-UNLOAD-REC.
           ADD 1 TO C-INV-CTR.
           PERFORM 9020-READ-INVENTORY.

       3000-CLOSING.
           PERFORM 3100-REREAD-UNLOADS.
           IF WS-BACKUP-BALANCED
               PERFORM 3200-CATALOG-GENERATION
               MOVE 'BACKUP BALANCED - GENERATION CATALOGED'
                   TO O-BACKUP-RESULT
           ELSE
               MOVE '** OUT OF BALANCE - GENERATION NOT CATALOGED'
                   TO O-BACKUP-RESULT
           END-IF.
           WRITE BACKLINE FROM PRT-RESULT
               AFTER ADVANCING 2 LINES.
           PERFORM 3300-PRINT-CATALOG.
           CLOSE BACKRPT.
           IF NOT WS-BACKUP-BALANCED
               DISPLAY 'BACKUP OUT OF BALANCE - SEE PBACKUP.PRT'
               STOP RUN
           END-IF.

      *CONTROL CHECK - EACH UNLOAD IS READ BACK FROM DISK AND ITS    *
      *COUNT MUST MATCH THE COUNT UNLOADED FROM THE MASTER.          *
       3100-REREAD-UNLOADS.
           OPEN INPUT EST-UNLOAD.
           PERFORM 3110-READ-EST-UNLOAD.
           PERFORM UNTIL WS-EUL-STATUS NOT = '00'
               ADD 1 TO C-EST-REREAD
               PERFORM 3110-READ-EST-UNLOAD
           END-PERFORM.
           CLOSE EST-UNLOAD.
           MOVE 'PAINTEST.DAT'  TO O-MASTER.
           MOVE WS-EST-GEN-FILE TO O-UNLOAD-FILE.
           MOVE C-EST-CTR       TO O-UNLOAD-CTR.
           MOVE C-EST-REREAD    TO O-REREAD-CTR.
           IF C-EST-CTR = C-EST-REREAD
               MOVE 'COUNTS AGREE' TO O-RESULT
           ELSE
               MOVE '** COUNTS DO NOT AGREE' TO O-RESULT
               MOVE 'NO' TO WS-BALANCE-SW
           END-IF.
           WRITE BACKLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           OPEN INPUT CUST-UNLOAD.
           PERFORM 3120-READ-CUST-UNLOAD.
           PERFORM UNTIL WS-CUL-STATUS NOT = '00'
               ADD 1 TO C-CUST-REREAD
               PERFORM 3120-READ-CUST-UNLOAD
           END-PERFORM.
           CLOSE CUST-UNLOAD.
           MOVE 'CUSTMAST.DAT'   TO O-MASTER.
           MOVE WS-CUST-GEN-FILE TO O-UNLOAD-FILE.
           MOVE C-CUST-CTR       TO O-UNLOAD-CTR.
           MOVE C-CUST-REREAD    TO O-REREAD-CTR.
           IF C-CUST-CTR = C-CUST-REREAD
               MOVE 'COUNTS AGREE' TO O-RESULT
           ELSE
               MOVE '** COUNTS DO NOT AGREE' TO O-RESULT
               MOVE 'NO' TO WS-BALANCE-SW
           END-IF.
           WRITE BACKLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

           OPEN INPUT INV-UNLOAD.
           PERFORM 3130-READ-INV-UNLOAD.
           PERFORM UNTIL WS-IUL-STATUS NOT = '00'
               ADD 1 TO C-INV-REREAD
               PERFORM 3130-READ-INV-UNLOAD
           END-PERFORM.
           CLOSE INV-UNLOAD.
           MOVE 'PINVMAST.DAT'  TO O-MASTER.
           MOVE WS-INV-GEN-FILE TO O-UNLOAD-FILE.
           MOVE C-INV-CTR       TO O-UNLOAD-CTR.
           MOVE C-INV-REREAD    TO O-REREAD-CTR.
           IF C-INV-CTR = C-INV-REREAD
               MOVE 'COUNTS AGREE' TO O-RESULT
           ELSE
               MOVE '** COUNTS DO NOT AGREE' TO O-RESULT
               MOVE 'NO' TO WS-BALANCE-SW
           END-IF.
           WRITE BACKLINE FROM PRT-CONTROL-LINE
               AFTER ADVANCING 1 LINES.

       3110-READ-EST-UNLOAD.
           READ EST-UNLOAD
               AT END
                   MOVE '10' TO WS-EUL-STATUS.

       3120-READ-CUST-UNLOAD.
           READ CUST-UNLOAD
               AT END
                   MOVE '10' TO WS-CUL-STATUS.

       3130-READ-INV-UNLOAD.
           READ INV-UNLOAD
               AT END
                   MOVE '10' TO WS-IUL-STATUS.

      *ONLY A BALANCED GENERATION CHANGES THE CATALOG. THE OLDEST    *
      *GENERATIONS COME OFF UNTIL THIS ONE FITS WITHIN THE NUMBER TO *
      *KEEP, THIS ONE GOES ON THE END, AND THE CATALOG IS REWRITTEN. *
       3200-CATALOG-GENERATION.
           PERFORM UNTIL CT-CTR < WS-GENERATIONS
               PERFORM VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB >= CT-CTR
                   MOVE CT-ENTRY (CT-SUB + 1) TO CT-ENTRY (CT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM CT-CTR
               ADD 1 TO C-DROPPED-CTR
           END-PERFORM.
           ADD 1 TO CT-CTR.
           MOVE WS-SLOT         TO CT-SLOT (CT-CTR).
           MOVE PRT-DATE        TO CT-DATE (CT-CTR).
           MOVE WS-START-TIME   TO CT-TIME (CT-CTR).
           MOVE WS-AS-OF-DATE-N TO CT-AS-OF-DATE (CT-CTR).
           MOVE C-EST-CTR       TO CT-EST-CTR (CT-CTR).
           MOVE C-CUST-CTR      TO CT-CUST-CTR (CT-CTR).
           MOVE C-INV-CTR       TO CT-INV-CTR (CT-CTR).
           OPEN OUTPUT BACKUP-CATALOG.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PBKCAT.DAT - STATUS: '
                   WS-CAT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-CTR
               MOVE CT-ENTRY (CT-SUB) TO BKCAT-REC
               WRITE BKCAT-REC
           END-PERFORM.
           CLOSE BACKUP-CATALOG.

       3300-PRINT-CATALOG.
           WRITE BACKLINE FROM PRT-CATALOG-HEAD
               AFTER ADVANCING 3 LINES.
           WRITE BACKLINE FROM PRTCOL-2
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-CTR
               MOVE CT-SLOT (CT-SUB)       TO O-CT-SLOT
               MOVE CT-DATE (CT-SUB)       TO O-CT-DATE
               MOVE CT-TIME (CT-SUB)       TO O-CT-TIME
               MOVE CT-AS-OF-DATE (CT-SUB) TO O-CT-AS-OF
               MOVE CT-EST-CTR (CT-SUB)    TO O-CT-EST-CTR
               MOVE CT-CUST-CTR (CT-SUB)   TO O-CT-CUST-CTR
               MOVE CT-INV-CTR (CT-SUB)    TO O-CT-INV-CTR
               WRITE BACKLINE FROM PRT-CATALOG-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       9000-READ-ESTIMATE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF WS-MASTER-STATUS NOT = '00' AND MORE-RECS = 'YES'
               DISPLAY 'READ ERROR ON PAINTEST.DAT - STATUS: '
                   WS-MASTER-STATUS ' - BACKUP NOT CATALOGED'
               STOP RUN
           END-IF.

       9010-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF WS-CUST-STATUS NOT = '00' AND MORE-RECS = 'YES'
               DISPLAY 'READ ERROR ON CUSTMAST.DAT - STATUS: '
                   WS-CUST-STATUS ' - BACKUP NOT CATALOGED'
               STOP RUN
           END-IF.

       9020-READ-INVENTORY.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
           END-READ.
           IF WS-INV-STATUS NOT = '00' AND MORE-RECS = 'YES'
               DISPLAY 'READ ERROR ON PINVMAST.DAT - STATUS: '
                   WS-INV-STATUS ' - BACKUP NOT CATALOGED'
               STOP RUN
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE BACKLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE BACKLINE FROM PRT-GENERATION
               AFTER ADVANCING 1 LINES
           WRITE BACKLINE FROM PRTCOL-1
               AFTER ADVANCING 2 LINES.
