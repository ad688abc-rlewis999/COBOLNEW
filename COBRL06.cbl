      *  AN ADD IS DELETED, A CHANGE OR STATUS IS     *
      *  REWRITTEN FROM ITS BEFORE IMAGE, AND A DELETE*
      *  IS REBUILT FROM ITS BEFORE IMAGE. A REGISTER *
      *  OF EVERY RESTORE PRINTS TO PBAKLOG.PRT, AND  *
      *  EACH RESTORE IS ITSELF JOURNALED UNDER ACTION*
      *  BACKOUT SO A ROLL-FORWARD RECOVERY (COBRL30) *
      *  REPLAYS THE BACKOUT AFTER THE ORIGINAL RUN.  *
      *  A BILLING RUN WHOSE ROWS FALL IN A CLOSED    *
      *  LEDGER PERIOD (PGLCTL.DAT) IS NOT BACKED OUT *
      *  WITHOUT A PRIOR-PERIOD ADJUSTMENT FOR THAT   *
      *  PERIOD ON PGLPPA.PRM. A BILLING RUN THAT IS  *
      *  BACKED OUT HAS EACH DEPOSIT OR FINAL ROW IT  *
      *  SENT REVERSED BY A CREDIT ROW ON BILLEXT AND *
      *  BILLREG.                                     *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BILLREG
               ASSIGN USING WS-BILLREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT OPTIONAL BILLEXT
               ASSIGN USING WS-BILLEXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLEXT-STATUS.

           SELECT OPTIONAL GLCTL-FILE
               ASSIGN TO 'E:\COBOL\PGLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT OPTIONAL PPA-FILE
               ASSIGN TO 'E:\COBOL\PGLPPA.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

           SELECT BACKLOG
               ASSIGN TO 'E:\COBOL\PBAKLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 747 CHARACTERS.

           COPY 'CPAUDIT.cpy'.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

       FD  BILLREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC
           RECORD CONTAINS 103 CHARACTERS.

           COPY 'CPBILL.cpy'.

      *SAME BYTES AS BILL-REC - THE REVERSING ROW IS BUILT ONCE IN   *
      *THE REGISTER'S RECORD AND WRITTEN TO BOTH FILES.              *
       FD  BILLEXT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILLEXT-REC
           RECORD CONTAINS 103 CHARACTERS.

       01  BILLEXT-REC         PIC X(103).

       FD  GLCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLCTL-REC
           RECORD CONTAINS 48 CHARACTERS.

           COPY 'CPGLCTL.cpy'.

       FD  PPA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PPA-REC
           RECORD CONTAINS 26 CHARACTERS.

           COPY 'CPGLPPA.cpy'.

       FD  BACKLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  WS-PARM-STATUS  PIC XX      VALUE '00'.
           05  WS-AUDIT-STATUS PIC XX      VALUE '00'.
           05  WS-MASTER-STATUS PIC XX     VALUE '00'.
           05  WS-BILL-STATUS  PIC XX      VALUE '00'.
           05  WS-BILLEXT-STATUS PIC XX    VALUE '00'.
           05  MORE-BILLS      PIC XXX     VALUE 'YES'.

      *FILE ASSIGNMENTS FROM RUNCTL.DAT - THE BACKOUT MUST READ THE  *
      *SAME JOURNAL AND RESTORE THE SAME MASTER THE MAINTENANCE RUN  *
       01  FILE-PATH-AREA.
           05  WS-MASTER-FILE      PIC X(64)  VALUE SPACES.
           05  WS-AUDIT-FILE-PATH  PIC X(64)  VALUE SPACES.
           05  WS-BILLREG-FILE     PIC X(64)  VALUE SPACES.
           05  WS-BILLEXT-FILE     PIC X(64)  VALUE SPACES.

      *LEDGER PERIOD LOCK. A BILLED ENTRY'S PERIOD IS THE MONTH OF   *
      *THE EXTRACT DATE ON THE BILLING ROW IT SENT TO THE REGISTER   *
      *(THE JOURNAL DATE WHEN THE ROW IS NO LONGER THERE). GL-PPA-   *
      *PERIOD IS THE ONE CLOSED PERIOD PGLPPA.PRM AUTHORIZES, ZERO   *
      *FOR NONE. A REVERSING ROW POSTS IN THE AS-OF MONTH, OR IN THE *
      *OPEN PERIOD AFTER THE LAST ONE CLOSED WHEN THE ROW IT REVERSES*
      *(OR THE AS-OF MONTH) IS CLOSED - AS COBRL23 POSTS ITS MEMOS.  *
       01  PERIOD-LOCK-AREA.
           05  WS-GLCTL-STATUS     PIC XX     VALUE '00'.
           05  WS-PPA-STATUS       PIC XX     VALUE '00'.
           05  GL-CLOSED-THRU      PIC 9(6)   VALUE 0.
           05  GL-PPA-PERIOD       PIC 9(6)   VALUE 0.
           05  GL-BILL-PERIOD      PIC 9(6)   VALUE 0.
           05  GL-RUN-PERIOD       PIC 9(6)   VALUE 0.
           05  GL-POST-PERIOD      PIC 9(6)   VALUE 0.
           05  GL-OPEN-PERIOD.
               10  GL-OPEN-YY      PIC 9(4)   VALUE 0.
               10  GL-OPEN-MM      PIC 99     VALUE 0.
           05  GL-OPEN-PERIOD-N REDEFINES GL-OPEN-PERIOD
                                   PIC 9(6).
           05  C-BILLED-CTR        PIC 9(5)   VALUE 0.

      *JOURNAL ENTRIES FOR THE CHOSEN RUN, HELD IN ARRIVAL ORDER AND *
      *APPLIED BACKWARDS. A RUN BIGGER THAN THE TABLE IS REFUSED     *
           05  JT-ENTRY OCCURS 500 TIMES.
               10  JT-ACTION       PIC X(10).
               10  JT-EST-NO       PIC X(4).
               10  JT-AUD-DATE     PIC 9(8).
               10  JT-BILLED-SW    PIC X.
               10  JT-BILL-DATE    PIC 9(8).
      *THE REGISTER ROW A BILLED ENTRY SENT - SPACES WHEN IT IS NOT  *
      *ON BILLREG.DAT.                                               *
               10  JT-BILL-ROW     PIC X(103).
               10  JT-BEFORE.
                   15  FILLER          PIC X(188).
                   15  JT-BEF-CTR      PIC 9(2).
                   15  FILLER          PIC X(160).

           05  WS-RUN-ID           PIC X(14)  VALUE SPACES.
           05  WS-RESULT           PIC X(45)  VALUE SPACES.

      *THIS BACKOUT'S OWN RUN ID (DATE AND TIME CAPTURED AT INIT),   *
      *STAMPED ON THE BACKOUT ENTRIES IT ADDS TO THE JOURNAL.        *
       01  AUDIT-WORK-AREA.
           05  WS-JRNL-RUN-ID      PIC X(14)  VALUE SPACES.
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

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           PERFORM 1100-READ-PERIOD-LOCK.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BACKOUT.PRM - STATUS: '
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE WS-RUN-ID TO O-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING PRT-DATE I-TIME (1:6) DELIMITED BY SIZE
               INTO WS-JRNL-RUN-ID
           END-STRING.

           PERFORM 9000-READ-JOURNAL.
           PERFORM 9100-HEADINGS.
           MOVE RUN-AS-OF-DATE TO WS-AS-OF-DATE.
           MOVE RUN-MASTER-PATH TO WS-MASTER-FILE.
           MOVE RUN-AUDIT-PATH  TO WS-AUDIT-FILE-PATH.
           MOVE RUN-BILLREG-PATH TO WS-BILLREG-FILE.
           MOVE RUN-BILLEXT-PATH TO WS-BILLEXT-FILE.
           CLOSE RUNCTL-FILE.

      *NO CONTROL RECORD MEANS NO PERIOD HAS BEEN CLOSED. AN         *
      *AUTHORIZATION COUNTS ONLY WITH AN APPROVER ON IT.             *
       1100-READ-PERIOD-LOCK.
           OPEN INPUT GLCTL-FILE.
           IF WS-GLCTL-STATUS NOT = '00' AND WS-GLCTL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PGLCTL.DAT - STATUS: '
                   WS-GLCTL-STATUS
               STOP RUN
           END-IF.
           READ GLCTL-FILE
               AT END
                   MOVE ZERO TO GLC-CLOSED-THRU
           END-READ.
           IF GLC-CLOSED-THRU IS NUMERIC
               MOVE GLC-CLOSED-THRU TO GL-CLOSED-THRU
           END-IF.
           CLOSE GLCTL-FILE.
           COMPUTE GL-RUN-PERIOD = WS-AS-OF-YY * 100 + WS-AS-OF-MM.
           MOVE GL-CLOSED-THRU TO GL-OPEN-PERIOD-N.
           IF GL-OPEN-MM = 12
               ADD 1 TO GL-OPEN-YY
               MOVE 1 TO GL-OPEN-MM
           ELSE
               ADD 1 TO GL-OPEN-MM
           END-IF.

           OPEN INPUT PPA-FILE.
           IF WS-PPA-STATUS NOT = '00' AND WS-PPA-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PGLPPA.PRM - STATUS: '
                   WS-PPA-STATUS
               STOP RUN
           END-IF.
           READ PPA-FILE
               AT END
                   MOVE SPACES TO PPA-REC
           END-READ.
           IF PPA-PERIOD IS NUMERIC AND PPA-APPROVER NOT = SPACES
               MOVE PPA-PERIOD TO GL-PPA-PERIOD
           END-IF.
           CLOSE PPA-FILE.

      *PASS ONE - COLLECT THE CHOSEN RUN'S ENTRIES IN ARRIVAL ORDER. *
       2000-MAINLINE.
           IF AUD-RUN-ID = WS-RUN-ID
                   MOVE AUD-ACTION       TO JT-ACTION (JT-CTR)
                   MOVE AUD-EST-NO       TO JT-EST-NO (JT-CTR)
                   MOVE AUD-BEFORE-IMAGE TO JT-BEFORE (JT-CTR)
                   MOVE AUD-DATE         TO JT-AUD-DATE (JT-CTR)
                   MOVE AUD-AFT-BILLED-SW TO JT-BILLED-SW (JT-CTR)
                   MOVE ZERO             TO JT-BILL-DATE (JT-CTR)
                   MOVE SPACES           TO JT-BILL-ROW (JT-CTR)
                   IF AUD-ACTION = 'BILLED'
                       ADD 1 TO C-BILLED-CTR
                   END-IF
               ELSE
                   DISPLAY 'RUN ' WS-RUN-ID ' EXCEEDS 500 JOURNAL '
                       'ENTRIES - BACKOUT REFUSED'

      *PASS TWO - APPLY THE ENTRIES NEWEST FIRST SO A RECORD TOUCHED *
      *TWICE IN THE RUN ENDS UP AS IT STOOD BEFORE THE RUN BEGAN.    *
      *THE JOURNAL HAS BEEN READ THROUGH - IT REOPENS EXTEND SO EACH *
      *RESTORE CAN BE JOURNALED AS IT IS MADE. WHEN THE RUN BILLED   *
      *ANYTHING, THE EXTRACT AND THE REGISTER OPEN EXTEND FOR THE    *
      *REVERSING ROWS BEFORE A SINGLE RECORD IS RESTORED.            *
       3000-CLOSING.
           IF C-BILLED-CTR > 0
               PERFORM 3050-FIND-BILLING-DATES
               PERFORM 3070-OPEN-BILLING-FILES
           END-IF.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE JT-CTR TO C-JRNL-CTR.
           IF JT-CTR = 0
               DISPLAY 'NO JOURNAL ENTRIES FOUND FOR RUN ' WS-RUN-ID
           CLOSE AUDIT-FILE
                 STUDENT-MASTER
                 BACKLOG.
           IF C-BILLED-CTR > 0
               CLOSE BILLEXT
                     BILLREG
           END-IF.

      *DATES EACH BILLED ENTRY FROM THE REGISTER ROW IT SENT: A      *
      *SWITCH LEFT AT D SENT A DEPOSIT ROW, ONE LEFT AT Y A FINAL.   *
      *WHEN THE ESTIMATE HAS BEEN BILLED THAT WAY MORE THAN ONCE THE *
      *LATEST ROW IS TAKEN. THE ROW ITSELF IS HELD FOR THE REVERSAL. *
       3050-FIND-BILLING-DATES.
           OPEN INPUT BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.
           PERFORM 9050-READ-BILL.
           PERFORM UNTIL MORE-BILLS = 'NO'
               IF BILL-IS-DEPOSIT OR BILL-IS-FINAL
                   PERFORM VARYING JT-SUB FROM 1 BY 1
                           UNTIL JT-SUB > JT-CTR
                       PERFORM 3060-MATCH-BILLING-ROW
                   END-PERFORM
               END-IF
               PERFORM 9050-READ-BILL
           END-PERFORM.
           CLOSE BILLREG.

       3060-MATCH-BILLING-ROW.
           IF JT-ACTION (JT-SUB) = 'BILLED'
                   AND JT-EST-NO (JT-SUB) = BILL-EST-NO
                   AND BILL-EXTRACT-DATE > JT-BILL-DATE (JT-SUB)
               IF BILL-IS-DEPOSIT AND JT-BILLED-SW (JT-SUB) = 'D'
                   MOVE BILL-EXTRACT-DATE TO JT-BILL-DATE (JT-SUB)
                   MOVE BILL-REC          TO JT-BILL-ROW (JT-SUB)
               ELSE IF BILL-IS-FINAL AND JT-BILLED-SW (JT-SUB) = 'Y'
                   MOVE BILL-EXTRACT-DATE TO JT-BILL-DATE (JT-SUB)
                   MOVE BILL-REC          TO JT-BILL-ROW (JT-SUB)
               END-IF
           END-IF.

      *A FILE THAT WILL NOT OPEN MEANS NO BILLED ENTRY COULD BE      *
      *REVERSED - THE BACKOUT STOPS HERE WITH NOTHING YET RESTORED.  *
       3070-OPEN-BILLING-FILES.
           OPEN EXTEND BILLEXT.
           IF WS-BILLEXT-STATUS NOT = '00'
                   AND WS-BILLEXT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLEXT.DAT - STATUS: '
                   WS-BILLEXT-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND BILLREG.
           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLREG.DAT - STATUS: '
                   WS-BILL-STATUS
               STOP RUN
           END-IF.

       3100-RESTORE-ONE.
           EVALUATE JT-ACTION (JT-SUB)
               WHEN 'ADD'
                   PERFORM 3200-BACKOUT-ADD
      *A RE-QUOTE (COBRL34) ADDED A NEW ESTIMATE - IT COMES OFF THE  *
      *WAY AN ADD DOES. ITS NUMBER IS NOT GIVEN BACK TO PESTNO.DAT.  *
               WHEN 'REQUOTE'
                   PERFORM 3200-BACKOUT-ADD
               WHEN 'CHANGE'
                   PERFORM 3300-BACKOUT-REWRITE
               WHEN 'STATUS'
      *STATUS CHANGE COMES BACK, FROM ITS BEFORE IMAGE.             *
               WHEN 'EXPIRE'
                   PERFORM 3300-BACKOUT-REWRITE
      *A CHANGE ORDER (COBRL22) REWROTE THE LINES, THE ORDER NETS    *
      *AND THE ORDER NUMBER ON THE MASTER, AND LEFT ITS ROW ON       *
      *PCHGORD.DAT. PUTTING THE BEFORE IMAGE BACK WOULD LEAVE THE    *
      *TRAIL NOT SUMMING TO THE MASTER AND LET THE NUMBER BE ISSUED  *
      *AGAIN - IT IS TAKEN OFF WITH AN OFFSETTING CHANGE ORDER.      *
               WHEN 'CHGORD'
                   MOVE 'BACK OUT WITH AN OFFSETTING CHANGE ORDER'
                       TO WS-RESULT
                   ADD 1 TO C-FAILED-CTR
      *A BILLING RUN (COBRL01) FLIPPED THE BILLED SWITCH AND HELD THE*
      *DEPOSIT; THE BEFORE IMAGE PUTS THE JOB BACK UNBILLED. THE ROW *
      *THAT RUN SENT TO BILLEXT AND BILLREG IS REVERSED BY A CREDIT  *
      *ROW ON BOTH, SO AR AND THE LEDGER DO NOT CARRY THE JOB TWICE  *
      *WHEN THE NEXT RUN BILLS IT AGAIN.                             *
               WHEN 'BILLED'
                   PERFORM 3500-BACKOUT-BILLED
      *AN ARCHIVE SWEEP (COBRL07) MOVED THE RECORD TO PAINTHST.DAT - *
      *REBUILDING IT HERE WOULD LEAVE THE JOB ON BOTH FILES.         *
               WHEN 'PURGE'
                   MOVE 'PURGED TO HISTORY - NOT BACKED OUT'
                       TO WS-RESULT
                   ADD 1 TO C-FAILED-CTR
      *A BACKOUT IS NOT ITSELF BACKED OUT - RERUN THE ORIGINAL       *
      *TRANSACTIONS INSTEAD.                                         *
               WHEN 'BACKOUT'
                   MOVE 'BACKOUT ENTRY - NOT BACKED OUT'
                       TO WS-RESULT
                   ADD 1 TO C-FAILED-CTR
               WHEN 'DELETE'
                   PERFORM 3400-BACKOUT-DELETE
               WHEN OTHER
               NOT INVALID KEY
                   MOVE 'ADDED RECORD REMOVED' TO WS-RESULT
                   ADD 1 TO C-RESTORED-CTR
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   PERFORM 3800-WRITE-AUDIT
           END-DELETE.

      *THE RUN CHANGED THIS RECORD (BODY OR STATUS), SO PUT THE      *
                   NOT INVALID KEY
                       MOVE 'BEFORE IMAGE RESTORED' TO WS-RESULT
                       ADD 1 TO C-RESTORED-CTR
                       MOVE PAINT-REC TO AUD-AFTER-IMAGE
                       PERFORM 3800-WRITE-AUDIT
               END-REWRITE
           END-IF.

               NOT INVALID KEY
                   MOVE 'DELETED RECORD REBUILT' TO WS-RESULT
                   ADD 1 TO C-RESTORED-CTR
                   MOVE PAINT-REC TO AUD-AFTER-IMAGE
                   PERFORM 3800-WRITE-AUDIT
           END-WRITE.

      *A JOB BILLED IN A CLOSED LEDGER PERIOD STAYS BILLED - PUTTING *
      *IT BACK WOULD LET THE NEXT BILLING RUN BILL A CLOSED MONTH'S  *
      *REVENUE AGAIN - UNLESS PGLPPA.PRM AUTHORIZES AN ADJUSTMENT TO *
      *THAT PERIOD. THE REVERSING CREDIT THEN POSTS IN THE OPEN      *
      *PERIOD. THE JOB IS ONLY PUT BACK ONCE ITS CREDIT IS ON BOTH   *
      *FILES; A BILLING ROW THAT CANNOT BE FOUND OR REVERSED LEAVES  *
      *THE JOB BILLED.                                               *
       3500-BACKOUT-BILLED.
           IF JT-BILL-DATE (JT-SUB) = 0
               MOVE JT-AUD-DATE (JT-SUB) TO JT-BILL-DATE (JT-SUB)
           END-IF.
           COMPUTE GL-BILL-PERIOD = JT-BILL-DATE (JT-SUB) / 100.
           IF GL-BILL-PERIOD NOT > GL-CLOSED-THRU
                   AND GL-BILL-PERIOD NOT = GL-PPA-PERIOD
               MOVE 'BILLED IN CLOSED PERIOD - NOT BACKED OUT'
                   TO WS-RESULT
               ADD 1 TO C-FAILED-CTR
           ELSE IF JT-BILL-ROW (JT-SUB) = SPACES
               MOVE 'BILLING ROW NOT ON BILLREG - NOT BACKED OUT'
                   TO WS-RESULT
               ADD 1 TO C-FAILED-CTR
           ELSE IF JT-BEF-CTR (JT-SUB) IS NOT NUMERIC
                   OR JT-BEF-CTR (JT-SUB) < 1
                   OR JT-BEF-CTR (JT-SUB) > 10
               PERFORM 3350-REJECT-OLD-IMAGE
           ELSE
               MOVE JT-EST-NO (JT-SUB) TO PAINT-EST-NO
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'RECORD NOT ON FILE - NOT RESTORED'
                           TO WS-RESULT
                       ADD 1 TO C-FAILED-CTR
                   NOT INVALID KEY
                       PERFORM 3550-REVERSE-BILLING-ROW
               END-READ
           END-IF.

      *THE CREDIT CARRIES THE ORIGINAL ROW'S AMOUNT, TAX,            *
      *JURISDICTION, PAINT SHARE AND DEPOSIT APPLIED, DATED THE      *
      *AS-OF DATE AND MARKED RD OR RF SO THE LEDGER POSTING (COBRL35)*
      *BOOKS THE EXACT OPPOSITE OF THE DEPOSIT OR FINAL - PD OR PF   *
      *WHEN THE ROW WAS BILLED IN A CLOSED PERIOD, SO THE POSTING    *
      *FLAGS IT AS A PRIOR-PERIOD ADJUSTMENT TO THAT MONTH. THE DATE *
      *STAYS THE AS-OF DATE: AR TAKES NEW ROWS BY IT, AND THE        *
      *RECONCILIATION (COBRL09) AND STATEMENTS (COBRL24) MUST SEE    *
      *THE CREDIT AS THIS MONTH'S. A ROW THAT DOES NOT REACH THE     *
      *EXTRACT IS NOT WRITTEN TO THE REGISTER EITHER.                *
       3550-REVERSE-BILLING-ROW.
           IF GL-BILL-PERIOD NOT > GL-CLOSED-THRU
                   OR GL-RUN-PERIOD NOT > GL-CLOSED-THRU
               MOVE GL-OPEN-PERIOD-N TO GL-POST-PERIOD
           ELSE
               MOVE GL-RUN-PERIOD TO GL-POST-PERIOD
           END-IF.
           MOVE JT-BILL-ROW (JT-SUB) TO BILL-REC.
           IF GL-BILL-PERIOD NOT > GL-CLOSED-THRU AND BILL-IS-DEPOSIT
               MOVE 'PD'             TO BILL-REASON-CD
           ELSE IF GL-BILL-PERIOD NOT > GL-CLOSED-THRU
               MOVE 'PF'             TO BILL-REASON-CD
           ELSE IF BILL-IS-DEPOSIT
               MOVE 'RD'             TO BILL-REASON-CD
           ELSE
               MOVE 'RF'             TO BILL-REASON-CD
           END-IF.
           MOVE WS-AS-OF-DATE        TO BILL-EXTRACT-DATE.
           MOVE 'C'                  TO BILL-TYPE.
           MOVE 'BACKOUT'            TO BILL-APPROVER.
           MOVE GL-POST-PERIOD       TO BILL-GL-PERIOD.
           MOVE BILL-REC             TO BILLEXT-REC.
           WRITE BILLEXT-REC.
           IF WS-BILLEXT-STATUS NOT = '00'
               MOVE 'BILLEXT WRITE FAILED - NOT BACKED OUT'
                   TO WS-RESULT
               ADD 1 TO C-FAILED-CTR
           ELSE
               WRITE BILL-REC
               IF WS-BILL-STATUS NOT = '00'
                   MOVE 'BILLREG WRITE FAILED - CREDIT ON BILLEXT ONLY'
                       TO WS-RESULT
                   ADD 1 TO C-FAILED-CTR
               ELSE
                   PERFORM 3300-BACKOUT-REWRITE
                   IF WS-RESULT = 'BEFORE IMAGE RESTORED'
                       PERFORM 3560-NAME-REVERSAL
                   END-IF
               END-IF
           END-IF.

       3560-NAME-REVERSAL.
           IF GL-BILL-PERIOD NOT > GL-CLOSED-THRU
               MOVE 'RESTORED AS A PRIOR-PERIOD ADJUSTMENT'
                   TO WS-RESULT
           ELSE
               MOVE 'RESTORED - BILLING ROW CREDITED'
                   TO WS-RESULT
           END-IF.

      *THE ENTRY CARRIES WHAT THE RECORD NOW LOOKS LIKE ON THE       *
      *MASTER (SPACES FOR ONE TAKEN OFF); THE BEFORE IMAGE IS LEFT   *
      *BLANK SINCE A BACKOUT IS NEVER BACKED OUT IN TURN.            *
       3800-WRITE-AUDIT.
           ADD 1 TO C-AUD-SEQ.
           MOVE SPACES             TO AUD-BEFORE-IMAGE.
           MOVE PRT-DATE           TO AUD-DATE.
           MOVE I-TIME (1:6)       TO AUD-TIME.
           MOVE WS-JRNL-RUN-ID     TO AUD-RUN-ID.
           MOVE C-AUD-SEQ          TO AUD-SEQ.
           MOVE 'BACKOUT'          TO AUD-ACTION.
           MOVE JT-EST-NO (JT-SUB) TO AUD-EST-NO.
           WRITE AUDIT-REC.

       3900-WRITE-LOG-LINE.
           MOVE JT-EST-NO (JT-SUB) TO O-EST-NO.
           MOVE JT-ACTION (JT-SUB) TO O-ACTION.
               AT END
                   MOVE 'NO' TO MORE-JRNL.

       9050-READ-BILL.
           READ BILLREG
               AT END
                   MOVE 'NO' TO MORE-BILLS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
