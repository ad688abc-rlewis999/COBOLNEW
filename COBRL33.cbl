       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBRL33.
       AUTHOR.         ROBERT LEWIS.
       DATE-WRITTEN.   10/15/26.
       DATE-COMPILED.
      ************************************************
      *  QUARTERLY CALLBACK QUALITY REPORT. TAKES     *
      *  EVERY WARRANTY CALLBACK ON PCALLBK.DAT       *
      *  REPORTED IN THE CALENDAR QUARTER THAT HOLDS  *
      *  THE RUN-CONTROL BUSINESS DATE AND TOTALS     *
      *  THEM TWO WAYS - BY PAINT TYPE (THE SURFACE   *
      *  TYPES THE COMPLAINT COVERS) AND BY THE CREW  *
      *  THAT DID THE ORIGINAL WORK - WITH HOW MANY   *
      *  ARE STILL OPEN, THE HOURS BOOKED TO PUT THEM *
      *  RIGHT AND THE AVERAGE DAYS TO RESOLVE. EACH  *
      *  LIST PRINTS WORST FIRST. PRINTS TO           *
      *  PCBQUAL.PRT.                                 *
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

           SELECT OPTIONAL CREW-MASTER
               ASSIGN TO 'E:\COBOL\CREWMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREW-NO
               FILE STATUS IS WS-CREW-STATUS.

           SELECT QUALRPT
               ASSIGN TO 'E:\COBOL\PCBQUAL.PRT'
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

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 145 CHARACTERS.

           COPY 'CPCREW.cpy'.

       FD  QUALRPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS QUALLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  QUALLINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  C-READ-CTR      PIC 9(5)    VALUE ZERO.
           05  C-QTR-CTR       PIC 9(5)    VALUE ZERO.
           05  C-QTR-OPEN      PIC 9(5)    VALUE ZERO.
           05  C-QTR-HOURS     PIC 9(6)V99 VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  WS-CB-STATUS    PIC XX      VALUE '00'.
           05  WS-CREW-STATUS  PIC XX      VALUE '00'.

       01  RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS    PIC XX     VALUE '00'.
           05  WS-AS-OF-DATE.
               10  WS-AS-OF-YY     PIC 9(4).
               10  WS-AS-OF-MM     PIC 99.
               10  WS-AS-OF-DD     PIC 99.

      *THE QUARTER IS HELD AS FIRST AND LAST YYYYMM, SO A CALLBACK   *
      *IS IN IT WHEN THE FIRST SIX DIGITS OF ITS REPORTED DATE FALL  *
      *BETWEEN THE TWO.                                              *
       01  QUARTER-WORK-AREA.
           05  WS-QTR              PIC 9      VALUE 0.
           05  WS-QTR-FIRST.
               10  WS-QTR-FIRST-YY PIC 9(4).
               10  WS-QTR-FIRST-MM PIC 99.
           05  WS-QTR-LAST.
               10  WS-QTR-LAST-YY  PIC 9(4).
               10  WS-QTR-LAST-MM  PIC 99.
           05  WS-REPORTED-YYMM    PIC X(6)   VALUE SPACES.
           05  WS-REPORTED-INT     PIC 9(7)   VALUE 0.
           05  WS-RESOLVED-INT     PIC 9(7)   VALUE 0.
           05  WS-DAYS-TO-RESOLVE  PIC 9(5)   VALUE 0.
           05  WS-SUB              PIC 99     VALUE 0.

      *CREW MASTER HELD IN CORE FOR THE NAMES.                       *
       01  CREW-TABLE-AREA.
           05  CR-MORE-CREWS       PIC XXX    VALUE 'YES'.
           05  CR-CTR              PIC 99     VALUE 0.
           05  CR-SUB              PIC 99     VALUE 0.
           05  CR-ENTRY OCCURS 50 TIMES.
               10  CR-NO               PIC X(3).
               10  CR-NAME             PIC X(25).

      *ONE ROW PER PAINT TYPE. A CALLBACK COVERING TWO SURFACE TYPES *
      *COUNTS ONCE UNDER EACH, SO THIS LIST CAN TOTAL MORE THAN THE  *
      *CALLBACKS IN THE QUARTER.                                     *
       01  TYPE-TABLE-AREA.
           05  TY-CTR              PIC 99     VALUE 0.
           05  TY-SUB              PIC 99     VALUE 0.
           05  TY-SUB2             PIC 99     VALUE 0.
           05  TY-BOTTOM           PIC 99     VALUE 0.
           05  TY-FOUND-SUB        PIC 99     VALUE 0.
           05  TY-DROPPED-CTR      PIC 9(3)   VALUE 0.
           05  TY-TEMP-ENTRY       PIC X(40).
           05  TY-ENTRY OCCURS 30 TIMES.
               10  TY-PAINT-TYPE       PIC X(10).
               10  TY-CALLBACKS        PIC 9(5).
               10  TY-OPEN             PIC 9(5).
               10  TY-RESOLVED         PIC 9(5).
               10  TY-HOURS            PIC 9(6)V99.
               10  TY-RESOLVE-DAYS     PIC 9(7).

      *ONE ROW PER CREW THAT DID THE ORIGINAL WORK. CREW SPACES IS   *
      *JOBS THAT WENT OUT WITH NO CREW ON THE ESTIMATE.              *
       01  CREW-QUALITY-AREA.
           05  CQ-CTR              PIC 99     VALUE 0.
           05  CQ-SUB              PIC 99     VALUE 0.
           05  CQ-SUB2             PIC 99     VALUE 0.
           05  CQ-BOTTOM           PIC 99     VALUE 0.
           05  CQ-FOUND-SUB        PIC 99     VALUE 0.
           05  CQ-DROPPED-CTR      PIC 9(3)   VALUE 0.
           05  CQ-TEMP-ENTRY       PIC X(33).
           05  CQ-ENTRY OCCURS 50 TIMES.
               10  CQ-CREW-NO          PIC X(3).
               10  CQ-CALLBACKS        PIC 9(5).
               10  CQ-OPEN             PIC 9(5).
               10  CQ-RESOLVED         PIC 9(5).
               10  CQ-HOURS            PIC 9(6)V99.
               10  CQ-RESOLVE-DAYS     PIC 9(7).

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MONTH        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DAY           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YEAR        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE'LEWIS''S CALLBACK QUALITY'.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PRT-QUARTER.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(32)
                     VALUE 'CALLBACKS REPORTED IN QUARTER'.
           05  O-QTR           PIC 9.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-QTR-YY        PIC 9(4).

       01  PRT-SECTION-HEAD.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SECTION       PIC X(60).
      *COLUMNS*
       01  PRTCOL-TYPE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(39)   VALUE 'PAINT TYPE'.
           05  FILLER          PIC X(12)   VALUE 'CALLBACKS'.
           05  FILLER          PIC X(9)    VALUE 'OPEN'.
           05  FILLER          PIC X(11)   VALUE 'RESOLVED'.
           05  FILLER          PIC X(14)   VALUE 'HOURS BOOKED'.
           05  FILLER          PIC X(20)   VALUE 'AVG DAYS TO RESOLVE'.

       01  PRTCOL-CREW.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'CREW'.
           05  FILLER          PIC X(33)   VALUE 'CREW NAME'.
           05  FILLER          PIC X(12)   VALUE 'CALLBACKS'.
           05  FILLER          PIC X(9)    VALUE 'OPEN'.
           05  FILLER          PIC X(11)   VALUE 'RESOLVED'.
           05  FILLER          PIC X(14)   VALUE 'HOURS BOOKED'.
           05  FILLER          PIC X(20)   VALUE 'AVG DAYS TO RESOLVE'.

      *DETAIL - SHARED BY BOTH LISTS. THE PAINT TYPE LIST LEAVES THE *
      *CREW NUMBER BLANK AND PRINTS THE TYPE WHERE THE NAME GOES.    *
       01  PRT-QUAL-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CREW-NO       PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-NAME          PIC X(25).
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-CALLBACKS     PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-OPEN          PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RESOLVED      PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-HOURS         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-AVG-DAYS      PIC ZZZ9.9.

       01  PRT-DROPPED.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '**** PLUS'.
           05  O-DROPPED-CTR   PIC ZZ9.
           05  FILLER          PIC X(40)
               VALUE ' MORE ROW(S) NOT SHOWN - TABLE FULL'.

       01  PRT-SUMMARY.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CALLBACKS ON FILE:'.
           05  O-READ-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'IN QUARTER:'.
           05  O-QTR-CTR       PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'STILL OPEN:'.
           05  O-QTR-OPEN      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'HOURS BOOKED:'.
           05  O-QTR-HOURS     PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-RUN-CONTROL.
           PERFORM 1100-SET-QUARTER.
           PERFORM 1200-LOAD-CREWS.
      *NO CALLBACK FILE YET (STATUS 05) PRINTS AN EMPTY REPORT.      *
           OPEN INPUT CALLBACK-FILE.
           IF WS-CB-STATUS NOT = '00' AND WS-CB-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PCALLBK.DAT - STATUS: '
                   WS-CB-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT QUALRPT.

           MOVE WS-AS-OF-YY TO O-YEAR.
           MOVE WS-AS-OF-DD TO O-DAY.
           MOVE WS-AS-OF-MM TO O-MONTH.
           MOVE WS-QTR      TO O-QTR.
           MOVE WS-AS-OF-YY TO O-QTR-YY.

           PERFORM 9000-READ.

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

      *RUN ON THE LAST BUSINESS DAY OF THE QUARTER (OR WITH THE      *
      *AS-OF DATE SET BACK TO IT) TO REPORT THAT QUARTER.            *
       1100-SET-QUARTER.
           COMPUTE WS-QTR = (WS-AS-OF-MM - 1) / 3 + 1.
           MOVE WS-AS-OF-YY TO WS-QTR-FIRST-YY
                               WS-QTR-LAST-YY.
           COMPUTE WS-QTR-FIRST-MM = (WS-QTR - 1) * 3 + 1.
           COMPUTE WS-QTR-LAST-MM  = WS-QTR-FIRST-MM + 2.

      *NO CREW MASTER YET (STATUS 05) LEAVES EVERY CREW UNNAMED.     *
       1200-LOAD-CREWS.
           OPEN INPUT CREW-MASTER.
           IF WS-CREW-STATUS NOT = '00' AND WS-CREW-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CREWMAST.DAT - STATUS: '
                   WS-CREW-STATUS
               STOP RUN
           END-IF.
           PERFORM 1210-READ-CREW.
           PERFORM UNTIL CR-MORE-CREWS = 'NO'
               IF CR-CTR < 50
                   ADD 1 TO CR-CTR
                   MOVE CREW-NO   TO CR-NO (CR-CTR)
                   MOVE CREW-NAME TO CR-NAME (CR-CTR)
               ELSE
                   DISPLAY 'CREW TABLE FULL - CREW IGNORED: '
                       CREW-NO
               END-IF
               PERFORM 1210-READ-CREW
           END-PERFORM.
           CLOSE CREW-MASTER.

       1210-READ-CREW.
           READ CREW-MASTER
               AT END
                   MOVE 'NO' TO CR-MORE-CREWS.

       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE CB-REPORTED-DATE (1:6) TO WS-REPORTED-YYMM.
           IF WS-REPORTED-YYMM NOT < WS-QTR-FIRST
                   AND WS-REPORTED-YYMM NOT > WS-QTR-LAST
               PERFORM 2100-COUNT-CALLBACK
           END-IF.
           PERFORM 9000-READ.

       2100-COUNT-CALLBACK.
           ADD 1 TO C-QTR-CTR.
           ADD CB-BOOKED-HOURS TO C-QTR-HOURS.
           IF CB-IS-OUTSTANDING
               ADD 1 TO C-QTR-OPEN
               MOVE 0 TO WS-DAYS-TO-RESOLVE
           ELSE
               COMPUTE WS-REPORTED-INT =
                   FUNCTION INTEGER-OF-DATE (CB-REPORTED-DATE)
               COMPUTE WS-RESOLVED-INT =
                   FUNCTION INTEGER-OF-DATE (CB-RESOLVED-DATE)
               COMPUTE WS-DAYS-TO-RESOLVE =
                   WS-RESOLVED-INT - WS-REPORTED-INT
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CB-SURFACE-CTR
               PERFORM 2200-POST-TYPE
           END-PERFORM.
           PERFORM 2300-POST-CREW.

       2200-POST-TYPE.
           MOVE 0 TO TY-FOUND-SUB.
           PERFORM VARYING TY-SUB FROM 1 BY 1
                   UNTIL TY-SUB > TY-CTR
               IF TY-PAINT-TYPE (TY-SUB) = CB-SURFACE-TYPE (WS-SUB)
                   MOVE TY-SUB TO TY-FOUND-SUB
               END-IF
           END-PERFORM.
           IF TY-FOUND-SUB = 0
               IF TY-CTR < 30
                   ADD 1 TO TY-CTR
                   MOVE TY-CTR TO TY-FOUND-SUB
                   MOVE SPACES TO TY-ENTRY (TY-FOUND-SUB)
                   MOVE CB-SURFACE-TYPE (WS-SUB)
                       TO TY-PAINT-TYPE (TY-FOUND-SUB)
                   MOVE 0 TO TY-CALLBACKS (TY-FOUND-SUB)
                             TY-OPEN (TY-FOUND-SUB)
                             TY-RESOLVED (TY-FOUND-SUB)
                             TY-HOURS (TY-FOUND-SUB)
                             TY-RESOLVE-DAYS (TY-FOUND-SUB)
               ELSE
                   ADD 1 TO TY-DROPPED-CTR
               END-IF
           END-IF.
           IF TY-FOUND-SUB > 0
               ADD 1 TO TY-CALLBACKS (TY-FOUND-SUB)
               ADD CB-BOOKED-HOURS TO TY-HOURS (TY-FOUND-SUB)
               IF CB-IS-OUTSTANDING
                   ADD 1 TO TY-OPEN (TY-FOUND-SUB)
               ELSE
                   ADD 1 TO TY-RESOLVED (TY-FOUND-SUB)
                   ADD WS-DAYS-TO-RESOLVE
                       TO TY-RESOLVE-DAYS (TY-FOUND-SUB)
               END-IF
           END-IF.

       2300-POST-CREW.
           MOVE 0 TO CQ-FOUND-SUB.
           PERFORM VARYING CQ-SUB FROM 1 BY 1
                   UNTIL CQ-SUB > CQ-CTR
               IF CQ-CREW-NO (CQ-SUB) = CB-ORIG-CREW
                   MOVE CQ-SUB TO CQ-FOUND-SUB
               END-IF
           END-PERFORM.
           IF CQ-FOUND-SUB = 0
               IF CQ-CTR < 50
                   ADD 1 TO CQ-CTR
                   MOVE CQ-CTR TO CQ-FOUND-SUB
                   MOVE SPACES TO CQ-ENTRY (CQ-FOUND-SUB)
                   MOVE CB-ORIG-CREW TO CQ-CREW-NO (CQ-FOUND-SUB)
                   MOVE 0 TO CQ-CALLBACKS (CQ-FOUND-SUB)
                             CQ-OPEN (CQ-FOUND-SUB)
                             CQ-RESOLVED (CQ-FOUND-SUB)
                             CQ-HOURS (CQ-FOUND-SUB)
                             CQ-RESOLVE-DAYS (CQ-FOUND-SUB)
               ELSE
                   ADD 1 TO CQ-DROPPED-CTR
               END-IF
           END-IF.
           IF CQ-FOUND-SUB > 0
               ADD 1 TO CQ-CALLBACKS (CQ-FOUND-SUB)
               ADD CB-BOOKED-HOURS TO CQ-HOURS (CQ-FOUND-SUB)
               IF CB-IS-OUTSTANDING
                   ADD 1 TO CQ-OPEN (CQ-FOUND-SUB)
               ELSE
                   ADD 1 TO CQ-RESOLVED (CQ-FOUND-SUB)
                   ADD WS-DAYS-TO-RESOLVE
                       TO CQ-RESOLVE-DAYS (CQ-FOUND-SUB)
               END-IF
           END-IF.

       3000-CLOSING.
           PERFORM 3100-SORT-TYPES.
           PERFORM 3200-SORT-CREWS.

           MOVE 'BY PAINT TYPE' TO O-SECTION.
           PERFORM 9100-HEADINGS.
           WRITE QUALLINE FROM PRTCOL-TYPE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING TY-SUB FROM 1 BY 1
                   UNTIL TY-SUB > TY-CTR
               PERFORM 3300-PRINT-TYPE
           END-PERFORM.
           IF TY-DROPPED-CTR > 0
               MOVE TY-DROPPED-CTR TO O-DROPPED-CTR
               WRITE QUALLINE FROM PRT-DROPPED
                   AFTER ADVANCING 1 LINES
           END-IF.

           MOVE 'BY CREW THAT DID THE ORIGINAL WORK' TO O-SECTION.
           PERFORM 9100-HEADINGS.
           WRITE QUALLINE FROM PRTCOL-CREW
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CQ-SUB FROM 1 BY 1
                   UNTIL CQ-SUB > CQ-CTR
               PERFORM 3400-PRINT-CREW
           END-PERFORM.
           IF CQ-DROPPED-CTR > 0
               MOVE CQ-DROPPED-CTR TO O-DROPPED-CTR
               WRITE QUALLINE FROM PRT-DROPPED
                   AFTER ADVANCING 1 LINES
           END-IF.

           MOVE C-READ-CTR  TO O-READ-CTR.
           MOVE C-QTR-CTR   TO O-QTR-CTR.
           MOVE C-QTR-OPEN  TO O-QTR-OPEN.
           MOVE C-QTR-HOURS TO O-QTR-HOURS.
           WRITE QUALLINE FROM PRT-SUMMARY
               AFTER ADVANCING 3 LINES.

           CLOSE CALLBACK-FILE
                 QUALRPT.

      *SAME BUBBLE SORT SHAPE AS COBRL01'S EXCEPTION TABLE - MOST    *
      *CALLBACKS FIRST.                                              *
       3100-SORT-TYPES.
           PERFORM VARYING TY-SUB FROM 1 BY 1
                   UNTIL TY-SUB >= TY-CTR
               COMPUTE TY-BOTTOM = TY-CTR - TY-SUB
               PERFORM VARYING TY-SUB2 FROM 1 BY 1
                       UNTIL TY-SUB2 > TY-BOTTOM
                   IF TY-CALLBACKS (TY-SUB2) <
                           TY-CALLBACKS (TY-SUB2 + 1)
                       MOVE TY-ENTRY (TY-SUB2)
                           TO TY-TEMP-ENTRY
                       MOVE TY-ENTRY (TY-SUB2 + 1)
                           TO TY-ENTRY (TY-SUB2)
                       MOVE TY-TEMP-ENTRY
                           TO TY-ENTRY (TY-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3200-SORT-CREWS.
           PERFORM VARYING CQ-SUB FROM 1 BY 1
                   UNTIL CQ-SUB >= CQ-CTR
               COMPUTE CQ-BOTTOM = CQ-CTR - CQ-SUB
               PERFORM VARYING CQ-SUB2 FROM 1 BY 1
                       UNTIL CQ-SUB2 > CQ-BOTTOM
                   IF CQ-CALLBACKS (CQ-SUB2) <
                           CQ-CALLBACKS (CQ-SUB2 + 1)
                       MOVE CQ-ENTRY (CQ-SUB2)
                           TO CQ-TEMP-ENTRY
                       MOVE CQ-ENTRY (CQ-SUB2 + 1)
                           TO CQ-ENTRY (CQ-SUB2)
                       MOVE CQ-TEMP-ENTRY
                           TO CQ-ENTRY (CQ-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3300-PRINT-TYPE.
           MOVE SPACES                  TO O-CREW-NO.
           MOVE TY-PAINT-TYPE (TY-SUB)  TO O-NAME.
           MOVE TY-CALLBACKS (TY-SUB)   TO O-CALLBACKS.
           MOVE TY-OPEN (TY-SUB)        TO O-OPEN.
           MOVE TY-RESOLVED (TY-SUB)    TO O-RESOLVED.
           MOVE TY-HOURS (TY-SUB)       TO O-HOURS.
           IF TY-RESOLVED (TY-SUB) > 0
               COMPUTE O-AVG-DAYS ROUNDED =
                   TY-RESOLVE-DAYS (TY-SUB) / TY-RESOLVED (TY-SUB)
           ELSE
               MOVE ZERO TO O-AVG-DAYS
           END-IF.
           WRITE QUALLINE FROM PRT-QUAL-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE QUALLINE FROM PRTCOL-TYPE
                           AFTER ADVANCING 2 LINES
           END-WRITE.

       3400-PRINT-CREW.
           MOVE CQ-CREW-NO (CQ-SUB)     TO O-CREW-NO.
           IF CQ-CREW-NO (CQ-SUB) = SPACES
               MOVE 'NO CREW ON THE JOB' TO O-NAME
           ELSE
               MOVE 'NOT ON CREW MASTER' TO O-NAME
               PERFORM VARYING CR-SUB FROM 1 BY 1
                       UNTIL CR-SUB > CR-CTR
                   IF CR-NO (CR-SUB) = CQ-CREW-NO (CQ-SUB)
                       MOVE CR-NAME (CR-SUB) TO O-NAME
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CQ-CALLBACKS (CQ-SUB)   TO O-CALLBACKS.
           MOVE CQ-OPEN (CQ-SUB)        TO O-OPEN.
           MOVE CQ-RESOLVED (CQ-SUB)    TO O-RESOLVED.
           MOVE CQ-HOURS (CQ-SUB)       TO O-HOURS.
           IF CQ-RESOLVED (CQ-SUB) > 0
               COMPUTE O-AVG-DAYS ROUNDED =
                   CQ-RESOLVE-DAYS (CQ-SUB) / CQ-RESOLVED (CQ-SUB)
           ELSE
               MOVE ZERO TO O-AVG-DAYS
           END-IF.
           WRITE QUALLINE FROM PRT-QUAL-DETAIL
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE QUALLINE FROM PRTCOL-CREW
                           AFTER ADVANCING 2 LINES
           END-WRITE.

       9000-READ.
           READ CALLBACK-FILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR
           WRITE QUALLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE
           WRITE QUALLINE FROM PRT-QUARTER
               AFTER ADVANCING 1 LINES
           WRITE QUALLINE FROM PRT-SECTION-HEAD
               AFTER ADVANCING 2 LINES.
