      *****************************************************
      *  CPACTUAL.CPY                                    *
      *  JOB ACTUALS RECORD - PJOBACT.DAT                *
      *  CREW HOURS WORKED AND GALLONS DRAWN AGAINST ONE *
      *  ESTIMATE AND SURFACE TYPE, AS POSTED BY COBRL20 *
      *  FROM PACTTRAN.DAT. THE FILE ACCUMULATES ACROSS  *
      *  RUNS; A JOB'S ACTUALS ARE THE SUM OF ITS ROWS.  *
      *  THE VARIANCE REPORT (COBRL21) SETS THEM AGAINST *
      *  THE HOURS AND GALLONS THE RATE TABLE PREDICTED. *
      *****************************************************
       01  ACT-REC.
           05  ACT-EST-NO                  PIC X(4).
           05  ACT-SURFACE-TYPE            PIC X(10).
           05  ACT-WORK-DATE               PIC 9(8).
           05  ACT-CREW-HOURS              PIC 9(3)V99.
           05  ACT-GALLONS                 PIC 9(5).
      *RUN-CONTROL AS-OF DATE OF THE POSTING RUN THAT ACCEPTED THE   *
      *ROW.                                                          *
           05  ACT-POST-DATE               PIC 9(8).
