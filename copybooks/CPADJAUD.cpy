      *****************************************************
      *  CPADJAUD.CPY                                    *
      *  BILLING ADJUSTMENT JOURNAL - PADJAUD.DAT        *
      *  ONE RECORD PER ADJUSTMENT APPLIED BY COBRL23,   *
      *  STAMPED LIKE THE MASTER AUDIT JOURNAL (DATE,    *
      *  TIME, RUN ID, SEQUENCE) AND CARRYING THE        *
      *  ESTIMATE'S BALANCE BEFORE AND AFTER, SO EVERY   *
      *  DOLLAR TAKEN OFF OR PUT ON A CUSTOMER CAN BE    *
      *  TRACED TO A REASON AND AN APPROVER. THE FILE IS *
      *  OPENED EXTEND SO ENTRIES ACCUMULATE ACROSS RUNS.*
      *****************************************************
       01  ADJAUD-REC.
           05  ADJA-DATE                PIC 9(8).
           05  ADJA-TIME                PIC 9(6).
           05  ADJA-RUN-ID              PIC X(14).
           05  ADJA-SEQ                 PIC 9(5).
           05  ADJA-EST-NO              PIC X(4).
           05  ADJA-CUST-NO             PIC X(5).
      *RUN-CONTROL AS-OF DATE - THE EXTRACT DATE ON THE BILLED ROW.  *
           05  ADJA-EXTRACT-DATE        PIC 9(8).
           05  ADJA-TYPE                PIC X.
           05  ADJA-REASON-CD           PIC X(2).
           05  ADJA-APPROVER            PIC X(8).
      *GROSS AS SIGNED, SPLIT INTO THE PRE-TAX AMOUNT AND THE TAX    *
      *BACKED OUT OF IT AT THE JURISDICTION'S RATE.                  *
           05  ADJA-GROSS-AMT           PIC 9(8)V99.
           05  ADJA-TOTAL               PIC 9(8)V99.
           05  ADJA-TAX-AMT             PIC 9(8)V99.
           05  ADJA-TAX-JUR             PIC X(4).
           05  ADJA-TAX-RATE            PIC 9(2)V9(3).
      *NET BILLED LESS CASH RECEIVED, TAX INCLUDED.                  *
           05  ADJA-BAL-BEFORE          PIC S9(9)V99.
           05  ADJA-BAL-AFTER           PIC S9(9)V99.
           05  ADJA-MEMO                PIC X(30).
