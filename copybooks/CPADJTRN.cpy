      *****************************************************
      *  CPADJTRN.CPY                                    *
      *  BILLING ADJUSTMENT TRANSACTION - PADJTRAN.DAT   *
      *  ONE ROW PER CREDIT MEMO, DEBIT MEMO OR WRITE-OFF*
      *  AGAINST AN ESTIMATE STILL ON THE BILLING        *
      *  REGISTER. APPLIED BY COBRL23, WHICH BACKS THE   *
      *  TAX OUT OF THE AMOUNT AND WRITES THE ROW TO THE *
      *  EXTRACT AND THE REGISTER LIKE ANY BILLED LEG.   *
      *****************************************************
       01  ADJTRAN-REC.
           05  ADJTRAN-EST-NO              PIC X(4).
           05  ADJTRAN-TYPE                PIC X.
               88  ADJTRAN-IS-CREDIT           VALUE 'C'.
               88  ADJTRAN-IS-DEBIT            VALUE 'M'.
               88  ADJTRAN-IS-WRITE-OFF        VALUE 'W'.
      *WHAT THE CUSTOMER'S BALANCE MOVES BY, TAX INCLUDED - THE      *
      *FIGURE ON THE SIGNED MEMO. ALWAYS POSITIVE.                   *
           05  ADJTRAN-GROSS-AMT           PIC 9(8)V99.
      *CN  JOB CANCELLED AFTER BILLING                               *
      *GW  GOODWILL DISCOUNT                                         *
      *PE  PRICING OR BILLING ERROR                                  *
      *DM  DAMAGE OR WORKMANSHIP CLAIM                               *
      *BD  BAD DEBT - UNCOLLECTABLE                                  *
      *XW  EXTRA WORK NOT ON THE ESTIMATE                            *
           05  ADJTRAN-REASON-CD           PIC X(2).
               88  ADJTRAN-REASON-VALID        VALUE 'CN' 'GW' 'PE'
                                                     'DM' 'BD' 'XW'.
               88  ADJTRAN-IS-CANCELLATION     VALUE 'CN'.
      *OFFICE INITIALS OR SIGN-ON OF WHOEVER APPROVED THE MEMO.      *
           05  ADJTRAN-APPROVER            PIC X(8).
           05  ADJTRAN-MEMO                PIC X(30).
