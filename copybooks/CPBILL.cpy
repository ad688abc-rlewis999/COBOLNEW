      *DEPOSIT, AT COMPLETION. THE RECONCILIATION (COBRL09) SUMS     *
      *THE ROWS OF AN ESTIMATE BEFORE APPLYING CASH SO A DEPOSIT-    *
      *PLUS-FINAL PAIR IS NOT FLAGGED AS A SHORT PAYMENT.            *
      *ADJUSTMENT ROWS (COBRL23) RIDE THE SAME EXTRACT AND REGISTER: *
      *A CREDIT MEMO OR A WRITE-OFF TAKES ITS AMOUNT AND TAX OFF THE *
      *ESTIMATE'S BALANCE, A DEBIT MEMO ADDS TO IT. THE AMOUNTS ARE  *
      *ALWAYS POSITIVE - THE TYPE SAYS WHICH WAY THEY GO.            *
           05  BILL-TYPE                PIC X.
               88  BILL-IS-DEPOSIT          VALUE 'D'.
               88  BILL-IS-FINAL            VALUE 'F'.
               88  BILL-IS-CREDIT           VALUE 'C'.
               88  BILL-IS-DEBIT            VALUE 'M'.
               88  BILL-IS-WRITE-OFF        VALUE 'W'.
               88  BILL-IS-ADJUSTMENT       VALUE 'C' 'M' 'W'.
               88  BILL-REDUCES-BALANCE     VALUE 'C' 'W'.
      *SALES TAX ON THIS ROW, COMPUTED UNDER THE CUSTOMER'S TAX     *
      *JURISDICTION AS OF THE EXTRACT DATE. BILL-TOTAL STAYS THE    *
      *PRE-TAX AMOUNT; AR INVOICES AND THE RECONCILIATION SETTLE    *
      *ON TOTAL PLUS TAX.                                           *
           05  BILL-TAX-AMT             PIC 9(8)V99.
      *WHY AN ADJUSTMENT WAS MADE AND WHO SIGNED IT OFF (CODES IN    *
      *CPADJTRN.CPY). SPACES ON DEPOSIT AND FINAL ROWS, AND ON ROWS  *
      *WRITTEN BEFORE THE LAYOUT CARRIED THEM. A CREDIT THE BACKOUT  *
      *(COBRL06) WRITES TO REVERSE A BILLING RUN CARRIES RD OR RF -  *
      *THE EXACT OPPOSITE OF THE DEPOSIT OR FINAL ROW IT CANCELS,    *
      *WITH THAT ROW'S PAINT SHARE AND DEPOSIT APPLIED - AND POSTS   *
      *AS SUCH IN THE LEDGER. PD AND PF ARE THE SAME REVERSALS OF A  *
      *ROW BILLED IN A CLOSED LEDGER PERIOD; THE POSTING (COBRL35)   *
      *FLAGS THEM AS PRIOR-PERIOD ADJUSTMENTS TO THAT ROW'S MONTH.   *
      *NONE OF THE FOUR CODES CAN BE KEYED ON A MEMO.                *
           05  BILL-REASON-CD           PIC X(2).
               88  BILL-REVERSES-DEPOSIT    VALUE 'RD' 'PD'.
               88  BILL-REVERSES-FINAL      VALUE 'RF' 'PF'.
               88  BILL-PRIOR-PERIOD-REVERSAL VALUE 'PD' 'PF'.
           05  BILL-APPROVER            PIC X(8).
      *LEDGER FIELDS FOR THE GL POSTING RUN (COBRL35). BILL-TAX-JUR  *
      *IS THE JURISDICTION THE TAX WAS FIGURED UNDER. ON A FINAL,    *
      *BILL-PAINT-AMT IS THE PAINT SHARE OF THE JOB'S REVENUE AND    *
      *BILL-DEP-APPLIED THE DEPOSIT TAKEN OFF IT - THE REVENUE IS    *
      *BILL-TOTAL PLUS THE DEPOSIT APPLIED, LABOR THE REST. A BACKOUT*
      *REVERSAL (RD/RF/PD/PF) CARRIES THE FIGURES OF THE ROW IT      *
      *REVERSES.                                                     *
      *ON A CANCELLATION CREDIT (CN) AGAINST A JOB NOT YET           *
      *FINAL-BILLED, BILL-DEP-APPLIED IS THE PART OF THE CREDIT TAKEN*
      *OUT OF THE DEPOSIT LIABILITY RATHER THAN SALES. BOTH ARE ZERO *
      *ON OTHER ROWS. BILL-GL-PERIOD (YYYYMM) IS THE LEDGER PERIOD   *
      *THE ROW POSTS IN: THE MONTH OF THE EXTRACT DATE, OR THE OPEN  *
      *PERIOD WHEN THE ROW IS A PRIOR-PERIOD ADJUSTMENT TO A CLOSED  *
      *MONTH. SPACES ON ROWS WRITTEN BEFORE THE LAYOUT CARRIED THEM. *
           05  BILL-GL-FIELDS.
               10  BILL-TAX-JUR         PIC X(4).
               10  BILL-PAINT-AMT       PIC 9(8)V99.
               10  BILL-DEP-APPLIED     PIC 9(8)V99.
               10  BILL-GL-PERIOD       PIC 9(6).
