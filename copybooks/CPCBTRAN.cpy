      *****************************************************
      *  CPCBTRAN.CPY                                    *
      *  WARRANTY CALLBACK TRANSACTION - PCBTRAN.DAT     *
      *  APPLIED TO PCALLBK.DAT BY COBRL31. AN OPEN      *
      *  TAKES THE NEXT SEQUENCE FOR THE ESTIMATE; A     *
      *  DISPATCH OR RESOLVE NAMES THE SEQUENCE IT IS    *
      *  FOR. CBT-DATE IS THE DATE REPORTED ON AN OPEN,  *
      *  THE VISIT DATE ON A DISPATCH AND THE DATE       *
      *  RESOLVED ON A RESOLVE.                          *
      *****************************************************
       01  CBTRAN-REC.
           05  CBT-CODE                 PIC X.
               88  CBT-IS-OPEN              VALUE 'O'.
               88  CBT-IS-DISPATCH          VALUE 'D'.
               88  CBT-IS-RESOLVE           VALUE 'R'.
           05  CBT-EST-NO               PIC X(4).
           05  CBT-SEQ                  PIC 9(2).
           05  CBT-DATE                 PIC 9(8).
      *PE PEELING, BL BLISTERING, MS MISSED SPOTS, TU TOUCH-UP,      *
      *FA FADING/CHALKING, DR DRIPS/RUNS, OT OTHER.                  *
           05  CBT-COMPLAINT-CD         PIC X(2).
               88  CBT-COMPLAINT-VALID      VALUE 'PE' 'BL' 'MS' 'TU'
                                                  'FA' 'DR' 'OT'.
           05  CBT-COMPLAINT-TEXT       PIC X(40).
           05  CBT-SURFACE-CTR          PIC 9(2).
           05  CBT-SURFACE-TYPE         PIC X(10) OCCURS 5 TIMES.
           05  CBT-CREW-NO              PIC X(3).
           05  CBT-HOURS                PIC 9(3)V99.
      *RP REPAINTED, TU TOUCHED UP, NF NO FAULT FOUND, NW NOT        *
      *WARRANTY WORK (REFERRED FOR A NEW ESTIMATE).                  *
           05  CBT-RESOLUTION-CD        PIC X(2).
               88  CBT-RESOLUTION-VALID     VALUE 'RP' 'TU' 'NF' 'NW'.
           05  CBT-RESOLUTION-TEXT      PIC X(40).
