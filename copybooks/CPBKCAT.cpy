      *****************************************************
      *  CPBKCAT.CPY                                     *
      *  BACKUP GENERATION CATALOG - PBKCAT.DAT          *
      *  ONE RECORD PER GOOD NIGHTLY BACKUP, OLDEST      *
      *  FIRST. EACH GENERATION IS A SET OF THREE        *
      *  SEQUENTIAL UNLOADS IN A NUMBERED SLOT -         *
      *  PESTGNN.DAT (PAINTEST.DAT), CUSTGNN.DAT         *
      *  (CUSTMAST.DAT) AND PINVGNN.DAT (PINVMAST.DAT).  *
      *  A BACKUP UNLOADS TO A SLOT NO CATALOGED         *
      *  GENERATION HOLDS; ONLY WHEN IT BALANCES DOES    *
      *  THE OLDEST COME OFF, FREEING ITS SLOT FOR THE   *
      *  NEXT RUN. WRITTEN BY THE BACKUP (COBRL29),      *
      *  READ BY RECOVERY (COBRL30).                     *
      *****************************************************
       01  BKCAT-REC.
           05  BKC-SLOT                 PIC 9(2).
      *WALL-CLOCK DATE AND TIME THE BACKUP STARTED - THE SAME CLOCK  *
      *AS AUD-DATE/AUD-TIME, SO RECOVERY REPLAYS EVERY JOURNAL ENTRY *
      *STAMPED AT OR AFTER THIS POINT.                               *
           05  BKC-DATE                 PIC 9(8).
           05  BKC-TIME                 PIC 9(6).
           05  BKC-AS-OF-DATE           PIC 9(8).
      *CONTROL COUNTS - RECORDS UNLOADED FROM EACH MASTER.           *
           05  BKC-EST-CTR              PIC 9(7).
           05  BKC-CUST-CTR             PIC 9(7).
           05  BKC-INV-CTR              PIC 9(7).
