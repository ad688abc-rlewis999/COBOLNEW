      *****************************************************
      *  CPCREW.CPY                                      *
      *  CREW MASTER RECORD - CREWMAST.DAT               *
      *  INDEXED ON CREW-NO. ONE RECORD PER PAINT CREW,  *
      *  HOLDING THE LABOR HOURS THE CREW CAN WORK IN A  *
      *  WEEK AND THE SURFACE TYPES IT IS SET UP TO DO.  *
      *  MAINTAINED BY COBRL25; READ BY MAINTENANCE      *
      *  (COBRL03) WHEN A CREW IS BOOKED, BY CAPACITY    *
      *  PLANNING (COBRL12) AND BY THE DISPATCH RUN      *
      *  (COBRL26).                                      *
      *****************************************************
       01  CREW-REC.
           05  CREW-NO                  PIC X(3).
           05  CREW-NAME                PIC X(25).
      *FOREMAN'S PHONE - PRINTED ON THE DISPATCH WORK ORDER.         *
           05  CREW-PHONE               PIC X(10).
      *LABOR HOURS THE CREW CAN BOOK IN A FIVE-DAY WEEK. A DAY ON    *
      *THE DISPATCH IS ONE FIFTH OF THIS.                            *
           05  CREW-HOURS-WEEK          PIC 9(5).
      *SURFACE TYPES THE CREW HANDLES - MATCHED AGAINST THE SURFACE  *
      *TYPE ON EACH ESTIMATE LINE (THE RATETBL.DAT PAINT TYPES). A   *
      *CREW WITH NO TYPES LISTED IS A GENERAL CREW AND TAKES ANY.    *
           05  CREW-SURFACE-CTR         PIC 9(2).
           05  CREW-SURFACE-TYPE        PIC X(10) OCCURS 10 TIMES.
