      *****************************************************
      *  CPCRTRAN.CPY                                    *
      *  CREW MAINTENANCE TRANSACTION - CRMAINT.DAT      *
      *  SAME BODY LAYOUT AS CPCREW.CPY (CRTRAN- PREFIX) *
      *  SO ADD/CHANGE TRANSACTIONS MAP STRAIGHT ACROSS  *
      *  TO CREW-REC FIELD BY FIELD.                     *
      *****************************************************
       01  CRTRAN-REC.
           05  CRTRAN-CODE                 PIC X.
               88  CRTRAN-IS-ADD               VALUE 'A'.
               88  CRTRAN-IS-CHANGE            VALUE 'C'.
               88  CRTRAN-IS-DELETE            VALUE 'D'.
           05  CRTRAN-NO                   PIC X(3).
           05  CRTRAN-NAME                 PIC X(25).
           05  CRTRAN-PHONE                PIC X(10).
           05  CRTRAN-HOURS-WEEK           PIC 9(5).
           05  CRTRAN-SURFACE-CTR          PIC 9(2).
           05  CRTRAN-SURFACE-TYPE         PIC X(10) OCCURS 10 TIMES.
