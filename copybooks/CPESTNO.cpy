      *****************************************************
      *  CPESTNO.CPY                                     *
      *  NEXT ESTIMATE NUMBER CONTROL RECORD - PESTNO.DAT*
      *  ONE RECORD HOLDING THE LAST ESTIMATE NUMBER     *
      *  HANDED OUT. COBRL03 (ADDS) AND COBRL34 (RE-     *
      *  QUOTES) TAKE THE NEXT ONE FROM HERE AND WRITE   *
      *  THE RECORD BACK AT THE END OF THE RUN; COBRL04  *
      *  SEEDS IT FROM THE HIGHEST NUMBER IT LOADS.      *
      *  THE NUMBER IS KEPT AS A SEQUENCE: 1-9999 IS THE *
      *  FOUR DIGITS, 10000-29999 A LETTER AND THREE     *
      *  DIGITS (A000 FOLLOWS 9999, B000 FOLLOWS A999),  *
      *  SO THE FOUR-BYTE KEY STILL SORTS IN ISSUE ORDER.*
      *  T999 IS THE LAST NUMBER - ANYTHING PAST IT      *
      *  WOULD SORT AFTER THE 'TRLR' TRAILER RECORD.     *
      *****************************************************
       01  ESTNO-REC.
           05  ENO-LAST-SEQ             PIC 9(5).
           05  ENO-LAST-EST-NO          PIC X(4).
           05  ENO-LAST-DATE            PIC 9(8).
           05  ENO-LAST-PROGRAM         PIC X(8).
