       FD  PAINT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPHIST.cpy'.

           05  O-STATUS        PIC X.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PRICE-GAL     PIC ZZ.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-REQUOTE-TAG   PIC X(14).
           05  O-REQUOTE-OF    PIC X(4).

       01  PRT-SURF-DETAIL.
           05  FILLER          PIC X(6)    VALUE SPACES.
           MOVE HIST-DATE      TO O-EST-DATE.
           MOVE HIST-STATUS    TO O-STATUS.
           MOVE HIST-PRICE-GAL TO O-PRICE-GAL.
           IF HIST-REQUOTE-OF = SPACES
               MOVE SPACES          TO O-REQUOTE-TAG
           ELSE
               MOVE 'RE-QUOTE OF:'  TO O-REQUOTE-TAG
           END-IF.
           MOVE HIST-REQUOTE-OF TO O-REQUOTE-OF.
           WRITE RPTLINE FROM PRT-EST-DETAIL
               AFTER ADVANCING 2 LINES
                   AT EOP
