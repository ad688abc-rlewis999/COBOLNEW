       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD IS VARYING IN SIZE FROM 206 TO 350 CHARACTERS.

           COPY 'CPPAINT.cpy'.

