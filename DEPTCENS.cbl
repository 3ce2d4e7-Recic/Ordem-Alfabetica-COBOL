              10 RES-SEQ         PIC 9(7).
           05 RES-NOME           PIC X(10).
           05 RES-DEPT           PIC X(3).
           05 RES-MATRICULA      PIC 9(6).

       FD  CEN-PARM-FILE
           LABEL RECORD IS STANDARD.
