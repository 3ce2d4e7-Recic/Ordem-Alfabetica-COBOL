           05 HIST-NOME          PIC X(10).
           05 HIST-NOVO-NOME     PIC X(10).
           05 HIST-DEPT          PIC X(3).
           05 HIST-MATRICULA     PIC 9(6).

       FD  HIST-WORK-FILE
           LABEL RECORD IS STANDARD.
       01  HIST-WORK-RECORD      PIC X(44).

       FD  HIST-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  HIST-ARCH-RECORD      PIC X(44).

       FD  RESULT-FILE
           LABEL RECORD IS STANDARD.
              10 RES-SEQ         PIC 9(7).
           05 RES-NOME           PIC X(10).
           05 RES-DEPT           PIC X(3).
           05 RES-MATRICULA      PIC 9(6).

       FD  RES-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  RES-ARCH-RECORD       PIC X(34).

       FD  HIST-RETR-FILE
           LABEL RECORD IS STANDARD.
       01  HIST-RETR-RECORD      PIC X(44).

       FD  RES-RETR-FILE
           LABEL RECORD IS STANDARD.
       01  RES-RETR-RECORD       PIC X(34).

       FD  ARC-REG-FILE
           LABEL RECORD IS STANDARD.
      * area.
       01  HIST-VIEW.
           05 HV-DATE            PIC 9(8).
           05 FILLER             PIC X(36).

       01  RES-VIEW.
           05 RV-RUN-DATE        PIC X(8).
           05 FILLER             PIC X(26).

       01  ARC-RPT-HEADING.
           05 FILLER             PIC X(22)
