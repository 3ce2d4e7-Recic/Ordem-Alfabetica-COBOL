              10 RA-SEQ          PIC 9(7).
           05 RA-NOME            PIC X(10).
           05 RA-DEPT            PIC X(3).
           05 RA-MATRICULA       PIC 9(6).

       FD  RESULT-B-FILE
           LABEL RECORD IS STANDARD.
              10 RB-SEQ          PIC 9(7).
           05 RB-NOME            PIC X(10).
           05 RB-DEPT            PIC X(3).
           05 RB-MATRICULA       PIC 9(6).

       FD  LASTRUN-FILE
           LABEL RECORD IS STANDARD.
           88 FUNC-REPRINT                   VALUE 'R'.
       77  DATE-A                PIC X(8)   VALUE SPACES.
       77  DATE-B                PIC X(8)   VALUE SPACES.
       77  COMP-A                PIC X(19)  VALUE SPACES.
       77  COMP-B                PIC X(19)  VALUE SPACES.
       77  COMP-LEN              PIC 9(2)   VALUE 19.
       77  ADDED-COUNT           PIC 9(7)   VALUE 0.
       77  REMOVED-COUNT         PIC 9(7)   VALUE 0.
       77  MOVED-COUNT           PIC 9(7)   VALUE 0.
           05 DLT-N-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DLT-N-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DLT-N-MATRICULA    PIC ZZZZZ9 BLANK WHEN ZERO.

       01  DLT-MOVE-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DLT-M-DE           PIC ZZZZZZ9.
           05 FILLER             PIC X(6)  VALUE ' PARA '.
           05 DLT-M-PARA         PIC ZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DLT-M-MATRICULA    PIC ZZZZZ9 BLANK WHEN ZERO.

       01  DLT-TOTAL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPR-D-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPR-D-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPR-D-MATRICULA    PIC ZZZZZ9 BLANK WHEN ZERO.


      ******************************************************************
      * handles on the same RESULTNM cluster so the comparison can
      * hold one position in each list at once.  The merge walk
      * below assumes the runs were produced in the standard
      * ascending order (ORDPARM A).  Homonyms are told apart by
      * their matricula; a run persisted before the master was
      * keyed by matricula carries zero there, and a comparison
      * that takes one in falls back to department and name.
           PERFORM READ-DELTA-PARM

           OPEN OUTPUT DLT-RPT-FILE
           PERFORM WRITE-DLT-HEADING
           PERFORM POSITION-LIST-A
           PERFORM POSITION-LIST-B
           MOVE 19 TO COMP-LEN
           IF (NOT A-DONE AND RA-MATRICULA = 0)
           OR (NOT B-DONE AND RB-MATRICULA = 0)
              MOVE 13 TO COMP-LEN
              DISPLAY 'AVISO - EXECUCAO SEM MATRICULA, COMPARACAO '
                 'POR DEPARTAMENTO E NOME'
           END-IF
           PERFORM COMPARE-ONE-PAIR
           UNTIL A-DONE AND B-DONE
           PERFORM WRITE-DELTA-TOTALS
                 ELSE
                    MOVE RA-DEPT TO COMP-A(1:3)
                    MOVE RA-NOME TO COMP-A(4:10)
                    MOVE RA-MATRICULA TO COMP-A(14:6)
                 END-IF
           END-READ
           .
                 ELSE
                    MOVE RB-DEPT TO COMP-B(1:3)
                    MOVE RB-NOME TO COMP-B(4:10)
                    MOVE RB-MATRICULA TO COMP-B(14:6)
                 END-IF
           END-READ
           .
       COMPARE-ONE-PAIR.
      * Classic two-list merge: both lists are stored in report
      * order, which for an ascending run is exactly the PORT-SEQ
      * order of department + name + matricula, so one forward
      * pass finds the adds, the removals and the position shifts.
           EVALUATE TRUE
              WHEN A-DONE
                 PERFORM REPORT-ADDED
              WHEN B-DONE
                 PERFORM REPORT-REMOVED
                 PERFORM READ-NEXT-A
              WHEN COMP-A(1:COMP-LEN) = COMP-B(1:COMP-LEN)
                 IF RA-SEQ = RB-SEQ
                    ADD 1 TO SAME-COUNT
                 ELSE
                 END-IF
                 PERFORM READ-NEXT-A
                 PERFORM READ-NEXT-B
              WHEN COMP-A(1:COMP-LEN) < COMP-B(1:COMP-LEN)
                 PERFORM REPORT-REMOVED
                 PERFORM READ-NEXT-A
              WHEN OTHER
           MOVE 'INCLUIDO'  TO DLT-N-TAG
           MOVE RB-NOME     TO DLT-N-NOME
           MOVE RB-DEPT     TO DLT-N-DEPT
           MOVE RB-MATRICULA TO DLT-N-MATRICULA
           PERFORM WRITE-DLT-NAME-LINE
           .

           MOVE 'RETIRADO'  TO DLT-N-TAG
           MOVE RA-NOME     TO DLT-N-NOME
           MOVE RA-DEPT     TO DLT-N-DEPT
           MOVE RA-MATRICULA TO DLT-N-MATRICULA
           PERFORM WRITE-DLT-NAME-LINE
           .

           MOVE RB-DEPT TO DLT-M-DEPT
           MOVE RA-SEQ  TO DLT-M-DE
           MOVE RB-SEQ  TO DLT-M-PARA
           MOVE RB-MATRICULA TO DLT-M-MATRICULA
           IF DLT-RPT-AVAILABLE
              WRITE DLT-RPT-RECORD FROM DLT-MOVE-LINE
           END-IF
           MOVE RA-SEQ  TO RPR-D-SEQ
           MOVE RA-NOME TO RPR-D-NOME
           MOVE RA-DEPT TO RPR-D-DEPT
           MOVE RA-MATRICULA TO RPR-D-MATRICULA
           IF DLT-RPT-AVAILABLE
              WRITE DLT-RPT-RECORD FROM RPR-DETAIL
           END-IF
