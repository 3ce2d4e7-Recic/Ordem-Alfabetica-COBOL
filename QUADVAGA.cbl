      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Quadro autorizado x efetivo ativo por departamento -
      *          vagas e excessos para a reuniao mensal de pessoal
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADVAGA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-STATUS.

           SELECT VAG-RPT-FILE ASSIGN TO "VAGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAG-RPT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  MASTER-RECORD.
           05 MASTER-NOME     PIC X(10).
           05 MASTER-DEPT     PIC X(3).
           05 MASTER-SITUACAO PIC X.
              88 MASTER-ATIVO    VALUE 'A'.
              88 MASTER-INATIVO  VALUE 'I'.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD.
       01  DEPT-RECORD.
           05 DEPT-CODE          PIC X(3).
           05 DEPT-DESC          PIC X(30).
           05 DEPT-SITUACAO      PIC X.
              88 DEPT-ATIVO      VALUE 'A'.
              88 DEPT-INATIVO    VALUE 'I'.
           05 DEPT-QUADRO        PIC 9(5).

       FD  VAG-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  VAG-RPT-RECORD        PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  DEPT-STATUS           PIC XX     VALUE '00'.
       77  VAG-RPT-STATUS        PIC XX     VALUE '00'.
       77  VAG-RPT-SW            PIC X      VALUE 'N'.
           88 VAG-RPT-AVAILABLE              VALUE 'Y'.
       77  END-OF-MASTER-SW      PIC X      VALUE 'N'.
           88 END-OF-MASTER                  VALUE 'Y'.
       77  END-OF-DEPT-SW        PIC X      VALUE 'N'.
           88 END-OF-DEPT                    VALUE 'Y'.
       77  DEPTS-OVERFLOW-SW     PIC X      VALUE 'N'.
           88 DEPTS-OVERFLOW                 VALUE 'Y'.
       77  DEPT-COUNT            PIC 9(3)   VALUE 0.
       77  DEPT-IDX              PIC 9(3)   VALUE 0.
       77  DEPT-HIT              PIC 9(3)   VALUE 0.
       77  SEEK-DEPT             PIC X(3)   VALUE SPACES.
       77  ATIVOS-LIDOS          PIC 9(7)   VALUE 0.
       77  LISTED-COUNT          PIC 9(5)   VALUE 0.
       77  SEM-QUADRO-COUNT      PIC 9(5)   VALUE 0.
       77  SEM-QUADRO-ATIVOS     PIC 9(7)   VALUE 0.
       77  NAO-CADASTRADO-COUNT  PIC 9(5)   VALUE 0.
       77  ACIMA-COUNT           PIC 9(5)   VALUE 0.
       77  TOTAL-QUADRO          PIC 9(7)   VALUE 0.
       77  TOTAL-ATIVOS          PIC 9(7)   VALUE 0.
       77  TOTAL-VAGAS           PIC 9(7)   VALUE 0.
       77  TOTAL-EXCESSO         PIC 9(7)   VALUE 0.
       77  ROW-VAGAS             PIC 9(5)   VALUE 0.
       77  ROW-EXCESSO           PIC 9(5)   VALUE 0.

      * One row per department of the cadastre, in code order, with
      * its quadro and the active names counted off MASTNOME.  A
      * code the master carries that the cadastre does not know
      * (blank included) gets a row of its own behind them, so
      * every active name is accounted for in the grand total.
       01  VAGA-TABLE.
           03 VAGA-ROW OCCURS 500 TIMES.
              05 VR-DEPT         PIC X(3).
              05 VR-DESC         PIC X(30).
              05 VR-SITUACAO     PIC X.
              05 VR-QUADRO       PIC 9(5).
              05 VR-ATIVOS       PIC 9(5).
              05 VR-CADASTRO-SW  PIC X.
                 88 VR-CADASTRADO VALUE 'Y'.

       01  SYS-DATE-TIME.
           05 SYS-DATE-FIELDS.
              10 SYS-YYYY        PIC 9(4).
              10 SYS-MM          PIC 9(2).
              10 SYS-DD          PIC 9(2).
           05 SYS-TIME-FIELDS.
              10 SYS-HH          PIC 9(2).
              10 SYS-MN          PIC 9(2).
              10 SYS-SS          PIC 9(2).
           05 FILLER             PIC X(7).
       77  RPT-DATE              PIC X(10).

       01  VAG-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'QUADRO AUTORIZADO E VAGAS'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 VAG-RPT-H-DATE     PIC X(10).

       01  VAG-COLUMN-HEAD.
           05 FILLER             PIC X(6)  VALUE 'DEPTO'.
           05 FILLER             PIC X(31) VALUE 'DESCRICAO'.
           05 FILLER             PIC X(4)  VALUE 'SIT'.
           05 FILLER             PIC X(8)  VALUE '  QUADRO'.
           05 FILLER             PIC X(8)  VALUE '  ATIVOS'.
           05 FILLER             PIC X(8)  VALUE '   VAGAS'.
           05 FILLER             PIC X(8)  VALUE ' EXCESSO'.

       01  VAG-DETAIL.
           05 VAG-D-DEPT         PIC X(3).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 VAG-D-DESC         PIC X(30).
           05 FILLER             PIC X     VALUE SPACE.
           05 VAG-D-SIT          PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 VAG-D-QUADRO-X     PIC X(8).
           05 VAG-D-QUADRO REDEFINES VAG-D-QUADRO-X
                                 PIC ZZZZZZZ9.
           05 VAG-D-ATIVOS       PIC ZZZZZZZ9.
           05 VAG-D-VAGAS        PIC ZZZZZZZ9.
           05 VAG-D-EXCESSO      PIC ZZZZZZZ9.

       01  VAG-TOTAL-LINE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(30)
              VALUE 'TOTAL GERAL'.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 VAG-T-QUADRO       PIC ZZZZZZZ9.
           05 VAG-T-ATIVOS       PIC ZZZZZZZ9.
           05 VAG-T-VAGAS        PIC ZZZZZZZ9.
           05 VAG-T-EXCESSO      PIC ZZZZZZZ9.

       01  VAG-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 VAG-C-LABEL        PIC X(30).
           05 VAG-C-COUNT        PIC ZZZZZZ9.

       01  VAG-TEXT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 VAG-X-TEXT         PIC X(70).


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The staffing meeting's page: every department of the
      * cadastre with the quadro autorizado DEPTMNT keeps for it
      * against the active names MASTNOME has coded to it today.
      * Below the quadro the difference is vagas, above it
      * excesso; a department with no quadro defined (zero) shows
      * S/QUAD and counts in neither.  Inactive departments are
      * listed only while they still carry active names - the
      * closures DEPTMNT stages leave none once the next
      * maintenance pass has run.  Names coded to a department
      * the cadastre does not know are listed on rows of their own
      * (NAO CADASTRADO) so the grand total of ativos is the whole
      * active roster.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE
           INITIALIZE VAGA-TABLE

           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS NOT = '00'
              DISPLAY 'ERRO - DEPTMAST INDISPONIVEL, STATUS '
                 DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              CLOSE DEPT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM OPEN-VAG-REPORT
           PERFORM LOAD-DEPT-TABLE
           PERFORM COUNT-ACTIVE-NAMES
           CLOSE MASTER-FILE
           CLOSE DEPT-FILE

           PERFORM WRITE-ONE-ROW VARYING DEPT-IDX
           FROM 1 BY 1 UNTIL DEPT-IDX > DEPT-COUNT
           PERFORM WRITE-VAG-TOTALS

           IF ACIMA-COUNT > 0 OR NAO-CADASTRADO-COUNT > 0
           OR DEPTS-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF

           IF VAG-RPT-AVAILABLE
              CLOSE VAG-RPT-FILE
           END-IF
           STOP RUN.

       OPEN-VAG-REPORT.
           OPEN OUTPUT VAG-RPT-FILE
           IF VAG-RPT-STATUS = '00'
              SET VAG-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO VAG-RPT-H-DATE
              WRITE VAG-RPT-RECORD FROM VAG-RPT-HEADING
              WRITE VAG-RPT-RECORD FROM VAG-COLUMN-HEAD
           ELSE
              DISPLAY 'AVISO - VAGRPT INDISPONIVEL, STATUS '
                 VAG-RPT-STATUS
           END-IF
           .

       LOAD-DEPT-TABLE.
           MOVE LOW-VALUES TO DEPT-CODE
           START DEPT-FILE KEY IS NOT LESS THAN DEPT-CODE
              INVALID KEY
                 MOVE 'Y' TO END-OF-DEPT-SW
           END-START
           PERFORM LOAD-ONE-DEPT UNTIL END-OF-DEPT
           .

       LOAD-ONE-DEPT.
           READ DEPT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-DEPT-SW
              NOT AT END
                 IF DEPT-COUNT < 500
                    ADD 1 TO DEPT-COUNT
                    MOVE DEPT-CODE     TO VR-DEPT(DEPT-COUNT)
                    MOVE DEPT-DESC     TO VR-DESC(DEPT-COUNT)
                    MOVE DEPT-SITUACAO TO VR-SITUACAO(DEPT-COUNT)
                    IF DEPT-QUADRO NUMERIC
                       MOVE DEPT-QUADRO TO VR-QUADRO(DEPT-COUNT)
                    END-IF
                    MOVE 'Y' TO VR-CADASTRO-SW(DEPT-COUNT)
                 ELSE
                    SET DEPTS-OVERFLOW TO TRUE
                 END-IF
           END-READ
           .

       COUNT-ACTIVE-NAMES.
      * MASTNOME is keyed by matricula, so the headcount is one full
      * pass over the cluster; only active names count.
           MOVE 0 TO MASTER-MATRICULA
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START
           PERFORM COUNT-ONE-MASTER UNTIL END-OF-MASTER
           .

       COUNT-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 IF MASTER-ATIVO
                    ADD 1 TO ATIVOS-LIDOS
                    MOVE MASTER-DEPT TO SEEK-DEPT
                    PERFORM FIND-DEPT-ROW
                    IF DEPT-HIT = 0
                       PERFORM ADD-UNKNOWN-ROW
                    END-IF
                    IF DEPT-HIT > 0
                       ADD 1 TO VR-ATIVOS(DEPT-HIT)
                    END-IF
                 END-IF
           END-READ
           .

       FIND-DEPT-ROW.
           MOVE 0 TO DEPT-HIT
           PERFORM TEST-ONE-ROW VARYING DEPT-IDX
           FROM 1 BY 1 UNTIL DEPT-IDX > DEPT-COUNT
           OR DEPT-HIT > 0
           .

       TEST-ONE-ROW.
           IF VR-DEPT(DEPT-IDX) = SEEK-DEPT
              MOVE DEPT-IDX TO DEPT-HIT
           END-IF
           .

       ADD-UNKNOWN-ROW.
           IF DEPT-COUNT < 500
              ADD 1 TO DEPT-COUNT
              MOVE DEPT-COUNT TO DEPT-HIT
              MOVE SEEK-DEPT  TO VR-DEPT(DEPT-HIT)
              MOVE 'NAO CADASTRADO' TO VR-DESC(DEPT-HIT)
              MOVE SPACE      TO VR-SITUACAO(DEPT-HIT)
              MOVE 0          TO VR-QUADRO(DEPT-HIT)
              MOVE 0          TO VR-ATIVOS(DEPT-HIT)
              MOVE 'N'        TO VR-CADASTRO-SW(DEPT-HIT)
              ADD 1 TO NAO-CADASTRADO-COUNT
           ELSE
              SET DEPTS-OVERFLOW TO TRUE
           END-IF
           .

       WRITE-ONE-ROW.
      * An inactive department with nobody left in it is history,
      * not staffing, and is not printed.
           IF VR-SITUACAO(DEPT-IDX) = 'I'
           AND VR-ATIVOS(DEPT-IDX) = 0
              CONTINUE
           ELSE
              ADD 1 TO LISTED-COUNT
              MOVE 0 TO ROW-VAGAS
              MOVE 0 TO ROW-EXCESSO
              ADD VR-ATIVOS(DEPT-IDX) TO TOTAL-ATIVOS
              IF VR-QUADRO(DEPT-IDX) > 0
                 ADD VR-QUADRO(DEPT-IDX) TO TOTAL-QUADRO
                 IF VR-ATIVOS(DEPT-IDX) < VR-QUADRO(DEPT-IDX)
                    COMPUTE ROW-VAGAS =
                       VR-QUADRO(DEPT-IDX) - VR-ATIVOS(DEPT-IDX)
                 ELSE
                    COMPUTE ROW-EXCESSO =
                       VR-ATIVOS(DEPT-IDX) - VR-QUADRO(DEPT-IDX)
                 END-IF
                 ADD ROW-VAGAS   TO TOTAL-VAGAS
                 ADD ROW-EXCESSO TO TOTAL-EXCESSO
                 IF ROW-EXCESSO > 0
                    ADD 1 TO ACIMA-COUNT
                 END-IF
              ELSE
                 ADD 1 TO SEM-QUADRO-COUNT
                 ADD VR-ATIVOS(DEPT-IDX) TO SEM-QUADRO-ATIVOS
              END-IF
              IF VAG-RPT-AVAILABLE
                 PERFORM PRINT-ONE-ROW
              END-IF
           END-IF
           .

       PRINT-ONE-ROW.
           IF VR-DEPT(DEPT-IDX) = SPACES
              MOVE '***' TO VAG-D-DEPT
           ELSE
              MOVE VR-DEPT(DEPT-IDX) TO VAG-D-DEPT
           END-IF
           MOVE VR-DESC(DEPT-IDX) TO VAG-D-DESC
           EVALUATE TRUE
              WHEN NOT VR-CADASTRADO(DEPT-IDX)
                 MOVE '---' TO VAG-D-SIT
              WHEN VR-SITUACAO(DEPT-IDX) = 'I'
                 MOVE 'INA' TO VAG-D-SIT
              WHEN OTHER
                 MOVE 'ATI' TO VAG-D-SIT
           END-EVALUATE
           IF VR-QUADRO(DEPT-IDX) > 0
              MOVE VR-QUADRO(DEPT-IDX) TO VAG-D-QUADRO
           ELSE
              MOVE '  S/QUAD' TO VAG-D-QUADRO-X
           END-IF
           MOVE VR-ATIVOS(DEPT-IDX) TO VAG-D-ATIVOS
           MOVE ROW-VAGAS           TO VAG-D-VAGAS
           MOVE ROW-EXCESSO         TO VAG-D-EXCESSO
           WRITE VAG-RPT-RECORD FROM VAG-DETAIL
           .

       WRITE-VAG-TOTALS.
           DISPLAY 'QUADVAGA - ATIVOS: ' TOTAL-ATIVOS
              ' QUADRO: ' TOTAL-QUADRO ' VAGAS: ' TOTAL-VAGAS
              ' EXCESSO: ' TOTAL-EXCESSO
           IF VAG-RPT-AVAILABLE
              MOVE TOTAL-QUADRO  TO VAG-T-QUADRO
              MOVE TOTAL-ATIVOS  TO VAG-T-ATIVOS
              MOVE TOTAL-VAGAS   TO VAG-T-VAGAS
              MOVE TOTAL-EXCESSO TO VAG-T-EXCESSO
              WRITE VAG-RPT-RECORD FROM VAG-TOTAL-LINE
              MOVE 'DEPARTAMENTOS LISTADOS'    TO VAG-C-LABEL
              MOVE LISTED-COUNT                TO VAG-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'DEPARTAMENTOS ACIMA DO QUADRO' TO VAG-C-LABEL
              MOVE ACIMA-COUNT                 TO VAG-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'DEPARTAMENTOS SEM QUADRO'  TO VAG-C-LABEL
              MOVE SEM-QUADRO-COUNT            TO VAG-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'ATIVOS EM DEPTOS SEM QUADRO' TO VAG-C-LABEL
              MOVE SEM-QUADRO-ATIVOS           TO VAG-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'DEPTOS NAO CADASTRADOS'    TO VAG-C-LABEL
              MOVE NAO-CADASTRADO-COUNT        TO VAG-C-COUNT
              PERFORM WRITE-ONE-COUNT
              IF DEPTS-OVERFLOW
                 MOVE 'MAIS DE 500 DEPTOS - RELATORIO INCOMPLETO'
                    TO VAG-X-TEXT
                 WRITE VAG-RPT-RECORD FROM VAG-TEXT-LINE
              END-IF
           END-IF
           .

       WRITE-ONE-COUNT.
           WRITE VAG-RPT-RECORD FROM VAG-COUNT-LINE
           .


       END PROGRAM QUADVAGA.
