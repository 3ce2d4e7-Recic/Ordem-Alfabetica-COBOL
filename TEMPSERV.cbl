      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Tempo de servico - aniversarios de admissao no
      *          periodo e faixas de tempo de casa por departamento
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPSERV.


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

           SELECT TMP-PARM-FILE ASSIGN TO "TMPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TMP-PARM-STATUS.

           SELECT TMP-RPT-FILE ASSIGN TO "TMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TMP-RPT-STATUS.

           SELECT TMP-SORT-FILE ASSIGN TO "TMPSORT".

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
           05 MASTER-ADM-PARTS REDEFINES MASTER-ADMISSAO.
              10 MASTER-ADM-YYYY PIC 9(4).
              10 MASTER-ADM-MMDD PIC 9(4).
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

       FD  TMP-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  TMP-PARM-RECORD.
           05 TP-DATE-FROM       PIC X(8).
           05 TP-DATE-TO         PIC X(8).

       FD  TMP-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TMP-RPT-RECORD        PIC X(80).

       SD  TMP-SORT-FILE.
       01  TMP-SORT-RECORD.
           05 TS-DEPT            PIC X(3).
           05 TS-ANIV-DATE       PIC 9(8).
           05 TS-NOME            PIC X(10).
           05 TS-ADMISSAO        PIC 9(8).
           05 TS-ANOS            PIC 9(2).
           05 TS-FAIXA           PIC 9.
           05 TS-MATRICULA       PIC 9(6).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  DEPT-STATUS           PIC XX     VALUE '00'.
       77  DEPT-SW               PIC X      VALUE 'N'.
           88 DEPT-AVAILABLE                 VALUE 'Y'.
       77  TMP-PARM-STATUS       PIC XX     VALUE '00'.
       77  TMP-RPT-STATUS        PIC XX     VALUE '00'.
       77  TMP-RPT-SW            PIC X      VALUE 'N'.
           88 TMP-RPT-AVAILABLE              VALUE 'Y'.
       77  END-OF-MASTER-SW      PIC X      VALUE 'N'.
           88 END-OF-MASTER                  VALUE 'Y'.
       77  SORT-AT-END-SW        PIC X      VALUE 'N'.
           88 SORT-AT-END                    VALUE 'Y'.
       77  DATE-FROM             PIC X(8)   VALUE SPACES.
       77  DATE-TO               PIC X(8)   VALUE SPACES.
       77  WINDOW-FROM           PIC 9(8)   VALUE 0.
       77  WINDOW-TO             PIC 9(8)   VALUE 0.
       77  RUN-MMDD              PIC 9(4)   VALUE 0.
       77  NEXT-YYYY             PIC 9(4)   VALUE 0.
       77  NEXT-MM               PIC 9(2)   VALUE 0.
       77  AFTER-YYYY            PIC 9(4)   VALUE 0.
       77  AFTER-MM              PIC 9(2)   VALUE 0.
       77  AFTER-FIRST           PIC 9(8)   VALUE 0.
       77  MARCO-IDX             PIC 9      VALUE 0.
       77  MARCO-ANOS            PIC 9(2)   VALUE 0.
       77  ANIV-DATE             PIC 9(8)   VALUE 0.
       77  ANIV-HIT              PIC 9(8)   VALUE 0.
       77  ANIV-ANOS             PIC 9(2)   VALUE 0.
       77  TEMPO-ANOS            PIC 9(4)   VALUE 0.
       77  FAIXA-NUM             PIC 9      VALUE 0.
       77  PREV-DEPT             PIC X(3)   VALUE LOW-VALUES.
       77  SECTION-COUNT         PIC 9(5)   VALUE 0.
       77  ANIV-TOTAL            PIC 9(5)   VALUE 0.
       77  ATIVOS-LIDOS          PIC 9(7)   VALUE 0.
       77  DESCONHECIDA-TOTAL    PIC 9(7)   VALUE 0.
       77  DEPT-COUNT            PIC 9(3)   VALUE 0.
       77  DEPT-IDX              PIC 9(3)   VALUE 0.
       77  DEPT-HIT              PIC 9(3)   VALUE 0.
       77  COL-IDX               PIC 9      VALUE 0.
       77  DEPTS-OVERFLOW-SW     PIC X      VALUE 'N'.
           88 DEPTS-OVERFLOW                 VALUE 'Y'.
       77  FOUND-DEPT-DESC       PIC X(30)  VALUE SPACES.
       77  WORK-CELL             PIC ZZZZZ9.
       77  WORK-DATE             PIC 9(8)   VALUE 0.
       77  WORK-DATE-ED          PIC X(10)  VALUE SPACES.

      * The milestones reported: 5, 10, 15, 20 and 25 years.
       01  MARCO-VALUES.
           05 FILLER             PIC 9(2)   VALUE 05.
           05 FILLER             PIC 9(2)   VALUE 10.
           05 FILLER             PIC 9(2)   VALUE 15.
           05 FILLER             PIC 9(2)   VALUE 20.
           05 FILLER             PIC 9(2)   VALUE 25.
       01  MARCO-TABLE REDEFINES MARCO-VALUES.
           05 MARCO-ENTRY OCCURS 5 TIMES
                                 PIC 9(2).

       01  WORK-DATE-PARTS.
           05 WD-YYYY            PIC 9(4).
           05 WD-MM              PIC 9(2).
           05 WD-DD              PIC 9(2).

      * One row per department seen, in the department order the
      * sort returns them, seven tenure columns each: under 5,
      * 5-9, 10-14, 15-19, 20-24, 25 and over, and data
      * desconhecida (admission date zero - admitted before the
      * conversion, so of unknown tenure, never a new hire).
       01  FAIXA-TABLE.
           03 FAIXA-TOTAL OCCURS 7 TIMES
                                 PIC 9(7).
           03 DEPT-ROW OCCURS 300 TIMES.
              05 FR-DEPT         PIC X(3).
              05 FR-COUNT OCCURS 7 TIMES
                                 PIC 9(5).
              05 FR-TOTAL        PIC 9(5).

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

       01  TMP-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'TEMPO DE SERVICO'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 TMP-RPT-H-DATE     PIC X(10).

       01  TMP-WINDOW-LINE.
           05 FILLER             PIC X(30)
              VALUE 'ANIVERSARIOS DE ADMISSAO DE '.
           05 TMP-W-FROM         PIC X(10).
           05 FILLER             PIC X(3)  VALUE ' A '.
           05 TMP-W-TO           PIC X(10).

       01  TMP-ANIV-HEAD.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(12) VALUE 'NOME'.
           05 FILLER             PIC X(11) VALUE 'MATRICULA'.
           05 FILLER             PIC X(12) VALUE 'ADMISSAO'.
           05 FILLER             PIC X(12) VALUE 'ANIVERSARIO'.
           05 FILLER             PIC X(4)  VALUE 'ANOS'.

       01  TMP-SUBHEAD.
           05 FILLER             PIC X(7)  VALUE 'DEPTO: '.
           05 TMP-S-DEPT         PIC X(3).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 TMP-S-DESC         PIC X(30).

       01  TMP-ANIV-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 TMP-A-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TMP-A-MATRICULA    PIC ZZZZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 TMP-A-ADMISSAO     PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TMP-A-ANIV         PIC X(10).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 TMP-A-ANOS         PIC Z9.

       01  TMP-SECTION-TOTAL.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(30)
              VALUE 'ANIVERSARIOS NO DEPTO'.
           05 TMP-ST-COUNT       PIC ZZZZ9.

       01  TMP-FAIXA-TITLE.
           05 FILLER             PIC X(40)
              VALUE 'TEMPO DE CASA POR DEPARTAMENTO (ANOS)'.

       01  TMP-FAIXA-HEAD.
           05 FILLER             PIC X(5)  VALUE 'DEPTO'.
           05 FILLER             PIC X(6)  VALUE '   <5 '.
           05 FILLER             PIC X(6)  VALUE '  5-9 '.
           05 FILLER             PIC X(6)  VALUE ' 10-14'.
           05 FILLER             PIC X(6)  VALUE ' 15-19'.
           05 FILLER             PIC X(6)  VALUE ' 20-24'.
           05 FILLER             PIC X(6)  VALUE '  25+ '.
           05 FILLER             PIC X(6)  VALUE ' DESC.'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(6)  VALUE ' TOTAL'.

       01  TMP-FAIXA-DETAIL.
           05 TMP-F-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TMP-F-CELL OCCURS 7 TIMES
                                 PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TMP-F-TOTAL        PIC X(6).

       01  TMP-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 TMP-C-LABEL        PIC X(30).
           05 TMP-C-COUNT        PIC ZZZZZZ9.


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * MASTNOME has carried each person's admission date since the
      * situacao conversion; this report turns it into the two
      * things HR asks for every month.  First, everybody active
      * who completes 5, 10, 15, 20 or 25 years of service inside
      * the window on TMPPARM (default: next calendar month),
      * grouped by department under the cadastre description.
      * Second, a cross-tab of every active name by department and
      * tenure band, tenure counted in whole years up to the run
      * date.  Inactive names are left out of both.  An admission
      * date of zero means the person was admitted before the
      * conversion - of unknown tenure, so counted apart in its own
      * column and total line, never as a new hire and never as an
      * anniversary.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE
           COMPUTE RUN-MMDD = SYS-MM * 100 + SYS-DD
           INITIALIZE FAIXA-TABLE

           PERFORM READ-TMP-PARM
           PERFORM OPEN-TMP-REPORT

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS = '00'
              SET DEPT-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'AVISO - DEPTMAST INDISPONIVEL, STATUS '
                 DEPT-STATUS
           END-IF

           SORT TMP-SORT-FILE
               ON ASCENDING KEY TS-DEPT
               ON ASCENDING KEY TS-ANIV-DATE
               ON ASCENDING KEY TS-NOME
               ON ASCENDING KEY TS-MATRICULA
               INPUT PROCEDURE IS RELEASE-ACTIVE-NAMES
               OUTPUT PROCEDURE IS PRINT-ANNIVERSARIES

           CLOSE MASTER-FILE
           IF DEPT-AVAILABLE
              CLOSE DEPT-FILE
           END-IF

           PERFORM WRITE-FAIXA-REPORT
           PERFORM WRITE-TMP-TOTALS

           IF ATIVOS-LIDOS = 0
              DISPLAY 'AVISO - NENHUM NOME ATIVO NO MASTNOME'
              MOVE 8 TO RETURN-CODE
           END-IF

           IF TMP-RPT-AVAILABLE
              CLOSE TMP-RPT-FILE
           END-IF
           STOP RUN.

       READ-TMP-PARM.
      * The parm is optional: no TMPPARM, or blank dates, means the
      * whole of next calendar month.  A date that is given must
      * be AAAAMMDD with a month 01-12 and a day 01-31, and the
      * window must not run backwards.
           MOVE SYS-YYYY TO NEXT-YYYY
           COMPUTE NEXT-MM = SYS-MM + 1
           IF NEXT-MM > 12
              MOVE 1 TO NEXT-MM
              ADD 1 TO NEXT-YYYY
           END-IF
           COMPUTE WINDOW-FROM = NEXT-YYYY * 10000 + NEXT-MM * 100
              + 1
      * The window ends on the day before the first of the month
      * after, whatever the length of next month.
           MOVE NEXT-YYYY TO AFTER-YYYY
           COMPUTE AFTER-MM = NEXT-MM + 1
           IF AFTER-MM > 12
              MOVE 1 TO AFTER-MM
              ADD 1 TO AFTER-YYYY
           END-IF
           COMPUTE AFTER-FIRST = AFTER-YYYY * 10000 + AFTER-MM * 100
              + 1
           COMPUTE WINDOW-TO = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(AFTER-FIRST) - 1)
           OPEN INPUT TMP-PARM-FILE
           IF TMP-PARM-STATUS = '00'
              READ TMP-PARM-FILE
                 NOT AT END
                    MOVE TP-DATE-FROM TO DATE-FROM
                    MOVE TP-DATE-TO   TO DATE-TO
              END-READ
              CLOSE TMP-PARM-FILE
           END-IF
           IF DATE-FROM NOT = SPACES
              IF DATE-FROM NUMERIC
              AND DATE-FROM(5:2) >= '01' AND DATE-FROM(5:2) <= '12'
              AND DATE-FROM(7:2) >= '01' AND DATE-FROM(7:2) <= '31'
                 MOVE DATE-FROM TO WINDOW-FROM
              ELSE
                 DISPLAY 'ERRO - DATA INICIAL INVALIDA NO TMPPARM: '
                    DATE-FROM
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF DATE-TO NOT = SPACES
              IF DATE-TO NUMERIC
              AND DATE-TO(5:2) >= '01' AND DATE-TO(5:2) <= '12'
              AND DATE-TO(7:2) >= '01' AND DATE-TO(7:2) <= '31'
                 MOVE DATE-TO TO WINDOW-TO
              ELSE
                 DISPLAY 'ERRO - DATA FINAL INVALIDA NO TMPPARM: '
                    DATE-TO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WINDOW-FROM > WINDOW-TO
              DISPLAY 'ERRO - PERIODO INVERTIDO NO TMPPARM: '
                 WINDOW-FROM ' A ' WINDOW-TO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       OPEN-TMP-REPORT.
           OPEN OUTPUT TMP-RPT-FILE
           IF TMP-RPT-STATUS = '00'
              SET TMP-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO TMP-RPT-H-DATE
              WRITE TMP-RPT-RECORD FROM TMP-RPT-HEADING
              MOVE WINDOW-FROM TO WORK-DATE
              PERFORM EDIT-WORK-DATE
              MOVE WORK-DATE-ED TO TMP-W-FROM
              MOVE WINDOW-TO TO WORK-DATE
              PERFORM EDIT-WORK-DATE
              MOVE WORK-DATE-ED TO TMP-W-TO
              WRITE TMP-RPT-RECORD FROM TMP-WINDOW-LINE
              WRITE TMP-RPT-RECORD FROM TMP-ANIV-HEAD
           ELSE
              DISPLAY 'AVISO - TMPRPT INDISPONIVEL, STATUS '
                 TMP-RPT-STATUS
           END-IF
           .

       RELEASE-ACTIVE-NAMES.
      * MASTNOME is keyed by matricula; every active name goes to the
      * sort so the output side meets each department whole, for
      * the anniversary sections and the band row alike.  The
      * anniversary date is zero when the person has none inside
      * the window, which also sorts them ahead of the ones that
      * print.
           MOVE 0 TO MASTER-MATRICULA
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START
           PERFORM RELEASE-ONE-MASTER UNTIL END-OF-MASTER
           .

       RELEASE-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 IF MASTER-ATIVO
                    PERFORM RELEASE-ONE-ACTIVE
                 END-IF
           END-READ
           .

       RELEASE-ONE-ACTIVE.
           ADD 1 TO ATIVOS-LIDOS
           MOVE 0 TO ANIV-HIT
           MOVE 0 TO ANIV-ANOS
           IF MASTER-ADMISSAO = 0
              MOVE 7 TO FAIXA-NUM
              MOVE 0 TO TEMPO-ANOS
           ELSE
              PERFORM COMPUTE-TEMPO-DE-CASA
              PERFORM FIND-ANIVERSARIO VARYING MARCO-IDX
              FROM 1 BY 1 UNTIL MARCO-IDX > 5
              OR ANIV-HIT > 0
           END-IF
           MOVE MASTER-DEPT     TO TS-DEPT
           MOVE ANIV-HIT        TO TS-ANIV-DATE
           MOVE MASTER-NOME     TO TS-NOME
           MOVE MASTER-MATRICULA TO TS-MATRICULA
           MOVE MASTER-ADMISSAO TO TS-ADMISSAO
           MOVE ANIV-ANOS       TO TS-ANOS
           MOVE FAIXA-NUM       TO TS-FAIXA
           RELEASE TMP-SORT-RECORD
           .

       COMPUTE-TEMPO-DE-CASA.
      * Whole years completed by the run date; an admission date
      * past the run date counts as under five.
           IF MASTER-ADM-YYYY > SYS-YYYY
              MOVE 0 TO TEMPO-ANOS
           ELSE
              COMPUTE TEMPO-ANOS = SYS-YYYY - MASTER-ADM-YYYY
              IF RUN-MMDD < MASTER-ADM-MMDD
              AND TEMPO-ANOS > 0
                 SUBTRACT 1 FROM TEMPO-ANOS
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN TEMPO-ANOS < 5
                 MOVE 1 TO FAIXA-NUM
              WHEN TEMPO-ANOS < 10
                 MOVE 2 TO FAIXA-NUM
              WHEN TEMPO-ANOS < 15
                 MOVE 3 TO FAIXA-NUM
              WHEN TEMPO-ANOS < 20
                 MOVE 4 TO FAIXA-NUM
              WHEN TEMPO-ANOS < 25
                 MOVE 5 TO FAIXA-NUM
              WHEN OTHER
                 MOVE 6 TO FAIXA-NUM
           END-EVALUATE
           .

       FIND-ANIVERSARIO.
      * The anniversary is the admission day and month in the
      * admission year plus the milestone.  A 29 February admission
      * keeps its 0229 date, which still falls inside any window
      * that takes in the end of February.  Only the first
      * milestone inside the window is reported.
           MOVE MARCO-ENTRY(MARCO-IDX) TO MARCO-ANOS
           COMPUTE ANIV-DATE = (MASTER-ADM-YYYY + MARCO-ANOS) * 10000
              + MASTER-ADM-MMDD
           IF ANIV-DATE >= WINDOW-FROM
           AND ANIV-DATE <= WINDOW-TO
              MOVE ANIV-DATE  TO ANIV-HIT
              MOVE MARCO-ANOS TO ANIV-ANOS
           END-IF
           .

       PRINT-ANNIVERSARIES.
           MOVE 'N' TO SORT-AT-END-SW
           PERFORM RETURN-ONE-NAME UNTIL SORT-AT-END
           IF PREV-DEPT NOT = LOW-VALUES
           AND SECTION-COUNT > 0
              PERFORM WRITE-SECTION-TOTAL
           END-IF
           .

       RETURN-ONE-NAME.
           RETURN TMP-SORT-FILE INTO TMP-SORT-RECORD
              AT END
                 MOVE 'Y' TO SORT-AT-END-SW
              NOT AT END
                 PERFORM HANDLE-ONE-SORTED-NAME
           END-RETURN
           .

       HANDLE-ONE-SORTED-NAME.
      * Control break on the department.  A section is opened only
      * when the first anniversary of the department comes back,
      * so departments with nobody in the window print nothing in
      * the first part; every name still lands in its band row.
           IF TS-DEPT NOT = PREV-DEPT
              IF PREV-DEPT NOT = LOW-VALUES
              AND SECTION-COUNT > 0
                 PERFORM WRITE-SECTION-TOTAL
              END-IF
              MOVE TS-DEPT TO PREV-DEPT
              MOVE 0 TO SECTION-COUNT
           END-IF
           PERFORM TALLY-ONE-FAIXA
           IF TS-ANIV-DATE > 0
              IF SECTION-COUNT = 0
                 PERFORM START-DEPT-SECTION
              END-IF
              ADD 1 TO SECTION-COUNT
              ADD 1 TO ANIV-TOTAL
              PERFORM WRITE-ANIV-LINE
           END-IF
           .

       START-DEPT-SECTION.
      * Names with no department group under '***', the same
      * grouping the printed list uses.
           IF TS-DEPT = SPACES
              MOVE '***' TO TMP-S-DEPT
           ELSE
              MOVE TS-DEPT TO TMP-S-DEPT
           END-IF
           PERFORM LOOKUP-DEPT-DESC
           MOVE FOUND-DEPT-DESC TO TMP-S-DESC
           IF TMP-RPT-AVAILABLE
              WRITE TMP-RPT-RECORD FROM TMP-SUBHEAD
           END-IF
           .

       LOOKUP-DEPT-DESC.
           IF TS-DEPT = SPACES
              MOVE 'SEM DEPARTAMENTO' TO FOUND-DEPT-DESC
           ELSE
              IF DEPT-AVAILABLE
                 MOVE TS-DEPT TO DEPT-CODE
                 READ DEPT-FILE
                    INVALID KEY
                       MOVE 'DEPTO NAO CADASTRADO'
                          TO FOUND-DEPT-DESC
                    NOT INVALID KEY
                       MOVE DEPT-DESC TO FOUND-DEPT-DESC
                 END-READ
              ELSE
                 MOVE SPACES TO FOUND-DEPT-DESC
              END-IF
           END-IF
           .

       WRITE-ANIV-LINE.
           MOVE TS-NOME TO TMP-A-NOME
           MOVE TS-MATRICULA TO TMP-A-MATRICULA
           MOVE TS-ADMISSAO TO WORK-DATE
           PERFORM EDIT-WORK-DATE
           MOVE WORK-DATE-ED TO TMP-A-ADMISSAO
           MOVE TS-ANIV-DATE TO WORK-DATE
           PERFORM EDIT-WORK-DATE
           MOVE WORK-DATE-ED TO TMP-A-ANIV
           MOVE TS-ANOS TO TMP-A-ANOS
           IF TMP-RPT-AVAILABLE
              WRITE TMP-RPT-RECORD FROM TMP-ANIV-LINE
           END-IF
           .

       WRITE-SECTION-TOTAL.
           MOVE SECTION-COUNT TO TMP-ST-COUNT
           IF TMP-RPT-AVAILABLE
              WRITE TMP-RPT-RECORD FROM TMP-SECTION-TOTAL
           END-IF
           .

       TALLY-ONE-FAIXA.
      * The sort returns each department together, so the row
      * lookup hits the last row almost every time and the rows
      * come out in department order.
           PERFORM FIND-DEPT-ROW
           IF DEPT-HIT > 0
              ADD 1 TO FR-COUNT(DEPT-HIT, TS-FAIXA)
              ADD 1 TO FR-TOTAL(DEPT-HIT)
              ADD 1 TO FAIXA-TOTAL(TS-FAIXA)
              IF TS-FAIXA = 7
                 ADD 1 TO DESCONHECIDA-TOTAL
              END-IF
           END-IF
           .

       FIND-DEPT-ROW.
           MOVE 0 TO DEPT-HIT
           PERFORM TEST-ONE-DEPT-ROW VARYING DEPT-IDX
           FROM DEPT-COUNT BY -1 UNTIL DEPT-IDX < 1
           OR DEPT-HIT > 0
           IF DEPT-HIT = 0
              IF DEPT-COUNT >= 300
                 IF NOT DEPTS-OVERFLOW
                    SET DEPTS-OVERFLOW TO TRUE
                    DISPLAY 'AVISO - MAIS DE 300 DEPARTAMENTOS, '
                       'EXCEDENTE IGNORADO'
                 END-IF
              ELSE
                 ADD 1 TO DEPT-COUNT
                 MOVE DEPT-COUNT TO DEPT-HIT
                 MOVE TS-DEPT    TO FR-DEPT(DEPT-HIT)
              END-IF
           END-IF
           .

       TEST-ONE-DEPT-ROW.
           IF FR-DEPT(DEPT-IDX) = TS-DEPT
              MOVE DEPT-IDX TO DEPT-HIT
           END-IF
           .

       WRITE-FAIXA-REPORT.
           IF TMP-RPT-AVAILABLE
              MOVE SPACES TO TMP-RPT-RECORD
              WRITE TMP-RPT-RECORD
              WRITE TMP-RPT-RECORD FROM TMP-FAIXA-TITLE
              WRITE TMP-RPT-RECORD FROM TMP-FAIXA-HEAD
              PERFORM WRITE-ONE-FAIXA-ROW VARYING DEPT-IDX
              FROM 1 BY 1 UNTIL DEPT-IDX > DEPT-COUNT
              PERFORM WRITE-FAIXA-TOTAL-ROW
           END-IF
           .

       WRITE-ONE-FAIXA-ROW.
           IF FR-DEPT(DEPT-IDX) = SPACES
              MOVE '***' TO TMP-F-DEPT
           ELSE
              MOVE FR-DEPT(DEPT-IDX) TO TMP-F-DEPT
           END-IF
           PERFORM FILL-ONE-FAIXA-CELL VARYING COL-IDX
           FROM 1 BY 1 UNTIL COL-IDX > 7
           MOVE FR-TOTAL(DEPT-IDX) TO WORK-CELL
           MOVE WORK-CELL TO TMP-F-TOTAL
           WRITE TMP-RPT-RECORD FROM TMP-FAIXA-DETAIL
           .

       FILL-ONE-FAIXA-CELL.
           MOVE FR-COUNT(DEPT-IDX, COL-IDX) TO WORK-CELL
           MOVE WORK-CELL TO TMP-F-CELL(COL-IDX)
           .

       WRITE-FAIXA-TOTAL-ROW.
           MOVE 'TOT' TO TMP-F-DEPT
           PERFORM FILL-ONE-TOTAL-CELL VARYING COL-IDX
           FROM 1 BY 1 UNTIL COL-IDX > 7
           MOVE ATIVOS-LIDOS TO WORK-CELL
           MOVE WORK-CELL TO TMP-F-TOTAL
           WRITE TMP-RPT-RECORD FROM TMP-FAIXA-DETAIL
           .

       FILL-ONE-TOTAL-CELL.
           MOVE FAIXA-TOTAL(COL-IDX) TO WORK-CELL
           MOVE WORK-CELL TO TMP-F-CELL(COL-IDX)
           .

       WRITE-TMP-TOTALS.
           IF TMP-RPT-AVAILABLE
              MOVE SPACES TO TMP-RPT-RECORD
              WRITE TMP-RPT-RECORD
              MOVE 'NOMES ATIVOS'          TO TMP-C-LABEL
              MOVE ATIVOS-LIDOS            TO TMP-C-COUNT
              WRITE TMP-RPT-RECORD FROM TMP-COUNT-LINE
              MOVE 'ANIVERSARIOS NO PERIODO' TO TMP-C-LABEL
              MOVE ANIV-TOTAL              TO TMP-C-COUNT
              WRITE TMP-RPT-RECORD FROM TMP-COUNT-LINE
              MOVE 'DATA DESCONHECIDA'     TO TMP-C-LABEL
              MOVE DESCONHECIDA-TOTAL      TO TMP-C-COUNT
              WRITE TMP-RPT-RECORD FROM TMP-COUNT-LINE
              MOVE 'DEPARTAMENTOS'         TO TMP-C-LABEL
              MOVE DEPT-COUNT              TO TMP-C-COUNT
              WRITE TMP-RPT-RECORD FROM TMP-COUNT-LINE
           END-IF
           DISPLAY 'TEMPSERV - ATIVOS: ' ATIVOS-LIDOS
              ' ANIVERSARIOS: ' ANIV-TOTAL
              ' DATA DESCONHECIDA: ' DESCONHECIDA-TOTAL
           .

       EDIT-WORK-DATE.
           MOVE WORK-DATE TO WORK-DATE-PARTS
           MOVE SPACES TO WORK-DATE-ED
           STRING WD-DD '/' WD-MM '/' WD-YYYY
               DELIMITED BY SIZE INTO WORK-DATE-ED
           .


       END PROGRAM TEMPSERV.
