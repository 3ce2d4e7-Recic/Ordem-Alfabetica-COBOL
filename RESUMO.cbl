      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Resumo do turno - situacao da execucao noturna em
      *          uma pagina, com veredito e codigo de retorno
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMO.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-ID
               FILE STATUS IS BATCH-REG-STATUS.

           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RES-RPT-FILE ASSIGN TO "RESRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RES-RPT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTAT-FILE
           LABEL RECORD IS STANDARD.
       01  RUNSTAT-RECORD.
           05 RS-RUN-DATE        PIC 9(8).
           05 RS-START-TIME      PIC 9(6).
           05 RS-END-TIME        PIC 9(6).
           05 RS-INPUT-COUNT     PIC 9(7).
           05 RS-VALID-COUNT     PIC 9(7).
           05 RS-REJECT-COUNT    PIC 9(7).
           05 RS-TRUNC-FLAG      PIC X.
           05 RS-ORDER-FLAG      PIC X.
           05 RS-RETURN-CODE     PIC 9(2).

       FD  BATCH-REG-FILE
           LABEL RECORD IS STANDARD.
       01  BATCH-REG-RECORD.
           05 BREG-ID            PIC X(15).
           05 BREG-SOURCE        PIC X(8).
           05 BREG-COUNT         PIC 9(5).
           05 BREG-STATUS        PIC X.
              88 BREG-PENDENTE   VALUE 'P'.
              88 BREG-APLICADO   VALUE 'A'.
              88 BREG-ERRO       VALUE 'E'.
              88 BREG-DESCARTADO VALUE 'X'.
              88 BREG-AGUARDANDO VALUE 'W'.
           05 BREG-DATE-IN       PIC X(8).
           05 BREG-DATE-APPL     PIC X(8).
           05 BREG-KEYED-BY      PIC X(8).
           05 BREG-APPR-BY       PIC X(8).
           05 BREG-APPR-DATE     PIC X(8).
           05 BREG-REASON        PIC X(30).

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD.
       01  REJECT-RECORD.
           05 REJ-CODE           PIC X.
           05 REJ-NOME           PIC X(10).
           05 REJ-NOVO-NOME      PIC X(10).
           05 REJ-DEPT           PIC X(3).
           05 REJ-EFF-DATE       PIC X(8).
           05 REJ-REASON         PIC X(21).
           05 REJ-DATE           PIC X(8).
           05 REJ-DISP           PIC X.
              88 REJ-ABERTO      VALUE 'A'.
              88 REJ-CORRIGIDO   VALUE 'C'.
              88 REJ-BAIXADO     VALUE 'X'.
           05 REJ-MATRICULA      PIC X(6).

       FD  PEND-FILE
           LABEL RECORD IS STANDARD.
       01  PEND-RECORD.
           05 FILA-CODE         PIC X.
           05 FILA-NOME         PIC X(10).
           05 FILA-NOVO-NOME    PIC X(10).
           05 FILA-DEPT         PIC X(3).
           05 FILA-EFF-DATE     PIC X(8).
           05 FILA-MATRICULA    PIC 9(6).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD.
       01  AUDIT-RECORD          PIC X(80).

       FD  RES-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RES-RPT-RECORD        PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  RUNSTAT-STATUS        PIC XX     VALUE '00'.
       77  RUNSTAT-SW            PIC X      VALUE 'N'.
           88 RUNSTAT-FOUND                  VALUE 'Y'.
       77  BATCH-REG-STATUS      PIC XX     VALUE '00'.
       77  END-OF-REG-SW         PIC X      VALUE 'N'.
           88 END-OF-REG                     VALUE 'Y'.
       77  REJECT-FILE-STATUS    PIC XX     VALUE '00'.
       77  END-OF-REJECT-SW      PIC X      VALUE 'N'.
           88 END-OF-REJECT                  VALUE 'Y'.
       77  PEND-FILE-STATUS      PIC XX     VALUE '00'.
       77  END-OF-PEND-SW        PIC X      VALUE 'N'.
           88 END-OF-PEND                    VALUE 'Y'.
       77  AUDIT-FILE-STATUS     PIC XX     VALUE '00'.
       77  END-OF-AUDIT-SW       PIC X      VALUE 'N'.
           88 END-OF-AUDIT                   VALUE 'Y'.
       77  RES-RPT-STATUS        PIC XX     VALUE '00'.
       77  RES-RPT-SW            PIC X      VALUE 'N'.
           88 RES-RPT-AVAILABLE              VALUE 'Y'.
       77  HOJE-NUM              PIC 9(8)   VALUE 0.
       77  ONTEM-NUM             PIC 9(8)   VALUE 0.
       77  LIMITE-PEND           PIC 9(8)   VALUE 0.
       77  CORTE-LOTES           PIC X(8)   VALUE SPACES.
       77  INICIO-SEG            PIC 9(5)   VALUE 0.
       77  FIM-SEG               PIC 9(5)   VALUE 0.
       77  DURACAO-SEG           PIC S9(6)  VALUE 0.
       77  RESTO-SEG             PIC 9(5)   VALUE 0.
       77  IDADE-DIAS            PIC S9(5)  VALUE 0.
       77  EFF-NUM               PIC 9(8)   VALUE 0.
       77  LOTES-PENDENTES       PIC 9(5)   VALUE 0.
       77  LOTES-PARADOS         PIC 9(5)   VALUE 0.
       77  LOTES-COM-ERRO        PIC 9(5)   VALUE 0.
       77  LOTES-RETIDOS         PIC 9(5)   VALUE 0.
       77  LOTES-LISTADOS        PIC 9(5)   VALUE 0.
       77  REJ-ABERTOS           PIC 9(5)   VALUE 0.
       77  PEND-VENCIDOS         PIC 9(5)   VALUE 0.
       77  PEND-PROXIMOS         PIC 9(5)   VALUE 0.
       77  PEND-NA-FILA          PIC 9(5)   VALUE 0.
       77  PEND-LISTADOS         PIC 9(5)   VALUE 0.
       77  AUDIT-AVISOS          PIC 9(5)   VALUE 0.
       77  AUDIT-HDR-SW          PIC X      VALUE 'N'.
           88 AUDIT-HDR-FOUND                VALUE 'Y'.
       77  LAST-AUDIT-HDR        PIC X(80)  VALUE SPACES.
       77  NOVO-MOTIVO           PIC X(40)  VALUE SPACES.
       77  MOTIVO-COUNT          PIC 9(2)   VALUE 0.
       77  MOTIVO-IDX            PIC 9(2)   VALUE 0.
       77  BUCKET-IDX            PIC 9      VALUE 0.

      * At most this many P/E batches and due movements are listed
      * one per line - the summary must stay on one page; the
      * counts beside them are always complete.
       77  MAX-LINHAS            PIC 9(2)   VALUE 8.

      * Verdict: 0 OK, 1 ATENCAO, 2 FALHA - only ever raised.
       77  VEREDITO-NIVEL        PIC 9      VALUE 0.
           88 VEREDITO-OK                    VALUE 0.
           88 VEREDITO-ATENCAO               VALUE 1.
           88 VEREDITO-FALHA                 VALUE 2.

       01  MOTIVO-TABLE.
           03 MOTIVO-ENTRY OCCURS 10 TIMES
                                 PIC X(40).

      * Open rejects by days outstanding: 0-1, 2-7, 8-30, over 30.
       01  IDADE-TABLE.
           03 IDADE-BUCKET OCCURS 4 TIMES
                                 PIC 9(5).

       01  AUD-HDR-VIEW.
           05 AHV-PREFIX         PIC X(11).
           05 FILLER             PIC X(69).

       01  TIME-PARTS.
           05 TP-HH              PIC 9(2).
           05 TP-MN              PIC 9(2).
           05 TP-SS              PIC 9(2).

       01  SYS-DATE-TIME.
           05 SYS-DATE-FIELDS.
              10 SYS-YYYY        PIC 9(4).
              10 SYS-MM          PIC 9(2).
              10 SYS-DD          PIC 9(2).
           05 SYS-DATE-NUM REDEFINES SYS-DATE-FIELDS
                                 PIC 9(8).
           05 SYS-TIME-FIELDS.
              10 SYS-HH          PIC 9(2).
              10 SYS-MN          PIC 9(2).
              10 SYS-SS          PIC 9(2).
           05 FILLER             PIC X(7).
       77  RPT-DATE              PIC X(10).

       01  WORK-DATE-PARTS.
           05 WD-YYYY            PIC 9(4).
           05 WD-MM              PIC 9(2).
           05 WD-DD              PIC 9(2).
       77  WORK-DATE-ED          PIC X(10)  VALUE SPACES.

       01  RES-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'RESUMO DO TURNO'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 RES-RPT-H-DATE     PIC X(10).

       01  RES-SECTION-LINE.
           05 FILLER             PIC X(3)  VALUE '-- '.
           05 RES-SEC-TITLE      PIC X(40).

       01  RES-RUN-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'EXECUCAO '.
           05 RES-R-DATE         PIC X(10).
           05 FILLER             PIC X(8)  VALUE '  INICIO'.
           05 FILLER             PIC X     VALUE SPACE.
           05 RES-R-INICIO       PIC X(8).
           05 FILLER             PIC X(6)  VALUE '  FIM '.
           05 RES-R-FIM          PIC X(8).
           05 FILLER             PIC X(6)  VALUE '  RC: '.
           05 RES-R-RC           PIC Z9.

       01  RES-ELAPSED-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'DURACAO  '.
           05 RES-E-DURACAO      PIC X(8).
           05 FILLER             PIC X(10) VALUE '  LIDOS: '.
           05 RES-E-LIDOS        PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  VALIDOS: '.
           05 RES-E-VALIDOS      PIC ZZZZZZ9.
           05 FILLER             PIC X(13) VALUE '  REJEITOS: '.
           05 RES-E-REJEITOS     PIC ZZZZZZ9.

       01  RES-BATCH-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 RES-B-ID           PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-B-SOURCE       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-B-COUNT        PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-B-STATUS       PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-B-DATE-IN      PIC X(8).

       01  RES-AGE-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE '0-1 DIAS:'.
           05 RES-A-B1           PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE '  2-7 DIAS:'.
           05 RES-A-B2           PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE '  8-30 DIAS:'.
           05 RES-A-B3           PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE '  +30 DIAS: '.
           05 RES-A-B4           PIC ZZZZ9.

       01  RES-PEND-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 RES-P-CODE         PIC X.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-P-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-P-NOVO-NOME    PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-P-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-P-DATE         PIC X(10).

       01  RES-VEREDITO-LINE.
           05 FILLER             PIC X(11) VALUE 'VEREDITO : '.
           05 RES-V-TEXTO        PIC X(10).

       01  RES-MOTIVO-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(2)  VALUE '- '.
           05 RES-M-TEXTO        PIC X(40).

       01  RES-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 RES-C-LABEL        PIC X(30).
           05 RES-C-COUNT        PIC ZZZZ9.


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The morning check in one page.  The shift analyst used to
      * look in five places - RUNSTAT, BATCHRPT, TRANFIX's aged
      * reject list, PENDRPT and AUDITQRY - to learn whether the
      * night went well; this reads the same files, touches none of
      * them, and prints: the run's RC, duration and counts; every
      * batch still P (registered but never consumed) or E (refused
      * whole for a broken control count); open rejects by age;
      * what PENDNOME holds that is overdue or due in the next 7
      * days; and the latest AUDITLOG run header.  It closes with
      * a verdict and the reasons for it, and ends with an RC the
      * scheduler pages on: 0 OK, 4 ATENCAO, 12 FALHA.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE
           MOVE SYS-DATE-NUM TO HOJE-NUM
           COMPUTE ONTEM-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(HOJE-NUM) - 1)
           COMPUTE LIMITE-PEND = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(HOJE-NUM) + 7)
           INITIALIZE MOTIVO-TABLE
           INITIALIZE IDADE-TABLE

           OPEN OUTPUT RES-RPT-FILE
           IF RES-RPT-STATUS = '00'
              SET RES-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO RES-RPT-H-DATE
              WRITE RES-RPT-RECORD FROM RES-RPT-HEADING
           ELSE
              DISPLAY 'AVISO - RESRPT INDISPONIVEL, STATUS '
                 RES-RPT-STATUS
           END-IF

           PERFORM SUMMARIZE-RUNSTAT
           PERFORM SUMMARIZE-BATCHES
           PERFORM SUMMARIZE-REJECTS
           PERFORM SUMMARIZE-PENDING
           PERFORM SUMMARIZE-AUDIT
           PERFORM WRITE-VEREDITO

           IF RES-RPT-AVAILABLE
              CLOSE RES-RPT-FILE
           END-IF
           EVALUATE TRUE
              WHEN VEREDITO-FALHA
                 MOVE 12 TO RETURN-CODE
              WHEN VEREDITO-ATENCAO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SUMMARIZE-RUNSTAT.
      * RUNSTAT holds the one record of the last PROG run.  No
      * record, a run dated before yesterday (the night run did not
      * happen) or an RC of 12 or more is a failed night; RC 4 or 8
      * is a night that needs a look.
           MOVE 'EXECUCAO (RUNSTAT)' TO RES-SEC-TITLE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT RUNSTAT-FILE
           IF RUNSTAT-STATUS = '00'
              READ RUNSTAT-FILE
                 NOT AT END
                    SET RUNSTAT-FOUND TO TRUE
              END-READ
              CLOSE RUNSTAT-FILE
           END-IF
           IF NOT RUNSTAT-FOUND
              MOVE 'RUNSTAT INDISPONIVEL OU VAZIO' TO NOVO-MOTIVO
              PERFORM RAISE-FALHA
              MOVE HOJE-NUM TO CORTE-LOTES
           ELSE
              MOVE RS-RUN-DATE TO CORTE-LOTES
              PERFORM WRITE-RUN-LINES
              IF RS-RUN-DATE < ONTEM-NUM
                 MOVE 'EXECUCAO NOTURNA NAO OCORREU' TO NOVO-MOTIVO
                 PERFORM RAISE-FALHA
              END-IF
              EVALUATE TRUE
                 WHEN RS-RETURN-CODE >= 12
                    MOVE 'EXECUCAO TERMINOU COM RC 12 OU MAIS'
                       TO NOVO-MOTIVO
                    PERFORM RAISE-FALHA
                 WHEN RS-RETURN-CODE > 0
                    MOVE 'EXECUCAO TERMINOU COM RC 4 OU 8'
                       TO NOVO-MOTIVO
                    PERFORM RAISE-ATENCAO
              END-EVALUATE
           END-IF
           .

       WRITE-RUN-LINES.
           MOVE RS-RUN-DATE TO WORK-DATE-PARTS
           PERFORM EDIT-WORK-DATE
           MOVE WORK-DATE-ED TO RES-R-DATE
           MOVE RS-START-TIME TO TIME-PARTS
           STRING TP-HH ':' TP-MN ':' TP-SS
               DELIMITED BY SIZE INTO RES-R-INICIO
           COMPUTE INICIO-SEG = TP-HH * 3600 + TP-MN * 60 + TP-SS
           MOVE RS-END-TIME TO TIME-PARTS
           STRING TP-HH ':' TP-MN ':' TP-SS
               DELIMITED BY SIZE INTO RES-R-FIM
           COMPUTE FIM-SEG = TP-HH * 3600 + TP-MN * 60 + TP-SS
           MOVE RS-RETURN-CODE TO RES-R-RC
      * A run that crosses midnight ends "before" it started.
           COMPUTE DURACAO-SEG = FIM-SEG - INICIO-SEG
           IF DURACAO-SEG < 0
              ADD 86400 TO DURACAO-SEG
           END-IF
           DIVIDE DURACAO-SEG BY 3600 GIVING TP-HH
              REMAINDER RESTO-SEG
           DIVIDE RESTO-SEG BY 60 GIVING TP-MN
              REMAINDER TP-SS
           STRING TP-HH ':' TP-MN ':' TP-SS
               DELIMITED BY SIZE INTO RES-E-DURACAO
           MOVE RS-INPUT-COUNT  TO RES-E-LIDOS
           MOVE RS-VALID-COUNT  TO RES-E-VALIDOS
           MOVE RS-REJECT-COUNT TO RES-E-REJEITOS
           IF RES-RPT-AVAILABLE
              WRITE RES-RPT-RECORD FROM RES-RUN-LINE
              WRITE RES-RPT-RECORD FROM RES-ELAPSED-LINE
           END-IF
           .

       SUMMARIZE-BATCHES.
      * A batch registered before the last run and still P was
      * there for that run to take and was not consumed; one
      * registered since is just waiting for tonight.  Any E is a
      * batch refused whole that data control must re-key.  A
      * hand-keyed batch waiting for its second operator is listed
      * and counted, but waiting is its normal state.
           MOVE 'LOTES PENDENTES E COM ERRO (BATCHREG)'
              TO RES-SEC-TITLE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT BATCH-REG-FILE
           IF BATCH-REG-STATUS NOT = '00'
              MOVE 'BATCHREG INDISPONIVEL' TO NOVO-MOTIVO
              PERFORM RAISE-ATENCAO
           ELSE
              MOVE LOW-VALUES TO BREG-ID
              START BATCH-REG-FILE KEY IS NOT LESS THAN BREG-ID
                 INVALID KEY
                    MOVE 'Y' TO END-OF-REG-SW
              END-START
              PERFORM CHECK-ONE-BATCH UNTIL END-OF-REG
              CLOSE BATCH-REG-FILE
              MOVE 'LOTES PENDENTES'       TO RES-C-LABEL
              MOVE LOTES-PENDENTES         TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'PENDENTES ANTES DA EXECUCAO' TO RES-C-LABEL
              MOVE LOTES-PARADOS           TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'LOTES COM ERRO'        TO RES-C-LABEL
              MOVE LOTES-COM-ERRO          TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'AGUARDANDO APROVACAO'  TO RES-C-LABEL
              MOVE LOTES-RETIDOS           TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              IF LOTES-PARADOS > 0
                 MOVE 'LOTES PENDENTES NAO CONSUMIDOS'
                    TO NOVO-MOTIVO
                 PERFORM RAISE-ATENCAO
              END-IF
              IF LOTES-COM-ERRO > 0
                 MOVE 'LOTES RECUSADOS (COM ERRO)' TO NOVO-MOTIVO
                 PERFORM RAISE-ATENCAO
              END-IF
           END-IF
           .

       CHECK-ONE-BATCH.
           READ BATCH-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-REG-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN BREG-PENDENTE
                       ADD 1 TO LOTES-PENDENTES
                       MOVE 'PENDENTE' TO RES-B-STATUS
                       IF BREG-DATE-IN < CORTE-LOTES
                          ADD 1 TO LOTES-PARADOS
                       END-IF
                       PERFORM WRITE-BATCH-LINE
                    WHEN BREG-ERRO
                       ADD 1 TO LOTES-COM-ERRO
                       MOVE 'COM ERRO' TO RES-B-STATUS
                       PERFORM WRITE-BATCH-LINE
                    WHEN BREG-AGUARDANDO
                       ADD 1 TO LOTES-RETIDOS
                       MOVE 'AGUARD.APR' TO RES-B-STATUS
                       PERFORM WRITE-BATCH-LINE
                 END-EVALUATE
           END-READ
           .

       WRITE-BATCH-LINE.
           ADD 1 TO LOTES-LISTADOS
           IF LOTES-LISTADOS <= MAX-LINHAS
              MOVE BREG-ID        TO RES-B-ID
              MOVE BREG-SOURCE    TO RES-B-SOURCE
              MOVE BREG-COUNT     TO RES-B-COUNT
              MOVE BREG-DATE-IN   TO RES-B-DATE-IN
              IF RES-RPT-AVAILABLE
                 WRITE RES-RPT-RECORD FROM RES-BATCH-LINE
              END-IF
           END-IF
           .

       SUMMARIZE-REJECTS.
      * Open rejects only (disposicao A), aged from the date the
      * maintenance pass refused them the way TRANFIX ages them.
      * Anything open for more than a week means nobody is
      * working the reject list.
           MOVE 'REJEITOS ABERTOS POR IDADE (TRANREJ)'
              TO RES-SEC-TITLE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = '00'
              MOVE 'TRANREJ INDISPONIVEL' TO NOVO-MOTIVO
              PERFORM RAISE-ATENCAO
           ELSE
              PERFORM AGE-ONE-REJECT UNTIL END-OF-REJECT
              CLOSE REJECT-FILE
              MOVE IDADE-BUCKET(1) TO RES-A-B1
              MOVE IDADE-BUCKET(2) TO RES-A-B2
              MOVE IDADE-BUCKET(3) TO RES-A-B3
              MOVE IDADE-BUCKET(4) TO RES-A-B4
              IF RES-RPT-AVAILABLE
                 WRITE RES-RPT-RECORD FROM RES-AGE-LINE
              END-IF
              MOVE 'REJEITOS ABERTOS'      TO RES-C-LABEL
              MOVE REJ-ABERTOS             TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              IF IDADE-BUCKET(3) > 0 OR IDADE-BUCKET(4) > 0
                 MOVE 'REJEITOS ABERTOS HA MAIS DE 7 DIAS'
                    TO NOVO-MOTIVO
                 PERFORM RAISE-ATENCAO
              END-IF
           END-IF
           .

       AGE-ONE-REJECT.
           READ REJECT-FILE
              AT END
                 MOVE 'Y' TO END-OF-REJECT-SW
              NOT AT END
                 IF REJ-ABERTO
                    ADD 1 TO REJ-ABERTOS
                    IF REJ-DATE NUMERIC
                       COMPUTE IDADE-DIAS =
                          FUNCTION INTEGER-OF-DATE(HOJE-NUM)
                          - FUNCTION INTEGER-OF-DATE(FUNCTION
                            NUMVAL(REJ-DATE))
                    ELSE
                       MOVE 0 TO IDADE-DIAS
                    END-IF
                    EVALUATE TRUE
                       WHEN IDADE-DIAS <= 1
                          MOVE 1 TO BUCKET-IDX
                       WHEN IDADE-DIAS <= 7
                          MOVE 2 TO BUCKET-IDX
                       WHEN IDADE-DIAS <= 30
                          MOVE 3 TO BUCKET-IDX
                       WHEN OTHER
                          MOVE 4 TO BUCKET-IDX
                    END-EVALUATE
                    ADD 1 TO IDADE-BUCKET(BUCKET-IDX)
                 END-IF
           END-READ
           .

       SUMMARIZE-PENDING.
      * The release step of every pass moves whatever is due on or
      * before its run date into the apply, so a movement on the
      * queue dated before today was missed.  The ones falling due
      * in the next 7 days are listed so the shift knows what the
      * coming nights will apply.
           MOVE 'MOVIMENTOS PENDENTES (PENDNOME)' TO RES-SEC-TITLE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT PEND-FILE
           IF PEND-FILE-STATUS NOT = '00'
              MOVE 'PENDNOME INDISPONIVEL' TO NOVO-MOTIVO
              PERFORM RAISE-ATENCAO
           ELSE
              PERFORM CHECK-ONE-PENDING UNTIL END-OF-PEND
              CLOSE PEND-FILE
              MOVE 'MOVIMENTOS NA FILA'    TO RES-C-LABEL
              MOVE PEND-NA-FILA            TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'VENCEM NOS PROXIMOS 7 DIAS' TO RES-C-LABEL
              MOVE PEND-PROXIMOS           TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'VENCIDOS AINDA NA FILA' TO RES-C-LABEL
              MOVE PEND-VENCIDOS           TO RES-C-COUNT
              PERFORM WRITE-ONE-COUNT
              IF PEND-VENCIDOS > 0
                 MOVE 'MOVIMENTOS VENCIDOS AINDA NA FILA'
                    TO NOVO-MOTIVO
                 PERFORM RAISE-ATENCAO
              END-IF
           END-IF
           .

       CHECK-ONE-PENDING.
           READ PEND-FILE
              AT END
                 MOVE 'Y' TO END-OF-PEND-SW
              NOT AT END
                 ADD 1 TO PEND-NA-FILA
                 IF FILA-EFF-DATE NUMERIC
                    MOVE FILA-EFF-DATE TO EFF-NUM
                    IF EFF-NUM < HOJE-NUM
                       ADD 1 TO PEND-VENCIDOS
                    ELSE
                       IF EFF-NUM <= LIMITE-PEND
                          ADD 1 TO PEND-PROXIMOS
                          PERFORM WRITE-PEND-LINE
                       END-IF
                    END-IF
                 END-IF
           END-READ
           .

       WRITE-PEND-LINE.
           ADD 1 TO PEND-LISTADOS
           IF PEND-LISTADOS <= MAX-LINHAS
              MOVE FILA-CODE       TO RES-P-CODE
              MOVE FILA-NOME       TO RES-P-NOME
              MOVE FILA-NOVO-NOME  TO RES-P-NOVO-NOME
              MOVE FILA-DEPT       TO RES-P-DEPT
              MOVE EFF-NUM         TO WORK-DATE-PARTS
              PERFORM EDIT-WORK-DATE
              MOVE WORK-DATE-ED    TO RES-P-DATE
              IF RES-RPT-AVAILABLE
                 WRITE RES-RPT-RECORD FROM RES-PEND-LINE
              END-IF
           END-IF
           .

       SUMMARIZE-AUDIT.
      * AUDITLOG is appended run after run, so the latest header is
      * the last 'EXECUCAO : ' line on file; the AVISO lines after
      * it are that run's warnings, counted the way AUDITQRY flags
      * a run.
           MOVE 'ULTIMA EXECUCAO (AUDITLOG)' TO RES-SEC-TITLE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
              MOVE 'AUDITLOG INDISPONIVEL' TO NOVO-MOTIVO
              PERFORM RAISE-ATENCAO
           ELSE
              PERFORM SCAN-ONE-AUDIT-RECORD UNTIL END-OF-AUDIT
              CLOSE AUDIT-FILE
              IF AUDIT-HDR-FOUND
                 IF RES-RPT-AVAILABLE
                    WRITE RES-RPT-RECORD FROM LAST-AUDIT-HDR
                 END-IF
                 MOVE 'AVISOS NA EXECUCAO'    TO RES-C-LABEL
                 MOVE AUDIT-AVISOS            TO RES-C-COUNT
                 PERFORM WRITE-ONE-COUNT
                 IF AUDIT-AVISOS > 0
                    MOVE 'AVISOS NA ULTIMA EXECUCAO' TO NOVO-MOTIVO
                    PERFORM RAISE-ATENCAO
                 END-IF
              ELSE
                 MOVE 'AUDITLOG SEM EXECUCAO REGISTRADA'
                    TO NOVO-MOTIVO
                 PERFORM RAISE-ATENCAO
              END-IF
           END-IF
           .

       SCAN-ONE-AUDIT-RECORD.
           READ AUDIT-FILE INTO AUD-HDR-VIEW
              AT END
                 MOVE 'Y' TO END-OF-AUDIT-SW
              NOT AT END
                 IF AHV-PREFIX = 'EXECUCAO : '
                    SET AUDIT-HDR-FOUND TO TRUE
                    MOVE AUD-HDR-VIEW TO LAST-AUDIT-HDR
                    MOVE 0 TO AUDIT-AVISOS
                 ELSE
                    IF AUD-HDR-VIEW(10:5) = 'AVISO'
                       ADD 1 TO AUDIT-AVISOS
                    END-IF
                 END-IF
           END-READ
           .

       RAISE-ATENCAO.
           IF VEREDITO-OK
              SET VEREDITO-ATENCAO TO TRUE
           END-IF
           PERFORM ADD-MOTIVO
           .

       RAISE-FALHA.
           SET VEREDITO-FALHA TO TRUE
           PERFORM ADD-MOTIVO
           .

       ADD-MOTIVO.
           IF MOTIVO-COUNT < 10
              ADD 1 TO MOTIVO-COUNT
              MOVE NOVO-MOTIVO TO MOTIVO-ENTRY(MOTIVO-COUNT)
           END-IF
           .

       WRITE-VEREDITO.
           EVALUATE TRUE
              WHEN VEREDITO-FALHA
                 MOVE 'FALHA'   TO RES-V-TEXTO
              WHEN VEREDITO-ATENCAO
                 MOVE 'ATENCAO' TO RES-V-TEXTO
              WHEN OTHER
                 MOVE 'OK'      TO RES-V-TEXTO
           END-EVALUATE
           IF RES-RPT-AVAILABLE
              MOVE SPACES TO RES-RPT-RECORD
              WRITE RES-RPT-RECORD
              WRITE RES-RPT-RECORD FROM RES-VEREDITO-LINE
              PERFORM WRITE-ONE-MOTIVO VARYING MOTIVO-IDX
              FROM 1 BY 1 UNTIL MOTIVO-IDX > MOTIVO-COUNT
           END-IF
           DISPLAY 'RESUMO DO TURNO - VEREDITO: ' RES-V-TEXTO
           .

       WRITE-ONE-MOTIVO.
           MOVE MOTIVO-ENTRY(MOTIVO-IDX) TO RES-M-TEXTO
           WRITE RES-RPT-RECORD FROM RES-MOTIVO-LINE
           DISPLAY '  ' RES-M-TEXTO
           .

       WRITE-SECTION-LINE.
           IF RES-RPT-AVAILABLE
              WRITE RES-RPT-RECORD FROM RES-SECTION-LINE
           END-IF
           .

       WRITE-ONE-COUNT.
           IF RES-RPT-AVAILABLE
              WRITE RES-RPT-RECORD FROM RES-COUNT-LINE
           END-IF
           .

       EDIT-WORK-DATE.
           MOVE SPACES TO WORK-DATE-ED
           STRING WD-DD '/' WD-MM '/' WD-YYYY
               DELIMITED BY SIZE INTO WORK-DATE-ED
           .


       END PROGRAM RESUMO.
