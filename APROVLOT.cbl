      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Aprovacao por segundo operador dos lotes digitados
      *          manualmente no TRANNOME
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVLOT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-ID
               FILE STATUS IS BATCH-REG-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT APR-PARM-FILE ASSIGN TO "APRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APR-PARM-STATUS.

           SELECT APR-RPT-FILE ASSIGN TO "APRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APR-RPT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD.
       01  TRANS-FEED-RECORD.
           05 TF-REC-TYPE        PIC X.
              88 TF-REC-HEADER   VALUE 'H'.
              88 TF-REC-DETAIL   VALUE 'D'.
              88 TF-REC-TRAILER  VALUE 'T'.
           05 TF-REC-BODY        PIC X(40).
           05 TF-HEADER-BODY REDEFINES TF-REC-BODY.
              10 TF-H-BATCH-ID   PIC X(15).
              10 TF-H-USER       PIC X(8).
              10 FILLER          PIC X(17).
           05 TF-DETAIL-BODY REDEFINES TF-REC-BODY.
              10 TF-D-CODE       PIC X.
              10 TF-D-NOME       PIC X(10).
              10 TF-D-NOVO-NOME  PIC X(10).
              10 TF-D-DEPT       PIC X(3).
              10 TF-D-EFF-DATE   PIC X(8).
              10 TF-D-MATRICULA  PIC X(6).
              10 FILLER          PIC X(2).
           05 TF-TRAILER-BODY REDEFINES TF-REC-BODY.
              10 TF-T-COUNT      PIC 9(5).
              10 FILLER          PIC X(35).

       FD  APR-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  APR-PARM-RECORD.
           05 AP-DECISAO         PIC X.
              88 AP-APROVA       VALUE 'A'.
              88 AP-RECUSA       VALUE 'R'.
           05 AP-BATCH-ID        PIC X(15).
           05 AP-USER            PIC X(8).
           05 AP-REASON          PIC X(30).

       FD  APR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  APR-RPT-RECORD        PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  BATCH-REG-STATUS      PIC XX     VALUE '00'.
       77  TRANS-FILE-STATUS     PIC XX     VALUE '00'.
       77  END-OF-TRANS-SW       PIC X      VALUE 'N'.
           88 END-OF-TRANS                   VALUE 'Y'.
       77  APR-PARM-STATUS       PIC XX     VALUE '00'.
       77  END-OF-PARM-SW        PIC X      VALUE 'N'.
           88 END-OF-PARM                    VALUE 'Y'.
       77  APR-RPT-STATUS        PIC XX     VALUE '00'.
       77  APR-RPT-SW            PIC X      VALUE 'N'.
           88 APR-RPT-AVAILABLE              VALUE 'Y'.
       77  LISTING-SW            PIC X      VALUE 'N'.
           88 LISTING-BATCH                  VALUE 'Y'.
       77  DECISION-REASON       PIC X(30)  VALUE SPACES.
       77  DECISOES-LIDAS        PIC 9(5)   VALUE 0.
       77  LOTES-APROVADOS       PIC 9(5)   VALUE 0.
       77  LOTES-RECUSADOS       PIC 9(5)   VALUE 0.
       77  DECISOES-REJEITADAS   PIC 9(5)   VALUE 0.
       77  LOTES-AGUARDANDO      PIC 9(5)   VALUE 0.

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

       01  APR-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'APROVACAO DE LOTES MANUAIS'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 APR-RPT-H-DATE     PIC X(10).

       01  APR-TITLE-LINE.
           05 FILLER             PIC X(3)  VALUE '-- '.
           05 APR-TITLE          PIC X(40).

       01  APR-DECISION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-D-DECISAO      PIC X.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-D-ID           PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-D-USER         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-D-RESULT       PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-D-REASON       PIC X(30).

       01  APR-BATCH-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-B-ID           PIC X(15).
           05 FILLER             PIC X(15) VALUE '  DIGITADO POR '.
           05 APR-B-USER         PIC X(8).
           05 FILLER             PIC X(4)  VALUE ' EM '.
           05 APR-B-DATE-IN      PIC X(8).
           05 FILLER             PIC X(10) VALUE '  DETALHES'.
           05 FILLER             PIC X     VALUE SPACE.
           05 APR-B-COUNT        PIC ZZZZ9.

       01  APR-DETAIL-LINE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 APR-T-CODE         PIC X.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-T-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-T-NOVO-NOME    PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-T-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-T-EFF-DATE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 APR-T-MATRICULA    PIC X(6).

       01  APR-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 APR-C-LABEL        PIC X(30).
           05 APR-C-COUNT        PIC ZZZZ9.


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Segregation of duties for hand-keyed TRANNOME batches.  The
      * maintenance pass holds every balanced batch the register
      * did not know beforehand - no producer program staged it, so
      * somebody keyed it - as aguardando aprovacao (W), and it
      * stays held until a second operator decides on it here.
      * Each APRPARM record carries one decision:
      *   A  approve - the batch goes back to P and the next pass
      *      applies it like any other;
      *   R  refuse  - the batch goes to X with the reason, is
      *      never applied, and TRANCOMP drops it from TRANNOME.
      * Either way the register keeps who decided and when, and
      * the decider must not be the user named on the batch header
      * as the one who keyed it.  After the decisions every batch
      * still held is listed with its details, so the next
      * approver sees exactly what would go onto the master.
      * Without APRPARM the run only lists.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE

           OPEN I-O BATCH-REG-FILE
           IF BATCH-REG-STATUS NOT = '00'
              DISPLAY 'ERRO - BATCHREG INDISPONIVEL, STATUS '
                 BATCH-REG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT APR-RPT-FILE
           IF APR-RPT-STATUS = '00'
              SET APR-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO APR-RPT-H-DATE
              WRITE APR-RPT-RECORD FROM APR-RPT-HEADING
           ELSE
              DISPLAY 'AVISO - APRRPT INDISPONIVEL, STATUS '
                 APR-RPT-STATUS
           END-IF

           OPEN INPUT APR-PARM-FILE
           IF APR-PARM-STATUS = '00'
              MOVE 'DECISOES' TO APR-TITLE
              PERFORM WRITE-TITLE-LINE
              PERFORM APPLY-ONE-DECISION UNTIL END-OF-PARM
              CLOSE APR-PARM-FILE
           ELSE
              DISPLAY 'AVISO - APRPARM INDISPONIVEL, SOMENTE '
                 'LISTAGEM'
           END-IF

           PERFORM LIST-HELD-BATCHES

           CLOSE BATCH-REG-FILE
           PERFORM WRITE-APR-TOTALS
           IF APR-RPT-AVAILABLE
              CLOSE APR-RPT-FILE
           END-IF
           IF DECISOES-REJEITADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-ONE-DECISION.
           READ APR-PARM-FILE
              AT END
                 MOVE 'Y' TO END-OF-PARM-SW
              NOT AT END
                 ADD 1 TO DECISOES-LIDAS
                 PERFORM EDIT-ONE-DECISION
                 IF DECISION-REASON = SPACES
                    PERFORM RECORD-ONE-DECISION
                 ELSE
                    ADD 1 TO DECISOES-REJEITADAS
                    MOVE 'REJEITADA' TO APR-D-RESULT
                    MOVE DECISION-REASON TO APR-D-REASON
                    PERFORM WRITE-DECISION-LINE
                 END-IF
           END-READ
           .

       EDIT-ONE-DECISION.
      * A batch keyed with no user on its header cannot prove who
      * keyed it, so it can only be refused - approving it would
      * be exactly the unchecked apply this control exists to stop.
           MOVE SPACES TO DECISION-REASON
           IF NOT AP-APROVA AND NOT AP-RECUSA
              MOVE 'DECISAO INVALIDA' TO DECISION-REASON
           END-IF
           IF DECISION-REASON = SPACES
              MOVE AP-BATCH-ID TO BREG-ID
              READ BATCH-REG-FILE
                 INVALID KEY
                    MOVE 'LOTE NAO REGISTRADO' TO DECISION-REASON
              END-READ
           END-IF
           IF DECISION-REASON = SPACES
           AND NOT BREG-AGUARDANDO
              MOVE 'LOTE NAO AGUARDA APROVACAO' TO DECISION-REASON
           END-IF
           IF DECISION-REASON = SPACES
           AND AP-USER = SPACES
              MOVE 'APROVADOR NAO INFORMADO' TO DECISION-REASON
           END-IF
           IF DECISION-REASON = SPACES
           AND AP-USER = BREG-KEYED-BY
              MOVE 'APROVADOR = DIGITADOR' TO DECISION-REASON
           END-IF
           IF DECISION-REASON = SPACES
           AND AP-APROVA AND BREG-KEYED-BY = SPACES
              MOVE 'DIGITADOR NAO IDENTIFICADO' TO DECISION-REASON
           END-IF
           IF DECISION-REASON = SPACES
           AND AP-RECUSA AND AP-REASON = SPACES
              MOVE 'RECUSA SEM MOTIVO' TO DECISION-REASON
           END-IF
           .

       RECORD-ONE-DECISION.
           MOVE AP-USER         TO BREG-APPR-BY
           MOVE SYS-DATE-FIELDS TO BREG-APPR-DATE
           IF AP-APROVA
              MOVE 'P'             TO BREG-STATUS
              MOVE SPACES          TO BREG-REASON
           ELSE
              MOVE 'X'             TO BREG-STATUS
              MOVE SYS-DATE-FIELDS TO BREG-DATE-APPL
              MOVE AP-REASON       TO BREG-REASON
           END-IF
           REWRITE BATCH-REG-RECORD
              INVALID KEY
                 MOVE 'BATCHREG NAO GRAVOU' TO DECISION-REASON
           END-REWRITE
           IF DECISION-REASON NOT = SPACES
              ADD 1 TO DECISOES-REJEITADAS
              MOVE 'REJEITADA' TO APR-D-RESULT
              MOVE DECISION-REASON TO APR-D-REASON
           ELSE
              IF AP-APROVA
                 ADD 1 TO LOTES-APROVADOS
                 MOVE 'APROVADO'  TO APR-D-RESULT
                 MOVE SPACES      TO APR-D-REASON
              ELSE
                 ADD 1 TO LOTES-RECUSADOS
                 MOVE 'RECUSADO'  TO APR-D-RESULT
                 MOVE AP-REASON   TO APR-D-REASON
              END-IF
           END-IF
           PERFORM WRITE-DECISION-LINE
           .

       WRITE-DECISION-LINE.
           MOVE AP-DECISAO  TO APR-D-DECISAO
           MOVE AP-BATCH-ID TO APR-D-ID
           MOVE AP-USER     TO APR-D-USER
           IF APR-RPT-AVAILABLE
              WRITE APR-RPT-RECORD FROM APR-DECISION-LINE
           END-IF
           DISPLAY 'DECISAO ' AP-DECISAO ' LOTE ' AP-BATCH-ID ' '
              APR-D-RESULT ' ' APR-D-REASON
           .

       LIST-HELD-BATCHES.
      * TRANNOME is only read: every batch whose register record
      * is still W is printed header, details and count, the way
      * it would reach the maintenance pass.
           MOVE 'LOTES AGUARDANDO APROVACAO' TO APR-TITLE
           PERFORM WRITE-TITLE-LINE
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS = '00'
              PERFORM LIST-ONE-TRANS-RECORD UNTIL END-OF-TRANS
              CLOSE TRANS-FILE
           ELSE
              DISPLAY 'AVISO - TRANNOME INDISPONIVEL, STATUS '
                 TRANS-FILE-STATUS
              DISPLAY 'LOTES RETIDOS NAO LISTADOS'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LIST-ONE-TRANS-RECORD.
           READ TRANS-FILE
              AT END
                 MOVE 'Y' TO END-OF-TRANS-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN TF-REC-HEADER
                       PERFORM CHECK-BATCH-HEADER
                    WHEN TF-REC-DETAIL
                       IF LISTING-BATCH
                          PERFORM WRITE-HELD-DETAIL
                       END-IF
                    WHEN OTHER
                       MOVE 'N' TO LISTING-SW
                 END-EVALUATE
           END-READ
           .

       CHECK-BATCH-HEADER.
           MOVE 'N' TO LISTING-SW
           MOVE TF-H-BATCH-ID TO BREG-ID
           READ BATCH-REG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BREG-AGUARDANDO
                    SET LISTING-BATCH TO TRUE
                    ADD 1 TO LOTES-AGUARDANDO
                    MOVE BREG-ID       TO APR-B-ID
                    MOVE BREG-KEYED-BY TO APR-B-USER
                    MOVE BREG-DATE-IN  TO APR-B-DATE-IN
                    MOVE BREG-COUNT    TO APR-B-COUNT
                    IF APR-RPT-AVAILABLE
                       WRITE APR-RPT-RECORD FROM APR-BATCH-LINE
                    END-IF
                    DISPLAY 'AGUARDANDO APROVACAO: ' BREG-ID
                       ' DIGITADO POR ' BREG-KEYED-BY
                 END-IF
           END-READ
           .

       WRITE-HELD-DETAIL.
           MOVE TF-D-CODE      TO APR-T-CODE
           MOVE TF-D-NOME      TO APR-T-NOME
           MOVE TF-D-NOVO-NOME TO APR-T-NOVO-NOME
           MOVE TF-D-DEPT      TO APR-T-DEPT
           MOVE TF-D-EFF-DATE  TO APR-T-EFF-DATE
           MOVE TF-D-MATRICULA TO APR-T-MATRICULA
           IF APR-RPT-AVAILABLE
              WRITE APR-RPT-RECORD FROM APR-DETAIL-LINE
           END-IF
           .

       WRITE-TITLE-LINE.
           IF APR-RPT-AVAILABLE
              WRITE APR-RPT-RECORD FROM APR-TITLE-LINE
           END-IF
           .

       WRITE-APR-TOTALS.
           IF APR-RPT-AVAILABLE
              MOVE 'DECISOES LIDAS'        TO APR-C-LABEL
              MOVE DECISOES-LIDAS          TO APR-C-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'LOTES APROVADOS'       TO APR-C-LABEL
              MOVE LOTES-APROVADOS         TO APR-C-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'LOTES RECUSADOS'       TO APR-C-LABEL
              MOVE LOTES-RECUSADOS         TO APR-C-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'DECISOES REJEITADAS'   TO APR-C-LABEL
              MOVE DECISOES-REJEITADAS     TO APR-C-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'LOTES AINDA AGUARDANDO' TO APR-C-LABEL
              MOVE LOTES-AGUARDANDO        TO APR-C-COUNT
              PERFORM WRITE-ONE-TOTAL
           END-IF
           DISPLAY 'APROVACAO - APROVADOS: ' LOTES-APROVADOS
              ' RECUSADOS: ' LOTES-RECUSADOS
              ' REJEITADAS: ' DECISOES-REJEITADAS
              ' AGUARDANDO: ' LOTES-AGUARDANDO
           .

       WRITE-ONE-TOTAL.
           WRITE APR-RPT-RECORD FROM APR-COUNT-LINE
           .


       END PROGRAM APROVLOT.
