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

       FD  REG-RPT-FILE
           LABEL RECORD IS STANDARD.
       77  LOTES-APLICADOS       PIC 9(5)   VALUE 0.
       77  LOTES-COM-ERRO        PIC 9(5)   VALUE 0.
       77  LOTES-BAIXADOS        PIC 9(5)   VALUE 0.
       77  LOTES-RETIDOS         PIC 9(5)   VALUE 0.
       77  LOTES-RECUSADOS       PIC 9(5)   VALUE 0.

       01  SYS-DATE-TIME.
           05 SYS-DATE-FIELDS.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 REG-D-DATE-APPL    PIC X(8).

       01  REG-DECISION-LINE.
           05 FILLER             PIC X(14) VALUE SPACES.
           05 REG-X-ACAO         PIC X(14).
           05 REG-X-USER         PIC X(8).
           05 FILLER             PIC X(4)  VALUE ' EM '.
           05 REG-X-DATE         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 REG-X-REASON       PIC X(30).

       01  REG-TOTAL-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 REG-T-LABEL        PIC X(30).
                    WHEN BREG-ERRO
                       ADD 1 TO LOTES-COM-ERRO
                       MOVE 'COM ERRO'  TO REG-D-STATUS
                    WHEN BREG-DESCARTADO
                    AND BREG-APPR-BY NOT = SPACES
                       ADD 1 TO LOTES-RECUSADOS
                       MOVE 'RECUSADO'  TO REG-D-STATUS
                    WHEN BREG-DESCARTADO
                       ADD 1 TO LOTES-BAIXADOS
                       MOVE 'DESCARTADO' TO REG-D-STATUS
                    WHEN BREG-AGUARDANDO
                       ADD 1 TO LOTES-RETIDOS
                       MOVE 'AGUARD.APR' TO REG-D-STATUS
                    WHEN OTHER
                       MOVE BREG-STATUS TO REG-D-STATUS
                 END-EVALUATE
                 IF REG-RPT-AVAILABLE
                    WRITE REG-RPT-RECORD FROM REG-DETAIL
                    PERFORM WRITE-DECISION-LINE
                 END-IF
                 DISPLAY REG-D-ID ' ' REG-D-SOURCE ' '
                    REG-D-STATUS
           END-READ
           .

       WRITE-DECISION-LINE.
      * A hand-keyed batch carries its second-operator history
      * under the batch line: who keyed one still waiting, who
      * approved one, and who refused one and why.
           MOVE SPACES TO REG-X-REASON
           EVALUATE TRUE
              WHEN BREG-AGUARDANDO
                 MOVE 'DIGITADO POR  ' TO REG-X-ACAO
                 MOVE BREG-KEYED-BY    TO REG-X-USER
                 MOVE BREG-DATE-IN     TO REG-X-DATE
                 WRITE REG-RPT-RECORD FROM REG-DECISION-LINE
              WHEN BREG-APPR-BY = SPACES
                 CONTINUE
              WHEN BREG-DESCARTADO
                 MOVE 'RECUSADO POR  ' TO REG-X-ACAO
                 MOVE BREG-APPR-BY     TO REG-X-USER
                 MOVE BREG-APPR-DATE   TO REG-X-DATE
                 MOVE BREG-REASON      TO REG-X-REASON
                 WRITE REG-RPT-RECORD FROM REG-DECISION-LINE
              WHEN OTHER
                 MOVE 'APROVADO POR  ' TO REG-X-ACAO
                 MOVE BREG-APPR-BY     TO REG-X-USER
                 MOVE BREG-APPR-DATE   TO REG-X-DATE
                 WRITE REG-RPT-RECORD FROM REG-DECISION-LINE
           END-EVALUATE
           .

       WRITE-REG-TOTALS.
           IF REG-RPT-AVAILABLE
              MOVE 'LOTES NO REGISTRO'     TO REG-T-LABEL
              MOVE 'LOTES DESCARTADOS'     TO REG-T-LABEL
              MOVE LOTES-BAIXADOS          TO REG-T-COUNT
              PERFORM WRITE-ONE-REG-TOTAL
              MOVE 'LOTES AGUARDANDO APROVACAO' TO REG-T-LABEL
              MOVE LOTES-RETIDOS           TO REG-T-COUNT
              PERFORM WRITE-ONE-REG-TOTAL
              MOVE 'LOTES RECUSADOS'       TO REG-T-LABEL
              MOVE LOTES-RECUSADOS         TO REG-T-COUNT
              PERFORM WRITE-ONE-REG-TOTAL
           END-IF
           DISPLAY 'LOTES - PENDENTES: ' LOTES-PENDENTES
              ' APLICADOS: ' LOTES-APLICADOS
              ' COM ERRO: ' LOTES-COM-ERRO
              ' DESCARTADOS: ' LOTES-BAIXADOS
              ' AGUARDANDO APROVACAO: ' LOTES-RETIDOS
              ' RECUSADOS: ' LOTES-RECUSADOS
           .

       WRITE-ONE-REG-TOTAL.
