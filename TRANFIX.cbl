              88 REJ-ABERTO      VALUE 'A'.
              88 REJ-CORRIGIDO   VALUE 'C'.
              88 REJ-BAIXADO     VALUE 'X'.
           05 REJ-MATRICULA      PIC X(6).

       FD  REJ-WORK-FILE
           LABEL RECORD IS STANDARD.
       01  REJ-WORK-RECORD       PIC X(68).

       FD  CORR-PARM-FILE
           LABEL RECORD IS STANDARD.
           05 CP-NOVO-NOVO       PIC X(10).
           05 CP-NOVO-DEPT       PIC X(3).
           05 CP-NOVO-EFF        PIC X(8).
           05 CP-ALVO-MATRICULA  PIC X(6).
           05 CP-NOVO-MATRICULA  PIC X(6).

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD.
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
           05 BREG-STATUS        PIC X.
           05 BREG-DATE-IN       PIC X(8).
           05 BREG-DATE-APPL     PIC X(8).
           05 BREG-KEYED-BY      PIC X(8).
           05 BREG-APPR-BY       PIC X(8).
           05 BREG-APPR-DATE     PIC X(8).
           05 BREG-REASON        PIC X(30).

       FD  FIX-RPT-FILE
           LABEL RECORD IS STANDARD.
              05 CT-NOVO-NOVO    PIC X(10).
              05 CT-NOVO-DEPT    PIC X(3).
              05 CT-NOVO-EFF     PIC X(8).
              05 CT-ALVO-MATRICULA PIC X(6).
              05 CT-NOVO-MATRICULA PIC X(6).
              05 CT-USADA-SW     PIC X.
                 88 CT-USADA     VALUE 'S'.

           05 FIX-A-CODE         PIC X.
           05 FILLER             PIC X     VALUE SPACE.
           05 FIX-A-NOME         PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 FIX-A-MATRICULA    PIC X(6).
           05 FILLER             PIC X     VALUE SPACE.
           05 FIX-A-REASON       PIC X(21).
           05 FILLER             PIC X(7)  VALUE ' DIAS: '.
           05 FIX-A-DIAS         PIC ZZZZ9.
           05 FIX-S-CODE         PIC X.
           05 FILLER             PIC X     VALUE SPACE.
           05 FIX-S-NOME         PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 FIX-S-MATRICULA    PIC X(6).

       01  FIX-TOTAL-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
       LOAD-CORRECTIONS.
      * The corrections are few enough to hold in a table - one
      * clerk's day of keying, not a feed.  Each entry names the
      * reject it corrects by the refused code and name - and by
      * the matricula too when one is keyed, which is how the clerk
      * tells apart the rejects of two homonyms - and is spent once
      * it matches so two equal rejects need two correction records.
           MOVE 0 TO CORR-COUNT
           OPEN INPUT CORR-PARM-FILE
           IF CORR-PARM-STATUS = '00'
                    MOVE CP-NOVO-NOVO TO CT-NOVO-NOVO(CORR-COUNT)
                    MOVE CP-NOVO-DEPT TO CT-NOVO-DEPT(CORR-COUNT)
                    MOVE CP-NOVO-EFF  TO CT-NOVO-EFF(CORR-COUNT)
                    MOVE CP-ALVO-MATRICULA
                       TO CT-ALVO-MATRICULA(CORR-COUNT)
                    MOVE CP-NOVO-MATRICULA
                       TO CT-NOVO-MATRICULA(CORR-COUNT)
                    MOVE 'N'          TO CT-USADA-SW(CORR-COUNT)
                 END-IF
           END-READ
           IF NOT CT-USADA(CORR-IDX)
           AND CT-ALVO-CODE(CORR-IDX) = REJ-CODE
           AND CT-ALVO-NOME(CORR-IDX) = REJ-NOME
           AND (CT-ALVO-MATRICULA(CORR-IDX) = SPACES
                OR CT-ALVO-MATRICULA(CORR-IDX) = REJ-MATRICULA)
           AND (CT-FUNC(CORR-IDX) = 'C'
                OR CT-FUNC(CORR-IDX) = 'B')
              MOVE CORR-IDX TO CORR-HIT
              ELSE
                 MOVE CT-NOVO-EFF(CORR-HIT) TO TF-D-EFF-DATE
              END-IF
              IF CT-NOVO-MATRICULA(CORR-HIT) = SPACES
                 MOVE REJ-MATRICULA TO TF-D-MATRICULA
              ELSE
                 MOVE CT-NOVO-MATRICULA(CORR-HIT) TO TF-D-MATRICULA
              END-IF
              WRITE TRANS-FEED-RECORD
              ADD 1 TO REGEN-COUNT
           END-IF
                 MOVE 'H'      TO TF-REC-TYPE
                 MOVE SPACES   TO TF-REC-BODY
                 MOVE BATCH-ID TO TF-H-BATCH-ID
                 MOVE 'TRANFIX' TO TF-H-USER
                 WRITE TRANS-FEED-RECORD
              ELSE
                 DISPLAY 'ERRO - TRANNOME INDISPONIVEL, STATUS '
              MOVE 'P'             TO BREG-STATUS
              MOVE SYS-DATE-FIELDS TO BREG-DATE-IN
              MOVE SPACES          TO BREG-DATE-APPL
              MOVE SPACES          TO BREG-KEYED-BY
              MOVE SPACES          TO BREG-APPR-BY
              MOVE SPACES          TO BREG-APPR-DATE
              MOVE SPACES          TO BREG-REASON
              WRITE BATCH-REG-RECORD
                 INVALID KEY
                    DISPLAY 'AVISO - BATCHREG JA TINHA O LOTE '
           MOVE 'ABERTO  : '  TO FIX-A-TAG
           MOVE REJ-CODE      TO FIX-A-CODE
           MOVE REJ-NOME      TO FIX-A-NOME
           MOVE REJ-MATRICULA TO FIX-A-MATRICULA
           MOVE REJ-REASON    TO FIX-A-REASON
           MOVE IDADE-DIAS    TO FIX-A-DIAS
           IF FIX-RPT-AVAILABLE
              WRITE FIX-RPT-RECORD FROM FIX-AGE-LINE
           END-IF
           DISPLAY 'REJEITO ABERTO: ' REJ-CODE ' ' REJ-NOME
              ' ' REJ-MATRICULA ' DIAS ' IDADE-DIAS
           .

       REWRITE-REJECT-FROM-WORK.
              ADD 1 TO CORR-SEM-ALVO
              MOVE CT-ALVO-CODE(CORR-IDX) TO FIX-S-CODE
              MOVE CT-ALVO-NOME(CORR-IDX) TO FIX-S-NOME
              MOVE CT-ALVO-MATRICULA(CORR-IDX) TO FIX-S-MATRICULA
              IF FIX-RPT-AVAILABLE
                 WRITE FIX-RPT-RECORD FROM FIX-SEMALVO-LINE
              END-IF
              DISPLAY 'CORRECAO SEM ALVO: '
                 CT-ALVO-CODE(CORR-IDX) ' '
                 CT-ALVO-NOME(CORR-IDX) ' '
                 CT-ALVO-MATRICULA(CORR-IDX)
           END-IF
           .

