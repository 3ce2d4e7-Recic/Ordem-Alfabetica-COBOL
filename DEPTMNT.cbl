               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEPT-RPT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               ALTERNATE RECORD KEY IS MASTER-NOME WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-ID
               FILE STATUS IS BATCH-REG-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 DEPT-SITUACAO      PIC X.
              88 DEPT-ATIVO      VALUE 'A'.
              88 DEPT-INATIVO    VALUE 'I'.
           05 DEPT-QUADRO        PIC 9(5).

       FD  DEPT-TRANS-FILE
           LABEL RECORD IS STANDARD.
              88 DT-CHANGE       VALUE 'C'.
              88 DT-DEACT        VALUE 'D'.
              88 DT-REACT        VALUE 'R'.
              88 DT-MERGE        VALUE 'F'.
              88 DT-QUOTA        VALUE 'Q'.
           05 DT-DEPT            PIC X(3).
           05 DT-DESC            PIC X(30).
           05 DT-CLOSE-BODY REDEFINES DT-DESC.
              10 DT-DEST         PIC X(3).
              10 FILLER          PIC X(27).
           05 DT-QUOTA-BODY REDEFINES DT-DESC.
              10 DT-QUADRO       PIC 9(5).
              10 FILLER          PIC X(25).

       FD  DEPT-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  DEPT-RPT-RECORD       PIC X(80).

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

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD.
       01  TRANS-FEED-RECORD.
           05 TF-REC-TYPE        PIC X.
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
              10 TF-D-MATRICULA  PIC 9(6).
              10 FILLER          PIC X(2).
           05 TF-TRAILER-BODY REDEFINES TF-REC-BODY.
              10 TF-T-COUNT      PIC 9(5).
              10 FILLER          PIC X(35).

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

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  DEPT-FILE-STATUS      PIC XX     VALUE '00'.
       77  DT-APPL-COUNT         PIC 9(5)   VALUE 0.
       77  DT-REJ-COUNT          PIC 9(5)   VALUE 0.
       77  LIST-COUNT            PIC 9(5)   VALUE 0.
       77  DT-REJECT-REASON      PIC X(25)  VALUE SPACES.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  MASTER-SW             PIC X      VALUE 'N'.
           88 MASTER-AVAILABLE               VALUE 'Y'.
       77  END-OF-MASTER-SW      PIC X      VALUE 'N'.
           88 END-OF-MASTER                  VALUE 'Y'.
       77  TRANS-FILE-STATUS     PIC XX     VALUE '00'.
       77  TRANS-OPEN-SW         PIC X      VALUE 'N'.
           88 TRANS-OPEN                     VALUE 'Y'.
       77  BATCH-REG-STATUS      PIC XX     VALUE '00'.
       77  BATCH-ID              PIC X(15)  VALUE SPACES.
       77  ATIVOS-NO-DEPTO       PIC 9(5)   VALUE 0.
       77  MOVE-COUNT            PIC 9(5)   VALUE 0.
       77  MOVE-TOTAL            PIC 9(5)   VALUE 0.
       77  DEST-COUNT            PIC 9(3)   VALUE 0.
       77  DEST-IDX              PIC 9(3)   VALUE 0.
       77  DEST-HIT              PIC 9(3)   VALUE 0.

      * Departments that received a transfer earlier in this run.
      * The people moved to them are only on TRANNOME until the
      * next maintenance pass, invisible to the active-name count,
      * so closing one of them in the same run is refused.
       01  DEST-TABLE.
           03 DEST-ENTRY OCCURS 100 TIMES.
              05 DS-DEPT         PIC X(3).

       01  SYS-DATE-TIME.
           05 SYS-DATE-FIELDS.
           05 FILLER             PIC X     VALUE SPACE.
           05 DEP-REJ-DEPT       PIC X(3).
           05 FILLER             PIC X(10) VALUE '  MOTIVO: '.
           05 DEP-REJ-REASON     PIC X(25).

       01  DEP-LIST-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DEP-L-DESC         PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DEP-L-SITUACAO     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DEP-L-QUADRO-LIT   PIC X(7).
           05 DEP-L-QUADRO       PIC ZZZZ9.

       01  DEP-MOVE-HEAD.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 DEP-M-ACAO         PIC X(10).
           05 FILLER             PIC X(9)  VALUE ' - DEPTO '.
           05 DEP-M-DEPT         PIC X(3).
           05 FILLER             PIC X(15) VALUE ' TRANSFERE PARA'.
           05 FILLER             PIC X     VALUE SPACE.
           05 DEP-M-DEST         PIC X(3).

       01  DEP-MOVE-LINE.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 DEP-N-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DEP-N-DEPT         PIC X(3).
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 DEP-N-DEST         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DEP-N-MATRICULA    PIC 9(6).

       01  DEP-LOTE-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'LOTE GERADO : '.
           05 DEP-LOTE-ID        PIC X(15).

       01  DEP-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
      * DEPTTRAN record (A inclui, C troca a descricao, D desativa,
      * R reativa); a department is never physically deleted, so a
      * code that once carried live names keeps its description for
      * the old reports.  Q sets the authorized headcount (quadro
      * autorizado) the roster pass and the vacancy report measure
      * the department against; zero means none defined.  After
      * the transactions the whole cadastre is listed in code order
      * on DEPTRPT.
      * A D is refused while MASTNOME still has active names coded
      * to the department, unless it names a target department in
      * columns 5-7; F (fusao) is the same closure with the target
      * mandatory.  The people are then moved by the ordinary
      * transaction path: one 'C' per active name, keeping the name
      * and carrying the target code, staged as a registered
      * TRANNOME batch ('D' + date + time) that the next
      * maintenance pass applies and records on HISTNOME.
           PERFORM OPEN-DEPT-REPORT

           OPEN I-O DEPT-FILE
              STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS = '00'
              SET MASTER-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'AVISO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              DISPLAY 'DESATIVACOES SERAO RECUSADAS NESTA EXECUCAO'
           END-IF

           OPEN INPUT DEPT-TRANS-FILE
           IF DEPT-TRANS-STATUS = '00'
              SET DEPT-TRANS-AVAILABLE TO TRUE
              DISPLAY 'AVISO - DEPTTRAN INDISPONIVEL, STATUS '
                 DEPT-TRANS-STATUS
           END-IF
           PERFORM CLOSE-TRANS-BATCH
           IF MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF

           PERFORM LIST-ALL-DEPTS
           PERFORM WRITE-DEPT-TOTALS
                       PERFORM READ-DEPT-TARGET
                    END-IF
                 WHEN DT-DEACT
                 WHEN DT-MERGE
                    PERFORM EDIT-DEPT-CLOSURE
                 WHEN DT-REACT
                    PERFORM READ-DEPT-TARGET
                    IF DT-REJECT-REASON = SPACES
                    AND DEPT-ATIVO
                       MOVE 'DEPTO JA ATIVO' TO DT-REJECT-REASON
                    END-IF
                 WHEN DT-QUOTA
                    IF DT-QUADRO NOT NUMERIC
                       MOVE 'QUADRO INVALIDO' TO DT-REJECT-REASON
                    ELSE
                       PERFORM READ-DEPT-TARGET
                       IF DT-REJECT-REASON = SPACES
                       AND DEPT-INATIVO
                          MOVE 'DEPTO INATIVO' TO DT-REJECT-REASON
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'CODIGO INVALIDO' TO DT-REJECT-REASON
              END-EVALUATE
           END-IF
           .

       EDIT-DEPT-CLOSURE.
      * The checks run cheapest first; the last read of DEPTMAST is
      * always the department being closed, so the REWRITE in the
      * apply finds its own record in the record area.
           PERFORM READ-DEPT-TARGET
           IF DT-REJECT-REASON = SPACES
           AND DEPT-INATIVO
              MOVE 'DEPTO JA INATIVO' TO DT-REJECT-REASON
           END-IF
           IF DT-REJECT-REASON = SPACES
           AND DT-MERGE AND DT-DEST = SPACES
              MOVE 'FUSAO SEM DESTINO' TO DT-REJECT-REASON
           END-IF
           IF DT-REJECT-REASON = SPACES
              PERFORM FIND-STAGED-DEST
              IF DEST-HIT > 0
                 MOVE 'RECEBE TRANSFERENCIA' TO DT-REJECT-REASON
              END-IF
           END-IF
           IF DT-REJECT-REASON = SPACES
           AND DT-DEST NOT = SPACES
              PERFORM EDIT-CLOSURE-DEST
           END-IF
           IF DT-REJECT-REASON = SPACES
              PERFORM COUNT-ACTIVE-IN-DEPT
           END-IF
           IF DT-REJECT-REASON = SPACES
           AND ATIVOS-NO-DEPTO > 0
              IF DT-DEST = SPACES
                 MOVE 'NOMES ATIVOS NO DEPTO' TO DT-REJECT-REASON
              ELSE
                 PERFORM OPEN-TRANS-BATCH
              END-IF
           END-IF
           .

       EDIT-CLOSURE-DEST.
      * The target must be a different, active department of the
      * cadastre - the maintenance pass would refuse every move to
      * anything else as DEPTO NAO CADASTRADO / DEPTO INATIVO.  On a
      * D the target shares cols 5-7 with the old description, so
      * text left there by a description-style card is refused here
      * too, never applied as a target nor passed over.
           IF DT-DEST = DT-DEPT
              MOVE 'DESTINO = ORIGEM' TO DT-REJECT-REASON
           ELSE
              MOVE DT-DEST TO DEPT-CODE
              READ DEPT-FILE
                 INVALID KEY
                    MOVE 'DEPTO DESTINO INEXISTENTE'
                       TO DT-REJECT-REASON
                 NOT INVALID KEY
                    IF DEPT-INATIVO
                       MOVE 'DEPTO DESTINO INATIVO'
                          TO DT-REJECT-REASON
                    END-IF
              END-READ
              IF DT-REJECT-REASON = SPACES
                 PERFORM READ-DEPT-TARGET
              END-IF
           END-IF
           .

       FIND-STAGED-DEST.
           MOVE 0 TO DEST-HIT
           PERFORM TEST-ONE-STAGED-DEST VARYING DEST-IDX
           FROM 1 BY 1 UNTIL DEST-IDX > DEST-COUNT
           OR DEST-HIT > 0
           .

       TEST-ONE-STAGED-DEST.
           IF DS-DEPT(DEST-IDX) = DT-DEPT
              MOVE DEST-IDX TO DEST-HIT
           END-IF
           .

       COUNT-ACTIVE-IN-DEPT.
      * The department's people are found by a full pass over the
      * cluster in name order, along the alternate key -
      * START-MASTER-SCAN walks MASTER-NOME.  Without the master
      * nothing can prove the department is empty, and the closure
      * is refused rather than risk stranding live names.
           MOVE 0 TO ATIVOS-NO-DEPTO
           IF NOT MASTER-AVAILABLE
              MOVE 'MASTNOME INDISPONIVEL' TO DT-REJECT-REASON
           ELSE
              PERFORM START-MASTER-SCAN
              PERFORM COUNT-ONE-MASTER UNTIL END-OF-MASTER
           END-IF
           .

       START-MASTER-SCAN.
           MOVE 'N' TO END-OF-MASTER-SW
           MOVE LOW-VALUES TO MASTER-NOME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NOME
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START
           .

       COUNT-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 IF MASTER-DEPT = DT-DEPT AND MASTER-ATIVO
                    ADD 1 TO ATIVOS-NO-DEPTO
                 END-IF
           END-READ
           .

       READ-DEPT-TARGET.
           MOVE DT-DEPT TO DEPT-CODE
           READ DEPT-FILE
                 MOVE DT-DEPT TO DEPT-CODE
                 MOVE DT-DESC TO DEPT-DESC
                 MOVE 'A'     TO DEPT-SITUACAO
                 MOVE 0       TO DEPT-QUADRO
                 WRITE DEPT-RECORD
                    INVALID KEY
                       MOVE 'DEPTO JA EXISTE' TO DT-REJECT-REASON
                          TO DT-REJECT-REASON
                 END-REWRITE
              WHEN DT-DEACT
              WHEN DT-MERGE
                 MOVE 'I' TO DEPT-SITUACAO
                 REWRITE DEPT-RECORD
                    INVALID KEY
                       MOVE 'DEPTO NAO ENCONTRADO'
                          TO DT-REJECT-REASON
                 END-REWRITE
                 IF DT-REJECT-REASON = SPACES
                 AND ATIVOS-NO-DEPTO > 0
                    PERFORM STAGE-DEPT-TRANSFER
                 END-IF
              WHEN DT-REACT
                 MOVE 'A' TO DEPT-SITUACAO
                 REWRITE DEPT-RECORD
                       MOVE 'DEPTO NAO ENCONTRADO'
                          TO DT-REJECT-REASON
                 END-REWRITE
              WHEN DT-QUOTA
                 MOVE DT-QUADRO TO DEPT-QUADRO
                 REWRITE DEPT-RECORD
                    INVALID KEY
                       MOVE 'DEPTO NAO ENCONTRADO'
                          TO DT-REJECT-REASON
                 END-REWRITE
           END-EVALUATE
           IF DT-REJECT-REASON = SPACES
              ADD 1 TO DT-APPL-COUNT
           END-IF
           .

       STAGE-DEPT-TRANSFER.
      * One 'C' detail per active name still coded to the closed
      * department: same name in both name fields (a transfer, not
      * a rename), the target code, no effective date - the move is
      * due on the next maintenance pass.  Every name is listed on
      * DEPTRPT under the closure it belongs to.
           IF DEPT-RPT-AVAILABLE
              IF DT-MERGE
                 MOVE 'FUSAO'      TO DEP-M-ACAO
              ELSE
                 MOVE 'DESATIVA'   TO DEP-M-ACAO
              END-IF
              MOVE DT-DEPT TO DEP-M-DEPT
              MOVE DT-DEST TO DEP-M-DEST
              WRITE DEPT-RPT-RECORD FROM DEP-MOVE-HEAD
           END-IF
           MOVE 0 TO MOVE-COUNT
           PERFORM START-MASTER-SCAN
           PERFORM STAGE-ONE-MASTER UNTIL END-OF-MASTER
           ADD MOVE-COUNT TO MOVE-TOTAL
           IF DEST-COUNT < 100
              ADD 1 TO DEST-COUNT
              MOVE DT-DEST TO DS-DEPT(DEST-COUNT)
           END-IF
           IF DEPT-RPT-AVAILABLE
              MOVE 'NOMES TRANSFERIDOS'    TO DEP-C-LABEL
              MOVE MOVE-COUNT              TO DEP-C-COUNT
              PERFORM WRITE-ONE-TOTAL
           END-IF
           DISPLAY 'DEPTMNT - DEPTO ' DT-DEPT ' DESATIVADO, '
              MOVE-COUNT ' NOMES TRANSFERIDOS PARA ' DT-DEST
           .

       STAGE-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 IF MASTER-DEPT = DT-DEPT AND MASTER-ATIVO
                    ADD 1 TO MOVE-COUNT
                    MOVE 'D'          TO TF-REC-TYPE
                    MOVE SPACES       TO TF-REC-BODY
                    MOVE 'C'          TO TF-D-CODE
                    MOVE MASTER-NOME  TO TF-D-NOME
                    MOVE MASTER-NOME  TO TF-D-NOVO-NOME
                    MOVE DT-DEST      TO TF-D-DEPT
                    MOVE MASTER-MATRICULA TO TF-D-MATRICULA
                    WRITE TRANS-FEED-RECORD
                    IF DEPT-RPT-AVAILABLE
                       MOVE MASTER-NOME TO DEP-N-NOME
                       MOVE DT-DEPT     TO DEP-N-DEPT
                       MOVE DT-DEST     TO DEP-N-DEST
                       MOVE MASTER-MATRICULA TO DEP-N-MATRICULA
                       WRITE DEPT-RPT-RECORD FROM DEP-MOVE-LINE
                    END-IF
                 END-IF
           END-READ
           .

       OPEN-TRANS-BATCH.
      * Opened on the first closure that has people to move, EXTEND
      * behind whatever is already waiting on TRANNOME - the append
      * discipline HRINTAKE and TRANFIX keep.  All the transfers of
      * this run go out as one identified batch.  A TRANNOME that
      * will not open refuses the closure: deactivating without the
      * moves is exactly the stranding this exists to prevent.
           IF NOT TRANS-OPEN
              OPEN EXTEND TRANS-FILE
              IF TRANS-FILE-STATUS = '35'
                 OPEN OUTPUT TRANS-FILE
              END-IF
              IF TRANS-FILE-STATUS = '00'
                 SET TRANS-OPEN TO TRUE
                 MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
                 STRING 'D' SYS-DATE-FIELDS SYS-TIME-FIELDS
                     DELIMITED BY SIZE INTO BATCH-ID
                 MOVE 'H'      TO TF-REC-TYPE
                 MOVE SPACES   TO TF-REC-BODY
                 MOVE BATCH-ID TO TF-H-BATCH-ID
                 MOVE 'DEPTMNT' TO TF-H-USER
                 WRITE TRANS-FEED-RECORD
              ELSE
                 DISPLAY 'AVISO - TRANNOME INDISPONIVEL, STATUS '
                    TRANS-FILE-STATUS
                 MOVE 'TRANNOME INDISPONIVEL' TO DT-REJECT-REASON
              END-IF
           END-IF
           .

       CLOSE-TRANS-BATCH.
           IF TRANS-OPEN
              MOVE 'T'        TO TF-REC-TYPE
              MOVE SPACES     TO TF-REC-BODY
              MOVE MOVE-TOTAL TO TF-T-COUNT
              WRITE TRANS-FEED-RECORD
              CLOSE TRANS-FILE
              PERFORM REGISTER-THIS-BATCH
           END-IF
           .

       REGISTER-THIS-BATCH.
      * Registered only once the trailer is on TRANNOME, the same
      * rule every producer follows: a batch on the register is
      * complete by definition.
           OPEN I-O BATCH-REG-FILE
           IF BATCH-REG-STATUS = '00'
              MOVE BATCH-ID        TO BREG-ID
              MOVE 'DEPTMNT'       TO BREG-SOURCE
              MOVE MOVE-TOTAL      TO BREG-COUNT
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
                       BREG-ID
              END-WRITE
              CLOSE BATCH-REG-FILE
           ELSE
              DISPLAY 'AVISO - BATCHREG INDISPONIVEL, STATUS '
                 BATCH-REG-STATUS
           END-IF
           IF DEPT-RPT-AVAILABLE
              MOVE BATCH-ID TO DEP-LOTE-ID
              WRITE DEPT-RPT-RECORD FROM DEP-LOTE-LINE
           END-IF
           DISPLAY 'LOTE GERADO: ' BATCH-ID
           .

       REJECT-DEPT-TRANS.
           ADD 1 TO DT-REJ-COUNT
           DISPLAY 'DEPTMNT - TRANSACAO REJEITADA: ' DT-CODE
                 ELSE
                    MOVE 'INATIVO' TO DEP-L-SITUACAO
                 END-IF
                 IF DEPT-QUADRO NUMERIC AND DEPT-QUADRO > 0
                    MOVE 'QUADRO ' TO DEP-L-QUADRO-LIT
                    MOVE DEPT-QUADRO TO DEP-L-QUADRO
                 ELSE
                    MOVE SPACES TO DEP-L-QUADRO-LIT
                    MOVE 0 TO DEP-L-QUADRO
                 END-IF
                 IF DEPT-RPT-AVAILABLE
                    WRITE DEPT-RPT-RECORD FROM DEP-LIST-LINE
                 END-IF
              MOVE 'TRANSACOES REJEITADAS' TO DEP-C-LABEL
              MOVE DT-REJ-COUNT            TO DEP-C-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'TOTAL DE NOMES TRANSFERIDOS' TO DEP-C-LABEL
              MOVE MOVE-TOTAL              TO DEP-C-COUNT
              PERFORM WRITE-ONE-TOTAL
              MOVE 'DEPARTAMENTOS LISTADOS' TO DEP-C-LABEL
              MOVE LIST-COUNT              TO DEP-C-COUNT
              PERFORM WRITE-ONE-TOTAL
