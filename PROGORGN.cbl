           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               ALTERNATE RECORD KEY IS MASTER-NOME WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT BADGE-FILE ASSIGN TO "BDGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BADGE-FILE-STATUS.

           SELECT BADGE-CTL-FILE ASSIGN TO "BDGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BADGE-CTL-STATUS.

           SELECT TRANS-RPT-FILE ASSIGN TO "TRANRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-RPT-STATUS.
               RECORD KEY IS NDX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT SIM-PARM-FILE ASSIGN TO "SIMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIM-PARM-STATUS.

           SELECT SIM-MASTER-FILE ASSIGN TO "SIMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-MATRICULA
               FILE STATUS IS SIM-MASTER-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
              88 MASTER-ATIVO    VALUE 'A'.
              88 MASTER-INATIVO  VALUE 'I'.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

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
              10 TF-D-MATRICULA  PIC 9(6).
              10 FILLER          PIC X(2).
           05 TF-TRAILER-BODY REDEFINES TF-REC-BODY.
              10 TF-T-COUNT      PIC 9(5).
              10 FILLER          PIC X(35).
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

       FD  PEND-FILE
           LABEL RECORD IS STANDARD.
           05 FILA-NOVO-NOME    PIC X(10).
           05 FILA-DEPT         PIC X(3).
           05 FILA-EFF-DATE     PIC X(8).
           05 FILA-MATRICULA    PIC 9(6).

       FD  PEND-WORK-FILE
           LABEL RECORD IS STANDARD.
       01  PEND-WORK-RECORD      PIC X(38).

       FD  PEND-RPT-FILE
           LABEL RECORD IS STANDARD.
              88 REJ-ABERTO      VALUE 'A'.
              88 REJ-CORRIGIDO   VALUE 'C'.
              88 REJ-BAIXADO     VALUE 'X'.
           05 REJ-MATRICULA      PIC 9(6).

       FD  ACK-FILE
           LABEL RECORD IS STANDARD.
       01  ACK-RECORD.
           05 ACK-REC-TYPE       PIC X.
           05 ACK-REC-BODY       PIC X(39).
           05 ACK-HEADER-BODY REDEFINES ACK-REC-BODY.
              10 ACK-H-DATE      PIC X(8).
              10 ACK-H-MODO      PIC X(9).
              10 FILLER          PIC X(22).
           05 ACK-DETAIL-BODY REDEFINES ACK-REC-BODY.
              10 ACK-D-ACAO      PIC X.
              10 ACK-D-NOME      PIC X(10).
              10 ACK-D-RESULT    PIC X.
              10 ACK-D-REASON    PIC X(21).
              10 ACK-D-MATRICULA PIC 9(6).
           05 ACK-TRAILER-BODY REDEFINES ACK-REC-BODY.
              10 ACK-T-COUNT     PIC 9(5).
              10 FILLER          PIC X(34).

       FD  BADGE-FILE
           LABEL RECORD IS STANDARD.
       01  BADGE-RECORD.
           05 BDG-REC-TYPE       PIC X.
           05 BDG-REC-BODY       PIC X(39).
           05 BDG-HEADER-BODY REDEFINES BDG-REC-BODY.
              10 BDG-H-SEQ       PIC 9(5).
              10 BDG-H-DATE      PIC X(8).
              10 BDG-H-TIPO      PIC X.
              10 BDG-H-GEN-DATE  PIC X(8).
              10 FILLER          PIC X(17).
           05 BDG-DETAIL-BODY REDEFINES BDG-REC-BODY.
              10 BDG-D-ACAO      PIC X.
              10 BDG-D-NOME      PIC X(10).
              10 BDG-D-NOVO-NOME PIC X(10).
              10 BDG-D-DEPT      PIC X(3).
              10 BDG-D-SIT       PIC X.
              10 BDG-D-MATRICULA PIC 9(6).
              10 FILLER          PIC X(8).
           05 BDG-TRAILER-BODY REDEFINES BDG-REC-BODY.
              10 BDG-T-INCL      PIC 9(5).
              10 BDG-T-DESAT     PIC 9(5).
              10 BDG-T-REAT      PIC 9(5).
              10 BDG-T-RENOM     PIC 9(5).
              10 BDG-T-TRANSF    PIC 9(5).
              10 BDG-T-SNAP      PIC 9(5).
              10 BDG-T-TOTAL     PIC 9(5).
              10 FILLER          PIC X(4).

       FD  BADGE-CTL-FILE
           LABEL RECORD IS STANDARD.
       01  BADGE-CTL-RECORD.
           05 BCT-SEQ            PIC 9(5).
           05 BCT-TIPO           PIC X.
           05 BCT-GEN-DATE       PIC X(8).
           05 BCT-GEN-TIME       PIC X(6).
           05 BCT-HIST-DATE      PIC X(8).
           05 BCT-HIST-TIME      PIC X(6).
           05 BCT-COUNT          PIC 9(5).
           05 FILLER             PIC X.

       FD  TRANS-RPT-FILE
           LABEL RECORD IS STANDARD.
           05 HIST-NOME          PIC X(10).
           05 HIST-NOVO-NOME     PIC X(10).
           05 HIST-DEPT          PIC X(3).
           05 HIST-MATRICULA     PIC 9(6).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SORT-WORK-FONTE   PIC X.
           05 SORT-WORK-SIT     PIC X.
              88 SORT-WORK-INATIVO VALUE 'I'.
           05 SORT-WORK-MATRICULA PIC 9(6).

       SD  DUP-SORT-FILE.
       01  DUP-SORT-RECORD.
           05 DUP-SORT-CHAVE    PIC X(10).
           05 DUP-SORT-NOME     PIC X(10).
           05 DUP-SORT-DEPT     PIC X(3).
           05 DUP-SORT-MATRICULA PIC 9(6).

       FD  DUP-WORK-FILE
           LABEL RECORD IS STANDARD.
           05 DUP-WORK-CHAVE    PIC X(10).
           05 DUP-WORK-NOME     PIC X(10).
           05 DUP-WORK-DEPT     PIC X(3).
           05 DUP-WORK-MATRICULA PIC 9(6).

       FD  DUP-RPT-FILE
           LABEL RECORD IS STANDARD.
              10 RES-SEQ         PIC 9(7).
           05 RES-NOME           PIC X(10).
           05 RES-DEPT           PIC X(3).
           05 RES-MATRICULA      PIC 9(6).

       FD  LASTRUN-FILE
           LABEL RECORD IS STANDARD.
           05 DEPT-SITUACAO      PIC X.
              88 DEPT-ATIVO      VALUE 'A'.
              88 DEPT-INATIVO    VALUE 'I'.
           05 DEPT-QUADRO        PIC 9(5).

       FD  INDEX-FILE
           LABEL RECORD IS STANDARD.
           05 NDX-KEY.
              10 NDX-CHAVE       PIC X(10).
              10 NDX-NOME        PIC X(10).
              10 NDX-MATRICULA   PIC 9(6).

       FD  SIM-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  SIM-PARM-RECORD       PIC X.

       FD  SIM-MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  SIM-MASTER-RECORD.
           05 SIM-NOME           PIC X(10).
           05 SIM-DEPT           PIC X(3).
           05 SIM-SITUACAO       PIC X.
              88 SIM-INATIVO     VALUE 'I'.
           05 SIM-ADMISSAO       PIC 9(8).
           05 SIM-MATRICULA      PIC 9(6).

      ******************************************************************
       WORKING-STORAGE SECTION.
           88 MERGE-MODE                      VALUE 'M'.
       77  MASTER-OPENED-SW      PIC X      VALUE 'N'.
           88 MASTER-OPENED                   VALUE 'Y'.
       77  MASTER-IO-SW          PIC X      VALUE 'N'.
           88 MASTER-IO-OK                    VALUE 'Y'.
       77  SIM-PARM-STATUS       PIC XX     VALUE '00'.
       77  SIMULATION-SW         PIC X      VALUE 'N'.
           88 SIMULATION                      VALUE 'S'.
       77  SIM-MASTER-STATUS     PIC XX     VALUE '00'.
       77  SIM-EOF-SW            PIC X      VALUE 'N'.
           88 SIM-EOF                         VALUE 'Y'.
       77  SIM-COPY-COUNT        PIC 9(7)   VALUE 0.
       77  RECORD-GOT-SW         PIC X      VALUE 'N'.
           88 RECORD-GOT                      VALUE 'Y'.
       77  CURRENT-FONTE         PIC X      VALUE SPACE.
           88 ACK-AVAILABLE                   VALUE 'Y'.
       77  ACK-DETAIL-COUNT      PIC 9(5)   VALUE 0.
       77  ACK-RESULT            PIC X      VALUE SPACE.
       77  BADGE-FILE-STATUS     PIC XX     VALUE '00'.
       77  BADGE-FILE-SW         PIC X      VALUE 'N'.
           88 BADGE-AVAILABLE                 VALUE 'Y'.
       77  BADGE-CTL-STATUS      PIC XX     VALUE '00'.
       77  BADGE-CTL-EOF-SW      PIC X      VALUE 'N'.
           88 BADGE-CTL-EOF                   VALUE 'Y'.
       77  BADGE-SEQ             PIC 9(5)   VALUE 0.
       77  BADGE-INCL            PIC 9(5)   VALUE 0.
       77  BADGE-DESAT           PIC 9(5)   VALUE 0.
       77  BADGE-REAT            PIC 9(5)   VALUE 0.
       77  BADGE-RENOM           PIC 9(5)   VALUE 0.
       77  BADGE-TRANSF          PIC 9(5)   VALUE 0.
       77  BADGE-TOTAL           PIC 9(5)   VALUE 0.
       77  TRANS-APPLIED-SW      PIC X      VALUE 'N'.
           88 TRANS-APPLIED                   VALUE 'Y'.
       77  TRANS-READ-COUNT      PIC 9(5)   VALUE 0.
           05 TRANS-NOVO-NOME   PIC X(10).
           05 TRANS-DEPT        PIC X(3).
           05 TRANS-EFF-DATE    PIC X(8).
           05 TRANS-MATRICULA   PIC 9(6).

       77  BATCH-REG-STATUS      PIC XX     VALUE '00'.
       77  BATCH-REG-SW          PIC X      VALUE 'N'.
       77  LOTES-PULADOS         PIC 9(3)   VALUE 0.
       77  LOTES-COM-ERRO        PIC 9(3)   VALUE 0.
       77  LOTES-AGUARDANDO      PIC 9(3)   VALUE 0.
       77  LOTES-RETIDOS         PIC 9(3)   VALUE 0.

      * One entry per batch found on TRANNOME this pass.  The
      * disposition starts O (open) at the header and settles when
      * the trailer arrives: A apply, S skip (register says an
      * earlier pass already applied it, or it was refused at
      * approval), E control count broken, W no trailer yet - a
      * producer may still be writing it, so it is left completely
      * alone - and H held for a second operator's approval: a
      * hand-keyed batch, one the register has no record of or
      * still carries as aguardando aprovacao.
       01  BATCH-TABLE.
           03 BATCH-ENTRY OCCURS 200 TIMES.
              05 BT-ID           PIC X(15).
              05 BT-USER         PIC X(8).
              05 BT-DETAILS      PIC 9(5).
              05 BT-DISP         PIC X.
                 88 BT-ABERTO    VALUE 'O'.
                 88 BT-PULAR     VALUE 'S'.
                 88 BT-ERRO      VALUE 'E'.
                 88 BT-AGUARDA   VALUE 'W'.
                 88 BT-RETIDO    VALUE 'H'.
              05 BT-HOLD-SW      PIC X.
                 88 BT-HOLD      VALUE 'Y'.
       77  PEND-FILE-STATUS      PIC XX     VALUE '00'.
       77  PEND-WORK-STATUS      PIC XX     VALUE '00'.
       77  PEND-RPT-STATUS       PIC XX     VALUE '00'.
       77  PREV-CHAVE            PIC X(10)  VALUE LOW-VALUES.
       77  PEND-NOME             PIC X(10)  VALUE SPACES.
       77  PEND-DEPT             PIC X(3)   VALUE SPACES.
       77  PEND-MATRICULA        PIC 9(6)   VALUE 0.
       77  GROUP-SIZE            PIC 9(5)   VALUE 0.
       77  DUP-GROUP-COUNT       PIC 9(5)   VALUE 0.

       77  INCL-INATIVOS-SW      PIC X      VALUE 'N'.
           88 INCL-INATIVOS                  VALUE 'I'.
       77  CURRENT-SIT           PIC X      VALUE 'A'.
       77  AUDIT-FILE-STATUS     PIC XX     VALUE '00'.
       77  AUDIT-WORK-STATUS     PIC XX     VALUE '00'.
       77  AUDIT-WORK-SW         PIC X      VALUE 'N'.
           88 BATCH-SOURCE-CHOSEN             VALUE 'Y'.
       77  CURRENT-NOME          PIC X(10)  VALUE SPACES.
       77  CURRENT-DEPT          PIC X(3)   VALUE SPACES.
       77  CURRENT-MATRICULA     PIC 9(6)   VALUE 0.
       77  PREV-RETURN-NOME      PIC X(10)  VALUE LOW-VALUES.
       77  PREV-RETURN-DEPT      PIC X(3)   VALUE LOW-VALUES.
       77  PREV-RETURN-MATRICULA PIC 9(6)   VALUE 0.
       77  TARGET-DEPT           PIC X(3)   VALUE SPACES.
       77  PREV-DEPT             PIC X(3)   VALUE LOW-VALUES.
       77  SECTION-COUNT         PIC 9(7)   VALUE 0.
       77  USE-DEPT-SW           PIC X      VALUE 'N'.
           88 DEPT-AVAILABLE                 VALUE 'Y'.
       77  FOUND-DEPT-DESC       PIC X(30)  VALUE SPACES.
       77  QUOTA-TOTAL           PIC 9(3)   VALUE 0.
       77  QUOTA-IDX             PIC 9(3)   VALUE 0.
       77  QUOTA-HIT             PIC 9(3)   VALUE 0.
       77  QUOTA-DEPT            PIC X(3)   VALUE SPACES.
       77  QUOTA-SCAN-EOF-SW     PIC X      VALUE 'N'.
           88 QUOTA-SCAN-EOF                  VALUE 'Y'.
       77  QUOTA-WARN-SW         PIC X      VALUE 'N'.
           88 QUOTA-WARN                      VALUE 'Y'.
       77  QUOTA-WARN-COUNT      PIC 9(5)   VALUE 0.
       77  QUOTA-LINE-COUNT      PIC 9(3)   VALUE 0.

      * Active headcount of every department with a quadro
      * autorizado, counted off MASTNOME once at the start of the
      * maintenance pass and kept in step with each movement the
      * pass applies, so the pre-edit can tell when an inclusion
      * or transfer takes a department past its quadro.
       01  QUOTA-TABLE.
           03 QUOTA-ENTRY OCCURS 500 TIMES.
              05 QT-DEPT         PIC X(3).
              05 QT-QUADRO       PIC 9(5).
              05 QT-ATIVOS       PIC 9(5).

      * The over-quota movements of this pass, held for TRANRPT -
      * the register is only written once the pass is over.
       01  QUOTA-WARN-TABLE.
           03 QUOTA-WARN-ENTRY OCCURS 100 TIMES.
              05 QW-CODE         PIC X.
              05 QW-NOME         PIC X(10).
              05 QW-MATRICULA    PIC 9(6).
              05 QW-DEPT         PIC X(3).
              05 QW-QUADRO       PIC 9(5).
              05 QW-ATIVOS       PIC 9(5).
       77  INDEX-FILE-STATUS     PIC XX     VALUE '00'.
       77  USE-INDEX-SW          PIC X      VALUE 'N'.
           88 INDEX-AVAILABLE                VALUE 'Y'.
           05 FILLER             PIC X(9)  VALUE 'PAGINA : '.
           05 RPT-H-PAGE         PIC ZZZZ9.

       01  SIM-NOTICE-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(50)
              VALUE '*** SIMULACAO - NENHUM ARQUIVO FOI ATUALIZADO ***'.

       01  RPT-SUBHEAD.
           05 FILLER             PIC X(15) VALUE 'DEPARTAMENTO : '.
           05 RPT-S-DEPT         PIC X(3).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 RPT-D-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-D-MATRICULA    PIC ZZZZZ9 BLANK WHEN ZERO.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-D-FONTE        PIC X.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-D-SIT          PIC X(7).
           05 DUP-M-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DUP-M-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DUP-M-MATRICULA    PIC ZZZZZ9 BLANK WHEN ZERO.

       01  DUP-FOOTER.
           05 FILLER             PIC X(21)
           05 TRN-RPT-LABEL      PIC X(30).
           05 TRN-RPT-COUNT      PIC ZZZZ9.

       01  TRN-RPT-QUOTA-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(16)
              VALUE 'ACIMA DO QUADRO '.
           05 TRN-Q-CODE         PIC X.
           05 FILLER             PIC X     VALUE SPACE.
           05 TRN-Q-MATRICULA    PIC 9(6).
           05 FILLER             PIC X     VALUE SPACE.
           05 TRN-Q-NOME         PIC X(10).
           05 FILLER             PIC X(7)  VALUE ' DEPTO '.
           05 TRN-Q-DEPT         PIC X(3).
           05 FILLER             PIC X(8)  VALUE ' QUADRO '.
           05 TRN-Q-QUADRO       PIC ZZZZ9.
           05 FILLER             PIC X(8)  VALUE ' ATIVOS '.
           05 TRN-Q-ATIVOS       PIC ZZZZ9.

       01  PEND-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'TRANSACOES PENDENTES'.
           05 PEND-D-NOVO        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEND-D-DEPT        PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEND-D-MATRICULA   PIC 9(6).

       01  PEND-RPT-TOTAL.
           05 FILLER             PIC X(5)  VALUE SPACES.
           MOVE SYS-DATE-FIELDS TO RUN-START-DATE
           MOVE SYS-TIME-FIELDS TO RUN-START-TIME

           PERFORM OPEN-SIM-PARM

           PERFORM OPEN-DEPT-FILE

           PERFORM OPEN-MASTER-FILE
           IF SIMULATION
              PERFORM OPEN-SIM-MASTER
           END-IF
           IF MASTER-AVAILABLE
              IF NOT SIMULATION
                 PERFORM OPEN-INDEX-FILE
              END-IF
              PERFORM OPEN-TRANS-FILE
              IF TRANS-FILE-AVAILABLE
                 PERFORM LOAD-QUOTA-TABLE
                 PERFORM OPEN-PEND-WORK
                 PERFORM RELEASE-PENDING
                 IF BATCH-REG-AVAILABLE
                 END-IF
                 PERFORM WRITE-TRANS-REGISTER
                 PERFORM CLOSE-ACK-FEED
                 PERFORM CLOSE-BADGE-FEED
              END-IF
              PERFORM CLOSE-INDEX-FILE
              PERFORM POSITION-MASTER-FOR-READ
           END-IF

           IF SIMULATION
              PERFORM FINISH-SIMULATION
              STOP RUN
           END-IF

           OPEN INPUT NAME-FILE
           IF NAME-FILE-STATUS = '00'
              SET NAME-FILE-AVAILABLE TO TRUE
                    MOVE MASTER-NOME     TO CURRENT-NOME
                    MOVE MASTER-DEPT     TO CURRENT-DEPT
                    MOVE MASTER-SITUACAO TO CURRENT-SIT
                    MOVE MASTER-MATRICULA TO CURRENT-MATRICULA
                    MOVE 'M' TO CURRENT-FONTE
                    SET RECORD-GOT TO TRUE
                 END-IF
                          MOVE MASTER-NOME     TO CURRENT-NOME
                          MOVE MASTER-DEPT     TO CURRENT-DEPT
                          MOVE MASTER-SITUACAO TO CURRENT-SIT
                          MOVE MASTER-MATRICULA
                                               TO CURRENT-MATRICULA
                          MOVE 'M' TO CURRENT-FONTE
                          SET RECORD-GOT TO TRUE
                       END-IF
                       MOVE 'N' TO USE-NAME-FILE-SW
                    NOT AT END
                       MOVE SPACES TO CURRENT-DEPT
                       MOVE 0 TO CURRENT-MATRICULA
                       MOVE 'A' TO CURRENT-SIT
                       MOVE '1' TO CURRENT-FONTE
                       PERFORM CHECK-FONTE-DUPLICATE
                       MOVE 'N' TO USE-NAME2-SW
                    NOT AT END
                       MOVE SPACES TO CURRENT-DEPT
                       MOVE 0 TO CURRENT-MATRICULA
                       MOVE 'A' TO CURRENT-SIT
                       MOVE '2' TO CURRENT-FONTE
                       PERFORM CHECK-FONTE-DUPLICATE
                       MOVE 'N' TO USE-NAME3-SW
                    NOT AT END
                       MOVE SPACES TO CURRENT-DEPT
                       MOVE 0 TO CURRENT-MATRICULA
                       MOVE 'A' TO CURRENT-SIT
                       MOVE '3' TO CURRENT-FONTE
                       PERFORM CHECK-FONTE-DUPLICATE
      * already on its way to the list, so the extract's copy is
      * logged and dropped here via a keyed read.  It is not a
      * reject - REJECT-COUNT (and with it the RC 4 condition)
      * stays untouched for these.  The extracts carry no
      * matricula, so the lookup goes through the name path.
           IF MASTER-OPENED
              MOVE CURRENT-NOME TO MASTER-NOME
              READ MASTER-FILE KEY IS MASTER-NOME
                 INVALID KEY
                    SET RECORD-GOT TO TRUE
                 NOT INVALID KEY
      * NAMES extract nor the terminal carries a department, so
      * these names group under the no-department section.
           MOVE SPACES TO CURRENT-DEPT
           MOVE 0 TO CURRENT-MATRICULA
           MOVE 'A' TO CURRENT-SIT
           IF NAME-FILE-AVAILABLE
              MOVE '1' TO CURRENT-FONTE
              MOVE CURRENT-NOME  TO SORT-WORK-NOME
              MOVE CURRENT-FONTE TO SORT-WORK-FONTE
              MOVE CURRENT-SIT   TO SORT-WORK-SIT
              MOVE CURRENT-MATRICULA TO SORT-WORK-MATRICULA
              RELEASE SORT-WORK-RECORD
              PERFORM WRITE-AUDIT-ANTES-LINE
           ELSE
           END-IF
           .

       OPEN-SIM-PARM.
      * 'S' in SIMPARM turns the run into a simulation: the batches
      * are edited and the movements applied exactly as tonight's
      * real pass would, but against a work copy of the master, so
      * TRANRPT, PENDRPT, the ACKFEED preview and the PRTLIST
      * section totals show the outcome before anything is
      * committed.  No dataset, an empty one, or anything else is a
      * normal run - the same supplied-dataset pattern as SITPARM.
           OPEN INPUT SIM-PARM-FILE
           IF SIM-PARM-STATUS = '00'
              READ SIM-PARM-FILE INTO SIMULATION-SW
                 AT END
                    MOVE 'N' TO SIMULATION-SW
              END-READ
              CLOSE SIM-PARM-FILE
           END-IF
           IF SIMULATION
              DISPLAY 'MODO SIMULACAO - NENHUM ARQUIVO SERA '
                 'ATUALIZADO'
           ELSE
              MOVE 'N' TO SIMULATION-SW
           END-IF
           .

       OPEN-SIM-MASTER.
      * SIMMAST is a KSDS defined like MASTNOME and empty at the
      * start of the step, the same rule QUADDATA applies to its
      * QDWORK copy.  Anything short of a clean copy stops the run:
      * a simulation must never fall through into a real pass.
           IF NOT MASTER-AVAILABLE
              DISPLAY 'ERRO - SIMULACAO SEM MASTNOME'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SIM-MASTER-FILE
           IF SIM-MASTER-STATUS NOT = '00'
              DISPLAY 'ERRO - SIMMAST INDISPONIVEL, STATUS '
                 SIM-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO SIM-MATRICULA
           START SIM-MASTER-FILE KEY IS NOT LESS THAN SIM-MATRICULA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ SIM-MASTER-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       DISPLAY 'ERRO - SIMMAST NAO ESTA VAZIO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-READ
           END-START
           MOVE LOW-VALUES TO MASTER-NOME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NOME
              INVALID KEY
                 SET SIM-EOF TO TRUE
              NOT INVALID KEY
                 MOVE 'N' TO SIM-EOF-SW
           END-START
           PERFORM COPY-ONE-TO-SIM UNTIL SIM-EOF
           DISPLAY 'SIMULACAO - REGISTROS COPIADOS PARA SIMMAST: '
              SIM-COPY-COUNT
           .

       COPY-ONE-TO-SIM.
           READ MASTER-FILE NEXT RECORD
              AT END
                 SET SIM-EOF TO TRUE
              NOT AT END
                 MOVE MASTER-RECORD TO SIM-MASTER-RECORD
                 WRITE SIM-MASTER-RECORD
                    INVALID KEY
                       DISPLAY 'ERRO - FALHA NA COPIA PARA SIMMAST '
                          MASTER-MATRICULA ' ' MASTER-NOME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-WRITE
                 ADD 1 TO SIM-COPY-COUNT
           END-READ
           .

       FINISH-SIMULATION.
      * The PRTLIST a simulation leaves is the one the real run
      * would print, cut down to its department sections and their
      * totals: the work copy is sorted under the same department
      * and PORT-SEQ order SORT1 uses, with the same SITPARM rule
      * for inactive names.  RESULTNM, LASTRUN, AUDITLOG, RUNSTAT
      * and the checkpoint are left exactly as the last real run
      * wrote them.
           PERFORM OPEN-SIT-PARM
           PERFORM OPEN-PRINT-FILE
           IF PRINT-FILE-AVAILABLE
              WRITE PRINT-RECORD FROM SIM-NOTICE-LINE
                  AFTER ADVANCING 2 LINES
              ADD 2 TO LINE-NO
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-WORK-DEPT
               ON ASCENDING KEY SORT-WORK-NOME
               COLLATING SEQUENCE IS PORT-SEQ
               INPUT PROCEDURE IS SIM-RELEASE-MASTER
               OUTPUT PROCEDURE IS SIM-RETURN-SECTIONS
           PERFORM CLOSE-PRINT-FILE
           CLOSE SIM-MASTER-FILE
           IF MASTER-AVAILABLE
              CLOSE MASTER-FILE
           END-IF
           PERFORM CLOSE-DEPT-FILE
           PERFORM SET-RETURN-CODE
           DISPLAY 'SIMULACAO CONCLUIDA - NOMES NA LISTA: '
              TOTAL-NOMES
           .

       SIM-RELEASE-MASTER.
           MOVE 0 TO SIM-MATRICULA
           START SIM-MASTER-FILE KEY IS NOT LESS THAN SIM-MATRICULA
              INVALID KEY
                 SET SIM-EOF TO TRUE
              NOT INVALID KEY
                 MOVE 'N' TO SIM-EOF-SW
           END-START
           PERFORM SIM-RELEASE-ONE UNTIL SIM-EOF
           .

       SIM-RELEASE-ONE.
           READ SIM-MASTER-FILE NEXT RECORD
              AT END
                 SET SIM-EOF TO TRUE
              NOT AT END
                 IF NOT SIM-INATIVO OR INCL-INATIVOS
                    MOVE SIM-DEPT     TO SORT-WORK-DEPT
                    MOVE SIM-NOME     TO SORT-WORK-NOME
                    MOVE 'M'          TO SORT-WORK-FONTE
                    MOVE SIM-SITUACAO TO SORT-WORK-SIT
                    MOVE SIM-MATRICULA TO SORT-WORK-MATRICULA
                    RELEASE SORT-WORK-RECORD
                 END-IF
           END-READ
           .

       SIM-RETURN-SECTIONS.
           MOVE 'N' TO SORT-AT-END-SW
           MOVE 0 TO TOTAL-NOMES
           PERFORM SIM-RETURN-ONE UNTIL SORT-AT-END
           .

       SIM-RETURN-ONE.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
              AT END
                 MOVE 'Y' TO SORT-AT-END-SW
              NOT AT END
                 ADD 1 TO TOTAL-NOMES
                 IF PRINT-FILE-AVAILABLE
                    IF SORT-WORK-DEPT NOT = PREV-DEPT
                       PERFORM START-DEPT-SECTION
                    END-IF
                    ADD 1 TO SECTION-COUNT
                 END-IF
           END-RETURN
           .

       OPEN-MASTER-FILE.
      * MASTNOME is a genuine VSAM KSDS, predefined via IDCAMS DEFINE
      * CLUSTER per the JCL - there is no OPEN-time path that creates
      * a KSDS, so a missing/uncataloged dataset just degrades like
      * any other OPEN I-O failure (USE-MASTER-SW stays 'N' and the
      * input stream falls back to NAME-FILE, then to the terminal).
      * The prime key is the matricula; the name is an alternate key
      * that allows duplicates, reached through the MASTNOM1 path,
      * which is how the list pass still browses the master in name
      * order and homonyms can both live on the cluster.
           IF SIMULATION
              OPEN INPUT MASTER-FILE
           ELSE
              OPEN I-O MASTER-FILE
           END-IF
           IF MASTER-FILE-STATUS = '00'
              SET MASTER-AVAILABLE TO TRUE
              SET MASTER-OPENED TO TRUE
      * data-control clerk corrects or writes it off through
      * TRANFIX, so the pass appends to the file instead of
      * starting it over - the same EXTEND-with-fallback HISTNOME
      * uses.  A simulation leaves TRANREJ, HISTNOME and the
      * badge feed closed: the refusals and movements it finds are
      * reported, never recorded.
              IF NOT SIMULATION
                 OPEN EXTEND REJECT-FILE
                 IF REJECT-FILE-STATUS = '35'
                    OPEN OUTPUT REJECT-FILE
                 END-IF
                 IF REJECT-FILE-STATUS = '00'
                    SET REJECT-FILE-AVAILABLE TO TRUE
                 ELSE
                    DISPLAY 'AVISO - TRANREJ INDISPONIVEL, STATUS '
                       REJECT-FILE-STATUS
                 END-IF
              END-IF
              OPEN OUTPUT TRANS-RPT-FILE
              IF TRANS-RPT-STATUS = '00'
                 DISPLAY 'AVISO - TRANRPT INDISPONIVEL, STATUS '
                    TRANS-RPT-STATUS
              END-IF
              IF NOT SIMULATION
                 OPEN EXTEND HISTORY-FILE
                 IF HIST-FILE-STATUS = '35'
                    OPEN OUTPUT HISTORY-FILE
                 END-IF
                 IF HIST-FILE-STATUS = '00'
                    SET HIST-FILE-AVAILABLE TO TRUE
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
                    MOVE SYS-DATE-FIELDS TO HIST-RUN-DATE
                    MOVE SYS-TIME-FIELDS TO HIST-RUN-TIME
                 ELSE
                    DISPLAY 'AVISO - HISTNOME INDISPONIVEL, STATUS '
                       HIST-FILE-STATUS
                 END-IF
              END-IF
              PERFORM OPEN-ACK-FEED
              IF NOT SIMULATION
                 PERFORM OPEN-BADGE-FEED
              END-IF
           END-IF
           .

              MOVE 'H'            TO ACK-REC-TYPE
              MOVE SPACES         TO ACK-REC-BODY
              MOVE RUN-START-DATE TO ACK-H-DATE
              IF SIMULATION
                 MOVE 'SIMULACAO' TO ACK-H-MODO
              END-IF
              WRITE ACK-RECORD
           ELSE
              DISPLAY 'AVISO - ACKFEED INDISPONIVEL, STATUS '
              MOVE SPACES     TO ACK-REC-BODY
              MOVE TRANS-CODE TO ACK-D-ACAO
              MOVE TRANS-NOME TO ACK-D-NOME
              MOVE TRANS-MATRICULA TO ACK-D-MATRICULA
              MOVE ACK-RESULT TO ACK-D-RESULT
              EVALUATE ACK-RESULT
                 WHEN 'R'
                    MOVE TRANS-REJECT-REASON TO ACK-D-REASON
                 WHEN 'W'
                    MOVE 'ACIMA DO QUADRO' TO ACK-D-REASON
                 WHEN OTHER
                    MOVE SPACES TO ACK-D-REASON
              END-EVALUATE
              WRITE ACK-RECORD
           END-IF
           .
           END-IF
           .

       OPEN-BADGE-FEED.
      * The change feed to building security, so the badge list is
      * no longer re-typed from PRTLIST: one detail per movement
      * this pass applied, between a header carrying the feed's
      * sequence number and a trailer counting each action.  BDGCTL
      * keeps one record per feed ever sent, so the next number is
      * the last one plus 1 and security can tell a day is missing;
      * the record also keeps the HISTNOME stamp of this pass,
      * which is how the CRACHAS job regenerates a lost feed.  The
      * control record is only appended once the feed is closed -
      * a pass that dies halfway reuses the same number next time.
           MOVE 0 TO BADGE-SEQ
           OPEN INPUT BADGE-CTL-FILE
           IF BADGE-CTL-STATUS = '00'
              PERFORM READ-ONE-BADGE-CTL UNTIL BADGE-CTL-EOF
              CLOSE BADGE-CTL-FILE
           ELSE
              IF BADGE-CTL-STATUS NOT = '35'
                 DISPLAY 'AVISO - BDGCTL INDISPONIVEL, STATUS '
                    BADGE-CTL-STATUS ', FEED DE CRACHAS NAO GERADO'
              END-IF
           END-IF
           IF BADGE-CTL-STATUS = '00' OR BADGE-CTL-STATUS = '35'
              ADD 1 TO BADGE-SEQ
              OPEN OUTPUT BADGE-FILE
              IF BADGE-FILE-STATUS = '00'
                 SET BADGE-AVAILABLE TO TRUE
                 MOVE 'H'            TO BDG-REC-TYPE
                 MOVE SPACES         TO BDG-REC-BODY
                 MOVE BADGE-SEQ      TO BDG-H-SEQ
                 MOVE RUN-START-DATE TO BDG-H-DATE
                 MOVE 'M'            TO BDG-H-TIPO
                 MOVE RUN-START-DATE TO BDG-H-GEN-DATE
                 WRITE BADGE-RECORD
              ELSE
                 DISPLAY 'AVISO - BDGFEED INDISPONIVEL, STATUS '
                    BADGE-FILE-STATUS
              END-IF
           END-IF
           .

       READ-ONE-BADGE-CTL.
           READ BADGE-CTL-FILE
              AT END
                 MOVE 'Y' TO BADGE-CTL-EOF-SW
              NOT AT END
                 IF BCT-SEQ NUMERIC
                    MOVE BCT-SEQ TO BADGE-SEQ
                 END-IF
           END-READ
           .

       WRITE-BADGE-DETAIL.
      * Built from the same fields WRITE-ONE-HISTORY records, so a
      * feed regenerated from HISTNOME matches the one sent.  A
      * change keeping the name is a department move (T); one with
      * a new name is a rename (N), its department the final one.
      * Situacao goes only on A, D and R, the actions that set it.
           IF BADGE-AVAILABLE
              MOVE 'D'        TO BDG-REC-TYPE
              MOVE SPACES     TO BDG-REC-BODY
              MOVE TRANS-NOME TO BDG-D-NOME
              MOVE TRANS-MATRICULA TO BDG-D-MATRICULA
              EVALUATE TRUE
                 WHEN TRANS-ADD
                    MOVE 'A'         TO BDG-D-ACAO
                    MOVE TRANS-DEPT  TO BDG-D-DEPT
                    MOVE 'A'         TO BDG-D-SIT
                    ADD 1 TO BADGE-INCL
                 WHEN TRANS-DELETE
                    MOVE 'D'         TO BDG-D-ACAO
                    MOVE TARGET-DEPT TO BDG-D-DEPT
                    MOVE 'I'         TO BDG-D-SIT
                    ADD 1 TO BADGE-DESAT
                 WHEN TRANS-REINST
                    MOVE 'R'         TO BDG-D-ACAO
                    MOVE TARGET-DEPT TO BDG-D-DEPT
                    MOVE 'A'         TO BDG-D-SIT
                    ADD 1 TO BADGE-REAT
                 WHEN TRANS-CHANGE AND TRANS-NOVO-NOME = TRANS-NOME
                    MOVE 'T'         TO BDG-D-ACAO
                    MOVE MASTER-DEPT TO BDG-D-DEPT
                    ADD 1 TO BADGE-TRANSF
                 WHEN TRANS-CHANGE
                    MOVE 'N'         TO BDG-D-ACAO
                    MOVE TRANS-NOVO-NOME TO BDG-D-NOVO-NOME
                    MOVE MASTER-DEPT TO BDG-D-DEPT
                    ADD 1 TO BADGE-RENOM
              END-EVALUATE
              ADD 1 TO BADGE-TOTAL
              WRITE BADGE-RECORD
           END-IF
           .

       CLOSE-BADGE-FEED.
           IF BADGE-AVAILABLE
              MOVE 'T'          TO BDG-REC-TYPE
              MOVE SPACES       TO BDG-REC-BODY
              MOVE BADGE-INCL   TO BDG-T-INCL
              MOVE BADGE-DESAT  TO BDG-T-DESAT
              MOVE BADGE-REAT   TO BDG-T-REAT
              MOVE BADGE-RENOM  TO BDG-T-RENOM
              MOVE BADGE-TRANSF TO BDG-T-TRANSF
              MOVE 0            TO BDG-T-SNAP
              MOVE BADGE-TOTAL  TO BDG-T-TOTAL
              WRITE BADGE-RECORD
              CLOSE BADGE-FILE
              OPEN EXTEND BADGE-CTL-FILE
              IF BADGE-CTL-STATUS = '35'
                 OPEN OUTPUT BADGE-CTL-FILE
              END-IF
              IF BADGE-CTL-STATUS = '00'
                 MOVE SPACES         TO BADGE-CTL-RECORD
                 MOVE BADGE-SEQ      TO BCT-SEQ
                 MOVE 'M'            TO BCT-TIPO
                 MOVE RUN-START-DATE TO BCT-GEN-DATE
                 MOVE RUN-START-TIME TO BCT-GEN-TIME
                 MOVE HIST-RUN-DATE  TO BCT-HIST-DATE
                 MOVE HIST-RUN-TIME  TO BCT-HIST-TIME
                 MOVE BADGE-TOTAL    TO BCT-COUNT
                 WRITE BADGE-CTL-RECORD
                 CLOSE BADGE-CTL-FILE
              ELSE
                 DISPLAY 'AVISO - BDGCTL NAO ATUALIZADO, STATUS '
                    BADGE-CTL-STATUS ', SEQUENCIA ' BADGE-SEQ
                    ' SERA REPETIDA'
              END-IF
              DISPLAY 'FEED DE CRACHAS - SEQUENCIA ' BADGE-SEQ
                 ' MOVIMENTOS ' BADGE-TOTAL
           END-IF
           .

       APPLY-TRANSACTIONS.
           PERFORM READ-AND-APPLY-TRANS UNTIL TRANS-FILE-STATUS = '10'
           .
      * aside into the pending queue here and the release step of
      * the run on or after its date brings it back.
           MOVE TF-D-CODE      TO TRANS-CODE
           MOVE TF-D-MATRICULA TO TRANS-MATRICULA
           MOVE TF-D-NOME      TO TRANS-NOME
           MOVE TF-D-NOVO-NOME TO TRANS-NOVO-NOME
           MOVE TF-D-DEPT      TO TRANS-DEPT
      * offered again, a batch marked E waits for data control,
      * and a batch the register has no record of (manual keying
      * that skipped the register) gets its record created here so
      * the register report stays complete - as aguardando
      * aprovacao when it balanced and only waits for its second
      * operator.
           PERFORM MARK-ONE-BATCH VARYING BATCH-IDX FROM 1 BY 1
           UNTIL BATCH-IDX > BATCH-TOTAL
           IF BATCH-REG-AVAILABLE
              ' PULADOS ' LOTES-PULADOS
              ' COM ERRO ' LOTES-COM-ERRO
              ' AGUARDANDO ' LOTES-AGUARDANDO
              ' RETIDOS ' LOTES-RETIDOS
           .

       MARK-ONE-BATCH.
                 PERFORM REGISTER-ONE-BATCH
              WHEN BT-PULAR(BATCH-IDX)
                 ADD 1 TO LOTES-PULADOS
              WHEN BT-RETIDO(BATCH-IDX)
                 ADD 1 TO LOTES-RETIDOS
                 PERFORM REGISTER-HELD-BATCH
              WHEN OTHER
                 ADD 1 TO LOTES-AGUARDANDO
           END-EVALUATE
           .

       REGISTER-ONE-BATCH.
           IF BATCH-REG-AVAILABLE AND NOT SIMULATION
              MOVE BT-ID(BATCH-IDX) TO BREG-ID
              READ BATCH-REG-FILE
                 INVALID KEY
                    MOVE 'MANUAL'              TO BREG-SOURCE
                    MOVE BT-DETAILS(BATCH-IDX) TO BREG-COUNT
                    MOVE RUN-START-DATE        TO BREG-DATE-IN
                    MOVE BT-USER(BATCH-IDX)    TO BREG-KEYED-BY
                    MOVE SPACES                TO BREG-APPR-BY
                    MOVE SPACES                TO BREG-APPR-DATE
                    MOVE SPACES                TO BREG-REASON
                    PERFORM SET-BATCH-DISPOSITION
                    WRITE BATCH-REG-RECORD
                       INVALID KEY
           END-IF
           .

       REGISTER-HELD-BATCH.
      * A held batch already on the register is left as it is; a
      * new one is recorded as aguardando aprovacao under the user
      * its header names, the user APROVLOT will not accept as its
      * own approver.
           IF BATCH-REG-AVAILABLE AND NOT SIMULATION
              MOVE BT-ID(BATCH-IDX) TO BREG-ID
              READ BATCH-REG-FILE
                 INVALID KEY
                    MOVE BT-ID(BATCH-IDX)      TO BREG-ID
                    MOVE 'MANUAL'              TO BREG-SOURCE
                    MOVE BT-DETAILS(BATCH-IDX) TO BREG-COUNT
                    MOVE 'W'                   TO BREG-STATUS
                    MOVE RUN-START-DATE        TO BREG-DATE-IN
                    MOVE SPACES                TO BREG-DATE-APPL
                    MOVE BT-USER(BATCH-IDX)    TO BREG-KEYED-BY
                    MOVE SPACES                TO BREG-APPR-BY
                    MOVE SPACES                TO BREG-APPR-DATE
                    MOVE SPACES                TO BREG-REASON
                    WRITE BATCH-REG-RECORD
                       INVALID KEY
                          DISPLAY 'AVISO - BATCHREG NAO GRAVOU '
                             'LOTE ' BREG-ID
                    END-WRITE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           .

       SET-BATCH-DISPOSITION.
           IF BT-APLICAR(BATCH-IDX)
              MOVE 'A'            TO BREG-STATUS
                 ELSE
                    ADD 1 TO TRANS-RELEASED
                    MOVE FILA-CODE      TO TRANS-CODE
                    MOVE FILA-MATRICULA TO TRANS-MATRICULA
                    MOVE FILA-NOME      TO TRANS-NOME
                    MOVE FILA-NOVO-NOME TO TRANS-NOVO-NOME
                    MOVE FILA-DEPT      TO TRANS-DEPT
                    PEND-WORK-STATUS
                 DISPLAY 'FILA PENDENTE PRESERVADA SEM REGRAVAR'
              ELSE
      * A simulation only lists the queue it would leave behind.
                 IF SIMULATION
                    MOVE 'N' TO PEND-COPY-EOF-SW
                    PERFORM COPY-ONE-PENDING UNTIL PEND-COPY-EOF
                 ELSE
                    OPEN OUTPUT PEND-FILE
                    IF PEND-FILE-STATUS = '00'
                       MOVE 'N' TO PEND-COPY-EOF-SW
                       PERFORM COPY-ONE-PENDING UNTIL PEND-COPY-EOF
                       CLOSE PEND-FILE
                    ELSE
                       DISPLAY 'AVISO - FILA PENDENTE NAO '
                          'REGRAVADA, STATUS ' PEND-FILE-STATUS
                    END-IF
                 END-IF
                 CLOSE PEND-WORK-FILE
              END-IF
                    MOVE FILA-EFF-DATE  TO PEND-D-EFF
                    MOVE FILA-CODE      TO PEND-D-CODE
                    MOVE FILA-NOME      TO PEND-D-NOME
                    MOVE FILA-MATRICULA TO PEND-D-MATRICULA
                    MOVE FILA-NOVO-NOME TO PEND-D-NOVO
                    MOVE FILA-DEPT      TO PEND-D-DEPT
                    WRITE PEND-RPT-RECORD FROM PEND-RPT-DETAIL
                 END-IF
                 IF NOT SIMULATION
                    WRITE PEND-RECORD
                 END-IF
           END-READ
           .

                  DELIMITED BY SIZE INTO RPT-DATE
              MOVE RPT-DATE TO PEND-RPT-H-DATE
              WRITE PEND-RPT-RECORD FROM PEND-RPT-HEADING
              IF SIMULATION
                 WRITE PEND-RPT-RECORD FROM SIM-NOTICE-LINE
              END-IF
           ELSE
              DISPLAY 'AVISO - PENDRPT INDISPONIVEL, STATUS '
                 PEND-RPT-STATUS
       EDIT-ONE-TRANSACTION.
      * Pre-edit of one transaction before it touches the master:
      * the code must be A, D, C or R, the names must pass the same
      * character screen the list input gets, and every movement
      * must carry a matricula - the master key.  A delete or change
      * target must exist on the master as an active matricula, a
      * reinstate target as an inactive one, and in both cases the
      * name on file must be the name the transaction carries, so a
      * mistyped matricula cannot land on somebody else; an add must
      * bring a matricula not yet on file.  Names are no longer
      * unique - two people may share one - so neither an add nor a
      * change's new name is refused for matching a name already on
      * file.  A change carrying its own name as the new name is a
      * transfer of department only.
      * Anything refused here is routed to TRANREJ carrying the
      * transaction, the refusal reason, the run date it was
      * refused and an open disposition, so TRANFIX can age it,
           AND TRANS-EFF-DATE NOT NUMERIC
              MOVE 'DATA EFETIVA INVALIDA' TO TRANS-REJECT-REASON
           ELSE
           IF TRANS-MATRICULA NOT NUMERIC
           OR TRANS-MATRICULA = 0
              MOVE 'MATRICULA INVALIDA' TO TRANS-REJECT-REASON
           ELSE
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE TRANS-NOME TO EDIT-NOME
                    PERFORM EDIT-TRANS-DEPT
                 END-IF
                 IF TRANS-REJECT-REASON = SPACES
                    MOVE TRANS-MATRICULA TO MASTER-MATRICULA
                    PERFORM READ-MASTER-BY-KEY
                    IF MASTER-IO-OK
                       MOVE 'MATRICULA JA EXISTE'
                          TO TRANS-REJECT-REASON
                    END-IF
                 END-IF
              WHEN TRANS-DELETE
                 MOVE TRANS-NOME TO EDIT-NOME
                 IF TRANS-REJECT-REASON = SPACES
                    PERFORM EDIT-TRANS-TARGET
                 END-IF
      * A change whose new name repeats the name is a pure transfer
      * of department (the closures and merges DEPTMNT stages are
      * written this way); without a department it would change
      * nothing at all.
                 IF TRANS-REJECT-REASON = SPACES
                 AND TRANS-NOVO-NOME = TRANS-NOME
                 AND TRANS-DEPT = SPACES
                    MOVE 'ALTERACAO SEM EFEITO' TO TRANS-REJECT-REASON
                 END-IF
              WHEN TRANS-REINST
                 MOVE TRANS-NOME TO EDIT-NOME
                 PERFORM EDIT-TRANS-NOME
                 IF TRANS-REJECT-REASON = SPACES
                    MOVE TRANS-MATRICULA TO MASTER-MATRICULA
                    PERFORM READ-MASTER-BY-KEY
                    IF NOT MASTER-IO-OK
                       MOVE 'MATRICULA INEXISTENTE'
                          TO TRANS-REJECT-REASON
                    ELSE
                       IF MASTER-NOME NOT = TRANS-NOME
                          MOVE 'NOME NAO CONFERE'
                             TO TRANS-REJECT-REASON
                       ELSE
                          IF MASTER-ATIVO
                             MOVE 'NOME JA ATIVO'
                                TO TRANS-REJECT-REASON
                          ELSE
                             MOVE MASTER-DEPT TO TARGET-DEPT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'CODIGO INVALIDO' TO TRANS-REJECT-REASON
           END-EVALUATE
           END-IF
           END-IF
           MOVE 'N' TO QUOTA-WARN-SW
           IF TRANS-REJECT-REASON = SPACES
              PERFORM EDIT-TRANS-QUOTA
           END-IF
           .

       EDIT-TRANS-NOME.
           .

       EDIT-TRANS-TARGET.
      * Besides proving the matricula exists, belongs to the name
      * the transaction carries and is on the active roster,
      * remember its department: a change that leaves TRANS-DEPT
      * blank keeps the person in the department they already
      * belong to.  Deactivated names are not valid targets -
      * reinstate them first.
           MOVE TRANS-MATRICULA TO MASTER-MATRICULA
           PERFORM READ-MASTER-BY-KEY
           IF NOT MASTER-IO-OK
              MOVE 'MATRICULA INEXISTENTE' TO TRANS-REJECT-REASON
           ELSE
              IF MASTER-NOME NOT = TRANS-NOME
                 MOVE 'NOME NAO CONFERE' TO TRANS-REJECT-REASON
              ELSE
                 IF MASTER-INATIVO
                    MOVE 'NOME INATIVO' TO TRANS-REJECT-REASON
                 ELSE
                    MOVE MASTER-DEPT TO TARGET-DEPT
                 END-IF
              END-IF
           END-IF
           .

       EDIT-TRANS-QUOTA.
      * Not a refusal: the movement is still applied, because the
      * hiring or the transfer has already happened on the floor.
      * An inclusion, or a change that moves the name to another
      * department, into a department already at or past its
      * quadro is flagged so it is acknowledged W and listed on
      * TRANRPT for the staffing follow-up.
           MOVE SPACES TO QUOTA-DEPT
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE TRANS-DEPT TO QUOTA-DEPT
              WHEN TRANS-CHANGE
                 IF TRANS-DEPT NOT = TARGET-DEPT
                    MOVE TRANS-DEPT TO QUOTA-DEPT
                 END-IF
           END-EVALUATE
           IF QUOTA-DEPT NOT = SPACES
              PERFORM FIND-QUOTA-DEPT
              IF QUOTA-HIT > 0
                 IF QT-ATIVOS(QUOTA-HIT) NOT < QT-QUADRO(QUOTA-HIT)
                    SET QUOTA-WARN TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       LOAD-QUOTA-TABLE.
      * Only departments with a quadro are tabled - zero means
      * none was ever set, and there is nothing to warn against.
      * Without the cadastre the table stays empty and the pass
      * runs exactly as before.
           MOVE 0 TO QUOTA-TOTAL
           IF DEPT-AVAILABLE
              MOVE 'N' TO QUOTA-SCAN-EOF-SW
              MOVE LOW-VALUES TO DEPT-CODE
              START DEPT-FILE KEY IS NOT LESS THAN DEPT-CODE
                 INVALID KEY
                    MOVE 'Y' TO QUOTA-SCAN-EOF-SW
              END-START
              PERFORM LOAD-ONE-QUOTA UNTIL QUOTA-SCAN-EOF
           END-IF
           IF QUOTA-TOTAL > 0
              MOVE 'N' TO QUOTA-SCAN-EOF-SW
              MOVE LOW-VALUES TO MASTER-NOME
              START MASTER-FILE KEY IS NOT LESS THAN MASTER-NOME
                 INVALID KEY
                    MOVE 'Y' TO QUOTA-SCAN-EOF-SW
              END-START
              PERFORM COUNT-ONE-QUOTA UNTIL QUOTA-SCAN-EOF
           END-IF
           .

       LOAD-ONE-QUOTA.
           READ DEPT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO QUOTA-SCAN-EOF-SW
              NOT AT END
                 IF DEPT-QUADRO NUMERIC AND DEPT-QUADRO > 0
                    IF QUOTA-TOTAL < 500
                       ADD 1 TO QUOTA-TOTAL
                       MOVE DEPT-CODE   TO QT-DEPT(QUOTA-TOTAL)
                       MOVE DEPT-QUADRO TO QT-QUADRO(QUOTA-TOTAL)
                       MOVE 0           TO QT-ATIVOS(QUOTA-TOTAL)
                    ELSE
                       DISPLAY 'AVISO - MAIS DE 500 DEPTOS COM '
                          'QUADRO, ' DEPT-CODE ' SEM CONTROLE'
                    END-IF
                 END-IF
           END-READ
           .

       COUNT-ONE-QUOTA.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO QUOTA-SCAN-EOF-SW
              NOT AT END
                 IF MASTER-ATIVO
                    MOVE MASTER-DEPT TO QUOTA-DEPT
                    PERFORM FIND-QUOTA-DEPT
                    IF QUOTA-HIT > 0
                       ADD 1 TO QT-ATIVOS(QUOTA-HIT)
                    END-IF
                 END-IF
           END-READ
           .

       FIND-QUOTA-DEPT.
           MOVE 0 TO QUOTA-HIT
           PERFORM TEST-ONE-QUOTA VARYING QUOTA-IDX
           FROM 1 BY 1 UNTIL QUOTA-IDX > QUOTA-TOTAL
           OR QUOTA-HIT > 0
           .

       TEST-ONE-QUOTA.
           IF QT-DEPT(QUOTA-IDX) = QUOTA-DEPT
              MOVE QUOTA-IDX TO QUOTA-HIT
           END-IF
           .

       RECORD-QUOTA-WARNING.
      * QUOTA-HIT still points at the department the pre-edit
      * measured; the count shown is the one after this movement.
           ADD 1 TO QUOTA-WARN-COUNT
           DISPLAY 'MAESTRO - AVISO ACIMA DO QUADRO: ' TRANS-CODE
              ' ' TRANS-NOME ' DEPTO ' QUOTA-DEPT
           IF QUOTA-LINE-COUNT < 100
              ADD 1 TO QUOTA-LINE-COUNT
              MOVE TRANS-CODE TO QW-CODE(QUOTA-LINE-COUNT)
              MOVE TRANS-NOME TO QW-NOME(QUOTA-LINE-COUNT)
              MOVE TRANS-MATRICULA
                 TO QW-MATRICULA(QUOTA-LINE-COUNT)
              MOVE QUOTA-DEPT TO QW-DEPT(QUOTA-LINE-COUNT)
              MOVE QT-QUADRO(QUOTA-HIT)
                 TO QW-QUADRO(QUOTA-LINE-COUNT)
              COMPUTE QW-ATIVOS(QUOTA-LINE-COUNT) =
                 QT-ATIVOS(QUOTA-HIT) + 1
           END-IF
           .

       ADJUST-QUOTA-COUNTS.
      * Keeps the tabled headcount in step with what the apply just
      * did, so the next movement of the same pass is measured
      * against the department as it now stands.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE TRANS-DEPT TO QUOTA-DEPT
                 PERFORM ADD-ONE-QUOTA
              WHEN TRANS-DELETE
                 MOVE TARGET-DEPT TO QUOTA-DEPT
                 PERFORM SUBTRACT-ONE-QUOTA
              WHEN TRANS-REINST
                 MOVE TARGET-DEPT TO QUOTA-DEPT
                 PERFORM ADD-ONE-QUOTA
              WHEN TRANS-CHANGE
                 IF TRANS-DEPT NOT = SPACES
                 AND TRANS-DEPT NOT = TARGET-DEPT
                    MOVE TARGET-DEPT TO QUOTA-DEPT
                    PERFORM SUBTRACT-ONE-QUOTA
                    MOVE TRANS-DEPT TO QUOTA-DEPT
                    PERFORM ADD-ONE-QUOTA
                 END-IF
           END-EVALUATE
           .

       ADD-ONE-QUOTA.
           PERFORM FIND-QUOTA-DEPT
           IF QUOTA-HIT > 0
              ADD 1 TO QT-ATIVOS(QUOTA-HIT)
           END-IF
           .

       SUBTRACT-ONE-QUOTA.
           PERFORM FIND-QUOTA-DEPT
           IF QUOTA-HIT > 0
           AND QT-ATIVOS(QUOTA-HIT) > 0
              SUBTRACT 1 FROM QT-ATIVOS(QUOTA-HIT)
           END-IF
           .

       REJECT-ONE-TRANSACTION.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 ADD 1 TO TRANS-REJ-COD
           END-EVALUATE
           DISPLAY 'MAESTRO - TRANSACAO REJEITADA: ' TRANS-CODE
              ' ' TRANS-MATRICULA ' ' TRANS-NOME
              ' MOTIVO: ' TRANS-REJECT-REASON
           IF REJECT-FILE-AVAILABLE
              MOVE TRANS-CODE          TO REJ-CODE
              MOVE TRANS-MATRICULA     TO REJ-MATRICULA
              MOVE TRANS-NOME          TO REJ-NOME
              MOVE TRANS-NOVO-NOME     TO REJ-NOVO-NOME
              MOVE TRANS-DEPT          TO REJ-DEPT

       OPEN-INDEX-FILE.
      * NDXNOME is the folded-key shadow of the master: one record
      * per person, keyed by the NORMALIZE-NOME folding (case and
      * accents collapsed), the name as written and the matricula.
      * NOMEINQ
      * searches through it so a clerk typing 'ana' finds 'ANA'
      * and the accented spellings too.  The maintenance pass
      * keeps it in step below; an empty index (first run, or a
                 PERFORM NORMALIZE-NOME
                 MOVE NORM-NOME   TO NDX-CHAVE
                 MOVE MASTER-NOME TO NDX-NOME
                 MOVE MASTER-MATRICULA TO NDX-MATRICULA
                 WRITE INDEX-RECORD
                    INVALID KEY
                       CONTINUE
      * did: an inclusion gains an entry, a rename trades the old
      * entry for one under the new name, and exclusao/reativacao
      * leave the index alone - the name stays on the master either
      * way, and the inquiry shows its situacao.  A transfer of
      * department keeps its name, so its entry stays as it is.
      * Every entry carries the matricula, so homonyms each keep an
      * entry of their own under the same search key.
           IF INDEX-AVAILABLE
              EVALUATE TRUE
                 WHEN TRANS-CHANGE AND TRANS-NOVO-NOME = TRANS-NOME
                    CONTINUE
                 WHEN TRANS-ADD
                    MOVE TRANS-NOME TO EDIT-NOME
                    PERFORM NORMALIZE-NOME
                    MOVE NORM-NOME  TO NDX-CHAVE
                    MOVE TRANS-NOME TO NDX-NOME
                    MOVE TRANS-MATRICULA TO NDX-MATRICULA
                    WRITE INDEX-RECORD
                       INVALID KEY
                          DISPLAY 'AVISO - NDXNOME NAO GRAVOU '
                    PERFORM NORMALIZE-NOME
                    MOVE NORM-NOME  TO NDX-CHAVE
                    MOVE TRANS-NOME TO NDX-NOME
                    MOVE TRANS-MATRICULA TO NDX-MATRICULA
                    DELETE INDEX-FILE RECORD
                       INVALID KEY
                          DISPLAY 'AVISO - NDXNOME NAO EXCLUIU '
                    PERFORM NORMALIZE-NOME
                    MOVE NORM-NOME       TO NDX-CHAVE
                    MOVE TRANS-NOVO-NOME TO NDX-NOME
                    MOVE TRANS-MATRICULA TO NDX-MATRICULA
                    WRITE INDEX-RECORD
                       INVALID KEY
                          DISPLAY 'AVISO - NDXNOME NAO GRAVOU '
      * ones and would replay - a replayed exclusao landing after
      * a later reativacao silently deactivates a live record.
      * The same rule the pending queue follows: do not consume
      * what you cannot mark consumed.  A simulation reads the
      * register to decide the batches exactly as the real pass
      * would, and never marks them.
           IF SIMULATION
              OPEN INPUT BATCH-REG-FILE
           ELSE
              OPEN I-O BATCH-REG-FILE
           END-IF
           IF BATCH-REG-STATUS = '00'
              SET BATCH-REG-AVAILABLE TO TRUE
           ELSE
      * single detail touches the master.  A batch whose trailer
      * count does not balance is refused whole; a batch with no
      * trailer yet may still be being written by its producer and
      * is left untouched for a later pass.  A balanced batch that
      * was keyed by hand is held the same way until a second
      * operator approves it on APROVLOT.
           MOVE 0 TO BATCH-TOTAL
           MOVE 0 TO CUR-BATCH
           MOVE 'N' TO BATCH-SCAN-EOF-SW
              ADD 1 TO BATCH-TOTAL
              MOVE BATCH-TOTAL TO CUR-BATCH
              MOVE TF-H-BATCH-ID TO BT-ID(CUR-BATCH)
              MOVE TF-H-USER     TO BT-USER(CUR-BATCH)
              MOVE 0   TO BT-DETAILS(CUR-BATCH)
              MOVE 'O' TO BT-DISP(CUR-BATCH)
              MOVE 'N' TO BT-HOLD-SW(CUR-BATCH)
      * Every producer program registers its batch before anyone
      * can see it complete, so a batch the register has never
      * heard of was keyed by hand - and hand-keyed work waits for
      * a second operator.  One approved on APROVLOT is back to P
      * and applies like any other; one refused there is X and is
      * passed over until TRANCOMP drops it.
              IF BATCH-REG-AVAILABLE
                 MOVE TF-H-BATCH-ID TO BREG-ID
                 READ BATCH-REG-FILE
                    INVALID KEY
                       MOVE 'Y' TO BT-HOLD-SW(CUR-BATCH)
                    NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN BREG-APLICADO
                          WHEN BREG-DESCARTADO
                             MOVE 'S' TO BT-DISP(CUR-BATCH)
                          WHEN BREG-AGUARDANDO
                             MOVE 'Y' TO BT-HOLD-SW(CUR-BATCH)
                       END-EVALUATE
                 END-READ
              END-IF
           END-IF
           AND BT-ABERTO(CUR-BATCH)
              IF TF-T-COUNT NUMERIC
              AND TF-T-COUNT = BT-DETAILS(CUR-BATCH)
                 IF BT-HOLD(CUR-BATCH)
                    MOVE 'H' TO BT-DISP(CUR-BATCH)
                    DISPLAY 'MAESTRO - LOTE ' BT-ID(CUR-BATCH)
                       ' AGUARDANDO APROVACAO'
                 ELSE
                    MOVE 'A' TO BT-DISP(CUR-BATCH)
                 END-IF
              ELSE
                 MOVE 'E' TO BT-DISP(CUR-BATCH)
                 DISPLAY 'MAESTRO - LOTE ' BT-ID(CUR-BATCH)

       APPLY-ONE-TRANSACTION.
      * Only transactions the pre-edit passed arrive here, so the
      * failed-I/O arms below are belt-and-braces guards; when one
      * does fire the transaction follows the same reject path the
      * pre-edit uses instead of vanishing into a SYSOUT line.
      * An exclusao no longer removes the record: it flags it
      * inactive in place, so "was this person on the roster" keeps
      * its answer and a reativacao can bring the name back.  The
      * record is found by its matricula, so a rename is now just
      * another rewrite: the name is an attribute like the
      * department, and the person keeps key, situacao and
      * admission date through it.
           SET TRANS-APPLIED TO TRUE
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE TRANS-MATRICULA TO MASTER-MATRICULA
                 MOVE TRANS-NOME TO MASTER-NOME
                 MOVE TRANS-DEPT TO MASTER-DEPT
                 MOVE 'A'        TO MASTER-SITUACAO
                 MOVE RUN-START-DATE TO MASTER-ADMISSAO
                 PERFORM WRITE-MASTER-REC
                 IF NOT MASTER-IO-OK
                    MOVE 'MATRICULA JA EXISTE' TO TRANS-REJECT-REASON
                    MOVE 'N' TO TRANS-APPLIED-SW
                 END-IF
              WHEN TRANS-DELETE
                 MOVE TRANS-MATRICULA TO MASTER-MATRICULA
                 PERFORM READ-MASTER-BY-KEY
                 IF MASTER-IO-OK
                    MOVE 'I' TO MASTER-SITUACAO
                    PERFORM REWRITE-MASTER-REC
                 END-IF
                 IF NOT MASTER-IO-OK
                    MOVE 'MATRICULA INEXISTENTE' TO TRANS-REJECT-REASON
                    MOVE 'N' TO TRANS-APPLIED-SW
                 END-IF
              WHEN TRANS-CHANGE
                 MOVE TRANS-MATRICULA TO MASTER-MATRICULA
                 PERFORM READ-MASTER-BY-KEY
                 IF MASTER-IO-OK
                    MOVE TRANS-NOVO-NOME TO MASTER-NOME
                    IF TRANS-DEPT NOT = SPACES
                       MOVE TRANS-DEPT TO MASTER-DEPT
                    END-IF
                    PERFORM REWRITE-MASTER-REC
                 END-IF
                 IF NOT MASTER-IO-OK
                    MOVE 'MATRICULA INEXISTENTE' TO TRANS-REJECT-REASON
                    MOVE 'N' TO TRANS-APPLIED-SW
                 END-IF
              WHEN TRANS-REINST
                 MOVE TRANS-MATRICULA TO MASTER-MATRICULA
                 PERFORM READ-MASTER-BY-KEY
                 IF MASTER-IO-OK
                    MOVE 'A' TO MASTER-SITUACAO
                    PERFORM REWRITE-MASTER-REC
                 END-IF
                 IF NOT MASTER-IO-OK
                    MOVE 'MATRICULA INEXISTENTE' TO TRANS-REJECT-REASON
                    MOVE 'N' TO TRANS-APPLIED-SW
                 END-IF
           END-EVALUATE
           IF TRANS-APPLIED
              EVALUATE TRUE
              END-EVALUATE
              PERFORM WRITE-ONE-HISTORY
              PERFORM UPDATE-INDEX-ENTRY
              IF QUOTA-WARN
                 PERFORM RECORD-QUOTA-WARNING
                 MOVE 'W' TO ACK-RESULT
              ELSE
                 MOVE 'A' TO ACK-RESULT
              END-IF
              PERFORM ADJUST-QUOTA-COUNTS
              PERFORM WRITE-ACK-DETAIL
              PERFORM WRITE-BADGE-DETAIL
           ELSE
              PERFORM REJECT-ONE-TRANSACTION
           END-IF
           .

       READ-MASTER-BY-KEY.
      * Keyed master I/O for the maintenance pass.  A simulation
      * runs the very same edits and updates against SIMMAST, the
      * work copy OPEN-SIM-MASTER loaded, so MASTNOME itself is only
      * ever read; MASTER-RECORD carries the record either way and
      * MASTER-IO-OK tells the caller the matricula was there
      * (read, rewrite) or was free (write).
           MOVE 'N' TO MASTER-IO-SW
           IF SIMULATION
              MOVE MASTER-MATRICULA TO SIM-MATRICULA
              READ SIM-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SIM-MASTER-RECORD TO MASTER-RECORD
                    SET MASTER-IO-OK TO TRUE
              END-READ
           ELSE
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET MASTER-IO-OK TO TRUE
              END-READ
           END-IF
           .

       WRITE-MASTER-REC.
           MOVE 'N' TO MASTER-IO-SW
           IF SIMULATION
              MOVE MASTER-RECORD TO SIM-MASTER-RECORD
              WRITE SIM-MASTER-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET MASTER-IO-OK TO TRUE
              END-WRITE
           ELSE
              WRITE MASTER-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET MASTER-IO-OK TO TRUE
              END-WRITE
           END-IF
           .

       REWRITE-MASTER-REC.
           MOVE 'N' TO MASTER-IO-SW
           IF SIMULATION
              MOVE MASTER-RECORD TO SIM-MASTER-RECORD
              REWRITE SIM-MASTER-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET MASTER-IO-OK TO TRUE
              END-REWRITE
           ELSE
              REWRITE MASTER-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET MASTER-IO-OK TO TRUE
              END-REWRITE
           END-IF
           .

       WRITE-ONE-HISTORY.
      * Permanent before/after image of each applied maintenance
      * action.  AUDITLOG tracks the sort runs; this dataset tracks
              MOVE HIST-RUN-TIME TO HIST-TIME
              MOVE TRANS-CODE    TO HIST-CODE
              MOVE TRANS-NOME    TO HIST-NOME
              MOVE TRANS-MATRICULA TO HIST-MATRICULA
              EVALUATE TRUE
                 WHEN TRANS-ADD
                    MOVE SPACES      TO HIST-NOVO-NOME
                  DELIMITED BY SIZE INTO RPT-DATE
              MOVE RPT-DATE TO TRN-RPT-H-DATE
              WRITE TRANS-RPT-RECORD FROM TRN-RPT-HEADING
              IF SIMULATION
                 WRITE TRANS-RPT-RECORD FROM SIM-NOTICE-LINE
              END-IF
              MOVE 'LOTES APLICADOS'       TO TRN-RPT-LABEL
              MOVE LOTES-APLICADOS         TO TRN-RPT-COUNT
              PERFORM WRITE-REGISTER-LINE
              MOVE 'LOTES AGUARDANDO TRAILER' TO TRN-RPT-LABEL
              MOVE LOTES-AGUARDANDO        TO TRN-RPT-COUNT
              PERFORM WRITE-REGISTER-LINE
              MOVE 'LOTES AGUARDANDO APROVACAO' TO TRN-RPT-LABEL
              MOVE LOTES-RETIDOS           TO TRN-RPT-COUNT
              PERFORM WRITE-REGISTER-LINE
              MOVE 'TRANSACOES LIDAS'      TO TRN-RPT-LABEL
              MOVE TRANS-READ-COUNT        TO TRN-RPT-COUNT
              PERFORM WRITE-REGISTER-LINE
              MOVE 'TOTAL REJEITADAS'      TO TRN-RPT-LABEL
              MOVE TRANS-REJ-TOTAL         TO TRN-RPT-COUNT
              PERFORM WRITE-REGISTER-LINE
              IF BADGE-AVAILABLE
                 MOVE 'FEED DE CRACHAS SEQUENCIA' TO TRN-RPT-LABEL
                 MOVE BADGE-SEQ            TO TRN-RPT-COUNT
                 PERFORM WRITE-REGISTER-LINE
                 MOVE 'MOVIMENTOS NO FEED'   TO TRN-RPT-LABEL
                 MOVE BADGE-TOTAL          TO TRN-RPT-COUNT
                 PERFORM WRITE-REGISTER-LINE
              END-IF
              MOVE 'AVISOS ACIMA DO QUADRO' TO TRN-RPT-LABEL
              MOVE QUOTA-WARN-COUNT        TO TRN-RPT-COUNT
              PERFORM WRITE-REGISTER-LINE
              PERFORM WRITE-ONE-QUOTA-LINE VARYING QUOTA-IDX
              FROM 1 BY 1 UNTIL QUOTA-IDX > QUOTA-LINE-COUNT
              IF QUOTA-WARN-COUNT > QUOTA-LINE-COUNT
                 MOVE 'AVISOS NAO LISTADOS'  TO TRN-RPT-LABEL
                 COMPUTE TRN-RPT-COUNT =
                    QUOTA-WARN-COUNT - QUOTA-LINE-COUNT
                 PERFORM WRITE-REGISTER-LINE
              END-IF
              CLOSE TRANS-RPT-FILE
           END-IF
           .
           WRITE TRANS-RPT-RECORD FROM TRN-RPT-LINE
           .

       WRITE-ONE-QUOTA-LINE.
           MOVE QW-CODE(QUOTA-IDX)   TO TRN-Q-CODE
           MOVE QW-NOME(QUOTA-IDX)   TO TRN-Q-NOME
           MOVE QW-MATRICULA(QUOTA-IDX) TO TRN-Q-MATRICULA
           MOVE QW-DEPT(QUOTA-IDX)   TO TRN-Q-DEPT
           MOVE QW-QUADRO(QUOTA-IDX) TO TRN-Q-QUADRO
           MOVE QW-ATIVOS(QUOTA-IDX) TO TRN-Q-ATIVOS
           WRITE TRANS-RPT-RECORD FROM TRN-RPT-QUOTA-LINE
           .

       POSITION-MASTER-FOR-READ.
           MOVE LOW-VALUES TO MASTER-NOME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NOME
              SORT SORT-WORK-FILE
                  ON DESCENDING KEY SORT-WORK-DEPT
                  ON DESCENDING KEY SORT-WORK-NOME
                  ON ASCENDING KEY SORT-WORK-MATRICULA
                  ON ASCENDING KEY SORT-WORK-FONTE
                  COLLATING SEQUENCE IS PORT-SEQ
                  INPUT PROCEDURE IS SORT-RELEASE-NOMES
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SORT-WORK-DEPT
                  ON ASCENDING KEY SORT-WORK-NOME
                  ON ASCENDING KEY SORT-WORK-MATRICULA
                  ON ASCENDING KEY SORT-WORK-FONTE
                  COLLATING SEQUENCE IS PORT-SEQ
                  INPUT PROCEDURE IS SORT-RELEASE-NOMES
           MOVE 0 TO RETURN-COUNT
           MOVE LOW-VALUES TO PREV-RETURN-NOME
           MOVE LOW-VALUES TO PREV-RETURN-DEPT
           MOVE 0 TO PREV-RETURN-MATRICULA
           PERFORM RETURN-ONE-NOME UNTIL SORT-AT-END
           .

      * the list and the rest are logged the way the old in-table
      * duplicate screen logged them.  The line number on the log
      * line is the record's position in the sorted output.
      * Homonyms on the master differ in matricula and are two
      * people, so both stay on the list, side by side.
           ADD 1 TO RETURN-COUNT
           IF SORT-WORK-NOME = PREV-RETURN-NOME
           AND SORT-WORK-DEPT = PREV-RETURN-DEPT
           AND SORT-WORK-MATRICULA = PREV-RETURN-MATRICULA
              ADD 1 TO REJECT-COUNT
              IF ERROR-FILE-AVAILABLE
                 MOVE RETURN-COUNT     TO ERR-D-LINE
           ELSE
              MOVE SORT-WORK-NOME TO PREV-RETURN-NOME
              MOVE SORT-WORK-DEPT TO PREV-RETURN-DEPT
              MOVE SORT-WORK-MATRICULA TO PREV-RETURN-MATRICULA
              ADD 1 TO TOTAL-NOMES
              PERFORM PRINT-ONE-NOME
              PERFORM WRITE-AUDIT-DEPOIS-LINE
              MOVE RESULT-COUNT   TO RES-SEQ
              MOVE SORT-WORK-NOME TO RES-NOME
              MOVE SORT-WORK-DEPT TO RES-DEPT
              MOVE SORT-WORK-MATRICULA TO RES-MATRICULA
              WRITE RESULT-RECORD
                 INVALID KEY
                    REWRITE RESULT-RECORD
              MOVE NORM-NOME      TO DUP-WORK-CHAVE
              MOVE SORT-WORK-NOME TO DUP-WORK-NOME
              MOVE SORT-WORK-DEPT TO DUP-WORK-DEPT
              MOVE SORT-WORK-MATRICULA TO DUP-WORK-MATRICULA
              WRITE DUP-WORK-RECORD
           END-IF
           .
              END-IF
              MOVE TOTAL-NOMES     TO RPT-D-LINE
              MOVE SORT-WORK-NOME  TO RPT-D-NOME
              MOVE SORT-WORK-MATRICULA TO RPT-D-MATRICULA
              MOVE SORT-WORK-FONTE TO RPT-D-FONTE
              IF SORT-WORK-INATIVO
                 MOVE 'INATIVO' TO RPT-D-SIT
      * sort of their own and every key carried by more than one
      * distinct name becomes a review group on DUPRPT.  Nothing is
      * rejected here - sometimes they really are two people; the
      * matricula on each member line tells the cleanup team which
      * records a confirmed merge must touch when they feed it back
      * through TRANNOME.
           IF DUP-WORK-AVAILABLE
              CLOSE DUP-WORK-FILE
              PERFORM OPEN-DUP-REPORT
              SORT DUP-SORT-FILE
                  ON ASCENDING KEY DUP-SORT-CHAVE
                  ON ASCENDING KEY DUP-SORT-NOME
                  ON ASCENDING KEY DUP-SORT-MATRICULA
                  USING DUP-WORK-FILE
                  OUTPUT PROCEDURE IS DUP-RETURN-GROUPS
              PERFORM CLOSE-DUP-REPORT
                 PERFORM WRITE-DUP-GROUP-HEAD
                 MOVE PEND-NOME TO DUP-M-NOME
                 MOVE PEND-DEPT TO DUP-M-DEPT
                 MOVE PEND-MATRICULA TO DUP-M-MATRICULA
                 PERFORM WRITE-DUP-MEMBER
              END-IF
              ADD 1 TO GROUP-SIZE
              MOVE DUP-SORT-NOME TO DUP-M-NOME
              MOVE DUP-SORT-DEPT TO DUP-M-DEPT
              MOVE DUP-SORT-MATRICULA TO DUP-M-MATRICULA
              PERFORM WRITE-DUP-MEMBER
           ELSE
              MOVE DUP-SORT-CHAVE TO PREV-CHAVE
              MOVE DUP-SORT-NOME  TO PEND-NOME
              MOVE DUP-SORT-DEPT  TO PEND-DEPT
              MOVE DUP-SORT-MATRICULA TO PEND-MATRICULA
              MOVE 1 TO GROUP-SIZE
           END-IF
           .
