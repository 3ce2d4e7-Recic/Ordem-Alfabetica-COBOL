           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "MASTBKP"
           SELECT RECN-WORK-FILE ASSIGN TO "RECNWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-MATRICULA
               FILE STATUS IS RECN-WORK-STATUS.

           SELECT RECN-RPT-FILE ASSIGN TO "RECNRPT"
           05 MASTER-DEPT     PIC X(3).
           05 MASTER-SITUACAO PIC X.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  BACKUP-FILE
           LABEL RECORD IS STANDARD.
              10 BKP-D-DEPT      PIC X(3).
              10 BKP-D-SITUACAO  PIC X.
              10 BKP-D-ADMISSAO  PIC X(8).
              10 BKP-D-MATRICULA PIC 9(6).
              10 FILLER          PIC X(1).
           05 BKP-TRAILER-BODY REDEFINES BKP-REC-BODY.
              10 BKP-T-COUNT     PIC 9(7).
              10 BKP-T-HASH      PIC 9(12).
           05 HIST-NOME          PIC X(10).
           05 HIST-NOVO-NOME     PIC X(10).
           05 HIST-DEPT          PIC X(3).
           05 HIST-MATRICULA     PIC 9(6).

       FD  RECN-WORK-FILE
           LABEL RECORD IS STANDARD.
           05 RW-DEPT         PIC X(3).
           05 RW-SITUACAO     PIC X.
           05 RW-ADMISSAO     PIC 9(8).
           05 RW-MATRICULA    PIC 9(6).

       FD  RECN-RPT-FILE
           LABEL RECORD IS STANDARD.
       77  EXC-FALTANDO          PIC 9(5)   VALUE 0.
       77  EXC-DEPT-DIVERGE      PIC 9(5)   VALUE 0.
       77  EXC-SIT-DIVERGE       PIC 9(5)   VALUE 0.
       77  EXC-NOME-DIVERGE      PIC 9(5)   VALUE 0.
       77  EXC-TOTAL             PIC 9(5)   VALUE 0.

       01  SYS-DATE-TIME.
           05 SYS-DATE-FIELDS.
           05 RECN-E-TAG         PIC X(26).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RECN-E-NOME        PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 RECN-E-MATRICULA   PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RECN-E-INFO        PIC X(30).

      * live MASTNOME exactly.  The baseline is loaded into the
      * RECNWORK cluster, the history is replayed forward over it
      * (only events stamped after the backup was taken), and the
      * rebuilt picture is walked matricula for matricula against
      * the live master - every person the master carries with no
      * supporting history, every person the history says should
      * exist but does not, and every name, department or situacao
      * that disagrees comes out on RECNRPT.  RECNWORK must be
      * IDCAMS-defined empty for each run, the same pre-allocation
      * discipline MASTNOME has.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE
                           DELIMITED BY SIZE INTO BASE-STAMP
                    WHEN BKP-REC-DETAIL
                       ADD 1 TO BASE-COUNT
                       PERFORM CHECK-BASELINE-MATRICULA
                       MOVE BKP-D-MATRICULA TO RW-MATRICULA
                       MOVE BKP-D-NOME     TO RW-NOME
                       MOVE BKP-D-DEPT     TO RW-DEPT
                       MOVE BKP-D-SITUACAO TO RW-SITUACAO
                          INVALID KEY
                             ADD 1 TO REPLAY-ANOMALIES
                             DISPLAY 'AVISO - CHAVE DUPLICADA NO '
                                'BACKUP: ' RW-MATRICULA ' ' RW-NOME
                       END-WRITE
                    WHEN OTHER
                       CONTINUE
           END-READ
           .

       CHECK-BASELINE-MATRICULA.
      * A backup unloaded before the master was keyed by matricula
      * has none on its details and is no baseline for a history
      * that follows people by matricula.
           IF BKP-D-MATRICULA NOT NUMERIC
              DISPLAY 'ERRO - BACKUP DE BASE SEM MATRICULA: '
                 BKP-D-NOME
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       REPLAY-HISTORY.
      * The history replays exactly the semantics the maintenance
      * pass applies, each event on its matricula: A creates an
      * active record, D flags it inactive in place, C rewrites the
      * name in place (HIST-DEPT on a change already holds the
      * final department), R reactivates.  Events stamped on or
      * before the backup are already inside the baseline and are
      * skipped; an event that will not replay (target missing,
       APPLY-ONE-EVENT.
           EVALUATE TRUE
              WHEN HIST-ADD
                 MOVE HIST-MATRICULA TO RW-MATRICULA
                 MOVE HIST-NOME TO RW-NOME
                 MOVE HIST-DEPT TO RW-DEPT
                 MOVE 'A'       TO RW-SITUACAO
                       PERFORM COUNT-REPLAY-ANOMALY
                 END-WRITE
              WHEN HIST-DELETE
                 MOVE HIST-MATRICULA TO RW-MATRICULA
                 READ RECN-WORK-FILE
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
                       REWRITE RECN-WORK-RECORD
                 END-READ
              WHEN HIST-CHANGE
                 MOVE HIST-MATRICULA TO RW-MATRICULA
                 READ RECN-WORK-FILE
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
                    NOT INVALID KEY
                       MOVE HIST-NOVO-NOME TO RW-NOME
                       MOVE HIST-DEPT      TO RW-DEPT
                       REWRITE RECN-WORK-RECORD
                 END-READ
              WHEN HIST-REINST
                 MOVE HIST-MATRICULA TO RW-MATRICULA
                 READ RECN-WORK-FILE
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
           ADD 1 TO REPLAY-ANOMALIES
           MOVE 'HISTORICO NAO REAPLICA'   TO RECN-E-TAG
           MOVE HIST-NOME                  TO RECN-E-NOME
           MOVE HIST-MATRICULA             TO RECN-E-MATRICULA
           MOVE SPACES TO RECN-E-INFO
           STRING 'EVENTO ' HIST-CODE ' EM ' HIST-DATE
               DELIMITED BY SIZE INTO RECN-E-INFO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO RW-MATRICULA
           START RECN-WORK-FILE KEY IS NOT LESS THAN RW-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO WORK-DONE-SW
           END-START
           MOVE 0 TO MASTER-MATRICULA
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO MASTER-DONE-SW
           END-START
              WHEN MASTER-DONE
                 PERFORM REPORT-FALTANDO
                 PERFORM READ-NEXT-WORK
              WHEN RW-MATRICULA = MASTER-MATRICULA
                 PERFORM COMPARE-ONE-NAME
                 PERFORM READ-NEXT-WORK
                 PERFORM READ-NEXT-MASTER
              WHEN RW-MATRICULA < MASTER-MATRICULA
                 PERFORM REPORT-FALTANDO
                 PERFORM READ-NEXT-WORK
              WHEN OTHER
           .

       COMPARE-ONE-NAME.
           IF MASTER-NOME NOT = RW-NOME
              ADD 1 TO EXC-NOME-DIVERGE
              ADD 1 TO EXC-TOTAL
              MOVE 'NOME DIVERGE'          TO RECN-E-TAG
              MOVE MASTER-NOME             TO RECN-E-NOME
              MOVE MASTER-MATRICULA        TO RECN-E-MATRICULA
              MOVE SPACES TO RECN-E-INFO
              STRING 'HISTORICO ' RW-NOME
                 DELIMITED BY SIZE INTO RECN-E-INFO
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF MASTER-DEPT NOT = RW-DEPT
              ADD 1 TO EXC-DEPT-DIVERGE
              ADD 1 TO EXC-TOTAL
              MOVE 'DEPARTAMENTO DIVERGE'  TO RECN-E-TAG
              MOVE MASTER-NOME             TO RECN-E-NOME
              MOVE MASTER-MATRICULA        TO RECN-E-MATRICULA
              MOVE SPACES TO RECN-E-INFO
              STRING 'MASTER ' MASTER-DEPT
                 ' HISTORICO ' RW-DEPT
              ADD 1 TO EXC-TOTAL
              MOVE 'SITUACAO DIVERGE'      TO RECN-E-TAG
              MOVE MASTER-NOME             TO RECN-E-NOME
              MOVE MASTER-MATRICULA        TO RECN-E-MATRICULA
              MOVE SPACES TO RECN-E-INFO
              STRING 'MASTER ' MASTER-SITUACAO
                 ' HISTORICO ' RW-SITUACAO
           ADD 1 TO EXC-TOTAL
           MOVE 'SEM HISTORICO QUE SUSTENTE' TO RECN-E-TAG
           MOVE MASTER-NOME                  TO RECN-E-NOME
           MOVE MASTER-MATRICULA             TO RECN-E-MATRICULA
           MOVE MASTER-DEPT                  TO RECN-E-INFO
           PERFORM WRITE-EXCEPTION-LINE
           .
           ADD 1 TO EXC-TOTAL
           MOVE 'DEVERIA EXISTIR E FALTA'  TO RECN-E-TAG
           MOVE RW-NOME                    TO RECN-E-NOME
           MOVE RW-MATRICULA               TO RECN-E-MATRICULA
           MOVE RW-DEPT                    TO RECN-E-INFO
           PERFORM WRITE-EXCEPTION-LINE
           .
           IF RECN-RPT-AVAILABLE
              WRITE RECN-RPT-RECORD FROM RECN-EXC-LINE
           END-IF
           DISPLAY RECN-E-TAG ' ' RECN-E-NOME ' ' RECN-E-MATRICULA
              ' ' RECN-E-INFO
           .

       WRITE-RECN-TOTALS.
              MOVE 'DEVERIAM EXISTIR E FALTAM' TO RECN-T-LABEL
              MOVE EXC-FALTANDO            TO RECN-T-COUNT
              PERFORM WRITE-ONE-RECN-TOTAL
              MOVE 'NOMES DIVERGENTES'     TO RECN-T-LABEL
              MOVE EXC-NOME-DIVERGE        TO RECN-T-COUNT
              PERFORM WRITE-ONE-RECN-TOTAL
              MOVE 'DEPARTAMENTOS DIVERGENTES' TO RECN-T-LABEL
              MOVE EXC-DEPT-DIVERGE        TO RECN-T-COUNT
              PERFORM WRITE-ONE-RECN-TOTAL
