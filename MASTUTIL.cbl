           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "MASTBKP"
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
       77  TRAILER-SEEN-SW       PIC X      VALUE 'N'.
           88 TRAILER-SEEN                   VALUE 'Y'.
       77  SEQ-ERR-COUNT         PIC 9(5)   VALUE 0.
       77  PREV-MATRICULA        PIC 9(6)   VALUE 0.
       77  HASH-IDX              PIC 9(2)   VALUE 1.
       77  SEM-MATRICULA-COUNT   PIC 9(7)   VALUE 0.
       77  BKP-DATE-SHOWN        PIC X(8)   VALUE SPACES.
       77  FINAL-RC              PIC 99     VALUE 0.

      * What the hash total adds up for each record: the matricula
      * key and the name that goes with it, so a name altered under
      * its own key moves the total as surely as a lost key does.
       01  HASH-CHAVE.
           05 HASH-MATRICULA     PIC 9(6).
           05 HASH-NOME          PIC X(10).

       01  SYS-DATE-TIME.
           05 SYS-DATE-FIELDS.
              10 SYS-YYYY        PIC 9(4).
      * parm AUDITQRY reads:
      *   U descarga - unloads the cluster in key order to the flat
      *     MASTBKP, header + one detail per record + a trailer
      *     with the record count and a hash total of the keys
      *     and names;
      *   V verifica - walks the cluster checking key sequence and
      *     balances its count and key hash against the last
      *     backup's trailer;

       ADD-NOME-TO-HASH.
      * The hash total is the sum of the ordinal value of every
      * byte of every key and its name, order-blind on purpose: it
      * proves the same set of people came back, cheap enough to
      * compute on a one-pass unload, and any altered, dropped or
      * duplicated record moves it.
           PERFORM ADD-ONE-HASH-BYTE VARYING HASH-IDX FROM 1 BY 1
           UNTIL HASH-IDX > 16
           .

       ADD-ONE-HASH-BYTE.
           ADD FUNCTION ORD(HASH-CHAVE(HASH-IDX:1)) TO HASH-TOTAL
           .

       UNLOAD-PASS.
           MOVE SYS-DATE-FIELDS TO BKP-H-DATE
           MOVE SYS-TIME-FIELDS TO BKP-H-TIME
           WRITE BACKUP-RECORD
           MOVE 0 TO MASTER-MATRICULA
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 ADD 1 TO REC-COUNT
                 MOVE MASTER-MATRICULA TO HASH-MATRICULA
                 MOVE MASTER-NOME     TO HASH-NOME
                 PERFORM ADD-NOME-TO-HASH
                 MOVE 'D'             TO BKP-REC-TYPE
                 MOVE SPACES          TO BKP-REC-BODY
                 MOVE MASTER-DEPT     TO BKP-D-DEPT
                 MOVE MASTER-SITUACAO TO BKP-D-SITUACAO
                 MOVE MASTER-ADMISSAO TO BKP-D-ADMISSAO
                 MOVE MASTER-MATRICULA TO BKP-D-MATRICULA
                 WRITE BACKUP-RECORD
           END-READ
           .
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO MASTER-MATRICULA
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START
           MOVE 0 TO PREV-MATRICULA
           PERFORM VERIFY-ONE-RECORD UNTIL END-OF-MASTER
           CLOSE MASTER-FILE
           PERFORM READ-BACKUP-TRAILER
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 ADD 1 TO REC-COUNT
                 IF MASTER-MATRICULA NOT > PREV-MATRICULA
                    ADD 1 TO SEQ-ERR-COUNT
                    DISPLAY 'ERRO DE SEQUENCIA: ' MASTER-MATRICULA
                       ' APOS ' PREV-MATRICULA
                 END-IF
                 MOVE MASTER-MATRICULA TO PREV-MATRICULA
                 MOVE MASTER-MATRICULA TO HASH-MATRICULA
                 MOVE MASTER-NOME TO HASH-NOME
                 PERFORM ADD-NOME-TO-HASH
           END-READ
      * unload preserved.  Count and hash are recomputed from the
      * details actually loaded and proved against the backup's own
      * trailer, so a truncated or doctored backup cannot quietly
      * rebuild a short roster.  A backup taken before the master
      * was keyed by matricula carries none on its details; such a
      * record cannot be loaded and is counted as refused.
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTBKP INDISPONIVEL, STATUS '
           CLOSE MASTER-FILE
           CLOSE BACKUP-FILE
           PERFORM WRITE-COUNT-AND-HASH
           IF SEM-MATRICULA-COUNT > 0
              MOVE 'SEM MATRICULA - NAO CARREGADOS' TO MUT-D-LABEL
              MOVE SEM-MATRICULA-COUNT     TO MUT-D-VALUE
              PERFORM WRITE-DETAIL-LINE
              MOVE 8 TO FINAL-RC
           END-IF
           IF TRAILER-SEEN
              IF TRL-COUNT = REC-COUNT AND TRL-HASH = HASH-TOTAL
                 MOVE 'RECARGA CONFERE COM O TRAILER'
                       MOVE BKP-H-DATE TO BKP-DATE-SHOWN
                    WHEN BKP-REC-DETAIL
                       ADD 1 TO REC-COUNT
                       IF BKP-D-MATRICULA NOT NUMERIC
                          ADD 1 TO SEM-MATRICULA-COUNT
                          DISPLAY 'ERRO - REGISTRO SEM MATRICULA NA '
                             'RECARGA: ' BKP-D-NOME
                       ELSE
                          PERFORM RELOAD-ONE-DETAIL
                       END-IF
                    WHEN BKP-REC-TRAILER
                       SET TRAILER-SEEN TO TRUE
                       MOVE BKP-T-COUNT TO TRL-COUNT
           END-READ
           .

       RELOAD-ONE-DETAIL.
           MOVE BKP-D-MATRICULA TO HASH-MATRICULA
           MOVE BKP-D-NOME      TO HASH-NOME
           PERFORM ADD-NOME-TO-HASH
           MOVE BKP-D-MATRICULA TO MASTER-MATRICULA
           MOVE BKP-D-NOME      TO MASTER-NOME
           MOVE BKP-D-DEPT      TO MASTER-DEPT
           MOVE BKP-D-SITUACAO  TO MASTER-SITUACAO
           MOVE BKP-D-ADMISSAO  TO MASTER-ADMISSAO
           WRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'ERRO - CHAVE DUPLICADA OU '
                    'FORA DE ORDEM NA RECARGA: '
                    MASTER-MATRICULA ' ' MASTER-NOME
                 MOVE 8 TO FINAL-RC
           END-WRITE
           .

       WRITE-COUNT-AND-HASH.
           IF BKP-DATE-SHOWN NOT = SPACES
              MOVE SPACES TO MUT-X-TEXT
