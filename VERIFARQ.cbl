      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Verificacao de integridade entre os arquivos ligados
      *          ao MASTNOME, com relatorio de excecoes e reparo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFARQ.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VRF-PARM-FILE ASSIGN TO "VRFPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VRF-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "NDXNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDX-KEY
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESULTNM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS RESULT-STATUS.

           SELECT LASTRUN-FILE ASSIGN TO "LASTRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LASTRUN-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-ID
               FILE STATUS IS BATCH-REG-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT VRF-RPT-FILE ASSIGN TO "VRFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VRF-RPT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VRF-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  VRF-PARM-RECORD       PIC X.

       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  MASTER-RECORD.
           05 MASTER-NOME     PIC X(10).
           05 MASTER-DEPT     PIC X(3).
           05 MASTER-SITUACAO PIC X.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  INDEX-FILE
           LABEL RECORD IS STANDARD.
       01  INDEX-RECORD.
           05 NDX-KEY.
              10 NDX-CHAVE       PIC X(10).
              10 NDX-NOME        PIC X(10).
              10 NDX-MATRICULA   PIC 9(6).

       FD  RESULT-FILE
           LABEL RECORD IS STANDARD.
       01  RESULT-RECORD.
           05 RES-KEY.
              10 RES-RUN-DATE    PIC X(8).
              10 RES-SEQ         PIC 9(7).
           05 RES-NOME           PIC X(10).
           05 RES-DEPT           PIC X(3).
           05 RES-MATRICULA      PIC 9(6).

       FD  LASTRUN-FILE
           LABEL RECORD IS STANDARD.
       01  LASTRUN-RECORD.
           05 LR-PREV-DATE       PIC X(8).
           05 LR-CURR-DATE       PIC X(8).

       FD  PEND-FILE
           LABEL RECORD IS STANDARD.
       01  PEND-RECORD.
           05 FILA-CODE         PIC X.
              88 FILA-ADD       VALUE 'A'.
           05 FILA-NOME         PIC X(10).
           05 FILA-NOVO-NOME    PIC X(10).
           05 FILA-DEPT         PIC X(3).
           05 FILA-EFF-DATE     PIC X(8).
           05 FILA-MATRICULA    PIC 9(6).

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
           05 TF-REC-BODY        PIC X(40).
           05 TF-HEADER-BODY REDEFINES TF-REC-BODY.
              10 TF-H-BATCH-ID   PIC X(15).
              10 FILLER          PIC X(25).

       FD  VRF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  VRF-RPT-RECORD        PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  VRF-PARM-STATUS       PIC XX     VALUE '00'.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  INDEX-FILE-STATUS     PIC XX     VALUE '00'.
       77  RESULT-STATUS         PIC XX     VALUE '00'.
       77  LASTRUN-STATUS        PIC XX     VALUE '00'.
       77  PEND-FILE-STATUS      PIC XX     VALUE '00'.
       77  BATCH-REG-STATUS      PIC XX     VALUE '00'.
       77  TRANS-FILE-STATUS     PIC XX     VALUE '00'.
       77  VRF-RPT-STATUS        PIC XX     VALUE '00'.
       77  VRF-RPT-SW            PIC X      VALUE 'N'.
           88 VRF-RPT-AVAILABLE              VALUE 'Y'.
       77  REPAIR-MODE-SW        PIC X      VALUE 'N'.
           88 REPAIR-MODE                    VALUE 'R'.
       77  INDEX-AVAILABLE-SW    PIC X      VALUE 'N'.
           88 INDEX-AVAILABLE                VALUE 'Y'.
       77  RESULT-AVAILABLE-SW   PIC X      VALUE 'N'.
           88 RESULT-AVAILABLE               VALUE 'Y'.
       77  BATCH-REG-SW          PIC X      VALUE 'N'.
           88 BATCH-REG-AVAILABLE            VALUE 'Y'.
       77  TRANS-TABLE-SW        PIC X      VALUE 'N'.
           88 TRANS-TABLE-COMPLETE           VALUE 'Y'.
       77  SCAN-EOF-SW           PIC X      VALUE 'N'.
           88 SCAN-EOF                       VALUE 'Y'.
       77  RUN-FOUND-SW          PIC X      VALUE 'N'.
           88 RUN-FOUND                      VALUE 'Y'.
       77  CHECK-RUN-DATE        PIC X(8)   VALUE SPACES.
       77  MASTER-COUNT          PIC 9(7)   VALUE 0.
       77  INDEX-COUNT           PIC 9(7)   VALUE 0.
       77  PEND-COUNT            PIC 9(7)   VALUE 0.
       77  BREG-READ-COUNT       PIC 9(7)   VALUE 0.
       77  TRANS-BATCH-TOTAL     PIC 9(4)   VALUE 0.
       77  TRANS-BATCH-IDX       PIC 9(4)   VALUE 0.
       77  TRANS-BATCH-HIT       PIC 9(4)   VALUE 0.
       77  EXC-NDX-FALTANDO      PIC 9(5)   VALUE 0.
       77  EXC-NDX-ORFAO         PIC 9(5)   VALUE 0.
       77  EXC-LR-ATUAL          PIC 9(5)   VALUE 0.
       77  EXC-LR-ANTERIOR       PIC 9(5)   VALUE 0.
       77  EXC-PEND-SEM-MATR     PIC 9(5)   VALUE 0.
       77  EXC-LOTE-AUSENTE      PIC 9(5)   VALUE 0.
       77  INFO-LOTE-COMPACTADO  PIC 9(5)   VALUE 0.
       77  NAO-VERIFICADOS       PIC 9(5)   VALUE 0.
       77  REP-NDX-GRAVADAS      PIC 9(5)   VALUE 0.
       77  REP-NDX-EXCLUIDAS     PIC 9(5)   VALUE 0.
       77  HARD-TOTAL            PIC 9(5)   VALUE 0.
       77  SOFT-TOTAL            PIC 9(5)   VALUE 0.

      * TRANNOME headers, tabled once so each register entry can be
      * looked up.  1000 is five times the 200-batch ceiling of the
      * maintenance pass; past it the batch checks are skipped
      * rather than claim a batch is missing that was never tabled.
       01  TRANS-BATCH-TABLE.
           03 TRANS-BATCH-ENTRY OCCURS 1000 TIMES.
              05 TB-ID           PIC X(15).

      * Same folding NORMALIZE-NOME applies in PROG when it builds
      * and maintains NDXNOME - the two must agree byte for byte.
       01  ALLOWED-ACCENTS       PIC X(36)  VALUE
           X"C0C1C2C3C7C8C9CACCCDD1D2D3D4D5D9DADB"
           & X"E0E1E2E3E7E8E9EAECEDF1F2F3F4F5F9FAFB".
       01  ACCENT-BASES          PIC X(36)  VALUE
           'AAAACEEEIINOOOOUUUAAAACEEEIINOOOOUUU'.
       77  LOWER-ABC             PIC X(26)  VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       77  UPPER-ABC             PIC X(26)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  NORM-NOME             PIC X(10)  VALUE SPACES.

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

       01  VRF-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'VERIFICACAO DE INTEGRIDADE'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 VRF-RPT-H-DATE     PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRF-RPT-H-MODO     PIC X(14).

       01  VRF-CHECK-LINE.
           05 FILLER             PIC X     VALUE SPACE.
           05 VRF-C-TEXT         PIC X(60).

       01  VRF-EXC-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRF-E-TAG          PIC X(26).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRF-E-KEY          PIC X(17).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRF-E-INFO         PIC X(30).

       01  VRF-TOTAL-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 VRF-T-LABEL        PIC X(30).
           05 VRF-T-COUNT        PIC ZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRF-T-CLASSE       PIC X(10).

       01  VRF-RESULT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(12) VALUE 'SITUACAO: '.
           05 VRF-R-TEXT         PIC X(50).


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Each of the files around the master drifts on its own and
      * nothing else looks at them side by side: NDXNOME is only
      * rebuilt when PROG finds it empty, LASTRUN can name a run
      * RESULTNM never received, PENDNOME can hold movements for
      * names the master no longer has, and BATCHREG can disagree
      * with what TRANNOME actually holds.  MASTRECN covers master
      * against history; this covers the rest, one check per
      * relationship, every exception listed on VRFRPT and counted.
      * Exceptions are graded for the scheduler, which runs this
      * ahead of the nightly PROGORGN job and holds it on RC 8:
      *    8  a registered batch that is still to be consumed (P,
      *       or W awaiting approval) is not on TRANNOME - its
      *       movements are lost unless someone re-stages them; or
      *       the run LASTRUN names as current is not on RESULTNM
      *    4  NDXNOME out of step with the master, LASTRUN's
      *       previous run not on RESULTNM, a pending movement
      *       whose name is not on the master, or a check that
      *       could not run because its file was unavailable
      *   16  MASTNOME would not open - nothing can be checked
      * 'R' in VRFPARM is the repair mode: the index entries found
      * missing are written and the orphan ones deleted, the same
      * entries PROG itself would have built.  Nothing else is
      * ever changed; the other exceptions need a person.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE

           PERFORM OPEN-VRF-PARM
           PERFORM OPEN-VRF-REPORT

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-INDEX
           PERFORM CHECK-LASTRUN
           PERFORM CHECK-PENDING
           PERFORM CHECK-BATCHES

           CLOSE MASTER-FILE

           PERFORM WRITE-VRF-TOTALS
           PERFORM SET-VRF-RETURN-CODE

           IF VRF-RPT-AVAILABLE
              CLOSE VRF-RPT-FILE
           END-IF
           STOP RUN.

       OPEN-VRF-PARM.
      * No dataset, an empty one, or anything but 'R' only checks -
      * the same supplied-dataset pattern PROG's SITPARM uses.
           OPEN INPUT VRF-PARM-FILE
           IF VRF-PARM-STATUS = '00'
              READ VRF-PARM-FILE INTO REPAIR-MODE-SW
                 AT END
                    MOVE 'N' TO REPAIR-MODE-SW
              END-READ
              CLOSE VRF-PARM-FILE
           END-IF
           IF REPAIR-MODE
              DISPLAY 'MODO REPARO - NDXNOME SERA CORRIGIDO'
           ELSE
              MOVE 'N' TO REPAIR-MODE-SW
           END-IF
           .

       OPEN-VRF-REPORT.
           OPEN OUTPUT VRF-RPT-FILE
           IF VRF-RPT-STATUS = '00'
              SET VRF-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO VRF-RPT-H-DATE
              IF REPAIR-MODE
                 MOVE 'MODO REPARO' TO VRF-RPT-H-MODO
              ELSE
                 MOVE 'SO VERIFICACAO' TO VRF-RPT-H-MODO
              END-IF
              WRITE VRF-RPT-RECORD FROM VRF-RPT-HEADING
           ELSE
              DISPLAY 'AVISO - VRFRPT INDISPONIVEL, STATUS '
                 VRF-RPT-STATUS
           END-IF
           .

       WRITE-CHECK-TITLE.
           IF VRF-RPT-AVAILABLE
              MOVE SPACES TO VRF-RPT-RECORD
              WRITE VRF-RPT-RECORD
              WRITE VRF-RPT-RECORD FROM VRF-CHECK-LINE
           END-IF
           .

       CHECK-INDEX.
      * Two walks.  Every master name - inactive ones included, PROG
      * indexes them all - must have its entry under the folded
      * key and its matricula; and every entry must point at a
      * master record, by that matricula, that still carries the
      * name and whose folding is the key it sits under.  A missing
      * entry leaves a person NOMEINQ cannot find; an orphan answers
      * a lookup with a name the master no longer carries.
           MOVE '1. NDXNOME CONTRA MASTNOME' TO VRF-C-TEXT
           PERFORM WRITE-CHECK-TITLE
           IF REPAIR-MODE
              OPEN I-O INDEX-FILE
           ELSE
              OPEN INPUT INDEX-FILE
           END-IF
           IF INDEX-FILE-STATUS = '00'
              SET INDEX-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'AVISO - NDXNOME INDISPONIVEL, STATUS '
                 INDEX-FILE-STATUS
              PERFORM REPORT-NOT-CHECKED
           END-IF
           IF INDEX-AVAILABLE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 0 TO MASTER-MATRICULA
              START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
                 INVALID KEY
                    MOVE 'Y' TO SCAN-EOF-SW
              END-START
              PERFORM CHECK-ONE-MASTER-ENTRY UNTIL SCAN-EOF
              MOVE 'N' TO SCAN-EOF-SW
              MOVE LOW-VALUES TO NDX-KEY
              START INDEX-FILE KEY IS NOT LESS THAN NDX-KEY
                 INVALID KEY
                    MOVE 'Y' TO SCAN-EOF-SW
              END-START
              PERFORM CHECK-ONE-INDEX-ENTRY UNTIL SCAN-EOF
              CLOSE INDEX-FILE
           END-IF
           .

       CHECK-ONE-MASTER-ENTRY.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCAN-EOF-SW
              NOT AT END
                 ADD 1 TO MASTER-COUNT
                 MOVE MASTER-NOME TO NORM-NOME
                 PERFORM NORMALIZE-NOME
                 MOVE NORM-NOME   TO NDX-CHAVE
                 MOVE MASTER-NOME TO NDX-NOME
                 MOVE MASTER-MATRICULA TO NDX-MATRICULA
                 READ INDEX-FILE
                    INVALID KEY
                       PERFORM REPORT-INDEX-MISSING
                 END-READ
           END-READ
           .

       REPORT-INDEX-MISSING.
           ADD 1 TO EXC-NDX-FALTANDO
           MOVE 'NDXNOME SEM A ENTRADA'     TO VRF-E-TAG
           MOVE SPACES TO VRF-E-KEY
           STRING MASTER-NOME ' ' MASTER-MATRICULA
               DELIMITED BY SIZE INTO VRF-E-KEY
           MOVE SPACES TO VRF-E-INFO
           IF REPAIR-MODE
              MOVE NORM-NOME   TO NDX-CHAVE
              MOVE MASTER-NOME TO NDX-NOME
              MOVE MASTER-MATRICULA TO NDX-MATRICULA
              WRITE INDEX-RECORD
                 INVALID KEY
                    MOVE 'REPARO FALHOU' TO VRF-E-INFO
                 NOT INVALID KEY
                    ADD 1 TO REP-NDX-GRAVADAS
                    MOVE 'ENTRADA GRAVADA' TO VRF-E-INFO
              END-WRITE
           END-IF
           PERFORM WRITE-EXCEPTION-LINE
           .

       CHECK-ONE-INDEX-ENTRY.
           READ INDEX-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCAN-EOF-SW
              NOT AT END
                 ADD 1 TO INDEX-COUNT
                 MOVE NDX-MATRICULA TO MASTER-MATRICULA
                 READ MASTER-FILE
                    INVALID KEY
                       MOVE 'MATRICULA FORA DO MASTNOME'
                          TO VRF-E-INFO
                       PERFORM REPORT-INDEX-ORPHAN
                    NOT INVALID KEY
                       PERFORM CHECK-INDEX-AGAINST-MASTER
                 END-READ
           END-READ
           .

       CHECK-INDEX-AGAINST-MASTER.
           MOVE NDX-NOME TO NORM-NOME
           PERFORM NORMALIZE-NOME
           EVALUATE TRUE
              WHEN MASTER-NOME NOT = NDX-NOME
                 MOVE SPACES TO VRF-E-INFO
                 STRING 'MASTNOME TEM ' MASTER-NOME
                     DELIMITED BY SIZE INTO VRF-E-INFO
                 PERFORM REPORT-INDEX-ORPHAN
              WHEN NORM-NOME NOT = NDX-CHAVE
                 MOVE SPACES TO VRF-E-INFO
                 STRING 'CHAVE ' NDX-CHAVE ' ESPERADA '
                     NORM-NOME
                     DELIMITED BY SIZE INTO VRF-E-INFO
                 PERFORM REPORT-INDEX-ORPHAN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       REPORT-INDEX-ORPHAN.
      * The delete goes by the key just read, so the sequential
      * walk carries on from the next entry.
           ADD 1 TO EXC-NDX-ORFAO
           MOVE 'NDXNOME ENTRADA ORFA'      TO VRF-E-TAG
           MOVE SPACES TO VRF-E-KEY
           STRING NDX-NOME ' ' NDX-MATRICULA
               DELIMITED BY SIZE INTO VRF-E-KEY
           PERFORM WRITE-EXCEPTION-LINE
           IF REPAIR-MODE
              DELETE INDEX-FILE RECORD
                 INVALID KEY
                    DISPLAY 'AVISO - NDXNOME NAO EXCLUIU ' NDX-NOME
                       ' ' NDX-MATRICULA
                 NOT INVALID KEY
                    ADD 1 TO REP-NDX-EXCLUIDAS
              END-DELETE
           END-IF
           .

       NORMALIZE-NOME.
           INSPECT NORM-NOME CONVERTING LOWER-ABC TO UPPER-ABC
           INSPECT NORM-NOME CONVERTING ALLOWED-ACCENTS
              TO ACCENT-BASES
           .

       CHECK-LASTRUN.
      * LASTRUN is what LISTDELT and DEPTCENS default to; both of
      * the dates it names must have their run on RESULTNM.  A blank
      * or zero date (no run yet, or only one) is not an exception.
           MOVE '2. LASTRUN CONTRA RESULTNM' TO VRF-C-TEXT
           PERFORM WRITE-CHECK-TITLE
           OPEN INPUT RESULT-FILE
           IF RESULT-STATUS = '00'
              SET RESULT-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT LASTRUN-FILE
           IF LASTRUN-STATUS NOT = '00' OR NOT RESULT-AVAILABLE
              DISPLAY 'AVISO - LASTRUN/RESULTNM INDISPONIVEL, '
                 'STATUS ' LASTRUN-STATUS ' ' RESULT-STATUS
              PERFORM REPORT-NOT-CHECKED
           ELSE
              READ LASTRUN-FILE
                 AT END
                    MOVE SPACES TO LASTRUN-RECORD
              END-READ
              MOVE LR-CURR-DATE TO CHECK-RUN-DATE
              PERFORM FIND-RESULT-RUN
              IF NOT RUN-FOUND
                 ADD 1 TO EXC-LR-ATUAL
                 MOVE 'LASTRUN ATUAL SEM RESULTNM' TO VRF-E-TAG
                 MOVE LR-CURR-DATE TO VRF-E-KEY
                 MOVE 'EXECUCAO NAO GRAVADA' TO VRF-E-INFO
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
              MOVE LR-PREV-DATE TO CHECK-RUN-DATE
              PERFORM FIND-RESULT-RUN
              IF NOT RUN-FOUND
                 ADD 1 TO EXC-LR-ANTERIOR
                 MOVE 'LASTRUN ANTERIOR SEM RESULT' TO VRF-E-TAG
                 MOVE LR-PREV-DATE TO VRF-E-KEY
                 MOVE 'EXECUCAO NAO GRAVADA' TO VRF-E-INFO
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
           END-IF
           IF LASTRUN-STATUS = '00'
              CLOSE LASTRUN-FILE
           END-IF
           IF RESULT-AVAILABLE
              CLOSE RESULT-FILE
           END-IF
           .

       FIND-RESULT-RUN.
           SET RUN-FOUND TO TRUE
           IF CHECK-RUN-DATE NOT = SPACES
           AND CHECK-RUN-DATE NOT = '00000000'
              MOVE 'N' TO RUN-FOUND-SW
              MOVE CHECK-RUN-DATE TO RES-RUN-DATE
              MOVE 0 TO RES-SEQ
              START RESULT-FILE KEY IS NOT LESS THAN RES-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ RESULT-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF RES-RUN-DATE = CHECK-RUN-DATE
                             SET RUN-FOUND TO TRUE
                          END-IF
                    END-READ
              END-START
           END-IF
           .

       CHECK-PENDING.
      * A queued exclusao, alteracao or reativacao must still find
      * its matricula on the master, or it is refused the day it
      * comes due.  A queued inclusao is the opposite case - its name is
      * not on the master yet - and is not checked.
           MOVE '3. PENDNOME CONTRA MASTNOME' TO VRF-C-TEXT
           PERFORM WRITE-CHECK-TITLE
           OPEN INPUT PEND-FILE
           IF PEND-FILE-STATUS NOT = '00'
              DISPLAY 'AVISO - PENDNOME INDISPONIVEL, STATUS '
                 PEND-FILE-STATUS
              PERFORM REPORT-NOT-CHECKED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              PERFORM CHECK-ONE-PENDING UNTIL SCAN-EOF
              CLOSE PEND-FILE
           END-IF
           .

       CHECK-ONE-PENDING.
           READ PEND-FILE
              AT END
                 MOVE 'Y' TO SCAN-EOF-SW
              NOT AT END
                 ADD 1 TO PEND-COUNT
                 IF NOT FILA-ADD
                    MOVE FILA-MATRICULA TO MASTER-MATRICULA
                    READ MASTER-FILE
                       INVALID KEY
                          ADD 1 TO EXC-PEND-SEM-MATR
                          MOVE 'PENDENTE SEM A MATRICULA' TO VRF-E-TAG
                          MOVE SPACES TO VRF-E-KEY
                          STRING FILA-NOME ' ' FILA-MATRICULA
                              DELIMITED BY SIZE INTO VRF-E-KEY
                          MOVE SPACES TO VRF-E-INFO
                          STRING 'ACAO ' FILA-CODE ' EM '
                              FILA-EFF-DATE
                              DELIMITED BY SIZE INTO VRF-E-INFO
                          PERFORM WRITE-EXCEPTION-LINE
                    END-READ
                 END-IF
           END-READ
           .

       CHECK-BATCHES.
      * A batch still to be consumed - PENDENTE, or AGUARDANDO its
      * second operator - must still be on TRANNOME, or its
      * movements will never reach the master.  APLICADO batches
      * are the other way round: TRANCOMP drops them from TRANNOME
      * and leaves the register as it was, so their absence is
      * expected and only counted.
           MOVE '4. BATCHREG CONTRA TRANNOME' TO VRF-C-TEXT
           PERFORM WRITE-CHECK-TITLE
           OPEN INPUT BATCH-REG-FILE
           IF BATCH-REG-STATUS = '00'
              SET BATCH-REG-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = '00' OR NOT BATCH-REG-AVAILABLE
              DISPLAY 'AVISO - BATCHREG/TRANNOME INDISPONIVEL, '
                 'STATUS ' BATCH-REG-STATUS ' ' TRANS-FILE-STATUS
              PERFORM REPORT-NOT-CHECKED
           ELSE
              SET TRANS-TABLE-COMPLETE TO TRUE
              MOVE 'N' TO SCAN-EOF-SW
              PERFORM LOAD-ONE-TRANS-BATCH UNTIL SCAN-EOF
              IF NOT TRANS-TABLE-COMPLETE
                 DISPLAY 'AVISO - MAIS DE 1000 LOTES NO TRANNOME'
                 MOVE 'MAIS DE 1000 LOTES - RODAR TRANCOMP'
                    TO VRF-C-TEXT
                 PERFORM WRITE-CHECK-TITLE
                 PERFORM REPORT-NOT-CHECKED
              ELSE
                 MOVE 'N' TO SCAN-EOF-SW
                 MOVE LOW-VALUES TO BREG-ID
                 START BATCH-REG-FILE KEY IS NOT LESS THAN BREG-ID
                    INVALID KEY
                       MOVE 'Y' TO SCAN-EOF-SW
                 END-START
                 PERFORM CHECK-ONE-REGISTER UNTIL SCAN-EOF
              END-IF
           END-IF
           IF TRANS-FILE-STATUS = '00' OR TRANS-FILE-STATUS = '10'
              CLOSE TRANS-FILE
           END-IF
           IF BATCH-REG-AVAILABLE
              CLOSE BATCH-REG-FILE
           END-IF
           .

       LOAD-ONE-TRANS-BATCH.
           READ TRANS-FILE
              AT END
                 MOVE 'Y' TO SCAN-EOF-SW
              NOT AT END
                 IF TF-REC-HEADER
                    IF TRANS-BATCH-TOTAL < 1000
                       ADD 1 TO TRANS-BATCH-TOTAL
                       MOVE TF-H-BATCH-ID
                          TO TB-ID(TRANS-BATCH-TOTAL)
                    ELSE
                       MOVE 'N' TO TRANS-TABLE-SW
                    END-IF
                 END-IF
           END-READ
           .

       CHECK-ONE-REGISTER.
           READ BATCH-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCAN-EOF-SW
              NOT AT END
                 ADD 1 TO BREG-READ-COUNT
                 IF BREG-PENDENTE OR BREG-AGUARDANDO
                 OR BREG-APLICADO
                    MOVE 0 TO TRANS-BATCH-HIT
                    PERFORM TEST-ONE-TRANS-BATCH
                       VARYING TRANS-BATCH-IDX FROM 1 BY 1
                       UNTIL TRANS-BATCH-IDX > TRANS-BATCH-TOTAL
                       OR TRANS-BATCH-HIT > 0
                    IF TRANS-BATCH-HIT = 0
                       IF BREG-APLICADO
                          ADD 1 TO INFO-LOTE-COMPACTADO
                       ELSE
                          PERFORM REPORT-BATCH-MISSING
                       END-IF
                    END-IF
                 END-IF
           END-READ
           .

       TEST-ONE-TRANS-BATCH.
           IF TB-ID(TRANS-BATCH-IDX) = BREG-ID
              MOVE TRANS-BATCH-IDX TO TRANS-BATCH-HIT
           END-IF
           .

       REPORT-BATCH-MISSING.
           ADD 1 TO EXC-LOTE-AUSENTE
           IF BREG-PENDENTE
              MOVE 'LOTE P FORA DO TRANNOME'   TO VRF-E-TAG
           ELSE
              MOVE 'LOTE W FORA DO TRANNOME'   TO VRF-E-TAG
           END-IF
           MOVE BREG-ID                        TO VRF-E-KEY
           MOVE SPACES TO VRF-E-INFO
           STRING BREG-SOURCE ' ' BREG-DATE-IN ' QTDE ' BREG-COUNT
               DELIMITED BY SIZE INTO VRF-E-INFO
           PERFORM WRITE-EXCEPTION-LINE
           .

       REPORT-NOT-CHECKED.
           ADD 1 TO NAO-VERIFICADOS
           MOVE 'VERIFICACAO NAO EXECUTADA' TO VRF-E-TAG
           MOVE SPACES TO VRF-E-KEY
           MOVE 'ARQUIVO INDISPONIVEL' TO VRF-E-INFO
           PERFORM WRITE-EXCEPTION-LINE
           .

       WRITE-EXCEPTION-LINE.
           IF VRF-RPT-AVAILABLE
              WRITE VRF-RPT-RECORD FROM VRF-EXC-LINE
           END-IF
           DISPLAY VRF-E-TAG ' ' VRF-E-KEY ' ' VRF-E-INFO
           .

       WRITE-VRF-TOTALS.
           COMPUTE HARD-TOTAL = EXC-LR-ATUAL + EXC-LOTE-AUSENTE
           COMPUTE SOFT-TOTAL = EXC-NDX-FALTANDO + EXC-NDX-ORFAO
              + EXC-LR-ANTERIOR + EXC-PEND-SEM-MATR + NAO-VERIFICADOS
           IF VRF-RPT-AVAILABLE
              MOVE 'RESUMO POR VERIFICACAO' TO VRF-C-TEXT
              PERFORM WRITE-CHECK-TITLE
              MOVE 'NOMES NO MASTNOME'     TO VRF-T-LABEL
              MOVE MASTER-COUNT            TO VRF-T-COUNT
              MOVE SPACES                  TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE 'ENTRADAS NO NDXNOME'   TO VRF-T-LABEL
              MOVE INDEX-COUNT             TO VRF-T-COUNT
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '1. NDXNOME SEM A ENTRADA' TO VRF-T-LABEL
              MOVE EXC-NDX-FALTANDO        TO VRF-T-COUNT
              MOVE 'AVISO'                 TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '1. NDXNOME ENTRADAS ORFAS' TO VRF-T-LABEL
              MOVE EXC-NDX-ORFAO           TO VRF-T-COUNT
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '2. LASTRUN ATUAL SEM RESULTNM' TO VRF-T-LABEL
              MOVE EXC-LR-ATUAL            TO VRF-T-COUNT
              MOVE 'GRAVE'                 TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '2. LASTRUN ANTERIOR SEM RESULT' TO VRF-T-LABEL
              MOVE EXC-LR-ANTERIOR         TO VRF-T-COUNT
              MOVE 'AVISO'                 TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '3. PENDENTES SEM A MATRICULA' TO VRF-T-LABEL
              MOVE EXC-PEND-SEM-MATR       TO VRF-T-COUNT
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '4. LOTES P/W FORA DO TRANNOME' TO VRF-T-LABEL
              MOVE EXC-LOTE-AUSENTE        TO VRF-T-COUNT
              MOVE 'GRAVE'                 TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE '4. LOTES A JA COMPACTADOS' TO VRF-T-LABEL
              MOVE INFO-LOTE-COMPACTADO    TO VRF-T-COUNT
              MOVE 'INFORMATIVO'           TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              MOVE 'VERIFICACOES NAO EXECUTADAS' TO VRF-T-LABEL
              MOVE NAO-VERIFICADOS         TO VRF-T-COUNT
              MOVE 'AVISO'                 TO VRF-T-CLASSE
              PERFORM WRITE-ONE-VRF-TOTAL
              IF REPAIR-MODE
                 MOVE 'REPARO - NDXNOME GRAVADAS' TO VRF-T-LABEL
                 MOVE REP-NDX-GRAVADAS     TO VRF-T-COUNT
                 MOVE SPACES               TO VRF-T-CLASSE
                 PERFORM WRITE-ONE-VRF-TOTAL
                 MOVE 'REPARO - NDXNOME EXCLUIDAS' TO VRF-T-LABEL
                 MOVE REP-NDX-EXCLUIDAS    TO VRF-T-COUNT
                 PERFORM WRITE-ONE-VRF-TOTAL
              END-IF
           END-IF
           DISPLAY 'VERIFICACAO - GRAVES: ' HARD-TOTAL
              ' AVISOS: ' SOFT-TOTAL
           .

       WRITE-ONE-VRF-TOTAL.
           WRITE VRF-RPT-RECORD FROM VRF-TOTAL-LINE
           .

       SET-VRF-RETURN-CODE.
           EVALUATE TRUE
              WHEN HARD-TOTAL > 0
                 MOVE 'GRAVE - SEGURAR O PROGORGN' TO VRF-R-TEXT
                 MOVE 8 TO RETURN-CODE
              WHEN SOFT-TOTAL > 0
                 MOVE 'ATENCAO - VER AVISOS' TO VRF-R-TEXT
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'OK - ARQUIVOS CONSISTENTES' TO VRF-R-TEXT
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF VRF-RPT-AVAILABLE
              MOVE SPACES TO VRF-RPT-RECORD
              WRITE VRF-RPT-RECORD
              WRITE VRF-RPT-RECORD FROM VRF-RESULT-LINE
           END-IF
           .


       END PROGRAM VERIFARQ.
