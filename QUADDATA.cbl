      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Quadro de pessoal numa data passada, reconstruido a
      *          partir do backup do MASTNOME e do historico
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADDATA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           ALPHABET PORT-SEQ IS
               " "
               "A" ALSO X"C0" ALSO X"C1" ALSO X"C2" ALSO X"C3"
               "B"
               "C" ALSO X"C7"
               "D"
               "E" ALSO X"C8" ALSO X"C9" ALSO X"CA"
               "F"
               "G"
               "H"
               "I" ALSO X"CC" ALSO X"CD"
               "J"
               "K"
               "L"
               "M"
               "N" ALSO X"D1"
               "O" ALSO X"D2" ALSO X"D3" ALSO X"D4" ALSO X"D5"
               "P"
               "Q"
               "R"
               "S"
               "T"
               "U" ALSO X"D9" ALSO X"DA" ALSO X"DB"
               "V"
               "W"
               "X"
               "Y"
               "Z"
               "a" ALSO X"E0" ALSO X"E1" ALSO X"E2" ALSO X"E3"
               "b"
               "c" ALSO X"E7"
               "d"
               "e" ALSO X"E8" ALSO X"E9" ALSO X"EA"
               "f"
               "g"
               "h"
               "i" ALSO X"EC" ALSO X"ED"
               "j"
               "k"
               "l"
               "m"
               "n" ALSO X"F1"
               "o" ALSO X"F2" ALSO X"F3" ALSO X"F4" ALSO X"F5"
               "p"
               "q"
               "r"
               "s"
               "t"
               "u" ALSO X"F9" ALSO X"FA" ALSO X"FB"
               "v"
               "w"
               "x"
               "y"
               "z".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "MASTBKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT HIST-ARCH-FILE ASSIGN TO "HISTARCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-ARCH-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT QD-WORK-FILE ASSIGN TO "QDWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QW-MATRICULA
               FILE STATUS IS QD-WORK-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-STATUS.

           SELECT QD-PARM-FILE ASSIGN TO "QDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QD-PARM-STATUS.

           SELECT QD-PRINT-FILE ASSIGN TO "QDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QD-PRINT-STATUS.

           SELECT QD-SORT-FILE ASSIGN TO "QDSORT".

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           LABEL RECORD IS STANDARD.
       01  BACKUP-RECORD.
           05 BKP-REC-TYPE       PIC X.
              88 BKP-REC-HEADER  VALUE 'H'.
              88 BKP-REC-DETAIL  VALUE 'D'.
              88 BKP-REC-TRAILER VALUE 'T'.
           05 BKP-REC-BODY       PIC X(29).
           05 BKP-HEADER-BODY REDEFINES BKP-REC-BODY.
              10 BKP-H-DATE      PIC X(8).
              10 BKP-H-TIME      PIC X(6).
              10 FILLER          PIC X(15).
           05 BKP-DETAIL-BODY REDEFINES BKP-REC-BODY.
              10 BKP-D-NOME      PIC X(10).
              10 BKP-D-DEPT      PIC X(3).
              10 BKP-D-SITUACAO  PIC X.
              10 BKP-D-ADMISSAO  PIC X(8).
              10 BKP-D-MATRICULA PIC 9(6).
              10 FILLER          PIC X(1).
           05 BKP-TRAILER-BODY REDEFINES BKP-REC-BODY.
              10 BKP-T-COUNT     PIC 9(7).
              10 BKP-T-HASH      PIC 9(12).
              10 FILLER          PIC X(10).

       FD  HIST-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  HIST-ARCH-RECORD      PIC X(44).

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD.
       01  HISTORY-RECORD        PIC X(44).

       FD  QD-WORK-FILE
           LABEL RECORD IS STANDARD.
       01  QD-WORK-RECORD.
           05 QW-NOME         PIC X(10).
           05 QW-DEPT         PIC X(3).
           05 QW-SITUACAO     PIC X.
           05 QW-ADMISSAO     PIC 9(8).
           05 QW-MATRICULA    PIC 9(6).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD.
       01  DEPT-RECORD.
           05 DEPT-CODE          PIC X(3).
           05 DEPT-DESC          PIC X(30).
           05 DEPT-SITUACAO      PIC X.
              88 DEPT-ATIVO      VALUE 'A'.
              88 DEPT-INATIVO    VALUE 'I'.
           05 DEPT-QUADRO        PIC 9(5).

       FD  QD-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  QD-PARM-RECORD.
           05 QP-DATA            PIC X(8).
           05 QP-DEPT            PIC X(3).
           05 QP-SIT             PIC X.

       FD  QD-PRINT-FILE
           LABEL RECORD IS STANDARD
           LINAGE IS 58 LINES
               WITH FOOTING AT 55.
       01  QD-PRINT-RECORD       PIC X(80).

       SD  QD-SORT-FILE.
       01  QD-SORT-RECORD.
           05 QS-DEPT            PIC X(3).
           05 QS-NOME            PIC X(10).
           05 QS-SIT             PIC X.
              88 QS-INATIVO      VALUE 'I'.
           05 QS-MATRICULA       PIC 9(6).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  BACKUP-FILE-STATUS    PIC XX     VALUE '00'.
       77  HIST-ARCH-STATUS      PIC XX     VALUE '00'.
       77  HIST-FILE-STATUS      PIC XX     VALUE '00'.
       77  QD-WORK-STATUS        PIC XX     VALUE '00'.
       77  DEPT-STATUS           PIC XX     VALUE '00'.
       77  DEPT-SW               PIC X      VALUE 'N'.
           88 DEPT-AVAILABLE                 VALUE 'Y'.
       77  QD-PARM-STATUS        PIC XX     VALUE '00'.
       77  QD-PRINT-STATUS       PIC XX     VALUE '00'.
       77  QD-PRINT-SW           PIC X      VALUE 'N'.
           88 QD-PRINT-AVAILABLE             VALUE 'Y'.
       77  END-OF-BACKUP-SW      PIC X      VALUE 'N'.
           88 END-OF-BACKUP                  VALUE 'Y'.
       77  END-OF-HIST-SW        PIC X      VALUE 'N'.
           88 END-OF-HIST                    VALUE 'Y'.
       77  END-OF-WORK-SW        PIC X      VALUE 'N'.
           88 END-OF-WORK                    VALUE 'Y'.
       77  END-OF-SORT-SW        PIC X      VALUE 'N'.
           88 END-OF-SORT                    VALUE 'Y'.
       77  ARCH-READ-SW          PIC X      VALUE 'N'.
           88 ARCH-READ                      VALUE 'Y'.
       77  CANDIDATE-SW          PIC X      VALUE 'N'.
           88 CANDIDATE-BACKUP               VALUE 'Y'.
       77  LOADING-SW            PIC X      VALUE 'N'.
           88 LOADING-BACKUP                 VALUE 'Y'.
       77  BASE-LOADED-SW        PIC X      VALUE 'N'.
           88 BASE-LOADED                    VALUE 'Y'.
       77  FIRST-LIVE-SW         PIC X      VALUE 'Y'.
           88 FIRST-LIVE-EVENT               VALUE 'Y'.
       77  AS-OF-DATE            PIC 9(8)   VALUE 0.
       77  AS-OF-DEPT            PIC X(3)   VALUE SPACES.
       77  INCL-INATIVOS-SW      PIC X      VALUE 'N'.
           88 INCL-INATIVOS                  VALUE 'I'.
       77  SCAN-STAMP            PIC X(14)  VALUE SPACES.
       77  BASE-STAMP            PIC X(14)  VALUE LOW-VALUES.
       77  EVENT-STAMP           PIC X(14)  VALUE SPACES.
       77  FIRST-LIVE-STAMP      PIC X(14)  VALUE SPACES.
       77  FIRST-EVENT-DATE      PIC 9(8)   VALUE 0.
       77  LAST-EVENT-DATE       PIC 9(8)   VALUE 0.
       77  BACKUPS-SEEN          PIC 9(5)   VALUE 0.
       77  BASE-COUNT            PIC 9(7)   VALUE 0.
       77  EVENTS-ARCH           PIC 9(7)   VALUE 0.
       77  EVENTS-LIVE           PIC 9(7)   VALUE 0.
       77  EVENTS-REPLAYED       PIC 9(7)   VALUE 0.
       77  REPLAY-ANOMALIES      PIC 9(5)   VALUE 0.
       77  PREV-DEPT             PIC X(3)   VALUE LOW-VALUES.
       77  FOUND-DEPT-DESC       PIC X(30)  VALUE SPACES.
       77  PAGE-NO               PIC 9(5)   VALUE 1.
       77  LINE-NO               PIC 9(7)   VALUE 0.
       77  SECTION-COUNT         PIC 9(7)   VALUE 0.
       77  TOTAL-NOMES           PIC 9(7)   VALUE 0.
       77  TOTAL-ATIVOS          PIC 9(7)   VALUE 0.
       77  WORK-DATE             PIC 9(8)   VALUE 0.
       77  WORK-DATE-ED          PIC X(10)  VALUE SPACES.

       01  WORK-DATE-PARTS.
           05 WD-YYYY            PIC 9(4).
           05 WD-MM              PIC 9(2).
           05 WD-DD              PIC 9(2).

       01  EVENT-RECORD.
           05 EV-DATE            PIC 9(8).
           05 EV-TIME            PIC 9(6).
           05 EV-CODE            PIC X.
              88 EV-ADD          VALUE 'A'.
              88 EV-DELETE       VALUE 'D'.
              88 EV-CHANGE       VALUE 'C'.
              88 EV-REINST       VALUE 'R'.
           05 EV-NOME            PIC X(10).
           05 EV-NOVO-NOME       PIC X(10).
           05 EV-DEPT            PIC X(3).
           05 EV-MATRICULA       PIC 9(6).

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

       01  QD-HEADING.
           05 FILLER             PIC X(16) VALUE 'QUADRO EM DATA '.
           05 QD-H-AS-OF         PIC X(10).
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 QD-H-DATE          PIC X(10).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'PAGINA : '.
           05 QD-H-PAGE          PIC ZZZZ9.

       01  QD-BASE-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(17)
              VALUE 'BACKUP DE BASE : '.
           05 QD-B-DATE          PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 QD-B-TIME          PIC X(8).
           05 FILLER             PIC X(12) VALUE '  REGISTROS '.
           05 QD-B-COUNT         PIC ZZZZZZ9.

       01  QD-RANGE-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(17)
              VALUE 'HISTORICO      : '.
           05 QD-R-FROM          PIC X(10).
           05 FILLER             PIC X(3)  VALUE ' A '.
           05 QD-R-TO            PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 QD-R-SOURCE        PIC X(20).

       01  QD-TEXT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 QD-X-TEXT          PIC X(70).

       01  QD-SUBHEAD.
           05 FILLER             PIC X(15) VALUE 'DEPARTAMENTO : '.
           05 QD-S-DEPT          PIC X(3).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 QD-S-DESC          PIC X(30).

       01  QD-DETAIL.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 QD-D-LINE          PIC ZZZZZZ9.
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 QD-D-NOME          PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 QD-D-MATRICULA     PIC ZZZZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 QD-D-SIT           PIC X(7).

       01  QD-SECTION-TOTAL.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(24)
              VALUE 'TOTAL DO DEPARTAMENTO : '.
           05 QD-ST-COUNT        PIC ZZZZZZ9.

       01  QD-FOOTER.
           05 FILLER             PIC X(13) VALUE 'TOTAL NOMES: '.
           05 QD-F-COUNT         PIC ZZZZZZ9.
           05 FILLER             PIC X(15) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE 'TOTAL LINHAS:'.
           05 QD-F-LINES         PIC ZZZZZZ9.

       01  QD-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 QD-C-LABEL         PIC X(30).
           05 QD-C-COUNT         PIC ZZZZZZ9.


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * "Quem estava no quadro em dd/mm/aaaa": RESULTNM only answers
      * that for a day a sort run happened and was not archived, so
      * the roster is rebuilt instead, the way MASTRECN rebuilds it
      * for the reconciliation.  Every MASTBKP generation allocated
      * is scanned and the newest complete backup (header and
      * trailer both present) taken before the QDPARM date becomes
      * the base; it is loaded into the QDWORK cluster and the
      * history is replayed over it - the archived HISTARCV events
      * first, then HISTNOME - taking only the events stamped after
      * the backup and dated on or before the date asked.  The
      * result prints in the PRTLIST layout, one section per
      * department with its subtotal, inactive names flagged, and
      * the page states which backup and which stretch of history
      * it was built from.  With no backup older than the date
      * there is nothing honest to start from and the run refuses.
      * QDWORK must be IDCAMS-defined empty for each run, the same
      * discipline RECNWORK has.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE

           PERFORM READ-QD-PARM
           PERFORM OPEN-QD-PRINT
           PERFORM FIND-BASE-BACKUP
           IF BASE-STAMP = LOW-VALUES
              MOVE 'NENHUM BACKUP DO MASTNOME ANTERIOR A DATA PEDIDA'
                 TO QD-X-TEXT
              PERFORM WRITE-TEXT-LINE
              IF QD-PRINT-AVAILABLE
                 CLOSE QD-PRINT-FILE
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-BASE-BACKUP
           PERFORM REPLAY-HISTORY
           PERFORM WRITE-SOURCE-LINES

           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS = '00'
              SET DEPT-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'AVISO - DEPTMAST INDISPONIVEL, STATUS '
                 DEPT-STATUS
           END-IF
           SORT QD-SORT-FILE
               ON ASCENDING KEY QS-DEPT
               ON ASCENDING KEY QS-NOME
               ON ASCENDING KEY QS-MATRICULA
               COLLATING SEQUENCE IS PORT-SEQ
               INPUT PROCEDURE IS RELEASE-ROSTER
               OUTPUT PROCEDURE IS PRINT-ROSTER
           CLOSE QD-WORK-FILE
           IF DEPT-AVAILABLE
              CLOSE DEPT-FILE
           END-IF

           PERFORM CLOSE-QD-PRINT
           DISPLAY 'QUADRO EM ' AS-OF-DATE ' - NOMES: ' TOTAL-NOMES
              ' ATIVOS: ' TOTAL-ATIVOS
              ' EVENTOS REAPLICADOS: ' EVENTS-REPLAYED
           IF REPLAY-ANOMALIES > 0 OR TOTAL-NOMES = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-QD-PARM.
      * QDPARM is mandatory: cols 1-8 the date AAAAMMDD, cols 9-11
      * an optional department to limit the listing to, col 12 an
      * 'I' to list the names already deactivated by that date as
      * well - the same choice SITPARM gives PRTLIST; otherwise the
      * roster is the active names only.  A date in the future is
      * refused - the live master already answers it.
           OPEN INPUT QD-PARM-FILE
           IF QD-PARM-STATUS NOT = '00'
              DISPLAY 'ERRO - QDPARM INDISPONIVEL, STATUS '
                 QD-PARM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ QD-PARM-FILE
              AT END
                 DISPLAY 'ERRO - QDPARM VAZIO'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE QD-PARM-FILE
           IF QP-DATA NOT NUMERIC
              DISPLAY 'ERRO - DATA INVALIDA NO QDPARM: ' QP-DATA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE QP-DATA TO AS-OF-DATE
           MOVE QP-DEPT TO AS-OF-DEPT
           MOVE QP-SIT  TO INCL-INATIVOS-SW
           MOVE AS-OF-DATE TO WORK-DATE-PARTS
           IF WD-MM < 1 OR WD-MM > 12 OR WD-DD < 1 OR WD-DD > 31
              DISPLAY 'ERRO - DATA INVALIDA NO QDPARM: ' QP-DATA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF AS-OF-DATE > SYS-DATE-NUM
              DISPLAY 'ERRO - DATA FUTURA NO QDPARM: ' QP-DATA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       OPEN-QD-PRINT.
           OPEN OUTPUT QD-PRINT-FILE
           IF QD-PRINT-STATUS = '00'
              SET QD-PRINT-AVAILABLE TO TRUE
              MOVE AS-OF-DATE TO WORK-DATE
              PERFORM EDIT-WORK-DATE
              MOVE WORK-DATE-ED TO QD-H-AS-OF
              MOVE RPT-DATE     TO QD-H-DATE
              MOVE PAGE-NO      TO QD-H-PAGE
              WRITE QD-PRINT-RECORD FROM QD-HEADING
                  AFTER ADVANCING PAGE
              ADD 1 TO LINE-NO
              IF AS-OF-DEPT NOT = SPACES
                 MOVE SPACES TO QD-X-TEXT
                 STRING 'SOMENTE O DEPARTAMENTO ' AS-OF-DEPT
                     DELIMITED BY SIZE INTO QD-X-TEXT
                 PERFORM WRITE-TEXT-LINE
              END-IF
           ELSE
              DISPLAY 'AVISO - QDLIST INDISPONIVEL, STATUS '
                 QD-PRINT-STATUS
           END-IF
           .

       FIND-BASE-BACKUP.
      * MASTBKP is the whole generation group, every backup one
      * after the other.  A backup is a candidate when its header
      * date is before the date asked; it only counts once its
      * trailer is read - a generation cut short by an abend is
      * never a base, and neither is one unloaded before the master
      * was keyed by matricula, whose details carry none for the
      * history to be replayed against.  The newest candidate wins,
      * whatever order the generations come in.
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTBKP INDISPONIVEL, STATUS '
                 BACKUP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCAN-ONE-BACKUP-RECORD UNTIL END-OF-BACKUP
           CLOSE BACKUP-FILE
           DISPLAY 'BACKUPS LIDOS: ' BACKUPS-SEEN
              ' BASE: ' BASE-STAMP
           .

       SCAN-ONE-BACKUP-RECORD.
           READ BACKUP-FILE
              AT END
                 MOVE 'Y' TO END-OF-BACKUP-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN BKP-REC-HEADER
                       ADD 1 TO BACKUPS-SEEN
                       MOVE SPACES TO SCAN-STAMP
                       STRING BKP-H-DATE BKP-H-TIME
                           DELIMITED BY SIZE INTO SCAN-STAMP
                       MOVE 'N' TO CANDIDATE-SW
                       IF BKP-H-DATE NUMERIC
                       AND BKP-H-DATE < QP-DATA
                          SET CANDIDATE-BACKUP TO TRUE
                       END-IF
                    WHEN BKP-REC-DETAIL
                       IF BKP-D-MATRICULA NOT NUMERIC
                          MOVE 'N' TO CANDIDATE-SW
                       END-IF
                    WHEN BKP-REC-TRAILER
                       IF CANDIDATE-BACKUP
                       AND SCAN-STAMP > BASE-STAMP
                          MOVE SCAN-STAMP TO BASE-STAMP
                       END-IF
                       MOVE 'N' TO CANDIDATE-SW
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
           .

       LOAD-BASE-BACKUP.
           OPEN I-O QD-WORK-FILE
           IF QD-WORK-STATUS NOT = '00'
              DISPLAY 'ERRO - QDWORK INDISPONIVEL, STATUS '
                 QD-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTBKP INDISPONIVEL, STATUS '
                 BACKUP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO END-OF-BACKUP-SW
           PERFORM LOAD-ONE-BACKUP-RECORD UNTIL END-OF-BACKUP
           CLOSE BACKUP-FILE
           DISPLAY 'BASE CARREGADA - REGISTROS: ' BASE-COUNT
           .

       LOAD-ONE-BACKUP-RECORD.
           READ BACKUP-FILE
              AT END
                 MOVE 'Y' TO END-OF-BACKUP-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN BKP-REC-HEADER
                       MOVE SPACES TO SCAN-STAMP
                       STRING BKP-H-DATE BKP-H-TIME
                           DELIMITED BY SIZE INTO SCAN-STAMP
                       MOVE 'N' TO LOADING-SW
                       IF SCAN-STAMP = BASE-STAMP
                       AND NOT BASE-LOADED
                          SET LOADING-BACKUP TO TRUE
                          SET BASE-LOADED TO TRUE
                       END-IF
                    WHEN BKP-REC-DETAIL
                       IF LOADING-BACKUP
                          PERFORM LOAD-ONE-BASE-NAME
                       END-IF
                    WHEN OTHER
                       MOVE 'N' TO LOADING-SW
                 END-EVALUATE
           END-READ
           .

       LOAD-ONE-BASE-NAME.
           ADD 1 TO BASE-COUNT
           MOVE BKP-D-MATRICULA TO QW-MATRICULA
           MOVE BKP-D-NOME     TO QW-NOME
           MOVE BKP-D-DEPT     TO QW-DEPT
           MOVE BKP-D-SITUACAO TO QW-SITUACAO
           IF BKP-D-ADMISSAO NUMERIC
              MOVE BKP-D-ADMISSAO TO QW-ADMISSAO
           ELSE
              MOVE 0 TO QW-ADMISSAO
           END-IF
           WRITE QD-WORK-RECORD
              INVALID KEY
                 ADD 1 TO REPLAY-ANOMALIES
                 DISPLAY 'AVISO - CHAVE DUPLICADA NO BACKUP: '
                    QW-MATRICULA ' ' QW-NOME
           END-WRITE
           .

       REPLAY-HISTORY.
      * HISTARCV holds what ARCHNOME moved off HISTNOME, always
      * older than anything still live, so reading it first keeps
      * the replay in time order.  Without the archive the replay
      * can still be whole: when the oldest live event is no later
      * than the backup, nothing between the two was archived.
      * Otherwise the page says so and the run ends RC 4.
           OPEN INPUT HIST-ARCH-FILE
           IF HIST-ARCH-STATUS = '00'
              SET ARCH-READ TO TRUE
              MOVE 'N' TO END-OF-HIST-SW
              PERFORM REPLAY-ONE-ARCH-EVENT UNTIL END-OF-HIST
              CLOSE HIST-ARCH-FILE
           ELSE
              DISPLAY 'AVISO - HISTARCV INDISPONIVEL, STATUS '
                 HIST-ARCH-STATUS
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - HISTNOME INDISPONIVEL, STATUS '
                 HIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO END-OF-HIST-SW
           PERFORM REPLAY-ONE-LIVE-EVENT UNTIL END-OF-HIST
           CLOSE HISTORY-FILE
           IF NOT ARCH-READ
           AND (EVENTS-LIVE = 0 OR FIRST-LIVE-STAMP > BASE-STAMP)
              MOVE
                 'HISTARCV NAO LIDO - PODEM FALTAR EVENTOS ARQUIVADOS'
                 TO QD-X-TEXT
              PERFORM WRITE-TEXT-LINE
              ADD 1 TO REPLAY-ANOMALIES
           END-IF
           DISPLAY 'EVENTOS HISTARCV: ' EVENTS-ARCH
              ' HISTNOME: ' EVENTS-LIVE
              ' REAPLICADOS: ' EVENTS-REPLAYED
           .

       REPLAY-ONE-ARCH-EVENT.
           READ HIST-ARCH-FILE INTO EVENT-RECORD
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 ADD 1 TO EVENTS-ARCH
                 PERFORM REPLAY-IF-IN-RANGE
           END-READ
           .

       REPLAY-ONE-LIVE-EVENT.
           READ HISTORY-FILE INTO EVENT-RECORD
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 ADD 1 TO EVENTS-LIVE
                 IF FIRST-LIVE-EVENT
                    MOVE SPACES TO FIRST-LIVE-STAMP
                    STRING EV-DATE EV-TIME
                        DELIMITED BY SIZE INTO FIRST-LIVE-STAMP
                    MOVE 'N' TO FIRST-LIVE-SW
                 END-IF
                 PERFORM REPLAY-IF-IN-RANGE
           END-READ
           .

       REPLAY-IF-IN-RANGE.
      * Events stamped on or before the backup are already inside
      * it; events dated after the date asked had not happened yet.
           MOVE SPACES TO EVENT-STAMP
           STRING EV-DATE EV-TIME
               DELIMITED BY SIZE INTO EVENT-STAMP
           IF EVENT-STAMP > BASE-STAMP
           AND EV-DATE NOT > AS-OF-DATE
              ADD 1 TO EVENTS-REPLAYED
              IF FIRST-EVENT-DATE = 0
                 MOVE EV-DATE TO FIRST-EVENT-DATE
              END-IF
              MOVE EV-DATE TO LAST-EVENT-DATE
              PERFORM APPLY-ONE-EVENT
           END-IF
           .

       APPLY-ONE-EVENT.
      * The same replay semantics MASTRECN uses, which are the
      * maintenance pass's own, each event on its matricula: A
      * creates an active record, D flags it inactive, C rewrites
      * the name and the final department in place, R reactivates.
           EVALUATE TRUE
              WHEN EV-ADD
                 MOVE EV-MATRICULA TO QW-MATRICULA
                 MOVE EV-NOME TO QW-NOME
                 MOVE EV-DEPT TO QW-DEPT
                 MOVE 'A'     TO QW-SITUACAO
                 MOVE EV-DATE TO QW-ADMISSAO
                 WRITE QD-WORK-RECORD
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
                 END-WRITE
              WHEN EV-DELETE
                 MOVE EV-MATRICULA TO QW-MATRICULA
                 READ QD-WORK-FILE
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
                    NOT INVALID KEY
                       MOVE 'I' TO QW-SITUACAO
                       REWRITE QD-WORK-RECORD
                 END-READ
              WHEN EV-CHANGE
                 MOVE EV-MATRICULA TO QW-MATRICULA
                 READ QD-WORK-FILE
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
                    NOT INVALID KEY
                       MOVE EV-NOVO-NOME   TO QW-NOME
                       MOVE EV-DEPT        TO QW-DEPT
                       REWRITE QD-WORK-RECORD
                 END-READ
              WHEN EV-REINST
                 MOVE EV-MATRICULA TO QW-MATRICULA
                 READ QD-WORK-FILE
                    INVALID KEY
                       PERFORM COUNT-REPLAY-ANOMALY
                    NOT INVALID KEY
                       MOVE 'A' TO QW-SITUACAO
                       REWRITE QD-WORK-RECORD
                 END-READ
              WHEN OTHER
                 PERFORM COUNT-REPLAY-ANOMALY
           END-EVALUATE
           .

       COUNT-REPLAY-ANOMALY.
           ADD 1 TO REPLAY-ANOMALIES
           MOVE SPACES TO QD-X-TEXT
           STRING 'HISTORICO NAO REAPLICA: ' EV-NOME
               ' ' EV-MATRICULA ' EVENTO ' EV-CODE ' EM ' EV-DATE
               DELIMITED BY SIZE INTO QD-X-TEXT
           PERFORM WRITE-TEXT-LINE
           .

       WRITE-SOURCE-LINES.
      * States on the page exactly what the listing rests on: the
      * backup used as base and the dates of the first and last
      * event replayed over it, and from which history datasets.
           IF QD-PRINT-AVAILABLE
              MOVE BASE-STAMP(1:8) TO WORK-DATE
              PERFORM EDIT-WORK-DATE
              MOVE WORK-DATE-ED TO QD-B-DATE
              MOVE SPACES TO QD-B-TIME
              STRING BASE-STAMP(9:2) ':' BASE-STAMP(11:2) ':'
                  BASE-STAMP(13:2)
                  DELIMITED BY SIZE INTO QD-B-TIME
              MOVE BASE-COUNT TO QD-B-COUNT
              WRITE QD-PRINT-RECORD FROM QD-BASE-LINE
                  AFTER ADVANCING 2 LINES
              ADD 2 TO LINE-NO
              IF EVENTS-REPLAYED = 0
                 MOVE 'HISTORICO      : NENHUM EVENTO APOS O BACKUP'
                    TO QD-X-TEXT
                 PERFORM WRITE-TEXT-LINE
              ELSE
                 MOVE FIRST-EVENT-DATE TO WORK-DATE
                 PERFORM EDIT-WORK-DATE
                 MOVE WORK-DATE-ED TO QD-R-FROM
                 MOVE LAST-EVENT-DATE TO WORK-DATE
                 PERFORM EDIT-WORK-DATE
                 MOVE WORK-DATE-ED TO QD-R-TO
                 IF ARCH-READ
                    MOVE 'HISTARCV + HISTNOME' TO QD-R-SOURCE
                 ELSE
                    MOVE 'HISTNOME'            TO QD-R-SOURCE
                 END-IF
                 WRITE QD-PRINT-RECORD FROM QD-RANGE-LINE
                     AFTER ADVANCING 1 LINE
                 ADD 1 TO LINE-NO
              END-IF
              MOVE 'EVENTOS REAPLICADOS'    TO QD-C-LABEL
              MOVE EVENTS-REPLAYED          TO QD-C-COUNT
              PERFORM WRITE-COUNT-LINE
              MOVE 'HISTORICO NAO REAPLICA' TO QD-C-LABEL
              MOVE REPLAY-ANOMALIES         TO QD-C-COUNT
              PERFORM WRITE-COUNT-LINE
           END-IF
           .

       RELEASE-ROSTER.
           MOVE 0 TO QW-MATRICULA
           START QD-WORK-FILE KEY IS NOT LESS THAN QW-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO END-OF-WORK-SW
           END-START
           PERFORM RELEASE-ONE-NAME UNTIL END-OF-WORK
           .

       RELEASE-ONE-NAME.
           READ QD-WORK-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-WORK-SW
              NOT AT END
                 IF (AS-OF-DEPT = SPACES OR AS-OF-DEPT = QW-DEPT)
                 AND (QW-SITUACAO = 'A' OR INCL-INATIVOS)
                    MOVE QW-DEPT     TO QS-DEPT
                    MOVE QW-NOME     TO QS-NOME
                    MOVE QW-SITUACAO TO QS-SIT
                    MOVE QW-MATRICULA TO QS-MATRICULA
                    RELEASE QD-SORT-RECORD
                 END-IF
           END-READ
           .

       PRINT-ROSTER.
           PERFORM PRINT-ONE-NAME UNTIL END-OF-SORT
           .

       PRINT-ONE-NAME.
           RETURN QD-SORT-FILE
              AT END
                 MOVE 'Y' TO END-OF-SORT-SW
              NOT AT END
                 ADD 1 TO TOTAL-NOMES
                 IF NOT QS-INATIVO
                    ADD 1 TO TOTAL-ATIVOS
                 END-IF
                 IF QD-PRINT-AVAILABLE
                    PERFORM WRITE-ROSTER-LINE
                 END-IF
           END-RETURN
           .

       WRITE-ROSTER-LINE.
           IF QS-DEPT NOT = PREV-DEPT
              PERFORM START-DEPT-SECTION
           END-IF
           MOVE TOTAL-NOMES TO QD-D-LINE
           MOVE QS-NOME     TO QD-D-NOME
           MOVE QS-MATRICULA TO QD-D-MATRICULA
           IF QS-INATIVO
              MOVE 'INATIVO' TO QD-D-SIT
           ELSE
              MOVE SPACES TO QD-D-SIT
           END-IF
           ADD 1 TO LINE-NO
           ADD 1 TO SECTION-COUNT
           WRITE QD-PRINT-RECORD FROM QD-DETAIL
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  ADD 1 TO PAGE-NO
                  MOVE PAGE-NO TO QD-H-PAGE
                  WRITE QD-PRINT-RECORD FROM QD-HEADING
                      AFTER ADVANCING PAGE
                  WRITE QD-PRINT-RECORD FROM QD-SUBHEAD
                      AFTER ADVANCING 2 LINES
                  ADD 2 TO LINE-NO
           END-WRITE
           .

       START-DEPT-SECTION.
      * Control break on the department, exactly as PRTLIST does.
      * The description is today's cadastre entry - a department
      * since renamed prints its current description.
           IF PREV-DEPT NOT = LOW-VALUES
              PERFORM WRITE-SECTION-TOTAL
           END-IF
           MOVE QS-DEPT TO PREV-DEPT
           IF QS-DEPT = SPACES
              MOVE '***' TO QD-S-DEPT
              MOVE 'SEM DEPARTAMENTO' TO FOUND-DEPT-DESC
           ELSE
              MOVE QS-DEPT TO QD-S-DEPT
              PERFORM LOOKUP-DEPT-DESC
           END-IF
           MOVE FOUND-DEPT-DESC TO QD-S-DESC
           WRITE QD-PRINT-RECORD FROM QD-SUBHEAD
               AFTER ADVANCING 2 LINES
           ADD 2 TO LINE-NO
           MOVE 0 TO SECTION-COUNT
           .

       LOOKUP-DEPT-DESC.
           IF DEPT-AVAILABLE
              MOVE QS-DEPT TO DEPT-CODE
              READ DEPT-FILE
                 INVALID KEY
                    MOVE 'DEPTO NAO CADASTRADO' TO FOUND-DEPT-DESC
                 NOT INVALID KEY
                    MOVE DEPT-DESC TO FOUND-DEPT-DESC
              END-READ
           ELSE
              MOVE SPACES TO FOUND-DEPT-DESC
           END-IF
           .

       WRITE-SECTION-TOTAL.
           MOVE SECTION-COUNT TO QD-ST-COUNT
           WRITE QD-PRINT-RECORD FROM QD-SECTION-TOTAL
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-NO
           .

       CLOSE-QD-PRINT.
           IF QD-PRINT-AVAILABLE
              IF PREV-DEPT NOT = LOW-VALUES
                 PERFORM WRITE-SECTION-TOTAL
              END-IF
              IF TOTAL-NOMES = 0
                 MOVE 'NENHUM NOME NO QUADRO NESTA DATA' TO QD-X-TEXT
                 PERFORM WRITE-TEXT-LINE
              END-IF
              MOVE TOTAL-NOMES TO QD-F-COUNT
              MOVE LINE-NO     TO QD-F-LINES
              WRITE QD-PRINT-RECORD FROM QD-FOOTER
                  AFTER ADVANCING 2 LINES
              MOVE 'NOMES ATIVOS NA DATA'   TO QD-C-LABEL
              MOVE TOTAL-ATIVOS             TO QD-C-COUNT
              PERFORM WRITE-COUNT-LINE
              CLOSE QD-PRINT-FILE
           END-IF
           .

       WRITE-COUNT-LINE.
           IF QD-PRINT-AVAILABLE
              WRITE QD-PRINT-RECORD FROM QD-COUNT-LINE
                  AFTER ADVANCING 1 LINE
              ADD 1 TO LINE-NO
           END-IF
           .

       WRITE-TEXT-LINE.
           IF QD-PRINT-AVAILABLE
              WRITE QD-PRINT-RECORD FROM QD-TEXT-LINE
                  AFTER ADVANCING 1 LINE
              ADD 1 TO LINE-NO
           END-IF
           DISPLAY QD-X-TEXT
           .

       EDIT-WORK-DATE.
           MOVE WORK-DATE TO WORK-DATE-PARTS
           MOVE SPACES TO WORK-DATE-ED
           STRING WD-DD '/' WD-MM '/' WD-YYYY
               DELIMITED BY SIZE INTO WORK-DATE-ED
           .


       END PROGRAM QUADDATA.
