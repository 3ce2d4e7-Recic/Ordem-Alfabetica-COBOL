      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Reenvio de feed de crachas e carga completa para o
      *          controle de acesso
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRACHAS.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               ALTERNATE RECORD KEY IS MASTER-NOME WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT HIST-ARCH-FILE ASSIGN TO "HISTARCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-ARCH-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT BADGE-FILE ASSIGN TO "BDGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BADGE-FILE-STATUS.

           SELECT BADGE-CTL-FILE ASSIGN TO "BDGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BADGE-CTL-STATUS.

           SELECT BDG-PARM-FILE ASSIGN TO "BDGPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDG-PARM-STATUS.

           SELECT BDG-RPT-FILE ASSIGN TO "BDGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDG-RPT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  MASTER-RECORD.
           05 MASTER-NOME     PIC X(10).
           05 MASTER-DEPT     PIC X(3).
           05 MASTER-SITUACAO PIC X.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  HIST-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  HIST-ARCH-RECORD      PIC X(44).

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD.
       01  HISTORY-RECORD        PIC X(44).

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

       FD  BDG-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  BDG-PARM-RECORD.
           05 BP-FUNC            PIC X.
           05 BP-SEQ             PIC X(5).

       FD  BDG-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  BDG-RPT-RECORD        PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  HIST-ARCH-STATUS      PIC XX     VALUE '00'.
       77  HIST-FILE-STATUS      PIC XX     VALUE '00'.
       77  BADGE-FILE-STATUS     PIC XX     VALUE '00'.
       77  BADGE-CTL-STATUS      PIC XX     VALUE '00'.
       77  BDG-PARM-STATUS       PIC XX     VALUE '00'.
       77  BDG-RPT-STATUS        PIC XX     VALUE '00'.
       77  BDG-RPT-SW            PIC X      VALUE 'N'.
           88 BDG-RPT-AVAILABLE              VALUE 'Y'.
       77  BDG-FUNC              PIC X      VALUE SPACE.
           88 F-REENVIO                      VALUE 'R'.
           88 F-SNAPSHOT                     VALUE 'S'.
       77  END-OF-MASTER-SW      PIC X      VALUE 'N'.
           88 END-OF-MASTER                  VALUE 'Y'.
       77  END-OF-HIST-SW        PIC X      VALUE 'N'.
           88 END-OF-HIST                    VALUE 'Y'.
       77  END-OF-CTL-SW         PIC X      VALUE 'N'.
           88 END-OF-CTL                     VALUE 'Y'.
       77  CTL-FOUND-SW          PIC X      VALUE 'N'.
           88 CTL-FOUND                      VALUE 'Y'.
       77  ARCH-READ-SW          PIC X      VALUE 'N'.
           88 ARCH-READ                      VALUE 'Y'.
       77  WANTED-SEQ            PIC 9(5)   VALUE 0.
       77  LAST-SEQ              PIC 9(5)   VALUE 0.
       77  FEED-SEQ              PIC 9(5)   VALUE 0.
       77  ORIG-TIPO             PIC X      VALUE SPACE.
       77  ORIG-DATE             PIC X(8)   VALUE SPACES.
       77  ORIG-STAMP            PIC X(14)  VALUE SPACES.
       77  ORIG-COUNT            PIC 9(5)   VALUE 0.
       77  EVENT-STAMP           PIC X(14)  VALUE SPACES.
       77  BADGE-INCL            PIC 9(5)   VALUE 0.
       77  BADGE-DESAT           PIC 9(5)   VALUE 0.
       77  BADGE-REAT            PIC 9(5)   VALUE 0.
       77  BADGE-RENOM           PIC 9(5)   VALUE 0.
       77  BADGE-TRANSF          PIC 9(5)   VALUE 0.
       77  BADGE-SNAP            PIC 9(5)   VALUE 0.
       77  BADGE-TOTAL           PIC 9(5)   VALUE 0.
       77  FINAL-RC              PIC 99     VALUE 0.

       01  EVENT-RECORD.
           05 EV-DATE            PIC X(8).
           05 EV-TIME            PIC X(6).
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
           05 SYS-TIME-FIELDS.
              10 SYS-HH          PIC 9(2).
              10 SYS-MN          PIC 9(2).
              10 SYS-SS          PIC 9(2).
           05 FILLER             PIC X(7).
       77  RPT-DATE              PIC X(10).

       01  BDG-RPT-HEADING.
           05 FILLER             PIC X(20)
              VALUE 'FEED DE CRACHAS - '.
           05 BDG-RPT-H-FUNC     PIC X(14).
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 BDG-RPT-H-DATE     PIC X(10).

       01  BDG-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 BDG-C-LABEL        PIC X(30).
           05 BDG-C-COUNT        PIC ZZZZ9.

       01  BDG-TEXT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 BDG-X-TEXT         PIC X(60).


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The maintenance pass sends building security one numbered
      * change feed per run.  This job covers the two cases the
      * pass cannot:
      *   R reenvio  - a feed security never got, or lost, is
      *     regenerated under its original sequence number: BDGCTL
      *     gives the HISTNOME stamp of the pass that sent it and
      *     every event carrying that stamp is written out again
      *     (HISTARCV first, when the pass has been archived),
      *     classified exactly as the pass classified it.  The
      *     header is marked R and keeps the original run date;
      *     the count is proved against the one BDGCTL recorded.
      *   S carga completa - every MASTNOME record, active or not,
      *     as a numbered feed of its own for security's periodic
      *     reconciliation.  It takes the next sequence number, so
      *     the daily feeds keep running unbroken after it.
      * BDGPARM: col 1 funcao R/S, cols 2-6 sequencia (R only).
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE

           PERFORM READ-BDG-PARM
           PERFORM OPEN-BDG-REPORT
           PERFORM READ-BADGE-CONTROL

           EVALUATE TRUE
              WHEN F-REENVIO
                 PERFORM RESEND-PASS
              WHEN F-SNAPSHOT
                 PERFORM SNAPSHOT-PASS
           END-EVALUATE

           PERFORM WRITE-BDG-TOTALS
           IF BDG-RPT-AVAILABLE
              CLOSE BDG-RPT-FILE
           END-IF
           MOVE FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-BDG-PARM.
           OPEN INPUT BDG-PARM-FILE
           IF BDG-PARM-STATUS NOT = '00'
              DISPLAY 'ERRO - BDGPARM INDISPONIVEL, STATUS '
                 BDG-PARM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BDG-PARM-FILE
              AT END
                 DISPLAY 'ERRO - BDGPARM VAZIO'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              NOT AT END
                 MOVE BP-FUNC TO BDG-FUNC
           END-READ
           CLOSE BDG-PARM-FILE
           IF NOT F-REENVIO AND NOT F-SNAPSHOT
              DISPLAY 'ERRO - FUNCAO INVALIDA NO BDGPARM: '
                 BDG-FUNC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF F-REENVIO
              IF BP-SEQ NUMERIC
                 MOVE BP-SEQ TO WANTED-SEQ
              ELSE
                 DISPLAY 'ERRO - SEQUENCIA INVALIDA NO BDGPARM: '
                    BP-SEQ
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

       OPEN-BDG-REPORT.
           OPEN OUTPUT BDG-RPT-FILE
           IF BDG-RPT-STATUS = '00'
              SET BDG-RPT-AVAILABLE TO TRUE
              IF F-REENVIO
                 MOVE 'REENVIO'        TO BDG-RPT-H-FUNC
              ELSE
                 MOVE 'CARGA COMPLETA' TO BDG-RPT-H-FUNC
              END-IF
              MOVE RPT-DATE TO BDG-RPT-H-DATE
              WRITE BDG-RPT-RECORD FROM BDG-RPT-HEADING
           ELSE
              DISPLAY 'AVISO - BDGRPT INDISPONIVEL, STATUS '
                 BDG-RPT-STATUS
           END-IF
           .

       READ-BADGE-CONTROL.
      * One pass over BDGCTL answers both functions: the last
      * number issued, and the record of the feed to resend.
           OPEN INPUT BADGE-CTL-FILE
           IF BADGE-CTL-STATUS = '00'
              PERFORM READ-ONE-CONTROL UNTIL END-OF-CTL
              CLOSE BADGE-CTL-FILE
           ELSE
              IF F-REENVIO OR BADGE-CTL-STATUS NOT = '35'
                 DISPLAY 'ERRO - BDGCTL INDISPONIVEL, STATUS '
                    BADGE-CTL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

       READ-ONE-CONTROL.
           READ BADGE-CTL-FILE
              AT END
                 MOVE 'Y' TO END-OF-CTL-SW
              NOT AT END
                 IF BCT-SEQ NUMERIC
                    MOVE BCT-SEQ TO LAST-SEQ
                    IF F-REENVIO AND BCT-SEQ = WANTED-SEQ
                       SET CTL-FOUND TO TRUE
                       MOVE BCT-TIPO     TO ORIG-TIPO
                       MOVE BCT-GEN-DATE TO ORIG-DATE
                       MOVE BCT-COUNT    TO ORIG-COUNT
                       MOVE SPACES TO ORIG-STAMP
                       STRING BCT-HIST-DATE BCT-HIST-TIME
                           DELIMITED BY SIZE INTO ORIG-STAMP
                    END-IF
                 END-IF
           END-READ
           .

       RESEND-PASS.
      * A carga completa cannot be resent - MASTNOME has moved on
      * since - and neither can a feed whose pass had no HISTNOME
      * to stamp; a fresh carga completa is the answer to both.
           IF NOT CTL-FOUND
              MOVE 'SEQUENCIA NAO EMITIDA' TO BDG-X-TEXT
              PERFORM REFUSE-RESEND
           END-IF
           IF ORIG-TIPO NOT = 'M'
              MOVE 'CARGA COMPLETA NAO E REGERADA - EMITA OUTRA'
                 TO BDG-X-TEXT
              PERFORM REFUSE-RESEND
           END-IF
           IF ORIG-STAMP = SPACES
              MOVE 'PASSADA SEM HISTNOME - EMITA CARGA COMPLETA'
                 TO BDG-X-TEXT
              PERFORM REFUSE-RESEND
           END-IF
           MOVE WANTED-SEQ TO FEED-SEQ
           PERFORM OPEN-BADGE-FEED
           OPEN INPUT HIST-ARCH-FILE
           IF HIST-ARCH-STATUS = '00'
              SET ARCH-READ TO TRUE
              MOVE 'N' TO END-OF-HIST-SW
              PERFORM RESEND-ONE-ARCH-EVENT UNTIL END-OF-HIST
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
           PERFORM RESEND-ONE-LIVE-EVENT UNTIL END-OF-HIST
           CLOSE HISTORY-FILE
           PERFORM CLOSE-BADGE-FEED
           IF BADGE-TOTAL NOT = ORIG-COUNT
              MOVE SPACES TO BDG-X-TEXT
              STRING 'NAO CONFERE COM O ENVIO ORIGINAL DE '
                  ORIG-COUNT ' MOVIMENTOS'
                  DELIMITED BY SIZE INTO BDG-X-TEXT
              PERFORM WRITE-TEXT-LINE
              MOVE 4 TO FINAL-RC
           END-IF
           DISPLAY 'REENVIO DA SEQUENCIA ' FEED-SEQ
              ' - MOVIMENTOS: ' BADGE-TOTAL
           .

       REFUSE-RESEND.
           PERFORM WRITE-TEXT-LINE
           IF BDG-RPT-AVAILABLE
              CLOSE BDG-RPT-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       RESEND-ONE-ARCH-EVENT.
           READ HIST-ARCH-FILE INTO EVENT-RECORD
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 PERFORM RESEND-IF-SAME-PASS
           END-READ
           .

       RESEND-ONE-LIVE-EVENT.
           READ HISTORY-FILE INTO EVENT-RECORD
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 PERFORM RESEND-IF-SAME-PASS
           END-READ
           .

       RESEND-IF-SAME-PASS.
      * Every event one pass writes carries the pass's own stamp,
      * so the stamp alone picks the feed's movements out.  The
      * classification is the pass's WRITE-BADGE-DETAIL: a change
      * keeping the name is a move (T), otherwise a rename (N).
           MOVE SPACES TO EVENT-STAMP
           STRING EV-DATE EV-TIME
               DELIMITED BY SIZE INTO EVENT-STAMP
           IF EVENT-STAMP = ORIG-STAMP
              MOVE 'D'     TO BDG-REC-TYPE
              MOVE SPACES  TO BDG-REC-BODY
              MOVE EV-NOME TO BDG-D-NOME
              MOVE EV-DEPT TO BDG-D-DEPT
              MOVE EV-MATRICULA TO BDG-D-MATRICULA
              EVALUATE TRUE
                 WHEN EV-ADD
                    MOVE 'A' TO BDG-D-ACAO
                    MOVE 'A' TO BDG-D-SIT
                    ADD 1 TO BADGE-INCL
                 WHEN EV-DELETE
                    MOVE 'D' TO BDG-D-ACAO
                    MOVE 'I' TO BDG-D-SIT
                    ADD 1 TO BADGE-DESAT
                 WHEN EV-REINST
                    MOVE 'R' TO BDG-D-ACAO
                    MOVE 'A' TO BDG-D-SIT
                    ADD 1 TO BADGE-REAT
                 WHEN EV-CHANGE AND EV-NOVO-NOME = EV-NOME
                    MOVE 'T' TO BDG-D-ACAO
                    ADD 1 TO BADGE-TRANSF
                 WHEN OTHER
                    MOVE 'N' TO BDG-D-ACAO
                    MOVE EV-NOVO-NOME TO BDG-D-NOVO-NOME
                    ADD 1 TO BADGE-RENOM
              END-EVALUATE
              ADD 1 TO BADGE-TOTAL
              WRITE BADGE-RECORD
           END-IF
           .

       SNAPSHOT-PASS.
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE FEED-SEQ = LAST-SEQ + 1
           MOVE SYS-DATE-FIELDS TO ORIG-DATE
           PERFORM OPEN-BADGE-FEED
           MOVE LOW-VALUES TO MASTER-NOME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NOME
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START
           PERFORM SNAP-ONE-MASTER UNTIL END-OF-MASTER
           CLOSE MASTER-FILE
           PERFORM CLOSE-BADGE-FEED
           OPEN EXTEND BADGE-CTL-FILE
           IF BADGE-CTL-STATUS = '35'
              OPEN OUTPUT BADGE-CTL-FILE
           END-IF
           IF BADGE-CTL-STATUS = '00'
              MOVE SPACES          TO BADGE-CTL-RECORD
              MOVE FEED-SEQ        TO BCT-SEQ
              MOVE 'S'             TO BCT-TIPO
              MOVE SYS-DATE-FIELDS TO BCT-GEN-DATE
              MOVE SYS-TIME-FIELDS TO BCT-GEN-TIME
              MOVE BADGE-TOTAL     TO BCT-COUNT
              WRITE BADGE-CTL-RECORD
              CLOSE BADGE-CTL-FILE
           ELSE
              DISPLAY 'ERRO - BDGCTL NAO ATUALIZADO, STATUS '
                 BADGE-CTL-STATUS
              MOVE 16 TO FINAL-RC
           END-IF
           DISPLAY 'CARGA COMPLETA - SEQUENCIA ' FEED-SEQ
              ' NOMES: ' BADGE-TOTAL
           .

       SNAP-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 MOVE 'D'             TO BDG-REC-TYPE
                 MOVE SPACES          TO BDG-REC-BODY
                 MOVE 'S'             TO BDG-D-ACAO
                 MOVE MASTER-NOME     TO BDG-D-NOME
                 MOVE MASTER-DEPT     TO BDG-D-DEPT
                 MOVE MASTER-SITUACAO TO BDG-D-SIT
                 MOVE MASTER-MATRICULA TO BDG-D-MATRICULA
                 ADD 1 TO BADGE-SNAP
                 ADD 1 TO BADGE-TOTAL
                 WRITE BADGE-RECORD
           END-READ
           .

       OPEN-BADGE-FEED.
           OPEN OUTPUT BADGE-FILE
           IF BADGE-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - BDGFEED INDISPONIVEL, STATUS '
                 BADGE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'H'             TO BDG-REC-TYPE
           MOVE SPACES          TO BDG-REC-BODY
           MOVE FEED-SEQ        TO BDG-H-SEQ
           MOVE ORIG-DATE       TO BDG-H-DATE
           MOVE BDG-FUNC        TO BDG-H-TIPO
           MOVE SYS-DATE-FIELDS TO BDG-H-GEN-DATE
           WRITE BADGE-RECORD
           .

       CLOSE-BADGE-FEED.
           MOVE 'T'          TO BDG-REC-TYPE
           MOVE SPACES       TO BDG-REC-BODY
           MOVE BADGE-INCL   TO BDG-T-INCL
           MOVE BADGE-DESAT  TO BDG-T-DESAT
           MOVE BADGE-REAT   TO BDG-T-REAT
           MOVE BADGE-RENOM  TO BDG-T-RENOM
           MOVE BADGE-TRANSF TO BDG-T-TRANSF
           MOVE BADGE-SNAP   TO BDG-T-SNAP
           MOVE BADGE-TOTAL  TO BDG-T-TOTAL
           WRITE BADGE-RECORD
           CLOSE BADGE-FILE
           .

       WRITE-BDG-TOTALS.
           IF BDG-RPT-AVAILABLE
              MOVE 'SEQUENCIA'             TO BDG-C-LABEL
              MOVE FEED-SEQ                TO BDG-C-COUNT
              PERFORM WRITE-COUNT-LINE
              IF F-REENVIO
                 MOVE SPACES TO BDG-X-TEXT
                 STRING 'ENVIO ORIGINAL DE ' ORIG-DATE
                     DELIMITED BY SIZE INTO BDG-X-TEXT
                 PERFORM WRITE-TEXT-LINE
                 MOVE 'INCLUSOES'          TO BDG-C-LABEL
                 MOVE BADGE-INCL           TO BDG-C-COUNT
                 PERFORM WRITE-COUNT-LINE
                 MOVE 'DESATIVACOES'       TO BDG-C-LABEL
                 MOVE BADGE-DESAT          TO BDG-C-COUNT
                 PERFORM WRITE-COUNT-LINE
                 MOVE 'REATIVACOES'        TO BDG-C-LABEL
                 MOVE BADGE-REAT           TO BDG-C-COUNT
                 PERFORM WRITE-COUNT-LINE
                 MOVE 'RENOMEACOES'        TO BDG-C-LABEL
                 MOVE BADGE-RENOM          TO BDG-C-COUNT
                 PERFORM WRITE-COUNT-LINE
                 MOVE 'TRANSFERENCIAS'     TO BDG-C-LABEL
                 MOVE BADGE-TRANSF         TO BDG-C-COUNT
                 PERFORM WRITE-COUNT-LINE
              ELSE
                 MOVE 'NOMES NA CARGA'     TO BDG-C-LABEL
                 MOVE BADGE-SNAP           TO BDG-C-COUNT
                 PERFORM WRITE-COUNT-LINE
              END-IF
              MOVE 'TOTAL DE REGISTROS'    TO BDG-C-LABEL
              MOVE BADGE-TOTAL             TO BDG-C-COUNT
              PERFORM WRITE-COUNT-LINE
           END-IF
           .

       WRITE-COUNT-LINE.
           WRITE BDG-RPT-RECORD FROM BDG-COUNT-LINE
           .

       WRITE-TEXT-LINE.
           IF BDG-RPT-AVAILABLE
              WRITE BDG-RPT-RECORD FROM BDG-TEXT-LINE
           END-IF
           DISPLAY BDG-X-TEXT
           .


       END PROGRAM CRACHAS.
