           05 HIST-NOME          PIC X(10).
           05 HIST-NOVO-NOME     PIC X(10).
           05 HIST-DEPT          PIC X(3).
           05 HIST-MATRICULA     PIC 9(6).

       FD  HST-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  HST-PARM-RECORD.
           05 HP-NOME            PIC X(10).
           05 HP-MATRICULA       PIC X(6).

       FD  HST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  HST-HEADING.
           05 FILLER             PIC X(15) VALUE 'HISTORICO DE : '.
           05 HST-H-NOME         PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 HST-H-MATRICULA    PIC X(6).

       01  HST-DETAIL.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HST-D-NOVO         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HST-D-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 HST-D-MATRICULA    PIC ZZZZZ9.

       01  HST-NONE-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(34)
              VALUE 'NENHUM REGISTRO PARA ESTA CONSULTA'.

       01  HST-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
      * exclusion if one came.  A rename line shows both names, so a
      * life story that continues under another spelling can be
      * followed by asking for the name shown on the other side of
      * the arrow.  Every line shows the matricula, so homonyms
      * tell apart on the page; a query that gives a matricula in
      * cols 11-16 follows that one person instead, whatever names
      * the events carry - inclusion, renames and exclusion alike.
           OPEN INPUT HST-PARM-FILE
           IF HST-PARM-STATUS NOT = '00'
              DISPLAY 'ERRO - HSTPARM INDISPONIVEL, STATUS '
              AT END
                 MOVE 'Y' TO END-OF-PARMS-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN HP-NOME = SPACES AND HP-MATRICULA = SPACES
                       DISPLAY 'AVISO - CONSULTA EM BRANCO IGNORADA'
                    WHEN HP-MATRICULA NOT = SPACES
                    AND HP-MATRICULA NOT NUMERIC
                       DISPLAY 'AVISO - MATRICULA INVALIDA IGNORADA: '
                          HP-MATRICULA
                    WHEN OTHER
                       PERFORM RUN-ONE-QUERY
                 END-EVALUATE
           END-READ
           .

           MOVE 0 TO EVENT-COUNT
           MOVE 'N' TO END-OF-HIST-SW
           MOVE HP-NOME TO HST-H-NOME
           MOVE HP-MATRICULA TO HST-H-MATRICULA
           PERFORM WRITE-HST-HEADING
           PERFORM SCAN-ONE-HISTORY UNTIL END-OF-HIST
           CLOSE HISTORY-FILE
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 IF HP-MATRICULA NOT = SPACES
                    IF HIST-MATRICULA = HP-MATRICULA
                       ADD 1 TO EVENT-COUNT
                       PERFORM WRITE-HST-DETAIL
                    END-IF
                 ELSE
                    IF HIST-NOME = HP-NOME
                    OR HIST-NOVO-NOME = HP-NOME
                       ADD 1 TO EVENT-COUNT
                       PERFORM WRITE-HST-DETAIL
                    END-IF
                 END-IF
           END-READ
           .
              MOVE SPACES TO HST-D-NOVO
           END-IF
           MOVE HIST-DEPT TO HST-D-DEPT
           MOVE HIST-MATRICULA TO HST-D-MATRICULA
           IF HST-RPT-AVAILABLE
              WRITE HST-RPT-RECORD FROM HST-DETAIL
           END-IF
           DISPLAY HST-D-ACAO ' ' HST-D-NOME ' ' HST-D-NOVO
              ' ' HST-D-MATRICULA
           .

       WRITE-HST-HEADING.
           IF HST-RPT-AVAILABLE
              WRITE HST-RPT-RECORD FROM HST-HEADING
           END-IF
           DISPLAY 'HISTORICO DE : ' HP-NOME ' ' HP-MATRICULA
           .

       WRITE-HST-NONE.
           IF HST-RPT-AVAILABLE
              WRITE HST-RPT-RECORD FROM HST-NONE-LINE
           END-IF
           DISPLAY 'NENHUM REGISTRO PARA ESTA CONSULTA'
           .

       WRITE-HST-COUNT.
