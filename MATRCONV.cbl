      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Conversao unica do MASTNOME e do historico para a
      *          matricula como chave
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRCONV.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "MASTOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-MASTER-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-MATRICULA
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT MAP-FILE ASSIGN TO "MATRMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-NOME
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT OLD-ARCH-FILE ASSIGN TO "HISTAOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-ARCH-STATUS.

           SELECT OLD-HIST-FILE ASSIGN TO "HISTOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-HIST-STATUS.

           SELECT NEW-ARCH-FILE ASSIGN TO "HISTARCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ARCH-STATUS.

           SELECT NEW-HIST-FILE ASSIGN TO "HISTNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-HIST-STATUS.

           SELECT CNV-WORK-FILE ASSIGN TO "CNVWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNV-WORK-STATUS.

           SELECT CNV-RPT-FILE ASSIGN TO "CNVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNV-RPT-STATUS.

           SELECT CNV-SORT-FILE ASSIGN TO "CNVSORT".

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  OLD-MASTER-RECORD.
           05 OLD-NOME           PIC X(10).
           05 OLD-DEPT           PIC X(3).
           05 OLD-SITUACAO       PIC X.
           05 OLD-ADMISSAO       PIC 9(8).

       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  MASTER-RECORD.
           05 MASTER-NOME     PIC X(10).
           05 MASTER-DEPT     PIC X(3).
           05 MASTER-SITUACAO PIC X.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  MAP-FILE
           LABEL RECORD IS STANDARD.
       01  MAP-RECORD.
           05 MAP-NOME           PIC X(10).
           05 MAP-MATRICULA      PIC 9(6).

       FD  OLD-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  OLD-ARCH-RECORD       PIC X(38).

       FD  OLD-HIST-FILE
           LABEL RECORD IS STANDARD.
       01  OLD-HIST-RECORD       PIC X(38).

       FD  NEW-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  NEW-ARCH-RECORD       PIC X(44).

       FD  NEW-HIST-FILE
           LABEL RECORD IS STANDARD.
       01  NEW-HIST-RECORD       PIC X(44).

       FD  CNV-WORK-FILE
           LABEL RECORD IS STANDARD.
       01  CNV-WORK-RECORD.
           05 CW-SEQ             PIC 9(9).
           05 CW-FONTE           PIC X.
           05 CW-EVENT           PIC X(44).

       FD  CNV-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  CNV-RPT-RECORD        PIC X(80).

       SD  CNV-SORT-FILE.
       01  CNV-SORT-RECORD.
           05 CS-SEQ             PIC 9(9).
           05 CS-FONTE           PIC X.
              88 CS-FROM-ARCH    VALUE 'A'.
              88 CS-FROM-HIST    VALUE 'H'.
           05 CS-EVENT           PIC X(44).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  OLD-MASTER-STATUS     PIC XX     VALUE '00'.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  MAP-FILE-STATUS       PIC XX     VALUE '00'.
       77  OLD-ARCH-STATUS       PIC XX     VALUE '00'.
       77  OLD-HIST-STATUS       PIC XX     VALUE '00'.
       77  NEW-ARCH-STATUS       PIC XX     VALUE '00'.
       77  NEW-HIST-STATUS       PIC XX     VALUE '00'.
       77  CNV-WORK-STATUS       PIC XX     VALUE '00'.
       77  CNV-RPT-STATUS        PIC XX     VALUE '00'.
       77  CNV-RPT-SW            PIC X      VALUE 'N'.
           88 CNV-RPT-AVAILABLE              VALUE 'Y'.
       77  ARCH-SW               PIC X      VALUE 'N'.
           88 ARCH-AVAILABLE                 VALUE 'Y'.
       77  END-OF-MASTER-SW      PIC X      VALUE 'N'.
           88 END-OF-MASTER                  VALUE 'Y'.
       77  END-OF-HIST-SW        PIC X      VALUE 'N'.
           88 END-OF-HIST                    VALUE 'Y'.
       77  END-OF-SORT-SW        PIC X      VALUE 'N'.
           88 END-OF-SORT                    VALUE 'Y'.
       77  LAST-MATRICULA        PIC 9(6)   VALUE 0.
       77  FOUND-MATRICULA       PIC 9(6)   VALUE 0.
       77  SEEK-NOME             PIC X(10)  VALUE SPACES.
       77  EVENT-SEQ             PIC 9(9)   VALUE 0.
       77  MASTER-COUNT          PIC 9(7)   VALUE 0.
       77  ARCH-COUNT            PIC 9(7)   VALUE 0.
       77  HIST-COUNT            PIC 9(7)   VALUE 0.
       77  HIST-ONLY-COUNT       PIC 9(7)   VALUE 0.
       77  ANOMALY-COUNT         PIC 9(7)   VALUE 0.

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
           05 SYS-TIME-FIELDS.
              10 SYS-HH          PIC 9(2).
              10 SYS-MN          PIC 9(2).
              10 SYS-SS          PIC 9(2).
           05 FILLER             PIC X(7).
       77  RPT-DATE              PIC X(10).

       01  CNV-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'CONVERSAO PARA MATRICULA'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 CNV-RPT-H-DATE     PIC X(10).

       01  CNV-COLUMN-HEAD.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(11) VALUE 'MATRICULA'.
           05 FILLER             PIC X(12) VALUE 'NOME'.
           05 FILLER             PIC X(6)  VALUE 'DEPTO'.
           05 FILLER             PIC X(4)  VALUE 'SIT'.
           05 FILLER             PIC X(20) VALUE 'ORIGEM'.

       01  CNV-DETAIL-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 CNV-D-MATRICULA    PIC 9(6).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 CNV-D-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CNV-D-DEPT         PIC X(3).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 CNV-D-SIT          PIC X.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 CNV-D-ORIGEM       PIC X(30).

       01  CNV-TOTAL-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 CNV-T-LABEL        PIC X(30).
           05 CNV-T-COUNT        PIC ZZZZZZ9.


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Run once, at the matricula cutover, with the old release
      * quiesced.  The old 22-byte master, REPROed flat in name
      * order, is numbered 1..N in that order and loaded into the
      * new cluster keyed by matricula; MATRMAP keeps name to
      * matricula for the history pass.  The history - HISTARCV
      * first, then HISTNOME, which is time order - is then walked
      * newest to oldest from today's roster: a rename hands the
      * person's number back from the new name to the old one, an
      * inclusion frees the name for whoever carried it before,
      * and a name the map does not know belongs to somebody long
      * gone from the master and gets the next number above N.  A
      * second sort puts the events back in time order and they are
      * written to the new 44-byte HISTARCV and HISTNOME.  CNVRPT
      * lists every number given out, for HR to take up, and the
      * last one used - new people are numbered above it.  MATRMAP
      * must be IDCAMS-defined empty for the run.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE

           PERFORM OPEN-CNV-REPORT
           PERFORM CONVERT-MASTER
           PERFORM CONVERT-HISTORY
           PERFORM WRITE-CNV-TOTALS

           IF CNV-RPT-AVAILABLE
              CLOSE CNV-RPT-FILE
           END-IF
           IF ANOMALY-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-CNV-REPORT.
           OPEN OUTPUT CNV-RPT-FILE
           IF CNV-RPT-STATUS = '00'
              SET CNV-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO CNV-RPT-H-DATE
              WRITE CNV-RPT-RECORD FROM CNV-RPT-HEADING
              MOVE SPACES TO CNV-RPT-RECORD
              WRITE CNV-RPT-RECORD
              WRITE CNV-RPT-RECORD FROM CNV-COLUMN-HEAD
           ELSE
              DISPLAY 'AVISO - CNVRPT INDISPONIVEL, STATUS '
                 CNV-RPT-STATUS
           END-IF
           .

       CONVERT-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF OLD-MASTER-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTOLD INDISPONIVEL, STATUS '
                 OLD-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O MAP-FILE
           IF MAP-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MATRMAP INDISPONIVEL, STATUS '
                 MAP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM NUMBER-ONE-MASTER UNTIL END-OF-MASTER
           CLOSE OLD-MASTER-FILE
           CLOSE MASTER-FILE
           DISPLAY 'MASTNOME NUMERADO - REGISTROS: ' MASTER-COUNT
           .

       NUMBER-ONE-MASTER.
           READ OLD-MASTER-FILE
              AT END
                 MOVE 'Y' TO END-OF-MASTER-SW
              NOT AT END
                 ADD 1 TO MASTER-COUNT
                 ADD 1 TO LAST-MATRICULA
                 MOVE OLD-NOME       TO MASTER-NOME
                 MOVE OLD-DEPT       TO MASTER-DEPT
                 MOVE OLD-SITUACAO   TO MASTER-SITUACAO
                 MOVE OLD-ADMISSAO   TO MASTER-ADMISSAO
                 MOVE LAST-MATRICULA TO MASTER-MATRICULA
                 WRITE MASTER-RECORD
                    INVALID KEY
                       DISPLAY 'ERRO - MASTNOME NAO GRAVOU '
                          MASTER-MATRICULA ' ' MASTER-NOME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-WRITE
                 MOVE OLD-NOME       TO MAP-NOME
                 MOVE LAST-MATRICULA TO MAP-MATRICULA
                 WRITE MAP-RECORD
                    INVALID KEY
                       ADD 1 TO ANOMALY-COUNT
                       DISPLAY 'AVISO - NOME REPETIDO NO MASTOLD: '
                          OLD-NOME
                 END-WRITE
                 MOVE LAST-MATRICULA TO CNV-D-MATRICULA
                 MOVE OLD-NOME       TO CNV-D-NOME
                 MOVE OLD-DEPT       TO CNV-D-DEPT
                 MOVE OLD-SITUACAO   TO CNV-D-SIT
                 MOVE 'MASTNOME'     TO CNV-D-ORIGEM
                 PERFORM WRITE-DETAIL-LINE
           END-READ
           .

       CONVERT-HISTORY.
      * HISTNOME is required; HISTARCV is converted when there is
      * one, and its events come first because ARCHNOME only ever
      * moves the oldest ones there.
           OPEN INPUT OLD-HIST-FILE
           IF OLD-HIST-STATUS NOT = '00'
              DISPLAY 'ERRO - HISTOLD INDISPONIVEL, STATUS '
                 OLD-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT OLD-ARCH-FILE
           IF OLD-ARCH-STATUS = '00'
              SET ARCH-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'AVISO - HISTAOLD INDISPONIVEL, STATUS '
                 OLD-ARCH-STATUS
           END-IF
           SORT CNV-SORT-FILE
               ON DESCENDING KEY CS-SEQ
               INPUT PROCEDURE IS RELEASE-OLD-EVENTS
               OUTPUT PROCEDURE IS NUMBER-EVENTS
           CLOSE OLD-HIST-FILE
           IF ARCH-AVAILABLE
              CLOSE OLD-ARCH-FILE
           END-IF
           CLOSE MAP-FILE

           OPEN OUTPUT NEW-HIST-FILE
           IF NEW-HIST-STATUS NOT = '00'
              DISPLAY 'ERRO - HISTNOME INDISPONIVEL, STATUS '
                 NEW-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF ARCH-AVAILABLE
              OPEN OUTPUT NEW-ARCH-FILE
              IF NEW-ARCH-STATUS NOT = '00'
                 DISPLAY 'ERRO - HISTARCV INDISPONIVEL, STATUS '
                    NEW-ARCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE 'N' TO END-OF-SORT-SW
           SORT CNV-SORT-FILE
               ON ASCENDING KEY CS-SEQ
               USING CNV-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-NEW-EVENTS
           CLOSE NEW-HIST-FILE
           IF ARCH-AVAILABLE
              CLOSE NEW-ARCH-FILE
           END-IF
           DISPLAY 'EVENTOS HISTARCV: ' ARCH-COUNT
              ' HISTNOME: ' HIST-COUNT
              ' SO NO HISTORICO: ' HIST-ONLY-COUNT
           .

       RELEASE-OLD-EVENTS.
           IF ARCH-AVAILABLE
              MOVE 'N' TO END-OF-HIST-SW
              PERFORM RELEASE-ONE-ARCH-EVENT UNTIL END-OF-HIST
           END-IF
           MOVE 'N' TO END-OF-HIST-SW
           PERFORM RELEASE-ONE-HIST-EVENT UNTIL END-OF-HIST
           .

       RELEASE-ONE-ARCH-EVENT.
           READ OLD-ARCH-FILE
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 ADD 1 TO ARCH-COUNT
                 ADD 1 TO EVENT-SEQ
                 MOVE EVENT-SEQ       TO CS-SEQ
                 MOVE 'A'             TO CS-FONTE
                 MOVE OLD-ARCH-RECORD TO CS-EVENT
                 RELEASE CNV-SORT-RECORD
           END-READ
           .

       RELEASE-ONE-HIST-EVENT.
           READ OLD-HIST-FILE
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 ADD 1 TO HIST-COUNT
                 ADD 1 TO EVENT-SEQ
                 MOVE EVENT-SEQ       TO CS-SEQ
                 MOVE 'H'             TO CS-FONTE
                 MOVE OLD-HIST-RECORD TO CS-EVENT
                 RELEASE CNV-SORT-RECORD
           END-READ
           .

       NUMBER-EVENTS.
           OPEN OUTPUT CNV-WORK-FILE
           IF CNV-WORK-STATUS NOT = '00'
              DISPLAY 'ERRO - CNVWORK INDISPONIVEL, STATUS '
                 CNV-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO END-OF-SORT-SW
           PERFORM NUMBER-ONE-EVENT UNTIL END-OF-SORT
           CLOSE CNV-WORK-FILE
           .

       NUMBER-ONE-EVENT.
           RETURN CNV-SORT-FILE
              AT END
                 MOVE 'Y' TO END-OF-SORT-SW
              NOT AT END
                 MOVE CS-EVENT TO EVENT-RECORD
                 PERFORM ASSIGN-EVENT-MATRICULA
                 MOVE CS-SEQ       TO CW-SEQ
                 MOVE CS-FONTE     TO CW-FONTE
                 MOVE EVENT-RECORD TO CW-EVENT
                 WRITE CNV-WORK-RECORD
           END-RETURN
           .

       ASSIGN-EVENT-MATRICULA.
      * Walking back in time, MATRMAP always holds who carried each
      * name just after the event in hand.  A rename is undone: the
      * number moves from the new name back to the old one.  An
      * inclusion is undone: the name goes back to whoever, if
      * anyone, carried it before - under the old physical deletes
      * the same name could belong to two people years apart.
           EVALUATE TRUE
              WHEN EV-CHANGE
              AND EV-NOVO-NOME NOT = SPACES
              AND EV-NOVO-NOME NOT = EV-NOME
                 MOVE EV-NOVO-NOME TO SEEK-NOME
                 PERFORM FIND-OR-NUMBER
                 DELETE MAP-FILE RECORD
                 MOVE EV-NOME         TO MAP-NOME
                 MOVE FOUND-MATRICULA TO MAP-MATRICULA
                 WRITE MAP-RECORD
                    INVALID KEY
                       PERFORM REPORT-RENAME-CONFLICT
                 END-WRITE
              WHEN EV-ADD
                 MOVE EV-NOME TO SEEK-NOME
                 PERFORM FIND-OR-NUMBER
                 DELETE MAP-FILE RECORD
              WHEN OTHER
                 MOVE EV-NOME TO SEEK-NOME
                 PERFORM FIND-OR-NUMBER
           END-EVALUATE
           MOVE FOUND-MATRICULA TO EV-MATRICULA
           .

       FIND-OR-NUMBER.
      * Leaves the map entry for SEEK-NOME current in MAP-RECORD,
      * creating it with the next free number when the name is not
      * carried by anybody at this point of the walk.
           MOVE SEEK-NOME TO MAP-NOME
           READ MAP-FILE
              INVALID KEY
                 ADD 1 TO LAST-MATRICULA
                 ADD 1 TO HIST-ONLY-COUNT
                 MOVE SEEK-NOME      TO MAP-NOME
                 MOVE LAST-MATRICULA TO MAP-MATRICULA
                 WRITE MAP-RECORD
                 MOVE LAST-MATRICULA TO CNV-D-MATRICULA
                 MOVE SEEK-NOME      TO CNV-D-NOME
                 MOVE EV-DEPT        TO CNV-D-DEPT
                 MOVE SPACE          TO CNV-D-SIT
                 MOVE 'SO NO HISTORICO' TO CNV-D-ORIGEM
                 PERFORM WRITE-DETAIL-LINE
           END-READ
           MOVE MAP-MATRICULA TO FOUND-MATRICULA
           .

       REPORT-RENAME-CONFLICT.
      * The old name is already held by somebody else at this point
      * of the walk - two people under one name at once, which the
      * name-keyed master never allowed.  The renamed person keeps
      * the number; the event is listed for the data owners.
           ADD 1 TO ANOMALY-COUNT
           REWRITE MAP-RECORD
           MOVE FOUND-MATRICULA TO CNV-D-MATRICULA
           MOVE EV-NOME         TO CNV-D-NOME
           MOVE EV-DEPT         TO CNV-D-DEPT
           MOVE SPACE           TO CNV-D-SIT
           MOVE SPACES          TO CNV-D-ORIGEM
           STRING 'CONFLITO NA ALTERACAO ' EV-DATE
               DELIMITED BY SIZE INTO CNV-D-ORIGEM
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-NEW-EVENTS.
           PERFORM WRITE-ONE-NEW-EVENT UNTIL END-OF-SORT
           .

       WRITE-ONE-NEW-EVENT.
           RETURN CNV-SORT-FILE
              AT END
                 MOVE 'Y' TO END-OF-SORT-SW
              NOT AT END
                 IF CS-FROM-ARCH
                    WRITE NEW-ARCH-RECORD FROM CS-EVENT
                 ELSE
                    WRITE NEW-HIST-RECORD FROM CS-EVENT
                 END-IF
           END-RETURN
           .

       WRITE-DETAIL-LINE.
           IF CNV-RPT-AVAILABLE
              WRITE CNV-RPT-RECORD FROM CNV-DETAIL-LINE
           END-IF
           .

       WRITE-CNV-TOTALS.
           IF CNV-RPT-AVAILABLE
              MOVE SPACES TO CNV-RPT-RECORD
              WRITE CNV-RPT-RECORD
              MOVE 'REGISTROS DO MASTNOME'    TO CNV-T-LABEL
              MOVE MASTER-COUNT               TO CNV-T-COUNT
              PERFORM WRITE-ONE-CNV-TOTAL
              MOVE 'EVENTOS DO HISTARCV'      TO CNV-T-LABEL
              MOVE ARCH-COUNT                 TO CNV-T-COUNT
              PERFORM WRITE-ONE-CNV-TOTAL
              MOVE 'EVENTOS DO HISTNOME'      TO CNV-T-LABEL
              MOVE HIST-COUNT                 TO CNV-T-COUNT
              PERFORM WRITE-ONE-CNV-TOTAL
              MOVE 'PESSOAS SO NO HISTORICO'  TO CNV-T-LABEL
              MOVE HIST-ONLY-COUNT            TO CNV-T-COUNT
              PERFORM WRITE-ONE-CNV-TOTAL
              MOVE 'ANOMALIAS'                TO CNV-T-LABEL
              MOVE ANOMALY-COUNT              TO CNV-T-COUNT
              PERFORM WRITE-ONE-CNV-TOTAL
              MOVE 'ULTIMA MATRICULA ATRIBUIDA' TO CNV-T-LABEL
              MOVE LAST-MATRICULA             TO CNV-T-COUNT
              PERFORM WRITE-ONE-CNV-TOTAL
           END-IF
           DISPLAY 'ULTIMA MATRICULA ATRIBUIDA: ' LAST-MATRICULA
              ' ANOMALIAS: ' ANOMALY-COUNT
           .

       WRITE-ONE-CNV-TOTAL.
           WRITE CNV-RPT-RECORD FROM CNV-TOTAL-LINE
           .


       END PROGRAM MATRCONV.
