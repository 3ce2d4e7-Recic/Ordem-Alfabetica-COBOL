           SELECT MASTER-FILE ASSIGN TO "MASTNOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-MATRICULA
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "NDXNOME"
              88 MASTER-ATIVO    VALUE 'A'.
              88 MASTER-INATIVO  VALUE 'I'.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  INDEX-FILE
           LABEL RECORD IS STANDARD.
           05 NDX-KEY.
              10 NDX-CHAVE       PIC X(10).
              10 NDX-NOME        PIC X(10).
              10 NDX-MATRICULA   PIC 9(6).

       FD  INQ-PARM-FILE
           LABEL RECORD IS STANDARD.
           05 DEPT-SITUACAO      PIC X.
              88 DEPT-ATIVO      VALUE 'A'.
              88 DEPT-INATIVO    VALUE 'I'.
           05 DEPT-QUADRO        PIC 9(5).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  BEFORE-TABLE.
           03 BEFORE-ENTRY OCCURS 99 TIMES.
              05 BEF-NOME        PIC X(10).
              05 BEF-MATRICULA   PIC 9(6).

       01  INQ-HEADING.
           05 FILLER             PIC X(11) VALUE 'CONSULTA : '.
           05 INQ-D-FLAG         PIC X(4)  VALUE SPACES.
           05 INQ-D-NOME         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INQ-D-MATRICULA    PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INQ-D-DEPT         PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INQ-D-SIT          PIC X(7).
      * last JANELA entries in a ring, so the report still shows
      * the neighbours on both sides of the name asked for; this
      * dialect has no backward READ on a KSDS, which is why the
      * "before" side comes from the ring.  Homonyms are separate
      * index entries and list one under the other, each with its
      * matricula.  Department, situacao and description are
      * fetched from the master by that matricula (and from
      * DEPTMAST) only for the names actually shown.
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '

       PUSH-BEFORE-ENTRY.
           MOVE NDX-NOME TO BEF-NOME(BEF-NEXT)
           MOVE NDX-MATRICULA TO BEF-MATRICULA(BEF-NEXT)
           IF BEF-NEXT >= JANELA
              MOVE 1 TO BEF-NEXT
           ELSE
       WRITE-ONE-BEFORE.
           MOVE SPACES             TO INQ-D-FLAG
           MOVE BEF-NOME(BEF-IDX)  TO INQ-D-NOME
           MOVE BEF-MATRICULA(BEF-IDX) TO MASTER-MATRICULA
           PERFORM FETCH-MASTER-FIELDS
           PERFORM WRITE-INQ-DETAIL
           IF BEF-IDX >= JANELA
           ADD 1 TO MATCH-COUNT
           MOVE ' ==>'   TO INQ-D-FLAG
           MOVE NDX-NOME TO INQ-D-NOME
           MOVE NDX-MATRICULA TO MASTER-MATRICULA
           PERFORM FETCH-MASTER-FIELDS
           PERFORM WRITE-INQ-DETAIL
           READ INDEX-FILE NEXT RECORD
           ADD 1 TO AFTER-COUNT
           MOVE SPACES   TO INQ-D-FLAG
           MOVE NDX-NOME TO INQ-D-NOME
           MOVE NDX-MATRICULA TO MASTER-MATRICULA
           PERFORM FETCH-MASTER-FIELDS
           PERFORM WRITE-INQ-DETAIL
           READ INDEX-FILE NEXT RECORD
           .

       FETCH-MASTER-FIELDS.
      * The index carries only the folded key, the name as written
      * and the matricula; department and situacao come from the
      * master by a keyed read on the matricula, done only for the
      * handful of names the window actually shows.  An index entry
      * whose master record is gone, or now carries another name,
      * is flagged rather than hidden - it means the index is out
      * of step and the next maintenance pass should be looked at.
           MOVE MASTER-MATRICULA TO INQ-D-MATRICULA
           READ MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO INQ-D-DEPT
                 MOVE '?'    TO WORK-SIT
              NOT INVALID KEY
                 IF MASTER-NOME = INQ-D-NOME
                    MOVE MASTER-DEPT     TO INQ-D-DEPT
                    MOVE MASTER-SITUACAO TO WORK-SIT
                 ELSE
                    MOVE SPACES TO INQ-D-DEPT
                    MOVE '?'    TO WORK-SIT
                 END-IF
           END-READ
           .

           IF INQ-RPT-AVAILABLE
              WRITE INQ-RPT-RECORD FROM INQ-DETAIL
           END-IF
           DISPLAY INQ-D-FLAG ' ' INQ-D-NOME ' ' INQ-D-MATRICULA
              ' ' INQ-D-DEPT
              ' ' INQ-D-SIT ' ' INQ-D-DESC
           .

