              88 HR-REC-HEADER   VALUE 'H'.
              88 HR-REC-DETAIL   VALUE 'D'.
              88 HR-REC-TRAILER  VALUE 'T'.
           05 HR-REC-BODY        PIC X(38).
           05 HR-HEADER-BODY REDEFINES HR-REC-BODY.
              10 HR-H-DATE       PIC 9(8).
              10 HR-H-DATE-X REDEFINES HR-H-DATE.
                 15 HR-H-AAAA    PIC 9(4).
                 15 HR-H-MM      PIC 9(2).
                 15 HR-H-DD      PIC 9(2).
              10 FILLER          PIC X(30).
           05 HR-DETAIL-BODY REDEFINES HR-REC-BODY.
              10 HR-D-ACAO       PIC X.
              10 HR-D-NOME       PIC X(10).
              10 HR-D-NOVO-NOME  PIC X(10).
              10 HR-D-DEPT       PIC X(3).
              10 HR-D-EFF-DATE   PIC X(8).
              10 HR-D-MATRICULA  PIC X(6).
           05 HR-TRAILER-BODY REDEFINES HR-REC-BODY.
              10 HR-T-COUNT      PIC 9(5).
              10 FILLER          PIC X(33).

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
              10 TF-D-MATRICULA  PIC X(6).
              10 FILLER          PIC X(2).
           05 TF-TRAILER-BODY REDEFINES TF-REC-BODY.
              10 TF-T-COUNT      PIC 9(5).
              10 FILLER          PIC X(35).
           05 BREG-STATUS        PIC X.
           05 BREG-DATE-IN       PIC X(8).
           05 BREG-DATE-APPL     PIC X(8).
           05 BREG-KEYED-BY      PIC X(8).
           05 BREG-APPR-BY       PIC X(8).
           05 BREG-APPR-DATE     PIC X(8).
           05 BREG-REASON        PIC X(30).

       FD  HR-RPT-FILE
           LABEL RECORD IS STANDARD.
      * id, the details, a trailer with the control count - and
      * registered on BATCHREG, so the maintenance pass consumes it
      * whole and marks it consumed instead of truncating a shared
      * dataset.  Action codes and matriculas are carried through
      * as-is - a code outside A/D/C/R or a missing matricula is the
      * maintenance pre-edit's business, and it will land on TRANREJ
      * there with that run's rejects.
           OPEN EXTEND TRANS-FILE
           IF TRANS-FILE-STATUS = '35'
              OPEN OUTPUT TRANS-FILE
           MOVE 'H'      TO TF-REC-TYPE
           MOVE SPACES   TO TF-REC-BODY
           MOVE BATCH-ID TO TF-H-BATCH-ID
           MOVE 'HRINTAKE' TO TF-H-USER
           WRITE TRANS-FEED-RECORD
           .

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
                    MOVE HR-D-NOVO-NOME TO TF-D-NOVO-NOME
                    MOVE HR-D-DEPT      TO TF-D-DEPT
                    MOVE HR-D-EFF-DATE  TO TF-D-EFF-DATE
                    MOVE HR-D-MATRICULA TO TF-D-MATRICULA
                    IF HR-D-EFF-DATE NUMERIC
                    AND HR-D-EFF-DATE > FEED-DATE
                       ADD 1 TO GEN-FUT-COUNT
