      ******************************************************************
      * Author: Renan Cicero
      * Date: //2026
      * Purpose: Movimentacao e rotatividade mensal por departamento
      *          atraves do HISTNOME
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMDEP.


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
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTNOME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT ARCH-FILE ASSIGN TO "HISTARCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT MOV-PARM-FILE ASSIGN TO "MOVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOV-PARM-STATUS.

           SELECT MOV-RPT-FILE ASSIGN TO "MOVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOV-RPT-STATUS.

           SELECT MOV-EXT-FILE ASSIGN TO "MOVEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOV-EXT-STATUS.

           SELECT MOV-SORT-FILE ASSIGN TO "MOVSORT".

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
       01  MASTER-RECORD.
           05 MASTER-NOME     PIC X(10).
           05 MASTER-DEPT     PIC X(3).
           05 MASTER-SITUACAO PIC X.
              88 MASTER-ATIVO    VALUE 'A'.
              88 MASTER-INATIVO  VALUE 'I'.
           05 MASTER-ADMISSAO PIC 9(8).
           05 MASTER-MATRICULA PIC 9(6).

       FD  HIST-FILE
           LABEL RECORD IS STANDARD.
       01  HIST-RECORD           PIC X(44).

       FD  ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  ARCH-RECORD           PIC X(44).

       FD  MOV-PARM-FILE
           LABEL RECORD IS STANDARD.
       01  MOV-PARM-RECORD.
           05 MP-MONTH-FROM      PIC X(6).
           05 MP-MONTH-TO        PIC X(6).
           05 MP-ARCHIVE         PIC X.

       FD  MOV-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  MOV-RPT-RECORD        PIC X(80).

       FD  MOV-EXT-FILE
           LABEL RECORD IS STANDARD.
       01  MOV-EXT-RECORD.
           05 MX-TIPO            PIC X.
              88 MX-HEADER       VALUE 'H'.
              88 MX-DETAIL       VALUE 'D'.
              88 MX-TOTAL        VALUE 'T'.
           05 MX-MES             PIC 9(6).
           05 MX-DEPT            PIC X(3).
           05 MX-ABERT           PIC 9(7).
           05 MX-ADM             PIC 9(7).
           05 MX-DESL            PIC 9(7).
           05 MX-REINT           PIC 9(7).
           05 MX-TENT            PIC 9(7).
           05 MX-TSAI            PIC 9(7).
           05 MX-FECH            PIC 9(7).
           05 MX-TAXA            PIC 9(3)V99.
       01  MOV-EXT-HEADER.
           05 MX-H-TIPO          PIC X.
           05 MX-H-DATA          PIC 9(8).
           05 MX-H-MES-DE        PIC 9(6).
           05 MX-H-MES-ATE       PIC 9(6).
           05 MX-H-ARQUIVO       PIC X.
           05 FILLER             PIC X(42).

       SD  MOV-SORT-FILE.
       01  MOV-SORT-RECORD.
           05 MS-MATRICULA       PIC 9(6).
           05 MS-SEQ             PIC 9(9).
           05 MS-EVENT           PIC X(44).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS    PIC XX     VALUE '00'.
       77  HIST-FILE-STATUS      PIC XX     VALUE '00'.
       77  ARCH-FILE-STATUS      PIC XX     VALUE '00'.
       77  MOV-PARM-STATUS       PIC XX     VALUE '00'.
       77  MOV-RPT-STATUS        PIC XX     VALUE '00'.
       77  MOV-EXT-STATUS        PIC XX     VALUE '00'.
       77  MOV-RPT-SW            PIC X      VALUE 'N'.
           88 MOV-RPT-AVAILABLE              VALUE 'Y'.
       77  MOV-EXT-SW            PIC X      VALUE 'N'.
           88 MOV-EXT-AVAILABLE              VALUE 'Y'.
       77  ARCH-REQUEST-SW       PIC X      VALUE 'N'.
           88 ARCH-REQUESTED                 VALUE 'Y'.
       77  ARCH-SW               PIC X      VALUE 'N'.
           88 ARCH-AVAILABLE                 VALUE 'Y'.
       77  END-OF-MASTER-SW      PIC X      VALUE 'N'.
           88 END-OF-MASTER                  VALUE 'Y'.
       77  END-OF-HIST-SW        PIC X      VALUE 'N'.
           88 END-OF-HIST                    VALUE 'Y'.
       77  END-OF-SORT-SW        PIC X      VALUE 'N'.
           88 END-OF-SORT                    VALUE 'Y'.
       77  OPENING-SW            PIC X      VALUE 'N'.
           88 OPENING-TAKEN                  VALUE 'Y'.
       77  PERSON-ACTIVE-SW      PIC X      VALUE 'N'.
           88 PERSON-ACTIVE                  VALUE 'Y'.
       77  BEFORE-ACTIVE-SW      PIC X      VALUE 'N'.
           88 BEFORE-ACTIVE                  VALUE 'Y'.
       77  DEPTS-OVERFLOW-SW     PIC X      VALUE 'N'.
           88 DEPTS-OVERFLOW                 VALUE 'Y'.
       77  MONTH-FROM-X          PIC X(6)   VALUE SPACES.
       77  MONTH-TO-X            PIC X(6)   VALUE SPACES.
       77  MONTH-FROM            PIC 9(6)   VALUE 0.
       77  MONTH-TO              PIC 9(6)   VALUE 0.
       77  FROM-MONTH-NUM        PIC 9(6)   VALUE 0.
       77  TO-MONTH-NUM          PIC 9(6)   VALUE 0.
       77  EVENT-MONTH-NUM       PIC 9(6)   VALUE 0.
       77  LABEL-MONTH-NUM       PIC 9(6)   VALUE 0.
       77  MONTH-YYYY            PIC 9(4)   VALUE 0.
       77  MONTH-MM              PIC 9(2)   VALUE 0.
       77  MONTH-COUNT           PIC 9(2)   VALUE 0.
       77  MONTH-IDX             PIC 9(2)   VALUE 0.
       77  MONTH-HIT             PIC 9(2)   VALUE 0.
       77  DEPT-COUNT            PIC 9(3)   VALUE 0.
       77  DEPT-IDX              PIC 9(3)   VALUE 0.
       77  DEPT-POS              PIC 9(3)   VALUE 0.
       77  DEPT-HIT              PIC 9(3)   VALUE 0.
       77  SHIFT-IDX             PIC S9(3)  VALUE 0.
       77  WORK-DEPT             PIC X(3)   VALUE SPACES.
       77  CURRENT-MATRICULA     PIC 9(6)   VALUE 0.
       77  PERSON-DEPT           PIC X(3)   VALUE SPACES.
       77  BEFORE-DEPT           PIC X(3)   VALUE SPACES.
       77  EVENT-SEQ             PIC 9(9)   VALUE 0.
       77  EVENTS-READ           PIC 9(7)   VALUE 0.
       77  EVENTS-IN-PERIOD      PIC 9(7)   VALUE 0.
       77  NO-MATRICULA-COUNT    PIC 9(7)   VALUE 0.
       77  NO-ORIGIN-COUNT       PIC 9(7)   VALUE 0.
       77  PERSONS-WITH-EVENTS   PIC 9(7)   VALUE 0.
       77  PERSONS-WITHOUT       PIC 9(7)   VALUE 0.
       77  RATE-BASE             PIC 9(8)   VALUE 0.

       01  EVENT-RECORD.
           05 EV-DATE.
              10 EV-YYYY         PIC 9(4).
              10 EV-MM           PIC 9(2).
              10 EV-DD           PIC 9(2).
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

      * Up to 12 months side by side and 300 departments - a year
      * per submission; a longer study is two submissions, the
      * second starting where the first ended.  Only the first
      * month's opening is tallied from the people; the others
      * are carried from the month before when the report is
      * written, so every row balances.
       01  MOVIM-TABLE.
           03 MONTH-COL OCCURS 12 TIMES.
              05 MC-YYYYMM       PIC 9(6).
           03 DEPT-ROW OCCURS 300 TIMES.
              05 DR-DEPT         PIC X(3).
              05 DR-CELL OCCURS 12 TIMES.
                 10 DR-ABERT     PIC 9(5).
                 10 DR-ADM       PIC 9(5).
                 10 DR-DESL      PIC 9(5).
                 10 DR-REINT     PIC 9(5).
                 10 DR-TENT      PIC 9(5).
                 10 DR-TSAI      PIC 9(5).
                 10 DR-FECH      PIC 9(5).

       01  TOTAL-ROW.
           03 TR-CELL OCCURS 12 TIMES.
              05 TR-ABERT        PIC 9(7).
              05 TR-ADM          PIC 9(7).
              05 TR-DESL         PIC 9(7).
              05 TR-REINT        PIC 9(7).
              05 TR-TENT         PIC 9(7).
              05 TR-TSAI         PIC 9(7).
              05 TR-FECH         PIC 9(7).

      * One department-month (or company-month) on its way to the
      * report and the extract.
       01  WORK-CELL.
           05 WC-MES             PIC 9(6).
           05 WC-ABERT           PIC 9(7).
           05 WC-ADM             PIC 9(7).
           05 WC-DESL            PIC 9(7).
           05 WC-REINT           PIC 9(7).
           05 WC-TENT            PIC 9(7).
           05 WC-TSAI            PIC 9(7).
           05 WC-FECH            PIC 9(7).
           05 WC-TAXA            PIC 9(3)V99.

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

       01  MOV-RPT-HEADING.
           05 FILLER             PIC X(30)
              VALUE 'MOVIMENTACAO POR DEPARTAMENTO'.
           05 FILLER             PIC X(6)  VALUE 'DATA: '.
           05 MOV-RPT-H-DATE     PIC X(10).

       01  MOV-PERIOD-LINE.
           05 FILLER             PIC X(9)  VALUE 'PERIODO: '.
           05 MOV-P-FROM         PIC X(7).
           05 FILLER             PIC X(3)  VALUE ' A '.
           05 MOV-P-TO           PIC X(7).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 MOV-P-SOURCE       PIC X(30).

       01  MOV-DEPT-LINE.
           05 FILLER             PIC X(13) VALUE 'DEPARTAMENTO '.
           05 MOV-L-DEPT         PIC X(5).

       01  MOV-COL-HEAD.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(7)  VALUE 'MES'.
           05 FILLER             PIC X(8)  VALUE '  ABERT.'.
           05 FILLER             PIC X(8)  VALUE '    ADM.'.
           05 FILLER             PIC X(8)  VALUE '   DESL.'.
           05 FILLER             PIC X(8)  VALUE '  REINT.'.
           05 FILLER             PIC X(8)  VALUE '  TR.ENT'.
           05 FILLER             PIC X(8)  VALUE '  TR.SAI'.
           05 FILLER             PIC X(8)  VALUE '   FECH.'.
           05 FILLER             PIC X(8)  VALUE '  ROTAT%'.

       01  MOV-DETAIL.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-MES          PIC X(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-ABERT        PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-ADM          PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-DESL         PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-REINT        PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-TENT         PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-TSAI         PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-FECH         PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOV-D-TAXA         PIC ZZ9,99.

       01  MOV-COUNT-LINE.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 MOV-C-LABEL        PIC X(30).
           05 MOV-C-COUNT        PIC ZZZZZZ9.


      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * DEPTCENS shows how big each department was on a run date;
      * this shows why it changed.  The HISTNOME events - with
      * HISTARCV read first when MOVPARM asks for it - are sorted
      * by matricula and order of application, and each person is
      * followed through them: the state just before the first
      * month is that person's share of the opening headcount,
      * and every event inside the period that moves the person in
      * or out of the active roster, or between departments, is a
      * flow of its month.  A C event names only the department
      * the person ended up in; the one they left is the one the
      * person's previous event put them in.  People with no event
      * at all are on MASTNOME exactly as they have always been.
      * Closing headcount is opening plus inflows minus outflows,
      * and is the next month's opening.
           MOVE FUNCTION CURRENT-DATE TO SYS-DATE-TIME
           STRING SYS-DD '/' SYS-MM '/' SYS-YYYY
               DELIMITED BY SIZE INTO RPT-DATE
           INITIALIZE MOVIM-TABLE
           INITIALIZE TOTAL-ROW

           PERFORM READ-MOV-PARM

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - MASTNOME INDISPONIVEL, STATUS '
                 MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO MASTER-MATRICULA
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-MATRICULA
              INVALID KEY
                 MOVE 'Y' TO END-OF-MASTER-SW
           END-START

           OPEN INPUT HIST-FILE
           IF HIST-FILE-STATUS NOT = '00'
              DISPLAY 'ERRO - HISTNOME INDISPONIVEL, STATUS '
                 HIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      * The outputs are opened only once both inputs are known to
      * be there, so a failed run leaves no header-only extract
      * generation behind for HR analytics to mistake for a
      * period without movement.
           PERFORM OPEN-MOV-REPORT
           PERFORM OPEN-MOV-EXTRACT
           IF ARCH-REQUESTED
              OPEN INPUT ARCH-FILE
              IF ARCH-FILE-STATUS = '00'
                 SET ARCH-AVAILABLE TO TRUE
              ELSE
                 DISPLAY 'AVISO - HISTARCV INDISPONIVEL, STATUS '
                    ARCH-FILE-STATUS
              END-IF
           END-IF

           SORT MOV-SORT-FILE
               ON ASCENDING KEY MS-MATRICULA MS-SEQ
               INPUT PROCEDURE IS RELEASE-HIST-EVENTS
               OUTPUT PROCEDURE IS TALLY-PEOPLE

           CLOSE MASTER-FILE
           CLOSE HIST-FILE
           IF ARCH-AVAILABLE
              CLOSE ARCH-FILE
           END-IF

           PERFORM WRITE-MOVIM-REPORT

           IF MOV-RPT-AVAILABLE
              CLOSE MOV-RPT-FILE
           END-IF
           IF MOV-EXT-AVAILABLE
              CLOSE MOV-EXT-FILE
           END-IF
           IF NO-ORIGIN-COUNT > 0
           OR NO-MATRICULA-COUNT > 0
           OR (ARCH-REQUESTED AND NOT ARCH-AVAILABLE)
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-MOV-PARM.
      * The parm is optional: no MOVPARM, or a blank first month,
      * means last calendar month; a blank last month means the
      * first one alone.  Months are AAAAMM, at most 12 of them,
      * and the period must not run backwards.  An 'A' in col 13
      * brings in HISTARCV as well.
           MOVE SYS-YYYY TO MONTH-YYYY
           COMPUTE MONTH-MM = SYS-MM - 1
           IF MONTH-MM = 0
              MOVE 12 TO MONTH-MM
              SUBTRACT 1 FROM MONTH-YYYY
           END-IF
           COMPUTE MONTH-FROM = MONTH-YYYY * 100 + MONTH-MM
           OPEN INPUT MOV-PARM-FILE
           IF MOV-PARM-STATUS = '00'
              READ MOV-PARM-FILE
                 NOT AT END
                    MOVE MP-MONTH-FROM TO MONTH-FROM-X
                    MOVE MP-MONTH-TO   TO MONTH-TO-X
                    IF MP-ARCHIVE = 'A'
                       SET ARCH-REQUESTED TO TRUE
                    END-IF
              END-READ
              CLOSE MOV-PARM-FILE
           END-IF
           IF MONTH-FROM-X NOT = SPACES
              IF MONTH-FROM-X NUMERIC
              AND MONTH-FROM-X(5:2) >= '01'
              AND MONTH-FROM-X(5:2) <= '12'
                 MOVE MONTH-FROM-X TO MONTH-FROM
              ELSE
                 DISPLAY 'ERRO - MES INICIAL INVALIDO NO MOVPARM: '
                    MONTH-FROM-X
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE MONTH-FROM TO MONTH-TO
           IF MONTH-TO-X NOT = SPACES
              IF MONTH-TO-X NUMERIC
              AND MONTH-TO-X(5:2) >= '01'
              AND MONTH-TO-X(5:2) <= '12'
                 MOVE MONTH-TO-X TO MONTH-TO
              ELSE
                 DISPLAY 'ERRO - MES FINAL INVALIDO NO MOVPARM: '
                    MONTH-TO-X
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF MONTH-FROM > MONTH-TO
              DISPLAY 'ERRO - PERIODO INVERTIDO NO MOVPARM: '
                 MONTH-FROM ' A ' MONTH-TO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DIVIDE MONTH-FROM BY 100 GIVING MONTH-YYYY
              REMAINDER MONTH-MM
           COMPUTE FROM-MONTH-NUM = MONTH-YYYY * 12 + MONTH-MM
           DIVIDE MONTH-TO BY 100 GIVING MONTH-YYYY
              REMAINDER MONTH-MM
           COMPUTE TO-MONTH-NUM = MONTH-YYYY * 12 + MONTH-MM
           IF TO-MONTH-NUM - FROM-MONTH-NUM >= 12
              DISPLAY 'ERRO - PERIODO ACIMA DE 12 MESES NO MOVPARM: '
                 MONTH-FROM ' A ' MONTH-TO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE MONTH-COUNT = TO-MONTH-NUM - FROM-MONTH-NUM + 1
           PERFORM LABEL-ONE-MONTH VARYING MONTH-IDX FROM 1 BY 1
           UNTIL MONTH-IDX > MONTH-COUNT
           .

       LABEL-ONE-MONTH.
           COMPUTE LABEL-MONTH-NUM = FROM-MONTH-NUM + MONTH-IDX - 1
           COMPUTE MONTH-YYYY = (LABEL-MONTH-NUM - 1) / 12
           COMPUTE MONTH-MM = LABEL-MONTH-NUM - MONTH-YYYY * 12
           COMPUTE MC-YYYYMM(MONTH-IDX) = MONTH-YYYY * 100 + MONTH-MM
           .

       OPEN-MOV-REPORT.
           OPEN OUTPUT MOV-RPT-FILE
           IF MOV-RPT-STATUS = '00'
              SET MOV-RPT-AVAILABLE TO TRUE
              MOVE RPT-DATE TO MOV-RPT-H-DATE
              WRITE MOV-RPT-RECORD FROM MOV-RPT-HEADING
              MOVE SPACES TO MOV-P-FROM MOV-P-TO
              STRING MONTH-FROM(1:4) '/' MONTH-FROM(5:2)
                  DELIMITED BY SIZE INTO MOV-P-FROM
              STRING MONTH-TO(1:4) '/' MONTH-TO(5:2)
                  DELIMITED BY SIZE INTO MOV-P-TO
              IF ARCH-REQUESTED
                 MOVE 'HISTARCV + HISTNOME' TO MOV-P-SOURCE
              ELSE
                 MOVE 'HISTNOME' TO MOV-P-SOURCE
              END-IF
              WRITE MOV-RPT-RECORD FROM MOV-PERIOD-LINE
           ELSE
              DISPLAY 'AVISO - MOVRPT INDISPONIVEL, STATUS '
                 MOV-RPT-STATUS
           END-IF
           .

       OPEN-MOV-EXTRACT.
           OPEN OUTPUT MOV-EXT-FILE
           IF MOV-EXT-STATUS = '00'
              SET MOV-EXT-AVAILABLE TO TRUE
              MOVE SPACES         TO MOV-EXT-HEADER
              MOVE 'H'            TO MX-H-TIPO
              MOVE SYS-DATE-FIELDS TO MX-H-DATA
              MOVE MONTH-FROM     TO MX-H-MES-DE
              MOVE MONTH-TO       TO MX-H-MES-ATE
              IF ARCH-REQUESTED
                 MOVE 'A'         TO MX-H-ARQUIVO
              END-IF
              WRITE MOV-EXT-HEADER
           ELSE
              DISPLAY 'AVISO - MOVEXT INDISPONIVEL, STATUS '
                 MOV-EXT-STATUS
           END-IF
           .

       RELEASE-HIST-EVENTS.
      * HISTARCV only ever receives the oldest events, so it goes
      * in first; the running sequence keeps each person's events
      * in the order they were applied.
           IF ARCH-AVAILABLE
              MOVE 'N' TO END-OF-HIST-SW
              PERFORM RELEASE-ONE-ARCH-EVENT UNTIL END-OF-HIST
           END-IF
           MOVE 'N' TO END-OF-HIST-SW
           PERFORM RELEASE-ONE-HIST-EVENT UNTIL END-OF-HIST
           .

       RELEASE-ONE-ARCH-EVENT.
           READ ARCH-FILE
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 MOVE ARCH-RECORD TO EVENT-RECORD
                 PERFORM RELEASE-ONE-EVENT
           END-READ
           .

       RELEASE-ONE-HIST-EVENT.
           READ HIST-FILE
              AT END
                 MOVE 'Y' TO END-OF-HIST-SW
              NOT AT END
                 MOVE HIST-RECORD TO EVENT-RECORD
                 PERFORM RELEASE-ONE-EVENT
           END-READ
           .

       RELEASE-ONE-EVENT.
           ADD 1 TO EVENTS-READ
           IF EV-MATRICULA NUMERIC
           AND EV-MATRICULA > 0
              ADD 1 TO EVENT-SEQ
              MOVE EV-MATRICULA TO MS-MATRICULA
              MOVE EVENT-SEQ    TO MS-SEQ
              MOVE EVENT-RECORD TO MS-EVENT
              RELEASE MOV-SORT-RECORD
           ELSE
              ADD 1 TO NO-MATRICULA-COUNT
           END-IF
           .

       TALLY-PEOPLE.
      * Matched against MASTNOME, also in matricula order: master
      * records with no event in between are tallied as they
      * stand; a person with events is tallied from the events.
           PERFORM READ-NEXT-MASTER
           MOVE 'N' TO END-OF-SORT-SW
           PERFORM RETURN-NEXT-EVENT
           PERFORM TALLY-ONE-PERSON UNTIL END-OF-SORT
           PERFORM TALLY-MASTER-ONLY UNTIL END-OF-MASTER
           .

       READ-NEXT-MASTER.
           IF NOT END-OF-MASTER
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO END-OF-MASTER-SW
              END-READ
           END-IF
           .

       RETURN-NEXT-EVENT.
           RETURN MOV-SORT-FILE
              AT END
                 MOVE 'Y' TO END-OF-SORT-SW
              NOT AT END
                 MOVE MS-EVENT TO EVENT-RECORD
                 COMPUTE EVENT-MONTH-NUM = EV-YYYY * 12 + EV-MM
           END-RETURN
           .

       TALLY-ONE-PERSON.
           MOVE EV-MATRICULA TO CURRENT-MATRICULA
           PERFORM TALLY-MASTER-ONLY UNTIL END-OF-MASTER
           OR MASTER-MATRICULA NOT < CURRENT-MATRICULA
           IF NOT END-OF-MASTER
           AND MASTER-MATRICULA = CURRENT-MATRICULA
              PERFORM READ-NEXT-MASTER
           END-IF
           ADD 1 TO PERSONS-WITH-EVENTS
           PERFORM START-PERSON
           PERFORM APPLY-ONE-EVENT UNTIL END-OF-SORT
           OR EV-MATRICULA NOT = CURRENT-MATRICULA
           IF NOT OPENING-TAKEN
              PERFORM TAKE-OPENING
           END-IF
           .

       TALLY-MASTER-ONLY.
           IF MASTER-ATIVO
              ADD 1 TO PERSONS-WITHOUT
              MOVE MASTER-DEPT TO PERSON-DEPT
              PERFORM FOLD-PERSON-DEPT
              MOVE PERSON-DEPT TO WORK-DEPT
              PERFORM FIND-DEPT-ROW
              IF DEPT-HIT > 0
                 ADD 1 TO DR-ABERT(DEPT-HIT, 1)
              END-IF
           END-IF
           PERFORM READ-NEXT-MASTER
           .

       START-PERSON.
      * Where the person stood before their first event on file:
      * nowhere before an inclusion, inactive before a
      * reinstatement, active in the event's department before a
      * deactivation.  Before a first C the department left is
      * not on file - the person is taken as already in the
      * department the C names, and a C of that kind inside the
      * period is counted apart so the reader knows some
      * transfers may be missing (HISTARCV, when kept, usually
      * reaches further back).
           MOVE 'N' TO OPENING-SW
           MOVE EV-DEPT TO PERSON-DEPT
           PERFORM FOLD-PERSON-DEPT
           EVALUATE TRUE
              WHEN EV-ADD
              WHEN EV-REINST
                 MOVE 'N' TO PERSON-ACTIVE-SW
              WHEN EV-CHANGE
                 MOVE 'Y' TO PERSON-ACTIVE-SW
                 IF EVENT-MONTH-NUM >= FROM-MONTH-NUM
                 AND EVENT-MONTH-NUM <= TO-MONTH-NUM
                    ADD 1 TO NO-ORIGIN-COUNT
                 END-IF
              WHEN OTHER
                 MOVE 'Y' TO PERSON-ACTIVE-SW
           END-EVALUATE
           .

       APPLY-ONE-EVENT.
           IF EVENT-MONTH-NUM >= FROM-MONTH-NUM
           AND NOT OPENING-TAKEN
              PERFORM TAKE-OPENING
           END-IF
           MOVE PERSON-ACTIVE-SW TO BEFORE-ACTIVE-SW
           MOVE PERSON-DEPT      TO BEFORE-DEPT
           EVALUATE TRUE
              WHEN EV-ADD
              WHEN EV-REINST
                 MOVE 'Y' TO PERSON-ACTIVE-SW
                 MOVE EV-DEPT TO PERSON-DEPT
                 PERFORM FOLD-PERSON-DEPT
              WHEN EV-DELETE
                 MOVE 'N' TO PERSON-ACTIVE-SW
                 MOVE EV-DEPT TO PERSON-DEPT
                 PERFORM FOLD-PERSON-DEPT
              WHEN EV-CHANGE
                 MOVE EV-DEPT TO PERSON-DEPT
                 PERFORM FOLD-PERSON-DEPT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF EVENT-MONTH-NUM >= FROM-MONTH-NUM
           AND EVENT-MONTH-NUM <= TO-MONTH-NUM
              ADD 1 TO EVENTS-IN-PERIOD
              COMPUTE MONTH-HIT = EVENT-MONTH-NUM - FROM-MONTH-NUM
                 + 1
              PERFORM TALLY-FLOWS
           END-IF
           PERFORM RETURN-NEXT-EVENT
           .

       TALLY-FLOWS.
      * Flows come from the change of state, not from the event
      * code alone, so the rows always balance: a D for someone
      * already inactive moves nothing, and an outflow is charged
      * to the department the person was in, an inflow to the one
      * they land in.
           EVALUATE TRUE
              WHEN PERSON-ACTIVE AND NOT BEFORE-ACTIVE
                 MOVE PERSON-DEPT TO WORK-DEPT
                 PERFORM FIND-DEPT-ROW
                 IF DEPT-HIT > 0
                    IF EV-REINST
                       ADD 1 TO DR-REINT(DEPT-HIT, MONTH-HIT)
                    ELSE
                       ADD 1 TO DR-ADM(DEPT-HIT, MONTH-HIT)
                    END-IF
                 END-IF
              WHEN BEFORE-ACTIVE AND NOT PERSON-ACTIVE
                 MOVE BEFORE-DEPT TO WORK-DEPT
                 PERFORM FIND-DEPT-ROW
                 IF DEPT-HIT > 0
                    ADD 1 TO DR-DESL(DEPT-HIT, MONTH-HIT)
                 END-IF
              WHEN BEFORE-ACTIVE AND PERSON-ACTIVE
              AND BEFORE-DEPT NOT = PERSON-DEPT
                 MOVE BEFORE-DEPT TO WORK-DEPT
                 PERFORM FIND-DEPT-ROW
                 IF DEPT-HIT > 0
                    ADD 1 TO DR-TSAI(DEPT-HIT, MONTH-HIT)
                 END-IF
                 MOVE PERSON-DEPT TO WORK-DEPT
                 PERFORM FIND-DEPT-ROW
                 IF DEPT-HIT > 0
                    ADD 1 TO DR-TENT(DEPT-HIT, MONTH-HIT)
                 END-IF
           END-EVALUATE
           .

       TAKE-OPENING.
           SET OPENING-TAKEN TO TRUE
           IF PERSON-ACTIVE
              MOVE PERSON-DEPT TO WORK-DEPT
              PERFORM FIND-DEPT-ROW
              IF DEPT-HIT > 0
                 ADD 1 TO DR-ABERT(DEPT-HIT, 1)
              END-IF
           END-IF
           .

       FOLD-PERSON-DEPT.
      * No department counts under '***', as on the printed list.
           IF PERSON-DEPT = SPACES
              MOVE '***' TO PERSON-DEPT
           END-IF
           .

       FIND-DEPT-ROW.
      * Rows are kept in department order, so the report needs no
      * sort: a department not yet seen is slotted in at its place.
           MOVE 0 TO DEPT-HIT
           MOVE 0 TO DEPT-POS
           PERFORM TEST-ONE-DEPT-ROW VARYING DEPT-IDX
           FROM 1 BY 1 UNTIL DEPT-IDX > DEPT-COUNT
           OR DEPT-POS > 0
           IF DEPT-POS > 0
              IF DR-DEPT(DEPT-POS) = WORK-DEPT
                 MOVE DEPT-POS TO DEPT-HIT
              END-IF
           ELSE
              COMPUTE DEPT-POS = DEPT-COUNT + 1
           END-IF
           IF DEPT-HIT = 0
              IF DEPT-COUNT >= 300
                 IF NOT DEPTS-OVERFLOW
                    SET DEPTS-OVERFLOW TO TRUE
                    DISPLAY 'AVISO - MAIS DE 300 DEPARTAMENTOS, '
                       'EXCEDENTE IGNORADO'
                 END-IF
              ELSE
                 PERFORM SHIFT-ONE-DEPT-ROW VARYING SHIFT-IDX
                 FROM DEPT-COUNT BY -1 UNTIL SHIFT-IDX < DEPT-POS
                 ADD 1 TO DEPT-COUNT
                 MOVE DEPT-POS TO DEPT-HIT
                 INITIALIZE DEPT-ROW(DEPT-HIT)
                 MOVE WORK-DEPT TO DR-DEPT(DEPT-HIT)
              END-IF
           END-IF
           .

       TEST-ONE-DEPT-ROW.
           IF DR-DEPT(DEPT-IDX) NOT < WORK-DEPT
              MOVE DEPT-IDX TO DEPT-POS
           END-IF
           .

       SHIFT-ONE-DEPT-ROW.
           MOVE DEPT-ROW(SHIFT-IDX) TO DEPT-ROW(SHIFT-IDX + 1)
           .

       WRITE-MOVIM-REPORT.
           PERFORM CARRY-ONE-DEPT VARYING DEPT-IDX FROM 1 BY 1
           UNTIL DEPT-IDX > DEPT-COUNT
           PERFORM WRITE-ONE-DEPT-BLOCK VARYING DEPT-IDX FROM 1 BY 1
           UNTIL DEPT-IDX > DEPT-COUNT
           PERFORM WRITE-TOTAL-BLOCK
           IF MOV-RPT-AVAILABLE
              MOVE SPACES TO MOV-RPT-RECORD
              WRITE MOV-RPT-RECORD
              MOVE 'EVENTOS LIDOS'             TO MOV-C-LABEL
              MOVE EVENTS-READ                 TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'EVENTOS NO PERIODO'        TO MOV-C-LABEL
              MOVE EVENTS-IN-PERIOD            TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'EVENTOS SEM MATRICULA'     TO MOV-C-LABEL
              MOVE NO-MATRICULA-COUNT          TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'ALTERACOES SEM DEPTO ORIGEM' TO MOV-C-LABEL
              MOVE NO-ORIGIN-COUNT             TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'PESSOAS COM EVENTOS'       TO MOV-C-LABEL
              MOVE PERSONS-WITH-EVENTS         TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'ATIVOS SEM EVENTOS'        TO MOV-C-LABEL
              MOVE PERSONS-WITHOUT             TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
              MOVE 'DEPARTAMENTOS'             TO MOV-C-LABEL
              MOVE DEPT-COUNT                  TO MOV-C-COUNT
              PERFORM WRITE-ONE-COUNT
           END-IF
           DISPLAY 'MOVIMENTACAO - MESES: ' MONTH-COUNT
              ' DEPARTAMENTOS: ' DEPT-COUNT
              ' EVENTOS NO PERIODO: ' EVENTS-IN-PERIOD
           .

       CARRY-ONE-DEPT.
           PERFORM CARRY-ONE-MONTH VARYING MONTH-IDX FROM 1 BY 1
           UNTIL MONTH-IDX > MONTH-COUNT
           .

       CARRY-ONE-MONTH.
           COMPUTE DR-FECH(DEPT-IDX, MONTH-IDX) =
              DR-ABERT(DEPT-IDX, MONTH-IDX)
              + DR-ADM(DEPT-IDX, MONTH-IDX)
              + DR-REINT(DEPT-IDX, MONTH-IDX)
              + DR-TENT(DEPT-IDX, MONTH-IDX)
              - DR-DESL(DEPT-IDX, MONTH-IDX)
              - DR-TSAI(DEPT-IDX, MONTH-IDX)
           IF MONTH-IDX < MONTH-COUNT
              MOVE DR-FECH(DEPT-IDX, MONTH-IDX)
                 TO DR-ABERT(DEPT-IDX, MONTH-IDX + 1)
           END-IF
           ADD DR-ABERT(DEPT-IDX, MONTH-IDX) TO TR-ABERT(MONTH-IDX)
           ADD DR-ADM(DEPT-IDX, MONTH-IDX)   TO TR-ADM(MONTH-IDX)
           ADD DR-DESL(DEPT-IDX, MONTH-IDX)  TO TR-DESL(MONTH-IDX)
           ADD DR-REINT(DEPT-IDX, MONTH-IDX) TO TR-REINT(MONTH-IDX)
           ADD DR-TENT(DEPT-IDX, MONTH-IDX)  TO TR-TENT(MONTH-IDX)
           ADD DR-TSAI(DEPT-IDX, MONTH-IDX)  TO TR-TSAI(MONTH-IDX)
           ADD DR-FECH(DEPT-IDX, MONTH-IDX)  TO TR-FECH(MONTH-IDX)
           .

       WRITE-ONE-DEPT-BLOCK.
           MOVE DR-DEPT(DEPT-IDX) TO MOV-L-DEPT
           PERFORM WRITE-BLOCK-HEAD
           PERFORM WRITE-ONE-DEPT-MONTH VARYING MONTH-IDX
           FROM 1 BY 1 UNTIL MONTH-IDX > MONTH-COUNT
           .

       WRITE-ONE-DEPT-MONTH.
           MOVE MC-YYYYMM(MONTH-IDX)          TO WC-MES
           MOVE DR-ABERT(DEPT-IDX, MONTH-IDX) TO WC-ABERT
           MOVE DR-ADM(DEPT-IDX, MONTH-IDX)   TO WC-ADM
           MOVE DR-DESL(DEPT-IDX, MONTH-IDX)  TO WC-DESL
           MOVE DR-REINT(DEPT-IDX, MONTH-IDX) TO WC-REINT
           MOVE DR-TENT(DEPT-IDX, MONTH-IDX)  TO WC-TENT
           MOVE DR-TSAI(DEPT-IDX, MONTH-IDX)  TO WC-TSAI
           MOVE DR-FECH(DEPT-IDX, MONTH-IDX)  TO WC-FECH
           PERFORM COMPUTE-TURNOVER-RATE
           PERFORM WRITE-ONE-MONTH-LINE
           IF MOV-EXT-AVAILABLE
              MOVE 'D'               TO MX-TIPO
              MOVE DR-DEPT(DEPT-IDX) TO MX-DEPT
              PERFORM WRITE-ONE-EXTRACT
           END-IF
           .

       WRITE-TOTAL-BLOCK.
      * Company-wide: transfers in and out cancel out here and are
      * shown only as the volume of internal movement.
           MOVE 'GERAL' TO MOV-L-DEPT
           PERFORM WRITE-BLOCK-HEAD
           PERFORM WRITE-ONE-TOTAL-MONTH VARYING MONTH-IDX
           FROM 1 BY 1 UNTIL MONTH-IDX > MONTH-COUNT
           .

       WRITE-ONE-TOTAL-MONTH.
           MOVE MC-YYYYMM(MONTH-IDX) TO WC-MES
           MOVE TR-ABERT(MONTH-IDX)  TO WC-ABERT
           MOVE TR-ADM(MONTH-IDX)    TO WC-ADM
           MOVE TR-DESL(MONTH-IDX)   TO WC-DESL
           MOVE TR-REINT(MONTH-IDX)  TO WC-REINT
           MOVE TR-TENT(MONTH-IDX)   TO WC-TENT
           MOVE TR-TSAI(MONTH-IDX)   TO WC-TSAI
           MOVE TR-FECH(MONTH-IDX)   TO WC-FECH
           PERFORM COMPUTE-TURNOVER-RATE
           PERFORM WRITE-ONE-MONTH-LINE
           IF MOV-EXT-AVAILABLE
              MOVE 'T'    TO MX-TIPO
              MOVE SPACES TO MX-DEPT
              PERFORM WRITE-ONE-EXTRACT
           END-IF
           .

       COMPUTE-TURNOVER-RATE.
      * Rotatividade: half the sum of everyone who came in
      * (inclusions and reinstatements) and everyone who left,
      * over the average of opening and closing headcount, in
      * percent.  Transfers are internal and stay out of it.
           COMPUTE RATE-BASE = WC-ABERT + WC-FECH
           IF RATE-BASE = 0
              MOVE 0 TO WC-TAXA
           ELSE
              COMPUTE WC-TAXA ROUNDED =
                 (WC-ADM + WC-REINT + WC-DESL) * 100 / RATE-BASE
                 ON SIZE ERROR
                    MOVE 999,99 TO WC-TAXA
              END-COMPUTE
           END-IF
           .

       WRITE-BLOCK-HEAD.
           IF MOV-RPT-AVAILABLE
              MOVE SPACES TO MOV-RPT-RECORD
              WRITE MOV-RPT-RECORD
              WRITE MOV-RPT-RECORD FROM MOV-DEPT-LINE
              WRITE MOV-RPT-RECORD FROM MOV-COL-HEAD
           END-IF
           .

       WRITE-ONE-MONTH-LINE.
           IF MOV-RPT-AVAILABLE
              MOVE SPACES TO MOV-D-MES
              STRING WC-MES(1:4) '/' WC-MES(5:2)
                  DELIMITED BY SIZE INTO MOV-D-MES
              MOVE WC-ABERT TO MOV-D-ABERT
              MOVE WC-ADM   TO MOV-D-ADM
              MOVE WC-DESL  TO MOV-D-DESL
              MOVE WC-REINT TO MOV-D-REINT
              MOVE WC-TENT  TO MOV-D-TENT
              MOVE WC-TSAI  TO MOV-D-TSAI
              MOVE WC-FECH  TO MOV-D-FECH
              MOVE WC-TAXA  TO MOV-D-TAXA
              WRITE MOV-RPT-RECORD FROM MOV-DETAIL
           END-IF
           .

       WRITE-ONE-EXTRACT.
           MOVE WC-MES   TO MX-MES
           MOVE WC-ABERT TO MX-ABERT
           MOVE WC-ADM   TO MX-ADM
           MOVE WC-DESL  TO MX-DESL
           MOVE WC-REINT TO MX-REINT
           MOVE WC-TENT  TO MX-TENT
           MOVE WC-TSAI  TO MX-TSAI
           MOVE WC-FECH  TO MX-FECH
           MOVE WC-TAXA  TO MX-TAXA
           WRITE MOV-EXT-RECORD
           .

       WRITE-ONE-COUNT.
           WRITE MOV-RPT-RECORD FROM MOV-COUNT-LINE
           .


       END PROGRAM MOVIMDEP.
