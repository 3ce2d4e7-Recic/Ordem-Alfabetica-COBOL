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

       FD  CMP-RPT-FILE
           LABEL RECORD IS STANDARD.
       77  LOTES-MANTIDOS        PIC 9(5)   VALUE 0.
       77  LOTES-DESCARTADOS     PIC 9(5)   VALUE 0.
       77  LOTES-ERRO-DESC       PIC 9(5)   VALUE 0.
       77  LOTES-RECUSADOS       PIC 9(5)   VALUE 0.
       77  CMP-RUN-DATE          PIC X(8)   VALUE SPACES.
       77  REGS-MANTIDOS         PIC 9(7)   VALUE 0.
       77  REGS-DESCARTADOS      PIC 9(7)   VALUE 0.
      * every run.  The register record survives, rewritten to
      * DESCARTADO with the compaction date, so the audit trail
      * still shows the batch arrived and what became of it.
      * A hand-keyed batch refused by its second operator is
      * already DESCARTADO on the register with the refusal on
      * it; it is dropped the same way and its record left as the
      * approval run wrote it.
      * Stray records sitting before the first header are dropped
      * too: the maintenance pass already refused them to TRANREJ,
      * and carrying them over just re-rejects the same stray every
                       MOVE 'N' TO BATCH-KEEP-SW
                       ADD 1 TO LOTES-ERRO-DESC
                       PERFORM WRITE-OFF-ERRO-BATCH
                    WHEN BREG-DESCARTADO
                       MOVE 'N' TO BATCH-KEEP-SW
                       ADD 1 TO LOTES-RECUSADOS
                    WHEN OTHER
                       MOVE 'Y' TO BATCH-KEEP-SW
                       ADD 1 TO LOTES-MANTIDOS
              MOVE 'LOTES COM ERRO BAIXADOS' TO CMP-T-LABEL
              MOVE LOTES-ERRO-DESC         TO CMP-T-COUNT
              PERFORM WRITE-ONE-CMP-TOTAL
              MOVE 'LOTES RECUSADOS BAIXADOS' TO CMP-T-LABEL
              MOVE LOTES-RECUSADOS         TO CMP-T-COUNT
              PERFORM WRITE-ONE-CMP-TOTAL
              MOVE 'REGISTROS MANTIDOS'    TO CMP-T-LABEL
              MOVE REGS-MANTIDOS           TO CMP-T-COUNT
              PERFORM WRITE-ONE-CMP-TOTAL
