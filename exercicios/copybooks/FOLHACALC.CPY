      *               patronal/FGTS journal lines and RELATORIO-FGTS
      *               can print the per-employee deposit statement
      *               instead of accounting adding 20% and 8% by hand.
      * 15-10-2026 AM Added FC-TIPO-FOLHA so a record says which run
      *               produced it (mensal, decimo, ferias, rescisao) -
      *               the permanent history on HISTFOLHA.DAT is keyed
      *               by it, since FOLHA13.DAT/FOLHAFER.DAT promotions
      *               overwrite FOLHA.DAT with the same competencia.
      * 15-10-2026 AM Added FC-VALOR-ADIANTAMENTO - the adiantamento
      *               quinzenal taken off a mensal line (FC-SALARIO-
      *               LIQUIDO is what is still to be paid, after it).
      *               Tipo "A" marks the lines of the advance run
      *               itself (FOLHAADI.DAT).
      * 15-10-2026 AM Added the rubricas (RUBRICA.DAT) applied to the
      *               line - FC-TOTAL-PROVENTOS (already inside
      *               FC-SALARIO-BRUTO), FC-TOTAL-DESCONTOS (already
      *               off FC-SALARIO-LIQUIDO) and each rubrica with
      *               its GL account, so the stub reprint and the
      *               journal can itemize them. Same shape as
      *               RUBRICA-TAB.CPY. Records written before carry
      *               spaces here - test FC-QTD-RUBRICAS Numeric.
      * 15-10-2026 AM Added FC-CENTRO-CUSTO - the employee's centro de
      *               custo when the line was computed, so the journal
      *               and the labor-cost report split by department
      *               as it stood in that competencia. Records written
      *               before carry spaces - test it Numeric.
      * 15-10-2026 AM Added the bases the line was computed on -
      *               FC-BASE-INSS (segurado contribution), FC-BASE-IRRF
      *               (after INSS, dependents and rubricas) and
      *               FC-BASE-FGTS - for the monthly remuneration
      *               events. Records written before carry spaces -
      *               test FC-BASE-INSS Numeric.
      ******************************************************************
       01  REGISTRO-FOLHA-CALCULADA.
           05 FC-CODIGO                   Pic 9(05).
           05 FC-COMPETENCIA.
              10 FC-MES-COMP              Pic 9(02).
              10 FC-ANO-COMP              Pic 9(04).
           05 FC-TIPO-FOLHA               Pic X(01).
      *        "M" = Mensal, "D" = Decimo terceiro, "F" = Ferias,
      *        "R" = Rescisao, "A" = Adiantamento quinzenal (space on
      *        records written before the field existed - read as "M")
           05 FC-VALOR-ADIANTAMENTO       Pic 9(05)V99.
           05 FC-TOTAL-PROVENTOS          Pic 9(05)V99.
           05 FC-TOTAL-DESCONTOS          Pic 9(05)V99.
           05 FC-RUBRICAS.
              10 FC-QTD-RUBRICAS          Pic 9(02).
              10 FC-RUBRICA-ITEM OCCURS 8 TIMES.
                 15 FC-RUBRICA            Pic 9(03).
                 15 FC-RUBRICA-DESCRICAO  Pic X(20).
                 15 FC-RUBRICA-NATUREZA   Pic X(01).
                 15 FC-RUBRICA-VALOR      Pic 9(05)V99.
                 15 FC-RUBRICA-CONTA      Pic X(06).
           05 FC-CENTRO-CUSTO             Pic 9(03).
           05 FC-BASE-INSS                Pic 9(05)V99.
           05 FC-BASE-IRRF                Pic 9(05)V99.
           05 FC-BASE-FGTS                Pic 9(05)V99.
