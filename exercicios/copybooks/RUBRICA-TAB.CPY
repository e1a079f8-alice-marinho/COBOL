      ******************************************************************
      * Copybook: RUBRICA-TAB.CPY
      * Purpose : The rubricas (RUBRICA.DAT) applied to the employee
      *           being calculated, built by the payroll run before the
      *           line is written. Same shape as FC-RUBRICAS on
      *           FOLHACALC.CPY, so the whole table moves onto the
      *           FOLHA.DAT record in one MOVE. Holds up to eight
      *           rubricas per employee per run - any beyond that are
      *           refused by the run rather than silently dropped.
      ******************************************************************
       01  TABELA-RUBRICAS.
           05 QTD-RUBRICAS                Pic 9(02).
           05 RUBRICAS-TAB OCCURS 8 TIMES INDEXED BY IDX-RUBRICA.
              10 RUBRICA-TAB              Pic 9(03).
              10 DESCRICAO-RUBRICA-TAB    Pic X(20).
              10 NATUREZA-RUBRICA-TAB     Pic X(01).
              10 VALOR-RUBRICA-TAB        Pic 9(05)V99.
              10 CONTA-RUBRICA-TAB        Pic X(06).
