      ******************************************************************
      * Copybook: ADIANTA.CPY
      * Purpose : Layout of one adiantamento quinzenal record on
      *           ADIANTAMENTO.DAT, keyed by AD-CHAVE (codigo plus the
      *           competencia the advance belongs to). Written "P" by
      *           CALCULAR-ADIANTAMENTO when the advance is staged for
      *           payment; CALCULAR-SALARIO-LOTE takes AD-VALOR off the
      *           same competencia's liquido and marks it "D" - a rerun
      *           of that competencia deducts the same record again in
      *           place of the run it replaces, never a second time on
      *           top of it. CALCULAR-RESCISAO deducts a "P" advance
      *           from the verbas rescisorias, and ESTORNAR-COMPETENCIA
      *           puts a "D" back to "P" when it backs the month out.
      ******************************************************************
       01  REGISTRO-ADIANTAMENTO.
           05 AD-CHAVE.
              10 AD-CODIGO                Pic 9(05).
              10 AD-ANO-COMP              Pic 9(04).
              10 AD-MES-COMP              Pic 9(02).
           05 AD-VALOR                    Pic 9(05)V99.
           05 AD-PERCENTUAL               Pic 9(02)V99.
           05 AD-STATUS                   Pic X(01).
      *        "P" = Pago (a descontar), "D" = Descontado
           05 AD-DATA-PAGAMENTO           Pic 9(08).
           05 AD-DATA-DESCONTO            Pic 9(08).
