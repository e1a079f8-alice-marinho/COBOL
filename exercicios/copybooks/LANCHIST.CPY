      ******************************************************************
      * Copybook: LANCHIST.CPY
      * Purpose : Layout of one archived GL journal line on
      *           LANCHIST.DAT, keyed by LH-CHAVE (competencia plus
      *           tipo de folha plus a running sequence). Every line
      *           EXPORTAR-CONTABIL hands to accounting on CONTABIL.DAT
      *           is also kept here, since CONTABIL.DAT is rewritten by
      *           the next export - ESTORNAR-COMPETENCIA reads the
      *           competencia's lines back to write their mirror image
      *           (D/C swapped) instead of guessing what was posted.
      *           LH-REGISTRO-LANCAMENTO holds the REGISTRO-LANCAMENTO
      *           line exactly as written (move it back into a LANCTO
      *           layout to read it).
      ******************************************************************
       01  REGISTRO-LANCAMENTO-HIST.
           05 LH-CHAVE.
              10 LH-ANO-COMP              Pic 9(04).
              10 LH-MES-COMP              Pic 9(02).
              10 LH-TIPO-FOLHA            Pic X(01).
      *        Same codes as FC-TIPO-FOLHA
              10 LH-SEQUENCIA             Pic 9(04).
           05 LH-SITUACAO                 Pic X(01).
      *        "N" = Normal, "E" = Estornado (mirror already written),
      *        "R" = Linha de estorno (the mirror itself)
           05 LH-DATA-EXPORTACAO          Pic 9(08).
           05 LH-REGISTRO-LANCAMENTO      Pic X(80).
