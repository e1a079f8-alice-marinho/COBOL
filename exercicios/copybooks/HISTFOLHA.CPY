      ******************************************************************
      * Copybook: HISTFOLHA.CPY
      * Purpose : Layout of one permanent payroll-history record on
      *           HISTFOLHA.DAT, keyed by HF-CHAVE (codigo plus
      *           competencia plus tipo de folha). Every computed line
      *           CALCULAR-SALARIO-LOTE, CALCULAR-DECIMO-LOTE,
      *           CALCULAR-FERIAS and CALCULAR-RESCISAO produce is kept
      *           here, so a past month can still be reprinted and
      *           compared after FOLHA.DAT has been overwritten by the
      *           next run or promotion. A rerun of the same
      *           competencia and tipo replaces the record.
      *           HF-REGISTRO-FOLHA holds the REGISTRO-FOLHA-CALCULADA
      *           line exactly as written (move it back into a
      *           FOLHACALC layout to read it), with room for that
      *           layout to grow without converting this file.
      ******************************************************************
       01  REGISTRO-HISTORICO-FOLHA.
           05 HF-CHAVE.
              10 HF-CODIGO                Pic 9(05).
              10 HF-ANO-COMP              Pic 9(04).
              10 HF-MES-COMP              Pic 9(02).
              10 HF-TIPO-FOLHA            Pic X(01).
      *        "M" = Mensal, "D" = Decimo terceiro, "F" = Ferias,
      *        "R" = Rescisao
           05 HF-SITUACAO                 Pic X(01).
      *        "N" = Normal, "E" = Estornada (backed out of ACUMULA.DAT
      *        by ESTORNAR-COMPETENCIA)
           05 HF-DATA-GRAVACAO            Pic 9(08).
           05 HF-HORA-GRAVACAO            Pic 9(08).
      *    Year of ACUMULA.DAT the line was added into (zeros when the
      *    run does not accumulate, e.g. the decimo).
           05 HF-ANO-ACUMULO              Pic 9(04).
           05 HF-HORAS-NORMAIS            Pic 9(02)V9.
           05 HF-HORAS-EXTRAS             Pic 9(02)V9.
           05 HF-VALOR-HORA               Pic 9(02)V9.
           05 HF-REGISTRO-FOLHA           Pic X(500).
