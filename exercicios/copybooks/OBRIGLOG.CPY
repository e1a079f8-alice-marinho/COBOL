      ******************************************************************
      * Copybook: OBRIGLOG.CPY
      * Purpose : Layout of one generation-log record on OBRIGLOG.DAT,
      *           keyed by OL-CHAVE (competencia plus a version that
      *           starts at 001 and grows with every GERAR-OBRIGACOES
      *           run for the month). Each record says what was
      *           declared: when, the COMPETENCIA.DAT status at the
      *           time, how many employees and history lines went in,
      *           the totals per tax, and the latest HISTFOLHA.DAT
      *           recording time among those lines - so a competencia
      *           recalculated after an estorno is visibly a different
      *           version from the one sent.
      ******************************************************************
       01  REGISTRO-LOG-OBRIGACOES.
           05 OL-CHAVE.
              10 OL-ANO-COMP              Pic 9(04).
              10 OL-MES-COMP              Pic 9(02).
              10 OL-VERSAO                Pic 9(03).
           05 OL-DATA-GERACAO             Pic 9(08).
           05 OL-HORA-GERACAO             Pic 9(08).
           05 OL-STATUS-COMPETENCIA       Pic X(01).
           05 OL-QTD-EMPREGADOS           Pic 9(05).
           05 OL-QTD-LINHAS               Pic 9(05).
           05 OL-TOTAL-BRUTO              Pic 9(09)V99.
           05 OL-TOTAL-INSS-SEGURADO      Pic 9(09)V99.
           05 OL-TOTAL-INSS-PATRONAL      Pic 9(09)V99.
           05 OL-TOTAL-IRRF               Pic 9(09)V99.
           05 OL-TOTAL-FGTS               Pic 9(09)V99.
           05 OL-ULTIMA-GRAVACAO.
              10 OL-ULTIMA-DATA           Pic 9(08).
              10 OL-ULTIMA-HORA           Pic 9(08).
