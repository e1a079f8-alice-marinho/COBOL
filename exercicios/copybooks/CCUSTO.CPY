      ******************************************************************
      * Copybook: CCUSTO.CPY
      * Purpose : Layout of one centro de custo on CCUSTO.DAT, keyed
      *           by CC-CODIGO - the department every empregado is
      *           assigned to (EMP-CENTRO-CUSTO). Maintained by
      *           MANUTENCAO-CENTRO-CUSTO. CC-PREFIXO-CONTA is the
      *           first three digits of the department's expense
      *           accounts in the chart: EXPORTAR-CONTABIL posts
      *           salarios to prefixo + "100", INSS patronal to
      *           prefixo + "200" and FGTS to prefixo + "300".
      ******************************************************************
       01  REGISTRO-CENTRO-CUSTO.
           05 CC-CODIGO                   Pic 9(03).
           05 CC-DESCRICAO                Pic X(30).
           05 CC-PREFIXO-CONTA            Pic X(03).
           05 CC-SITUACAO                 Pic X(01).
      *        "A" = Ativo, "I" = Inativo (no new assignments)
