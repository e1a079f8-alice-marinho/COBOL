      ******************************************************************
      * Copybook: AUDITORIA.CPY
      * Purpose : Layout of one before/after audit record on
      *           AUDITORIA.DAT - appended to by every program that
      *           changes a master or control record (the MANUTENCAO-*
      *           maintenance programs, APROVAR-BANCO, CANCELAR-NOTA,
      *           ESTORNAR-COMPETENCIA, FECHAR-PERIODO-ESTOQUE), so an
      *           IRRF bracket or a bank account that gets fat-fingered
      *           can be traced back to what it used to say and when
      *           it changed.
      ******************************************************************
       01  REGISTRO-AUDITORIA.
           05 AUD-PROGRAMA                Pic X(20).
           05 AUD-CHAVE                   Pic X(05).
           05 AUD-OPERACAO                Pic X(01).
      *        "A" = Alteracao, "E" = Exclusao, "I" = Inclusao
           05 AUD-CAMPO                   Pic X(15).
           05 AUD-VALOR-ANTERIOR          Pic X(30).
           05 AUD-VALOR-NOVO              Pic X(30).
