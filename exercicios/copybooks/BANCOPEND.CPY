      ******************************************************************
      * Copybook: BANCOPEND.CPY
      * Purpose : Layout of one requested bank-account change on
      *           BANCOPEND.DAT, keyed by BP-CHAVE (codigo plus a
      *           sequence that grows with every request for the
      *           employee). MANUTENCAO-BANCO no longer touches
      *           EMPBANCO.DAT - a new account ("I") or a changed one
      *           ("A") is written here as "P" (pendente), with the
      *           account as it stood and the requesting operator. A
      *           different operator approves ("A") or rejects ("R")
      *           it in APROVAR-BANCO, and only an approved change
      *           reaches EMPBANCO.DAT. GERAR-REMESSA lists the
      *           changes since the last confirmed lote on REMAVISO.LST
      *           and refuses to generate while one for an employee on
      *           the folha is still "P". At most one "P" per codigo.
      ******************************************************************
       01  REGISTRO-BANCO-PENDENTE.
           05 BP-CHAVE.
              10 BP-CODIGO                Pic 9(05).
              10 BP-SEQUENCIA             Pic 9(03).
           05 BP-TIPO                     Pic X(01).
      *        "I" = Inclusao de conta, "A" = Alteracao de conta
           05 BP-BANCO                    Pic 9(03).
           05 BP-AGENCIA                  Pic 9(04).
           05 BP-CONTA                    Pic 9(08).
           05 BP-DIGITO-CONTA             Pic X(01).
           05 BP-BANCO-ANTERIOR           Pic 9(03).
           05 BP-AGENCIA-ANTERIOR         Pic 9(04).
           05 BP-CONTA-ANTERIOR           Pic 9(08).
           05 BP-DIGITO-CONTA-ANTERIOR    Pic X(01).
           05 BP-STATUS                   Pic X(01).
      *        "P" = Pendente, "A" = Aprovada, "R" = Rejeitada
           05 BP-OPERADOR-SOLICITANTE     Pic X(08).
           05 BP-DATA-SOLICITACAO         Pic 9(08).
           05 BP-HORA-SOLICITACAO         Pic 9(08).
           05 BP-OPERADOR-APROVADOR       Pic X(08).
           05 BP-DATA-DECISAO             Pic 9(08).
           05 BP-HORA-DECISAO             Pic 9(08).
