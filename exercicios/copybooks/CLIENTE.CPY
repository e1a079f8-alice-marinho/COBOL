      ******************************************************************
      * Copybook: CLIENTE.CPY
      * Purpose : Layout of one customer on CLIENTE.DAT, keyed by
      *           CL-CODIGO - who a pedido de venda (PEDVENDA.DAT) is
      *           taken for and a nota fiscal (NOTAFISC.DAT) is issued
      *           to. Maintained by MANUTENCAO-CLIENTE.
      ******************************************************************
       01  REGISTRO-CLIENTE.
           05 CL-CODIGO                   Pic 9(05).
           05 CL-NOME                     Pic X(30).
           05 CL-DOCUMENTO                Pic X(14).
      *        CNPJ (14) or CPF (11), digits only
           05 CL-CIDADE                   Pic X(20).
           05 CL-UF                       Pic X(02).
           05 CL-SITUACAO                 Pic X(01).
      *        "A" = Ativo, "I" = Inativo (no new pedidos)
