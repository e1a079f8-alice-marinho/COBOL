      ******************************************************************
      * Copybook: NOTAFISC.CPY
      * Purpose : Layout of one nota fiscal on NOTAFISC.DAT, keyed by
      *           NF-NUMERO, with its items - written by
      *           FATURAR-PEDIDOS, one per confirmed pedido. Each item
      *           keeps the PRECO it was sold at and the CUSTO-MEDIO in
      *           effect when it left stock, so RELATORIO-VENDAS can
      *           show the gross margin and CANCELAR-NOTA can put the
      *           units back at the cost they went out at.
      ******************************************************************
       01  REGISTRO-NOTA-FISCAL.
           05 NF-NUMERO                   Pic 9(06).
           05 NF-PEDIDO                   Pic 9(06).
           05 NF-CLIENTE                  Pic 9(05).
           05 NF-DATA-EMISSAO             Pic 9(08).
           05 NF-SITUACAO                 Pic X(01).
      *        "E" = Emitida, "C" = Cancelada (see CANCELAR-NOTA)
           05 NF-DATA-CANCELAMENTO        Pic 9(08).
           05 NF-QTD-ITENS                Pic 9(02).
           05 NF-VALOR-TOTAL              Pic 9(07)V99.
           05 NF-CUSTO-TOTAL              Pic 9(07)V99.
           05 NF-ITENS                    OCCURS 10 TIMES.
              10 NF-PRODUTO               Pic 9(05).
              10 NF-QUANTIDADE            Pic 9(05).
              10 NF-PRECO-UNITARIO        Pic 9(05)V99.
              10 NF-CUSTO-UNITARIO        Pic 9(05)V99.
