      ******************************************************************
      * Copybook: PEDVENDA.CPY
      * Purpose : Layout of one pedido de venda on PEDVENDA.DAT, keyed
      *           by PV-NUMERO, with its items. Keyed in PEDIDO-VENDA:
      *           every item reserves its quantidade on PRODUTO.DAT
      *           (QUANTIDADE-RESERVADA) the moment it is accepted, so
      *           a second pedido cannot promise the same units.
      *           FATURAR-PEDIDOS turns each confirmed pedido into a
      *           nota fiscal and records its number in PV-NOTA.
      ******************************************************************
       01  REGISTRO-PEDIDO-VENDA.
           05 PV-NUMERO                   Pic 9(06).
           05 PV-CLIENTE                  Pic 9(05).
           05 PV-DATA-PEDIDO              Pic 9(08).
           05 PV-SITUACAO                 Pic X(01).
      *        "A" = Aberto (items still being keyed),
      *        "C" = Confirmado (ready for FATURAR-PEDIDOS),
      *        "F" = Faturado, "X" = Cancelado (reservation released,
      *        or its nota fiscal cancelled)
           05 PV-NOTA                     Pic 9(06).
           05 PV-QTD-ITENS                Pic 9(02).
           05 PV-ITENS                    OCCURS 10 TIMES.
              10 PV-PRODUTO               Pic 9(05).
              10 PV-QUANTIDADE            Pic 9(05).
              10 PV-PRECO                 Pic 9(05)V99.
