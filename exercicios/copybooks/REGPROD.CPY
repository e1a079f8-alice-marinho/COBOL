      *               stock at it never told accounting what the
      *               inventory is worth. Record grew from 47 to 54
      *               characters.
      * 15-10-2026 AM Added QUANTIDADE-RESERVADA, the units promised to
      *               open pedidos de venda (PEDIDO-VENDA) and not yet
      *               invoiced - only QUANTIDADE minus the reservada
      *               is free for a new pedido or a manual saida.
      *               Record grew from 54 to 59 characters.
      ******************************************************************
       01  REGISTRO-PRODUTO.
           05 CODIGO                      Pic 9(05).
           05 PRECO                       Pic 9(05)V99.
           05 QUANTIDADE                  Pic 9(05).
           05 CUSTO-MEDIO                 Pic 9(05)V99.
           05 QUANTIDADE-RESERVADA        Pic 9(05).
