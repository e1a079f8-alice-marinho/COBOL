      *               47-character layout (status 39) to
      *               CONVERTER-LAYOUTS instead of running against a
      *               file that never opened.
      * 15-10-2026 AM Shows QUANTIDADE-RESERVADA (maintained only by
      *               the pedidos de venda, never keyed here) and
      *               refuses to exclude a product with units still
      *               reserved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-PRODUTO.
       FILE SECTION.
       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           Display "Preco......: " PRECO.
           Display "Quantidade.: " QUANTIDADE.
           Display "Custo medio: " CUSTO-MEDIO.
           Display "Reservada..: " QUANTIDADE-RESERVADA.

       ESCOLHER-OPCAO.
           Display "(A)lterar  (E)xcluir  (C)ontinuar sem alterar: ".
               Perform ALTERAR-PRODUTO
           Else
               If OPCAO = "E" Or OPCAO = "e"
                   If QUANTIDADE-RESERVADA > Zeros
                       Display "Produto com unidades reservadas para "
                           "pedidos de venda - nao pode ser excluido"
                   Else
                       Perform EXCLUIR-PRODUTO.

       ALTERAR-PRODUTO.
           Move PRODUTO To OLD-PRODUTO.
