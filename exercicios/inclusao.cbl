      * 02-09-2026 AM Collects the initial CUSTO-MEDIO for new
      *               products, now that REGISTRO-PRODUTO carries the
      *               average cost MOVIMENTO-ESTOQUE maintains.
      * 15-10-2026 AM New products start with no QUANTIDADE-RESERVADA
      *               - units are only reserved by PEDIDO-VENDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLUSAO-ROTINA.
       FILE SECTION.
       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           PERFORM ENTRAR-PRECO.
           PERFORM ENTRAR-QUANTIDADE.
           PERFORM ENTRAR-CUSTO.
           Move Zeros To QUANTIDADE-RESERVADA.

           WRITE REGISTRO-PRODUTO
               INVALID KEY
