      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Sales and gross margin report (VENDAS.LST) for the
      *          mes/ano the operator selects. Reads every nota fiscal
      *          emitted in the period on NOTAFISC.DAT - cancelled
      *          notas left out - and sets the revenue at the PRECO
      *          each item was sold at against its cost at the
      *          CUSTO-MEDIO in effect when it left stock, both kept
      *          on the nota by FATURAR-PEDIDOS. Prints the quantidade,
      *          receita, custo and margem bruta (value and percent of
      *          the receita) per product and then per customer, with
      *          the totals of the period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-VENDAS.

       Environment Division.

       Configuration Section.
       Source-Computer. IBM PC.
       Object-Computer. IBM PC.
       Special-Names.
           Decimal-Point Is Comma.
       Input-OutPut Section.
       File-Control.
              Select ARQUIVO-NOTA-FISCAL Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is NF-NUMERO
                File Status Is ERRO-NF.

              Select ARQUIVO-INCLUSAO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CODIGO
                File Status Is ERRO.

              Select ARQUIVO-CLIENTE Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CL-CODIGO
                File Status Is ERRO-CLI.

              Select RELATORIO-VENDAS Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NOTA-FISCAL
           Label Record Is Standard
           Record Contains 294 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-NOTA-FISCAL
           Value Of File-Id "NOTAFISC.DAT".
           COPY NOTAFISC.

       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           COPY REGPROD.

       FD  ARQUIVO-CLIENTE
           Label Record Is Standard
           Record Contains 72 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-CLIENTE
           Value Of File-Id "CLIENTE.DAT".
           COPY CLIENTE.

       FD  RELATORIO-VENDAS
           Label Record Is Standard
           Value Of File-Id "VENDAS.LST".
       01  LINHA-RELATORIO                Pic X(100).

       Working-Storage Section.
       77  ERRO                           Pic X(02) Value "00".
       77  ERRO-NF                        Pic X(02) Value "00".
       77  ERRO-CLI                       Pic X(02) Value "00".
       77  ERRO-REL                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  PRODUTOS-DISPONIVEL            Pic X(01) Value "N".
       77  CLIENTES-DISPONIVEL            Pic X(01) Value "N".
       77  MES-PERIODO                    Pic 9(02) Value Zeros.
       77  ANO-PERIODO                    Pic 9(04) Value Zeros.
       77  IDX-ITEM                       Pic 9(02) Value Zeros.
       77  IDX-PRODUTO                    Pic 9(03) Value Zeros.
       77  POS-PRODUTO                    Pic 9(02) Value Zeros.
       77  totalProdutosTab               Pic 9(02) Value Zeros.
       77  IDX-CLIENTE                    Pic 9(03) Value Zeros.
       77  POS-CLIENTE                    Pic 9(02) Value Zeros.
       77  totalClientesTab               Pic 9(02) Value Zeros.
       77  MAXIMO-TABELA                  Pic 9(02) Value 99.

       77  receitaItem                    Pic 9(09)V99 Value Zeros.
       77  custoItem                      Pic 9(09)V99 Value Zeros.
       77  margemLinha                    Pic S9(09)V99 Value Zeros.
       77  percentualMargem               Pic S9(03)V9 Value Zeros.
       77  totalNotas                     Pic 9(05) Value Zeros.
       77  totalQuantidade                Pic 9(07) Value Zeros.
       77  totalReceita                   Pic 9(09)V99 Value Zeros.
       77  totalCustoVendas               Pic 9(09)V99 Value Zeros.

      *    Period totals per product and per customer, in the order
      *    each first appears on the notas.
       01  TABELA-PRODUTOS-VENDA.
           05 TP-ITEM                     OCCURS 99 TIMES.
              10 TP-CODIGO                Pic 9(05).
              10 TP-QUANTIDADE            Pic 9(07).
              10 TP-RECEITA               Pic 9(09)V99.
              10 TP-CUSTO                 Pic 9(09)V99.

       01  TABELA-CLIENTES-VENDA.
           05 TC-ITEM                     OCCURS 99 TIMES.
              10 TC-CODIGO                Pic 9(05).
              10 TC-QUANTIDADE            Pic 9(07).
              10 TC-RECEITA               Pic 9(09)V99.
              10 TC-CUSTO                 Pic 9(09)V99.

       01  CABECALHO-1.
           05 Filler                      Pic X(33) Value
              "VENDAS E MARGEM BRUTA - PERIODO ".
           05 CB-MES                      Pic 9(02).
           05 Filler                      Pic X(01) Value "/".
           05 CB-ANO                      Pic 9(04).
       01  CABECALHO-PRODUTO.
           05 Filler                      Pic X(40) Value
              "POR PRODUTO".
       01  CABECALHO-CLIENTE.
           05 Filler                      Pic X(40) Value
              "POR CLIENTE".
       01  CABECALHO-COLUNAS.
           05 Filler                      Pic X(50) Value
              "CODIGO NOME                              QTDE     ".
           05 Filler                      Pic X(48) Value
              "  RECEITA        CUSTO        MARGEM       %".

       01  LINHA-DETALHE.
           05 LD-CODIGO                   Pic ZZZZ9.
           05 Filler                      Pic X(02) Value Spaces.
           05 LD-NOME                     Pic X(30).
           05 Filler                      Pic X(01) Value Space.
           05 LD-QUANTIDADE               Pic Z(06)9.
           05 Filler                      Pic X(01) Value Space.
           05 LD-RECEITA                  Pic ZZZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LD-CUSTO                    Pic ZZZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LD-MARGEM                   Pic -ZZZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LD-PERCENTUAL               Pic -ZZ9,9.

       01  LINHA-TOTAL.
           05 Filler                      Pic X(06) Value "TOTAL ".
           05 LT-NOTAS                    Pic ZZZZ9.
           05 Filler                      Pic X(27) Value
              " NOTAS                    ".
           05 LT-QUANTIDADE               Pic Z(06)9.
           05 Filler                      Pic X(01) Value Space.
           05 LT-RECEITA                  Pic ZZZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LT-CUSTO                    Pic ZZZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LT-MARGEM                   Pic -ZZZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LT-PERCENTUAL               Pic -ZZ9,9.

       01  LINHA-NADA-CONSTA.
           05 Filler                      Pic X(40) Value
              "NENHUMA NOTA FISCAL EMITIDA NO PERIODO".

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LER-NOTA.
           Perform SOMAR-NOTA Until FIM = "OK".
           Perform IMPRIMIR-PRODUTOS.
           Perform IMPRIMIR-CLIENTES.
           Perform IMPRIMIR-TOTAL.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Display "Periodo das vendas - mes (01-12): ".
           Accept MES-PERIODO.
           Display "Periodo das vendas - ano: ".
           Accept ANO-PERIODO.
           Open Input ARQUIVO-NOTA-FISCAL.
           If ERRO-NF Not = "00"
               Display "NOTAFISC.DAT nao encontrado - execute "
                   "FATURAR-PEDIDOS antes do relatorio."
               Stop Run
           End-If.
           Open Input ARQUIVO-INCLUSAO.
           If ERRO = "00"
               Move "S" To PRODUTOS-DISPONIVEL
           End-If.
           Open Input ARQUIVO-CLIENTE.
           If ERRO-CLI = "00"
               Move "S" To CLIENTES-DISPONIVEL
           End-If.
           Open Output RELATORIO-VENDAS.
           Move MES-PERIODO To CB-MES.
           Move ANO-PERIODO To CB-ANO.
           Write LINHA-RELATORIO From CABECALHO-1.

       LER-NOTA.
           Read ARQUIVO-NOTA-FISCAL Next Record
               At End
                   Move "OK" To FIM
               Not At End
                   Continue
           End-Read.

      *    NF-DATA-EMISSAO is AAAAMMDD.
       SOMAR-NOTA.
           If NF-SITUACAO = "E"
                   And NF-DATA-EMISSAO(1:4) = ANO-PERIODO
                   And NF-DATA-EMISSAO(5:2) = MES-PERIODO
               Add 1 To totalNotas
               Perform LOCALIZAR-CLIENTE-TAB
               Perform SOMAR-ITEM
                   Varying IDX-ITEM From 1 By 1
                   Until IDX-ITEM > NF-QTD-ITENS
           End-If.
           Perform LER-NOTA.

       SOMAR-ITEM.
           COMPUTE receitaItem =
               NF-QUANTIDADE(IDX-ITEM) * NF-PRECO-UNITARIO(IDX-ITEM).
           COMPUTE custoItem =
               NF-QUANTIDADE(IDX-ITEM) * NF-CUSTO-UNITARIO(IDX-ITEM).
           Add NF-QUANTIDADE(IDX-ITEM) To totalQuantidade.
           Add receitaItem To totalReceita.
           Add custoItem To totalCustoVendas.
           Perform LOCALIZAR-PRODUTO-TAB.
           If POS-PRODUTO > Zeros
               Add NF-QUANTIDADE(IDX-ITEM) To TP-QUANTIDADE(POS-PRODUTO)
               Add receitaItem To TP-RECEITA(POS-PRODUTO)
               Add custoItem To TP-CUSTO(POS-PRODUTO)
           End-If.
           If POS-CLIENTE > Zeros
               Add NF-QUANTIDADE(IDX-ITEM) To TC-QUANTIDADE(POS-CLIENTE)
               Add receitaItem To TC-RECEITA(POS-CLIENTE)
               Add custoItem To TC-CUSTO(POS-CLIENTE)
           End-If.

      ******************************************************************
      * Finds the product's line in the period table, opening a new
      * one the first time it is sold. A full table leaves POS at zero
      * - the item still counts in the period totals.
      ******************************************************************
       LOCALIZAR-PRODUTO-TAB.
           Move Zeros To POS-PRODUTO.
           Perform TESTAR-PRODUTO-TAB
               Varying IDX-PRODUTO From 1 By 1
               Until IDX-PRODUTO > totalProdutosTab
                  Or POS-PRODUTO > Zeros.
           If POS-PRODUTO = Zeros
               If totalProdutosTab < MAXIMO-TABELA
                   Add 1 To totalProdutosTab
                   Move totalProdutosTab To POS-PRODUTO
                   Move NF-PRODUTO(IDX-ITEM) To TP-CODIGO(POS-PRODUTO)
                   Move Zeros To TP-QUANTIDADE(POS-PRODUTO)
                   Move Zeros To TP-RECEITA(POS-PRODUTO)
                   Move Zeros To TP-CUSTO(POS-PRODUTO)
               Else
                   Display "Tabela de produtos cheia - produto "
                       NF-PRODUTO(IDX-ITEM) " so entra no total."
               End-If
           End-If.

       TESTAR-PRODUTO-TAB.
           If TP-CODIGO(IDX-PRODUTO) = NF-PRODUTO(IDX-ITEM)
               Move IDX-PRODUTO To POS-PRODUTO
           End-If.

       LOCALIZAR-CLIENTE-TAB.
           Move Zeros To POS-CLIENTE.
           Perform TESTAR-CLIENTE-TAB
               Varying IDX-CLIENTE From 1 By 1
               Until IDX-CLIENTE > totalClientesTab
                  Or POS-CLIENTE > Zeros.
           If POS-CLIENTE = Zeros
               If totalClientesTab < MAXIMO-TABELA
                   Add 1 To totalClientesTab
                   Move totalClientesTab To POS-CLIENTE
                   Move NF-CLIENTE To TC-CODIGO(POS-CLIENTE)
                   Move Zeros To TC-QUANTIDADE(POS-CLIENTE)
                   Move Zeros To TC-RECEITA(POS-CLIENTE)
                   Move Zeros To TC-CUSTO(POS-CLIENTE)
               Else
                   Display "Tabela de clientes cheia - cliente "
                       NF-CLIENTE " so entra no total."
               End-If
           End-If.

       TESTAR-CLIENTE-TAB.
           If TC-CODIGO(IDX-CLIENTE) = NF-CLIENTE
               Move IDX-CLIENTE To POS-CLIENTE
           End-If.

       IMPRIMIR-PRODUTOS.
           Move Spaces To LINHA-RELATORIO.
           Write LINHA-RELATORIO.
           Write LINHA-RELATORIO From CABECALHO-PRODUTO.
           Write LINHA-RELATORIO From CABECALHO-COLUNAS.
           Perform IMPRIMIR-PRODUTO
               Varying IDX-PRODUTO From 1 By 1
               Until IDX-PRODUTO > totalProdutosTab.

       IMPRIMIR-PRODUTO.
           Move TP-CODIGO(IDX-PRODUTO) To LD-CODIGO.
           Move Spaces To LD-NOME.
           If PRODUTOS-DISPONIVEL = "S"
               Move TP-CODIGO(IDX-PRODUTO) To CODIGO
               Read ARQUIVO-INCLUSAO
                   Invalid Key
                       Move "(produto nao encontrado)" To LD-NOME
                   Not Invalid Key
                       Move PRODUTO To LD-NOME
               End-Read
           End-If.
           Move TP-QUANTIDADE(IDX-PRODUTO) To LD-QUANTIDADE.
           Move TP-RECEITA(IDX-PRODUTO) To receitaItem.
           Move TP-CUSTO(IDX-PRODUTO) To custoItem.
           Perform CALCULAR-MARGEM.
           Write LINHA-RELATORIO From LINHA-DETALHE.

       IMPRIMIR-CLIENTES.
           Move Spaces To LINHA-RELATORIO.
           Write LINHA-RELATORIO.
           Write LINHA-RELATORIO From CABECALHO-CLIENTE.
           Write LINHA-RELATORIO From CABECALHO-COLUNAS.
           Perform IMPRIMIR-CLIENTE
               Varying IDX-CLIENTE From 1 By 1
               Until IDX-CLIENTE > totalClientesTab.

       IMPRIMIR-CLIENTE.
           Move TC-CODIGO(IDX-CLIENTE) To LD-CODIGO.
           Move Spaces To LD-NOME.
           If CLIENTES-DISPONIVEL = "S"
               Move TC-CODIGO(IDX-CLIENTE) To CL-CODIGO
               Read ARQUIVO-CLIENTE
                   Invalid Key
                       Move "(cliente nao encontrado)" To LD-NOME
                   Not Invalid Key
                       Move CL-NOME To LD-NOME
               End-Read
           End-If.
           Move TC-QUANTIDADE(IDX-CLIENTE) To LD-QUANTIDADE.
           Move TC-RECEITA(IDX-CLIENTE) To receitaItem.
           Move TC-CUSTO(IDX-CLIENTE) To custoItem.
           Perform CALCULAR-MARGEM.
           Write LINHA-RELATORIO From LINHA-DETALHE.

      *    Margem bruta = receita - custo, and its share of the
      *    receita; a line sold below cost shows negative.
       CALCULAR-MARGEM.
           COMPUTE margemLinha = receitaItem - custoItem.
           If receitaItem > Zeros
               COMPUTE percentualMargem Rounded =
                   (margemLinha * 100) / receitaItem
           Else
               Move Zeros To percentualMargem
           End-If.
           Move receitaItem To LD-RECEITA.
           Move custoItem To LD-CUSTO.
           Move margemLinha To LD-MARGEM.
           Move percentualMargem To LD-PERCENTUAL.

       IMPRIMIR-TOTAL.
           Move Spaces To LINHA-RELATORIO.
           Write LINHA-RELATORIO.
           If totalNotas = Zeros
               Write LINHA-RELATORIO From LINHA-NADA-CONSTA
           End-If.
           Move totalReceita To receitaItem.
           Move totalCustoVendas To custoItem.
           Perform CALCULAR-MARGEM.
           Move totalNotas To LT-NOTAS.
           Move totalQuantidade To LT-QUANTIDADE.
           Move LD-RECEITA To LT-RECEITA.
           Move LD-CUSTO To LT-CUSTO.
           Move LD-MARGEM To LT-MARGEM.
           Move LD-PERCENTUAL To LT-PERCENTUAL.
           Write LINHA-RELATORIO From LINHA-TOTAL.
           Display "Notas no periodo: " totalNotas
               "  receita: " totalReceita
               "  margem bruta: " LT-MARGEM.

       FECHAR.
           Close ARQUIVO-NOTA-FISCAL.
           If PRODUTOS-DISPONIVEL = "S"
               Close ARQUIVO-INCLUSAO
           End-If.
           If CLIENTES-DISPONIVEL = "S"
               Close ARQUIVO-CLIENTE
           End-If.
           Close RELATORIO-VENDAS.
       END PROGRAM RELATORIO-VENDAS.
